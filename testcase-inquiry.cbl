000260*                   (TCRPTL.CPY) - SO AN ON-DEMAND QUESTION NO
000270*                   LONGER MEANS GREPPING A MULTI-MILLION-RECORD
000280*                   FLAT FILE.
000285*  2026-10-15  OPS  RETEST STATE NAMED (SEE TCMSTR.CPY).
000287*  2026-10-15  OPS  RETIRED STATE NAMED (SEE TCMSTR.CPY).
000290******************************************************************
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000640     05  FILLER                  PIC X(11) VALUE 'EEXECUTED  '.
000650     05  FILLER                  PIC X(11) VALUE 'PPASSED    '.
000660     05  FILLER                  PIC X(11) VALUE 'FFAILED    '.
000665     05  FILLER                  PIC X(11) VALUE 'RRETEST    '.
000667     05  FILLER                  PIC X(11) VALUE 'XRETIRED   '.
000670 01  STATUS-NAMES REDEFINES STATUS-NAME-TABLE.
000680     05  STS-ENTRY               OCCURS 7 TIMES.
000690         10  STS-CODE            PIC X(01).
000700         10  STS-NAME            PIC X(10).
000710 01  INQUIRY-WORK.
001740     MOVE SPACES TO INQ-SECTION-NAME.
001750     PERFORM 3110-MATCH-STATUS-NAME THRU 3110-EXIT
001760         VARYING STS-INDEX FROM 1 BY 1
001770         UNTIL STS-INDEX > 7.
001780     IF INQ-SECTION-NAME = SPACES
001790         MOVE 'UNKNOWN' TO INQ-SECTION-NAME
001800     END-IF.
