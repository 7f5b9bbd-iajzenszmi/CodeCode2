      ******************************************************************
      *  RCNRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE SENT-ITEMS RECONCILIATION REPORT.
      *  TWO SECTIONS SHARE ONE DETAIL LINE - SENT CASES STILL
      *  WAITING FOR A RESULT PAST THE LIMIT (SEQUENCE, TESTER, DATE
      *  SENT, DAYS WAITING) AND RESULTS RECEIVED FOR CASES NEVER
      *  SENT (SEQUENCE, TESTER, EXECUTION DATE, RESULT) - THEN THE
      *  TRAILER TOTALS.  MULTIPLE 01-LEVEL RECORDS SHARE THE SAME
      *  FD, ONE PER LINE TYPE - STANDARD BATCH REPORT STYLE.  LITERAL
      *  TEXT IS MOVED IN BY THE PROCEDURE DIVISION RATHER THAN
      *  CARRIED AS A VALUE CLAUSE HERE, SINCE EACH RECORD IS
      *  RE-INITIALIZED WITH MOVE SPACES BEFORE IT IS BUILT.
      ******************************************************************
       01  RCN-HEADING-1.
           05  FILLER                  PIC X(01).
           05  RCN1-TITLE              PIC X(35).
           05  RCN1-DATE-LABEL         PIC X(10).
           05  RCN1-RUN-DATE           PIC 9(08).
           05  FILLER                  PIC X(10).
           05  RCN1-PAGE-LABEL         PIC X(05).
           05  RCN1-PAGE-NO            PIC ZZZ9.
       01  RCN-HEADING-2.
           05  FILLER                  PIC X(01).
           05  RCN2-SECTION-TITLE      PIC X(50).
       01  RCN-HEADING-3.
           05  FILLER                  PIC X(01).
           05  RCN3-SEQ-LABEL          PIC X(10).
           05  RCN3-TESTER-LABEL       PIC X(10).
           05  RCN3-DATE-LABEL         PIC X(10).
           05  RCN3-DAYS-LABEL         PIC X(07).
           05  RCN3-NOTE-LABEL         PIC X(10).
       01  RCN-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  RCND-SEQUENCE-NO        PIC 9(08).
           05  FILLER                  PIC X(02).
           05  RCND-TESTER-ID          PIC X(08).
           05  FILLER                  PIC X(02).
           05  RCND-DATE               PIC X(08).
           05  FILLER                  PIC X(02).
           05  RCND-DAYS               PIC ZZZZ9.
           05  FILLER                  PIC X(02).
           05  RCND-NOTE               PIC X(12).
       01  RCN-TRAILER-LINE.
           05  FILLER                  PIC X(01).
           05  RCNT-LABEL              PIC X(38).
           05  RCNT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
