000390*                   INSTEAD OF TRANSMITTING A SHORT FEED.  THE
000400*                   INPUT TRAILER ITSELF IS NOT EXTRACTED - THE
000410*                   FEED KEEPS ITS OWN 'TRAILER|' COUNT RECORD.
000411*  2026-10-15  OPS  THE FIBOUT FEED CARRIES TWO NEW TRAILING
000412*                   COLUMNS, FIB_INDEX AND DIGIT_COUNT, TAKEN FROM
000413*                   THE VALUE'S ENTRY ON THE CUMULATIVE MASTER
000414*                   (FIBMSTO - SEE FIBMSTR.CPY) READ IN STEP WITH
000415*                   FIBOUT.  BOTH ARE LEFT EMPTY WHEN THE VALUE IS
000416*                   NOT ON THE MASTER OR THE MASTER ENTRY PREDATES
000417*                   THE FIELDS.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000490     SELECT OPTIONAL FIBONACCI-OUT-FILE ASSIGN TO "FIBOUT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS OUT-FILE-STATUS.
000512     SELECT OPTIONAL FIB-MASTER-FILE ASSIGN TO "FIBMSTO"
000514         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS MSTR-FILE-STATUS.
000520     SELECT OPTIONAL TESTGEN-OUT-FILE ASSIGN TO "TGOUT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS TGO-FILE-STATUS.
000690 FD  FIBONACCI-OUT-FILE
000700     RECORDING MODE IS F.
000710 COPY FIBOUTR.
000712 FD  FIB-MASTER-FILE
000714     RECORDING MODE IS F.
000716 COPY FIBMSTR.
000720 FD  TESTGEN-OUT-FILE
000730     RECORDING MODE IS F.
000740 COPY TGOUTR.
001220     05  FMT-LINE-POINTER        PIC 9(04)    COMP.
001230     05  FMT-SEQ-TEXT            PIC X(18).
001240     05  FMT-VALUE-TEXT          PIC X(18).
001241     05  FMT-INDEX-TEXT          PIC X(18).
001242     05  FMT-DIGITS-TEXT         PIC X(18).
001243 01  MASTER-LOOKUP.
001244     05  MLK-MASTER-KEY          PIC S9(18)   COMP-3.
001245     05  MLK-KEY-SENTINEL        PIC S9(18)   COMP-3
001246                                  VALUE +999999999999999999.
001250 01  WS-DATE-TIME.
001260     05  WS-RUN-DATE             PIC 9(08).
001270     05  WS-START-TIME           PIC 9(08).
001330     05  WS-IN-EOF-SWITCH        PIC X(01).
001340         88  WS-IN-EOF               VALUE 'Y'.
001350         88  WS-IN-NOT-EOF           VALUE 'N'.
001352     05  WS-MSTR-EOF-SWITCH      PIC X(01).
001354         88  WS-MSTR-EOF             VALUE 'Y'.
001356         88  WS-MSTR-NOT-EOF         VALUE 'N'.
001360 01  WS-FILE-STATUSES.
001370     05  EXC-FILE-STATUS         PIC X(02).
001380     05  OUT-FILE-STATUS         PIC X(02).
001385     05  MSTR-FILE-STATUS        PIC X(02).
001390     05  TGO-FILE-STATUS         PIC X(02).
001400     05  EXT-FILE-STATUS         PIC X(02).
001410     05  AUDIT-FILE-STATUS       PIC X(02).
003520*  2000-EXTRACT-FIBOUT
003530*  EXTRACTS THE PRIME-FIBONACCI RESULTS - HEADER RECORD, ONE
003540*  DELIMITED RECORD PER FIBOUT RECORD WITH THE VALUE'S SIGN
003545*  HANDLED EXPLICITLY, THEN THE TRAILER.  THE MASTER IS OPENED
003550*  ALONGSIDE FIBOUT FOR THE INDEX AND DIGIT-COUNT COLUMNS; BOTH
003555*  ARE IN ASCENDING VALUE ORDER, SO ONE FORWARD PASS SERVES.
003560******************************************************************
003570 2000-EXTRACT-FIBOUT.
003580     MOVE SPACES TO EXT-LINE-WORK.
003585     STRING 'RUN_DATE|SEQUENCE_NO|FIB_VALUE|' DELIMITED BY SIZE
003590            'FIB_INDEX|DIGIT_COUNT' DELIMITED BY SIZE
003595         INTO EXT-LINE-WORK.
003600     PERFORM 7000-WRITE-EXTRACT-LINE THRU 7000-EXIT.
003602     MOVE -1 TO MLK-MASTER-KEY.
003604     SET WS-MSTR-NOT-EOF TO TRUE.
003606     OPEN INPUT FIB-MASTER-FILE.
003610     SET WS-IN-NOT-EOF TO TRUE.
003620     OPEN INPUT FIBONACCI-OUT-FILE.
003630     READ FIBONACCI-OUT-FILE
003660     PERFORM 2100-EXTRACT-FIBOUT-RECORD THRU 2100-EXIT
003670         UNTIL WS-IN-EOF.
003680     CLOSE FIBONACCI-OUT-FILE.
003685     CLOSE FIB-MASTER-FILE.
003690     PERFORM 7100-WRITE-TRAILER THRU 7100-EXIT.
003700 2000-EXIT.
003710     EXIT.
003870     END-IF.
003880     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
003890     MOVE FMT-TEXT TO FMT-VALUE-TEXT.
003895     PERFORM 2200-LOOKUP-MASTER THRU 2200-EXIT.
003900     ADD 1 TO EXT-RECORD-COUNT.
003910     MOVE SPACES TO EXT-LINE-WORK.
003920     STRING FIBOUT-RUN-DATE   DELIMITED BY SIZE
003950            '|'               DELIMITED BY SIZE
003960            FMT-SIGN-TEXT     DELIMITED BY SPACE
003970            FMT-VALUE-TEXT    DELIMITED BY SPACE
003972            '|'               DELIMITED BY SIZE
003974            FMT-INDEX-TEXT    DELIMITED BY SPACE
003976            '|'               DELIMITED BY SIZE
003978            FMT-DIGITS-TEXT   DELIMITED BY SPACE
003980         INTO EXT-LINE-WORK.
003990     PERFORM 7000-WRITE-EXTRACT-LINE THRU 7000-EXIT.
004000 2100-READ-NEXT.
004010     READ FIBONACCI-OUT-FILE
004020         AT END SET WS-IN-EOF TO TRUE
004021     END-READ.
004022 2100-EXIT.
004023     EXIT.
004024******************************************************************
004025*  2200-LOOKUP-MASTER
004026*  ADVANCES THE MASTER TO THE FIRST ENTRY NOT BELOW THE FIBOUT
004027*  VALUE AND, ON AN EXACT MATCH, FORMATS THAT ENTRY'S INDEX AND
004028*  DIGIT COUNT.  A VALUE NOT ON THE MASTER, OR AN ENTRY WRITTEN
004029*  BEFORE THE FIELDS EXISTED (SPACES) OR WITH NO INDEX (ZERO),
004030*  LEAVES BOTH COLUMNS EMPTY.
004031******************************************************************
004032 2200-LOOKUP-MASTER.
004033     MOVE SPACES TO FMT-INDEX-TEXT.
004034     MOVE SPACES TO FMT-DIGITS-TEXT.
004035     PERFORM 2210-READ-MASTER THRU 2210-EXIT
004036         UNTIL MLK-MASTER-KEY IS NOT LESS THAN FIBOUT-FIB-VALUE.
004037     IF MLK-MASTER-KEY IS NOT EQUAL TO FIBOUT-FIB-VALUE
004038         GO TO 2200-EXIT
004039     END-IF.
004040     IF FIBMST-FIB-INDEX IS NOT NUMERIC
004041         OR FIBMST-DIGIT-COUNT IS NOT NUMERIC
004042         OR FIBMST-FIB-INDEX = ZERO
004044         GO TO 2200-EXIT
004045     END-IF.
004046     MOVE FIBMST-FIB-INDEX TO FMT-NUMBER.
004047     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
004048     MOVE FMT-TEXT TO FMT-INDEX-TEXT.
004049     MOVE FIBMST-DIGIT-COUNT TO FMT-NUMBER.
004050     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
004051     MOVE FMT-TEXT TO FMT-DIGITS-TEXT.
004052 2200-EXIT.
004053     EXIT.
004054 2210-READ-MASTER.
004055     READ FIB-MASTER-FILE
004056         AT END
004057             SET WS-MSTR-EOF TO TRUE
004058             MOVE MLK-KEY-SENTINEL TO MLK-MASTER-KEY
004059         NOT AT END
004060             IF FIBMST-RECORD(1:8) IS NOT EQUAL TO '*TRAILER'
004061                 MOVE FIBMST-FIB-VALUE TO MLK-MASTER-KEY
004062             END-IF
004063     END-READ.
004064 2210-EXIT.
004065     EXIT.
004066******************************************************************
004070*  3000-EXTRACT-TGOUT
004080*  EXTRACTS THE GENERATED COMBINATIONS - HEADER RECORD, ONE
004090*  DELIMITED RECORD PER TGOUT RECORD, THEN THE TRAILER.
