000320*                   DETAIL LINE NOR COUNTED IN THE TRAILER
000330*                   TOTAL, SO THE FIBLIST TOTAL STILL AGREES
000340*                   WITH THE DATASET'S OWN CONTROL RECORD.
000341*  2026-10-15  OPS  EACH DETAIL LINE NOW SHOWS THE VALUE'S
000342*                   FIBONACCI INDEX AS F(N) AND ITS DIGIT COUNT,
000343*                   TAKEN FROM ITS ENTRY ON THE CUMULATIVE MASTER
000344*                   (FIBMSTO - SEE FIBMSTR.CPY) READ IN STEP WITH
000345*                   FIBOUT.  BOTH ARE LEFT BLANK WHEN THE VALUE IS
000346*                   NOT ON THE MASTER OR THE MASTER ENTRY PREDATES
000347*                   THE FIELDS.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000390     SELECT OPTIONAL FIBONACCI-OUT-FILE ASSIGN TO "FIBOUT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS OUT-FILE-STATUS.
000412     SELECT OPTIONAL FIB-MASTER-FILE ASSIGN TO "FIBMSTO"
000414         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS MSTR-FILE-STATUS.
000420     SELECT PRINT-FILE ASSIGN TO "FIBLIST"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS PRT-FILE-STATUS.
000470 FD  FIBONACCI-OUT-FILE
000480     RECORDING MODE IS F.
000490 COPY FIBOUTR.
000492 FD  FIB-MASTER-FILE
000494     RECORDING MODE IS F.
000496 COPY FIBMSTR.
000500 FD  PRINT-FILE
000510     RECORDING MODE IS F.
000520 COPY FIBRPTL.
000570     05  RPT-LINES-PER-PAGE      PIC 9(04)    COMP
000580                                  VALUE 0055.
000590     05  RPT-RUNNING-COUNT       PIC 9(09)    COMP.
000591 01  MASTER-LOOKUP.
000592     05  MLK-MASTER-KEY          PIC S9(18)   COMP-3.
000593     05  MLK-KEY-SENTINEL        PIC S9(18)   COMP-3
000594                                  VALUE +999999999999999999.
000595     05  MLK-INDEX-DIGITS        PIC 9(03).
000596     05  MLK-LEADING-ZEROS       PIC 9(02)    COMP.
000597     05  MLK-INDEX-LENGTH        PIC 9(02)    COMP.
000600 01  WS-DATE-TIME.
000610     05  WS-RUN-DATE             PIC 9(08).
000620 01  WS-SWITCHES.
000630     05  WS-FIBOUT-EOF-SWITCH    PIC X(01).
000640         88  WS-FIBOUT-EOF           VALUE 'Y'.
000650         88  WS-FIBOUT-NOT-EOF       VALUE 'N'.
000652     05  WS-MSTR-EOF-SWITCH      PIC X(01).
000654         88  WS-MSTR-EOF             VALUE 'Y'.
000656         88  WS-MSTR-NOT-EOF         VALUE 'N'.
000660 01  WS-FILE-STATUSES.
000670     05  OUT-FILE-STATUS         PIC X(02).
000675     05  MSTR-FILE-STATUS        PIC X(02).
000680     05  PRT-FILE-STATUS         PIC X(02).
000690 PROCEDURE DIVISION.
000700 0000-MAIN-LOGIC.
000750     STOP RUN.
000760******************************************************************
000770*  1000-INITIALIZE
000776*  OPENS THE INPUT DATASET, THE MASTER, AND THE PRINT FILE, AND
000782*  PRIMES THE READ SO THE MAIN LOOP CAN TEST FOR END-OF-FILE UP
000788*  FRONT.  THE MASTER KEY STARTS BELOW EVERY VALUE SO THE FIRST
000794*  LOOKUP READS ITS FIRST RECORD.
000800******************************************************************
000810 1000-INITIALIZE.
000820     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000840     MOVE 0 TO RPT-LINE-COUNT.
000850     MOVE 0 TO RPT-RUNNING-COUNT.
000860     SET WS-FIBOUT-NOT-EOF TO TRUE.
000863     MOVE -1 TO MLK-MASTER-KEY.
000866     SET WS-MSTR-NOT-EOF TO TRUE.
000870     OPEN INPUT FIBONACCI-OUT-FILE.
000875     OPEN INPUT FIB-MASTER-FILE.
000880     OPEN OUTPUT PRINT-FILE.
000890     READ FIBONACCI-OUT-FILE
000900         AT END SET WS-FIBOUT-EOF TO TRUE
001300     MOVE SPACES TO RPT-HEADING-2.
001310     MOVE 'SEQUENCE' TO RPT2-SEQ-LABEL.
001320     MOVE 'FIBONACCI VALUE' TO RPT2-VALUE-LABEL.
001323     MOVE 'F(N)' TO RPT2-INDEX-LABEL.
001326     MOVE 'DIGITS' TO RPT2-DIGITS-LABEL.
001330     WRITE RPT-HEADING-2 AFTER ADVANCING 2.
001340     ADD 3 TO RPT-LINE-COUNT.
001350 3000-EXIT.
001420     MOVE SPACES TO RPT-DETAIL-LINE.
001430     MOVE FIBOUT-SEQUENCE-NO TO RPTD-SEQUENCE-NO.
001440     MOVE FIBOUT-FIB-VALUE   TO RPTD-FIB-VALUE.
001445     PERFORM 5000-LOOKUP-MASTER THRU 5000-EXIT.
001450     WRITE RPT-DETAIL-LINE AFTER ADVANCING 1.
001451     ADD 1 TO RPT-LINE-COUNT.
001452 4000-EXIT.
001453     EXIT.
001454******************************************************************
001455*  5000-LOOKUP-MASTER
001456*  ADVANCES THE MASTER TO THE FIRST ENTRY NOT BELOW THE FIBOUT
001457*  VALUE - BOTH FILES ARE IN ASCENDING VALUE ORDER - AND, ON AN
001458*  EXACT MATCH, FILLS IN THE F(N) AND DIGIT-COUNT COLUMNS.  A
001459*  VALUE NOT ON THE MASTER, OR AN ENTRY WRITTEN BEFORE THE
001460*  FIELDS EXISTED (SPACES) OR WITH NO INDEX (ZERO), LEAVES BOTH
001461*  COLUMNS BLANK.
001462******************************************************************
001463 5000-LOOKUP-MASTER.
001464     PERFORM 5100-READ-MASTER THRU 5100-EXIT
001465         UNTIL MLK-MASTER-KEY IS NOT LESS THAN FIBOUT-FIB-VALUE.
001466     IF MLK-MASTER-KEY IS NOT EQUAL TO FIBOUT-FIB-VALUE
001467         GO TO 5000-EXIT
001468     END-IF.
001469     IF FIBMST-FIB-INDEX IS NOT NUMERIC
001470         OR FIBMST-DIGIT-COUNT IS NOT NUMERIC
001471         OR FIBMST-FIB-INDEX = ZERO
001472         GO TO 5000-EXIT
001474     END-IF.
001475     MOVE FIBMST-FIB-INDEX TO MLK-INDEX-DIGITS.
001476     MOVE 0 TO MLK-LEADING-ZEROS.
001477     INSPECT MLK-INDEX-DIGITS
001478         TALLYING MLK-LEADING-ZEROS FOR LEADING ZERO.
001479     SUBTRACT MLK-LEADING-ZEROS FROM 3 GIVING MLK-INDEX-LENGTH.
001480     ADD 1 TO MLK-LEADING-ZEROS.
001481     STRING 'F(' DELIMITED BY SIZE
001482            MLK-INDEX-DIGITS(MLK-LEADING-ZEROS:MLK-INDEX-LENGTH)
001483                DELIMITED BY SIZE
001484            ')' DELIMITED BY SIZE
001485         INTO RPTD-FIB-INDEX.
001486     MOVE FIBMST-DIGIT-COUNT TO RPTD-DIGIT-COUNT.
001487 5000-EXIT.
001488     EXIT.
001489 5100-READ-MASTER.
001490     READ FIB-MASTER-FILE
001491         AT END
001492             SET WS-MSTR-EOF TO TRUE
001493             MOVE MLK-KEY-SENTINEL TO MLK-MASTER-KEY
001494         NOT AT END
001495             IF FIBMST-RECORD(1:8) IS NOT EQUAL TO '*TRAILER'
001496                 MOVE FIBMST-FIB-VALUE TO MLK-MASTER-KEY
001497             END-IF
001498     END-READ.
001499 5100-EXIT.
001500     EXIT.
001501******************************************************************
001502*  9000-TERMINATE
001510*  WRITES THE TRAILER TOTAL, CLOSES THE FILES, AND DISPLAYS A
001520*  RUN SUMMARY.
001530******************************************************************
001570     MOVE RPT-RUNNING-COUNT TO RPTT-TOTAL-COUNT.
001580     WRITE RPT-TRAILER-LINE AFTER ADVANCING 2.
001590     CLOSE FIBONACCI-OUT-FILE.
001595     CLOSE FIB-MASTER-FILE.
001600     CLOSE PRINT-FILE.
001610     DISPLAY 'PRIME-FIB-LISTING COMPLETE - LINES LISTED: '
001620         RPT-RUNNING-COUNT.
