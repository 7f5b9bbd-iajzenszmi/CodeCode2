000340*                   EXCEPTIONS ARE OUTSTANDING; GREEN OTHERWISE
000350*                   - AND THE RETURN CODE (8/4/0) LETS THE
000360*                   SCHEDULER PAGE ON-CALL ONLY ON RED.
000361*  2026-10-15  OPS  RETEST ('R') AND RETIRED ('X') CASES ARE NOW
000362*                   TALLIED.  A SECOND TEST-CASE LINE GIVES THE
000363*                   RETEST AND RETIRED COUNTS AND THE OPEN WORK
000364*                   (GENERATED, ASSIGNED, EXECUTED AND RETEST) -
000365*                   RETIRED CASES ARE LEFT OUT OF OPEN WORK, AS ON
000366*                   THE TESTCASE-STATUS SUMMARY PAGE.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
001080     05  NST-EXECUTED-COUNT      PIC 9(09)    COMP.
001090     05  NST-PASSED-COUNT        PIC 9(09)    COMP.
001100     05  NST-FAILED-COUNT        PIC 9(09)    COMP.
001102     05  NST-RETEST-COUNT        PIC 9(09)    COMP.
001104     05  NST-RETIRED-COUNT       PIC 9(09)    COMP.
001106     05  NST-OPEN-COUNT          PIC 9(09)    COMP.
001110 01  FIB-MASTER-TALLIES.
001120     05  NSF-ADDED-COUNT         PIC 9(09)    COMP.
001130     05  NSF-TOTAL-COUNT         PIC 9(09)    COMP.
002030     MOVE 0 TO NST-EXECUTED-COUNT.
002040     MOVE 0 TO NST-PASSED-COUNT.
002050     MOVE 0 TO NST-FAILED-COUNT.
002052     MOVE 0 TO NST-RETEST-COUNT.
002054     MOVE 0 TO NST-RETIRED-COUNT.
002056     MOVE 0 TO NST-OPEN-COUNT.
002060     MOVE 0 TO NSF-ADDED-COUNT.
002070     MOVE 0 TO NSF-TOTAL-COUNT.
002080     SET NST-VERDICT-GREEN TO TRUE.
003120******************************************************************
003130*  4000-SCAN-TESTCASE-MASTER
003140*  TALLIES THE TEST-CASE MASTER BY LIFECYCLE STATE.  THE
003145*  TRAILER CONTROL RECORD READS AS END OF DATA.  OPEN WORK IS
003150*  EVERY GENERATED, ASSIGNED, EXECUTED OR RETEST CASE - A RETIRED
003155*  CASE IS STILL ON FILE BUT IS NO LONGER WORK.
003160******************************************************************
003170 4000-SCAN-TESTCASE-MASTER.
003180     SET WS-TCM-NOT-EOF TO TRUE.
003460     END-IF.
003470     IF TCM-FAILED
003480         ADD 1 TO NST-FAILED-COUNT
003483     END-IF.
003484     IF TCM-RETEST
003485         ADD 1 TO NST-RETEST-COUNT
003486     END-IF.
003487     IF TCM-RETIRED
003488         ADD 1 TO NST-RETIRED-COUNT
003490     END-IF.
003492     IF TCM-GENERATED OR TCM-ASSIGNED OR TCM-EXECUTED
003494         OR TCM-RETEST
003496         ADD 1 TO NST-OPEN-COUNT
003498     END-IF.
003500 4100-EXIT.
003510     EXIT.
003520******************************************************************
004750            ' FAILED '         DELIMITED BY SIZE
004760            WS-COUNT-DISPLAY-5 DELIMITED BY SIZE
004770         INTO NSRD-TEXT.
004773     WRITE NSR-DETAIL-LINE AFTER ADVANCING 2.
004774     MOVE SPACES TO NSR-DETAIL-LINE.
004775     MOVE NST-RETEST-COUNT TO WS-COUNT-DISPLAY.
004776     MOVE NST-RETIRED-COUNT TO WS-COUNT-DISPLAY-2.
004777     MOVE NST-OPEN-COUNT TO WS-COUNT-DISPLAY-3.
004778     STRING '             RETEST '    DELIMITED BY SIZE
004779            WS-COUNT-DISPLAY   DELIMITED BY SIZE
004780            ' RETIRED '        DELIMITED BY SIZE
004781            WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
004782            ' OPEN WORK '      DELIMITED BY SIZE
004783            WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
004784         INTO NSRD-TEXT.
004785     WRITE NSR-DETAIL-LINE AFTER ADVANCING 1.
004790     MOVE SPACES TO NSR-DETAIL-LINE.
004800     MOVE NSF-ADDED-COUNT TO WS-COUNT-DISPLAY.
004810     MOVE NSF-TOTAL-COUNT TO WS-COUNT-DISPLAY-2.
005540     DISPLAY 'NIGHT-STATUS COMPLETE - VERDICT: ' NST-VERDICT
005550         ' PROGRAMS: ' NPL-COUNT
005560         ' FAILED RUNS: ' NPL-FAILED-COUNT.
005562     DISPLAY 'NIGHT-STATUS OPEN TEST CASES: ' NST-OPEN-COUNT
005564         ' RETEST: ' NST-RETEST-COUNT
005566         ' RETIRED: ' NST-RETIRED-COUNT.
005570     IF NST-VERDICT-RED
005580         MOVE 8 TO RETURN-CODE
005590     ELSE
