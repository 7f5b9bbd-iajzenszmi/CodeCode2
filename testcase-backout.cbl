000310*                   JOURNAL ENTRIES OVERFLOW THE WORK TABLE, OR
000320*                   A RESTORE THE ACCESS METHOD REJECTS, ENDS
000330*                   WITH RETURN CODE 8 AND NOTHING HALF-DONE
000331*                   LEFT QUIET.
000332*  2026-10-15  OPS  THE JOURNAL NOW CARRIES TESTER-REASSIGN AND
000333*                   DEFECT-MAINT ENTRIES AS WELL, SO THE BKOCTL
000334*                   CARD TAKES AN OPTIONAL PROGRAM ID (COLS 9-16)
000335*                   THAT LIMITS THE BACKOUT TO THAT PROGRAM'S
000336*                   ENTRIES FOR THE RUN DATE.  THE PROGRAM BACKED
000337*                   OUT (OR ALL) IS PRINTED UNDER THE REPORT
000338*                   HEADING AND CARRIED IN THE RUN-AUDIT RECORD.
000339*  2026-10-15  OPS  A SINGLE-PROGRAM BACKOUT NOW RESTORES A CASE
000341*                   ONLY WHILE THE MASTER STILL MATCHES THAT
000343*                   PROGRAM'S AFTER-IMAGE.  A CASE ANOTHER PROGRAM
000344*                   CHANGED LATER THAT NIGHT IS LEFT AS IT IS,
000345*                   REPORTED AS NOT RESTORED, COUNTED ON THE
000346*                   TRAILER AND THE RUN-AUDIT RECORD, AND ENDS THE
000347*                   RUN WITH RETURN CODE 8 FOR A HAND DECISION.
000350******************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000790         10  BKT-SEQUENCE-NO     PIC 9(06).
000800         10  BKT-PROGRAM-ID      PIC X(08).
000810         10  BKT-BEFORE-IMAGE    PIC X(96).
000815         10  BKT-AFTER-IMAGE     PIC X(96).
000820 01  BACKOUT-TABLE-WORK.
000830     05  BKT-COUNT               PIC 9(04)    COMP.
000840     05  BKT-INDEX               PIC 9(04)    COMP.
000850 01  BACKOUT-CONTROL.
000860     05  BKO-TARGET-DATE         PIC 9(08).
000863     05  BKO-TARGET-PROGRAM      PIC X(08).
000866     05  BKO-PROGRAM-SHOWN       PIC X(08).
000870     05  BKO-CARD-OK-SW          PIC X(01).
000880         88  BKO-CARD-OK             VALUE 'Y'.
000890         88  BKO-CARD-BAD            VALUE 'N'.
000900     05  BKO-OVERFLOW-SW         PIC X(01).
000910         88  BKO-TABLE-OVERFLOW      VALUE 'Y'.
000920         88  BKO-TABLE-IN-RANGE      VALUE 'N'.
000922     05  BKO-CURRENT-SW          PIC X(01).
000924         88  BKO-CURRENT-MATCHES     VALUE 'Y'.
000926         88  BKO-CURRENT-CHANGED     VALUE 'N'.
000930 01  BACKOUT-COUNTERS.
000940     05  BKO-RESTORED-COUNT      PIC 9(09)    COMP.
000950     05  BKO-REWRITE-FAIL-COUNT  PIC 9(05)    COMP.
000955     05  BKO-CONFLICT-COUNT      PIC 9(09)    COMP.
000960 01  BACKOUT-IMAGE-WORK.
000970     05  BKW-IMAGE               PIC X(96).
000980     05  BKW-IMAGE-FIELDS REDEFINES BKW-IMAGE.
001190     05  AUDIT-FILE-STATUS       PIC X(02).
001200 01  WS-MISC.
001210     05  WS-RESTORED-DISPLAY     PIC 9(09).
001215     05  WS-CONFLICT-DISPLAY     PIC 9(09).
001220 PROCEDURE DIVISION.
001230 0000-MAIN-LOGIC.
001240     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     STOP RUN.
001300******************************************************************
001310*  1000-INITIALIZE
001320*  READS THE CONTROL CARD NAMING THE RUN - AND OPTIONALLY THE
001330*  ONE PROGRAM - TO BACK OUT, OPENS THE REPORT, AND LOADS THE
001340*  CHOSEN ENTRIES FROM THE JOURNAL INTO THE WORK TABLE IN
001350*  ARRIVAL ORDER - THE RESTORE REPLAYS THEM FROM THE BOTTOM UP.
001360******************************************************************
001370 1000-INITIALIZE.
001380     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
001390     ACCEPT WS-START-TIME FROM TIME.
001400     MOVE 0 TO BKT-COUNT.
001405     MOVE 0 TO BKO-TARGET-DATE.
001406     MOVE SPACES TO BKO-TARGET-PROGRAM.
001407     MOVE SPACES TO BKO-PROGRAM-SHOWN.
001410     MOVE 0 TO BKO-RESTORED-COUNT.
001420     MOVE 0 TO BKO-REWRITE-FAIL-COUNT.
001425     MOVE 0 TO BKO-CONFLICT-COUNT.
001430     SET BKO-CARD-OK TO TRUE.
001440     SET BKO-TABLE-IN-RANGE TO TRUE.
001450     SET WS-BKC-NOT-EOF TO TRUE.
001670         WRITE BKO-DETAIL-LINE AFTER ADVANCING 2
001680         GO TO 1000-EXIT
001690     END-IF.
001693     MOVE BKO-RUN-DATE TO BKO-TARGET-DATE.
001694     MOVE BKO-PROGRAM-ID TO BKO-TARGET-PROGRAM.
001695     IF BKO-TARGET-PROGRAM = SPACES
001696         MOVE 'ALL' TO BKO-PROGRAM-SHOWN
001697     ELSE
001698         MOVE BKO-TARGET-PROGRAM TO BKO-PROGRAM-SHOWN
001699     END-IF.
001700     MOVE SPACES TO BKO-HEADING-2.
001701     MOVE 'BACKING OUT RUN DATE' TO BKO2-DATE-LABEL.
001702     MOVE BKO-TARGET-DATE TO BKO2-TARGET-DATE.
001703     MOVE 'PROGRAM:' TO BKO2-PROGRAM-LABEL.
001704     MOVE BKO-PROGRAM-SHOWN TO BKO2-PROGRAM-ID.
001705     WRITE BKO-HEADING-2 AFTER ADVANCING 2.
001710     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT.
001720 1000-EXIT.
001730     EXIT.
001740******************************************************************
001750*  2000-LOAD-JOURNAL
001756*  ONE PASS OVER THE JOURNAL KEEPING THE TARGET RUN'S ENTRIES -
001762*  ONLY THE TARGET PROGRAM'S WHEN THE CARD NAMES ONE.
001770*  A RUN TOO LARGE FOR THE TABLE FAILS THE STEP - A PARTIAL
001780*  BACKOUT WOULD LEAVE THE MASTER IN A STATE NOBODY CAN REASON
001790*  ABOUT.
001900     IF BKT-COUNT = ZERO
001910         AND BKO-TABLE-IN-RANGE
001920         DISPLAY 'TESTCASE-BACKOUT - NO JOURNAL ENTRIES FOR '
001926             BKO-TARGET-DATE ' PROGRAM ' BKO-PROGRAM-SHOWN
001932             ' - NOTHING TO BACK OUT'
001940         MOVE SPACES TO BKO-DETAIL-LINE
001950         MOVE 'NO JOURNAL ENTRIES FOR THE REQUESTED SELECTION'
001960             TO BKOD-TEXT
001970         WRITE BKO-DETAIL-LINE AFTER ADVANCING 2
001980     END-IF.
002020     IF TCJ-RUN-DATE IS NOT EQUAL TO BKO-TARGET-DATE
002030         GO TO 2100-READ-NEXT
002040     END-IF.
002042     IF BKO-TARGET-PROGRAM IS NOT EQUAL TO SPACES
002044         AND TCJ-PROGRAM-ID IS NOT EQUAL TO BKO-TARGET-PROGRAM
002046         GO TO 2100-READ-NEXT
002048     END-IF.
002050     IF BKT-COUNT IS NOT LESS THAN BKT-MAX-ENTRIES
002060         SET BKO-TABLE-OVERFLOW TO TRUE
002070         SET WS-JRN-EOF TO TRUE
002140     MOVE TCJ-SEQUENCE-NO TO BKT-SEQUENCE-NO(BKT-COUNT).
002150     MOVE TCJ-PROGRAM-ID TO BKT-PROGRAM-ID(BKT-COUNT).
002160     MOVE TCJ-BEFORE-IMAGE TO BKT-BEFORE-IMAGE(BKT-COUNT).
002165     MOVE TCJ-AFTER-IMAGE TO BKT-AFTER-IMAGE(BKT-COUNT).
002170 2100-READ-NEXT.
002180     READ JOURNAL-FILE
002190         AT END SET WS-JRN-EOF TO TRUE
002250*  REPLAYS THE LOADED ENTRIES IN REVERSE - LAST CHANGE FIRST -
002260*  REWRITING EACH BEFORE-IMAGE BACK OVER THE KEYED MASTER, SO A
002270*  CASE TOUCHED TWICE IN THE RUN ENDS AT ITS STATE BEFORE THE
002274*  FIRST CHANGE.  WHEN THE CARD NAMES ONE PROGRAM, A CASE IS
002278*  RESTORED ONLY WHILE THE MASTER STILL HOLDS THAT PROGRAM'S
002282*  AFTER-IMAGE - A LATER CHANGE BY ANOTHER PROGRAM IS NEVER
002286*  OVERWRITTEN, AND THE CASE IS REPORTED FOR A HAND DECISION.
002290******************************************************************
002300 3000-RESTORE-BEFORE-IMAGES.
002310     OPEN I-O KEYED-MASTER-FILE.
002380 3100-RESTORE-ONE-IMAGE.
002390     MOVE BKT-BEFORE-IMAGE(BKT-INDEX) TO BKW-IMAGE.
002400     MOVE BKW-IMAGE TO TCM-RECORD.
002401     IF BKO-TARGET-PROGRAM IS NOT EQUAL TO SPACES
002402         PERFORM 3150-CHECK-CURRENT-IMAGE THRU 3150-EXIT
002403         IF BKO-CURRENT-CHANGED
002404             GO TO 3100-EXIT
002405         END-IF
002406         MOVE BKW-IMAGE TO TCM-RECORD
002407     END-IF.
002410     REWRITE TCM-RECORD
002420         INVALID KEY
002430             ADD 1 TO BKO-REWRITE-FAIL-COUNT
002480             ADD 1 TO BKO-RESTORED-COUNT
002490             PERFORM 3200-REPORT-RESTORE THRU 3200-EXIT
002500     END-REWRITE.
002501 3100-EXIT.
002502     EXIT.
002503******************************************************************
002504*  3150-CHECK-CURRENT-IMAGE
002505*  READS THE CASE AS IT STANDS ON THE MASTER AND COMPARES IT
002506*  WITH THE ENTRY'S AFTER-IMAGE.  ANY DIFFERENCE MEANS ANOTHER
002507*  PROGRAM CHANGED THE CASE AFTER THIS ENTRY WAS POSTED, SO THE
002508*  RESTORE IS SKIPPED AND REPORTED.  A CASE NO LONGER ON THE
002509*  MASTER IS A REJECTED RESTORE, AS THE REWRITE WOULD BE.
002510******************************************************************
002511 3150-CHECK-CURRENT-IMAGE.
002512     SET BKO-CURRENT-MATCHES TO TRUE.
002513     READ KEYED-MASTER-FILE
002514         INVALID KEY
002515             SET BKO-CURRENT-CHANGED TO TRUE
002516             ADD 1 TO BKO-REWRITE-FAIL-COUNT
002517             DISPLAY 'TESTCASE-BACKOUT WARNING - RESTORE '
002518                 'REJECTED, STATUS ' KEY-FILE-STATUS
002519                 ' FOR: ' BKW-KEY
002520     END-READ.
002521     IF BKO-CURRENT-CHANGED
002522         GO TO 3150-EXIT
002523     END-IF.
002524     IF TCM-RECORD IS NOT EQUAL TO BKT-AFTER-IMAGE(BKT-INDEX)
002525         SET BKO-CURRENT-CHANGED TO TRUE
002526         ADD 1 TO BKO-CONFLICT-COUNT
002527         PERFORM 3300-REPORT-CONFLICT THRU 3300-EXIT
002528     END-IF.
002529 3150-EXIT.
002530     EXIT.
002531 3200-REPORT-RESTORE.
002540     MOVE SPACES TO BKO-DETAIL-LINE.
002550     STRING 'RESTORED ' DELIMITED BY SIZE
002560            BKW-KEY            DELIMITED BY SIZE
002640         INTO BKOD-TEXT.
002650     WRITE BKO-DETAIL-LINE AFTER ADVANCING 1.
002660 3200-EXIT.
002663     EXIT.
002664 3300-REPORT-CONFLICT.
002665     MOVE SPACES TO BKO-DETAIL-LINE.
002666     STRING 'NOT RESTORED ' DELIMITED BY SIZE
002667            BKW-KEY            DELIMITED BY SIZE
002668            ' - CHANGED SINCE BY A LATER UPDATE (SEQ '
002669                               DELIMITED BY SIZE
002670            BKT-SEQUENCE-NO(BKT-INDEX) DELIMITED BY SIZE
002671            ')'                DELIMITED BY SIZE
002672         INTO BKOD-TEXT.
002673     WRITE BKO-DETAIL-LINE AFTER ADVANCING 1.
002674 3300-EXIT.
002675     EXIT.
002680******************************************************************
002690*  9000-TERMINATE
002700*  WRITES THE TRAILER TOTALS, CLOSES THE REPORT, APPENDS A
002710*  RUN-AUDIT RECORD, AND SETS THE RETURN CODE - 8 FOR A BAD
002716*  CARD, A TABLE OVERFLOW, A REJECTED RESTORE, OR A CASE LEFT
002722*  UNRESTORED BECAUSE A LATER UPDATE CHANGED IT.
002730******************************************************************
002740 9000-TERMINATE.
002750     MOVE SPACES TO BKO-TRAILER-LINE.
002760     MOVE 'MASTER RECORDS RESTORED:' TO BKOT-LABEL.
002770     MOVE BKO-RESTORED-COUNT TO BKOT-TOTAL-COUNT.
002780     WRITE BKO-TRAILER-LINE AFTER ADVANCING 2.
002782     MOVE SPACES TO BKO-TRAILER-LINE.
002784     MOVE 'NOT RESTORED - CHANGED SINCE:' TO BKOT-LABEL.
002786     MOVE BKO-CONFLICT-COUNT TO BKOT-TOTAL-COUNT.
002788     WRITE BKO-TRAILER-LINE AFTER ADVANCING 1.
002790     CLOSE PRINT-FILE.
002800     ACCEPT WS-END-TIME FROM TIME.
002810     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
002820     DISPLAY 'TESTCASE-BACKOUT COMPLETE - RESTORED: '
002830         BKO-RESTORED-COUNT ' RESTORE FAILURES: '
002836         BKO-REWRITE-FAIL-COUNT ' CHANGED SINCE: '
002842         BKO-CONFLICT-COUNT.
002850     IF BKO-CARD-BAD OR BKO-TABLE-OVERFLOW
002860         OR BKO-REWRITE-FAIL-COUNT IS GREATER THAN ZERO
002865         OR BKO-CONFLICT-COUNT IS GREATER THAN ZERO
002870         MOVE 8 TO RETURN-CODE
002880     END-IF.
002890 9000-EXIT.
003040     MOVE WS-START-TIME TO AUDIT-START-TIME.
003050     MOVE WS-END-TIME TO AUDIT-END-TIME.
003060     MOVE BKO-TARGET-DATE TO AUDIT-PARM-1.
003065     MOVE BKO-PROGRAM-SHOWN TO AUDIT-PARM-2.
003070     MOVE BKO-RESTORED-COUNT TO WS-RESTORED-DISPLAY.
003075     MOVE BKO-CONFLICT-COUNT TO WS-CONFLICT-DISPLAY.
003080     STRING 'RESTORED=' DELIMITED BY SIZE
003090            WS-RESTORED-DISPLAY DELIMITED BY SIZE
003093            ' CONFLICTS=' DELIMITED BY SIZE
003096            WS-CONFLICT-DISPLAY DELIMITED BY SIZE
003100         INTO AUDIT-FINAL-STATE.
003110     IF BKO-CARD-BAD OR BKO-TABLE-OVERFLOW
003120         OR BKO-REWRITE-FAIL-COUNT IS GREATER THAN ZERO
003125         OR BKO-CONFLICT-COUNT IS GREATER THAN ZERO
003130         SET AUDIT-FAILED TO TRUE
003140         MOVE 8 TO RETURN-CODE
003150     ELSE
