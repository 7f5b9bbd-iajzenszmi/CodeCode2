000410*                   DATE GIVES IT AWAY.  THE MASTER IS A
000420*                   GENERATION CARRIED ACROSS NIGHTS, SO ITS
000430*                   TRAILER DATE IS NOT DATE-CHECKED.
000431*  2026-10-15  OPS  THE CASE'S PASS AND FAIL COUNTS (SEE
000432*                   TCMSTR.CPY) ARE CARRIED FORWARD WITH THE REST
000433*                   OF THE LIFECYCLE STATE; A NEW CASE STARTS AT
000434*                   ZERO.
000435*  2026-10-15  OPS  A RETIRED CASE'S RETIREMENT REASON (SEE
000436*                   TCMSTR.CPY) IS CARRIED FORWARD; A NEW CASE
000437*                   STARTS WITH NONE.
000440******************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000900     05  LWR-GEN-DATE            PIC 9(08).
000910     05  LWR-STATUS-DATE         PIC 9(08).
000920     05  LWR-TESTER-ID           PIC X(08).
000924     05  LWR-RESULT-COUNTS.
000928         10  LWR-PASS-COUNT      PIC 9(03).
000932         10  LWR-FAIL-COUNT      PIC 9(03).
000936     05  LWR-RETIRE-REASON       PIC X(01).
000940 01  LOAD-COUNTERS.
000950     05  LOD-ADD-COUNT           PIC 9(09)    COMP.
000960     05  LOD-DUP-COUNT           PIC 9(09)    COMP.
004040     MOVE TCM-GEN-DATE    TO LWR-GEN-DATE.
004050     MOVE TCM-STATUS-DATE TO LWR-STATUS-DATE.
004060     MOVE TCM-TESTER-ID   TO LWR-TESTER-ID.
004065     MOVE TCM-RESULT-COUNTS TO LWR-RESULT-COUNTS.
004067     MOVE TCM-RETIRE-REASON TO LWR-RETIRE-REASON.
004070     PERFORM 5000-WRITE-MASTER THRU 5000-EXIT.
004080     ADD 1 TO LOD-CARRIED-COUNT.
004090     PERFORM 7100-READ-OLD-MASTER THRU 7100-EXIT.
004280     MOVE WS-RUN-DATE       TO LWR-GEN-DATE.
004290     MOVE WS-RUN-DATE       TO LWR-STATUS-DATE.
004300     MOVE SPACES            TO LWR-TESTER-ID.
004303     MOVE ZERO              TO LWR-PASS-COUNT.
004306     MOVE ZERO              TO LWR-FAIL-COUNT.
004308     MOVE SPACE             TO LWR-RETIRE-REASON.
004310     PERFORM 5000-WRITE-MASTER THRU 5000-EXIT.
004320     ADD 1 TO LOD-ADD-COUNT.
004330     PERFORM 7000-READ-TGOUT THRU 7000-EXIT.
