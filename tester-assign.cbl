000480*                   WAS ENDING RC 8 WITH NO AUDIT ENTRY AT ALL,
000490*                   INVISIBLE TO RUN-HISTORY-LISTING AND TO THE
000500*                   NIGHT-STATUS PER-PROGRAM RUN LIST.
000501*  2026-10-15  OPS  RETEST CASES - FAILED CASES REOPENED BY
000502*                   DEFECT-MAINT ONCE THEIR DEFECT IS FIXED - ARE
000503*                   NOW ASSIGNED ALONGSIDE GENERATED CASES, AND
000504*                   THE CASE'S PASS AND FAIL COUNTS ARE CARRIED
000505*                   ACROSS THE REBUILT MASTER RECORD.
000506*  2026-10-15  OPS  A TESTER ON LEAVE TODAY (TSR-ABSENCE - SEE
000507*                   TSRMSTR.CPY) IS NO LONGER GIVEN NEW CASES.
000508*  2026-10-15  OPS  EVERY CASE ASSIGNED NOW ALSO GOES OUT ON THE
000509*                   OUTBOUND FEED TO THE TEST-EXECUTION TOOL
000510*                   (ASGFEED, WITH ITS OWN TRAILER - SEE
000511*                   ASGFEED.CPY) AND IS APPENDED TO THE SENT-ITEMS
000512*                   HISTORY (ASGSENT) FOR SENT-RECONCILE.
000513*  2026-10-15  OPS  A RETIRED CASE'S RETIREMENT REASON (SEE
000514*                   TCMSTR.CPY) IS CARRIED FORWARD WITH IT.
000515******************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000700     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS EXCP-FILE-STATUS.
000721     SELECT FEED-FILE ASSIGN TO "ASGFEED"
000722         ORGANIZATION IS LINE SEQUENTIAL
000723         FILE STATUS IS FEED-FILE-STATUS.
000724     SELECT SENT-HISTORY-FILE ASSIGN TO "ASGSENT"
000725         ORGANIZATION IS LINE SEQUENTIAL
000726         FILE STATUS IS SNT-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ROSTER-FILE
000900 FD  EXCEPTION-FILE
000910     RECORDING MODE IS F.
000920 COPY EXCPREC.
000921 FD  FEED-FILE
000922     RECORDING MODE IS F.
000923 COPY ASGFEED.
000924 FD  SENT-HISTORY-FILE
000925     RECORDING MODE IS F.
000926 01  SENT-RECORD-OUT             PIC X(80).
000930 WORKING-STORAGE SECTION.
000940 01  RPT-CONTROL.
000950     05  RPT-PAGE-NO             PIC 9(04)    COMP.
001090     05  TST-CURRENT             PIC 9(04)    COMP.
001100     05  TST-INDEX               PIC 9(04)    COMP.
001110     05  TST-SKIPPED             PIC 9(04)    COMP.
001112     05  TST-ABSENT              PIC 9(04)    COMP.
001114     05  TST-ABSENCE-SW          PIC X(01).
001116         88  TST-ON-LEAVE            VALUE 'Y'.
001118         88  TST-AT-WORK             VALUE 'N'.
001120 01  ASSIGN-WORK-RECORD.
001130     05  AWR-KEY.
001140         10  AWR-COUNT7          PIC 9(08).
001230     05  AWR-GEN-DATE            PIC 9(08).
001240     05  AWR-STATUS-DATE         PIC 9(08).
001250     05  AWR-TESTER-ID           PIC X(08).
001255     05  AWR-PASS-COUNT          PIC 9(03).
001260     05  AWR-FAIL-COUNT          PIC 9(03).
001265     05  AWR-RETIRE-REASON       PIC X(01).
001270 01  ASSIGN-COUNTERS.
001280     05  ASN-ASSIGNED-COUNT      PIC 9(09)    COMP.
001290     05  ASN-LEFT-COUNT          PIC 9(09)    COMP.
001300     05  ASN-CARRIED-COUNT       PIC 9(09)    COMP.
001305     05  ASN-RETEST-COUNT        PIC 9(09)    COMP.
001310     05  ASN-MASTER-OUT-COUNT    PIC 9(09)    COMP.
001320     05  ASN-TESTERS-USED        PIC 9(04)    COMP.
001330     05  ASN-OUT-HASH            PIC 9(18).
001333     05  ASN-FEED-COUNT          PIC 9(09)    COMP.
001336     05  ASN-FEED-HASH           PIC 9(18).
001340     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
001350 01  CONTROL-VERIFY-WORK.
001360     05  VFY-RECORD-COUNT        PIC 9(09).
001690     05  PRT-FILE-STATUS         PIC X(02).
001700     05  AUDIT-FILE-STATUS       PIC X(02).
001710     05  EXCP-FILE-STATUS        PIC X(02).
001713     05  FEED-FILE-STATUS        PIC X(02).
001716     05  SNT-FILE-STATUS         PIC X(02).
001720 01  WS-MISC.
001730     05  WS-ASG-DISPLAY          PIC 9(09).
001740     05  WS-LEFT-DISPLAY         PIC 9(09).
001870******************************************************************
001880*  1000-INITIALIZE
001890*  LOADS THE ACTIVE-TESTER TABLE FROM THE ROSTER MASTER, OPENS
001898*  THE TEST-CASE MASTER PAIR, THE PRINT FILE, THE OUTBOUND FEED
001906*  AND THE SENT-ITEMS HISTORY, AND PRIMES THE MASTER READ.  AN
001914*  EMPTY OR MISSING ROSTER LEAVES EVERY GENERATED CASE
001922*  UNASSIGNED - AND SAYS SO.
001930******************************************************************
001940 1000-INITIALIZE.
001950     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
001980     MOVE 0 TO RPT-LINE-COUNT.
001990     MOVE 0 TO TST-COUNT.
002000     MOVE 0 TO TST-SKIPPED.
002005     MOVE 0 TO TST-ABSENT.
002010     MOVE 1 TO TST-CURRENT.
002020     MOVE 0 TO ASN-ASSIGNED-COUNT.
002030     MOVE 0 TO ASN-LEFT-COUNT.
002040     MOVE 0 TO ASN-CARRIED-COUNT.
002045     MOVE 0 TO ASN-RETEST-COUNT.
002050     MOVE 0 TO ASN-MASTER-OUT-COUNT.
002060     MOVE 0 TO ASN-TESTERS-USED.
002070     MOVE 0 TO ASN-OUT-HASH.
002073     MOVE 0 TO ASN-FEED-COUNT.
002076     MOVE 0 TO ASN-FEED-HASH.
002080     MOVE 0 TO EXCP-SEQ-NO.
002090     SET ASN-CONTROL-OK TO TRUE.
002100     OPEN EXTEND EXCEPTION-FILE.
002240     OPEN INPUT OLD-MASTER-FILE.
002250     OPEN OUTPUT NEW-MASTER-FILE.
002260     OPEN OUTPUT PRINT-FILE.
002261     OPEN OUTPUT FEED-FILE.
002262     OPEN EXTEND SENT-HISTORY-FILE.
002263     IF SNT-FILE-STATUS = '35'
002264         OPEN OUTPUT SENT-HISTORY-FILE
002265     END-IF.
002270     PERFORM 7000-READ-MASTER THRU 7000-EXIT.
002280 1000-EXIT.
002290     EXIT.
003440******************************************************************
003450*  1100-LOAD-ROSTER
003460*  READS THE ROSTER MASTER ONCE INTO THE WORKING-STORAGE TABLE,
003466*  KEEPING ONLY ACTIVE TESTERS WITH A USABLE CAPACITY WHO ARE
003472*  NOT ON LEAVE TODAY.  TESTERS
003480*  BEYOND THE TABLE CAPACITY ARE COUNTED AND REPORTED - THEY
003490*  SIMPLY RECEIVE NO ASSIGNMENTS THIS RUN.
003500******************************************************************
003610         DISPLAY 'TESTER-ASSIGN WARNING - ROSTER TABLE FULL, '
003620             'TESTERS NOT LOADED: ' TST-SKIPPED
003630     END-IF.
003632     IF TST-ABSENT IS GREATER THAN ZERO
003634         DISPLAY 'TESTER-ASSIGN - TESTERS ON LEAVE TODAY, NOT '
003636             'ASSIGNED: ' TST-ABSENT
003638     END-IF.
003640 1100-EXIT.
003650     EXIT.
003660 1110-LOAD-ROSTER-ENTRY.
003666     PERFORM 1120-CHECK-LEAVE THRU 1120-EXIT.
003672     IF TSR-ACTIVE AND TST-AT-WORK
003680         AND TSR-DAILY-CAPACITY IS NUMERIC
003690         AND TSR-DAILY-CAPACITY IS GREATER THAN ZERO
003700         IF TST-COUNT IS LESS THAN TST-MAX-TESTERS
003830     EXIT.
003840******************************************************************
003850*  2000-PROCESS-MASTER
003860*  ONE TEST-CASE MASTER RECORD.  A GENERATED OR RETEST CASE IS
003870*  ASSIGNED TO THE CURRENT TESTER WHILE ANY TESTER STILL HAS
003880*  CAPACITY; EVERYTHING ELSE - AND EVERY ASSIGNABLE CASE BEYOND
003890*  THE COMBINED CAPACITY - IS CARRIED FORWARD UNCHANGED.
003900******************************************************************
003910 2000-PROCESS-MASTER.
003920     IF (TCM-GENERATED OR TCM-RETEST)
003930         AND TST-CURRENT IS NOT GREATER THAN TST-COUNT
003940         PERFORM 3000-ASSIGN-CASE THRU 3000-EXIT
003950     ELSE
004000     EXIT.
004010******************************************************************
004020*  3000-ASSIGN-CASE
004030*  ASSIGNS THE CURRENT GENERATED OR RETEST CASE TO THE CURRENT
004040*  TESTER - STATUS TO ASSIGNED, TODAY'S DATE, THE TESTER'S ID -
004050*  PRINTS THE ASSIGNMENT-SHEET DETAIL LINE, AND ADVANCES TO THE
004060*  NEXT TESTER ONCE THIS ONE IS FILLED TO CAPACITY.  EACH
004070*  TESTER'S FIRST ASSIGNMENT STARTS THEIR SHEET ON A FRESH PAGE.
004080******************************************************************
004090 3000-ASSIGN-CASE.
004100     IF TST-ASSIGNED(TST-CURRENT) = ZERO
004180     MOVE TCM-GEN-DATE    TO AWR-GEN-DATE.
004190     MOVE WS-RUN-DATE     TO AWR-STATUS-DATE.
004200     MOVE TST-TESTER-ID(TST-CURRENT) TO AWR-TESTER-ID.
004205     PERFORM 5100-CARRY-RESULT-COUNTS THRU 5100-EXIT.
004210     PERFORM 5000-WRITE-MASTER THRU 5000-EXIT.
004215     PERFORM 5200-WRITE-FEED THRU 5200-EXIT.
004220     ADD 1 TO TST-ASSIGNED(TST-CURRENT).
004230     ADD 1 TO ASN-ASSIGNED-COUNT.
004232     IF TCM-RETEST
004234         ADD 1 TO ASN-RETEST-COUNT
004236     END-IF.
004240     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT.
004250     IF TST-ASSIGNED(TST-CURRENT) IS NOT LESS THAN
004260             TST-CAPACITY(TST-CURRENT)
004310******************************************************************
004320*  3100-CARRY-CASE
004330*  THE CASE IS NOT ASSIGNABLE THIS RUN - CARRY IT FORWARD
004340*  UNCHANGED, COUNTING GENERATED AND RETEST CASES LEFT BEHIND
004350*  SEPARATELY FROM CASES ALREADY PAST THE GENERATED STATE.
004360******************************************************************
004370 3100-CARRY-CASE.
004380     MOVE SPACES TO ASSIGN-WORK-RECORD.
004420     MOVE TCM-GEN-DATE    TO AWR-GEN-DATE.
004430     MOVE TCM-STATUS-DATE TO AWR-STATUS-DATE.
004440     MOVE TCM-TESTER-ID   TO AWR-TESTER-ID.
004445     PERFORM 5100-CARRY-RESULT-COUNTS THRU 5100-EXIT.
004447     MOVE TCM-RETIRE-REASON TO AWR-RETIRE-REASON.
004450     PERFORM 5000-WRITE-MASTER THRU 5000-EXIT.
004460     IF TCM-GENERATED OR TCM-RETEST
004470         ADD 1 TO ASN-LEFT-COUNT
004480     ELSE
004490         ADD 1 TO ASN-CARRIED-COUNT
005420     MOVE ASN-ASSIGNED-COUNT TO ASGT-TOTAL-COUNT.
005430     WRITE ASG-TRAILER-LINE AFTER ADVANCING 2.
005440     MOVE SPACES TO ASG-TRAILER-LINE.
005443     MOVE 'RETEST CASES ASSIGNED:' TO ASGT-LABEL.
005446     MOVE ASN-RETEST-COUNT TO ASGT-TOTAL-COUNT.
005449     WRITE ASG-TRAILER-LINE AFTER ADVANCING 1.
005452     MOVE SPACES TO ASG-TRAILER-LINE.
005455     MOVE 'CASES LEFT UNASSIGNED:' TO ASGT-LABEL.
005460     MOVE ASN-LEFT-COUNT TO ASGT-TOTAL-COUNT.
005470     WRITE ASG-TRAILER-LINE AFTER ADVANCING 1.
005480 6500-EXIT.
005900     END-IF.
005910     PERFORM 6500-PRINT-TESTER-SUMMARY THRU 6500-EXIT.
005920     PERFORM 8900-WRITE-MASTER-TRAILER THRU 8900-EXIT.
005925     PERFORM 8910-WRITE-FEED-TRAILER THRU 8910-EXIT.
005930     CLOSE OLD-MASTER-FILE.
005940     CLOSE NEW-MASTER-FILE.
005950     CLOSE PRINT-FILE.
005960     CLOSE EXCEPTION-FILE.
005963     CLOSE FEED-FILE.
005966     CLOSE SENT-HISTORY-FILE.
005970     ACCEPT WS-END-TIME FROM TIME.
005980     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
005990     DISPLAY 'TESTER-ASSIGN COMPLETE - ASSIGNED: '
006010         ' CARRIED: ' ASN-CARRIED-COUNT.
006020     DISPLAY 'TESTER-ASSIGN TESTERS USED: ' ASN-TESTERS-USED
006030         ' MASTER RECORDS WRITTEN: ' ASN-MASTER-OUT-COUNT.
006033     DISPLAY 'TESTER-ASSIGN CASES SENT ON ASGFEED: '
006036         ASN-FEED-COUNT.
006040 9000-EXIT.
006050     EXIT.
006060******************************************************************
006560     CLOSE AUDIT-LOG-FILE.
006570 9100-EXIT.
006580     EXIT.
006590******************************************************************
006600*  5100-CARRY-RESULT-COUNTS
006610*  CARRIES THE CASE'S PASS AND FAIL COUNTS INTO THE WORK
006620*  RECORD.  A RECORD WRITTEN BEFORE THE COUNTS EXISTED GOES OUT
006630*  WITH ZERO COUNTS.
006640******************************************************************
006650 5100-CARRY-RESULT-COUNTS.
006660     IF TCM-PASS-COUNT IS NUMERIC
006670         MOVE TCM-PASS-COUNT TO AWR-PASS-COUNT
006680     ELSE
006690         MOVE 0 TO AWR-PASS-COUNT
006700     END-IF.
006710     IF TCM-FAIL-COUNT IS NUMERIC
006720         MOVE TCM-FAIL-COUNT TO AWR-FAIL-COUNT
006730     ELSE
006740         MOVE 0 TO AWR-FAIL-COUNT
006750     END-IF.
006760 5100-EXIT.
006770     EXIT.
006780******************************************************************
006790*  1120-CHECK-LEAVE
006800*  SETS TST-ON-LEAVE WHEN THE ROSTER RECORD BOOKS A LEAVE PERIOD
006810*  THAT TAKES IN TODAY, COUNTING THE ACTIVE TESTERS IT KEEPS OUT
006820*  OF THE RUN.  NO PERIOD ON FILE - ZEROS, OR SPACES ON AN OLDER
006830*  RECORD - MEANS AT WORK.
006840******************************************************************
006850 1120-CHECK-LEAVE.
006860     SET TST-AT-WORK TO TRUE.
006870     IF TSR-ABSENT-FROM IS NOT NUMERIC
006880         OR TSR-ABSENT-TO IS NOT NUMERIC
006890         OR TSR-ABSENT-FROM = ZERO
006900         GO TO 1120-EXIT
006910     END-IF.
006920     IF TSR-ABSENT-FROM IS NOT GREATER THAN WS-RUN-DATE
006930         AND TSR-ABSENT-TO IS NOT LESS THAN WS-RUN-DATE
006940         SET TST-ON-LEAVE TO TRUE
006950         IF TSR-ACTIVE
006960             ADD 1 TO TST-ABSENT
006970         END-IF
006980     END-IF.
006990 1120-EXIT.
007000     EXIT.
007010******************************************************************
007020*  5200-WRITE-FEED
007030*  SENDS THE CASE JUST ASSIGNED TO THE TEST-EXECUTION TOOL - ONE
007040*  ASGFEED RECORD (SEE ASGFEED.CPY) - AND APPENDS THE SAME RECORD
007050*  TO THE SENT-ITEMS HISTORY.
007060******************************************************************
007070 5200-WRITE-FEED.
007080     MOVE SPACES TO AFD-RECORD.
007090     MOVE AWR-SEQUENCE-NO TO AFD-SEQUENCE-NO.
007100     MOVE AWR-TESTER-ID   TO AFD-TESTER-ID.
007110     MOVE AWR-KEY         TO AFD-COUNTS.
007120     MOVE WS-RUN-DATE     TO AFD-SENT-DATE.
007130     WRITE AFD-RECORD.
007140     WRITE SENT-RECORD-OUT FROM AFD-RECORD.
007150     ADD 1 TO ASN-FEED-COUNT.
007160     ADD AWR-SEQUENCE-NO TO ASN-FEED-HASH.
007170 5200-EXIT.
007180     EXIT.
007190******************************************************************
007200*  8910-WRITE-FEED-TRAILER
007210*  WRITES THE TRAILER CONTROL RECORD AS THE LAST RECORD OF THE
007220*  OUTBOUND FEED - SEE TRLRREC.CPY.  A NIGHT WITH NOTHING TO
007230*  ASSIGN STILL SENDS A TRAILER WITH A ZERO COUNT, SO THE TOOL
007240*  CAN TELL AN EMPTY FEED FROM A LOST ONE.
007250******************************************************************
007260 8910-WRITE-FEED-TRAILER.
007270     MOVE SPACES TO TRLR-RECORD.
007280     MOVE '*TRAILER' TO TRLR-TAG.
007290     MOVE WS-RUN-DATE TO TRLR-RUN-DATE.
007300     MOVE ASN-FEED-COUNT TO TRLR-RECORD-COUNT.
007310     MOVE ASN-FEED-HASH TO TRLR-HASH-TOTAL.
007320     WRITE AFD-RECORD FROM TRLR-RECORD.
007330 8910-EXIT.
007340     EXIT.
