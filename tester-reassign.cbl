000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TESTER-REASSIGN.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - STRANDED-CASE REASSIGNMENT
000200*                   PASS OVER THE KEYED TEST-CASE MASTER, TCMVSAM.
000210*                   AN ASSIGNED CASE IS STRANDED WHEN ITS TESTER
000220*                   HAS BEEN DEACTIVATED, IS ON LEAVE TODAY (SEE
000230*                   TSRMSTR.CPY), IS NOT ON THE ROSTER AT ALL, OR
000240*                   HAS HELD IT MORE THAN THE RSGCTL LIMIT OF DAYS
000250*                   (SEE RSGCTL.CPY) WITHOUT POSTING A RESULT.
000260*                   EACH STRANDED CASE MOVES TO THE FIRST ACTIVE
000270*                   TESTER IN ROSTER ORDER WITH ROOM UNDER THEIR
000280*                   DAILY CAPACITY - ROOM BEING CAPACITY LESS THE
000290*                   OPEN CASES THEY ALREADY HOLD, COUNTED BY A
000300*                   FIRST PASS - AND IS RESTAMPED WITH TODAY.
000310*                   EVERY MOVE IS JOURNALED TO TCJRNL (SEE
000320*                   TCJRNL.CPY) BEFORE THE REWRITE, SO
000330*                   TESTCASE-BACKOUT CAN UNDO A BAD RUN.  THE
000340*                   FROM/TO SHEET (RSGRPT) LISTS EVERY STRANDED
000350*                   CASE, MOVED OR NOT, WITH A SUMMARY PER
000360*                   RECEIVING TESTER.  A CASE NO TESTER HAD ROOM
000370*                   FOR STAYS PUT AND ENDS THE STEP WITH RETURN
000380*                   CODE 4; A REJECTED REWRITE OR A BAD CONTROL
000390*                   CARD ENDS IT WITH RETURN CODE 8.
000391*  2026-10-15  OPS  EVERY CASE MOVED NOW ALSO GOES OUT TO THE
000392*                   TEST-EXECUTION TOOL ON RSGFEED (SAME LAYOUT
000393*                   AND TRAILER AS TESTER-ASSIGN'S ASGFEED - SEE
000394*                   ASGFEED.CPY) AND IS APPENDED TO THE SENT-ITEMS
000395*                   HISTORY (ASGSENT) UNDER ITS NEW TESTER.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL REASSIGN-CONTROL-FILE ASSIGN TO "RSGCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS RSC-FILE-STATUS.
000470     SELECT OPTIONAL ROSTER-FILE ASSIGN TO "TSRMSTO"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RST-FILE-STATUS.
000500     SELECT KEYED-MASTER-FILE ASSIGN TO "TCMVSAM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS TCM-KEY
000540         ALTERNATE RECORD KEY IS TCM-SEQUENCE-NO
000550         FILE STATUS IS KEY-FILE-STATUS.
000560     SELECT JOURNAL-FILE ASSIGN TO "TCJRNL"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS JRN-FILE-STATUS.
000590     SELECT PRINT-FILE ASSIGN TO "RSGRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PRT-FILE-STATUS.
000620     SELECT AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS AUDIT-FILE-STATUS.
000641     SELECT FEED-FILE ASSIGN TO "RSGFEED"
000642         ORGANIZATION IS LINE SEQUENTIAL
000643         FILE STATUS IS FEED-FILE-STATUS.
000644     SELECT SENT-HISTORY-FILE ASSIGN TO "ASGSENT"
000645         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS SNT-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  REASSIGN-CONTROL-FILE
000680     RECORDING MODE IS F.
000690 COPY RSGCTL.
000700 FD  ROSTER-FILE
000710     RECORDING MODE IS F.
000720 COPY TSRMSTR.
000730 FD  KEYED-MASTER-FILE.
000740 COPY TCMSTR.
000750 FD  JOURNAL-FILE
000760     RECORDING MODE IS F.
000770 COPY TCJRNL.
000780 FD  PRINT-FILE
000790     RECORDING MODE IS F.
000800 COPY RSGRPTL.
000810 FD  AUDIT-LOG-FILE
000820     RECORDING MODE IS F.
000830 COPY AUDITREC.
000831 FD  FEED-FILE
000832     RECORDING MODE IS F.
000833 COPY ASGFEED.
000834 FD  SENT-HISTORY-FILE
000835     RECORDING MODE IS F.
000836 01  SENT-RECORD-OUT             PIC X(80).
000840 WORKING-STORAGE SECTION.
000850 01  RPT-CONTROL.
000860     05  RPT-PAGE-NO             PIC 9(04)    COMP.
000870     05  RPT-LINE-COUNT          PIC 9(04)    COMP.
000880     05  RPT-LINES-PER-PAGE      PIC 9(04)    COMP
000890                                  VALUE 0055.
000900 01  ROSTER-TABLE-BOUNDS.
000910     05  TST-MAX-TESTERS         PIC 9(04)    COMP
000920                                  VALUE 500.
000930 01  ROSTER-TABLE.
000940     05  TST-ENTRY               OCCURS 500 TIMES.
000950         10  TST-TESTER-ID       PIC X(08).
000960         10  TST-STATE-SW        PIC X(01).
000970             88  TST-RECEIVER        VALUE 'R'.
000980             88  TST-INACTIVE        VALUE 'I'.
000990             88  TST-ON-LEAVE        VALUE 'L'.
001000             88  TST-NO-CAPACITY     VALUE 'N'.
001010         10  TST-CAPACITY        PIC 9(05)    COMP.
001020         10  TST-HELD            PIC 9(05)    COMP.
001030         10  TST-MOVED-IN        PIC 9(05)    COMP.
001040 01  ROSTER-TABLE-WORK.
001050     05  TST-COUNT               PIC 9(04)    COMP.
001060     05  TST-INDEX               PIC 9(04)    COMP.
001070     05  TST-FOUND-INDEX         PIC 9(04)    COMP.
001080     05  TST-TARGET-INDEX        PIC 9(04)    COMP.
001090     05  TST-SKIPPED             PIC 9(04)    COMP.
001100     05  TST-ROOM                PIC S9(05)   COMP.
001110 01  REASSIGN-CONTROL.
001120     05  RSG-STALE-DAYS          PIC 9(05).
001130     05  RSG-CARD-SW             PIC X(01).
001140         88  RSG-CARD-OK             VALUE 'Y'.
001150         88  RSG-CARD-BAD            VALUE 'N'.
001160     05  RSG-REASON-CODE         PIC X(01).
001170         88  RSG-KEEP                VALUE 'K'.
001180         88  RSG-FROM-INACTIVE       VALUE 'I'.
001190         88  RSG-FROM-LEAVE          VALUE 'L'.
001200         88  RSG-FROM-UNKNOWN        VALUE 'U'.
001210         88  RSG-FROM-STALE          VALUE 'S'.
001220     05  RSG-REASON-TEXT         PIC X(12).
001230 01  REASSIGN-COUNTERS.
001240     05  RSG-OPEN-COUNT          PIC 9(09)    COMP.
001250     05  RSG-STRANDED-COUNT      PIC 9(09)    COMP.
001260     05  RSG-MOVED-COUNT         PIC 9(09)    COMP.
001270     05  RSG-INACTIVE-COUNT      PIC 9(09)    COMP.
001280     05  RSG-LEAVE-COUNT         PIC 9(09)    COMP.
001290     05  RSG-UNKNOWN-COUNT       PIC 9(09)    COMP.
001300     05  RSG-STALE-COUNT         PIC 9(09)    COMP.
001310     05  RSG-LEFT-COUNT          PIC 9(09)    COMP.
001320     05  RSG-REWRITE-FAIL-COUNT  PIC 9(05)    COMP.
001330     05  RSG-JOURNAL-SEQ-NO      PIC 9(06)    COMP.
001335     05  RSG-FEED-HASH           PIC 9(18).
001340 01  REASSIGN-WORK.
001350     05  RSG-BEFORE-IMAGE        PIC X(96).
001360     05  RSG-FROM-TESTER         PIC X(08).
001370     05  RSG-OLD-STATUS-DATE     PIC 9(08).
001380*    THE JOURNAL'S TRANSACTION IMAGE FOR A MOVE - THERE IS NO CARD
001390*    BEHIND A REASSIGNMENT, SO THE MOVE ITSELF IS RECORDED.
001400 01  REASSIGN-TRAN-IMAGE.
001410     05  RTI-TAG                 PIC X(08).
001420     05  RTI-SEQUENCE-NO         PIC 9(08).
001430     05  RTI-FROM-TESTER         PIC X(08).
001440     05  RTI-TO-TESTER           PIC X(08).
001450     05  RTI-REASON              PIC X(12).
001460     05  RTI-STATUS-DATE         PIC 9(08).
001470     05  FILLER                  PIC X(28).
001480 01  DATE-SERIAL-WORK.
001490     05  DTD-DATE.
001500         10  DTD-YY              PIC 9(04).
001510         10  DTD-MM              PIC 9(02).
001520         10  DTD-DD              PIC 9(02).
001530     05  DTD-ADJUST              PIC S9(04)   COMP.
001540     05  DTD-TERM-1              PIC S9(09)   COMP.
001550     05  DTD-TERM-2              PIC S9(09)   COMP.
001560     05  DTD-TERM-3              PIC S9(09)   COMP.
001570     05  DTD-SERIAL              PIC S9(09)   COMP.
001580 01  AGING-WORK.
001590     05  AGE-TODAY-SERIAL        PIC S9(09)   COMP.
001600     05  AGE-ITEM-SERIAL         PIC S9(09)   COMP.
001610     05  AGE-DAYS                PIC S9(09)   COMP.
001620     05  AGE-ITEM-DATE           PIC 9(08).
001630 01  WS-DATE-TIME.
001640     05  WS-RUN-DATE             PIC 9(08).
001650     05  WS-START-TIME           PIC 9(08).
001660     05  WS-END-TIME             PIC 9(08).
001670 01  WS-SWITCHES.
001680     05  WS-RSC-EOF-SWITCH       PIC X(01).
001690         88  WS-RSC-EOF              VALUE 'Y'.
001700         88  WS-RSC-NOT-EOF          VALUE 'N'.
001710     05  WS-RST-EOF-SWITCH       PIC X(01).
001720         88  WS-RST-EOF              VALUE 'Y'.
001730         88  WS-RST-NOT-EOF          VALUE 'N'.
001740     05  WS-KEY-EOF-SWITCH       PIC X(01).
001750         88  WS-KEY-EOF              VALUE 'Y'.
001760         88  WS-KEY-NOT-EOF          VALUE 'N'.
001770 01  WS-FILE-STATUSES.
001780     05  RSC-FILE-STATUS         PIC X(02).
001790     05  RST-FILE-STATUS         PIC X(02).
001800     05  KEY-FILE-STATUS         PIC X(02).
001810     05  JRN-FILE-STATUS         PIC X(02).
001820     05  PRT-FILE-STATUS         PIC X(02).
001830     05  AUDIT-FILE-STATUS       PIC X(02).
001833     05  FEED-FILE-STATUS        PIC X(02).
001836     05  SNT-FILE-STATUS         PIC X(02).
001840 01  WS-MISC.
001850     05  WS-DAYS-DISPLAY         PIC 9(05).
001860     05  WS-MOV-DISPLAY          PIC 9(09).
001870     05  WS-LEFT-DISPLAY         PIC 9(09).
001875 COPY TRLRREC.
001880 PROCEDURE DIVISION.
001890 0000-MAIN-LOGIC.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001910     IF RSG-CARD-OK
001920         PERFORM 2000-COUNT-HELD-CASES THRU 2000-EXIT
001930         PERFORM 3000-REASSIGN-CASES THRU 3000-EXIT
001940         PERFORM 6500-PRINT-TESTER-SUMMARY THRU 6500-EXIT
001950     END-IF.
001960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001970     STOP RUN.
001980******************************************************************
001990*  1000-INITIALIZE
002000*  READS THE STALE-ASSIGNMENT LIMIT, LOADS THE WHOLE ROSTER INTO
002010*  THE TESTER TABLE, AND OPENS THE MASTER, THE JOURNAL AND THE
002020*  SHEET.  A BAD CONTROL CARD STOPS THE STEP BEFORE ANYTHING IS
002030*  OPENED FOR UPDATE.
002040******************************************************************
002050 1000-INITIALIZE.
002060     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
002070     ACCEPT WS-START-TIME FROM TIME.
002080     MOVE 0 TO RPT-PAGE-NO.
002090     MOVE 0 TO RPT-LINE-COUNT.
002100     MOVE 0 TO TST-COUNT.
002110     MOVE 0 TO TST-SKIPPED.
002120     MOVE 0 TO RSG-OPEN-COUNT.
002130     MOVE 0 TO RSG-STRANDED-COUNT.
002140     MOVE 0 TO RSG-MOVED-COUNT.
002150     MOVE 0 TO RSG-INACTIVE-COUNT.
002160     MOVE 0 TO RSG-LEAVE-COUNT.
002170     MOVE 0 TO RSG-UNKNOWN-COUNT.
002180     MOVE 0 TO RSG-STALE-COUNT.
002190     MOVE 0 TO RSG-LEFT-COUNT.
002200     MOVE 0 TO RSG-REWRITE-FAIL-COUNT.
002210     MOVE 0 TO RSG-JOURNAL-SEQ-NO.
002215     MOVE 0 TO RSG-FEED-HASH.
002220     MOVE 0 TO RSG-STALE-DAYS.
002230     SET RSG-CARD-OK TO TRUE.
002240     MOVE WS-RUN-DATE TO DTD-DATE.
002250     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
002260     MOVE DTD-SERIAL TO AGE-TODAY-SERIAL.
002270     SET WS-RSC-NOT-EOF TO TRUE.
002280     OPEN INPUT REASSIGN-CONTROL-FILE.
002290     READ REASSIGN-CONTROL-FILE
002300         AT END
002310             SET WS-RSC-EOF TO TRUE
002320             MOVE SPACES TO RSGCTL-RECORD
002330     END-READ.
002340     CLOSE REASSIGN-CONTROL-FILE.
002350     IF WS-RSC-EOF
002360         MOVE 10 TO RSG-STALE-DAYS
002370         DISPLAY 'TESTER-REASSIGN - NO RSGCTL CARD, DEFAULT '
002380             'LIMIT OF 10 DAYS WITHOUT A RESULT APPLIED'
002390     ELSE
002400         IF RSGCTL-STALE-DAYS IS NOT NUMERIC
002410             OR RSGCTL-STALE-DAYS = ZERO
002420             SET RSG-CARD-BAD TO TRUE
002430             DISPLAY 'TESTER-REASSIGN - RSGCTL LIMIT IS '
002440                 'NOT 1-99999: ' RSGCTL-STALE-DAYS
002450                 ' - NOTHING REASSIGNED'
002460             GO TO 1000-EXIT
002470         ELSE
002480             MOVE RSGCTL-STALE-DAYS TO RSG-STALE-DAYS
002490         END-IF
002500     END-IF.
002510     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
002520     OPEN I-O KEYED-MASTER-FILE.
002530     OPEN EXTEND JOURNAL-FILE.
002540     IF JRN-FILE-STATUS = '35'
002550         OPEN OUTPUT JOURNAL-FILE
002560     END-IF.
002570     OPEN OUTPUT PRINT-FILE.
002571     OPEN OUTPUT FEED-FILE.
002572     OPEN EXTEND SENT-HISTORY-FILE.
002573     IF SNT-FILE-STATUS = '35'
002574         OPEN OUTPUT SENT-HISTORY-FILE
002575     END-IF.
002580 1000-EXIT.
002590     EXIT.
002600******************************************************************
002610*  1100-LOAD-ROSTER
002620*  READS THE ROSTER MASTER ONCE INTO THE TESTER TABLE - EVERY
002630*  TESTER, ACTIVE OR NOT, SINCE A CASE HELD BY AN INACTIVE ONE
002640*  MUST BE RECOGNIZED AS STRANDED.  TESTERS BEYOND THE TABLE
002650*  CAPACITY ARE COUNTED AND REPORTED; WHILE ANY ARE MISSING, A
002660*  TESTER NOT FOUND IN THE TABLE CANNOT BE CALLED UNROSTERED.
002670******************************************************************
002680 1100-LOAD-ROSTER.
002690     SET WS-RST-NOT-EOF TO TRUE.
002700     OPEN INPUT ROSTER-FILE.
002710     READ ROSTER-FILE
002720         AT END SET WS-RST-EOF TO TRUE
002730     END-READ.
002740     PERFORM 1110-LOAD-ROSTER-ENTRY THRU 1110-EXIT
002750         UNTIL WS-RST-EOF.
002760     CLOSE ROSTER-FILE.
002770     IF TST-SKIPPED IS GREATER THAN ZERO
002780         DISPLAY 'TESTER-REASSIGN WARNING - ROSTER TABLE FULL, '
002790             'TESTERS NOT LOADED: ' TST-SKIPPED
002800     END-IF.
002810 1100-EXIT.
002820     EXIT.
002830 1110-LOAD-ROSTER-ENTRY.
002840     IF TST-COUNT IS NOT LESS THAN TST-MAX-TESTERS
002850         ADD 1 TO TST-SKIPPED
002860         GO TO 1110-READ-NEXT
002870     END-IF.
002880     ADD 1 TO TST-COUNT.
002890     MOVE TSR-TESTER-ID TO TST-TESTER-ID(TST-COUNT).
002900     MOVE 0 TO TST-CAPACITY(TST-COUNT).
002910     MOVE 0 TO TST-HELD(TST-COUNT).
002920     MOVE 0 TO TST-MOVED-IN(TST-COUNT).
002930     IF NOT TSR-ACTIVE
002940         SET TST-INACTIVE(TST-COUNT) TO TRUE
002950         GO TO 1110-READ-NEXT
002960     END-IF.
002970     PERFORM 1120-CHECK-LEAVE THRU 1120-EXIT.
002980     IF TST-ON-LEAVE(TST-COUNT)
002990         GO TO 1110-READ-NEXT
003000     END-IF.
003010     IF TSR-DAILY-CAPACITY IS NUMERIC
003020         AND TSR-DAILY-CAPACITY IS GREATER THAN ZERO
003030         SET TST-RECEIVER(TST-COUNT) TO TRUE
003040         MOVE TSR-DAILY-CAPACITY TO TST-CAPACITY(TST-COUNT)
003050     ELSE
003060         SET TST-NO-CAPACITY(TST-COUNT) TO TRUE
003070     END-IF.
003080 1110-READ-NEXT.
003090     READ ROSTER-FILE
003100         AT END SET WS-RST-EOF TO TRUE
003110     END-READ.
003120 1110-EXIT.
003130     EXIT.
003140******************************************************************
003150*  1120-CHECK-LEAVE
003160*  MARKS THE TESTER JUST LOADED AS ON LEAVE WHEN THE ROSTER
003170*  RECORD BOOKS A LEAVE PERIOD THAT TAKES IN TODAY.  NO PERIOD ON
003180*  FILE - ZEROS, OR SPACES ON AN OLDER RECORD - MEANS AT WORK.
003190******************************************************************
003200 1120-CHECK-LEAVE.
003210     IF TSR-ABSENT-FROM IS NOT NUMERIC
003220         OR TSR-ABSENT-TO IS NOT NUMERIC
003230         OR TSR-ABSENT-FROM = ZERO
003240         GO TO 1120-EXIT
003250     END-IF.
003260     IF TSR-ABSENT-FROM IS NOT GREATER THAN WS-RUN-DATE
003270         AND TSR-ABSENT-TO IS NOT LESS THAN WS-RUN-DATE
003280         SET TST-ON-LEAVE(TST-COUNT) TO TRUE
003290     END-IF.
003300 1120-EXIT.
003310     EXIT.
003320******************************************************************
003330*  2000-COUNT-HELD-CASES
003340*  FIRST KEYED-SEQUENTIAL PASS OVER THE MASTER - COUNTS THE OPEN
003350*  ASSIGNED CASES EACH TESTER WILL GO ON HOLDING, SO A RECEIVING
003360*  TESTER'S ROOM IS THEIR CAPACITY LESS THE WORK ALREADY ON
003370*  THEIR DESK.  STRANDED CASES ARE NOT COUNTED - THEY ARE ABOUT
003380*  TO LEAVE.
003390******************************************************************
003400 2000-COUNT-HELD-CASES.
003410     MOVE ZEROS TO TCM-KEY.
003420     SET WS-KEY-NOT-EOF TO TRUE.
003430     START KEYED-MASTER-FILE
003440         KEY IS NOT LESS THAN TCM-KEY
003450         INVALID KEY
003460             SET WS-KEY-EOF TO TRUE
003470     END-START.
003480     PERFORM 2100-COUNT-HELD-CASE THRU 2100-EXIT
003490         UNTIL WS-KEY-EOF.
003500 2000-EXIT.
003510     EXIT.
003520 2100-COUNT-HELD-CASE.
003530     READ KEYED-MASTER-FILE NEXT RECORD
003540         AT END
003550             SET WS-KEY-EOF TO TRUE
003560             GO TO 2100-EXIT
003570     END-READ.
003580     IF NOT TCM-ASSIGNED
003590         GO TO 2100-EXIT
003600     END-IF.
003610     ADD 1 TO RSG-OPEN-COUNT.
003620     PERFORM 4000-CLASSIFY-CASE THRU 4000-EXIT.
003630     IF RSG-KEEP
003640         AND TST-FOUND-INDEX IS GREATER THAN ZERO
003650         ADD 1 TO TST-HELD(TST-FOUND-INDEX)
003660     END-IF.
003670 2100-EXIT.
003680     EXIT.
003690******************************************************************
003700*  3000-REASSIGN-CASES
003710*  SECOND KEYED-SEQUENTIAL PASS - EVERY STRANDED ASSIGNED CASE
003720*  IS OFFERED TO A RECEIVING TESTER AND REWRITTEN IN PLACE.  THE
003730*  RECORD KEY NEVER CHANGES, SO A MOVED CASE IS NOT MET AGAIN
003740*  FURTHER ALONG THE PASS.
003750******************************************************************
003760 3000-REASSIGN-CASES.
003770     PERFORM 6300-WRITE-SHEET-HEADERS THRU 6300-EXIT.
003780     MOVE SPACES TO RSG-DETAIL-LINE.
003790     MOVE ZEROS TO TCM-KEY.
003800     SET WS-KEY-NOT-EOF TO TRUE.
003810     START KEYED-MASTER-FILE
003820         KEY IS NOT LESS THAN TCM-KEY
003830         INVALID KEY
003840             SET WS-KEY-EOF TO TRUE
003850     END-START.
003860     PERFORM 3100-REASSIGN-CASE THRU 3100-EXIT
003870         UNTIL WS-KEY-EOF.
003880 3000-EXIT.
003890     EXIT.
003900 3100-REASSIGN-CASE.
003910     READ KEYED-MASTER-FILE NEXT RECORD
003920         AT END
003930             SET WS-KEY-EOF TO TRUE
003940             GO TO 3100-EXIT
003950     END-READ.
003960     IF NOT TCM-ASSIGNED
003970         GO TO 3100-EXIT
003980     END-IF.
003990     PERFORM 4000-CLASSIFY-CASE THRU 4000-EXIT.
004000     IF RSG-KEEP
004010         GO TO 3100-EXIT
004020     END-IF.
004030     ADD 1 TO RSG-STRANDED-COUNT.
004040     PERFORM 3200-MOVE-CASE THRU 3200-EXIT.
004050 3100-EXIT.
004060     EXIT.
004070******************************************************************
004080*  3200-MOVE-CASE
004090*  MOVES THE STRANDED CASE IN THE RECORD AREA TO THE FIRST
004100*  RECEIVING TESTER WITH ROOM - NEVER BACK TO THE TESTER IT IS
004110*  LEAVING - RESTAMPING THE STATUS DATE SO THE NEW TESTER'S
004120*  CLOCK STARTS TODAY.  THE JOURNAL ENTRY GOES OUT BEFORE THE
004130*  REWRITE.  A CASE NO TESTER HAS ROOM FOR IS LISTED AND LEFT.
004140******************************************************************
004150 3200-MOVE-CASE.
004160     MOVE TCM-TESTER-ID TO RSG-FROM-TESTER.
004170     MOVE TCM-STATUS-DATE TO RSG-OLD-STATUS-DATE.
004180     MOVE 0 TO TST-TARGET-INDEX.
004190     PERFORM 4200-FIND-RECEIVER THRU 4200-EXIT
004200         VARYING TST-INDEX FROM 1 BY 1
004210         UNTIL TST-INDEX > TST-COUNT
004220         OR TST-TARGET-INDEX IS GREATER THAN ZERO.
004230     IF TST-TARGET-INDEX = ZERO
004240         ADD 1 TO RSG-LEFT-COUNT
004250         MOVE '*NONE*' TO RSGD-TO-TESTER
004260         PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT
004270         GO TO 3200-EXIT
004280     END-IF.
004290     MOVE TCM-RECORD TO RSG-BEFORE-IMAGE.
004300     MOVE TST-TESTER-ID(TST-TARGET-INDEX) TO TCM-TESTER-ID.
004310     MOVE WS-RUN-DATE TO TCM-STATUS-DATE.
004320     PERFORM 3300-WRITE-JOURNAL THRU 3300-EXIT.
004330     REWRITE TCM-RECORD
004340         INVALID KEY
004350             ADD 1 TO RSG-REWRITE-FAIL-COUNT
004360             DISPLAY 'TESTER-REASSIGN WARNING - REWRITE '
004370                 'REJECTED, STATUS ' KEY-FILE-STATUS
004380                 ' FOR SEQ: ' TCM-SEQUENCE-NO
004390             GO TO 3200-EXIT
004400     END-REWRITE.
004410     ADD 1 TO RSG-MOVED-COUNT.
004420     ADD 1 TO TST-MOVED-IN(TST-TARGET-INDEX).
004430     IF RSG-FROM-INACTIVE
004440         ADD 1 TO RSG-INACTIVE-COUNT
004450     END-IF.
004460     IF RSG-FROM-LEAVE
004470         ADD 1 TO RSG-LEAVE-COUNT
004480     END-IF.
004490     IF RSG-FROM-UNKNOWN
004500         ADD 1 TO RSG-UNKNOWN-COUNT
004510     END-IF.
004520     IF RSG-FROM-STALE
004530         ADD 1 TO RSG-STALE-COUNT
004540     END-IF.
004545     PERFORM 3400-WRITE-FEED THRU 3400-EXIT.
004550     MOVE TCM-TESTER-ID TO RSGD-TO-TESTER.
004560     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT.
004570 3200-EXIT.
004580     EXIT.
004590******************************************************************
004600*  3300-WRITE-JOURNAL
004610*  APPENDS ONE BEFORE/AFTER JOURNAL ENTRY - SEE TCJRNL.CPY -
004620*  FOR THE MOVE ABOUT TO BE REWRITTEN.  THE TRANSACTION IMAGE
004630*  RECORDS THE MOVE ITSELF: CASE, FROM, TO, REASON, AND THE
004640*  STATUS DATE IT CARRIED BEFORE.
004650******************************************************************
004660 3300-WRITE-JOURNAL.
004670     MOVE SPACES TO REASSIGN-TRAN-IMAGE.
004680     MOVE 'REASSIGN' TO RTI-TAG.
004690     MOVE TCM-SEQUENCE-NO TO RTI-SEQUENCE-NO.
004700     MOVE RSG-FROM-TESTER TO RTI-FROM-TESTER.
004710     MOVE TCM-TESTER-ID TO RTI-TO-TESTER.
004720     MOVE RSG-REASON-TEXT TO RTI-REASON.
004730     MOVE RSG-OLD-STATUS-DATE TO RTI-STATUS-DATE.
004740     MOVE SPACES TO TCJ-RECORD.
004750     ADD 1 TO RSG-JOURNAL-SEQ-NO.
004760     MOVE WS-RUN-DATE TO TCJ-RUN-DATE.
004770     MOVE RSG-JOURNAL-SEQ-NO TO TCJ-SEQUENCE-NO.
004780     MOVE 'TSTREASN' TO TCJ-PROGRAM-ID.
004790     MOVE REASSIGN-TRAN-IMAGE TO TCJ-TRAN-IMAGE.
004800     MOVE RSG-BEFORE-IMAGE TO TCJ-BEFORE-IMAGE.
004810     MOVE TCM-RECORD TO TCJ-AFTER-IMAGE.
004820     WRITE TCJ-RECORD.
004830 3300-EXIT.
004840     EXIT.
004850******************************************************************
004860*  4000-CLASSIFY-CASE
004870*  DECIDES WHETHER THE ASSIGNED CASE IN THE RECORD AREA IS
004880*  STRANDED AND WHY - ITS TESTER IS INACTIVE, ON LEAVE TODAY, OR
004890*  NOT ON THE ROSTER, OR IT HAS GONE LONGER THAN THE LIMIT
004900*  WITHOUT A RESULT.  LEAVES THE TESTER'S TABLE ENTRY (ZERO WHEN
004910*  NOT FOUND) IN TST-FOUND-INDEX AND THE CASE'S AGE IN AGE-DAYS.
004920******************************************************************
004930 4000-CLASSIFY-CASE.
004940     SET RSG-KEEP TO TRUE.
004950     MOVE SPACES TO RSG-REASON-TEXT.
004960     MOVE TCM-STATUS-DATE TO AGE-ITEM-DATE.
004970     PERFORM 8100-COMPUTE-ITEM-AGE THRU 8100-EXIT.
004980     MOVE 0 TO TST-FOUND-INDEX.
004990     PERFORM 4100-MATCH-TESTER THRU 4100-EXIT
005000         VARYING TST-INDEX FROM 1 BY 1
005010         UNTIL TST-INDEX > TST-COUNT
005020         OR TST-FOUND-INDEX IS GREATER THAN ZERO.
005030     IF TST-FOUND-INDEX IS GREATER THAN ZERO
005040         IF TST-INACTIVE(TST-FOUND-INDEX)
005050             SET RSG-FROM-INACTIVE TO TRUE
005060             MOVE 'INACTIVE' TO RSG-REASON-TEXT
005070             GO TO 4000-EXIT
005080         END-IF
005090         IF TST-ON-LEAVE(TST-FOUND-INDEX)
005100             SET RSG-FROM-LEAVE TO TRUE
005110             MOVE 'ON LEAVE' TO RSG-REASON-TEXT
005120             GO TO 4000-EXIT
005130         END-IF
005140     ELSE
005150         IF TST-SKIPPED = ZERO
005160             SET RSG-FROM-UNKNOWN TO TRUE
005170             MOVE 'NOT ROSTERED' TO RSG-REASON-TEXT
005180             GO TO 4000-EXIT
005190         END-IF
005200     END-IF.
005210     IF AGE-DAYS IS GREATER THAN RSG-STALE-DAYS
005220         SET RSG-FROM-STALE TO TRUE
005230         MOVE 'NO RESULT' TO RSG-REASON-TEXT
005240     END-IF.
005250 4000-EXIT.
005260     EXIT.
005270 4100-MATCH-TESTER.
005280     IF TST-TESTER-ID(TST-INDEX) = TCM-TESTER-ID
005290         MOVE TST-INDEX TO TST-FOUND-INDEX
005300     END-IF.
005310 4100-EXIT.
005320     EXIT.
005330******************************************************************
005340*  4200-FIND-RECEIVER
005350*  TAKES THE TESTER AT TST-INDEX AS THE TARGET WHEN THEY CAN
005360*  RECEIVE WORK, ARE NOT THE TESTER THE CASE IS LEAVING, AND
005370*  STILL HAVE ROOM UNDER THEIR DAILY CAPACITY.
005380******************************************************************
005390 4200-FIND-RECEIVER.
005400     IF NOT TST-RECEIVER(TST-INDEX)
005410         OR TST-TESTER-ID(TST-INDEX) = RSG-FROM-TESTER
005420         GO TO 4200-EXIT
005430     END-IF.
005440     COMPUTE TST-ROOM = TST-CAPACITY(TST-INDEX)
005450         - TST-HELD(TST-INDEX) - TST-MOVED-IN(TST-INDEX).
005460     IF TST-ROOM IS GREATER THAN ZERO
005470         MOVE TST-INDEX TO TST-TARGET-INDEX
005480     END-IF.
005490 4200-EXIT.
005500     EXIT.
005510******************************************************************
005520*  6200-WRITE-DETAIL
005530*  ONE SHEET LINE FOR THE STRANDED CASE - RSGD-TO-TESTER IS SET
005540*  BY THE CALLER - RE-ISSUING THE HEADINGS WHENEVER THE CURRENT
005550*  PAGE IS FULL.
005560******************************************************************
005570 6200-WRITE-DETAIL.
005580     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
005590         PERFORM 6300-WRITE-SHEET-HEADERS THRU 6300-EXIT
005600     END-IF.
005610     MOVE TCM-SEQUENCE-NO TO RSGD-SEQUENCE-NO.
005620     MOVE RSG-FROM-TESTER TO RSGD-FROM-TESTER.
005630     MOVE RSG-REASON-TEXT TO RSGD-REASON.
005640     MOVE RSG-OLD-STATUS-DATE TO RSGD-STATUS-DATE.
005650     MOVE AGE-DAYS TO RSGD-AGE-DAYS.
005660     WRITE RSG-DETAIL-LINE AFTER ADVANCING 1.
005670     ADD 1 TO RPT-LINE-COUNT.
005680     MOVE SPACES TO RSG-DETAIL-LINE.
005690 6200-EXIT.
005700     EXIT.
005710******************************************************************
005720*  6300-WRITE-SHEET-HEADERS
005730*  STARTS A NEW REASSIGNMENT-SHEET PAGE - REPORT TITLE, RUN
005740*  DATE, PAGE NUMBER AND COLUMN HEADINGS.
005750******************************************************************
005760 6300-WRITE-SHEET-HEADERS.
005770     ADD 1 TO RPT-PAGE-NO.
005780     MOVE 0 TO RPT-LINE-COUNT.
005790     MOVE SPACES TO RSG-HEADING-1.
005800     MOVE 'TESTER REASSIGNMENT SHEET' TO RSG1-TITLE.
005810     MOVE 'RUN DATE:' TO RSG1-DATE-LABEL.
005820     MOVE WS-RUN-DATE TO RSG1-RUN-DATE.
005830     MOVE 'PAGE ' TO RSG1-PAGE-LABEL.
005840     MOVE RPT-PAGE-NO TO RSG1-PAGE-NO.
005850     WRITE RSG-HEADING-1 AFTER ADVANCING PAGE.
005860     MOVE SPACES TO RSG-HEADING-2.
005870     MOVE 'CASE SEQ' TO RSG2-SEQ-LABEL.
005880     MOVE 'FROM' TO RSG2-FROM-LABEL.
005890     MOVE 'TO' TO RSG2-TO-LABEL.
005900     MOVE 'REASON' TO RSG2-REASON-LABEL.
005910     MOVE 'ASSIGNED' TO RSG2-DATE-LABEL.
005920     MOVE '  DAYS' TO RSG2-DAYS-LABEL.
005930     WRITE RSG-HEADING-2 AFTER ADVANCING 2.
005940     ADD 3 TO RPT-LINE-COUNT.
005950 6300-EXIT.
005960     EXIT.
005970******************************************************************
005980*  6500-PRINT-TESTER-SUMMARY
005990*  PRINTS THE SUMMARY PAGE - ONE LINE PER TESTER WHO RECEIVED
006000*  CASES THIS RUN WITH THE CASES MOVED IN, THE OPEN CASES THEY
006010*  ALREADY HELD, AND THEIR CAPACITY, THEN THE TRAILER TOTALS.
006020******************************************************************
006030 6500-PRINT-TESTER-SUMMARY.
006040     ADD 1 TO RPT-PAGE-NO.
006050     MOVE 0 TO RPT-LINE-COUNT.
006060     MOVE SPACES TO RSG-HEADING-1.
006070     MOVE 'REASSIGNMENTS BY RECEIVING TESTER' TO RSG1-TITLE.
006080     MOVE 'RUN DATE:' TO RSG1-DATE-LABEL.
006090     MOVE WS-RUN-DATE TO RSG1-RUN-DATE.
006100     MOVE 'PAGE ' TO RSG1-PAGE-LABEL.
006110     MOVE RPT-PAGE-NO TO RSG1-PAGE-NO.
006120     WRITE RSG-HEADING-1 AFTER ADVANCING PAGE.
006130     PERFORM 6600-PRINT-SUMMARY-LINE THRU 6600-EXIT
006140         VARYING TST-INDEX FROM 1 BY 1
006150         UNTIL TST-INDEX > TST-COUNT.
006160     MOVE SPACES TO RSG-TRAILER-LINE.
006170     MOVE 'OPEN ASSIGNED CASES EXAMINED:' TO RSGT-LABEL.
006180     MOVE RSG-OPEN-COUNT TO RSGT-TOTAL-COUNT.
006190     WRITE RSG-TRAILER-LINE AFTER ADVANCING 2.
006200     MOVE SPACES TO RSG-TRAILER-LINE.
006210     MOVE 'STRANDED CASES FOUND:' TO RSGT-LABEL.
006220     MOVE RSG-STRANDED-COUNT TO RSGT-TOTAL-COUNT.
006230     WRITE RSG-TRAILER-LINE AFTER ADVANCING 1.
006240     MOVE SPACES TO RSG-TRAILER-LINE.
006250     MOVE 'TOTAL CASES REASSIGNED:' TO RSGT-LABEL.
006260     MOVE RSG-MOVED-COUNT TO RSGT-TOTAL-COUNT.
006270     WRITE RSG-TRAILER-LINE AFTER ADVANCING 2.
006280     MOVE SPACES TO RSG-TRAILER-LINE.
006290     MOVE '  FROM INACTIVE TESTERS:' TO RSGT-LABEL.
006300     MOVE RSG-INACTIVE-COUNT TO RSGT-TOTAL-COUNT.
006310     WRITE RSG-TRAILER-LINE AFTER ADVANCING 1.
006320     MOVE SPACES TO RSG-TRAILER-LINE.
006330     MOVE '  FROM TESTERS ON LEAVE:' TO RSGT-LABEL.
006340     MOVE RSG-LEAVE-COUNT TO RSGT-TOTAL-COUNT.
006350     WRITE RSG-TRAILER-LINE AFTER ADVANCING 1.
006360     MOVE SPACES TO RSG-TRAILER-LINE.
006370     MOVE '  FROM TESTERS NOT ON THE ROSTER:' TO RSGT-LABEL.
006380     MOVE RSG-UNKNOWN-COUNT TO RSGT-TOTAL-COUNT.
006390     WRITE RSG-TRAILER-LINE AFTER ADVANCING 1.
006400     MOVE SPACES TO RSG-TRAILER-LINE.
006410     MOVE '  WITH NO RESULT WITHIN THE LIMIT:' TO RSGT-LABEL.
006420     MOVE RSG-STALE-COUNT TO RSGT-TOTAL-COUNT.
006430     WRITE RSG-TRAILER-LINE AFTER ADVANCING 1.
006440     MOVE SPACES TO RSG-TRAILER-LINE.
006450     MOVE 'CASES LEFT - NO TESTER WITH ROOM:' TO RSGT-LABEL.
006460     MOVE RSG-LEFT-COUNT TO RSGT-TOTAL-COUNT.
006470     WRITE RSG-TRAILER-LINE AFTER ADVANCING 2.
006480     MOVE SPACES TO RSG-TRAILER-LINE.
006490     MOVE 'DAYS ALLOWED WITHOUT A RESULT:' TO RSGT-LABEL.
006500     MOVE RSG-STALE-DAYS TO RSGT-TOTAL-COUNT.
006510     WRITE RSG-TRAILER-LINE AFTER ADVANCING 1.
006520 6500-EXIT.
006530     EXIT.
006540 6600-PRINT-SUMMARY-LINE.
006550     IF TST-MOVED-IN(TST-INDEX) = ZERO
006560         GO TO 6600-EXIT
006570     END-IF.
006580     MOVE SPACES TO RSG-SUMMARY-LINE.
006590     MOVE TST-TESTER-ID(TST-INDEX) TO RSGS-TESTER-ID.
006600     MOVE 'MOVED IN:' TO RSGS-MOVED-LABEL.
006610     MOVE TST-MOVED-IN(TST-INDEX) TO RSGS-MOVED-COUNT.
006620     MOVE 'HELD:' TO RSGS-HELD-LABEL.
006630     MOVE TST-HELD(TST-INDEX) TO RSGS-HELD-COUNT.
006640     MOVE 'CAPACITY:' TO RSGS-CAP-LABEL.
006650     MOVE TST-CAPACITY(TST-INDEX) TO RSGS-CAPACITY.
006660     WRITE RSG-SUMMARY-LINE AFTER ADVANCING 2.
006670 6600-EXIT.
006680     EXIT.
006690******************************************************************
006700*  8000-DATE-TO-SERIAL
006710*  CONVERTS THE GREGORIAN DATE IN DTD-DATE (YYYYMMDD) TO A
006720*  SERIAL DAY NUMBER IN DTD-SERIAL SO TWO DATES SUBTRACT TO AN
006730*  AGE IN DAYS.  STEPWISE INTEGER ARITHMETIC (EACH DIVISION
006740*  TRUNCATED AS IT HAPPENS) - THE STANDARD FLIEGEL-VAN FLANDERN
006750*  DAY-NUMBER CALCULATION.
006760******************************************************************
006770 8000-DATE-TO-SERIAL.
006780     COMPUTE DTD-ADJUST = DTD-MM - 14.
006790     DIVIDE DTD-ADJUST BY 12 GIVING DTD-ADJUST.
006800     COMPUTE DTD-TERM-1 = 1461 * (DTD-YY + 4800 + DTD-ADJUST).
006810     DIVIDE DTD-TERM-1 BY 4 GIVING DTD-TERM-1.
006820     COMPUTE DTD-TERM-2 =
006830         367 * (DTD-MM - 2 - (12 * DTD-ADJUST)).
006840     DIVIDE DTD-TERM-2 BY 12 GIVING DTD-TERM-2.
006850     COMPUTE DTD-TERM-3 = DTD-YY + 4900 + DTD-ADJUST.
006860     DIVIDE DTD-TERM-3 BY 100 GIVING DTD-TERM-3.
006870     MULTIPLY 3 BY DTD-TERM-3 GIVING DTD-TERM-3.
006880     DIVIDE DTD-TERM-3 BY 4 GIVING DTD-TERM-3.
006890     COMPUTE DTD-SERIAL = DTD-TERM-1 + DTD-TERM-2 - DTD-TERM-3
006900         + DTD-DD - 32075.
006910 8000-EXIT.
006920     EXIT.
006930******************************************************************
006940*  8100-COMPUTE-ITEM-AGE
006950*  AGES THE DATE IN AGE-ITEM-DATE AGAINST TODAY.  A DATE THAT IS
006960*  NOT NUMERIC AGES AS ZERO DAYS - THE CASE IS NEVER CALLED
006970*  STALE ON THE STRENGTH OF A DAMAGED DATE.
006980******************************************************************
006990 8100-COMPUTE-ITEM-AGE.
007000     IF AGE-ITEM-DATE IS NOT NUMERIC
007010         MOVE ZERO TO AGE-DAYS
007020         GO TO 8100-EXIT
007030     END-IF.
007040     MOVE AGE-ITEM-DATE TO DTD-DATE.
007050     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
007060     MOVE DTD-SERIAL TO AGE-ITEM-SERIAL.
007070     SUBTRACT AGE-ITEM-SERIAL FROM AGE-TODAY-SERIAL
007080         GIVING AGE-DAYS.
007090     IF AGE-DAYS IS LESS THAN ZERO
007100         MOVE ZERO TO AGE-DAYS
007110     END-IF.
007120 8100-EXIT.
007130     EXIT.
007140******************************************************************
007150*  9000-TERMINATE
007160*  CLOSES EVERY FILE, APPENDS A RUN-AUDIT RECORD, AND DISPLAYS
007170*  THE REASSIGNMENT TOTALS.  A CASE LEFT STRANDED OR A ROSTER
007180*  TOO LARGE FOR THE TABLE ENDS WITH RETURN CODE 4; A REJECTED
007190*  REWRITE OR A BAD CONTROL CARD WITH RETURN CODE 8.
007200******************************************************************
007210 9000-TERMINATE.
007220     IF RSG-CARD-BAD
007230         ACCEPT WS-END-TIME FROM TIME
007240         PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT
007250         DISPLAY 'TESTER-REASSIGN FAILED - BAD CONTROL CARD, '
007260             'NOTHING REASSIGNED'
007270         MOVE 8 TO RETURN-CODE
007280         GO TO 9000-EXIT
007290     END-IF.
007295     PERFORM 8910-WRITE-FEED-TRAILER THRU 8910-EXIT.
007300     CLOSE KEYED-MASTER-FILE.
007310     CLOSE JOURNAL-FILE.
007320     CLOSE PRINT-FILE.
007323     CLOSE FEED-FILE.
007326     CLOSE SENT-HISTORY-FILE.
007330     IF RSG-LEFT-COUNT IS GREATER THAN ZERO
007340         DISPLAY 'TESTER-REASSIGN WARNING - STRANDED CASES LEFT, '
007350             'NO TESTER WITH ROOM: ' RSG-LEFT-COUNT
007360         MOVE 4 TO RETURN-CODE
007370     END-IF.
007380     IF TST-SKIPPED IS GREATER THAN ZERO
007390         MOVE 4 TO RETURN-CODE
007400     END-IF.
007410     IF RSG-REWRITE-FAIL-COUNT IS GREATER THAN ZERO
007420         DISPLAY 'TESTER-REASSIGN REWRITES REJECTED: '
007430             RSG-REWRITE-FAIL-COUNT
007440         MOVE 8 TO RETURN-CODE
007450     END-IF.
007460     ACCEPT WS-END-TIME FROM TIME.
007470     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
007480     DISPLAY 'TESTER-REASSIGN COMPLETE - OPEN: ' RSG-OPEN-COUNT
007490         ' STRANDED: ' RSG-STRANDED-COUNT
007500         ' REASSIGNED: ' RSG-MOVED-COUNT
007510         ' LEFT: ' RSG-LEFT-COUNT.
007520 9000-EXIT.
007530     EXIT.
007540******************************************************************
007550*  9100-WRITE-AUDIT-RECORD
007560*  APPENDS ONE RUN-AUDIT RECORD TO THE SHARED AUDIT LOG - SEE
007570*  AUDITREC.CPY.
007580******************************************************************
007590 9100-WRITE-AUDIT-RECORD.
007600     OPEN EXTEND AUDIT-LOG-FILE.
007610     IF AUDIT-FILE-STATUS = '35'
007620         OPEN OUTPUT AUDIT-LOG-FILE
007630     END-IF.
007640     MOVE SPACES TO AUDIT-RECORD.
007650     MOVE 'TSTREASN' TO AUDIT-PROGRAM-ID.
007660     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
007670     MOVE WS-START-TIME TO AUDIT-START-TIME.
007680     MOVE WS-END-TIME TO AUDIT-END-TIME.
007690     MOVE RSG-STALE-DAYS TO WS-DAYS-DISPLAY.
007700     MOVE WS-DAYS-DISPLAY TO AUDIT-PARM-1.
007710     MOVE RSG-MOVED-COUNT TO WS-MOV-DISPLAY.
007720     MOVE WS-MOV-DISPLAY TO AUDIT-PARM-2.
007730     MOVE RSG-LEFT-COUNT TO WS-LEFT-DISPLAY.
007740     IF RSG-CARD-BAD
007750         MOVE 'BAD CONTROL CARD - NOTHING REASSIGNED'
007760             TO AUDIT-FINAL-STATE
007770         SET AUDIT-FAILED TO TRUE
007780         MOVE 8 TO RETURN-CODE
007790     ELSE
007800         STRING 'MOV=' DELIMITED BY SIZE
007810                WS-MOV-DISPLAY DELIMITED BY SIZE
007820                ' LEFT=' DELIMITED BY SIZE
007830                WS-LEFT-DISPLAY DELIMITED BY SIZE
007840             INTO AUDIT-FINAL-STATE
007850         IF RETURN-CODE IS GREATER THAN 4
007860             SET AUDIT-FAILED TO TRUE
007870         ELSE
007880             SET AUDIT-SUCCESSFUL TO TRUE
007890         END-IF
007900     END-IF.
007910     WRITE AUDIT-RECORD.
007920     CLOSE AUDIT-LOG-FILE.
007930 9100-EXIT.
007940     EXIT.
007950******************************************************************
007960*  3400-WRITE-FEED
007970*  SENDS THE CASE JUST MOVED TO THE TEST-EXECUTION TOOL UNDER ITS
007980*  NEW TESTER - ONE RSGFEED RECORD (SEE ASGFEED.CPY) - AND
007990*  APPENDS THE SAME RECORD TO THE SENT-ITEMS HISTORY.
008000******************************************************************
008010 3400-WRITE-FEED.
008020     MOVE SPACES TO AFD-RECORD.
008030     MOVE TCM-SEQUENCE-NO TO AFD-SEQUENCE-NO.
008040     MOVE TCM-TESTER-ID   TO AFD-TESTER-ID.
008050     MOVE TCM-KEY         TO AFD-COUNTS.
008060     MOVE WS-RUN-DATE     TO AFD-SENT-DATE.
008070     WRITE AFD-RECORD.
008080     WRITE SENT-RECORD-OUT FROM AFD-RECORD.
008090     ADD TCM-SEQUENCE-NO TO RSG-FEED-HASH.
008100 3400-EXIT.
008110     EXIT.
008120******************************************************************
008130*  8910-WRITE-FEED-TRAILER
008140*  WRITES THE TRAILER CONTROL RECORD AS THE LAST RECORD OF THE
008150*  OUTBOUND FEED - SEE TRLRREC.CPY.  THE COUNT IS THE CASES
008160*  MOVED; A RUN THAT MOVED NOTHING SENDS A ZERO-COUNT TRAILER.
008170******************************************************************
008180 8910-WRITE-FEED-TRAILER.
008190     MOVE SPACES TO TRLR-RECORD.
008200     MOVE '*TRAILER' TO TRLR-TAG.
008210     MOVE WS-RUN-DATE TO TRLR-RUN-DATE.
008220     MOVE RSG-MOVED-COUNT TO TRLR-RECORD-COUNT.
008230     MOVE RSG-FEED-HASH TO TRLR-HASH-TOTAL.
008240     WRITE AFD-RECORD FROM TRLR-RECORD.
008250 8910-EXIT.
008260     EXIT.
