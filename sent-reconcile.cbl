000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    SENT-RECONCILE.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - RECONCILES THE CASES SENT
000200*                   TO THE TEST-EXECUTION TOOL AGAINST THE RESULTS
000210*                   COMING BACK.  READS THE SENT-ITEMS HISTORY
000220*                   (ASGSENT - SEE ASGFEED.CPY, APPENDED BY
000230*                   TESTER-ASSIGN AND TESTER-REASSIGN) AND LOOKS
000240*                   EACH CASE UP ON THE KEYED TEST-CASE MASTER
000250*                   (TCMVSAM) BY SEQUENCE NUMBER.  A CASE STILL
000260*                   ASSIGNED TO THE TESTER AND ON THE DATE IT WAS
000270*                   SENT IS STILL WAITING FOR ITS RESULT; ONE
000280*                   WAITING LONGER THAN THE RCNCTL LIMIT (SEE
000290*                   RCNCTL.CPY) IS REPORTED AS OUTSTANDING.  A
000300*                   CASE SINCE RESENT OR MOVED IS JUDGED ON ITS
000310*                   LATEST SEND ONLY.  TONIGHT'S RESULTS (TSRESULT
000320*                   - SEE TSRSLTR.CPY) ARE TABLED AND MARKED OFF
000330*                   AS THEIR CASES ARE MET IN THE HISTORY; ANY
000340*                   LEFT UNMARKED ARE RESULTS FOR CASES NEVER SENT
000350*                   AND ARE REPORTED IN A SECOND SECTION (RCNRPT).
000360*                   RUN AFTER RESULTS-INTERFACE, SO TONIGHT'S
000370*                   RESULTS HAVE ALREADY REACHED THE MASTER.  ANY
000380*                   OUTSTANDING CASE, NEVER-SENT RESULT, OR RESULT
000390*                   THE TABLE HAD NO ROOM FOR ENDS THE STEP WITH
000400*                   RETURN CODE 4; A BAD CONTROL CARD WITH RETURN
000410*                   CODE 8.
000411*  2026-10-15  OPS  A SENT CASE SINCE RETIRED BY TESTCASE-RETIRE
000412*                   (SEE TCMSTR.CPY) IS NO LONGER COUNTED AS
000413*                   ANSWERED - RESULTS-INTERFACE REJECTS ANY
000414*                   RESULT FOR IT.  IT GETS ITS OWN "SENT, SINCE
000415*                   RETIRED" TOTAL, AS DOES ONE THE RETIREMENT RUN
000416*                   HAS SINCE RETURNED TO GENERATED.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OPTIONAL RECONCILE-CONTROL-FILE ASSIGN TO "RCNCTL"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RCC-FILE-STATUS.
000490     SELECT OPTIONAL SENT-HISTORY-FILE ASSIGN TO "ASGSENT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SNT-FILE-STATUS.
000520     SELECT OPTIONAL RESULTS-FILE ASSIGN TO "TSRESULT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RSF-FILE-STATUS.
000550     SELECT KEYED-MASTER-FILE ASSIGN TO "TCMVSAM"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS TCM-KEY
000590         ALTERNATE RECORD KEY IS TCM-SEQUENCE-NO
000600         FILE STATUS IS KEY-FILE-STATUS.
000610     SELECT PRINT-FILE ASSIGN TO "RCNRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PRT-FILE-STATUS.
000640     SELECT AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS AUDIT-FILE-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  RECONCILE-CONTROL-FILE
000700     RECORDING MODE IS F.
000710 COPY RCNCTL.
000720 FD  SENT-HISTORY-FILE
000730     RECORDING MODE IS F.
000740 COPY ASGFEED.
000750 FD  RESULTS-FILE
000760     RECORDING MODE IS F.
000770 COPY TSRSLTR.
000780 FD  KEYED-MASTER-FILE.
000790 COPY TCMSTR.
000800 FD  PRINT-FILE
000810     RECORDING MODE IS F.
000820 COPY RCNRPTL.
000830 FD  AUDIT-LOG-FILE
000840     RECORDING MODE IS F.
000850 COPY AUDITREC.
000860 WORKING-STORAGE SECTION.
000870 01  RPT-CONTROL.
000880     05  RPT-PAGE-NO             PIC 9(04)    COMP.
000890     05  RPT-LINE-COUNT          PIC 9(04)    COMP.
000900     05  RPT-LINES-PER-PAGE      PIC 9(04)    COMP
000910                                  VALUE 0055.
000920     05  RPT-SECTION-SW          PIC X(01).
000930         88  RPT-OUTSTANDING-SECTION VALUE 'O'.
000940         88  RPT-NEVER-SENT-SECTION  VALUE 'N'.
000950 01  RESULT-TABLE-BOUNDS.
000960     05  RCR-MAX-RESULTS         PIC 9(04)    COMP
000970                                  VALUE 2000.
000980 01  RESULT-TABLE.
000990     05  RCR-ENTRY               OCCURS 2000 TIMES.
001000         10  RCR-SEQUENCE-NO     PIC 9(08).
001010         10  RCR-RESULT-CODE     PIC X(01).
001020         10  RCR-TESTER-ID       PIC X(08).
001030         10  RCR-EXEC-DATE       PIC X(08).
001040         10  RCR-SENT-SW         PIC X(01).
001050             88  RCR-SENT            VALUE 'Y'.
001060             88  RCR-NOT-SENT        VALUE 'N'.
001070 01  RESULT-TABLE-WORK.
001080     05  RCR-COUNT               PIC 9(04)    COMP.
001090     05  RCR-INDEX               PIC 9(04)    COMP.
001100     05  RCR-FOUND-INDEX         PIC 9(04)    COMP.
001110     05  RCR-SKIPPED             PIC 9(05)    COMP.
001120     05  RCR-SEARCH-SEQ          PIC 9(08).
001130 01  RECONCILE-CONTROL.
001140     05  RCN-WAIT-DAYS           PIC 9(05).
001150     05  RCN-CARD-SW             PIC X(01).
001160         88  RCN-CARD-OK             VALUE 'Y'.
001170         88  RCN-CARD-BAD            VALUE 'N'.
001180 01  RECONCILE-COUNTERS.
001190     05  RCN-SENT-READ-COUNT     PIC 9(09)    COMP.
001200     05  RCN-ANSWERED-COUNT      PIC 9(09)    COMP.
001205     05  RCN-RETIRED-COUNT       PIC 9(09)    COMP.
001210     05  RCN-SUPERSEDED-COUNT    PIC 9(09)    COMP.
001220     05  RCN-WAITING-COUNT       PIC 9(09)    COMP.
001230     05  RCN-OUTSTANDING-COUNT   PIC 9(09)    COMP.
001240     05  RCN-NOT-ON-FILE-COUNT   PIC 9(09)    COMP.
001250     05  RCN-RESULTS-READ-COUNT  PIC 9(09)    COMP.
001260     05  RCN-NEVER-SENT-COUNT    PIC 9(09)    COMP.
001270 01  DATE-SERIAL-WORK.
001280     05  DTD-DATE.
001290         10  DTD-YY              PIC 9(04).
001300         10  DTD-MM              PIC 9(02).
001310         10  DTD-DD              PIC 9(02).
001320     05  DTD-ADJUST              PIC S9(04)   COMP.
001330     05  DTD-TERM-1              PIC S9(09)   COMP.
001340     05  DTD-TERM-2              PIC S9(09)   COMP.
001350     05  DTD-TERM-3              PIC S9(09)   COMP.
001360     05  DTD-SERIAL              PIC S9(09)   COMP.
001370 01  AGING-WORK.
001380     05  AGE-TODAY-SERIAL        PIC S9(09)   COMP.
001390     05  AGE-ITEM-SERIAL         PIC S9(09)   COMP.
001400     05  AGE-DAYS                PIC S9(09)   COMP.
001410     05  AGE-ITEM-DATE           PIC 9(08).
001420 01  WS-DATE-TIME.
001430     05  WS-RUN-DATE             PIC 9(08).
001440     05  WS-START-TIME           PIC 9(08).
001450     05  WS-END-TIME             PIC 9(08).
001460 01  WS-SWITCHES.
001470     05  WS-RCC-EOF-SWITCH       PIC X(01).
001480         88  WS-RCC-EOF              VALUE 'Y'.
001490         88  WS-RCC-NOT-EOF          VALUE 'N'.
001500     05  WS-SNT-EOF-SWITCH       PIC X(01).
001510         88  WS-SNT-EOF              VALUE 'Y'.
001520         88  WS-SNT-NOT-EOF          VALUE 'N'.
001530     05  WS-RSF-EOF-SWITCH       PIC X(01).
001540         88  WS-RSF-EOF              VALUE 'Y'.
001550         88  WS-RSF-NOT-EOF          VALUE 'N'.
001560 01  WS-FILE-STATUSES.
001570     05  RCC-FILE-STATUS         PIC X(02).
001580     05  SNT-FILE-STATUS         PIC X(02).
001590     05  RSF-FILE-STATUS         PIC X(02).
001600     05  KEY-FILE-STATUS         PIC X(02).
001610     05  PRT-FILE-STATUS         PIC X(02).
001620     05  AUDIT-FILE-STATUS       PIC X(02).
001630 01  WS-MISC.
001640     05  WS-DAYS-DISPLAY         PIC 9(05).
001650     05  WS-OUT-DISPLAY          PIC 9(09).
001660     05  WS-NSENT-DISPLAY        PIC 9(09).
001670 PROCEDURE DIVISION.
001680 0000-MAIN-LOGIC.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     IF RCN-CARD-OK
001710         PERFORM 2000-LOAD-RESULTS THRU 2000-EXIT
001720         PERFORM 3000-RECONCILE-SENT THRU 3000-EXIT
001730         PERFORM 4000-REPORT-NEVER-SENT THRU 4000-EXIT
001740         PERFORM 6500-PRINT-TOTALS THRU 6500-EXIT
001750     END-IF.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770     STOP RUN.
001780******************************************************************
001790*  1000-INITIALIZE
001800*  READS THE RESULT WAIT LIMIT AND OPENS THE MASTER AND THE
001810*  REPORT.  A BAD CONTROL CARD STOPS THE STEP BEFORE ANYTHING
001820*  ELSE IS OPENED.
001830******************************************************************
001840 1000-INITIALIZE.
001850     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
001860     ACCEPT WS-START-TIME FROM TIME.
001870     MOVE 0 TO RPT-PAGE-NO.
001880     MOVE 0 TO RPT-LINE-COUNT.
001890     MOVE 0 TO RCR-COUNT.
001900     MOVE 0 TO RCR-SKIPPED.
001910     MOVE 0 TO RCN-SENT-READ-COUNT.
001920     MOVE 0 TO RCN-ANSWERED-COUNT.
001925     MOVE 0 TO RCN-RETIRED-COUNT.
001930     MOVE 0 TO RCN-SUPERSEDED-COUNT.
001940     MOVE 0 TO RCN-WAITING-COUNT.
001950     MOVE 0 TO RCN-OUTSTANDING-COUNT.
001960     MOVE 0 TO RCN-NOT-ON-FILE-COUNT.
001970     MOVE 0 TO RCN-RESULTS-READ-COUNT.
001980     MOVE 0 TO RCN-NEVER-SENT-COUNT.
001990     MOVE 0 TO RCN-WAIT-DAYS.
002000     SET RCN-CARD-OK TO TRUE.
002010     MOVE WS-RUN-DATE TO DTD-DATE.
002020     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
002030     MOVE DTD-SERIAL TO AGE-TODAY-SERIAL.
002040     SET WS-RCC-NOT-EOF TO TRUE.
002050     OPEN INPUT RECONCILE-CONTROL-FILE.
002060     READ RECONCILE-CONTROL-FILE
002070         AT END
002080             SET WS-RCC-EOF TO TRUE
002090             MOVE SPACES TO RCNCTL-RECORD
002100     END-READ.
002110     CLOSE RECONCILE-CONTROL-FILE.
002120     IF WS-RCC-EOF
002130         MOVE 5 TO RCN-WAIT-DAYS
002140         DISPLAY 'SENT-RECONCILE - NO RCNCTL CARD, DEFAULT '
002150             'WAIT OF 5 DAYS FOR A RESULT APPLIED'
002160     ELSE
002170         IF RCNCTL-WAIT-DAYS IS NOT NUMERIC
002180             OR RCNCTL-WAIT-DAYS = ZERO
002190             SET RCN-CARD-BAD TO TRUE
002200             DISPLAY 'SENT-RECONCILE - RCNCTL WAIT IS '
002210                 'NOT 1-99999: ' RCNCTL-WAIT-DAYS
002220                 ' - NOTHING RECONCILED'
002230             GO TO 1000-EXIT
002240         ELSE
002250             MOVE RCNCTL-WAIT-DAYS TO RCN-WAIT-DAYS
002260         END-IF
002270     END-IF.
002280     OPEN INPUT KEYED-MASTER-FILE.
002290     OPEN OUTPUT PRINT-FILE.
002300 1000-EXIT.
002310     EXIT.
002320******************************************************************
002330*  2000-LOAD-RESULTS
002340*  TABLES TONIGHT'S RESULTS, ONE ENTRY PER CASE - AN EXECUTED
002350*  AND ITS PASS FOR THE SAME CASE NEED ONLY ONE LOOK IN THE
002360*  HISTORY.  A RECORD WITH NO NUMERIC SEQUENCE NUMBER NAMES NO
002370*  CASE AND IS LEFT TO RESULTS-INTERFACE'S REJECT FILE.  CASES
002380*  BEYOND THE TABLE CAPACITY ARE COUNTED AND REPORTED.
002390******************************************************************
002400 2000-LOAD-RESULTS.
002410     SET WS-RSF-NOT-EOF TO TRUE.
002420     OPEN INPUT RESULTS-FILE.
002430     READ RESULTS-FILE
002440         AT END SET WS-RSF-EOF TO TRUE
002450     END-READ.
002460     PERFORM 2100-LOAD-RESULT THRU 2100-EXIT
002470         UNTIL WS-RSF-EOF.
002480     CLOSE RESULTS-FILE.
002490     IF RCR-SKIPPED IS GREATER THAN ZERO
002500         DISPLAY 'SENT-RECONCILE WARNING - RESULT TABLE FULL, '
002510             'CASES NOT CHECKED: ' RCR-SKIPPED
002520     END-IF.
002530 2000-EXIT.
002540     EXIT.
002550 2100-LOAD-RESULT.
002560     ADD 1 TO RCN-RESULTS-READ-COUNT.
002570     IF TSRL-SEQUENCE-NO IS NOT NUMERIC
002580         GO TO 2100-READ-NEXT
002590     END-IF.
002600     MOVE TSRL-SEQUENCE-NO TO RCR-SEARCH-SEQ.
002610     PERFORM 7000-FIND-RESULT THRU 7000-EXIT.
002620     IF RCR-FOUND-INDEX IS GREATER THAN ZERO
002630         GO TO 2100-READ-NEXT
002640     END-IF.
002650     IF RCR-COUNT IS NOT LESS THAN RCR-MAX-RESULTS
002660         ADD 1 TO RCR-SKIPPED
002670         GO TO 2100-READ-NEXT
002680     END-IF.
002690     ADD 1 TO RCR-COUNT.
002700     MOVE TSRL-SEQUENCE-NO TO RCR-SEQUENCE-NO(RCR-COUNT).
002710     MOVE TSRL-RESULT-CODE TO RCR-RESULT-CODE(RCR-COUNT).
002720     MOVE TSRL-TESTER-ID   TO RCR-TESTER-ID(RCR-COUNT).
002730     MOVE TSRL-EXEC-DATE   TO RCR-EXEC-DATE(RCR-COUNT).
002740     SET RCR-NOT-SENT(RCR-COUNT) TO TRUE.
002750 2100-READ-NEXT.
002760     READ RESULTS-FILE
002770         AT END SET WS-RSF-EOF TO TRUE
002780     END-READ.
002790 2100-EXIT.
002800     EXIT.
002810******************************************************************
002820*  3000-RECONCILE-SENT
002830*  ONE PASS OVER THE SENT-ITEMS HISTORY.  EVERY CASE SENT MARKS
002840*  ITS RESULT, IF ONE CAME IN TONIGHT, AS SENT, AND IS JUDGED
002850*  AGAINST THE MASTER.  OUTSTANDING CASES PRINT AS THEY ARE MET.
002860******************************************************************
002870 3000-RECONCILE-SENT.
002880     SET RPT-OUTSTANDING-SECTION TO TRUE.
002890     PERFORM 6300-WRITE-SECTION-HEADERS THRU 6300-EXIT.
002900     SET WS-SNT-NOT-EOF TO TRUE.
002910     OPEN INPUT SENT-HISTORY-FILE.
002920     READ SENT-HISTORY-FILE
002930         AT END SET WS-SNT-EOF TO TRUE
002940     END-READ.
002950     PERFORM 3100-RECONCILE-SENT-CASE THRU 3100-EXIT
002960         UNTIL WS-SNT-EOF.
002970     CLOSE SENT-HISTORY-FILE.
002980 3000-EXIT.
002990     EXIT.
003000 3100-RECONCILE-SENT-CASE.
003010     ADD 1 TO RCN-SENT-READ-COUNT.
003020     MOVE AFD-SEQUENCE-NO TO RCR-SEARCH-SEQ.
003030     PERFORM 7000-FIND-RESULT THRU 7000-EXIT.
003040     IF RCR-FOUND-INDEX IS GREATER THAN ZERO
003050         SET RCR-SENT(RCR-FOUND-INDEX) TO TRUE
003060     END-IF.
003070     MOVE AFD-SEQUENCE-NO TO TCM-SEQUENCE-NO.
003080     READ KEYED-MASTER-FILE
003090         KEY IS TCM-SEQUENCE-NO
003100         INVALID KEY
003110             ADD 1 TO RCN-NOT-ON-FILE-COUNT
003120         NOT INVALID KEY
003130             PERFORM 3200-JUDGE-SENT-CASE THRU 3200-EXIT
003140     END-READ.
003150     READ SENT-HISTORY-FILE
003160         AT END SET WS-SNT-EOF TO TRUE
003170     END-READ.
003180 3100-EXIT.
003190     EXIT.
003200******************************************************************
003210*  3200-JUDGE-SENT-CASE
003215*  A CASE RETIRED SINCE IT WAS SENT WILL NEVER TAKE A RESULT FOR
003220*  THAT SEND AND IS COUNTED APART - SO IS ONE BACK AT GENERATED,
003225*  WHICH ONLY THE RETIREMENT RUN DOES WHEN IT RETURNS A CASE TO
003226*  WORK.  ANY OTHER CASE NO LONGER ASSIGNED HAS HAD ITS RESULT.
003230*  A CASE NOW ASSIGNED TO ANOTHER TESTER OR ON ANOTHER DATE THAN
003240*  THIS SEND HAS BEEN SENT AGAIN SINCE, AND THE LATER SEND IS THE
003250*  ONE JUDGED.  OTHERWISE THE CASE IS STILL WAITING ON THIS
003260*  SEND, AND IS OUTSTANDING ONCE IT HAS WAITED PAST THE LIMIT.
003270******************************************************************
003280 3200-JUDGE-SENT-CASE.
003282     IF TCM-RETIRED OR TCM-GENERATED
003284         ADD 1 TO RCN-RETIRED-COUNT
003286         GO TO 3200-EXIT
003288     END-IF.
003290     IF NOT TCM-ASSIGNED
003300         ADD 1 TO RCN-ANSWERED-COUNT
003310         GO TO 3200-EXIT
003320     END-IF.
003330     IF TCM-TESTER-ID IS NOT EQUAL TO AFD-TESTER-ID
003340         OR TCM-STATUS-DATE IS NOT EQUAL TO AFD-SENT-DATE
003350         ADD 1 TO RCN-SUPERSEDED-COUNT
003360         GO TO 3200-EXIT
003370     END-IF.
003380     MOVE AFD-SENT-DATE TO AGE-ITEM-DATE.
003390     PERFORM 8100-COMPUTE-ITEM-AGE THRU 8100-EXIT.
003400     IF AGE-DAYS IS NOT GREATER THAN RCN-WAIT-DAYS
003410         ADD 1 TO RCN-WAITING-COUNT
003420         GO TO 3200-EXIT
003430     END-IF.
003440     ADD 1 TO RCN-OUTSTANDING-COUNT.
003450     MOVE SPACES TO RCN-DETAIL-LINE.
003460     MOVE AFD-SEQUENCE-NO TO RCND-SEQUENCE-NO.
003470     MOVE AFD-TESTER-ID TO RCND-TESTER-ID.
003480     MOVE AFD-SENT-DATE TO RCND-DATE.
003490     MOVE AGE-DAYS TO RCND-DAYS.
003500     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT.
003510 3200-EXIT.
003520     EXIT.
003530******************************************************************
003540*  4000-REPORT-NEVER-SENT
003550*  PRINTS THE SECOND SECTION - EVERY RESULT TABLED TONIGHT WHOSE
003560*  CASE WAS NEVER MET IN THE SENT-ITEMS HISTORY.
003570******************************************************************
003580 4000-REPORT-NEVER-SENT.
003590     SET RPT-NEVER-SENT-SECTION TO TRUE.
003600     PERFORM 6300-WRITE-SECTION-HEADERS THRU 6300-EXIT.
003610     PERFORM 4100-REPORT-RESULT THRU 4100-EXIT
003620         VARYING RCR-INDEX FROM 1 BY 1
003630         UNTIL RCR-INDEX > RCR-COUNT.
003640 4000-EXIT.
003650     EXIT.
003660 4100-REPORT-RESULT.
003670     IF RCR-SENT(RCR-INDEX)
003680         GO TO 4100-EXIT
003690     END-IF.
003700     ADD 1 TO RCN-NEVER-SENT-COUNT.
003710     MOVE SPACES TO RCN-DETAIL-LINE.
003720     MOVE RCR-SEQUENCE-NO(RCR-INDEX) TO RCND-SEQUENCE-NO.
003730     MOVE RCR-TESTER-ID(RCR-INDEX) TO RCND-TESTER-ID.
003740     MOVE RCR-EXEC-DATE(RCR-INDEX) TO RCND-DATE.
003750     MOVE 'CODE ' TO RCND-NOTE.
003760     MOVE RCR-RESULT-CODE(RCR-INDEX) TO RCND-NOTE(6:1).
003770     IF RCR-RESULT-CODE(RCR-INDEX) = 'E'
003780         MOVE 'EXECUTED' TO RCND-NOTE
003790     END-IF.
003800     IF RCR-RESULT-CODE(RCR-INDEX) = 'P'
003810         MOVE 'PASSED' TO RCND-NOTE
003820     END-IF.
003830     IF RCR-RESULT-CODE(RCR-INDEX) = 'F'
003840         MOVE 'FAILED' TO RCND-NOTE
003850     END-IF.
003860     PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT.
003870 4100-EXIT.
003880     EXIT.
003890******************************************************************
003900*  6200-WRITE-DETAIL
003910*  ONE REPORT DETAIL LINE, BUILT BY THE CALLER, RE-ISSUING THE
003920*  CURRENT SECTION'S HEADINGS WHENEVER THE PAGE IS FULL.
003930******************************************************************
003940 6200-WRITE-DETAIL.
003950     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
003960         PERFORM 6300-WRITE-SECTION-HEADERS THRU 6300-EXIT
003970     END-IF.
003980     WRITE RCN-DETAIL-LINE AFTER ADVANCING 1.
003990     ADD 1 TO RPT-LINE-COUNT.
004000 6200-EXIT.
004010     EXIT.
004020******************************************************************
004030*  6300-WRITE-SECTION-HEADERS
004040*  STARTS A NEW REPORT PAGE - REPORT TITLE, RUN DATE, PAGE
004050*  NUMBER, THE CURRENT SECTION'S TITLE AND COLUMN HEADINGS.
004060******************************************************************
004070 6300-WRITE-SECTION-HEADERS.
004080     ADD 1 TO RPT-PAGE-NO.
004090     MOVE 0 TO RPT-LINE-COUNT.
004100     MOVE SPACES TO RCN-HEADING-1.
004110     MOVE 'SENT-ITEMS RECONCILIATION' TO RCN1-TITLE.
004120     MOVE 'RUN DATE:' TO RCN1-DATE-LABEL.
004130     MOVE WS-RUN-DATE TO RCN1-RUN-DATE.
004140     MOVE 'PAGE ' TO RCN1-PAGE-LABEL.
004150     MOVE RPT-PAGE-NO TO RCN1-PAGE-NO.
004160     WRITE RCN-HEADING-1 AFTER ADVANCING PAGE.
004170     MOVE SPACES TO RCN-HEADING-2.
004180     MOVE SPACES TO RCN-HEADING-3.
004190     MOVE 'CASE SEQ' TO RCN3-SEQ-LABEL.
004200     MOVE 'TESTER' TO RCN3-TESTER-LABEL.
004210     IF RPT-OUTSTANDING-SECTION
004220         MOVE 'SENT CASES WAITING PAST THE LIMIT FOR A RESULT'
004230             TO RCN2-SECTION-TITLE
004240         MOVE 'SENT' TO RCN3-DATE-LABEL
004250         MOVE '   DAYS' TO RCN3-DAYS-LABEL
004260     ELSE
004270         MOVE 'RESULTS RECEIVED FOR CASES NEVER SENT'
004280             TO RCN2-SECTION-TITLE
004290         MOVE 'EXECUTED' TO RCN3-DATE-LABEL
004300         MOVE 'RESULT' TO RCN3-NOTE-LABEL
004310     END-IF.
004320     WRITE RCN-HEADING-2 AFTER ADVANCING 2.
004330     WRITE RCN-HEADING-3 AFTER ADVANCING 2.
004340     ADD 5 TO RPT-LINE-COUNT.
004350 6300-EXIT.
004360     EXIT.
004370******************************************************************
004380*  6500-PRINT-TOTALS
004390*  PRINTS THE TRAILER TOTALS FOR BOTH SECTIONS.
004400******************************************************************
004410 6500-PRINT-TOTALS.
004420     MOVE SPACES TO RCN-TRAILER-LINE.
004430     MOVE 'SENT-ITEMS HISTORY RECORDS READ:' TO RCNT-LABEL.
004440     MOVE RCN-SENT-READ-COUNT TO RCNT-TOTAL-COUNT.
004450     WRITE RCN-TRAILER-LINE AFTER ADVANCING 3.
004460     MOVE SPACES TO RCN-TRAILER-LINE.
004470     MOVE '  RESULT RECEIVED SINCE SENT:' TO RCNT-LABEL.
004480     MOVE RCN-ANSWERED-COUNT TO RCNT-TOTAL-COUNT.
004490     WRITE RCN-TRAILER-LINE AFTER ADVANCING 1.
004492     MOVE SPACES TO RCN-TRAILER-LINE.
004494     MOVE '  SENT, SINCE RETIRED:' TO RCNT-LABEL.
004496     MOVE RCN-RETIRED-COUNT TO RCNT-TOTAL-COUNT.
004498     WRITE RCN-TRAILER-LINE AFTER ADVANCING 1.
004500     MOVE SPACES TO RCN-TRAILER-LINE.
004510     MOVE '  SENT AGAIN OR MOVED SINCE:' TO RCNT-LABEL.
004520     MOVE RCN-SUPERSEDED-COUNT TO RCNT-TOTAL-COUNT.
004530     WRITE RCN-TRAILER-LINE AFTER ADVANCING 1.
004540     MOVE SPACES TO RCN-TRAILER-LINE.
004550     MOVE '  WAITING, WITHIN THE LIMIT:' TO RCNT-LABEL.
004560     MOVE RCN-WAITING-COUNT TO RCNT-TOTAL-COUNT.
004570     WRITE RCN-TRAILER-LINE AFTER ADVANCING 1.
004580     MOVE SPACES TO RCN-TRAILER-LINE.
004590     MOVE '  OUTSTANDING, PAST THE LIMIT:' TO RCNT-LABEL.
004600     MOVE RCN-OUTSTANDING-COUNT TO RCNT-TOTAL-COUNT.
004610     WRITE RCN-TRAILER-LINE AFTER ADVANCING 1.
004620     MOVE SPACES TO RCN-TRAILER-LINE.
004630     MOVE '  CASE NO LONGER ON THE MASTER:' TO RCNT-LABEL.
004640     MOVE RCN-NOT-ON-FILE-COUNT TO RCNT-TOTAL-COUNT.
004650     WRITE RCN-TRAILER-LINE AFTER ADVANCING 1.
004660     MOVE SPACES TO RCN-TRAILER-LINE.
004670     MOVE 'RESULT RECORDS READ:' TO RCNT-LABEL.
004680     MOVE RCN-RESULTS-READ-COUNT TO RCNT-TOTAL-COUNT.
004690     WRITE RCN-TRAILER-LINE AFTER ADVANCING 2.
004700     MOVE SPACES TO RCN-TRAILER-LINE.
004710     MOVE '  CASES NEVER SENT:' TO RCNT-LABEL.
004720     MOVE RCN-NEVER-SENT-COUNT TO RCNT-TOTAL-COUNT.
004730     WRITE RCN-TRAILER-LINE AFTER ADVANCING 1.
004740     MOVE SPACES TO RCN-TRAILER-LINE.
004750     MOVE '  CASES NOT CHECKED - TABLE FULL:' TO RCNT-LABEL.
004760     MOVE RCR-SKIPPED TO RCNT-TOTAL-COUNT.
004770     WRITE RCN-TRAILER-LINE AFTER ADVANCING 1.
004780     MOVE SPACES TO RCN-TRAILER-LINE.
004790     MOVE 'DAYS ALLOWED FOR A RESULT:' TO RCNT-LABEL.
004800     MOVE RCN-WAIT-DAYS TO RCNT-TOTAL-COUNT.
004810     WRITE RCN-TRAILER-LINE AFTER ADVANCING 2.
004820 6500-EXIT.
004830     EXIT.
004840******************************************************************
004850*  7000-FIND-RESULT
004860*  LINEAR SEARCH OF THE RESULT TABLE FOR THE CASE IN
004870*  RCR-SEARCH-SEQ.  RETURNS THE ENTRY NUMBER IN RCR-FOUND-INDEX,
004880*  OR ZERO WHEN THE CASE HAS NO RESULT TONIGHT.
004890******************************************************************
004900 7000-FIND-RESULT.
004910     MOVE 0 TO RCR-FOUND-INDEX.
004920     PERFORM 7100-MATCH-RESULT THRU 7100-EXIT
004930         VARYING RCR-INDEX FROM 1 BY 1
004940         UNTIL RCR-INDEX > RCR-COUNT
004950         OR RCR-FOUND-INDEX IS GREATER THAN ZERO.
004960 7000-EXIT.
004970     EXIT.
004980 7100-MATCH-RESULT.
004990     IF RCR-SEQUENCE-NO(RCR-INDEX) = RCR-SEARCH-SEQ
005000         MOVE RCR-INDEX TO RCR-FOUND-INDEX
005010     END-IF.
005020 7100-EXIT.
005030     EXIT.
005040******************************************************************
005050*  8000-DATE-TO-SERIAL
005060*  CONVERTS THE GREGORIAN DATE IN DTD-DATE (YYYYMMDD) TO A
005070*  SERIAL DAY NUMBER IN DTD-SERIAL SO TWO DATES SUBTRACT TO AN
005080*  AGE IN DAYS.  STEPWISE INTEGER ARITHMETIC (EACH DIVISION
005090*  TRUNCATED AS IT HAPPENS) - THE STANDARD FLIEGEL-VAN FLANDERN
005100*  DAY-NUMBER CALCULATION.
005110******************************************************************
005120 8000-DATE-TO-SERIAL.
005130     COMPUTE DTD-ADJUST = DTD-MM - 14.
005140     DIVIDE DTD-ADJUST BY 12 GIVING DTD-ADJUST.
005150     COMPUTE DTD-TERM-1 = 1461 * (DTD-YY + 4800 + DTD-ADJUST).
005160     DIVIDE DTD-TERM-1 BY 4 GIVING DTD-TERM-1.
005170     COMPUTE DTD-TERM-2 =
005180         367 * (DTD-MM - 2 - (12 * DTD-ADJUST)).
005190     DIVIDE DTD-TERM-2 BY 12 GIVING DTD-TERM-2.
005200     COMPUTE DTD-TERM-3 = DTD-YY + 4900 + DTD-ADJUST.
005210     DIVIDE DTD-TERM-3 BY 100 GIVING DTD-TERM-3.
005220     MULTIPLY 3 BY DTD-TERM-3 GIVING DTD-TERM-3.
005230     DIVIDE DTD-TERM-3 BY 4 GIVING DTD-TERM-3.
005240     COMPUTE DTD-SERIAL = DTD-TERM-1 + DTD-TERM-2 - DTD-TERM-3
005250         + DTD-DD - 32075.
005260 8000-EXIT.
005270     EXIT.
005280******************************************************************
005290*  8100-COMPUTE-ITEM-AGE
005300*  AGES THE DATE IN AGE-ITEM-DATE AGAINST TODAY.  A DATE THAT IS
005310*  NOT NUMERIC AGES AS ZERO DAYS.
005320******************************************************************
005330 8100-COMPUTE-ITEM-AGE.
005340     IF AGE-ITEM-DATE IS NOT NUMERIC
005350         MOVE ZERO TO AGE-DAYS
005360         GO TO 8100-EXIT
005370     END-IF.
005380     MOVE AGE-ITEM-DATE TO DTD-DATE.
005390     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
005400     MOVE DTD-SERIAL TO AGE-ITEM-SERIAL.
005410     SUBTRACT AGE-ITEM-SERIAL FROM AGE-TODAY-SERIAL
005420         GIVING AGE-DAYS.
005430     IF AGE-DAYS IS LESS THAN ZERO
005440         MOVE ZERO TO AGE-DAYS
005450     END-IF.
005460 8100-EXIT.
005470     EXIT.
005480******************************************************************
005490*  9000-TERMINATE
005500*  CLOSES THE MASTER AND THE REPORT, APPENDS A RUN-AUDIT RECORD,
005510*  AND DISPLAYS THE RECONCILIATION TOTALS.
005520******************************************************************
005530 9000-TERMINATE.
005540     IF RCN-CARD-BAD
005550         ACCEPT WS-END-TIME FROM TIME
005560         PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT
005570         DISPLAY 'SENT-RECONCILE FAILED - BAD CONTROL CARD, '
005580             'NOTHING RECONCILED'
005590         MOVE 8 TO RETURN-CODE
005600         GO TO 9000-EXIT
005610     END-IF.
005620     CLOSE KEYED-MASTER-FILE.
005630     CLOSE PRINT-FILE.
005640     IF RCN-OUTSTANDING-COUNT IS GREATER THAN ZERO
005650         OR RCN-NEVER-SENT-COUNT IS GREATER THAN ZERO
005660         OR RCR-SKIPPED IS GREATER THAN ZERO
005670         MOVE 4 TO RETURN-CODE
005680     END-IF.
005690     ACCEPT WS-END-TIME FROM TIME.
005700     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
005710     DISPLAY 'SENT-RECONCILE COMPLETE - SENT READ: '
005720         RCN-SENT-READ-COUNT ' OUTSTANDING: '
005730         RCN-OUTSTANDING-COUNT ' NEVER SENT: '
005740         RCN-NEVER-SENT-COUNT.
005750 9000-EXIT.
005760     EXIT.
005770******************************************************************
005780*  9100-WRITE-AUDIT-RECORD
005790*  APPENDS ONE RUN-AUDIT RECORD TO THE SHARED AUDIT LOG - SEE
005800*  AUDITREC.CPY.
005810******************************************************************
005820 9100-WRITE-AUDIT-RECORD.
005830     OPEN EXTEND AUDIT-LOG-FILE.
005840     IF AUDIT-FILE-STATUS = '35'
005850         OPEN OUTPUT AUDIT-LOG-FILE
005860     END-IF.
005870     MOVE SPACES TO AUDIT-RECORD.
005880     MOVE 'SENTRECN' TO AUDIT-PROGRAM-ID.
005890     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
005900     MOVE WS-START-TIME TO AUDIT-START-TIME.
005910     MOVE WS-END-TIME TO AUDIT-END-TIME.
005920     MOVE RCN-WAIT-DAYS TO WS-DAYS-DISPLAY.
005930     MOVE WS-DAYS-DISPLAY TO AUDIT-PARM-1.
005940     MOVE RCN-OUTSTANDING-COUNT TO WS-OUT-DISPLAY.
005950     MOVE WS-OUT-DISPLAY TO AUDIT-PARM-2.
005960     MOVE RCN-NEVER-SENT-COUNT TO WS-NSENT-DISPLAY.
005970     IF RCN-CARD-BAD
005980         MOVE 'BAD CONTROL CARD - NOTHING RECONCILED'
005990             TO AUDIT-FINAL-STATE
006000         SET AUDIT-FAILED TO TRUE
006010         MOVE 8 TO RETURN-CODE
006020     ELSE
006030         STRING 'OUT=' DELIMITED BY SIZE
006040                WS-OUT-DISPLAY DELIMITED BY SIZE
006050                ' NOTSENT=' DELIMITED BY SIZE
006060                WS-NSENT-DISPLAY DELIMITED BY SIZE
006070             INTO AUDIT-FINAL-STATE
006080         SET AUDIT-SUCCESSFUL TO TRUE
006090     END-IF.
006100     WRITE AUDIT-RECORD.
006110     CLOSE AUDIT-LOG-FILE.
006120 9100-EXIT.
006130     EXIT.
