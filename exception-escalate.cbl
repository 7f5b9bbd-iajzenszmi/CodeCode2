000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    EXCEPTION-ESCALATE.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - ESCALATION RUN FOR THE
000200*                   OUTSTANDING-EXCEPTION MASTER.  EXCEPTION-MAINT
000210*                   AGES EVERY UNRESOLVED ITEM, BUT A FATAL/CTL
000220*                   ITEM STILL SAT UNSEEN UNTIL SOMEBODY READ
000230*                   EXCPRPT.  THIS STEP AGES EVERY OUTSTANDING
000240*                   ITEM AGAINST THE ESCCTL THRESHOLDS FOR ITS
000250*                   SEVERITY (SEE ESCCTL.CPY), ROUTES AN ITEM THAT
000260*                   REACHED A NEW LEVEL TO ITS OWNING TEAM AND
000270*                   CONTACT THROUGH THE OWNER ROUTING MASTER
000280*                   (OWNRMST - SEE OWNRMSTR.CPY), AND WRITES ONE
000290*                   NOTIFICATION RECORD PER ESCALATION TO THE
000300*                   GATEWAY EXTRACT (ESCNOTE - SEE ESCNOTE.CPY).
000310*                   THE LEVEL SENT IS RECORDED ON THE ITEM
000320*                   (EXCPM-ESCALATION-LEVEL) SO THE SAME ITEM IS
000330*                   NEVER PAGED TWICE AT THE SAME LEVEL.  EXCPMSTI
000340*                   IN / EXCPMSTO OUT WITH TRAILER CONTROL
000350*                   RECORDS LIKE EXCEPTION-MAINT; ACKNOWLEDGED AND
000360*                   RESOLVED ITEMS ARE CARRIED UNCHANGED.  A
000370*                   FAILED CONTROL CHECK OR A BAD ESCCTL CARD ENDS
000380*                   THE STEP WITH RETURN CODE 8 AND NOTHING SENT.
000390*                   AN ITEM WITH NO OWNER ROUTE, OR A REJECTED
000400*                   ROUTING RECORD, ENDS IT WITH RETURN CODE 4.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL ESCALATE-CONTROL-FILE ASSIGN TO "ESCCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS ECT-FILE-STATUS.
000480     SELECT OPTIONAL OWNER-FILE ASSIGN TO "OWNRMST"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS OWN-FILE-STATUS.
000510     SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO "EXCPMSTI"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS OLDM-FILE-STATUS.
000540     SELECT NEW-MASTER-FILE ASSIGN TO "EXCPMSTO"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS NEWM-FILE-STATUS.
000570     SELECT NOTICE-FILE ASSIGN TO "ESCNOTE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS ESN-FILE-STATUS.
000600     SELECT PRINT-FILE ASSIGN TO "ESCRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS PRT-FILE-STATUS.
000630     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS EXCP-FILE-STATUS.
000660     SELECT AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS AUDIT-FILE-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ESCALATE-CONTROL-FILE
000720     RECORDING MODE IS F.
000730 COPY ESCCTL.
000740 FD  OWNER-FILE
000750     RECORDING MODE IS F.
000760 COPY OWNRMSTR.
000770 FD  OLD-MASTER-FILE
000780     RECORDING MODE IS F.
000790 COPY EXCPMSTR.
000800 FD  NEW-MASTER-FILE
000810     RECORDING MODE IS F.
000820 01  EXCPM-RECORD-OUT            PIC X(184).
000830 FD  NOTICE-FILE
000840     RECORDING MODE IS F.
000850 COPY ESCNOTE.
000860 FD  PRINT-FILE
000870     RECORDING MODE IS F.
000880 COPY ESCRPTL.
000890 FD  EXCEPTION-FILE
000900     RECORDING MODE IS F.
000910 COPY EXCPREC.
000920 FD  AUDIT-LOG-FILE
000930     RECORDING MODE IS F.
000940 COPY AUDITREC.
000950 WORKING-STORAGE SECTION.
000960 01  RPT-CONTROL.
000970     05  RPT-PAGE-NO             PIC 9(04)    COMP.
000980     05  RPT-LINE-COUNT          PIC 9(04)    COMP.
000990     05  RPT-LINES-PER-PAGE      PIC 9(04)    COMP
001000                                  VALUE 0055.
001010     05  RPT-SECTION-TITLE       PIC X(50).
001020*    THE STANDARD THRESHOLDS, BY SEVERITY (FATAL, CRITICAL,
001030*    WARNING) AND LEVEL - TAKEN WHEN THERE IS NO ESCCTL CARD OR A
001040*    FIELD ON IT IS BLANK OR ZERO.
001050 01  ESC-DEFAULT-TABLE.
001060     05  FILLER                  PIC X(09) VALUE '001002003'.
001070     05  FILLER                  PIC X(09) VALUE '002004006'.
001080     05  FILLER                  PIC X(09) VALUE '007014021'.
001090 01  ESC-DEFAULTS REDEFINES ESC-DEFAULT-TABLE.
001100     05  ESC-DEFAULT-SEVERITY    OCCURS 3 TIMES.
001110         10  ESC-DEFAULT-DAYS    PIC 9(03)
001120                                  OCCURS 3 TIMES.
001130 01  ESC-THRESHOLDS.
001140     05  ESC-THRESHOLD-SEVERITY  OCCURS 3 TIMES.
001150         10  ESC-LEVEL-DAYS      PIC 9(03)
001160                                  OCCURS 3 TIMES.
001170 01  SEVERITY-SECTION-TABLE.
001180     05  FILLER                  PIC X(11) VALUE 'FFATAL     '.
001190     05  FILLER                  PIC X(11) VALUE 'CCRITICAL  '.
001200     05  FILLER                  PIC X(11) VALUE 'WWARNING   '.
001210 01  SEVERITY-SECTIONS REDEFINES SEVERITY-SECTION-TABLE.
001220     05  SEV-SECTION             OCCURS 3 TIMES.
001230         10  SEV-CODE            PIC X(01).
001240         10  SEV-NAME            PIC X(10).
001250 01  ESCALATE-CONTROL.
001260     05  ESC-CARD-SW             PIC X(01).
001270         88  ESC-CARD-OK             VALUE 'Y'.
001280         88  ESC-CARD-BAD            VALUE 'N'.
001290     05  ESC-CONTROL-SW          PIC X(01).
001300         88  ESC-CONTROL-OK          VALUE 'Y'.
001310         88  ESC-CONTROL-BAD         VALUE 'N'.
001320     05  ESC-CARD-SOURCE         PIC X(12).
001330     05  ESC-SEV-IDX             PIC 9(04)    COMP.
001340     05  ESC-LVL-IDX             PIC 9(04)    COMP.
001350     05  ESC-RECORDED-LEVEL      PIC 9(01).
001360     05  ESC-REACHED-LEVEL       PIC 9(01).
001370     05  ESC-CONTACT-LEVEL       PIC 9(01).
001380     05  ESC-CONTACT             PIC X(30).
001390     05  ESC-RANK                PIC 9(01).
001400     05  ESC-BEST-RANK           PIC 9(01).
001410     05  ESC-BEST-INDEX          PIC 9(04)    COMP.
001420     05  ESC-ROUTE-SW            PIC X(01).
001430         88  ESC-ROUTE-FOUND         VALUE 'Y'.
001440         88  ESC-ROUTE-MISSING       VALUE 'N'.
001450 01  ESCALATE-COUNTERS.
001460     05  ESC-READ-COUNT          PIC 9(09)    COMP.
001470     05  ESC-OUTSTANDING-COUNT   PIC 9(09)    COMP.
001480     05  ESC-SENT-COUNT          PIC 9(09)    COMP.
001490     05  ESC-LEVEL-SENT-COUNT    PIC 9(09)    COMP
001500                                  OCCURS 3 TIMES.
001510     05  ESC-ALREADY-SENT-COUNT  PIC 9(09)    COMP.
001520     05  ESC-UNROUTED-COUNT      PIC 9(09)    COMP.
001530     05  ESC-MASTER-OUT-COUNT    PIC 9(09)    COMP.
001540     05  ESC-OUT-HASH            PIC 9(18).
001550     05  ESC-NOTICE-HASH         PIC 9(18).
001560     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
001570*    THE OWNER ROUTING MASTER, HELD IN ITS RECORD LAYOUT SO A
001580*    ROUTE IS MOVED IN WHOLE.
001590 01  ROUTE-TABLE-BOUNDS.
001600     05  RTE-MAX-ENTRIES         PIC 9(04)    COMP
001610                                  VALUE 200.
001620 01  ROUTE-TABLE.
001630     05  RTE-ENTRY               OCCURS 200 TIMES.
001640         10  RTE-PROGRAM-ID      PIC X(08).
001650             88  RTE-ANY-PROGRAM     VALUE '*'.
001660         10  RTE-CATEGORY        PIC X(04).
001670             88  RTE-ANY-CATEGORY    VALUE '*'.
001680         10  RTE-TEAM            PIC X(12).
001690         10  RTE-CONTACT         PIC X(30)
001700                                  OCCURS 3 TIMES.
001710         10  FILLER              PIC X(06).
001720 01  ROUTE-TABLE-WORK.
001730     05  RTE-COUNT               PIC 9(04)    COMP.
001740     05  RTE-INDEX               PIC 9(04)    COMP.
001750     05  RTE-READ-COUNT          PIC 9(05)    COMP.
001760     05  RTE-REJECT-COUNT        PIC 9(05)    COMP.
001770 01  CONTROL-VERIFY-WORK.
001780     05  VFY-RECORD-COUNT        PIC 9(09).
001790     05  VFY-HASH-TOTAL          PIC 9(18).
001800     05  VFY-TRLR-COUNT-X        PIC X(09).
001810     05  VFY-TRLR-COUNT REDEFINES VFY-TRLR-COUNT-X
001820                                 PIC 9(09).
001830     05  VFY-TRLR-HASH-X         PIC X(18).
001840     05  VFY-TRLR-HASH REDEFINES VFY-TRLR-HASH-X
001850                                 PIC 9(18).
001860     05  VFY-FAIL-REASON         PIC X(35).
001870     05  VFY-TRAILER-SW          PIC X(01).
001880         88  VFY-TRAILER-SEEN        VALUE 'Y'.
001890         88  VFY-NO-TRAILER          VALUE 'N'.
001900     05  VFY-FORMAT-SW           PIC X(01).
001910         88  VFY-FORMAT-BAD          VALUE 'Y'.
001920         88  VFY-FORMAT-OK           VALUE 'N'.
001930 01  DATE-SERIAL-WORK.
001940     05  DTD-DATE.
001950         10  DTD-YY              PIC 9(04).
001960         10  DTD-MM              PIC 9(02).
001970         10  DTD-DD              PIC 9(02).
001980     05  DTD-ADJUST              PIC S9(04)   COMP.
001990     05  DTD-TERM-1              PIC S9(09)   COMP.
002000     05  DTD-TERM-2              PIC S9(09)   COMP.
002010     05  DTD-TERM-3              PIC S9(09)   COMP.
002020     05  DTD-SERIAL              PIC S9(09)   COMP.
002030 01  AGING-WORK.
002040     05  AGE-TODAY-SERIAL        PIC S9(09)   COMP.
002050     05  AGE-ITEM-SERIAL         PIC S9(09)   COMP.
002060     05  AGE-DAYS                PIC S9(09)   COMP.
002070     05  AGE-ITEM-DATE           PIC 9(08).
002080 01  WS-DATE-TIME.
002090     05  WS-RUN-DATE             PIC 9(08).
002100     05  WS-START-TIME           PIC 9(08).
002110     05  WS-END-TIME             PIC 9(08).
002120 01  WS-SWITCHES.
002130     05  WS-ECT-EOF-SWITCH       PIC X(01).
002140         88  WS-ECT-EOF              VALUE 'Y'.
002150         88  WS-ECT-NOT-EOF          VALUE 'N'.
002160     05  WS-OWN-EOF-SWITCH       PIC X(01).
002170         88  WS-OWN-EOF              VALUE 'Y'.
002180         88  WS-OWN-NOT-EOF          VALUE 'N'.
002190     05  WS-OLDM-EOF-SWITCH      PIC X(01).
002200         88  WS-OLDM-EOF             VALUE 'Y'.
002210         88  WS-OLDM-NOT-EOF         VALUE 'N'.
002220 01  WS-FILE-STATUSES.
002230     05  ECT-FILE-STATUS         PIC X(02).
002240     05  OWN-FILE-STATUS         PIC X(02).
002250     05  OLDM-FILE-STATUS        PIC X(02).
002260     05  NEWM-FILE-STATUS        PIC X(02).
002270     05  ESN-FILE-STATUS         PIC X(02).
002280     05  PRT-FILE-STATUS         PIC X(02).
002290     05  EXCP-FILE-STATUS        PIC X(02).
002300     05  AUDIT-FILE-STATUS       PIC X(02).
002310 01  WS-MISC.
002320     05  WS-VCOUNT-DISPLAY       PIC 9(09).
002330     05  WS-ROUTE-DISPLAY        PIC 9(04).
002340     05  WS-SENT-DISPLAY         PIC 9(09).
002350     05  WS-UNROUTED-DISPLAY     PIC 9(09).
002360 COPY TRLRREC.
002370 PROCEDURE DIVISION.
002380 0000-MAIN-LOGIC.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     IF ESC-CARD-OK AND ESC-CONTROL-OK
002410         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
002420             UNTIL WS-OLDM-EOF
002430         PERFORM 6000-PRINT-SUMMARY-PAGE THRU 6000-EXIT
002440     END-IF.
002450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002460     STOP RUN.
002470******************************************************************
002480*  1000-INITIALIZE
002490*  READS THE ESCCTL THRESHOLD CARD, LOADS THE OWNER ROUTING
002500*  MASTER, VERIFIES THE OLD EXCEPTION MASTER AGAINST ITS
002510*  TRAILER, THEN OPENS THE MASTER GENERATIONS, THE NOTIFICATION
002520*  EXTRACT AND THE REPORT AND PRIMES THE MASTER READ.  A BAD
002530*  CARD OR A FAILED CHECK STOPS THE STEP BEFORE A RECORD IS
002540*  WRITTEN.
002550******************************************************************
002560 1000-INITIALIZE.
002570     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
002580     ACCEPT WS-START-TIME FROM TIME.
002590     MOVE 0 TO RPT-PAGE-NO.
002600     MOVE 0 TO RPT-LINE-COUNT.
002610     MOVE 0 TO ESC-READ-COUNT.
002620     MOVE 0 TO ESC-OUTSTANDING-COUNT.
002630     MOVE 0 TO ESC-SENT-COUNT.
002640     MOVE 0 TO ESC-LEVEL-SENT-COUNT(1).
002650     MOVE 0 TO ESC-LEVEL-SENT-COUNT(2).
002660     MOVE 0 TO ESC-LEVEL-SENT-COUNT(3).
002670     MOVE 0 TO ESC-ALREADY-SENT-COUNT.
002680     MOVE 0 TO ESC-UNROUTED-COUNT.
002690     MOVE 0 TO ESC-MASTER-OUT-COUNT.
002700     MOVE 0 TO ESC-OUT-HASH.
002710     MOVE 0 TO ESC-NOTICE-HASH.
002720     MOVE 0 TO EXCP-SEQ-NO.
002730     MOVE 0 TO RTE-COUNT.
002740     MOVE 0 TO RTE-READ-COUNT.
002750     MOVE 0 TO RTE-REJECT-COUNT.
002760     SET ESC-CARD-OK TO TRUE.
002770     SET ESC-CONTROL-OK TO TRUE.
002780     MOVE WS-RUN-DATE TO DTD-DATE.
002790     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
002800     MOVE DTD-SERIAL TO AGE-TODAY-SERIAL.
002810     PERFORM 1100-READ-THRESHOLD-CARD THRU 1100-EXIT.
002820     IF ESC-CARD-BAD
002830         GO TO 1000-EXIT
002840     END-IF.
002850     PERFORM 1200-LOAD-OWNER-ROUTES THRU 1200-EXIT.
002860     OPEN EXTEND EXCEPTION-FILE.
002870     IF EXCP-FILE-STATUS = '35'
002880         OPEN OUTPUT EXCEPTION-FILE
002890     END-IF.
002900     PERFORM 1600-VERIFY-MASTER-CONTROL THRU 1600-EXIT.
002910     IF ESC-CONTROL-BAD
002920         GO TO 1000-EXIT
002930     END-IF.
002940     SET WS-OLDM-NOT-EOF TO TRUE.
002950     OPEN INPUT OLD-MASTER-FILE.
002960     OPEN OUTPUT NEW-MASTER-FILE.
002970     OPEN OUTPUT NOTICE-FILE.
002980     OPEN OUTPUT PRINT-FILE.
002990     MOVE 'ITEMS REACHING A NEW ESCALATION LEVEL THIS RUN'
003000         TO RPT-SECTION-TITLE.
003010     PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT.
003020     PERFORM 7000-READ-OLD-MASTER THRU 7000-EXIT.
003030 1000-EXIT.
003040     EXIT.
003050******************************************************************
003060*  1100-READ-THRESHOLD-CARD
003070*  STARTS FROM THE STANDARD THRESHOLDS AND OVERLAYS EACH FIELD
003080*  THE ESCCTL CARD SUPPLIES.  A FIELD THAT IS NEITHER BLANK NOR
003090*  NUMERIC, OR A SEVERITY WHOSE THREE LEVELS DO NOT ASCEND, IS
003100*  AN ERROR - ESCALATING ON A MISPUNCHED CARD WOULD PAGE THE
003110*  WRONG PEOPLE, OR NOBODY.
003120******************************************************************
003130 1100-READ-THRESHOLD-CARD.
003140     MOVE ESC-DEFAULTS TO ESC-THRESHOLDS.
003150     MOVE 'DEFAULT' TO ESC-CARD-SOURCE.
003160     SET WS-ECT-NOT-EOF TO TRUE.
003170     OPEN INPUT ESCALATE-CONTROL-FILE.
003180     READ ESCALATE-CONTROL-FILE
003190         AT END
003200             SET WS-ECT-EOF TO TRUE
003210             MOVE SPACES TO ESCCTL-RECORD
003220     END-READ.
003230     CLOSE ESCALATE-CONTROL-FILE.
003240     IF WS-ECT-EOF
003250         DISPLAY 'EXCEPTION-ESCALATE - NO ESCCTL CARD, DEFAULT '
003260             'THRESHOLDS APPLIED'
003270         GO TO 1100-EXIT
003280     END-IF.
003290     MOVE 'ESCCTL' TO ESC-CARD-SOURCE.
003300     PERFORM 1110-TAKE-THRESHOLD THRU 1110-EXIT
003310         VARYING ESC-SEV-IDX FROM 1 BY 1
003320         UNTIL ESC-SEV-IDX > 3
003330         AFTER ESC-LVL-IDX FROM 1 BY 1
003340         UNTIL ESC-LVL-IDX > 3.
003350     IF ESC-CARD-BAD
003360         GO TO 1100-EXIT
003370     END-IF.
003380     PERFORM 1120-CHECK-ASCENDING THRU 1120-EXIT
003390         VARYING ESC-SEV-IDX FROM 1 BY 1
003400         UNTIL ESC-SEV-IDX > 3.
003410 1100-EXIT.
003420     EXIT.
003430 1110-TAKE-THRESHOLD.
003440     IF ESCCTL-LEVEL-DAYS-X(ESC-SEV-IDX, ESC-LVL-IDX) = SPACES
003450         GO TO 1110-EXIT
003460     END-IF.
003470     IF ESCCTL-LEVEL-DAYS-X(ESC-SEV-IDX, ESC-LVL-IDX)
003480             IS NOT NUMERIC
003490         SET ESC-CARD-BAD TO TRUE
003500         DISPLAY 'EXCEPTION-ESCALATE - ESCCTL '
003510             SEV-NAME(ESC-SEV-IDX)
003520             ' LEVEL ' ESC-LVL-IDX ' IS NOT 0-999: '
003530             ESCCTL-LEVEL-DAYS-X(ESC-SEV-IDX, ESC-LVL-IDX)
003540             ' - NOTHING ESCALATED'
003550         GO TO 1110-EXIT
003560     END-IF.
003570     IF ESCCTL-LEVEL-DAYS(ESC-SEV-IDX, ESC-LVL-IDX) = ZERO
003580         GO TO 1110-EXIT
003590     END-IF.
003600     MOVE ESCCTL-LEVEL-DAYS(ESC-SEV-IDX, ESC-LVL-IDX)
003610         TO ESC-LEVEL-DAYS(ESC-SEV-IDX, ESC-LVL-IDX).
003620 1110-EXIT.
003630     EXIT.
003640 1120-CHECK-ASCENDING.
003650     IF ESC-LEVEL-DAYS(ESC-SEV-IDX, 2) IS NOT GREATER THAN
003660             ESC-LEVEL-DAYS(ESC-SEV-IDX, 1)
003670         OR ESC-LEVEL-DAYS(ESC-SEV-IDX, 3) IS NOT GREATER THAN
003680             ESC-LEVEL-DAYS(ESC-SEV-IDX, 2)
003690         SET ESC-CARD-BAD TO TRUE
003700         DISPLAY 'EXCEPTION-ESCALATE - ESCCTL '
003710             SEV-NAME(ESC-SEV-IDX)
003720             ' LEVELS DO NOT ASCEND: '
003730             ESC-LEVEL-DAYS(ESC-SEV-IDX, 1) ' '
003740             ESC-LEVEL-DAYS(ESC-SEV-IDX, 2) ' '
003750             ESC-LEVEL-DAYS(ESC-SEV-IDX, 3)
003760             ' - NOTHING ESCALATED'
003770     END-IF.
003780 1120-EXIT.
003790     EXIT.
003800******************************************************************
003810*  1200-LOAD-OWNER-ROUTES
003820*  LOADS THE OWNER ROUTING MASTER INTO THE ROUTE TABLE.  A ROUTE
003830*  WITH NO PROGRAM, CATEGORY, TEAM OR LEVEL 1 CONTACT CANNOT
003840*  DELIVER A NOTIFICATION, AND A ROUTE BEYOND THE TABLE CANNOT
003850*  BE SEARCHED; EITHER IS COUNTED AND REPORTED AS REJECTED.  A
003860*  MISSING MASTER LEAVES EVERY ESCALATION UNROUTED.
003870******************************************************************
003880 1200-LOAD-OWNER-ROUTES.
003890     SET WS-OWN-NOT-EOF TO TRUE.
003900     OPEN INPUT OWNER-FILE.
003910     READ OWNER-FILE
003920         AT END SET WS-OWN-EOF TO TRUE
003930     END-READ.
003940     PERFORM 1210-LOAD-ROUTE THRU 1210-EXIT
003950         UNTIL WS-OWN-EOF.
003960     CLOSE OWNER-FILE.
003970     IF RTE-READ-COUNT = ZERO
003980         DISPLAY 'EXCEPTION-ESCALATE WARNING - NO OWNER ROUTING '
003990             'MASTER, EVERY ESCALATION WILL BE UNROUTED'
004000     END-IF.
004010 1200-EXIT.
004020     EXIT.
004030 1210-LOAD-ROUTE.
004040     ADD 1 TO RTE-READ-COUNT.
004050     IF OWN-PROGRAM-ID = SPACES
004060         OR OWN-CATEGORY = SPACES
004070         OR OWN-TEAM = SPACES
004080         OR OWN-CONTACT(1) = SPACES
004090         ADD 1 TO RTE-REJECT-COUNT
004100         DISPLAY 'EXCEPTION-ESCALATE WARNING - OWNER ROUTE '
004110             'INCOMPLETE, REJECTED: ' OWN-PROGRAM-ID ' '
004120             OWN-CATEGORY ' ' OWN-TEAM
004130         GO TO 1210-READ-NEXT
004140     END-IF.
004150     IF RTE-COUNT IS NOT LESS THAN RTE-MAX-ENTRIES
004160         ADD 1 TO RTE-REJECT-COUNT
004170         DISPLAY 'EXCEPTION-ESCALATE WARNING - OWNER ROUTE '
004180             'BEYOND TABLE CAPACITY, REJECTED: ' OWN-PROGRAM-ID
004190             ' ' OWN-CATEGORY ' ' OWN-TEAM
004200         GO TO 1210-READ-NEXT
004210     END-IF.
004220     ADD 1 TO RTE-COUNT.
004230     MOVE OWN-RECORD TO RTE-ENTRY(RTE-COUNT).
004240 1210-READ-NEXT.
004250     READ OWNER-FILE
004260         AT END SET WS-OWN-EOF TO TRUE
004270     END-READ.
004280 1210-EXIT.
004290     EXIT.
004300******************************************************************
004310*  1600-VERIFY-MASTER-CONTROL
004320*  ONE VERIFICATION PASS OVER THE OLD MASTER BEFORE ANY RECORD
004330*  IS PROCESSED - RECOMPUTES THE RECORD COUNT AND THE RUN-DATE
004340*  PLUS SEQUENCE-NUMBER HASH AND CHECKS THEM AGAINST THE
004350*  TRAILER CONTROL RECORD (SEE TRLRREC.CPY).  AN EMPTY OR
004360*  ABSENT MASTER PASSES; A MASTER WITH RECORDS BUT NO TRAILER,
004370*  A TRAILER THAT IS NOT LAST, OR A COUNT OR HASH MISMATCH
004380*  FAILS THE STEP.
004390******************************************************************
004400 1600-VERIFY-MASTER-CONTROL.
004410     MOVE 0 TO VFY-RECORD-COUNT.
004420     MOVE 0 TO VFY-HASH-TOTAL.
004430     MOVE SPACES TO VFY-TRLR-COUNT-X.
004440     MOVE SPACES TO VFY-TRLR-HASH-X.
004450     MOVE SPACES TO VFY-FAIL-REASON.
004460     SET VFY-NO-TRAILER TO TRUE.
004470     SET VFY-FORMAT-OK TO TRUE.
004480     SET WS-OLDM-NOT-EOF TO TRUE.
004490     OPEN INPUT OLD-MASTER-FILE.
004500     READ OLD-MASTER-FILE
004510         AT END SET WS-OLDM-EOF TO TRUE
004520     END-READ.
004530     PERFORM 1610-CHECK-MASTER-RECORD THRU 1610-EXIT
004540         UNTIL WS-OLDM-EOF.
004550     CLOSE OLD-MASTER-FILE.
004560     PERFORM 1700-JUDGE-CONTROL THRU 1700-EXIT.
004570 1600-EXIT.
004580     EXIT.
004590 1610-CHECK-MASTER-RECORD.
004600     MOVE EXCPM-RECORD TO TRLR-RECORD.
004610     IF TRLR-PRESENT
004620         PERFORM 1750-CAPTURE-TRAILER THRU 1750-EXIT
004630     ELSE
004640         IF VFY-TRAILER-SEEN
004650             SET VFY-FORMAT-BAD TO TRUE
004660         END-IF
004670         ADD 1 TO VFY-RECORD-COUNT
004680         COMPUTE VFY-HASH-TOTAL = VFY-HASH-TOTAL
004690             + EXCPM-RUN-DATE + EXCPM-SEQUENCE-NO
004700     END-IF.
004710     READ OLD-MASTER-FILE
004720         AT END SET WS-OLDM-EOF TO TRUE
004730     END-READ.
004740 1610-EXIT.
004750     EXIT.
004760******************************************************************
004770*  1700-JUDGE-CONTROL
004780*  JUDGES THE VERIFICATION PASS JUST FINISHED.  THE FIRST
004790*  FAILING CONDITION NAMES THE REASON; A FAILURE LOGS A
004800*  FATAL/CTL EXCEPTION AND MARKS THE RUN SO NOTHING IS SENT.
004810******************************************************************
004820 1700-JUDGE-CONTROL.
004830     IF VFY-FORMAT-BAD
004840         MOVE 'TRAILER IS NOT THE LAST RECORD' TO VFY-FAIL-REASON
004850         GO TO 1700-FAILED
004860     END-IF.
004870     IF VFY-NO-TRAILER
004880         IF VFY-RECORD-COUNT IS GREATER THAN ZERO
004890             MOVE 'NO TRAILER CONTROL RECORD' TO VFY-FAIL-REASON
004900             GO TO 1700-FAILED
004910         END-IF
004920         GO TO 1700-EXIT
004930     END-IF.
004940     IF VFY-TRLR-COUNT-X IS NOT NUMERIC
004950         OR VFY-TRLR-HASH-X IS NOT NUMERIC
004960         MOVE 'TRAILER IS UNREADABLE' TO VFY-FAIL-REASON
004970         GO TO 1700-FAILED
004980     END-IF.
004990     IF VFY-TRLR-COUNT IS NOT EQUAL TO VFY-RECORD-COUNT
005000         MOVE 'RECORD COUNT MISMATCH' TO VFY-FAIL-REASON
005010         GO TO 1700-FAILED
005020     END-IF.
005030     IF VFY-TRLR-HASH IS NOT EQUAL TO VFY-HASH-TOTAL
005040         MOVE 'HASH TOTAL MISMATCH' TO VFY-FAIL-REASON
005050         GO TO 1700-FAILED
005060     END-IF.
005070     GO TO 1700-EXIT.
005080 1700-FAILED.
005090     SET ESC-CONTROL-BAD TO TRUE.
005100     DISPLAY 'EXCEPTION-ESCALATE FATAL - DATASET CONTROL CHECK '
005110         'FAILED FOR EXCPMSTI: ' VFY-FAIL-REASON.
005120     PERFORM 1800-LOG-CONTROL-EXCEPTION THRU 1800-EXIT.
005130 1700-EXIT.
005140     EXIT.
005150 1750-CAPTURE-TRAILER.
005160     IF VFY-TRAILER-SEEN
005170         SET VFY-FORMAT-BAD TO TRUE
005180         GO TO 1750-EXIT
005190     END-IF.
005200     SET VFY-TRAILER-SEEN TO TRUE.
005210     MOVE TRLR-RECORD(17:9)  TO VFY-TRLR-COUNT-X.
005220     MOVE TRLR-RECORD(26:18) TO VFY-TRLR-HASH-X.
005230 1750-EXIT.
005240     EXIT.
005250******************************************************************
005260*  1800-LOG-CONTROL-EXCEPTION
005270*  LOGS THE FAILED CONTROL CHECK TO THE SHARED EXCEPTION FILE AS
005280*  FATAL/CTL SO THE EXCEPTION MAINTENANCE SUBSYSTEM CARRIES IT
005290*  UNTIL SOMEBODY RESOLVES THE DATASET.
005300******************************************************************
005310 1800-LOG-CONTROL-EXCEPTION.
005320     MOVE SPACES TO EXCP-RECORD.
005330     ADD 1 TO EXCP-SEQ-NO.
005340     MOVE 'EXCPESCL' TO EXCP-PROGRAM-ID.
005350     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
005360     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
005370     SET EXCP-SEV-FATAL TO TRUE.
005380     SET EXCP-CAT-CONTROL TO TRUE.
005390     MOVE VFY-RECORD-COUNT TO WS-VCOUNT-DISPLAY.
005400     STRING 'DATASET CONTROL CHECK FAILED - EXCPMSTI - '
005410                DELIMITED BY SIZE
005420            VFY-FAIL-REASON    DELIMITED BY SIZE
005430            ' RECORDS READ='   DELIMITED BY SIZE
005440            WS-VCOUNT-DISPLAY  DELIMITED BY SIZE
005450         INTO EXCP-DETAIL.
005460     WRITE EXCP-RECORD.
005470 1800-EXIT.
005480     EXIT.
005490******************************************************************
005500*  2000-PROCESS-MASTER
005510*  ONE EXCEPTION MASTER ITEM.  AN OUTSTANDING ITEM THAT HAS AGED
005520*  INTO A LEVEL ABOVE THE ONE ALREADY SENT IS ROUTED TO ITS
005530*  OWNER, NOTIFIED ONCE AT THE HIGHEST LEVEL REACHED, AND HAS
005540*  THAT LEVEL RECORDED.  AN ITEM WITH NO ROUTE IS REPORTED AND
005550*  LEFT AT ITS OLD LEVEL SO IT IS SENT ONCE A ROUTE EXISTS.
005560*  EVERY ITEM IS CARRIED TO THE NEW MASTER.
005570******************************************************************
005580 2000-PROCESS-MASTER.
005590     ADD 1 TO ESC-READ-COUNT.
005600     IF NOT EXCPM-OUTSTANDING
005610         GO TO 2000-WRITE
005620     END-IF.
005630     ADD 1 TO ESC-OUTSTANDING-COUNT.
005640     PERFORM 3000-JUDGE-LEVEL THRU 3000-EXIT.
005650     IF ESC-REACHED-LEVEL IS NOT GREATER THAN ESC-RECORDED-LEVEL
005660         IF ESC-REACHED-LEVEL IS GREATER THAN ZERO
005670             ADD 1 TO ESC-ALREADY-SENT-COUNT
005680         END-IF
005690         GO TO 2000-WRITE
005700     END-IF.
005710     PERFORM 4000-FIND-ROUTE THRU 4000-EXIT.
005720     IF ESC-ROUTE-FOUND
005730         PERFORM 4500-WRITE-NOTIFICATION THRU 4500-EXIT
005740         MOVE ESC-REACHED-LEVEL TO EXCPM-ESCALATION-LEVEL
005750     ELSE
005760         ADD 1 TO ESC-UNROUTED-COUNT
005770     END-IF.
005780     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
005790 2000-WRITE.
005800     PERFORM 5000-WRITE-MASTER THRU 5000-EXIT.
005810     PERFORM 7000-READ-OLD-MASTER THRU 7000-EXIT.
005820 2000-EXIT.
005830     EXIT.
005840******************************************************************
005850*  3000-JUDGE-LEVEL
005860*  AGES THE CURRENT ITEM FROM ITS RUN DATE AND FINDS THE HIGHEST
005870*  LEVEL WHOSE THRESHOLD FOR ITS SEVERITY IT HAS REACHED (ZERO
005880*  FOR NONE), AND THE LEVEL ALREADY SENT.  AN UNRECOGNIZED
005890*  SEVERITY TAKES THE CRITICAL THRESHOLDS, AS EXCEPTION-MAINT
005900*  CLASSIFIES AN UNRECOGNIZED ITEM.
005910******************************************************************
005920 3000-JUDGE-LEVEL.
005930     MOVE 2 TO ESC-SEV-IDX.
005940     IF EXCPM-SEV-FATAL
005950         MOVE 1 TO ESC-SEV-IDX
005960     END-IF.
005970     IF EXCPM-SEV-WARNING
005980         MOVE 3 TO ESC-SEV-IDX
005990     END-IF.
006000     MOVE 0 TO ESC-RECORDED-LEVEL.
006010     IF EXCPM-ESCALATION-LEVEL IS NUMERIC
006020         MOVE EXCPM-ESCALATION-LEVEL TO ESC-RECORDED-LEVEL
006030     END-IF.
006040     MOVE EXCPM-RUN-DATE TO AGE-ITEM-DATE.
006050     PERFORM 8100-COMPUTE-ITEM-AGE THRU 8100-EXIT.
006060     MOVE 0 TO ESC-REACHED-LEVEL.
006070     PERFORM 3100-CHECK-THRESHOLD THRU 3100-EXIT
006080         VARYING ESC-LVL-IDX FROM 1 BY 1
006090         UNTIL ESC-LVL-IDX > 3.
006100 3000-EXIT.
006110     EXIT.
006120 3100-CHECK-THRESHOLD.
006130     IF AGE-DAYS IS NOT LESS THAN
006140             ESC-LEVEL-DAYS(ESC-SEV-IDX, ESC-LVL-IDX)
006150         MOVE ESC-LVL-IDX TO ESC-REACHED-LEVEL
006160     END-IF.
006170 3100-EXIT.
006180     EXIT.
006190******************************************************************
006200*  4000-FIND-ROUTE
006210*  FINDS THE MOST SPECIFIC OWNER ROUTE FOR THE CURRENT ITEM -
006220*  SEE OWNRMSTR.CPY - AND THE CONTACT FOR THE LEVEL REACHED,
006230*  FALLING BACK LEVEL BY LEVEL TO THE LEVEL 1 CONTACT.
006240******************************************************************
006250 4000-FIND-ROUTE.
006260     SET ESC-ROUTE-MISSING TO TRUE.
006270     MOVE 0 TO ESC-BEST-RANK.
006280     MOVE 0 TO ESC-BEST-INDEX.
006290     MOVE SPACES TO ESC-CONTACT.
006300     PERFORM 4100-RANK-ROUTE THRU 4100-EXIT
006310         VARYING RTE-INDEX FROM 1 BY 1
006320         UNTIL RTE-INDEX > RTE-COUNT.
006330     IF ESC-BEST-INDEX = ZERO
006340         GO TO 4000-EXIT
006350     END-IF.
006360     SET ESC-ROUTE-FOUND TO TRUE.
006370     MOVE ESC-REACHED-LEVEL TO ESC-CONTACT-LEVEL.
006380     PERFORM 4200-TAKE-CONTACT THRU 4200-EXIT
006390         UNTIL ESC-CONTACT IS NOT EQUAL TO SPACES
006400         OR ESC-CONTACT-LEVEL = ZERO.
006410 4000-EXIT.
006420     EXIT.
006430******************************************************************
006440*  4100-RANK-ROUTE
006450*  RANKS ONE ROUTE AGAINST THE CURRENT ITEM - 4 PROGRAM AND
006460*  CATEGORY, 3 PROGRAM WITH ANY CATEGORY, 2 ANY PROGRAM WITH
006470*  THE CATEGORY, 1 THE CATCH-ALL, 0 NO MATCH - AND KEEPS THE
006480*  FIRST ROUTE OF THE HIGHEST RANK.
006490******************************************************************
006500 4100-RANK-ROUTE.
006510     MOVE 0 TO ESC-RANK.
006520     IF RTE-PROGRAM-ID(RTE-INDEX) = EXCPM-PROGRAM-ID
006530         IF RTE-CATEGORY(RTE-INDEX) = EXCPM-CATEGORY
006540             MOVE 4 TO ESC-RANK
006550         ELSE
006560             IF RTE-ANY-CATEGORY(RTE-INDEX)
006570                 MOVE 3 TO ESC-RANK
006580             END-IF
006590         END-IF
006600     END-IF.
006610     IF RTE-ANY-PROGRAM(RTE-INDEX)
006620         IF RTE-CATEGORY(RTE-INDEX) = EXCPM-CATEGORY
006630             MOVE 2 TO ESC-RANK
006640         ELSE
006650             IF RTE-ANY-CATEGORY(RTE-INDEX)
006660                 MOVE 1 TO ESC-RANK
006670             END-IF
006680         END-IF
006690     END-IF.
006700     IF ESC-RANK IS GREATER THAN ESC-BEST-RANK
006710         MOVE ESC-RANK TO ESC-BEST-RANK
006720         MOVE RTE-INDEX TO ESC-BEST-INDEX
006730     END-IF.
006740 4100-EXIT.
006750     EXIT.
006760 4200-TAKE-CONTACT.
006770     MOVE RTE-CONTACT(ESC-BEST-INDEX, ESC-CONTACT-LEVEL)
006780         TO ESC-CONTACT.
006790     SUBTRACT 1 FROM ESC-CONTACT-LEVEL.
006800 4200-EXIT.
006810     EXIT.
006820******************************************************************
006830*  4500-WRITE-NOTIFICATION
006840*  WRITES ONE GATEWAY NOTIFICATION FOR THE CURRENT ITEM AT THE
006850*  LEVEL REACHED AND ADDS IT TO THE EXTRACT'S COUNT AND HASH.
006860******************************************************************
006870 4500-WRITE-NOTIFICATION.
006880     MOVE SPACES TO ESN-RECORD.
006890     MOVE EXCPM-PROGRAM-ID TO ESN-PROGRAM-ID.
006900     MOVE EXCPM-RUN-DATE TO ESN-RUN-DATE.
006910     MOVE EXCPM-SEQUENCE-NO TO ESN-SEQUENCE-NO.
006920     MOVE EXCPM-SEVERITY TO ESN-SEVERITY.
006930     MOVE EXCPM-CATEGORY TO ESN-CATEGORY.
006940     MOVE ESC-REACHED-LEVEL TO ESN-LEVEL.
006950     MOVE AGE-DAYS TO ESN-AGE-DAYS.
006960     MOVE RTE-TEAM(ESC-BEST-INDEX) TO ESN-TEAM.
006970     MOVE ESC-CONTACT TO ESN-CONTACT.
006980     MOVE WS-RUN-DATE TO ESN-NOTIFY-DATE.
006990     MOVE EXCPM-DETAIL(1:60) TO ESN-DETAIL.
007000     WRITE ESN-RECORD.
007010     ADD 1 TO ESC-SENT-COUNT.
007020     ADD 1 TO ESC-LEVEL-SENT-COUNT(ESC-REACHED-LEVEL).
007030     COMPUTE ESC-NOTICE-HASH = ESC-NOTICE-HASH
007040         + EXCPM-RUN-DATE + EXCPM-SEQUENCE-NO.
007050 4500-EXIT.
007060     EXIT.
007070******************************************************************
007080*  5000-WRITE-MASTER
007090*  WRITES THE CURRENT ITEM TO THE NEW MASTER AND ADDS IT TO THE
007100*  NEW MASTER'S RECORD COUNT AND RUN-DATE PLUS SEQUENCE HASH.
007110******************************************************************
007120 5000-WRITE-MASTER.
007130     WRITE EXCPM-RECORD-OUT FROM EXCPM-RECORD.
007140     ADD 1 TO ESC-MASTER-OUT-COUNT.
007150     COMPUTE ESC-OUT-HASH = ESC-OUT-HASH
007160         + EXCPM-RUN-DATE + EXCPM-SEQUENCE-NO.
007170 5000-EXIT.
007180     EXIT.
007190******************************************************************
007200*  6000-PRINT-SUMMARY-PAGE
007210*  THE THRESHOLDS APPLIED BY SEVERITY, THE ROUTING MASTER
007220*  LOADED, AND THE ITEMS NOTIFIED BY LEVEL, ALREADY NOTIFIED,
007230*  AND HELD FOR WANT OF AN OWNER ROUTE.
007240******************************************************************
007250 6000-PRINT-SUMMARY-PAGE.
007260     IF ESC-SENT-COUNT = ZERO
007270         AND ESC-UNROUTED-COUNT = ZERO
007280         MOVE SPACES TO ESC-TOTAL-LINE
007290         MOVE 'NO ITEM REACHED A NEW ESCALATION LEVEL'
007300             TO ESCT-LABEL
007310         WRITE ESC-TOTAL-LINE AFTER ADVANCING 1
007320     END-IF.
007330     MOVE 'ESCALATION SUMMARY' TO RPT-SECTION-TITLE.
007340     PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT.
007350     MOVE SPACES TO ESC-TOTAL-LINE.
007360     STRING 'THRESHOLDS IN DAYS FROM ' DELIMITED BY SIZE
007370            ESC-CARD-SOURCE DELIMITED BY SPACE
007380         INTO ESCT-LABEL.
007390     WRITE ESC-TOTAL-LINE AFTER ADVANCING 1.
007400     PERFORM 6200-WRITE-THRESHOLD-LINE THRU 6200-EXIT
007410         VARYING ESC-SEV-IDX FROM 1 BY 1
007420         UNTIL ESC-SEV-IDX > 3.
007430     MOVE SPACES TO ESC-TOTAL-LINE.
007440     MOVE 'OWNER ROUTES LOADED:' TO ESCT-LABEL.
007450     MOVE RTE-COUNT TO ESCT-TOTAL-COUNT.
007460     WRITE ESC-TOTAL-LINE AFTER ADVANCING 2.
007470     MOVE SPACES TO ESC-TOTAL-LINE.
007480     MOVE 'OWNER ROUTES REJECTED:' TO ESCT-LABEL.
007490     MOVE RTE-REJECT-COUNT TO ESCT-TOTAL-COUNT.
007500     WRITE ESC-TOTAL-LINE AFTER ADVANCING 1.
007510     MOVE SPACES TO ESC-TOTAL-LINE.
007520     MOVE 'MASTER ITEMS READ:' TO ESCT-LABEL.
007530     MOVE ESC-READ-COUNT TO ESCT-TOTAL-COUNT.
007540     WRITE ESC-TOTAL-LINE AFTER ADVANCING 2.
007550     MOVE SPACES TO ESC-TOTAL-LINE.
007560     MOVE 'OUTSTANDING ITEMS AGED:' TO ESCT-LABEL.
007570     MOVE ESC-OUTSTANDING-COUNT TO ESCT-TOTAL-COUNT.
007580     WRITE ESC-TOTAL-LINE AFTER ADVANCING 1.
007590     MOVE SPACES TO ESC-TOTAL-LINE.
007600     MOVE 'NOTIFICATIONS SENT:' TO ESCT-LABEL.
007610     MOVE ESC-SENT-COUNT TO ESCT-TOTAL-COUNT.
007620     WRITE ESC-TOTAL-LINE AFTER ADVANCING 2.
007630     MOVE SPACES TO ESC-TOTAL-LINE.
007640     MOVE '  AT LEVEL 1:' TO ESCT-LABEL.
007650     MOVE ESC-LEVEL-SENT-COUNT(1) TO ESCT-TOTAL-COUNT.
007660     WRITE ESC-TOTAL-LINE AFTER ADVANCING 1.
007670     MOVE SPACES TO ESC-TOTAL-LINE.
007680     MOVE '  AT LEVEL 2:' TO ESCT-LABEL.
007690     MOVE ESC-LEVEL-SENT-COUNT(2) TO ESCT-TOTAL-COUNT.
007700     WRITE ESC-TOTAL-LINE AFTER ADVANCING 1.
007710     MOVE SPACES TO ESC-TOTAL-LINE.
007720     MOVE '  AT LEVEL 3:' TO ESCT-LABEL.
007730     MOVE ESC-LEVEL-SENT-COUNT(3) TO ESCT-TOTAL-COUNT.
007740     WRITE ESC-TOTAL-LINE AFTER ADVANCING 1.
007750     MOVE SPACES TO ESC-TOTAL-LINE.
007760     MOVE 'ALREADY NOTIFIED AT THE LEVEL REACHED:'
007770         TO ESCT-LABEL.
007780     MOVE ESC-ALREADY-SENT-COUNT TO ESCT-TOTAL-COUNT.
007790     WRITE ESC-TOTAL-LINE AFTER ADVANCING 1.
007800     MOVE SPACES TO ESC-TOTAL-LINE.
007810     MOVE 'HELD - NO OWNER ROUTE:' TO ESCT-LABEL.
007820     MOVE ESC-UNROUTED-COUNT TO ESCT-TOTAL-COUNT.
007830     WRITE ESC-TOTAL-LINE AFTER ADVANCING 1.
007840     MOVE SPACES TO ESC-TOTAL-LINE.
007850     MOVE 'MASTER ITEMS WRITTEN:' TO ESCT-LABEL.
007860     MOVE ESC-MASTER-OUT-COUNT TO ESCT-TOTAL-COUNT.
007870     WRITE ESC-TOTAL-LINE AFTER ADVANCING 2.
007880 6000-EXIT.
007890     EXIT.
007900******************************************************************
007910*  6100-WRITE-DETAIL
007920*  ONE DETAIL LINE FOR THE ITEM JUST ESCALATED - ITS KEY, AGE,
007930*  THE LEVEL REACHED AND WHO WAS NOTIFIED, OR THAT IT WAS HELD.
007940******************************************************************
007950 6100-WRITE-DETAIL.
007960     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
007970         PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT
007980     END-IF.
007990     MOVE SPACES TO ESC-DETAIL-LINE.
008000     MOVE EXCPM-PROGRAM-ID TO ESCD-PROGRAM-ID.
008010     MOVE EXCPM-RUN-DATE TO ESCD-RUN-DATE.
008020     MOVE EXCPM-SEQUENCE-NO TO ESCD-SEQUENCE-NO.
008030     MOVE EXCPM-SEVERITY TO ESCD-SEVERITY.
008040     MOVE EXCPM-CATEGORY TO ESCD-CATEGORY.
008050     MOVE AGE-DAYS TO ESCD-AGE-DAYS.
008060     MOVE ESC-REACHED-LEVEL TO ESCD-LEVEL.
008070     IF ESC-ROUTE-FOUND
008080         MOVE RTE-TEAM(ESC-BEST-INDEX) TO ESCD-TEAM
008090         MOVE ESC-CONTACT TO ESCD-CONTACT
008100     ELSE
008110         MOVE '*NO ROUTE*' TO ESCD-TEAM
008120         MOVE 'HELD - NOT SENT' TO ESCD-CONTACT
008130     END-IF.
008140     WRITE ESC-DETAIL-LINE AFTER ADVANCING 1.
008150     ADD 1 TO RPT-LINE-COUNT.
008160 6100-EXIT.
008170     EXIT.
008180 6200-WRITE-THRESHOLD-LINE.
008190     MOVE SPACES TO ESC-THRESHOLD-LINE.
008200     MOVE SEV-NAME(ESC-SEV-IDX) TO ESCL-SEVERITY-NAME.
008210     MOVE 'LEVEL 1 ' TO ESCL-LEVEL-LABEL(1).
008220     MOVE 'LEVEL 2 ' TO ESCL-LEVEL-LABEL(2).
008230     MOVE 'LEVEL 3 ' TO ESCL-LEVEL-LABEL(3).
008240     MOVE ESC-LEVEL-DAYS(ESC-SEV-IDX, 1) TO ESCL-LEVEL-DAYS(1).
008250     MOVE ESC-LEVEL-DAYS(ESC-SEV-IDX, 2) TO ESCL-LEVEL-DAYS(2).
008260     MOVE ESC-LEVEL-DAYS(ESC-SEV-IDX, 3) TO ESCL-LEVEL-DAYS(3).
008270     WRITE ESC-THRESHOLD-LINE AFTER ADVANCING 1.
008280 6200-EXIT.
008290     EXIT.
008300******************************************************************
008310*  6300-WRITE-PAGE-HEADERS
008320*  STARTS A NEW REPORT PAGE - REPORT TITLE, RUN DATE, PAGE
008330*  NUMBER, SECTION TITLE, AND THE DETAIL COLUMN HEADINGS.
008340******************************************************************
008350 6300-WRITE-PAGE-HEADERS.
008360     ADD 1 TO RPT-PAGE-NO.
008370     MOVE 0 TO RPT-LINE-COUNT.
008380     MOVE SPACES TO ESC-HEADING-1.
008390     MOVE 'EXCEPTION ESCALATION REPORT' TO ESC1-TITLE.
008400     MOVE 'RUN DATE:' TO ESC1-DATE-LABEL.
008410     MOVE WS-RUN-DATE TO ESC1-RUN-DATE.
008420     MOVE 'PAGE ' TO ESC1-PAGE-LABEL.
008430     MOVE RPT-PAGE-NO TO ESC1-PAGE-NO.
008440     WRITE ESC-HEADING-1 AFTER ADVANCING PAGE.
008450     MOVE SPACES TO ESC-HEADING-2.
008460     MOVE RPT-SECTION-TITLE TO ESC2-SECTION-TITLE.
008470     WRITE ESC-HEADING-2 AFTER ADVANCING 2.
008480     ADD 3 TO RPT-LINE-COUNT.
008490     IF RPT-SECTION-TITLE = 'ESCALATION SUMMARY'
008500         GO TO 6300-EXIT
008510     END-IF.
008520     MOVE SPACES TO ESC-HEADING-3.
008530     MOVE 'PROGRAM' TO ESC3-PROGRAM-LABEL.
008540     MOVE 'RUN DATE' TO ESC3-DATE-LABEL.
008550     MOVE 'SEQ' TO ESC3-SEQ-LABEL.
008560     MOVE 'SEV' TO ESC3-SEV-LABEL.
008570     MOVE 'CAT' TO ESC3-CAT-LABEL.
008580     MOVE '  AGE' TO ESC3-AGE-LABEL.
008590     MOVE 'LEVEL' TO ESC3-LEVEL-LABEL.
008600     MOVE 'TEAM' TO ESC3-TEAM-LABEL.
008610     MOVE 'CONTACT' TO ESC3-CONTACT-LABEL.
008620     WRITE ESC-HEADING-3 AFTER ADVANCING 2.
008630     ADD 2 TO RPT-LINE-COUNT.
008640 6300-EXIT.
008650     EXIT.
008660******************************************************************
008670*  7000-READ-OLD-MASTER
008680*  ADVANCES THE OLD MASTER.  THE TRAILER CONTROL RECORD -
008690*  ALREADY VERIFIED UP FRONT - READS AS END OF DATA; THE NEW
008700*  MASTER GETS A FRESH TRAILER OF ITS OWN.
008710******************************************************************
008720 7000-READ-OLD-MASTER.
008730     READ OLD-MASTER-FILE
008740         AT END SET WS-OLDM-EOF TO TRUE
008750     END-READ.
008760     IF WS-OLDM-NOT-EOF
008770         AND EXCPM-RECORD(1:8) = '*TRAILER'
008780         SET WS-OLDM-EOF TO TRUE
008790     END-IF.
008800 7000-EXIT.
008810     EXIT.
008820******************************************************************
008830*  8000-DATE-TO-SERIAL
008840*  CONVERTS THE GREGORIAN DATE IN DTD-DATE (YYYYMMDD) TO A
008850*  SERIAL DAY NUMBER IN DTD-SERIAL SO TWO DATES SUBTRACT TO AN
008860*  AGE IN DAYS.  STEPWISE INTEGER ARITHMETIC (EACH DIVISION
008870*  TRUNCATED AS IT HAPPENS) - THE STANDARD FLIEGEL-VAN FLANDERN
008880*  DAY-NUMBER CALCULATION.
008890******************************************************************
008900 8000-DATE-TO-SERIAL.
008910     COMPUTE DTD-ADJUST = DTD-MM - 14.
008920     DIVIDE DTD-ADJUST BY 12 GIVING DTD-ADJUST.
008930     COMPUTE DTD-TERM-1 = 1461 * (DTD-YY + 4800 + DTD-ADJUST).
008940     DIVIDE DTD-TERM-1 BY 4 GIVING DTD-TERM-1.
008950     COMPUTE DTD-TERM-2 =
008960         367 * (DTD-MM - 2 - (12 * DTD-ADJUST)).
008970     DIVIDE DTD-TERM-2 BY 12 GIVING DTD-TERM-2.
008980     COMPUTE DTD-TERM-3 = DTD-YY + 4900 + DTD-ADJUST.
008990     DIVIDE DTD-TERM-3 BY 100 GIVING DTD-TERM-3.
009000     MULTIPLY 3 BY DTD-TERM-3 GIVING DTD-TERM-3.
009010     DIVIDE DTD-TERM-3 BY 4 GIVING DTD-TERM-3.
009020     COMPUTE DTD-SERIAL = DTD-TERM-1 + DTD-TERM-2 - DTD-TERM-3
009030         + DTD-DD - 32075.
009040 8000-EXIT.
009050     EXIT.
009060******************************************************************
009070*  8100-COMPUTE-ITEM-AGE
009080*  AGES THE DATE IN AGE-ITEM-DATE AGAINST TODAY.  A DATE THAT IS
009090*  NOT NUMERIC AGES AS ZERO DAYS.
009100******************************************************************
009110 8100-COMPUTE-ITEM-AGE.
009120     IF AGE-ITEM-DATE IS NOT NUMERIC
009130         MOVE ZERO TO AGE-DAYS
009140         GO TO 8100-EXIT
009150     END-IF.
009160     MOVE AGE-ITEM-DATE TO DTD-DATE.
009170     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
009180     MOVE DTD-SERIAL TO AGE-ITEM-SERIAL.
009190     SUBTRACT AGE-ITEM-SERIAL FROM AGE-TODAY-SERIAL
009200         GIVING AGE-DAYS.
009210     IF AGE-DAYS IS LESS THAN ZERO
009220         MOVE ZERO TO AGE-DAYS
009230     END-IF.
009240 8100-EXIT.
009250     EXIT.
009260******************************************************************
009270*  8900-WRITE-TRAILERS
009280*  WRITES THE TRAILER CONTROL RECORD AS THE LAST RECORD OF THE
009290*  NEW MASTER AND OF THE NOTIFICATION EXTRACT - SEE TRLRREC.CPY.
009300******************************************************************
009310 8900-WRITE-TRAILERS.
009320     MOVE SPACES TO TRLR-RECORD.
009330     MOVE '*TRAILER' TO TRLR-TAG.
009340     MOVE WS-RUN-DATE TO TRLR-RUN-DATE.
009350     MOVE ESC-MASTER-OUT-COUNT TO TRLR-RECORD-COUNT.
009360     MOVE ESC-OUT-HASH TO TRLR-HASH-TOTAL.
009370     WRITE EXCPM-RECORD-OUT FROM TRLR-RECORD.
009380     MOVE ESC-SENT-COUNT TO TRLR-RECORD-COUNT.
009390     MOVE ESC-NOTICE-HASH TO TRLR-HASH-TOTAL.
009400     WRITE ESN-RECORD FROM TRLR-RECORD.
009410 8900-EXIT.
009420     EXIT.
009430******************************************************************
009440*  9000-TERMINATE
009450*  WRITES THE TRAILERS, CLOSES THE FILES, APPENDS A RUN-AUDIT
009460*  RECORD AND DISPLAYS THE ESCALATION TOTALS.  A RUN STOPPED BY
009470*  A BAD CARD OR A FAILED CONTROL CHECK WROTE NOTHING AND ENDS
009480*  WITH RETURN CODE 8; AN ITEM HELD FOR WANT OF AN OWNER ROUTE
009490*  OR A REJECTED ROUTE ENDS A COMPLETED RUN WITH RETURN CODE 4.
009500******************************************************************
009510 9000-TERMINATE.
009520     ACCEPT WS-END-TIME FROM TIME.
009530     IF ESC-CARD-BAD OR ESC-CONTROL-BAD
009540         IF ESC-CONTROL-BAD
009550             CLOSE EXCEPTION-FILE
009560         END-IF
009570         PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT
009580         DISPLAY 'EXCEPTION-ESCALATE FAILED - NOTHING ESCALATED'
009590         MOVE 8 TO RETURN-CODE
009600         GO TO 9000-EXIT
009610     END-IF.
009620     PERFORM 8900-WRITE-TRAILERS THRU 8900-EXIT.
009630     CLOSE OLD-MASTER-FILE.
009640     CLOSE NEW-MASTER-FILE.
009650     CLOSE NOTICE-FILE.
009660     CLOSE PRINT-FILE.
009670     CLOSE EXCEPTION-FILE.
009680     IF ESC-UNROUTED-COUNT IS GREATER THAN ZERO
009690         OR RTE-REJECT-COUNT IS GREATER THAN ZERO
009700         MOVE 4 TO RETURN-CODE
009710     END-IF.
009720     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
009730     DISPLAY 'EXCEPTION-ESCALATE COMPLETE - READ: ' ESC-READ-COUNT
009740         ' OUTSTANDING: ' ESC-OUTSTANDING-COUNT
009750         ' SENT: ' ESC-SENT-COUNT
009760         ' ALREADY SENT: ' ESC-ALREADY-SENT-COUNT
009770         ' UNROUTED: ' ESC-UNROUTED-COUNT.
009780 9000-EXIT.
009790     EXIT.
009800******************************************************************
009810*  9100-WRITE-AUDIT-RECORD
009820*  APPENDS ONE RUN-AUDIT RECORD TO THE SHARED AUDIT LOG - SEE
009830*  AUDITREC.CPY.
009840******************************************************************
009850 9100-WRITE-AUDIT-RECORD.
009860     OPEN EXTEND AUDIT-LOG-FILE.
009870     IF AUDIT-FILE-STATUS = '35'
009880         OPEN OUTPUT AUDIT-LOG-FILE
009890     END-IF.
009900     MOVE SPACES TO AUDIT-RECORD.
009910     MOVE 'EXCPESCL' TO AUDIT-PROGRAM-ID.
009920     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
009930     MOVE WS-START-TIME TO AUDIT-START-TIME.
009940     MOVE WS-END-TIME TO AUDIT-END-TIME.
009950     MOVE ESC-CARD-SOURCE TO AUDIT-PARM-1.
009960     MOVE RTE-COUNT TO WS-ROUTE-DISPLAY.
009970     MOVE WS-ROUTE-DISPLAY TO AUDIT-PARM-2.
009980     IF ESC-CARD-BAD
009990         MOVE 'BAD CONTROL CARD - NOTHING ESCALATED'
010000             TO AUDIT-FINAL-STATE
010010         SET AUDIT-FAILED TO TRUE
010020         GO TO 9100-WRITE
010030     END-IF.
010040     IF ESC-CONTROL-BAD
010050         MOVE 'EXCPMSTI CONTROL CHECK FAILED - NOTHING SENT'
010060             TO AUDIT-FINAL-STATE
010070         SET AUDIT-FAILED TO TRUE
010080         GO TO 9100-WRITE
010090     END-IF.
010100     MOVE ESC-SENT-COUNT TO WS-SENT-DISPLAY.
010110     MOVE ESC-UNROUTED-COUNT TO WS-UNROUTED-DISPLAY.
010120     STRING 'SENT=' DELIMITED BY SIZE
010130            WS-SENT-DISPLAY DELIMITED BY SIZE
010140            ' UNROUTED=' DELIMITED BY SIZE
010150            WS-UNROUTED-DISPLAY DELIMITED BY SIZE
010160         INTO AUDIT-FINAL-STATE.
010170     SET AUDIT-SUCCESSFUL TO TRUE.
010180 9100-WRITE.
010190     WRITE AUDIT-RECORD.
010200     CLOSE AUDIT-LOG-FILE.
010210 9100-EXIT.
010220     EXIT.
