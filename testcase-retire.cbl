000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    TESTCASE-RETIRE.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - RETIREMENT RUN FOR THE
000200*                   TEST-CASE MASTER.  TESTCASE-LOAD ONLY ADDS AND
000210*                   CARRIES FORWARD, SO A CASE TESTGEN4X NO LONGER
000220*                   PRODUCES - THE UPPER BOUND OR ACTIVE-POSITION
000230*                   COUNT SHRANK, OR A NEW NOTEQUAL, ALLOWED OR
000240*                   DISTINCT CARD WENT INTO TGRULES - STAYED ON
000250*                   THE MASTER AND KEPT BEING ASSIGNED AND
000260*                   COUNTED.  THIS STEP CHECKS EVERY CASE AGAINST
000270*                   THE CURRENT VALIDATED TGCTLV CARD AND THE
000280*                   TGRULES DECK, EXACTLY AS THE GENERATOR WOULD,
000290*                   AND RETIRES EACH CASE OUTSIDE THE UNIVERSE
000300*                   (STATUS 'X', THE RETIREMENT DATE AS STATUS
000310*                   DATE, AND THE REASON - SEE TCMSTR.CPY).  A
000320*                   RETIRED CASE BACK INSIDE THE UNIVERSE RETURNS
000330*                   TO GENERATED.  A RETIRED CASE PAST THE RTRCTL
000340*                   HOLD PERIOD (SEE RTRCTL.CPY) IS OFFLOADED TO
000350*                   THE HISTORY DATASET (TCMHIST) AND DROPPED FROM
000360*                   THE MASTER, SO THE LIVE MASTER STOPS GROWING
000370*                   WITHOUT LIMIT.  TCMSTI IN / TCMSTO OUT WITH
000380*                   TRAILER CONTROL RECORDS LIKE TESTCASE-LOAD; A
000390*                   FAILED CONTROL CHECK, A MISSING OR BAD TGCTLV
000400*                   CARD, OR A BAD RTRCTL CARD ENDS THE STEP WITH
000410*                   RETURN CODE 8 AND NOTHING RETIRED.  REJECTED
000420*                   RULE CARDS END IT WITH RETURN CODE 4.
000430******************************************************************
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT OPTIONAL RETIRE-CONTROL-FILE ASSIGN TO "RTRCTL"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS RTC-FILE-STATUS.
000500     SELECT OPTIONAL TG-PARM-FILE ASSIGN TO "TGCTLV"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS TGP-FILE-STATUS.
000530     SELECT OPTIONAL RULES-FILE ASSIGN TO "TGRULES"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS RUL-FILE-STATUS.
000560     SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO "TCMSTI"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS OLDM-FILE-STATUS.
000590     SELECT NEW-MASTER-FILE ASSIGN TO "TCMSTO"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS NEWM-FILE-STATUS.
000620     SELECT HISTORY-FILE ASSIGN TO "TCMHIST"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS HIST-FILE-STATUS.
000650     SELECT PRINT-FILE ASSIGN TO "RTRRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PRT-FILE-STATUS.
000680     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS EXCP-FILE-STATUS.
000710     SELECT AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS AUDIT-FILE-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RETIRE-CONTROL-FILE
000770     RECORDING MODE IS F.
000780 COPY RTRCTL.
000790 FD  TG-PARM-FILE
000800     RECORDING MODE IS F.
000810 COPY TGCTL.
000820 FD  RULES-FILE
000830     RECORDING MODE IS F.
000840 COPY TGRULER.
000850 FD  OLD-MASTER-FILE
000860     RECORDING MODE IS F.
000870 COPY TCMSTR.
000880 FD  NEW-MASTER-FILE
000890     RECORDING MODE IS F.
000900 01  TCM-RECORD-OUT              PIC X(96).
000910 FD  HISTORY-FILE
000920     RECORDING MODE IS F.
000930 01  TCM-HISTORY-RECORD          PIC X(96).
000940 FD  PRINT-FILE
000950     RECORDING MODE IS F.
000960 COPY RTRRPTL.
000970 FD  EXCEPTION-FILE
000980     RECORDING MODE IS F.
000990 COPY EXCPREC.
001000 FD  AUDIT-LOG-FILE
001010     RECORDING MODE IS F.
001020 COPY AUDITREC.
001030 WORKING-STORAGE SECTION.
001040 01  RPT-CONTROL.
001050     05  RPT-PAGE-NO             PIC 9(04)    COMP.
001060     05  RPT-LINE-COUNT          PIC 9(04)    COMP.
001070     05  RPT-LINES-PER-PAGE      PIC 9(04)    COMP
001080                                  VALUE 0055.
001090     05  RPT-SECTION-TITLE       PIC X(50).
001100 01  RETIRE-CONTROL.
001110     05  RTR-HOLD-DAYS           PIC 9(05)    COMP.
001120     05  RTR-UPPER-BOUND         PIC 9(08).
001130     05  RTR-ACTIVE-POSITIONS    PIC 9(01).
001140     05  RTR-CARD-SW             PIC X(01).
001150         88  RTR-CARD-OK             VALUE 'Y'.
001160         88  RTR-CARD-BAD            VALUE 'N'.
001170     05  RTR-CONTROL-SW          PIC X(01).
001180         88  RTR-CONTROL-OK          VALUE 'Y'.
001190         88  RTR-CONTROL-BAD         VALUE 'N'.
001200     05  RTR-REASON              PIC X(01).
001210         88  RTR-INSIDE-UNIVERSE     VALUE SPACE.
001220     05  RTR-POSITION            PIC 9(01)    COMP.
001230     05  RTR-CUR-VALUE           PIC 9(08)
001240                                  OCCURS 7 TIMES.
001250 01  RETIRE-COUNTERS.
001260     05  RTR-READ-COUNT          PIC 9(09)    COMP.
001270     05  RTR-RETIRED-COUNT       PIC 9(09)    COMP.
001280     05  RTR-BOUND-COUNT         PIC 9(09)    COMP.
001290     05  RTR-HELD-COUNT          PIC 9(09)    COMP.
001300     05  RTR-NOTEQUAL-COUNT      PIC 9(09)    COMP.
001310     05  RTR-ALLOWED-COUNT       PIC 9(09)    COMP.
001320     05  RTR-DISTINCT-COUNT      PIC 9(09)    COMP.
001330     05  RTR-REINSTATED-COUNT    PIC 9(09)    COMP.
001340     05  RTR-OFFLOADED-COUNT     PIC 9(09)    COMP.
001350     05  RTR-OFFLOAD-OLDEST      PIC 9(08).
001360     05  RTR-OFFLOAD-NEWEST      PIC 9(08).
001370     05  RTR-STILL-RETIRED-COUNT PIC 9(09)    COMP.
001380     05  RTR-MASTER-OUT-COUNT    PIC 9(09)    COMP.
001390     05  RTR-OUT-HASH            PIC 9(18).
001400     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
001410*    THE GENERATOR'S RULE TABLES (SEE TESTGEN4X), LOADED FROM THE
001420*    SAME DECK BY THE SAME EDITS, SO A CASE IS JUDGED HERE EXACTLY
001430*    AS TONIGHT'S GENERATION WOULD JUDGE IT.
001440 01  RULE-TABLE-BOUNDS.
001450     05  TGR-MAX-NOTEQUAL        PIC 9(02)    COMP
001460                                  VALUE 20.
001470     05  TGR-MAX-ALLOWED         PIC 9(02)    COMP
001480                                  VALUE 20.
001490 01  RULE-TABLES.
001500     05  TGR-DISTINCT-SW         PIC X(01).
001510         88  TGR-DISTINCT-REQUIRED   VALUE 'Y'.
001520         88  TGR-DISTINCT-NOT-ASKED  VALUE 'N'.
001530     05  TGR-NOTEQUAL-COUNT      PIC 9(02)    COMP.
001540     05  TGR-NOTEQUAL-ENTRY      OCCURS 20 TIMES.
001550         10  TGR-NE-POS-A        PIC 9(01)    COMP.
001560         10  TGR-NE-POS-B        PIC 9(01)    COMP.
001570     05  TGR-ALLOWED-POSITION    OCCURS 7 TIMES.
001580         10  TGR-ALLOWED-COUNT   PIC 9(02)    COMP.
001590         10  TGR-ALLOWED-VALUE   PIC 9(08)    COMP
001600                                  OCCURS 20 TIMES.
001610 01  RULE-WORK.
001620     05  TGR-RULE-CARD-COUNT     PIC 9(04)    COMP.
001630     05  TGR-BAD-CARD-COUNT      PIC 9(04)    COMP.
001640     05  TGR-IDX                 PIC 9(04)    COMP.
001650     05  TGR-JDX                 PIC 9(04)    COMP.
001660     05  TGR-VDX                 PIC 9(04)    COMP.
001670     05  TGR-MATCH-SW            PIC X(01).
001680         88  TGR-VALUE-MATCHED       VALUE 'Y'.
001690         88  TGR-VALUE-NOT-MATCHED   VALUE 'N'.
001700 01  STATUS-NAME-TABLE.
001710     05  FILLER                  PIC X(11) VALUE 'GGENERATED '.
001720     05  FILLER                  PIC X(11) VALUE 'AASSIGNED  '.
001730     05  FILLER                  PIC X(11) VALUE 'EEXECUTED  '.
001740     05  FILLER                  PIC X(11) VALUE 'PPASSED    '.
001750     05  FILLER                  PIC X(11) VALUE 'FFAILED    '.
001760     05  FILLER                  PIC X(11) VALUE 'RRETEST    '.
001770     05  FILLER                  PIC X(11) VALUE 'XRETIRED   '.
001780 01  STATUS-NAMES REDEFINES STATUS-NAME-TABLE.
001790     05  STS-ENTRY               OCCURS 7 TIMES.
001800         10  STS-CODE            PIC X(01).
001810         10  STS-NAME            PIC X(10).
001820 01  STATUS-NAME-WORK.
001830     05  STS-INDEX               PIC 9(04)    COMP.
001840     05  STS-FOUND-NAME          PIC X(10).
001850 01  CONTROL-VERIFY-WORK.
001860     05  VFY-RECORD-COUNT        PIC 9(09).
001870     05  VFY-HASH-TOTAL          PIC 9(18).
001880     05  VFY-TRLR-COUNT-X        PIC X(09).
001890     05  VFY-TRLR-COUNT REDEFINES VFY-TRLR-COUNT-X
001900                                 PIC 9(09).
001910     05  VFY-TRLR-HASH-X         PIC X(18).
001920     05  VFY-TRLR-HASH REDEFINES VFY-TRLR-HASH-X
001930                                 PIC 9(18).
001940     05  VFY-FAIL-REASON         PIC X(35).
001950     05  VFY-TRAILER-SW          PIC X(01).
001960         88  VFY-TRAILER-SEEN        VALUE 'Y'.
001970         88  VFY-NO-TRAILER          VALUE 'N'.
001980     05  VFY-FORMAT-SW           PIC X(01).
001990         88  VFY-FORMAT-BAD          VALUE 'Y'.
002000         88  VFY-FORMAT-OK           VALUE 'N'.
002010 01  DATE-SERIAL-WORK.
002020     05  DTD-DATE.
002030         10  DTD-YY              PIC 9(04).
002040         10  DTD-MM              PIC 9(02).
002050         10  DTD-DD              PIC 9(02).
002060     05  DTD-ADJUST              PIC S9(04)   COMP.
002070     05  DTD-TERM-1              PIC S9(09)   COMP.
002080     05  DTD-TERM-2              PIC S9(09)   COMP.
002090     05  DTD-TERM-3              PIC S9(09)   COMP.
002100     05  DTD-SERIAL              PIC S9(09)   COMP.
002110 01  AGING-WORK.
002120     05  AGE-TODAY-SERIAL        PIC S9(09)   COMP.
002130     05  AGE-ITEM-SERIAL         PIC S9(09)   COMP.
002140     05  AGE-DAYS                PIC S9(09)   COMP.
002150     05  AGE-ITEM-DATE           PIC 9(08).
002160 01  WS-DATE-TIME.
002170     05  WS-RUN-DATE             PIC 9(08).
002180     05  WS-START-TIME           PIC 9(08).
002190     05  WS-END-TIME             PIC 9(08).
002200 01  WS-SWITCHES.
002210     05  WS-RTC-EOF-SWITCH       PIC X(01).
002220         88  WS-RTC-EOF              VALUE 'Y'.
002230         88  WS-RTC-NOT-EOF          VALUE 'N'.
002240     05  WS-TGP-EOF-SWITCH       PIC X(01).
002250         88  WS-TGP-EOF              VALUE 'Y'.
002260         88  WS-TGP-NOT-EOF          VALUE 'N'.
002270     05  WS-RULES-EOF-SWITCH     PIC X(01).
002280         88  WS-RULES-EOF            VALUE 'Y'.
002290         88  WS-RULES-NOT-EOF        VALUE 'N'.
002300     05  WS-OLDM-EOF-SWITCH      PIC X(01).
002310         88  WS-OLDM-EOF             VALUE 'Y'.
002320         88  WS-OLDM-NOT-EOF         VALUE 'N'.
002330 01  WS-FILE-STATUSES.
002340     05  RTC-FILE-STATUS         PIC X(02).
002350     05  TGP-FILE-STATUS         PIC X(02).
002360     05  RUL-FILE-STATUS         PIC X(02).
002370     05  OLDM-FILE-STATUS        PIC X(02).
002380     05  NEWM-FILE-STATUS        PIC X(02).
002390     05  HIST-FILE-STATUS        PIC X(02).
002400     05  PRT-FILE-STATUS         PIC X(02).
002410     05  EXCP-FILE-STATUS        PIC X(02).
002420     05  AUDIT-FILE-STATUS       PIC X(02).
002430 01  WS-MISC.
002440     05  WS-VCOUNT-DISPLAY       PIC 9(09).
002450     05  WS-HOLD-DISPLAY         PIC 9(05).
002460     05  WS-RET-DISPLAY          PIC 9(09).
002470     05  WS-OFF-DISPLAY          PIC 9(09).
002480 COPY TRLRREC.
002490 PROCEDURE DIVISION.
002500 0000-MAIN-LOGIC.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     IF RTR-CARD-OK AND RTR-CONTROL-OK
002530         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
002540             UNTIL WS-OLDM-EOF
002550         PERFORM 6000-PRINT-SUMMARY-PAGE THRU 6000-EXIT
002560     END-IF.
002570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002580     STOP RUN.
002590******************************************************************
002600*  1000-INITIALIZE
002610*  READS THE RTRCTL HOLD CARD AND THE VALIDATED TGCTLV CARD,
002620*  LOADS THE TGRULES DECK, VERIFIES THE OLD MASTER AGAINST ITS
002630*  TRAILER, THEN OPENS THE MASTER GENERATIONS, THE HISTORY
002640*  DATASET AND THE REPORT AND PRIMES THE MASTER READ.  ANY
002650*  FAILURE STOPS THE STEP BEFORE A RECORD IS WRITTEN.
002660******************************************************************
002670 1000-INITIALIZE.
002680     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
002690     ACCEPT WS-START-TIME FROM TIME.
002700     MOVE 0 TO RPT-PAGE-NO.
002710     MOVE 0 TO RPT-LINE-COUNT.
002720     MOVE 0 TO RTR-READ-COUNT.
002730     MOVE 0 TO RTR-RETIRED-COUNT.
002740     MOVE 0 TO RTR-BOUND-COUNT.
002750     MOVE 0 TO RTR-HELD-COUNT.
002760     MOVE 0 TO RTR-NOTEQUAL-COUNT.
002770     MOVE 0 TO RTR-ALLOWED-COUNT.
002780     MOVE 0 TO RTR-DISTINCT-COUNT.
002790     MOVE 0 TO RTR-REINSTATED-COUNT.
002800     MOVE 0 TO RTR-OFFLOADED-COUNT.
002810     MOVE 99999999 TO RTR-OFFLOAD-OLDEST.
002820     MOVE 0 TO RTR-OFFLOAD-NEWEST.
002830     MOVE 0 TO RTR-STILL-RETIRED-COUNT.
002840     MOVE 0 TO RTR-MASTER-OUT-COUNT.
002850     MOVE 0 TO RTR-OUT-HASH.
002860     MOVE 0 TO EXCP-SEQ-NO.
002870     MOVE 0 TO RTR-HOLD-DAYS.
002880     MOVE 0 TO RTR-UPPER-BOUND.
002890     MOVE 0 TO RTR-ACTIVE-POSITIONS.
002900     MOVE 0 TO TGR-RULE-CARD-COUNT.
002910     MOVE 0 TO TGR-BAD-CARD-COUNT.
002920     SET RTR-CARD-OK TO TRUE.
002930     SET RTR-CONTROL-OK TO TRUE.
002940     MOVE WS-RUN-DATE TO DTD-DATE.
002950     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
002960     MOVE DTD-SERIAL TO AGE-TODAY-SERIAL.
002970     PERFORM 1100-READ-HOLD-CARD THRU 1100-EXIT.
002980     IF RTR-CARD-BAD
002990         GO TO 1000-EXIT
003000     END-IF.
003010     PERFORM 1200-READ-UNIVERSE-CARD THRU 1200-EXIT.
003020     IF RTR-CARD-BAD
003030         GO TO 1000-EXIT
003040     END-IF.
003050     PERFORM 1300-LOAD-RULES THRU 1300-EXIT.
003060     OPEN EXTEND EXCEPTION-FILE.
003070     IF EXCP-FILE-STATUS = '35'
003080         OPEN OUTPUT EXCEPTION-FILE
003090     END-IF.
003100     PERFORM 1600-VERIFY-MASTER-CONTROL THRU 1600-EXIT.
003110     IF RTR-CONTROL-BAD
003120         GO TO 1000-EXIT
003130     END-IF.
003140     SET WS-OLDM-NOT-EOF TO TRUE.
003150     OPEN INPUT OLD-MASTER-FILE.
003160     OPEN OUTPUT NEW-MASTER-FILE.
003170     OPEN OUTPUT HISTORY-FILE.
003180     OPEN OUTPUT PRINT-FILE.
003190     MOVE 'CASES RETIRED OR RETURNED TO GENERATED THIS RUN'
003200         TO RPT-SECTION-TITLE.
003210     PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT.
003220     PERFORM 7000-READ-OLD-MASTER THRU 7000-EXIT.
003230 1000-EXIT.
003240     EXIT.
003250******************************************************************
003260*  1100-READ-HOLD-CARD
003270*  A MISSING RTRCTL CARD DEFAULTS TO A 30-DAY HOLD; A CARD THAT
003280*  IS PRESENT BUT NOT NUMERIC OR ZERO IS AN ERROR - A ZERO HOLD
003290*  WOULD OFFLOAD TONIGHT'S RETIREMENTS BEFORE ANYONE SAW THEM.
003300******************************************************************
003310 1100-READ-HOLD-CARD.
003320     SET WS-RTC-NOT-EOF TO TRUE.
003330     OPEN INPUT RETIRE-CONTROL-FILE.
003340     READ RETIRE-CONTROL-FILE
003350         AT END
003360             SET WS-RTC-EOF TO TRUE
003370             MOVE SPACES TO RTRCTL-RECORD
003380     END-READ.
003390     CLOSE RETIRE-CONTROL-FILE.
003400     IF WS-RTC-EOF
003410         MOVE 30 TO RTR-HOLD-DAYS
003420         DISPLAY 'TESTCASE-RETIRE - NO RTRCTL CARD, DEFAULT '
003430             'HOLD OF 30 DAYS APPLIED'
003440     ELSE
003450         IF RTRCTL-HOLD-DAYS IS NOT NUMERIC
003460             OR RTRCTL-HOLD-DAYS = ZERO
003470             SET RTR-CARD-BAD TO TRUE
003480             DISPLAY 'TESTCASE-RETIRE - RTRCTL HOLD IS NOT '
003490                 '1-99999: ' RTRCTL-HOLD-DAYS
003500                 ' - NOTHING RETIRED'
003510         ELSE
003520             MOVE RTRCTL-HOLD-DAYS TO RTR-HOLD-DAYS
003530         END-IF
003540     END-IF.
003550 1100-EXIT.
003560     EXIT.
003570******************************************************************
003580*  1200-READ-UNIVERSE-CARD
003590*  THE VALIDATED TGCTLV CARD DEFINES THE UNIVERSE.  UNLIKE THE
003600*  GENERATOR, THIS STEP DOES NOT DEFAULT A MISSING CARD - AN
003610*  EMPTY TGCTLV IS WHAT CTLCARD-EDIT LEAVES BEHIND FOR A BAD
003620*  CARD, AND RETIRING CASES AGAINST A GUESSED UNIVERSE WOULD BE
003630*  WORSE THAN RETIRING NONE.  THE ACTIVE-POSITION COUNT IS READ
003640*  AS THE GENERATOR READS IT (ZERO OR OVER 7 MEANS ALL SEVEN).
003650******************************************************************
003660 1200-READ-UNIVERSE-CARD.
003670     SET WS-TGP-NOT-EOF TO TRUE.
003680     OPEN INPUT TG-PARM-FILE.
003690     READ TG-PARM-FILE
003700         AT END
003710             SET WS-TGP-EOF TO TRUE
003720             MOVE SPACES TO TGCTL-RECORD
003730     END-READ.
003740     CLOSE TG-PARM-FILE.
003750     IF WS-TGP-EOF
003760         SET RTR-CARD-BAD TO TRUE
003770         DISPLAY 'TESTCASE-RETIRE - NO VALIDATED TGCTLV CARD '
003780             '- NOTHING RETIRED'
003790         GO TO 1200-EXIT
003800     END-IF.
003810     IF TGCTL-UPPER-BOUND IS NOT NUMERIC
003820         OR TGCTL-UPPER-BOUND IS LESS THAN 2
003830         SET RTR-CARD-BAD TO TRUE
003840         DISPLAY 'TESTCASE-RETIRE - TGCTLV UPPER BOUND IS NOT '
003850             'USABLE: ' TGCTL-RECORD(1:8) ' - NOTHING RETIRED'
003860         GO TO 1200-EXIT
003870     END-IF.
003880     MOVE TGCTL-UPPER-BOUND TO RTR-UPPER-BOUND.
003890     IF TGCTL-ACTIVE-POSITIONS IS NOT NUMERIC
003900         OR TGCTL-ACTIVE-POSITIONS = ZERO
003910         OR TGCTL-ACTIVE-POSITIONS > 7
003920         MOVE 7 TO RTR-ACTIVE-POSITIONS
003930     ELSE
003940         MOVE TGCTL-ACTIVE-POSITIONS TO RTR-ACTIVE-POSITIONS
003950     END-IF.
003960 1200-EXIT.
003970     EXIT.
003980******************************************************************
003990*  1300-LOAD-RULES
004000*  READS THE OPTIONAL CONSTRAINT-RULES DATASET INTO THE RULE
004010*  TABLES WITH THE GENERATOR'S OWN EDITS.  NO RULES DATASET (OR
004020*  AN EMPTY ONE) MEANS NO CASE IS RETIRED BY RULE.  A CARD THE
004030*  GENERATOR WOULD REJECT IS COUNTED AND SKIPPED HERE TOO.
004040******************************************************************
004050 1300-LOAD-RULES.
004060     SET TGR-DISTINCT-NOT-ASKED TO TRUE.
004070     MOVE 0 TO TGR-NOTEQUAL-COUNT.
004080     PERFORM 1310-CLEAR-ALLOWED-LIST THRU 1310-EXIT
004090         VARYING TGR-IDX FROM 1 BY 1
004100         UNTIL TGR-IDX > 7.
004110     SET WS-RULES-NOT-EOF TO TRUE.
004120     OPEN INPUT RULES-FILE.
004130     PERFORM 1320-READ-RULE-CARD THRU 1320-EXIT.
004140     PERFORM 1330-PROCESS-RULE-CARD THRU 1330-EXIT
004150         UNTIL WS-RULES-EOF.
004160     CLOSE RULES-FILE.
004170     IF TGR-BAD-CARD-COUNT IS GREATER THAN ZERO
004180         DISPLAY 'TESTCASE-RETIRE WARNING - RULE CARDS REJECTED: '
004190             TGR-BAD-CARD-COUNT
004200     END-IF.
004210 1300-EXIT.
004220     EXIT.
004230 1310-CLEAR-ALLOWED-LIST.
004240     MOVE 0 TO TGR-ALLOWED-COUNT(TGR-IDX).
004250 1310-EXIT.
004260     EXIT.
004270 1320-READ-RULE-CARD.
004280     READ RULES-FILE
004290         AT END SET WS-RULES-EOF TO TRUE
004300     END-READ.
004310 1320-EXIT.
004320     EXIT.
004330 1330-PROCESS-RULE-CARD.
004340     ADD 1 TO TGR-RULE-CARD-COUNT.
004350     IF TGRUL-DISTINCT
004360         SET TGR-DISTINCT-REQUIRED TO TRUE
004370         GO TO 1330-NEXT-CARD
004380     END-IF.
004390     IF TGRUL-NOTEQUAL
004400         PERFORM 1340-LOAD-NOTEQUAL-RULE THRU 1340-EXIT
004410         GO TO 1330-NEXT-CARD
004420     END-IF.
004430     IF TGRUL-ALLOWED
004440         PERFORM 1350-LOAD-ALLOWED-RULE THRU 1350-EXIT
004450         GO TO 1330-NEXT-CARD
004460     END-IF.
004470     ADD 1 TO TGR-BAD-CARD-COUNT.
004480     DISPLAY 'TESTCASE-RETIRE WARNING - UNRECOGNIZED RULE TYPE: '
004490         TGRUL-TYPE.
004500 1330-NEXT-CARD.
004510     PERFORM 1320-READ-RULE-CARD THRU 1320-EXIT.
004520 1330-EXIT.
004530     EXIT.
004540 1340-LOAD-NOTEQUAL-RULE.
004550     IF TGRUL-POS-A IS NOT NUMERIC
004560         OR TGRUL-POS-B IS NOT NUMERIC
004570         OR TGRUL-POS-A = ZERO OR TGRUL-POS-A > 7
004580         OR TGRUL-POS-B = ZERO OR TGRUL-POS-B > 7
004590         OR TGRUL-POS-A = TGRUL-POS-B
004600         ADD 1 TO TGR-BAD-CARD-COUNT
004610         DISPLAY 'TESTCASE-RETIRE WARNING - BAD NOTEQUAL '
004620             'POSITIONS: ' TGRUL-POS-A ' ' TGRUL-POS-B
004630         GO TO 1340-EXIT
004640     END-IF.
004650     IF TGR-NOTEQUAL-COUNT IS NOT LESS THAN TGR-MAX-NOTEQUAL
004660         ADD 1 TO TGR-BAD-CARD-COUNT
004670         DISPLAY 'TESTCASE-RETIRE WARNING - NOTEQUAL RULE TABLE '
004680             'FULL'
004690         GO TO 1340-EXIT
004700     END-IF.
004710     ADD 1 TO TGR-NOTEQUAL-COUNT.
004720     MOVE TGRUL-POS-A TO TGR-NE-POS-A(TGR-NOTEQUAL-COUNT).
004730     MOVE TGRUL-POS-B TO TGR-NE-POS-B(TGR-NOTEQUAL-COUNT).
004740 1340-EXIT.
004750     EXIT.
004760 1350-LOAD-ALLOWED-RULE.
004770     IF TGRUL-POS-A IS NOT NUMERIC
004780         OR TGRUL-POS-A = ZERO OR TGRUL-POS-A > 7
004790         ADD 1 TO TGR-BAD-CARD-COUNT
004800         DISPLAY 'TESTCASE-RETIRE WARNING - BAD ALLOWED '
004810             'POSITION: ' TGRUL-POS-A
004820         GO TO 1350-EXIT
004830     END-IF.
004840     PERFORM 1360-LOAD-ALLOWED-VALUE THRU 1360-EXIT
004850         VARYING TGR-VDX FROM 1 BY 1
004860         UNTIL TGR-VDX > 8.
004870 1350-EXIT.
004880     EXIT.
004890 1360-LOAD-ALLOWED-VALUE.
004900     IF TGRUL-VALUE(TGR-VDX) IS NOT NUMERIC
004910         OR TGRUL-VALUE(TGR-VDX) = ZERO
004920         GO TO 1360-EXIT
004930     END-IF.
004940     IF TGR-ALLOWED-COUNT(TGRUL-POS-A) IS NOT LESS THAN
004950             TGR-MAX-ALLOWED
004960         ADD 1 TO TGR-BAD-CARD-COUNT
004970         DISPLAY 'TESTCASE-RETIRE WARNING - ALLOWED LIST FULL '
004980             'FOR POSITION ' TGRUL-POS-A
004990         GO TO 1360-EXIT
005000     END-IF.
005010     ADD 1 TO TGR-ALLOWED-COUNT(TGRUL-POS-A).
005020     MOVE TGRUL-VALUE(TGR-VDX)
005030         TO TGR-ALLOWED-VALUE(TGRUL-POS-A,
005040            TGR-ALLOWED-COUNT(TGRUL-POS-A)).
005050 1360-EXIT.
005060     EXIT.
005070******************************************************************
005080*  1600-VERIFY-MASTER-CONTROL
005090*  ONE VERIFICATION PASS OVER THE OLD MASTER BEFORE ANY RECORD
005100*  IS PROCESSED - RECOMPUTES THE RECORD COUNT AND THE KEY-FIELD
005110*  HASH AND CHECKS THEM AGAINST THE TRAILER CONTROL RECORD (SEE
005120*  TRLRREC.CPY).  AN EMPTY OR ABSENT MASTER PASSES; A MASTER
005130*  WITH RECORDS BUT NO TRAILER, A TRAILER THAT IS NOT LAST, OR A
005140*  COUNT OR HASH MISMATCH FAILS THE STEP.
005150******************************************************************
005160 1600-VERIFY-MASTER-CONTROL.
005170     MOVE 0 TO VFY-RECORD-COUNT.
005180     MOVE 0 TO VFY-HASH-TOTAL.
005190     MOVE SPACES TO VFY-TRLR-COUNT-X.
005200     MOVE SPACES TO VFY-TRLR-HASH-X.
005210     MOVE SPACES TO VFY-FAIL-REASON.
005220     SET VFY-NO-TRAILER TO TRUE.
005230     SET VFY-FORMAT-OK TO TRUE.
005240     SET WS-OLDM-NOT-EOF TO TRUE.
005250     OPEN INPUT OLD-MASTER-FILE.
005260     READ OLD-MASTER-FILE
005270         AT END SET WS-OLDM-EOF TO TRUE
005280     END-READ.
005290     PERFORM 1610-CHECK-MASTER-RECORD THRU 1610-EXIT
005300         UNTIL WS-OLDM-EOF.
005310     CLOSE OLD-MASTER-FILE.
005320     PERFORM 1700-JUDGE-CONTROL THRU 1700-EXIT.
005330 1600-EXIT.
005340     EXIT.
005350 1610-CHECK-MASTER-RECORD.
005360     MOVE TCM-RECORD TO TRLR-RECORD.
005370     IF TRLR-PRESENT
005380         PERFORM 1750-CAPTURE-TRAILER THRU 1750-EXIT
005390     ELSE
005400         IF VFY-TRAILER-SEEN
005410             SET VFY-FORMAT-BAD TO TRUE
005420         END-IF
005430         ADD 1 TO VFY-RECORD-COUNT
005440         COMPUTE VFY-HASH-TOTAL = VFY-HASH-TOTAL
005450             + TCM-COUNT7 + TCM-COUNT6 + TCM-COUNT5
005460             + TCM-COUNT4 + TCM-COUNT3 + TCM-COUNT2
005470             + TCM-COUNT1
005480     END-IF.
005490     READ OLD-MASTER-FILE
005500         AT END SET WS-OLDM-EOF TO TRUE
005510     END-READ.
005520 1610-EXIT.
005530     EXIT.
005540******************************************************************
005550*  1700-JUDGE-CONTROL
005560*  JUDGES THE VERIFICATION PASS JUST FINISHED.  THE FIRST
005570*  FAILING CONDITION NAMES THE REASON; A FAILURE LOGS A
005580*  FATAL/CTL EXCEPTION AND MARKS THE RUN SO NOTHING IS RETIRED.
005590******************************************************************
005600 1700-JUDGE-CONTROL.
005610     IF VFY-FORMAT-BAD
005620         MOVE 'TRAILER IS NOT THE LAST RECORD' TO VFY-FAIL-REASON
005630         GO TO 1700-FAILED
005640     END-IF.
005650     IF VFY-NO-TRAILER
005660         IF VFY-RECORD-COUNT IS GREATER THAN ZERO
005670             MOVE 'NO TRAILER CONTROL RECORD' TO VFY-FAIL-REASON
005680             GO TO 1700-FAILED
005690         END-IF
005700         GO TO 1700-EXIT
005710     END-IF.
005720     IF VFY-TRLR-COUNT-X IS NOT NUMERIC
005730         OR VFY-TRLR-HASH-X IS NOT NUMERIC
005740         MOVE 'TRAILER IS UNREADABLE' TO VFY-FAIL-REASON
005750         GO TO 1700-FAILED
005760     END-IF.
005770     IF VFY-TRLR-COUNT IS NOT EQUAL TO VFY-RECORD-COUNT
005780         MOVE 'RECORD COUNT MISMATCH' TO VFY-FAIL-REASON
005790         GO TO 1700-FAILED
005800     END-IF.
005810     IF VFY-TRLR-HASH IS NOT EQUAL TO VFY-HASH-TOTAL
005820         MOVE 'HASH TOTAL MISMATCH' TO VFY-FAIL-REASON
005830         GO TO 1700-FAILED
005840     END-IF.
005850     GO TO 1700-EXIT.
005860 1700-FAILED.
005870     SET RTR-CONTROL-BAD TO TRUE.
005880     DISPLAY 'TESTCASE-RETIRE FATAL - DATASET CONTROL CHECK '
005890         'FAILED FOR TCMSTI: ' VFY-FAIL-REASON.
005900     PERFORM 1800-LOG-CONTROL-EXCEPTION THRU 1800-EXIT.
005910 1700-EXIT.
005920     EXIT.
005930 1750-CAPTURE-TRAILER.
005940     IF VFY-TRAILER-SEEN
005950         SET VFY-FORMAT-BAD TO TRUE
005960         GO TO 1750-EXIT
005970     END-IF.
005980     SET VFY-TRAILER-SEEN TO TRUE.
005990     MOVE TRLR-RECORD(17:9)  TO VFY-TRLR-COUNT-X.
006000     MOVE TRLR-RECORD(26:18) TO VFY-TRLR-HASH-X.
006010 1750-EXIT.
006020     EXIT.
006030******************************************************************
006040*  1800-LOG-CONTROL-EXCEPTION
006050*  LOGS THE FAILED CONTROL CHECK TO THE SHARED EXCEPTION FILE AS
006060*  FATAL/CTL SO THE EXCEPTION MAINTENANCE SUBSYSTEM CARRIES IT
006070*  UNTIL SOMEBODY RESOLVES THE DATASET.
006080******************************************************************
006090 1800-LOG-CONTROL-EXCEPTION.
006100     MOVE SPACES TO EXCP-RECORD.
006110     ADD 1 TO EXCP-SEQ-NO.
006120     MOVE 'TCRETIRE' TO EXCP-PROGRAM-ID.
006130     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
006140     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
006150     SET EXCP-SEV-FATAL TO TRUE.
006160     SET EXCP-CAT-CONTROL TO TRUE.
006170     MOVE VFY-RECORD-COUNT TO WS-VCOUNT-DISPLAY.
006180     STRING 'DATASET CONTROL CHECK FAILED - TCMSTI - '
006190                DELIMITED BY SIZE
006200            VFY-FAIL-REASON    DELIMITED BY SIZE
006210            ' RECORDS READ='   DELIMITED BY SIZE
006220            WS-VCOUNT-DISPLAY  DELIMITED BY SIZE
006230         INTO EXCP-DETAIL.
006240     WRITE EXCP-RECORD.
006250 1800-EXIT.
006260     EXIT.
006270******************************************************************
006280*  2000-PROCESS-MASTER
006290*  ONE TEST-CASE MASTER RECORD.  A LIVE CASE OUTSIDE THE
006300*  UNIVERSE IS RETIRED; A RETIRED CASE BACK INSIDE IT RETURNS
006310*  TO GENERATED; A RETIRED CASE PAST THE HOLD PERIOD GOES TO
006320*  HISTORY AND OFF THE MASTER.  EVERYTHING ELSE IS CARRIED
006330*  FORWARD UNCHANGED.
006340******************************************************************
006350 2000-PROCESS-MASTER.
006360     ADD 1 TO RTR-READ-COUNT.
006370     PERFORM 3000-CHECK-UNIVERSE THRU 3000-EXIT.
006380     IF TCM-RETIRED
006390         IF RTR-INSIDE-UNIVERSE
006400             PERFORM 4200-REINSTATE-CASE THRU 4200-EXIT
006410         ELSE
006420             PERFORM 4300-JUDGE-RETIRED-CASE THRU 4300-EXIT
006430             GO TO 2000-READ-NEXT
006440         END-IF
006450     ELSE
006460         IF NOT RTR-INSIDE-UNIVERSE
006470             PERFORM 4100-RETIRE-CASE THRU 4100-EXIT
006480         END-IF
006490     END-IF.
006500     PERFORM 5000-WRITE-MASTER THRU 5000-EXIT.
006510 2000-READ-NEXT.
006520     PERFORM 7000-READ-OLD-MASTER THRU 7000-EXIT.
006530 2000-EXIT.
006540     EXIT.
006550******************************************************************
006560*  3000-CHECK-UNIVERSE
006570*  JUDGES THE CURRENT CASE AGAINST THE UNIVERSE AND LEAVES THE
006580*  RETIREMENT REASON IN RTR-REASON (SPACE WHEN THE GENERATOR
006590*  WOULD STILL PRODUCE IT).  THE SEVEN COUNTERS ARE COPIED TO A
006600*  POSITION-SUBSCRIPTED TABLE NUMBERED AS THE RULE CARDS NUMBER
006610*  THEM - POSITION 1 IS COUNT1.  AN ACTIVE POSITION MUST LIE IN
006620*  1 THRU UPPER-BOUND - 1; A POSITION BEYOND THE ACTIVE COUNT IS
006630*  HELD AT 1.  THE RULES ARE THEN APPLIED IN THE GENERATOR'S
006640*  ORDER AND THE FIRST FAILING ONE NAMES THE REASON.
006650******************************************************************
006660 3000-CHECK-UNIVERSE.
006670     MOVE SPACE TO RTR-REASON.
006680     MOVE TCM-COUNT7 TO RTR-CUR-VALUE(7).
006690     MOVE TCM-COUNT6 TO RTR-CUR-VALUE(6).
006700     MOVE TCM-COUNT5 TO RTR-CUR-VALUE(5).
006710     MOVE TCM-COUNT4 TO RTR-CUR-VALUE(4).
006720     MOVE TCM-COUNT3 TO RTR-CUR-VALUE(3).
006730     MOVE TCM-COUNT2 TO RTR-CUR-VALUE(2).
006740     MOVE TCM-COUNT1 TO RTR-CUR-VALUE(1).
006750     PERFORM 3100-CHECK-POSITION THRU 3100-EXIT
006760         VARYING RTR-POSITION FROM 1 BY 1
006770         UNTIL RTR-POSITION > 7
006780         OR NOT RTR-INSIDE-UNIVERSE.
006790     IF NOT RTR-INSIDE-UNIVERSE
006800         GO TO 3000-EXIT
006810     END-IF.
006820     IF TGR-RULE-CARD-COUNT = ZERO
006830         GO TO 3000-EXIT
006840     END-IF.
006850     PERFORM 3200-CHECK-NOTEQUAL-RULE THRU 3200-EXIT
006860         VARYING TGR-IDX FROM 1 BY 1
006870         UNTIL TGR-IDX > TGR-NOTEQUAL-COUNT
006880         OR NOT RTR-INSIDE-UNIVERSE.
006890     IF NOT RTR-INSIDE-UNIVERSE
006900         GO TO 3000-EXIT
006910     END-IF.
006920     PERFORM 3300-CHECK-ALLOWED-RULE THRU 3300-EXIT
006930         VARYING TGR-IDX FROM 1 BY 1
006940         UNTIL TGR-IDX > 7
006950         OR NOT RTR-INSIDE-UNIVERSE.
006960     IF NOT RTR-INSIDE-UNIVERSE
006970         GO TO 3000-EXIT
006980     END-IF.
006990     IF TGR-DISTINCT-REQUIRED
007000         PERFORM 3500-CHECK-DISTINCT-PAIR THRU 3500-EXIT
007010             VARYING TGR-IDX FROM 1 BY 1
007020             UNTIL TGR-IDX > 6
007030             OR NOT RTR-INSIDE-UNIVERSE
007040     END-IF.
007050 3000-EXIT.
007060     EXIT.
007070 3100-CHECK-POSITION.
007080     IF RTR-POSITION IS GREATER THAN RTR-ACTIVE-POSITIONS
007090         IF RTR-CUR-VALUE(RTR-POSITION) IS NOT EQUAL TO 1
007100             MOVE 'H' TO RTR-REASON
007110         END-IF
007120         GO TO 3100-EXIT
007130     END-IF.
007140     IF RTR-CUR-VALUE(RTR-POSITION) = ZERO
007150         OR RTR-CUR-VALUE(RTR-POSITION) IS NOT LESS THAN
007160            RTR-UPPER-BOUND
007170         MOVE 'B' TO RTR-REASON
007180     END-IF.
007190 3100-EXIT.
007200     EXIT.
007210 3200-CHECK-NOTEQUAL-RULE.
007220     IF RTR-CUR-VALUE(TGR-NE-POS-A(TGR-IDX)) =
007230             RTR-CUR-VALUE(TGR-NE-POS-B(TGR-IDX))
007240         MOVE 'N' TO RTR-REASON
007250     END-IF.
007260 3200-EXIT.
007270     EXIT.
007280 3300-CHECK-ALLOWED-RULE.
007290     IF TGR-ALLOWED-COUNT(TGR-IDX) = ZERO
007300         GO TO 3300-EXIT
007310     END-IF.
007320     SET TGR-VALUE-NOT-MATCHED TO TRUE.
007330     PERFORM 3400-SEARCH-ALLOWED-VALUE THRU 3400-EXIT
007340         VARYING TGR-VDX FROM 1 BY 1
007350         UNTIL TGR-VDX > TGR-ALLOWED-COUNT(TGR-IDX)
007360         OR TGR-VALUE-MATCHED.
007370     IF TGR-VALUE-NOT-MATCHED
007380         MOVE 'A' TO RTR-REASON
007390     END-IF.
007400 3300-EXIT.
007410     EXIT.
007420 3400-SEARCH-ALLOWED-VALUE.
007430     IF RTR-CUR-VALUE(TGR-IDX) =
007440             TGR-ALLOWED-VALUE(TGR-IDX, TGR-VDX)
007450         SET TGR-VALUE-MATCHED TO TRUE
007460     END-IF.
007470 3400-EXIT.
007480     EXIT.
007490 3500-CHECK-DISTINCT-PAIR.
007500     ADD 1, TGR-IDX GIVING TGR-JDX.
007510     PERFORM 3600-COMPARE-DISTINCT-PAIR THRU 3600-EXIT
007520         UNTIL TGR-JDX > 7
007530         OR NOT RTR-INSIDE-UNIVERSE.
007540 3500-EXIT.
007550     EXIT.
007560 3600-COMPARE-DISTINCT-PAIR.
007570     IF RTR-CUR-VALUE(TGR-IDX) = RTR-CUR-VALUE(TGR-JDX)
007580         MOVE 'D' TO RTR-REASON
007590     END-IF.
007600     ADD 1 TO TGR-JDX.
007610 3600-EXIT.
007620     EXIT.
007630******************************************************************
007640*  4100-RETIRE-CASE
007650*  RETIRES THE CURRENT CASE - STATUS 'X', TODAY AS THE STATUS
007660*  DATE, AND THE REASON.  THE TESTER AND THE PASS AND FAIL
007670*  COUNTS STAY AS THEY WERE, FOR THE RECORD.  THE REPORT LINE
007680*  SHOWS THE STATE THE CASE WAS RETIRED FROM.
007690******************************************************************
007700 4100-RETIRE-CASE.
007710     PERFORM 4500-FIND-STATUS-NAME THRU 4500-EXIT.
007720     MOVE 'X' TO TCM-STATUS.
007730     MOVE WS-RUN-DATE TO TCM-STATUS-DATE.
007740     MOVE RTR-REASON TO TCM-RETIRE-REASON.
007750     ADD 1 TO RTR-RETIRED-COUNT.
007760     IF TCM-RETIRED-BOUND
007770         ADD 1 TO RTR-BOUND-COUNT
007780     END-IF.
007790     IF TCM-RETIRED-HELD
007800         ADD 1 TO RTR-HELD-COUNT
007810     END-IF.
007820     IF TCM-RETIRED-NOTEQUAL
007830         ADD 1 TO RTR-NOTEQUAL-COUNT
007840     END-IF.
007850     IF TCM-RETIRED-ALLOWED
007860         ADD 1 TO RTR-ALLOWED-COUNT
007870     END-IF.
007880     IF TCM-RETIRED-DISTINCT
007890         ADD 1 TO RTR-DISTINCT-COUNT
007900     END-IF.
007910     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
007920 4100-EXIT.
007930     EXIT.
007940******************************************************************
007950*  4200-REINSTATE-CASE
007960*  A RETIRED CASE THE GENERATOR WOULD PRODUCE AGAIN - THE BOUND
007970*  GREW OR A RULE WAS LIFTED - RETURNS AS A GENERATED CASE,
007980*  UNASSIGNED AND DATED TODAY, AND GOES BACK THROUGH ASSIGNMENT.
007990******************************************************************
008000 4200-REINSTATE-CASE.
008010     PERFORM 4500-FIND-STATUS-NAME THRU 4500-EXIT.
008020     MOVE 'G' TO TCM-STATUS.
008030     MOVE WS-RUN-DATE TO TCM-STATUS-DATE.
008040     MOVE SPACES TO TCM-TESTER-ID.
008050     MOVE SPACE TO TCM-RETIRE-REASON.
008060     ADD 1 TO RTR-REINSTATED-COUNT.
008070     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
008080 4200-EXIT.
008090     EXIT.
008100******************************************************************
008110*  4300-JUDGE-RETIRED-CASE
008120*  A CASE RETIRED ON AN EARLIER RUN AND STILL OUTSIDE THE
008130*  UNIVERSE.  ONCE IT HAS BEEN RETIRED LONGER THAN THE HOLD
008140*  PERIOD IT IS WRITTEN TO HISTORY AND LEFT OFF THE NEW MASTER;
008150*  UNTIL THEN IT IS CARRIED FORWARD AS IT IS.
008160******************************************************************
008170 4300-JUDGE-RETIRED-CASE.
008180     MOVE TCM-STATUS-DATE TO AGE-ITEM-DATE.
008190     PERFORM 8100-COMPUTE-ITEM-AGE THRU 8100-EXIT.
008200     IF AGE-DAYS IS GREATER THAN RTR-HOLD-DAYS
008210         WRITE TCM-HISTORY-RECORD FROM TCM-RECORD
008220         ADD 1 TO RTR-OFFLOADED-COUNT
008230         IF AGE-ITEM-DATE IS LESS THAN RTR-OFFLOAD-OLDEST
008240             MOVE AGE-ITEM-DATE TO RTR-OFFLOAD-OLDEST
008250         END-IF
008260         IF AGE-ITEM-DATE IS GREATER THAN RTR-OFFLOAD-NEWEST
008270             MOVE AGE-ITEM-DATE TO RTR-OFFLOAD-NEWEST
008280         END-IF
008290     ELSE
008300         ADD 1 TO RTR-STILL-RETIRED-COUNT
008310         PERFORM 5000-WRITE-MASTER THRU 5000-EXIT
008320     END-IF.
008330 4300-EXIT.
008340     EXIT.
008350 4500-FIND-STATUS-NAME.
008360     MOVE TCM-STATUS TO STS-FOUND-NAME.
008370     PERFORM 4510-MATCH-STATUS-NAME THRU 4510-EXIT
008380         VARYING STS-INDEX FROM 1 BY 1
008390         UNTIL STS-INDEX > 7.
008400 4500-EXIT.
008410     EXIT.
008420 4510-MATCH-STATUS-NAME.
008430     IF TCM-STATUS = STS-CODE(STS-INDEX)
008440         MOVE STS-NAME(STS-INDEX) TO STS-FOUND-NAME
008450     END-IF.
008460 4510-EXIT.
008470     EXIT.
008480******************************************************************
008490*  5000-WRITE-MASTER
008500*  WRITES THE CURRENT CASE TO THE NEW MASTER AND ADDS IT TO THE
008510*  NEW MASTER'S RECORD COUNT AND KEY-FIELD HASH.
008520******************************************************************
008530 5000-WRITE-MASTER.
008540     WRITE TCM-RECORD-OUT FROM TCM-RECORD.
008550     ADD 1 TO RTR-MASTER-OUT-COUNT.
008560     COMPUTE RTR-OUT-HASH = RTR-OUT-HASH
008570         + TCM-COUNT7 + TCM-COUNT6 + TCM-COUNT5 + TCM-COUNT4
008580         + TCM-COUNT3 + TCM-COUNT2 + TCM-COUNT1.
008590 5000-EXIT.
008600     EXIT.
008610******************************************************************
008620*  6000-PRINT-SUMMARY-PAGE
008630*  THE UNIVERSE CHECKED AGAINST, THE CASES RETIRED BY REASON,
008640*  THE CASES RETURNED TO GENERATED, AND THE CASES OFFLOADED TO
008650*  HISTORY WITH THE RANGE OF THEIR RETIREMENT DATES.
008660******************************************************************
008670 6000-PRINT-SUMMARY-PAGE.
008680     IF RTR-RETIRED-COUNT = ZERO
008690         AND RTR-REINSTATED-COUNT = ZERO
008700         MOVE SPACES TO RTR-TOTAL-LINE
008710         MOVE 'NO CASE RETIRED OR RETURNED THIS RUN' TO RTRT-LABEL
008720         WRITE RTR-TOTAL-LINE AFTER ADVANCING 1
008730     END-IF.
008740     MOVE 'RETIREMENT SUMMARY' TO RPT-SECTION-TITLE.
008750     PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT.
008760     MOVE SPACES TO RTR-TOTAL-LINE.
008770     MOVE 'TGCTLV UPPER BOUND (EXCLUSIVE):' TO RTRT-LABEL.
008780     MOVE RTR-UPPER-BOUND TO RTRT-TOTAL-COUNT.
008790     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
008800     MOVE SPACES TO RTR-TOTAL-LINE.
008810     MOVE 'TGCTLV ACTIVE POSITIONS:' TO RTRT-LABEL.
008820     MOVE RTR-ACTIVE-POSITIONS TO RTRT-TOTAL-COUNT.
008830     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
008840     MOVE SPACES TO RTR-TOTAL-LINE.
008850     MOVE 'TGRULES CARDS READ:' TO RTRT-LABEL.
008860     MOVE TGR-RULE-CARD-COUNT TO RTRT-TOTAL-COUNT.
008870     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
008880     MOVE SPACES TO RTR-TOTAL-LINE.
008890     MOVE 'TGRULES CARDS REJECTED:' TO RTRT-LABEL.
008900     MOVE TGR-BAD-CARD-COUNT TO RTRT-TOTAL-COUNT.
008910     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
008920     MOVE SPACES TO RTR-TOTAL-LINE.
008930     MOVE 'MASTER CASES READ:' TO RTRT-LABEL.
008940     MOVE RTR-READ-COUNT TO RTRT-TOTAL-COUNT.
008950     WRITE RTR-TOTAL-LINE AFTER ADVANCING 2.
008960     MOVE SPACES TO RTR-TOTAL-LINE.
008970     MOVE 'CASES RETIRED THIS RUN:' TO RTRT-LABEL.
008980     MOVE RTR-RETIRED-COUNT TO RTRT-TOTAL-COUNT.
008990     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
009000     MOVE SPACES TO RTR-TOTAL-LINE.
009010     MOVE '  VALUE OUTSIDE THE UPPER BOUND:' TO RTRT-LABEL.
009020     MOVE RTR-BOUND-COUNT TO RTRT-TOTAL-COUNT.
009030     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
009040     MOVE SPACES TO RTR-TOTAL-LINE.
009050     MOVE '  INACTIVE POSITION NOT HELD AT 1:' TO RTRT-LABEL.
009060     MOVE RTR-HELD-COUNT TO RTRT-TOTAL-COUNT.
009070     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
009080     MOVE SPACES TO RTR-TOTAL-LINE.
009090     MOVE '  NOTEQUAL RULE:' TO RTRT-LABEL.
009100     MOVE RTR-NOTEQUAL-COUNT TO RTRT-TOTAL-COUNT.
009110     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
009120     MOVE SPACES TO RTR-TOTAL-LINE.
009130     MOVE '  ALLOWED RULE:' TO RTRT-LABEL.
009140     MOVE RTR-ALLOWED-COUNT TO RTRT-TOTAL-COUNT.
009150     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
009160     MOVE SPACES TO RTR-TOTAL-LINE.
009170     MOVE '  DISTINCT RULE:' TO RTRT-LABEL.
009180     MOVE RTR-DISTINCT-COUNT TO RTRT-TOTAL-COUNT.
009190     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
009200     MOVE SPACES TO RTR-TOTAL-LINE.
009210     MOVE 'RETIRED CASES RETURNED TO GENERATED:' TO RTRT-LABEL.
009220     MOVE RTR-REINSTATED-COUNT TO RTRT-TOTAL-COUNT.
009230     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
009240     MOVE SPACES TO RTR-TOTAL-LINE.
009250     MOVE 'RETIRED CASES OFFLOADED TO TCMHIST:' TO RTRT-LABEL.
009260     MOVE RTR-OFFLOADED-COUNT TO RTRT-TOTAL-COUNT.
009270     IF RTR-OFFLOADED-COUNT IS GREATER THAN ZERO
009280         STRING 'RETIRED ' DELIMITED BY SIZE
009290                RTR-OFFLOAD-OLDEST DELIMITED BY SIZE
009300                ' - ' DELIMITED BY SIZE
009310                RTR-OFFLOAD-NEWEST DELIMITED BY SIZE
009320             INTO RTRT-NOTE
009330     END-IF.
009340     WRITE RTR-TOTAL-LINE AFTER ADVANCING 2.
009350     MOVE SPACES TO RTR-TOTAL-LINE.
009360     MOVE 'RETIRED CASES HELD ON THE MASTER:' TO RTRT-LABEL.
009370     COMPUTE RTRT-TOTAL-COUNT =
009380         RTR-STILL-RETIRED-COUNT + RTR-RETIRED-COUNT.
009390     WRITE RTR-TOTAL-LINE AFTER ADVANCING 1.
009400     MOVE SPACES TO RTR-TOTAL-LINE.
009410     MOVE 'CASES WRITTEN TO THE NEW MASTER:' TO RTRT-LABEL.
009420     MOVE RTR-MASTER-OUT-COUNT TO RTRT-TOTAL-COUNT.
009430     WRITE RTR-TOTAL-LINE AFTER ADVANCING 2.
009440 6000-EXIT.
009450     EXIT.
009460******************************************************************
009470*  6100-WRITE-DETAIL
009480*  ONE DETAIL LINE FOR THE CASE JUST RETIRED OR RETURNED TO
009490*  GENERATED - ITS KEY, THE STATE IT LEFT, ITS TESTER, AND WHY.
009500******************************************************************
009510 6100-WRITE-DETAIL.
009520     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
009530         PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT
009540     END-IF.
009550     MOVE SPACES TO RTR-DETAIL-LINE.
009560     MOVE TCM-SEQUENCE-NO TO RTRD-SEQUENCE-NO.
009570     MOVE TCM-COUNT7 TO RTRD-COUNT7.
009580     MOVE TCM-COUNT6 TO RTRD-COUNT6.
009590     MOVE TCM-COUNT5 TO RTRD-COUNT5.
009600     MOVE TCM-COUNT4 TO RTRD-COUNT4.
009610     MOVE TCM-COUNT3 TO RTRD-COUNT3.
009620     MOVE TCM-COUNT2 TO RTRD-COUNT2.
009630     MOVE TCM-COUNT1 TO RTRD-COUNT1.
009640     MOVE STS-FOUND-NAME TO RTRD-OLD-STATUS.
009650     MOVE TCM-TESTER-ID TO RTRD-TESTER-ID.
009660     IF TCM-GENERATED
009670         MOVE 'BACK INSIDE - NOW GENERATED' TO RTRD-REASON
009680     END-IF.
009690     IF TCM-RETIRED-BOUND
009700         MOVE 'VALUE OUTSIDE THE UPPER BOUND' TO RTRD-REASON
009710     END-IF.
009720     IF TCM-RETIRED-HELD
009730         MOVE 'INACTIVE POSITION NOT AT 1' TO RTRD-REASON
009740     END-IF.
009750     IF TCM-RETIRED-NOTEQUAL
009760         MOVE 'FAILS A NOTEQUAL RULE' TO RTRD-REASON
009770     END-IF.
009780     IF TCM-RETIRED-ALLOWED
009790         MOVE 'VALUE NOT IN AN ALLOWED LIST' TO RTRD-REASON
009800     END-IF.
009810     IF TCM-RETIRED-DISTINCT
009820         MOVE 'FAILS THE DISTINCT RULE' TO RTRD-REASON
009830     END-IF.
009840     WRITE RTR-DETAIL-LINE AFTER ADVANCING 1.
009850     ADD 1 TO RPT-LINE-COUNT.
009860 6100-EXIT.
009870     EXIT.
009880******************************************************************
009890*  6300-WRITE-PAGE-HEADERS
009900*  STARTS A NEW REPORT PAGE - REPORT TITLE, RUN DATE, PAGE
009910*  NUMBER, SECTION TITLE, AND THE DETAIL COLUMN HEADINGS.
009920******************************************************************
009930 6300-WRITE-PAGE-HEADERS.
009940     ADD 1 TO RPT-PAGE-NO.
009950     MOVE 0 TO RPT-LINE-COUNT.
009960     MOVE SPACES TO RTR-HEADING-1.
009970     MOVE 'TEST-CASE RETIREMENT REPORT' TO RTR1-TITLE.
009980     MOVE 'RUN DATE:' TO RTR1-DATE-LABEL.
009990     MOVE WS-RUN-DATE TO RTR1-RUN-DATE.
010000     MOVE 'PAGE ' TO RTR1-PAGE-LABEL.
010010     MOVE RPT-PAGE-NO TO RTR1-PAGE-NO.
010020     WRITE RTR-HEADING-1 AFTER ADVANCING PAGE.
010030     MOVE SPACES TO RTR-HEADING-2.
010040     MOVE RPT-SECTION-TITLE TO RTR2-SECTION-TITLE.
010050     WRITE RTR-HEADING-2 AFTER ADVANCING 2.
010060     ADD 3 TO RPT-LINE-COUNT.
010070     IF RPT-SECTION-TITLE = 'RETIREMENT SUMMARY'
010080         GO TO 6300-EXIT
010090     END-IF.
010100     MOVE SPACES TO RTR-HEADING-3.
010110     MOVE 'SEQ NO' TO RTR3-SEQ-LABEL.
010120     MOVE 'COUNT7   COUNT6   COUNT5   COUNT4'
010130         TO RTR3-KEY-LABEL(1:33).
010140     MOVE 'COUNT3   COUNT2   COUNT1'
010150         TO RTR3-KEY-LABEL(37:24).
010160     MOVE 'WAS' TO RTR3-STATUS-LABEL.
010170     MOVE 'TESTER' TO RTR3-TESTER-LABEL.
010180     MOVE 'REASON' TO RTR3-REASON-LABEL.
010190     WRITE RTR-HEADING-3 AFTER ADVANCING 2.
010200     ADD 2 TO RPT-LINE-COUNT.
010210 6300-EXIT.
010220     EXIT.
010230******************************************************************
010240*  7000-READ-OLD-MASTER
010250*  ADVANCES THE OLD MASTER.  THE TRAILER CONTROL RECORD -
010260*  ALREADY VERIFIED UP FRONT - READS AS END OF DATA; THE NEW
010270*  MASTER GETS A FRESH TRAILER OF ITS OWN.
010280******************************************************************
010290 7000-READ-OLD-MASTER.
010300     READ OLD-MASTER-FILE
010310         AT END SET WS-OLDM-EOF TO TRUE
010320     END-READ.
010330     IF WS-OLDM-NOT-EOF
010340         AND TCM-RECORD(1:8) = '*TRAILER'
010350         SET WS-OLDM-EOF TO TRUE
010360     END-IF.
010370 7000-EXIT.
010380     EXIT.
010390******************************************************************
010400*  8000-DATE-TO-SERIAL
010410*  CONVERTS THE GREGORIAN DATE IN DTD-DATE (YYYYMMDD) TO A
010420*  SERIAL DAY NUMBER IN DTD-SERIAL SO TWO DATES SUBTRACT TO AN
010430*  AGE IN DAYS.  STEPWISE INTEGER ARITHMETIC (EACH DIVISION
010440*  TRUNCATED AS IT HAPPENS) - THE STANDARD FLIEGEL-VAN FLANDERN
010450*  DAY-NUMBER CALCULATION.
010460******************************************************************
010470 8000-DATE-TO-SERIAL.
010480     COMPUTE DTD-ADJUST = DTD-MM - 14.
010490     DIVIDE DTD-ADJUST BY 12 GIVING DTD-ADJUST.
010500     COMPUTE DTD-TERM-1 = 1461 * (DTD-YY + 4800 + DTD-ADJUST).
010510     DIVIDE DTD-TERM-1 BY 4 GIVING DTD-TERM-1.
010520     COMPUTE DTD-TERM-2 =
010530         367 * (DTD-MM - 2 - (12 * DTD-ADJUST)).
010540     DIVIDE DTD-TERM-2 BY 12 GIVING DTD-TERM-2.
010550     COMPUTE DTD-TERM-3 = DTD-YY + 4900 + DTD-ADJUST.
010560     DIVIDE DTD-TERM-3 BY 100 GIVING DTD-TERM-3.
010570     MULTIPLY 3 BY DTD-TERM-3 GIVING DTD-TERM-3.
010580     DIVIDE DTD-TERM-3 BY 4 GIVING DTD-TERM-3.
010590     COMPUTE DTD-SERIAL = DTD-TERM-1 + DTD-TERM-2 - DTD-TERM-3
010600         + DTD-DD - 32075.
010610 8000-EXIT.
010620     EXIT.
010630******************************************************************
010640*  8100-COMPUTE-ITEM-AGE
010650*  AGES THE DATE IN AGE-ITEM-DATE AGAINST TODAY.  A DATE THAT IS
010660*  NOT NUMERIC AGES AS ZERO DAYS, SO A DAMAGED RETIRED CASE IS
010670*  KEPT ON THE MASTER, NEVER SILENTLY OFFLOADED.
010680******************************************************************
010690 8100-COMPUTE-ITEM-AGE.
010700     IF AGE-ITEM-DATE IS NOT NUMERIC
010710         MOVE ZERO TO AGE-DAYS
010720         GO TO 8100-EXIT
010730     END-IF.
010740     MOVE AGE-ITEM-DATE TO DTD-DATE.
010750     PERFORM 8000-DATE-TO-SERIAL THRU 8000-EXIT.
010760     MOVE DTD-SERIAL TO AGE-ITEM-SERIAL.
010770     SUBTRACT AGE-ITEM-SERIAL FROM AGE-TODAY-SERIAL
010780         GIVING AGE-DAYS.
010790     IF AGE-DAYS IS LESS THAN ZERO
010800         MOVE ZERO TO AGE-DAYS
010810     END-IF.
010820 8100-EXIT.
010830     EXIT.
010840******************************************************************
010850*  8900-WRITE-MASTER-TRAILER
010860*  WRITES THE TRAILER CONTROL RECORD AS THE LAST RECORD OF THE
010870*  NEW MASTER - SEE TRLRREC.CPY.
010880******************************************************************
010890 8900-WRITE-MASTER-TRAILER.
010900     MOVE SPACES TO TRLR-RECORD.
010910     MOVE '*TRAILER' TO TRLR-TAG.
010920     MOVE WS-RUN-DATE TO TRLR-RUN-DATE.
010930     MOVE RTR-MASTER-OUT-COUNT TO TRLR-RECORD-COUNT.
010940     MOVE RTR-OUT-HASH TO TRLR-HASH-TOTAL.
010950     WRITE TCM-RECORD-OUT FROM TRLR-RECORD.
010960 8900-EXIT.
010970     EXIT.
010980******************************************************************
010990*  9000-TERMINATE
011000*  WRITES THE NEW MASTER'S TRAILER, CLOSES THE FILES, APPENDS A
011010*  RUN-AUDIT RECORD AND DISPLAYS THE RETIREMENT TOTALS.  A RUN
011020*  STOPPED BY A BAD CARD OR A FAILED CONTROL CHECK WROTE NOTHING
011030*  AND ENDS WITH RETURN CODE 8; REJECTED RULE CARDS END A
011040*  COMPLETED RUN WITH RETURN CODE 4.
011050******************************************************************
011060 9000-TERMINATE.
011070     ACCEPT WS-END-TIME FROM TIME.
011080     IF RTR-CARD-BAD OR RTR-CONTROL-BAD
011090         IF RTR-CONTROL-BAD
011100             CLOSE EXCEPTION-FILE
011110         END-IF
011120         PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT
011130         DISPLAY 'TESTCASE-RETIRE FAILED - NOTHING RETIRED'
011140         MOVE 8 TO RETURN-CODE
011150         GO TO 9000-EXIT
011160     END-IF.
011170     PERFORM 8900-WRITE-MASTER-TRAILER THRU 8900-EXIT.
011180     CLOSE OLD-MASTER-FILE.
011190     CLOSE NEW-MASTER-FILE.
011200     CLOSE HISTORY-FILE.
011210     CLOSE PRINT-FILE.
011220     CLOSE EXCEPTION-FILE.
011230     IF TGR-BAD-CARD-COUNT IS GREATER THAN ZERO
011240         MOVE 4 TO RETURN-CODE
011250     END-IF.
011260     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
011270     DISPLAY 'TESTCASE-RETIRE COMPLETE - READ: ' RTR-READ-COUNT
011280         ' RETIRED: ' RTR-RETIRED-COUNT
011290         ' RETURNED: ' RTR-REINSTATED-COUNT
011300         ' OFFLOADED: ' RTR-OFFLOADED-COUNT
011310         ' MASTER TOTAL: ' RTR-MASTER-OUT-COUNT.
011320 9000-EXIT.
011330     EXIT.
011340******************************************************************
011350*  9100-WRITE-AUDIT-RECORD
011360*  APPENDS ONE RUN-AUDIT RECORD TO THE SHARED AUDIT LOG - SEE
011370*  AUDITREC.CPY.
011380******************************************************************
011390 9100-WRITE-AUDIT-RECORD.
011400     OPEN EXTEND AUDIT-LOG-FILE.
011410     IF AUDIT-FILE-STATUS = '35'
011420         OPEN OUTPUT AUDIT-LOG-FILE
011430     END-IF.
011440     MOVE SPACES TO AUDIT-RECORD.
011450     MOVE 'TCRETIRE' TO AUDIT-PROGRAM-ID.
011460     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
011470     MOVE WS-START-TIME TO AUDIT-START-TIME.
011480     MOVE WS-END-TIME TO AUDIT-END-TIME.
011490     MOVE RTR-HOLD-DAYS TO WS-HOLD-DISPLAY.
011500     MOVE WS-HOLD-DISPLAY TO AUDIT-PARM-1.
011510     MOVE RTR-UPPER-BOUND TO AUDIT-PARM-2.
011520     IF RTR-CARD-BAD
011530         MOVE 'BAD CONTROL CARD - NOTHING RETIRED'
011540             TO AUDIT-FINAL-STATE
011550         SET AUDIT-FAILED TO TRUE
011560         GO TO 9100-WRITE
011570     END-IF.
011580     IF RTR-CONTROL-BAD
011590         MOVE 'TCMSTI CONTROL CHECK FAILED - NOTHING RETIRED'
011600             TO AUDIT-FINAL-STATE
011610         SET AUDIT-FAILED TO TRUE
011620         GO TO 9100-WRITE
011630     END-IF.
011640     MOVE RTR-RETIRED-COUNT TO WS-RET-DISPLAY.
011650     MOVE RTR-OFFLOADED-COUNT TO WS-OFF-DISPLAY.
011660     STRING 'RET=' DELIMITED BY SIZE
011670            WS-RET-DISPLAY DELIMITED BY SIZE
011680            ' OFF=' DELIMITED BY SIZE
011690            WS-OFF-DISPLAY DELIMITED BY SIZE
011700         INTO AUDIT-FINAL-STATE.
011710     SET AUDIT-SUCCESSFUL TO TRUE.
011720 9100-WRITE.
011730     WRITE AUDIT-RECORD.
011740     CLOSE AUDIT-LOG-FILE.
011750 9100-EXIT.
011760     EXIT.
