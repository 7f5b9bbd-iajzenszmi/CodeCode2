000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    FAILURE-HOTSPOT.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - FAILURE-HOTSPOT ANALYSIS OF
000200*                   THE TEST-CASE MASTER.  ONE PASS OVER THE
000210*                   MASTER TALLIES EVERY PASSED AND FAILED CASE BY
000220*                   POSITION AND VALUE, BY PAIR OF POSITIONS AND
000230*                   VALUE PAIR, AND BY PAIR OF POSITIONS CARRYING
000240*                   EQUAL VALUES.  EACH TALLY'S FAILURE RATE IS
000250*                   SET AGAINST THE OVERALL FAILURE RATE - THE
000260*                   RATIO IS ITS LIFT - AND THE MOST OVER-
000270*                   REPRESENTED ARE RANKED (HSPRPT) SO A DEVELOPER
000280*                   STARTS FROM A SHORT LIST OF LIKELY CAUSES, NOT
000290*                   A RAW FAIL LIST.  A VALUE PAIR IS ONLY RANKED
000300*                   WHEN IT FAILS MORE OFTEN THAN EITHER OF ITS
000310*                   VALUES ALONE, SO ONE BAD VALUE DOES NOT FLOOD
000320*                   THE LIST WITH EVERY PAIR IT TAKES PART IN.
000330*                   THE VALUES NAMED BY THE RANKED SUSPECTS ARE
000340*                   WRITTEN AS TGRULES 'ALLOWED' CARDS (HSPRULES -
000350*                   SEE TGRULER.CPY) TO DRIVE A FOCUSED TESTGEN4X
000360*                   REGRESSION RUN AROUND THEM. THE EVIDENCE
000370*                   THRESHOLD AND LIST LENGTH COME FROM THE HSPCTL
000380*                   CARD (SEE HSPCTL.CPY).  A BAD CARD ENDS THE
000390*                   STEP WITH RETURN CODE 8; VALUES BEYOND THE
000400*                   TALLY TABLES WITH RETURN CODE 4.
000410******************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPTIONAL HOTSPOT-CONTROL-FILE ASSIGN TO "HSPCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS HSC-FILE-STATUS.
000480     SELECT OPTIONAL MASTER-FILE ASSIGN TO "TCMSTI"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS MST-FILE-STATUS.
000510     SELECT PRINT-FILE ASSIGN TO "HSPRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PRT-FILE-STATUS.
000540     SELECT RULE-DECK-FILE ASSIGN TO "HSPRULES"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS RUL-FILE-STATUS.
000570     SELECT AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS AUDIT-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  HOTSPOT-CONTROL-FILE
000630     RECORDING MODE IS F.
000640 COPY HSPCTL.
000650 FD  MASTER-FILE
000660     RECORDING MODE IS F.
000670 COPY TCMSTR.
000680 FD  PRINT-FILE
000690     RECORDING MODE IS F.
000700 COPY HSPRPTL.
000710 FD  RULE-DECK-FILE
000720     RECORDING MODE IS F.
000730 COPY TGRULER.
000740 FD  AUDIT-LOG-FILE
000750     RECORDING MODE IS F.
000760 COPY AUDITREC.
000770 WORKING-STORAGE SECTION.
000780 01  RPT-CONTROL.
000790     05  RPT-PAGE-NO             PIC 9(04)    COMP.
000800     05  RPT-LINE-COUNT          PIC 9(04)    COMP.
000810     05  RPT-LINES-PER-PAGE      PIC 9(04)    COMP
000820                                  VALUE 0055.
000830     05  RPT-SECTION-SW          PIC X(01).
000840         88  RPT-VALUE-SECTION       VALUE 'V'.
000850         88  RPT-SUSPECT-SECTION     VALUE 'S'.
000860*    THE SEVEN POSITIONS ARE HELD IN MASTER KEY ORDER - SLOT 1 IS
000870*    COUNT7, SLOT 7 IS COUNT1 - SO A SLOT IS POSITION 8 - SLOT IN
000880*    TGRULES NUMBERING.
000890 01  CASE-KEY-WORK.
000900     05  HSK-KEY.
000910         10  HSK-VALUE           PIC 9(08)
000920                                  OCCURS 7 TIMES.
000930     05  HSK-SLOT                PIC 9(02)    COMP
000940                                  OCCURS 7 TIMES.
000950     05  HSK-FAIL-ADD            PIC 9(01)    COMP.
000960 01  VALUE-TABLE-BOUNDS.
000970     05  HSV-MAX-VALUES          PIC 9(02)    COMP
000980                                  VALUE 30.
000990 01  VALUE-TABLE.
001000     05  HSV-POSITION            OCCURS 7 TIMES.
001010         10  HSV-VALUE-COUNT     PIC 9(02)    COMP.
001020         10  HSV-ENTRY           OCCURS 30 TIMES.
001030             15  HSV-VALUE       PIC 9(08).
001040             15  HSV-CASES       PIC 9(09)    COMP.
001050             15  HSV-FAILS       PIC 9(09)    COMP.
001060 01  PAIR-INDEX-TABLE.
001070     05  HSX-PAIR                OCCURS 21 TIMES.
001080         10  HSX-SLOT-A          PIC 9(01)    COMP.
001090         10  HSX-SLOT-B          PIC 9(01)    COMP.
001100 01  PAIR-TABLE.
001110     05  HSP-PAIR                OCCURS 21 TIMES.
001120         10  HSP-EQUAL-CASES     PIC 9(09)    COMP.
001130         10  HSP-EQUAL-FAILS     PIC 9(09)    COMP.
001140         10  HSP-ROW             OCCURS 30 TIMES.
001150             15  HSP-CELL        OCCURS 30 TIMES.
001160                 20  HSP-CELL-CASES
001170                                 PIC 9(09)    COMP.
001180                 20  HSP-CELL-FAILS
001190                                 PIC 9(09)    COMP.
001200 01  HOTSPOT-SUBSCRIPTS.
001210     05  HSI                     PIC 9(02)    COMP.
001220     05  HSJ                     PIC 9(02)    COMP.
001230     05  HSK                     PIC 9(02)    COMP.
001240     05  HSS                     PIC 9(02)    COMP.
001250     05  HSU                     PIC 9(02)    COMP.
001260     05  HSB                     PIC 9(02)    COMP.
001270     05  HSA                     PIC 9(02)    COMP.
001280     05  HSX-PAIR-COUNT          PIC 9(02)    COMP.
001290     05  HSV-FOUND-SLOT          PIC 9(02)    COMP.
001300 01  HOTSPOT-CONTROL.
001310     05  HSN-MIN-FAILS           PIC 9(05).
001320     05  HSN-TOP-COUNT           PIC 9(02).
001330     05  HSN-CARD-SW             PIC X(01).
001340         88  HSN-CARD-OK             VALUE 'Y'.
001350         88  HSN-CARD-BAD            VALUE 'N'.
001360 01  HOTSPOT-COUNTERS.
001370     05  HSN-READ-COUNT          PIC 9(09)    COMP.
001380     05  HSN-ANALYSED-COUNT      PIC 9(09)    COMP.
001390     05  HSN-FAILED-COUNT        PIC 9(09)    COMP.
001400     05  HSN-PASSED-COUNT        PIC 9(09)    COMP.
001410     05  HSN-OVERFLOW-COUNT      PIC 9(09)    COMP.
001420     05  HSN-CARD-COUNT          PIC 9(05)    COMP.
001430     05  HSN-OVERALL-RATE        PIC 9(03)V99.
001440*    ONE CANDIDATE SUSPECT AS IT IS OFFERED TO THE RANKING, AND
001450*    THE RANKED TABLE ITSELF - THE SAME LAYOUT, SO AN ENTRY MOVES
001460*    AS A GROUP.  THE SORT KEY IS THE LIFT IN HUNDREDTHS AHEAD OF
001470*    THE FAILURE COUNT, SO EQUAL LIFTS RANK THE BETTER-EVIDENCED
001480*    SUSPECT FIRST.
001490 01  CANDIDATE-WORK.
001500     05  HSC-CANDIDATE.
001510         10  HSC-KIND            PIC X(01).
001520             88  HSC-KIND-VALUE      VALUE 'V'.
001530             88  HSC-KIND-PAIR       VALUE 'P'.
001540             88  HSC-KIND-EQUAL      VALUE 'E'.
001550         10  HSC-SLOT-A          PIC 9(01).
001560         10  HSC-VALUE-A         PIC 9(08).
001570         10  HSC-SLOT-B          PIC 9(01).
001580         10  HSC-VALUE-B         PIC 9(08).
001590         10  HSC-CASES           PIC 9(09).
001600         10  HSC-FAILS           PIC 9(09).
001610         10  HSC-LIFT            PIC 9(05)V99.
001620         10  HSC-SORT-KEY        PIC 9(16).
001630 01  SUSPECT-TABLE-BOUNDS.
001640     05  HST-MAX-SUSPECTS        PIC 9(02)    COMP
001650                                  VALUE 20.
001660 01  SUSPECT-TABLE.
001670     05  HST-COUNT               PIC 9(02)    COMP.
001680     05  HST-ENTRY               OCCURS 20 TIMES.
001690         10  HST-KIND            PIC X(01).
001700             88  HST-KIND-VALUE      VALUE 'V'.
001710             88  HST-KIND-PAIR       VALUE 'P'.
001720             88  HST-KIND-EQUAL      VALUE 'E'.
001730         10  HST-SLOT-A          PIC 9(01).
001740         10  HST-VALUE-A         PIC 9(08).
001750         10  HST-SLOT-B          PIC 9(01).
001760         10  HST-VALUE-B         PIC 9(08).
001770         10  HST-CASES           PIC 9(09).
001780         10  HST-FAILS           PIC 9(09).
001790         10  HST-LIFT            PIC 9(05)V99.
001800         10  HST-SORT-KEY        PIC 9(16).
001810 01  SUSPECT-SAVE-AREA           PIC X(68).
001820 01  DECK-WORK.
001830     05  HSD-VALUE-COUNT         PIC 9(02)    COMP.
001840     05  HSD-VALUE               PIC 9(08)
001850                                  OCCURS 20 TIMES.
001860     05  HSD-ADD-VALUE           PIC 9(08).
001870     05  HSD-CARD-SLOT           PIC 9(02)    COMP.
001880     05  HSD-FOUND-SW            PIC X(01).
001890         88  HSD-VALUE-FOUND         VALUE 'Y'.
001900         88  HSD-VALUE-NEW           VALUE 'N'.
001910 01  DESCRIPTION-WORK.
001920     05  HSW-DESCRIPTION         PIC X(40).
001930     05  HSW-DESC-PTR            PIC 9(02)    COMP.
001940     05  HSW-POSITION-TEXT.
001950         10  FILLER              PIC X(05)    VALUE 'COUNT'.
001960         10  HSW-POSITION-NO     PIC 9(01).
001970     05  HSW-VALUE-EDIT          PIC Z(07)9.
001980     05  HSW-LEAD-SPACES         PIC 9(02)    COMP.
001990     05  HSW-SHOW-SLOT           PIC 9(01).
002000     05  HSW-SHOW-VALUE          PIC 9(08).
002010 01  RATE-WORK.
002020     05  HSR-FAIL-RATE           PIC 9(03)V99.
002030     05  HSR-FAIL-SHARE          PIC 9(03)V99.
002040     05  HSR-CASES               PIC 9(09).
002050     05  HSR-FAILS               PIC 9(09).
002060 01  WS-DATE-TIME.
002070     05  WS-RUN-DATE             PIC 9(08).
002080     05  WS-START-TIME           PIC 9(08).
002090     05  WS-END-TIME             PIC 9(08).
002100 01  WS-SWITCHES.
002110     05  WS-HSC-EOF-SWITCH       PIC X(01).
002120         88  WS-HSC-EOF              VALUE 'Y'.
002130         88  WS-HSC-NOT-EOF          VALUE 'N'.
002140     05  WS-MST-EOF-SWITCH       PIC X(01).
002150         88  WS-MST-EOF              VALUE 'Y'.
002160         88  WS-MST-NOT-EOF          VALUE 'N'.
002170 01  WS-FILE-STATUSES.
002180     05  HSC-FILE-STATUS         PIC X(02).
002190     05  MST-FILE-STATUS         PIC X(02).
002200     05  PRT-FILE-STATUS         PIC X(02).
002210     05  RUL-FILE-STATUS         PIC X(02).
002220     05  AUDIT-FILE-STATUS       PIC X(02).
002230 01  WS-MISC.
002240     05  WS-FAILS-DISPLAY        PIC 9(05).
002250     05  WS-TOP-DISPLAY          PIC 9(02).
002260     05  WS-ANL-DISPLAY          PIC 9(09).
002270     05  WS-SUS-DISPLAY          PIC 9(02).
002280 PROCEDURE DIVISION.
002290 0000-MAIN-LOGIC.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     IF HSN-CARD-OK
002320         PERFORM 2000-PROCESS-MASTER THRU 2000-EXIT
002330             UNTIL WS-MST-EOF
002340         PERFORM 3000-RANK-SUSPECTS THRU 3000-EXIT
002350         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
002360         PERFORM 5000-WRITE-RULE-DECK THRU 5000-EXIT
002370     END-IF.
002380     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002390     STOP RUN.
002400******************************************************************
002410*  1000-INITIALIZE
002420*  READS THE HSPCTL CARD, CLEARS THE TALLY TABLES, BUILDS THE
002430*  LIST OF THE 21 POSITION PAIRS, OPENS THE MASTER, THE REPORT
002440*  AND THE RULE DECK, AND PRIMES THE MASTER READ.  A BAD CARD
002450*  STOPS THE STEP BEFORE ANY FILE IS OPENED.
002460******************************************************************
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
002490     ACCEPT WS-START-TIME FROM TIME.
002500     MOVE 0 TO RPT-PAGE-NO.
002510     MOVE 0 TO RPT-LINE-COUNT.
002520     MOVE 0 TO HSN-READ-COUNT.
002530     MOVE 0 TO HSN-ANALYSED-COUNT.
002540     MOVE 0 TO HSN-FAILED-COUNT.
002550     MOVE 0 TO HSN-PASSED-COUNT.
002560     MOVE 0 TO HSN-OVERFLOW-COUNT.
002570     MOVE 0 TO HSN-CARD-COUNT.
002580     MOVE 0 TO HSN-OVERALL-RATE.
002590     MOVE 0 TO HST-COUNT.
002600     MOVE 0 TO HSN-MIN-FAILS.
002610     MOVE 0 TO HSN-TOP-COUNT.
002620     SET HSN-CARD-OK TO TRUE.
002630     SET WS-HSC-NOT-EOF TO TRUE.
002640     OPEN INPUT HOTSPOT-CONTROL-FILE.
002650     READ HOTSPOT-CONTROL-FILE
002660         AT END
002670             SET WS-HSC-EOF TO TRUE
002680             MOVE SPACES TO HSPCTL-RECORD
002690     END-READ.
002700     CLOSE HOTSPOT-CONTROL-FILE.
002710     IF WS-HSC-EOF
002720         MOVE 3 TO HSN-MIN-FAILS
002730         MOVE 10 TO HSN-TOP-COUNT
002740         DISPLAY 'FAILURE-HOTSPOT - NO HSPCTL CARD, DEFAULT '
002750             'OF 3 FAILURES AND THE TOP 10 SUSPECTS APPLIED'
002760     ELSE
002770         IF HSPCTL-MIN-FAILS IS NOT NUMERIC
002780             OR HSPCTL-MIN-FAILS = ZERO
002790             OR HSPCTL-TOP-COUNT IS NOT NUMERIC
002800             OR HSPCTL-TOP-COUNT = ZERO
002810             OR HSPCTL-TOP-COUNT > HST-MAX-SUSPECTS
002820             SET HSN-CARD-BAD TO TRUE
002830             DISPLAY 'FAILURE-HOTSPOT - HSPCTL CARD IS NOT '
002840                 'VALID: ' HSPCTL-RECORD(1:7)
002850                 ' - NOTHING ANALYSED'
002860             GO TO 1000-EXIT
002870         ELSE
002880             MOVE HSPCTL-MIN-FAILS TO HSN-MIN-FAILS
002890             MOVE HSPCTL-TOP-COUNT TO HSN-TOP-COUNT
002900         END-IF
002910     END-IF.
002913     PERFORM 1100-CLEAR-VALUE-ENTRY THRU 1100-EXIT
002916         VARYING HSI FROM 1 BY 1 UNTIL HSI > 7
002919         AFTER HSK FROM 1 BY 1 UNTIL HSK > HSV-MAX-VALUES.
002922     PERFORM 1150-CLEAR-PAIR-ENTRY THRU 1150-EXIT
002925         VARYING HSI FROM 1 BY 1 UNTIL HSI > 21
002928         AFTER HSA FROM 1 BY 1 UNTIL HSA > HSV-MAX-VALUES
002931         AFTER HSB FROM 1 BY 1 UNTIL HSB > HSV-MAX-VALUES.
002940     MOVE 0 TO HSX-PAIR-COUNT.
002950     PERFORM 1200-BUILD-PAIR-INDEX THRU 1200-EXIT
002960         VARYING HSI FROM 1 BY 1 UNTIL HSI > 7
002970         AFTER HSJ FROM 1 BY 1 UNTIL HSJ > 7.
002980     SET WS-MST-NOT-EOF TO TRUE.
002990     OPEN INPUT MASTER-FILE.
003000     OPEN OUTPUT PRINT-FILE.
003010     OPEN OUTPUT RULE-DECK-FILE.
003020     PERFORM 7000-READ-MASTER THRU 7000-EXIT.
003030 1000-EXIT.
003031     EXIT.
003032 1100-CLEAR-VALUE-ENTRY.
003033     MOVE 0 TO HSV-VALUE-COUNT(HSI).
003034     MOVE 0 TO HSV-VALUE(HSI, HSK).
003035     MOVE 0 TO HSV-CASES(HSI, HSK).
003036     MOVE 0 TO HSV-FAILS(HSI, HSK).
003037 1100-EXIT.
003038     EXIT.
003039 1150-CLEAR-PAIR-ENTRY.
003040     MOVE 0 TO HSP-EQUAL-CASES(HSI).
003041     MOVE 0 TO HSP-EQUAL-FAILS(HSI).
003042     MOVE 0 TO HSP-CELL-CASES(HSI, HSA, HSB).
003043     MOVE 0 TO HSP-CELL-FAILS(HSI, HSA, HSB).
003044 1150-EXIT.
003045     EXIT.
003050******************************************************************
003060*  1200-BUILD-PAIR-INDEX
003070*  NUMBERS THE 21 UNORDERED PAIRS OF THE SEVEN SLOTS ONCE, SO
003080*  EVERY PAIR TALLY IS ONE SUBSCRIPT INSTEAD OF TWO.
003090******************************************************************
003100 1200-BUILD-PAIR-INDEX.
003110     IF HSJ IS GREATER THAN HSI
003120         ADD 1 TO HSX-PAIR-COUNT
003130         MOVE HSI TO HSX-SLOT-A(HSX-PAIR-COUNT)
003140         MOVE HSJ TO HSX-SLOT-B(HSX-PAIR-COUNT)
003150     END-IF.
003160 1200-EXIT.
003170     EXIT.
003180******************************************************************
003190*  2000-PROCESS-MASTER
003200*  ONE TEST-CASE MASTER RECORD.  ONLY A CASE WITH A FINAL RESULT
003210*  - PASSED OR FAILED - IS TALLIED; EVERY OTHER STATE HAS NOTHING
003220*  TO SAY ABOUT WHERE FAILURES CLUSTER.
003230******************************************************************
003240 2000-PROCESS-MASTER.
003250     ADD 1 TO HSN-READ-COUNT.
003260     IF NOT TCM-PASSED AND NOT TCM-FAILED
003270         GO TO 2000-READ-NEXT
003280     END-IF.
003290     ADD 1 TO HSN-ANALYSED-COUNT.
003300     IF TCM-FAILED
003310         ADD 1 TO HSN-FAILED-COUNT
003320         MOVE 1 TO HSK-FAIL-ADD
003330     ELSE
003340         ADD 1 TO HSN-PASSED-COUNT
003350         MOVE 0 TO HSK-FAIL-ADD
003360     END-IF.
003370     MOVE TCM-KEY TO HSK-KEY.
003380     PERFORM 2100-TALLY-VALUE THRU 2100-EXIT
003390         VARYING HSI FROM 1 BY 1 UNTIL HSI > 7.
003400     PERFORM 2200-TALLY-PAIR THRU 2200-EXIT
003410         VARYING HSK FROM 1 BY 1 UNTIL HSK > HSX-PAIR-COUNT.
003420 2000-READ-NEXT.
003430     PERFORM 7000-READ-MASTER THRU 7000-EXIT.
003440 2000-EXIT.
003450     EXIT.
003460******************************************************************
003470*  2100-TALLY-VALUE
003480*  FINDS OR ADDS THE CASE'S VALUE IN SLOT HSI'S VALUE TABLE AND
003490*  COUNTS THE CASE AGAINST IT, LEAVING THE VALUE'S ENTRY NUMBER
003500*  IN HSK-SLOT FOR THE PAIR TALLIES.  A VALUE THE TABLE HAS NO
003510*  ROOM FOR IS COUNTED AS OVERFLOW AND LEFT OUT OF THE TALLIES.
003520******************************************************************
003530 2100-TALLY-VALUE.
003540     MOVE 0 TO HSV-FOUND-SLOT.
003550     PERFORM 2110-MATCH-VALUE THRU 2110-EXIT
003560         VARYING HSS FROM 1 BY 1
003570         UNTIL HSS > HSV-VALUE-COUNT(HSI)
003580         OR HSV-FOUND-SLOT IS GREATER THAN ZERO.
003590     IF HSV-FOUND-SLOT = ZERO
003600         IF HSV-VALUE-COUNT(HSI) IS LESS THAN HSV-MAX-VALUES
003610             ADD 1 TO HSV-VALUE-COUNT(HSI)
003620             MOVE HSV-VALUE-COUNT(HSI) TO HSV-FOUND-SLOT
003630             MOVE HSK-VALUE(HSI)
003640                 TO HSV-VALUE(HSI, HSV-FOUND-SLOT)
003650         ELSE
003660             ADD 1 TO HSN-OVERFLOW-COUNT
003670             MOVE 0 TO HSK-SLOT(HSI)
003680             GO TO 2100-EXIT
003690         END-IF
003700     END-IF.
003710     MOVE HSV-FOUND-SLOT TO HSK-SLOT(HSI).
003720     ADD 1 TO HSV-CASES(HSI, HSV-FOUND-SLOT).
003730     ADD HSK-FAIL-ADD TO HSV-FAILS(HSI, HSV-FOUND-SLOT).
003740 2100-EXIT.
003750     EXIT.
003760 2110-MATCH-VALUE.
003770     IF HSV-VALUE(HSI, HSS) = HSK-VALUE(HSI)
003780         MOVE HSS TO HSV-FOUND-SLOT
003790     END-IF.
003800 2110-EXIT.
003810     EXIT.
003820******************************************************************
003830*  2200-TALLY-PAIR
003840*  COUNTS THE CASE AGAINST POSITION PAIR HSK - ITS EQUAL-VALUES
003850*  TALLY WHEN THE TWO POSITIONS CARRY THE SAME VALUE, AND THE
003860*  CELL FOR ITS VALUE PAIR WHEN BOTH VALUES ARE IN THE TABLES.
003870******************************************************************
003880 2200-TALLY-PAIR.
003890     MOVE HSX-SLOT-A(HSK) TO HSA.
003900     MOVE HSX-SLOT-B(HSK) TO HSB.
003910     IF HSK-VALUE(HSA) = HSK-VALUE(HSB)
003920         ADD 1 TO HSP-EQUAL-CASES(HSK)
003930         ADD HSK-FAIL-ADD TO HSP-EQUAL-FAILS(HSK)
003940     END-IF.
003950     IF HSK-SLOT(HSA) = ZERO OR HSK-SLOT(HSB) = ZERO
003960         GO TO 2200-EXIT
003970     END-IF.
003980     MOVE HSK-SLOT(HSA) TO HSS.
003990     MOVE HSK-SLOT(HSB) TO HSU.
004000     ADD 1 TO HSP-CELL-CASES(HSK, HSS, HSU).
004010     ADD HSK-FAIL-ADD TO HSP-CELL-FAILS(HSK, HSS, HSU).
004020 2200-EXIT.
004030     EXIT.
004040******************************************************************
004050*  3000-RANK-SUSPECTS
004060*  OFFERS EVERY VALUE, VALUE PAIR AND EQUAL PAIR TO THE RANKING.
004070*  WITH NO FAILURES THERE IS NOTHING TO RANK.
004080******************************************************************
004090 3000-RANK-SUSPECTS.
004100     IF HSN-FAILED-COUNT = ZERO
004110         GO TO 3000-EXIT
004120     END-IF.
004130     COMPUTE HSN-OVERALL-RATE ROUNDED =
004140         HSN-FAILED-COUNT * 100 / HSN-ANALYSED-COUNT.
004150     PERFORM 3100-OFFER-VALUE THRU 3100-EXIT
004160         VARYING HSI FROM 1 BY 1 UNTIL HSI > 7
004170         AFTER HSS FROM 1 BY 1 UNTIL HSS > HSV-MAX-VALUES.
004180     PERFORM 3200-OFFER-PAIR THRU 3200-EXIT
004190         VARYING HSK FROM 1 BY 1 UNTIL HSK > HSX-PAIR-COUNT
004200         AFTER HSS FROM 1 BY 1 UNTIL HSS > HSV-MAX-VALUES
004210         AFTER HSU FROM 1 BY 1 UNTIL HSU > HSV-MAX-VALUES.
004220     PERFORM 3300-OFFER-EQUAL THRU 3300-EXIT
004230         VARYING HSK FROM 1 BY 1 UNTIL HSK > HSX-PAIR-COUNT.
004240 3000-EXIT.
004250     EXIT.
004260 3100-OFFER-VALUE.
004270     IF HSS IS GREATER THAN HSV-VALUE-COUNT(HSI)
004280         GO TO 3100-EXIT
004290     END-IF.
004300     MOVE SPACES TO HSC-CANDIDATE.
004310     SET HSC-KIND-VALUE TO TRUE.
004320     MOVE HSI TO HSC-SLOT-A.
004330     MOVE HSV-VALUE(HSI, HSS) TO HSC-VALUE-A.
004340     MOVE 0 TO HSC-SLOT-B.
004350     MOVE 0 TO HSC-VALUE-B.
004360     MOVE HSV-CASES(HSI, HSS) TO HSC-CASES.
004370     MOVE HSV-FAILS(HSI, HSS) TO HSC-FAILS.
004380     PERFORM 3500-OFFER-CANDIDATE THRU 3500-EXIT.
004390 3100-EXIT.
004400     EXIT.
004410******************************************************************
004420*  3200-OFFER-PAIR
004430*  A VALUE PAIR IS OFFERED ONLY WHEN IT FAILS MORE OFTEN THAN
004440*  EITHER OF ITS VALUES DOES ALONE - THE RATES ARE COMPARED BY
004450*  CROSS-MULTIPLYING, SO NO DIVISION ROUNDS A CLOSE CALL AWAY.
004460******************************************************************
004470 3200-OFFER-PAIR.
004480     MOVE HSX-SLOT-A(HSK) TO HSA.
004490     MOVE HSX-SLOT-B(HSK) TO HSB.
004500     IF HSS IS GREATER THAN HSV-VALUE-COUNT(HSA)
004510         OR HSU IS GREATER THAN HSV-VALUE-COUNT(HSB)
004520         GO TO 3200-EXIT
004530     END-IF.
004540     IF HSP-CELL-FAILS(HSK, HSS, HSU) = ZERO
004550         GO TO 3200-EXIT
004560     END-IF.
004570     IF HSP-CELL-FAILS(HSK, HSS, HSU) * HSV-CASES(HSA, HSS)
004580         IS NOT GREATER THAN
004590         HSV-FAILS(HSA, HSS) * HSP-CELL-CASES(HSK, HSS, HSU)
004600         GO TO 3200-EXIT
004610     END-IF.
004620     IF HSP-CELL-FAILS(HSK, HSS, HSU) * HSV-CASES(HSB, HSU)
004630         IS NOT GREATER THAN
004640         HSV-FAILS(HSB, HSU) * HSP-CELL-CASES(HSK, HSS, HSU)
004650         GO TO 3200-EXIT
004660     END-IF.
004670     MOVE SPACES TO HSC-CANDIDATE.
004680     SET HSC-KIND-PAIR TO TRUE.
004690     MOVE HSA TO HSC-SLOT-A.
004700     MOVE HSV-VALUE(HSA, HSS) TO HSC-VALUE-A.
004710     MOVE HSB TO HSC-SLOT-B.
004720     MOVE HSV-VALUE(HSB, HSU) TO HSC-VALUE-B.
004730     MOVE HSP-CELL-CASES(HSK, HSS, HSU) TO HSC-CASES.
004740     MOVE HSP-CELL-FAILS(HSK, HSS, HSU) TO HSC-FAILS.
004750     PERFORM 3500-OFFER-CANDIDATE THRU 3500-EXIT.
004760 3200-EXIT.
004770     EXIT.
004780 3300-OFFER-EQUAL.
004790     IF HSP-EQUAL-FAILS(HSK) = ZERO
004800         GO TO 3300-EXIT
004810     END-IF.
004820     MOVE SPACES TO HSC-CANDIDATE.
004830     SET HSC-KIND-EQUAL TO TRUE.
004840     MOVE HSX-SLOT-A(HSK) TO HSC-SLOT-A.
004850     MOVE 0 TO HSC-VALUE-A.
004860     MOVE HSX-SLOT-B(HSK) TO HSC-SLOT-B.
004870     MOVE 0 TO HSC-VALUE-B.
004880     MOVE HSP-EQUAL-CASES(HSK) TO HSC-CASES.
004890     MOVE HSP-EQUAL-FAILS(HSK) TO HSC-FAILS.
004900     PERFORM 3500-OFFER-CANDIDATE THRU 3500-EXIT.
004910 3300-EXIT.
004920     EXIT.
004930******************************************************************
004940*  3500-OFFER-CANDIDATE
004950*  RANKS THE CANDIDATE IN HSC-CANDIDATE WHEN IT COVERS AT LEAST
004960*  THE MINIMUM FAILURES AND FAILS MORE OFTEN THAN THE MASTER AS A
004970*  WHOLE (LIFT OVER 1).  THE RANKED TABLE IS KEPT IN ORDER - A
004980*  NEW ENTRY GOES IN AT THE BOTTOM, OR OVER THE BOTTOM ENTRY WHEN
004990*  THE TABLE IS FULL AND IT OUTRANKS IT, AND IS RAISED INTO
005000*  PLACE.
005010******************************************************************
005020 3500-OFFER-CANDIDATE.
005030     IF HSC-FAILS IS LESS THAN HSN-MIN-FAILS
005040         GO TO 3500-EXIT
005050     END-IF.
005060     IF HSC-FAILS * HSN-ANALYSED-COUNT IS NOT GREATER THAN
005070         HSC-CASES * HSN-FAILED-COUNT
005080         GO TO 3500-EXIT
005090     END-IF.
005100     COMPUTE HSC-LIFT ROUNDED =
005110         (HSC-FAILS * HSN-ANALYSED-COUNT)
005120         / (HSC-CASES * HSN-FAILED-COUNT)
005130         ON SIZE ERROR
005140             MOVE 99999.99 TO HSC-LIFT
005150     END-COMPUTE.
005160     COMPUTE HSC-SORT-KEY = HSC-LIFT * 100000000000 + HSC-FAILS.
005170     IF HST-COUNT IS LESS THAN HSN-TOP-COUNT
005180         ADD 1 TO HST-COUNT
005190     ELSE
005200         IF HSC-SORT-KEY IS NOT GREATER THAN
005210                 HST-SORT-KEY(HST-COUNT)
005220             GO TO 3500-EXIT
005230         END-IF
005240     END-IF.
005250     MOVE HSC-CANDIDATE TO HST-ENTRY(HST-COUNT).
005260     MOVE HST-COUNT TO HSB.
005270     PERFORM 3600-RAISE-ENTRY THRU 3600-EXIT
005280         UNTIL HSB = 1
005290         OR HST-SORT-KEY(HSB - 1) IS NOT LESS THAN
005300            HST-SORT-KEY(HSB).
005310 3500-EXIT.
005320     EXIT.
005330 3600-RAISE-ENTRY.
005340     MOVE HST-ENTRY(HSB - 1) TO SUSPECT-SAVE-AREA.
005350     MOVE HST-ENTRY(HSB) TO HST-ENTRY(HSB - 1).
005360     MOVE SUSPECT-SAVE-AREA TO HST-ENTRY(HSB).
005370     SUBTRACT 1 FROM HSB.
005380 3600-EXIT.
005390     EXIT.
005400******************************************************************
005410*  4000-PRINT-REPORT
005420*  PRINTS THE RUN TOTALS, THE FAILURE RATE OF EVERY POSITION AND
005430*  VALUE, AND THE RANKED SUSPECTS.
005440******************************************************************
005450 4000-PRINT-REPORT.
005460     SET RPT-VALUE-SECTION TO TRUE.
005470     PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT.
005480     PERFORM 4100-PRINT-TOTALS THRU 4100-EXIT.
005490     PERFORM 6400-WRITE-COLUMN-HEADERS THRU 6400-EXIT.
005500     PERFORM 4200-PRINT-POSITION-VALUE THRU 4200-EXIT
005510         VARYING HSI FROM 1 BY 1 UNTIL HSI > 7
005520         AFTER HSS FROM 1 BY 1 UNTIL HSS > HSV-MAX-VALUES.
005530     SET RPT-SUSPECT-SECTION TO TRUE.
005540     PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT.
005550     PERFORM 6400-WRITE-COLUMN-HEADERS THRU 6400-EXIT.
005560     PERFORM 4300-PRINT-SUSPECT THRU 4300-EXIT
005570         VARYING HSK FROM 1 BY 1 UNTIL HSK > HST-COUNT.
005580     IF HST-COUNT = ZERO
005590         MOVE SPACES TO HSP-TOTAL-LINE
005600         MOVE 'NO SUSPECTS - THE RULE DECK IS EMPTY' TO HSPT-LABEL
005610         WRITE HSP-TOTAL-LINE AFTER ADVANCING 1
005620     END-IF.
005630 4000-EXIT.
005640     EXIT.
005650 4100-PRINT-TOTALS.
005660     MOVE SPACES TO HSP-TOTAL-LINE.
005670     MOVE 'MASTER RECORDS READ:' TO HSPT-LABEL.
005680     MOVE HSN-READ-COUNT TO HSPT-TOTAL-COUNT.
005690     WRITE HSP-TOTAL-LINE AFTER ADVANCING 2.
005700     MOVE SPACES TO HSP-TOTAL-LINE.
005710     MOVE 'CASES WITH A FINAL RESULT:' TO HSPT-LABEL.
005720     MOVE HSN-ANALYSED-COUNT TO HSPT-TOTAL-COUNT.
005730     WRITE HSP-TOTAL-LINE AFTER ADVANCING 1.
005740     MOVE SPACES TO HSP-TOTAL-LINE.
005750     MOVE '  PASSED:' TO HSPT-LABEL.
005760     MOVE HSN-PASSED-COUNT TO HSPT-TOTAL-COUNT.
005770     WRITE HSP-TOTAL-LINE AFTER ADVANCING 1.
005780     MOVE SPACES TO HSP-TOTAL-LINE.
005790     MOVE '  FAILED:' TO HSPT-LABEL.
005800     MOVE HSN-FAILED-COUNT TO HSPT-TOTAL-COUNT.
005810     WRITE HSP-TOTAL-LINE AFTER ADVANCING 1.
005820     MOVE SPACES TO HSP-RATE-LINE.
005830     MOVE 'OVERALL FAILURE RATE (PERCENT):' TO HSPR-LABEL.
005840     MOVE HSN-OVERALL-RATE TO HSPR-RATE.
005850     WRITE HSP-RATE-LINE AFTER ADVANCING 1.
005860     MOVE SPACES TO HSP-TOTAL-LINE.
005870     MOVE 'VALUES BEYOND THE TALLY TABLES:' TO HSPT-LABEL.
005880     MOVE HSN-OVERFLOW-COUNT TO HSPT-TOTAL-COUNT.
005890     WRITE HSP-TOTAL-LINE AFTER ADVANCING 1.
005900     MOVE SPACES TO HSP-TOTAL-LINE.
005910     MOVE 'FEWEST FAILURES FOR A SUSPECT:' TO HSPT-LABEL.
005920     MOVE HSN-MIN-FAILS TO HSPT-TOTAL-COUNT.
005930     WRITE HSP-TOTAL-LINE AFTER ADVANCING 1.
005940     MOVE SPACES TO HSP-TOTAL-LINE.
005950     MOVE 'SUSPECTS RANKED:' TO HSPT-LABEL.
005960     MOVE HST-COUNT TO HSPT-TOTAL-COUNT.
005970     WRITE HSP-TOTAL-LINE AFTER ADVANCING 1.
005980     ADD 9 TO RPT-LINE-COUNT.
005990 4100-EXIT.
006000     EXIT.
006010******************************************************************
006020*  4200-PRINT-POSITION-VALUE
006030*  ONE VALUE LINE FOR VALUE HSS OF SLOT HSI - VALUES PRINT IN THE
006040*  ORDER FIRST MET ON THE KEY-ORDERED MASTER.
006050******************************************************************
006060 4200-PRINT-POSITION-VALUE.
006070     IF HSS IS GREATER THAN HSV-VALUE-COUNT(HSI)
006080         GO TO 4200-EXIT
006090     END-IF.
006100     MOVE HSV-CASES(HSI, HSS) TO HSR-CASES.
006110     MOVE HSV-FAILS(HSI, HSS) TO HSR-FAILS.
006120     PERFORM 4500-COMPUTE-RATES THRU 4500-EXIT.
006130     MOVE SPACES TO HSP-VALUE-LINE.
006140     COMPUTE HSW-POSITION-NO = 8 - HSI.
006150     MOVE HSW-POSITION-TEXT TO HSPV-POSITION.
006160     MOVE HSV-VALUE(HSI, HSS) TO HSPV-VALUE.
006170     MOVE HSR-CASES TO HSPV-CASES.
006180     MOVE HSR-FAILS TO HSPV-FAILS.
006190     MOVE HSR-FAIL-RATE TO HSPV-FAIL-RATE.
006200     MOVE HSR-FAIL-SHARE TO HSPV-FAIL-SHARE.
006210     IF HSN-FAILED-COUNT IS GREATER THAN ZERO
006220         COMPUTE HSC-LIFT ROUNDED =
006230             (HSR-FAILS * HSN-ANALYSED-COUNT)
006240             / (HSR-CASES * HSN-FAILED-COUNT)
006250             ON SIZE ERROR
006260                 MOVE 99999.99 TO HSC-LIFT
006270         END-COMPUTE
006280         MOVE HSC-LIFT TO HSPV-LIFT
006290     END-IF.
006300     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
006310         PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT
006320         PERFORM 6400-WRITE-COLUMN-HEADERS THRU 6400-EXIT
006330     END-IF.
006340     WRITE HSP-VALUE-LINE AFTER ADVANCING 1.
006350     ADD 1 TO RPT-LINE-COUNT.
006360 4200-EXIT.
006370     EXIT.
006380******************************************************************
006390*  4300-PRINT-SUSPECT
006400*  ONE RANKED SUSPECT LINE FOR TABLE ENTRY HSK.
006410******************************************************************
006420 4300-PRINT-SUSPECT.
006430     MOVE HST-CASES(HSK) TO HSR-CASES.
006440     MOVE HST-FAILS(HSK) TO HSR-FAILS.
006450     PERFORM 4500-COMPUTE-RATES THRU 4500-EXIT.
006460     PERFORM 4400-DESCRIBE-SUSPECT THRU 4400-EXIT.
006470     MOVE SPACES TO HSP-SUSPECT-LINE.
006480     MOVE HSK TO HSPS-RANK.
006490     IF HST-KIND-VALUE(HSK)
006500         MOVE 'VALUE' TO HSPS-KIND
006510     END-IF.
006520     IF HST-KIND-PAIR(HSK)
006530         MOVE 'PAIR' TO HSPS-KIND
006540     END-IF.
006550     IF HST-KIND-EQUAL(HSK)
006560         MOVE 'EQUAL' TO HSPS-KIND
006570     END-IF.
006580     MOVE HSW-DESCRIPTION TO HSPS-DESCRIPTION.
006590     MOVE HSR-CASES TO HSPS-CASES.
006600     MOVE HSR-FAILS TO HSPS-FAILS.
006610     MOVE HSR-FAIL-RATE TO HSPS-FAIL-RATE.
006620     MOVE HSR-FAIL-SHARE TO HSPS-FAIL-SHARE.
006630     MOVE HST-LIFT(HSK) TO HSPS-LIFT.
006640     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
006650         PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT
006660         PERFORM 6400-WRITE-COLUMN-HEADERS THRU 6400-EXIT
006670     END-IF.
006680     WRITE HSP-SUSPECT-LINE AFTER ADVANCING 1.
006690     ADD 1 TO RPT-LINE-COUNT.
006700 4300-EXIT.
006710     EXIT.
006720******************************************************************
006730*  4400-DESCRIBE-SUSPECT
006740*  BUILDS THE READABLE FORM OF SUSPECT HSK IN HSW-DESCRIPTION -
006750*  'COUNT3 = 5', 'COUNT2 = 4 AND COUNT6 = 4', OR 'COUNT2 =
006760*  COUNT6' FOR AN EQUAL PAIR.
006770******************************************************************
006780 4400-DESCRIBE-SUSPECT.
006790     MOVE SPACES TO HSW-DESCRIPTION.
006800     MOVE 1 TO HSW-DESC-PTR.
006810     MOVE HST-SLOT-A(HSK) TO HSW-SHOW-SLOT.
006820     MOVE HST-VALUE-A(HSK) TO HSW-SHOW-VALUE.
006830     IF HST-KIND-EQUAL(HSK)
006840         PERFORM 4410-APPEND-POSITION THRU 4410-EXIT
006850         STRING ' = ' DELIMITED BY SIZE
006860             INTO HSW-DESCRIPTION WITH POINTER HSW-DESC-PTR
006870         MOVE HST-SLOT-B(HSK) TO HSW-SHOW-SLOT
006880         PERFORM 4410-APPEND-POSITION THRU 4410-EXIT
006890         GO TO 4400-EXIT
006900     END-IF.
006910     PERFORM 4420-APPEND-POSITION-VALUE THRU 4420-EXIT.
006920     IF HST-KIND-PAIR(HSK)
006930         STRING ' AND ' DELIMITED BY SIZE
006940             INTO HSW-DESCRIPTION WITH POINTER HSW-DESC-PTR
006950         MOVE HST-SLOT-B(HSK) TO HSW-SHOW-SLOT
006960         MOVE HST-VALUE-B(HSK) TO HSW-SHOW-VALUE
006970         PERFORM 4420-APPEND-POSITION-VALUE THRU 4420-EXIT
006980     END-IF.
006990 4400-EXIT.
007000     EXIT.
007010 4410-APPEND-POSITION.
007020     COMPUTE HSW-POSITION-NO = 8 - HSW-SHOW-SLOT.
007030     STRING HSW-POSITION-TEXT DELIMITED BY SIZE
007040         INTO HSW-DESCRIPTION WITH POINTER HSW-DESC-PTR.
007050 4410-EXIT.
007060     EXIT.
007070 4420-APPEND-POSITION-VALUE.
007080     PERFORM 4410-APPEND-POSITION THRU 4410-EXIT.
007090     MOVE HSW-SHOW-VALUE TO HSW-VALUE-EDIT.
007100     MOVE 0 TO HSW-LEAD-SPACES.
007110     INSPECT HSW-VALUE-EDIT TALLYING HSW-LEAD-SPACES
007120         FOR LEADING SPACE.
007130     STRING ' = ' DELIMITED BY SIZE
007140            HSW-VALUE-EDIT(HSW-LEAD-SPACES + 1:)
007150                DELIMITED BY SIZE
007160         INTO HSW-DESCRIPTION WITH POINTER HSW-DESC-PTR.
007170 4420-EXIT.
007180     EXIT.
007190******************************************************************
007200*  4500-COMPUTE-RATES
007210*  FAILURE RATE OF THE TALLY IN HSR-CASES/HSR-FAILS AND ITS SHARE
007220*  OF ALL FAILURES, BOTH AS PERCENTAGES.
007230******************************************************************
007240 4500-COMPUTE-RATES.
007250     MOVE 0 TO HSR-FAIL-RATE.
007260     MOVE 0 TO HSR-FAIL-SHARE.
007270     IF HSR-CASES IS GREATER THAN ZERO
007280         COMPUTE HSR-FAIL-RATE ROUNDED =
007290             HSR-FAILS * 100 / HSR-CASES
007300     END-IF.
007310     IF HSN-FAILED-COUNT IS GREATER THAN ZERO
007320         COMPUTE HSR-FAIL-SHARE ROUNDED =
007330             HSR-FAILS * 100 / HSN-FAILED-COUNT
007340     END-IF.
007350 4500-EXIT.
007360     EXIT.
007370******************************************************************
007380*  5000-WRITE-RULE-DECK
007390*  WRITES THE SUSPECT VALUES AS TGRULES 'ALLOWED' CARDS - FOR EACH
007400*  POSITION, EVERY VALUE A RANKED VALUE OR VALUE-PAIR SUSPECT
007410*  NAMES THERE, EIGHT TO A CARD.  A POSITION NO SUSPECT NAMES
007420*  GETS NO CARD AND STAYS UNRESTRICTED.  AN EQUAL-PAIR SUSPECT
007430*  NAMES NO VALUE AND IS ON THE REPORT ONLY.
007440******************************************************************
007450 5000-WRITE-RULE-DECK.
007460     PERFORM 5100-DECK-POSITION THRU 5100-EXIT
007470         VARYING HSI FROM 1 BY 1 UNTIL HSI > 7.
007480 5000-EXIT.
007490     EXIT.
007500 5100-DECK-POSITION.
007510     MOVE 0 TO HSD-VALUE-COUNT.
007520     PERFORM 5110-COLLECT-VALUES THRU 5110-EXIT
007530         VARYING HSK FROM 1 BY 1 UNTIL HSK > HST-COUNT.
007540     IF HSD-VALUE-COUNT = ZERO
007550         GO TO 5100-EXIT
007560     END-IF.
007570     MOVE 9 TO HSD-CARD-SLOT.
007580     PERFORM 5200-PUNCH-VALUE THRU 5200-EXIT
007590         VARYING HSJ FROM 1 BY 1 UNTIL HSJ > HSD-VALUE-COUNT.
007600     PERFORM 5300-WRITE-CARD THRU 5300-EXIT.
007610 5100-EXIT.
007620     EXIT.
007630 5110-COLLECT-VALUES.
007640     IF HST-KIND-EQUAL(HSK)
007650         GO TO 5110-EXIT
007660     END-IF.
007670     IF HST-SLOT-A(HSK) = HSI
007680         MOVE HST-VALUE-A(HSK) TO HSD-ADD-VALUE
007690         PERFORM 5120-ADD-DECK-VALUE THRU 5120-EXIT
007700     END-IF.
007710     IF HST-KIND-PAIR(HSK)
007720         AND HST-SLOT-B(HSK) = HSI
007730         MOVE HST-VALUE-B(HSK) TO HSD-ADD-VALUE
007740         PERFORM 5120-ADD-DECK-VALUE THRU 5120-EXIT
007750     END-IF.
007760 5110-EXIT.
007770     EXIT.
007780 5120-ADD-DECK-VALUE.
007790     IF HSD-ADD-VALUE = ZERO
007800         GO TO 5120-EXIT
007810     END-IF.
007820     SET HSD-VALUE-NEW TO TRUE.
007830     PERFORM 5130-MATCH-DECK-VALUE THRU 5130-EXIT
007840         VARYING HSJ FROM 1 BY 1
007850         UNTIL HSJ > HSD-VALUE-COUNT OR HSD-VALUE-FOUND.
007860     IF HSD-VALUE-NEW
007870         AND HSD-VALUE-COUNT IS LESS THAN HST-MAX-SUSPECTS
007880         ADD 1 TO HSD-VALUE-COUNT
007890         MOVE HSD-ADD-VALUE TO HSD-VALUE(HSD-VALUE-COUNT)
007900     END-IF.
007910 5120-EXIT.
007920     EXIT.
007930 5130-MATCH-DECK-VALUE.
007940     IF HSD-VALUE(HSJ) = HSD-ADD-VALUE
007950         SET HSD-VALUE-FOUND TO TRUE
007960     END-IF.
007970 5130-EXIT.
007980     EXIT.
007990******************************************************************
008000*  5200-PUNCH-VALUE
008010*  PLACES VALUE HSJ ON THE CURRENT CARD, FIRST WRITING THE FULL
008020*  CARD AND STARTING A FRESH ONE AFTER EVERY EIGHTH VALUE.
008030******************************************************************
008040 5200-PUNCH-VALUE.
008050     IF HSD-CARD-SLOT IS GREATER THAN 8
008060         IF HSJ IS GREATER THAN 1
008070             PERFORM 5300-WRITE-CARD THRU 5300-EXIT
008080         END-IF
008090         MOVE SPACES TO TGRUL-RECORD
008100         MOVE 'ALLOWED ' TO TGRUL-TYPE
008110         COMPUTE TGRUL-POS-A = 8 - HSI
008120         MOVE 1 TO HSD-CARD-SLOT
008130     END-IF.
008140     MOVE HSD-VALUE(HSJ) TO TGRUL-VALUE(HSD-CARD-SLOT).
008150     ADD 1 TO HSD-CARD-SLOT.
008160 5200-EXIT.
008170     EXIT.
008180 5300-WRITE-CARD.
008190     WRITE TGRUL-RECORD.
008200     ADD 1 TO HSN-CARD-COUNT.
008210 5300-EXIT.
008220     EXIT.
008230******************************************************************
008240*  6300-WRITE-PAGE-HEADERS
008250*  STARTS A NEW REPORT PAGE - REPORT TITLE, RUN DATE, PAGE NUMBER
008260*  AND THE CURRENT SECTION'S TITLE.
008270******************************************************************
008280 6300-WRITE-PAGE-HEADERS.
008290     ADD 1 TO RPT-PAGE-NO.
008300     MOVE 0 TO RPT-LINE-COUNT.
008310     MOVE SPACES TO HSP-HEADING-1.
008320     MOVE 'FAILURE HOTSPOT ANALYSIS' TO HSP1-TITLE.
008330     MOVE 'RUN DATE:' TO HSP1-DATE-LABEL.
008340     MOVE WS-RUN-DATE TO HSP1-RUN-DATE.
008350     MOVE 'PAGE ' TO HSP1-PAGE-LABEL.
008360     MOVE RPT-PAGE-NO TO HSP1-PAGE-NO.
008370     WRITE HSP-HEADING-1 AFTER ADVANCING PAGE.
008380     MOVE SPACES TO HSP-HEADING-2.
008390     IF RPT-VALUE-SECTION
008400         MOVE 'FAILURE RATE BY POSITION AND VALUE'
008410             TO HSP2-SECTION-TITLE
008420     ELSE
008430         MOVE 'RANKED SUSPECTS - MOST OVER-REPRESENTED FIRST'
008440             TO HSP2-SECTION-TITLE
008450     END-IF.
008460     WRITE HSP-HEADING-2 AFTER ADVANCING 2.
008470     ADD 3 TO RPT-LINE-COUNT.
008480 6300-EXIT.
008490     EXIT.
008500******************************************************************
008510*  6400-WRITE-COLUMN-HEADERS
008520*  THE CURRENT SECTION'S COLUMN HEADINGS.
008530******************************************************************
008540 6400-WRITE-COLUMN-HEADERS.
008550     IF RPT-VALUE-SECTION
008560         MOVE SPACES TO HSP-HEADING-3
008570         MOVE 'POSITION' TO HSP3-POS-LABEL
008580         MOVE '   VALUE' TO HSP3-VALUE-LABEL
008590         MOVE '     CASES' TO HSP3-CASES-LABEL
008600         MOVE '  FAILURES' TO HSP3-FAILS-LABEL
008610         MOVE 'FAIL %' TO HSP3-RATE-LABEL
008620         MOVE 'SHARE %' TO HSP3-SHARE-LABEL
008630         MOVE '    LIFT' TO HSP3-LIFT-LABEL
008640         WRITE HSP-HEADING-3 AFTER ADVANCING 2
008650     ELSE
008660         MOVE SPACES TO HSP-HEADING-4
008670         MOVE 'RANK  KIND' TO HSP4-RANK-LABEL
008680         MOVE 'SUSPECT' TO HSP4-DESC-LABEL
008690         MOVE '     CASES' TO HSP4-CASES-LABEL
008700         MOVE '  FAILURES' TO HSP4-FAILS-LABEL
008710         MOVE 'FAIL %' TO HSP4-RATE-LABEL
008720         MOVE 'SHARE %' TO HSP4-SHARE-LABEL
008730         MOVE '    LIFT' TO HSP4-LIFT-LABEL
008740         WRITE HSP-HEADING-4 AFTER ADVANCING 2
008750     END-IF.
008760     ADD 2 TO RPT-LINE-COUNT.
008770 6400-EXIT.
008780     EXIT.
008790******************************************************************
008800*  7000-READ-MASTER
008810*  ADVANCES THE TEST-CASE MASTER.  THE TRAILER CONTROL RECORD
008820*  (SEE TRLRREC.CPY) IS NOT A TEST CASE AND READS AS END OF DATA.
008830******************************************************************
008840 7000-READ-MASTER.
008850     READ MASTER-FILE
008860         AT END SET WS-MST-EOF TO TRUE
008870     END-READ.
008880     IF WS-MST-NOT-EOF
008890         AND TCM-RECORD(1:8) = '*TRAILER'
008900         SET WS-MST-EOF TO TRUE
008910     END-IF.
008920 7000-EXIT.
008930     EXIT.
008940******************************************************************
008950*  9000-TERMINATE
008960*  CLOSES EVERY FILE, APPENDS A RUN-AUDIT RECORD, AND DISPLAYS
008970*  THE ANALYSIS TOTALS.
008980******************************************************************
008990 9000-TERMINATE.
009000     IF HSN-CARD-BAD
009010         ACCEPT WS-END-TIME FROM TIME
009020         PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT
009030         DISPLAY 'FAILURE-HOTSPOT FAILED - BAD CONTROL CARD, '
009040             'NOTHING ANALYSED'
009050         MOVE 8 TO RETURN-CODE
009060         GO TO 9000-EXIT
009070     END-IF.
009080     CLOSE MASTER-FILE.
009090     CLOSE PRINT-FILE.
009100     CLOSE RULE-DECK-FILE.
009110     IF HSN-OVERFLOW-COUNT IS GREATER THAN ZERO
009120         DISPLAY 'FAILURE-HOTSPOT WARNING - VALUES BEYOND THE '
009130             'TALLY TABLES: ' HSN-OVERFLOW-COUNT
009140         MOVE 4 TO RETURN-CODE
009150     END-IF.
009160     ACCEPT WS-END-TIME FROM TIME.
009170     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
009180     DISPLAY 'FAILURE-HOTSPOT COMPLETE - ANALYSED: '
009190         HSN-ANALYSED-COUNT ' FAILED: ' HSN-FAILED-COUNT
009200         ' SUSPECTS: ' HST-COUNT ' RULE CARDS: ' HSN-CARD-COUNT.
009210 9000-EXIT.
009220     EXIT.
009230******************************************************************
009240*  9100-WRITE-AUDIT-RECORD
009250*  APPENDS ONE RUN-AUDIT RECORD TO THE SHARED AUDIT LOG - SEE
009260*  AUDITREC.CPY.
009270******************************************************************
009280 9100-WRITE-AUDIT-RECORD.
009290     OPEN EXTEND AUDIT-LOG-FILE.
009300     IF AUDIT-FILE-STATUS = '35'
009310         OPEN OUTPUT AUDIT-LOG-FILE
009320     END-IF.
009330     MOVE SPACES TO AUDIT-RECORD.
009340     MOVE 'FAILHOTS' TO AUDIT-PROGRAM-ID.
009350     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
009360     MOVE WS-START-TIME TO AUDIT-START-TIME.
009370     MOVE WS-END-TIME TO AUDIT-END-TIME.
009380     MOVE HSN-MIN-FAILS TO WS-FAILS-DISPLAY.
009390     MOVE WS-FAILS-DISPLAY TO AUDIT-PARM-1.
009400     MOVE HSN-TOP-COUNT TO WS-TOP-DISPLAY.
009410     MOVE WS-TOP-DISPLAY TO AUDIT-PARM-2.
009420     MOVE HSN-ANALYSED-COUNT TO WS-ANL-DISPLAY.
009430     MOVE HST-COUNT TO WS-SUS-DISPLAY.
009440     IF HSN-CARD-BAD
009450         MOVE 'BAD CONTROL CARD - NOTHING ANALYSED'
009460             TO AUDIT-FINAL-STATE
009470         SET AUDIT-FAILED TO TRUE
009480         MOVE 8 TO RETURN-CODE
009490     ELSE
009500         STRING 'ANL=' DELIMITED BY SIZE
009510                WS-ANL-DISPLAY DELIMITED BY SIZE
009520                ' SUSPECTS=' DELIMITED BY SIZE
009530                WS-SUS-DISPLAY DELIMITED BY SIZE
009540             INTO AUDIT-FINAL-STATE
009550         SET AUDIT-SUCCESSFUL TO TRUE
009560     END-IF.
009570     WRITE AUDIT-RECORD.
009580     CLOSE AUDIT-LOG-FILE.
009590 9100-EXIT.
009600     EXIT.
