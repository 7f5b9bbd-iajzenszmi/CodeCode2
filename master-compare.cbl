000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    MASTER-COMPARE.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - GENERATION DELTA REPORT.
000200*                   TCJRNL ONLY CARRIES THE IN-PLACE TCMVSAM
000210*                   UPDATES, SO A CASE ADDED BY TESTCASE-LOAD,
000220*                   ASSIGNED BY TESTER-ASSIGN, OR AN EXCEPTION
000230*                   FOLDED BY EXCEPTION-MAINT LEFT NO TRACE OF
000240*                   WHAT CHANGED FROM ONE NIGHT TO THE NEXT.  THIS
000250*                   STEP TAKES ANY TWO GENERATIONS OF ONE
000260*                   SEQUENTIAL MASTER (TCMSTO, FIBMSTO OR
000270*                   EXCPMSTO - NAMED ON THE CMPCTL CARD, SEE
000280*                   CMPCTL.CPY) ON CMPOLD AND CMPNEW, VERIFIES
000290*                   EACH AGAINST ITS TRAILER, MATCHES THEM ON THE
000300*                   MASTER'S KEY AND REPORTS EVERY ADDED RECORD,
000310*                   DELETED RECORD AND CHANGED FIELD ON CMPRPT,
000320*                   WITH A SUMMARY PAGE OF COUNTS BY CHANGE TYPE,
000330*                   BY FIELD AND BY STATUS TRANSITION (G TO A,
000340*                   E TO F, O TO A AND SO ON).  THE COUNTS ARE
000350*                   ALSO CARRIED ON THE RUN-AUDIT RECORD.  A BAD
000360*                   CARD, A FAILED CONTROL CHECK, A GENERATION OUT
000370*                   OF KEY SEQUENCE OR AN OLD EXCEPTION GENERATION
000380*                   TOO LARGE TO HOLD ENDS THE STEP WITH RETURN
000390*                   CODE 8.
000391*  2026-10-15  OPS  THE PRIME-FIBONACCI MASTER'S NEW FIB-INDEX AND
000392*                   DIGIT-COUNT FIELDS (SEE FIBMSTR.CPY) ARE NOW
000393*                   COMPARED ALONGSIDE ITS FIRST-RUN DATE, SO THE
000394*                   GENERATION THAT FIRST FILLS THEM IN SHOWS UP
000395*                   AS A CHANGE TO EVERY CARRIED ENTRY.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL COMPARE-CONTROL-FILE ASSIGN TO "CMPCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CCT-FILE-STATUS.
000470     SELECT OPTIONAL OLD-GEN-FILE ASSIGN TO "CMPOLD"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS OLDG-FILE-STATUS.
000500     SELECT OPTIONAL NEW-GEN-FILE ASSIGN TO "CMPNEW"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS NEWG-FILE-STATUS.
000530     SELECT PRINT-FILE ASSIGN TO "CMPRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PRT-FILE-STATUS.
000560     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS EXCP-FILE-STATUS.
000590     SELECT AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS AUDIT-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  COMPARE-CONTROL-FILE
000650     RECORDING MODE IS F.
000660 COPY CMPCTL.
000670 FD  OLD-GEN-FILE
000680     RECORDING MODE IS F.
000690 01  OLD-GEN-RECORD              PIC X(184).
000700 FD  NEW-GEN-FILE
000710     RECORDING MODE IS F.
000720 01  NEW-GEN-RECORD              PIC X(184).
000730 FD  PRINT-FILE
000740     RECORDING MODE IS F.
000750 COPY CMPRPTL.
000760 FD  EXCEPTION-FILE
000770     RECORDING MODE IS F.
000780 COPY EXCPREC.
000790 FD  AUDIT-LOG-FILE
000800     RECORDING MODE IS F.
000810 COPY AUDITREC.
000820 WORKING-STORAGE SECTION.
000830 01  RPT-CONTROL.
000840     05  RPT-PAGE-NO             PIC 9(04)    COMP.
000850     05  RPT-LINE-COUNT          PIC 9(04)    COMP.
000860     05  RPT-LINES-PER-PAGE      PIC 9(04)    COMP
000870                                  VALUE 0055.
000880     05  RPT-SECTION-TITLE       PIC X(50).
000890*    THE MASTER LAYOUTS, USED TO HASH A GENERATION, TO BUILD ITS
000900*    KEY AND TO PRINT A RECORD.  A GENERATION RECORD IS MOVED IN
000910*    WHOLE; THE 184-BYTE BUFFERS HOLD THE WIDEST MASTER.
000920 COPY TCMSTR.
000930 COPY FIBMSTR.
000940 COPY EXCPMSTR.
000950*    THE FIELDS COMPARED, BY MASTER - NAME, OFFSET AND LENGTH IN
000960*    THE RECORD (KEEP IN STEP WITH TCMSTR.CPY, EXCPMSTR.CPY AND
000970*    FIBMSTR.CPY) AND 'S' WHERE A CHANGE IS A STATUS TRANSITION.
000980*    ENTRIES 1-8 ARE THE TEST-CASE MASTER, 9-15 THE EXCEPTION
000990*    MASTER, 16-18 THE PRIME-FIBONACCI MASTER.  THE KEY IS NOT IN
001000*    THE LIST - RECORDS ARE MATCHED ON IT.
001010 01  FIELD-LAYOUT-TABLE.
001020     05  FILLER        PIC X(23) VALUE 'SEQUENCE-NO     057008 '.
001030     05  FILLER        PIC X(23) VALUE 'STATUS          065001S'.
001040     05  FILLER        PIC X(23) VALUE 'GEN-DATE        066008 '.
001050     05  FILLER        PIC X(23) VALUE 'STATUS-DATE     074008 '.
001060     05  FILLER        PIC X(23) VALUE 'TESTER-ID       082008 '.
001070     05  FILLER        PIC X(23) VALUE 'PASS-COUNT      090003 '.
001080     05  FILLER        PIC X(23) VALUE 'FAIL-COUNT      093003 '.
001090     05  FILLER        PIC X(23) VALUE 'RETIRE-REASON   096001 '.
001100     05  FILLER        PIC X(23) VALUE 'SEVERITY        023001 '.
001110     05  FILLER        PIC X(23) VALUE 'CATEGORY        024004 '.
001120     05  FILLER        PIC X(23) VALUE 'STATUS          028001S'.
001130     05  FILLER        PIC X(23) VALUE 'ACTION-DATE     029008 '.
001140     05  FILLER        PIC X(23) VALUE 'ACTION-USER     037008 '.
001150     05  FILLER        PIC X(23) VALUE 'DETAIL          045132 '.
001160     05  FILLER        PIC X(23) VALUE 'ESCALATION-LVL  177001 '.
001170     05  FILLER        PIC X(23) VALUE 'FIRST-RUN-DATE  019008 '.
001173     05  FILLER        PIC X(23) VALUE 'FIB-INDEX       027003 '.
001176     05  FILLER        PIC X(23) VALUE 'DIGIT-COUNT     030002 '.
001180 01  FIELD-LAYOUTS REDEFINES FIELD-LAYOUT-TABLE.
001190     05  FLD-ENTRY               OCCURS 18 TIMES.
001200         10  FLD-NAME            PIC X(16).
001210         10  FLD-OFFSET          PIC 9(03).
001220         10  FLD-LENGTH          PIC 9(03).
001230         10  FLD-KIND            PIC X(01).
001240             88  FLD-STATUS-FIELD    VALUE 'S'.
001250 01  FIELD-CHANGE-COUNTS.
001260     05  FLD-CHANGE-COUNT        PIC 9(09)    COMP
001270                                  OCCURS 18 TIMES.
001280 01  COMPARE-CONTROL.
001290     05  CMP-CARD-SW             PIC X(01).
001300         88  CMP-CARD-OK             VALUE 'Y'.
001310         88  CMP-CARD-BAD            VALUE 'N'.
001320     05  CMP-CONTROL-SW          PIC X(01).
001330         88  CMP-CONTROL-OK          VALUE 'Y'.
001340         88  CMP-CONTROL-BAD         VALUE 'N'.
001350     05  CMP-SEQUENCE-SW         PIC X(01).
001360         88  CMP-SEQUENCE-OK         VALUE 'Y'.
001370         88  CMP-SEQUENCE-BAD        VALUE 'N'.
001380     05  CMP-TABLE-SW            PIC X(01).
001390         88  CMP-TABLE-ROOM          VALUE 'Y'.
001400         88  CMP-TABLE-FULL          VALUE 'N'.
001410     05  CMP-RECORD-SW           PIC X(01).
001420         88  CMP-RECORD-CHANGED      VALUE 'Y'.
001430         88  CMP-RECORD-SAME         VALUE 'N'.
001440     05  CMP-MASTER-TYPE         PIC X(08).
001450         88  CMP-TYPE-TESTCASE       VALUE 'TCMSTO'.
001460         88  CMP-TYPE-FIB            VALUE 'FIBMSTO'.
001470         88  CMP-TYPE-EXCEPTION      VALUE 'EXCPMSTO'.
001480     05  CMP-DETAIL-LIMIT        PIC 9(07).
001490     05  CMP-DATASET-NAME        PIC X(08).
001500     05  CMP-OLD-GEN-DATE        PIC X(08).
001510     05  CMP-NEW-GEN-DATE        PIC X(08).
001520     05  CMP-FIRST-FIELD         PIC 9(04)    COMP.
001530     05  CMP-LAST-FIELD          PIC 9(04)    COMP.
001540     05  CMP-FIELD-IDX           PIC 9(04)    COMP.
001550     05  CMP-CHANGE-TYPE         PIC X(08).
001560     05  CMP-FIELD-NAME          PIC X(16).
001570     05  CMP-OLD-VALUE           PIC X(20).
001580     05  CMP-NEW-VALUE           PIC X(20).
001590     05  CMP-KEY-DISPLAY         PIC X(62).
001600     05  CMP-RECORD-SUMMARY      PIC X(20).
001610     05  CMP-FIB-KEY             PIC 9(18).
001620     05  CMP-FIB-EDIT            PIC Z(17)9.
001630 01  COMPARE-KEYS.
001640     05  CMP-OLD-KEY             PIC X(56).
001650     05  CMP-NEW-KEY             PIC X(56).
001660     05  CMP-PREV-OLD-KEY        PIC X(56).
001670     05  CMP-PREV-NEW-KEY        PIC X(56).
001680     05  CMP-WORK-KEY            PIC X(56).
001690 01  COMPARE-RECORDS.
001700     05  CMP-OLD-RECORD          PIC X(184).
001710     05  CMP-NEW-RECORD          PIC X(184).
001720     05  CMP-VIEW-RECORD         PIC X(184).
001730 01  COMPARE-COUNTERS.
001740     05  CMP-OLD-READ-COUNT      PIC 9(09)    COMP.
001750     05  CMP-NEW-READ-COUNT      PIC 9(09)    COMP.
001760     05  CMP-ADD-COUNT           PIC 9(09)    COMP.
001770     05  CMP-DELETE-COUNT        PIC 9(09)    COMP.
001780     05  CMP-CHANGE-COUNT        PIC 9(09)    COMP.
001790     05  CMP-SAME-COUNT          PIC 9(09)    COMP.
001800     05  CMP-FIELD-CHANGE-COUNT  PIC 9(09)    COMP.
001810     05  CMP-DETAIL-COUNT        PIC 9(09)    COMP.
001820     05  CMP-SUPPRESSED-COUNT    PIC 9(09)    COMP.
001830     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
001840*    STATUS TRANSITIONS SEEN, FROM AND TO, IN ORDER OF FIRST
001850*    SIGHTING.
001860 01  TRANSITION-TABLE-BOUNDS.
001870     05  TRN-MAX-ENTRIES         PIC 9(04)    COMP
001880                                  VALUE 60.
001890 01  TRANSITION-TABLE.
001900     05  TRN-ENTRY               OCCURS 60 TIMES.
001910         10  TRN-FROM-STATUS     PIC X(01).
001920         10  TRN-TO-STATUS       PIC X(01).
001930         10  TRN-COUNT           PIC 9(09)    COMP.
001940 01  TRANSITION-WORK.
001950     05  TRN-USED                PIC 9(04)    COMP.
001960     05  TRN-INDEX               PIC 9(04)    COMP.
001970     05  TRN-FOUND-INDEX         PIC 9(04)    COMP.
001980     05  TRN-OVERFLOW-COUNT      PIC 9(09)    COMP.
001990     05  TRN-FROM-WORK           PIC X(01).
002000     05  TRN-TO-WORK             PIC X(01).
002010*    THE OLD EXCEPTION GENERATION, HELD WHOLE - EXCEPTION-MAINT
002020*    APPENDS NEW ITEMS AT THE END OF THE MASTER, SO IT IS NOT IN
002030*    KEY ORDER AND CANNOT BE MATCHED BY A SEQUENTIAL PASS.  THE
002040*    TABLE IS THE SAME SIZE AS EXCEPTION-MAINT'S.
002050 01  OLD-TABLE-BOUNDS.
002060     05  OLT-MAX-ENTRIES         PIC 9(04)    COMP
002070                                  VALUE 3000.
002080 01  OLD-GENERATION-TABLE.
002090     05  OLT-ENTRY               OCCURS 3000 TIMES.
002100         10  OLT-MATCHED-SW      PIC X(01).
002110             88  OLT-MATCHED         VALUE 'Y'.
002120             88  OLT-UNMATCHED       VALUE 'N'.
002130         10  OLT-RECORD          PIC X(184).
002140 01  OLD-TABLE-WORK.
002150     05  OLT-COUNT               PIC 9(04)    COMP.
002160     05  OLT-INDEX               PIC 9(04)    COMP.
002170     05  OLT-FOUND-INDEX         PIC 9(04)    COMP.
002180 01  CONTROL-VERIFY-WORK.
002190     05  VFY-RECORD-COUNT        PIC 9(09).
002200     05  VFY-HASH-TOTAL          PIC 9(18).
002210     05  VFY-TRLR-DATE-X         PIC X(08).
002220     05  VFY-TRLR-COUNT-X        PIC X(09).
002230     05  VFY-TRLR-COUNT REDEFINES VFY-TRLR-COUNT-X
002240                                 PIC 9(09).
002250     05  VFY-TRLR-HASH-X         PIC X(18).
002260     05  VFY-TRLR-HASH REDEFINES VFY-TRLR-HASH-X
002270                                 PIC 9(18).
002280     05  VFY-FAIL-REASON         PIC X(35).
002290     05  VFY-TRAILER-SW          PIC X(01).
002300         88  VFY-TRAILER-SEEN        VALUE 'Y'.
002310         88  VFY-NO-TRAILER          VALUE 'N'.
002320     05  VFY-FORMAT-SW           PIC X(01).
002330         88  VFY-FORMAT-BAD          VALUE 'Y'.
002340         88  VFY-FORMAT-OK           VALUE 'N'.
002350 01  WS-DATE-TIME.
002360     05  WS-RUN-DATE             PIC 9(08).
002370     05  WS-START-TIME           PIC 9(08).
002380     05  WS-END-TIME             PIC 9(08).
002390 01  WS-SWITCHES.
002400     05  WS-CCT-EOF-SWITCH       PIC X(01).
002410         88  WS-CCT-EOF              VALUE 'Y'.
002420         88  WS-CCT-NOT-EOF          VALUE 'N'.
002430     05  WS-OLDG-EOF-SWITCH      PIC X(01).
002440         88  WS-OLDG-EOF             VALUE 'Y'.
002450         88  WS-OLDG-NOT-EOF         VALUE 'N'.
002460     05  WS-NEWG-EOF-SWITCH      PIC X(01).
002470         88  WS-NEWG-EOF             VALUE 'Y'.
002480         88  WS-NEWG-NOT-EOF         VALUE 'N'.
002490 01  WS-FILE-STATUSES.
002500     05  CCT-FILE-STATUS         PIC X(02).
002510     05  OLDG-FILE-STATUS        PIC X(02).
002520     05  NEWG-FILE-STATUS        PIC X(02).
002530     05  PRT-FILE-STATUS         PIC X(02).
002540     05  EXCP-FILE-STATUS        PIC X(02).
002550     05  AUDIT-FILE-STATUS       PIC X(02).
002560 01  WS-MISC.
002570     05  WS-VCOUNT-DISPLAY       PIC 9(09).
002580     05  WS-LIMIT-DISPLAY        PIC 9(07).
002590     05  WS-ADD-DISPLAY          PIC 9(09).
002600     05  WS-DELETE-DISPLAY       PIC 9(09).
002610     05  WS-CHANGE-DISPLAY       PIC 9(09).
002620 COPY TRLRREC.
002630 PROCEDURE DIVISION.
002640 0000-MAIN-LOGIC.
002650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002660     IF CMP-CARD-OK AND CMP-CONTROL-OK
002670         IF CMP-TYPE-EXCEPTION
002680             PERFORM 2500-COMPARE-BY-TABLE THRU 2500-EXIT
002690         ELSE
002700             PERFORM 2000-MATCH-GENERATIONS THRU 2000-EXIT
002710                 UNTIL CMP-OLD-KEY = HIGH-VALUES
002720                   AND CMP-NEW-KEY = HIGH-VALUES
002730         END-IF
002740         PERFORM 6000-PRINT-SUMMARY-PAGE THRU 6000-EXIT
002750     END-IF.
002760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002770     STOP RUN.
002780******************************************************************
002790*  1000-INITIALIZE
002800*  READS THE CMPCTL CARD, VERIFIES BOTH GENERATIONS AGAINST
002810*  THEIR TRAILERS, THEN OPENS THEM AND THE REPORT AND PRIMES
002820*  BOTH READS.  A BAD CARD OR A FAILED CHECK STOPS THE STEP
002830*  BEFORE ANYTHING IS COMPARED.
002840******************************************************************
002850 1000-INITIALIZE.
002860     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
002870     ACCEPT WS-START-TIME FROM TIME.
002880     MOVE 0 TO RPT-PAGE-NO.
002890     MOVE 0 TO RPT-LINE-COUNT.
002900     MOVE 0 TO CMP-OLD-READ-COUNT.
002910     MOVE 0 TO CMP-NEW-READ-COUNT.
002920     MOVE 0 TO CMP-ADD-COUNT.
002930     MOVE 0 TO CMP-DELETE-COUNT.
002940     MOVE 0 TO CMP-CHANGE-COUNT.
002950     MOVE 0 TO CMP-SAME-COUNT.
002960     MOVE 0 TO CMP-FIELD-CHANGE-COUNT.
002970     MOVE 0 TO CMP-DETAIL-COUNT.
002980     MOVE 0 TO CMP-SUPPRESSED-COUNT.
002990     MOVE 0 TO EXCP-SEQ-NO.
003000     MOVE 0 TO TRN-USED.
003010     MOVE 0 TO TRN-OVERFLOW-COUNT.
003020     MOVE 0 TO OLT-COUNT.
003030     MOVE 0 TO CMP-DETAIL-LIMIT.
003040     MOVE SPACES TO CMP-OLD-GEN-DATE.
003050     MOVE SPACES TO CMP-NEW-GEN-DATE.
003060     MOVE LOW-VALUES TO CMP-PREV-OLD-KEY.
003070     MOVE LOW-VALUES TO CMP-PREV-NEW-KEY.
003080     PERFORM 1050-CLEAR-FIELD-COUNT THRU 1050-EXIT
003090         VARYING CMP-FIELD-IDX FROM 1 BY 1
003100         UNTIL CMP-FIELD-IDX > 18.
003110     SET CMP-CARD-OK TO TRUE.
003120     SET CMP-CONTROL-OK TO TRUE.
003130     SET CMP-SEQUENCE-OK TO TRUE.
003140     SET CMP-TABLE-ROOM TO TRUE.
003150     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
003160     IF CMP-CARD-BAD
003170         GO TO 1000-EXIT
003180     END-IF.
003190     OPEN EXTEND EXCEPTION-FILE.
003200     IF EXCP-FILE-STATUS = '35'
003210         OPEN OUTPUT EXCEPTION-FILE
003220     END-IF.
003230     PERFORM 1600-VERIFY-OLD-GENERATION THRU 1600-EXIT.
003240     IF CMP-CONTROL-BAD
003250         GO TO 1000-EXIT
003260     END-IF.
003270     PERFORM 1620-VERIFY-NEW-GENERATION THRU 1620-EXIT.
003280     IF CMP-CONTROL-BAD
003290         GO TO 1000-EXIT
003300     END-IF.
003310     SET WS-OLDG-NOT-EOF TO TRUE.
003320     SET WS-NEWG-NOT-EOF TO TRUE.
003330     OPEN INPUT OLD-GEN-FILE.
003340     OPEN INPUT NEW-GEN-FILE.
003350     OPEN OUTPUT PRINT-FILE.
003360     MOVE 'CHANGES BETWEEN GENERATIONS' TO RPT-SECTION-TITLE.
003370     PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT.
003380     PERFORM 7000-READ-OLD-GENERATION THRU 7000-EXIT.
003390     PERFORM 7100-READ-NEW-GENERATION THRU 7100-EXIT.
003400 1000-EXIT.
003410     EXIT.
003420 1050-CLEAR-FIELD-COUNT.
003430     MOVE 0 TO FLD-CHANGE-COUNT(CMP-FIELD-IDX).
003440 1050-EXIT.
003450     EXIT.
003460******************************************************************
003470*  1100-READ-CONTROL-CARD
003480*  TAKES THE MASTER TYPE AND THE DETAIL-LINE LIMIT FROM THE
003490*  CMPCTL CARD AND SETS THE RANGE OF FIELD-LAYOUT ENTRIES THAT
003500*  BELONG TO THAT MASTER.  A MISSING CARD, AN UNKNOWN MASTER OR
003510*  A LIMIT THAT IS NEITHER BLANK NOR NUMERIC IS AN ERROR -
003520*  COMPARING TWO GENERATIONS UNDER THE WRONG LAYOUT WOULD REPORT
003530*  NOTHING BUT NOISE.
003540******************************************************************
003550 1100-READ-CONTROL-CARD.
003560     SET WS-CCT-NOT-EOF TO TRUE.
003570     OPEN INPUT COMPARE-CONTROL-FILE.
003580     READ COMPARE-CONTROL-FILE
003590         AT END
003600             SET WS-CCT-EOF TO TRUE
003610             MOVE SPACES TO CMPCTL-RECORD
003620     END-READ.
003630     CLOSE COMPARE-CONTROL-FILE.
003640     MOVE CMPCTL-MASTER-TYPE TO CMP-MASTER-TYPE.
003650     IF WS-CCT-EOF
003660         DISPLAY 'MASTER-COMPARE - NO CMPCTL CARD, NOTHING '
003670             'COMPARED'
003680         SET CMP-CARD-BAD TO TRUE
003690         GO TO 1100-EXIT
003700     END-IF.
003710     IF CMP-TYPE-TESTCASE
003720         MOVE 1 TO CMP-FIRST-FIELD
003730         MOVE 8 TO CMP-LAST-FIELD
003740     END-IF.
003750     IF CMP-TYPE-EXCEPTION
003760         MOVE 9 TO CMP-FIRST-FIELD
003770         MOVE 15 TO CMP-LAST-FIELD
003780     END-IF.
003790     IF CMP-TYPE-FIB
003800         MOVE 16 TO CMP-FIRST-FIELD
003810         MOVE 18 TO CMP-LAST-FIELD
003820     END-IF.
003830     IF NOT CMP-TYPE-TESTCASE
003840         AND NOT CMP-TYPE-EXCEPTION
003850         AND NOT CMP-TYPE-FIB
003860         DISPLAY 'MASTER-COMPARE - CMPCTL MASTER TYPE NOT '
003870             'RECOGNIZED: ' CMPCTL-MASTER-TYPE
003880         SET CMP-CARD-BAD TO TRUE
003890         GO TO 1100-EXIT
003900     END-IF.
003910     IF CMPCTL-DETAIL-LIMIT-X = SPACES
003920         GO TO 1100-EXIT
003930     END-IF.
003940     IF CMPCTL-DETAIL-LIMIT-X IS NOT NUMERIC
003950         DISPLAY 'MASTER-COMPARE - CMPCTL DETAIL LIMIT NOT '
003960             'NUMERIC: ' CMPCTL-DETAIL-LIMIT-X
003970         SET CMP-CARD-BAD TO TRUE
003980         GO TO 1100-EXIT
003990     END-IF.
004000     MOVE CMPCTL-DETAIL-LIMIT TO CMP-DETAIL-LIMIT.
004010 1100-EXIT.
004020     EXIT.
004030******************************************************************
004040*  1600-VERIFY-OLD-GENERATION / 1620-VERIFY-NEW-GENERATION
004050*  ONE VERIFICATION PASS OVER EACH GENERATION BEFORE ANY RECORD
004060*  IS COMPARED - RECOMPUTES THE RECORD COUNT AND THE HASH TOTAL
004070*  THE MASTER'S WRITER STAMPS ON IT AND CHECKS THEM AGAINST THE
004080*  TRAILER CONTROL RECORD (SEE TRLRREC.CPY).  AN EMPTY OR ABSENT
004090*  GENERATION PASSES; A GENERATION WITH RECORDS BUT NO TRAILER,
004100*  A TRAILER THAT IS NOT LAST, OR A COUNT OR HASH MISMATCH FAILS
004110*  THE STEP.  THE TRAILER RUN DATE IDENTIFIES THE GENERATION ON
004120*  THE REPORT HEADINGS.
004130******************************************************************
004140 1600-VERIFY-OLD-GENERATION.
004150     PERFORM 1640-RESET-VERIFY THRU 1640-EXIT.
004160     SET WS-OLDG-NOT-EOF TO TRUE.
004170     OPEN INPUT OLD-GEN-FILE.
004180     READ OLD-GEN-FILE
004190         AT END SET WS-OLDG-EOF TO TRUE
004200     END-READ.
004210     PERFORM 1610-CHECK-OLD-RECORD THRU 1610-EXIT
004220         UNTIL WS-OLDG-EOF.
004230     CLOSE OLD-GEN-FILE.
004240     MOVE 'CMPOLD' TO CMP-DATASET-NAME.
004250     PERFORM 1700-JUDGE-CONTROL THRU 1700-EXIT.
004260     MOVE VFY-TRLR-DATE-X TO CMP-OLD-GEN-DATE.
004270 1600-EXIT.
004280     EXIT.
004290 1610-CHECK-OLD-RECORD.
004300     MOVE OLD-GEN-RECORD TO CMP-VIEW-RECORD.
004310     PERFORM 1650-CHECK-RECORD THRU 1650-EXIT.
004320     READ OLD-GEN-FILE
004330         AT END SET WS-OLDG-EOF TO TRUE
004340     END-READ.
004350 1610-EXIT.
004360     EXIT.
004370 1620-VERIFY-NEW-GENERATION.
004380     PERFORM 1640-RESET-VERIFY THRU 1640-EXIT.
004390     SET WS-NEWG-NOT-EOF TO TRUE.
004400     OPEN INPUT NEW-GEN-FILE.
004410     READ NEW-GEN-FILE
004420         AT END SET WS-NEWG-EOF TO TRUE
004430     END-READ.
004440     PERFORM 1630-CHECK-NEW-RECORD THRU 1630-EXIT
004450         UNTIL WS-NEWG-EOF.
004460     CLOSE NEW-GEN-FILE.
004470     MOVE 'CMPNEW' TO CMP-DATASET-NAME.
004480     PERFORM 1700-JUDGE-CONTROL THRU 1700-EXIT.
004490     MOVE VFY-TRLR-DATE-X TO CMP-NEW-GEN-DATE.
004500 1620-EXIT.
004510     EXIT.
004520 1630-CHECK-NEW-RECORD.
004530     MOVE NEW-GEN-RECORD TO CMP-VIEW-RECORD.
004540     PERFORM 1650-CHECK-RECORD THRU 1650-EXIT.
004550     READ NEW-GEN-FILE
004560         AT END SET WS-NEWG-EOF TO TRUE
004570     END-READ.
004580 1630-EXIT.
004590     EXIT.
004600 1640-RESET-VERIFY.
004610     MOVE 0 TO VFY-RECORD-COUNT.
004620     MOVE 0 TO VFY-HASH-TOTAL.
004630     MOVE SPACES TO VFY-TRLR-DATE-X.
004640     MOVE SPACES TO VFY-TRLR-COUNT-X.
004650     MOVE SPACES TO VFY-TRLR-HASH-X.
004660     MOVE SPACES TO VFY-FAIL-REASON.
004670     SET VFY-NO-TRAILER TO TRUE.
004680     SET VFY-FORMAT-OK TO TRUE.
004690 1640-EXIT.
004700     EXIT.
004710******************************************************************
004720*  1650-CHECK-RECORD
004730*  COUNTS AND HASHES ONE GENERATION RECORD BY THE RULE ITS
004740*  MASTER'S WRITER USES - THE SEVEN DIGIT-POSITION COUNTS FOR
004750*  THE TEST-CASE MASTER, THE VALUE FOR THE PRIME-FIBONACCI
004760*  MASTER, RUN DATE PLUS SEQUENCE NUMBER FOR THE EXCEPTION
004770*  MASTER.
004780******************************************************************
004790 1650-CHECK-RECORD.
004800     MOVE CMP-VIEW-RECORD TO TRLR-RECORD.
004810     IF TRLR-PRESENT
004820         PERFORM 1750-CAPTURE-TRAILER THRU 1750-EXIT
004830         GO TO 1650-EXIT
004840     END-IF.
004850     IF VFY-TRAILER-SEEN
004860         SET VFY-FORMAT-BAD TO TRUE
004870     END-IF.
004880     ADD 1 TO VFY-RECORD-COUNT.
004890     IF CMP-TYPE-TESTCASE
004900         MOVE CMP-VIEW-RECORD TO TCM-RECORD
004910         COMPUTE VFY-HASH-TOTAL = VFY-HASH-TOTAL
004920             + TCM-COUNT7 + TCM-COUNT6 + TCM-COUNT5
004930             + TCM-COUNT4 + TCM-COUNT3 + TCM-COUNT2
004940             + TCM-COUNT1
004950     END-IF.
004960     IF CMP-TYPE-FIB
004970         MOVE CMP-VIEW-RECORD TO FIBMST-RECORD
004980         ADD FIBMST-FIB-VALUE TO VFY-HASH-TOTAL
004990     END-IF.
005000     IF CMP-TYPE-EXCEPTION
005010         MOVE CMP-VIEW-RECORD TO EXCPM-RECORD
005020         COMPUTE VFY-HASH-TOTAL = VFY-HASH-TOTAL
005030             + EXCPM-RUN-DATE + EXCPM-SEQUENCE-NO
005040     END-IF.
005050 1650-EXIT.
005060     EXIT.
005070******************************************************************
005080*  1700-JUDGE-CONTROL
005090*  JUDGES THE VERIFICATION PASS JUST FINISHED.  THE FIRST
005100*  FAILING CONDITION NAMES THE REASON; A FAILURE LOGS A
005110*  FATAL/CTL EXCEPTION AND MARKS THE RUN SO NOTHING IS COMPARED.
005120******************************************************************
005130 1700-JUDGE-CONTROL.
005140     IF VFY-FORMAT-BAD
005150         MOVE 'TRAILER IS NOT THE LAST RECORD' TO VFY-FAIL-REASON
005160         GO TO 1700-FAILED
005170     END-IF.
005180     IF VFY-NO-TRAILER
005190         IF VFY-RECORD-COUNT IS GREATER THAN ZERO
005200             MOVE 'NO TRAILER CONTROL RECORD' TO VFY-FAIL-REASON
005210             GO TO 1700-FAILED
005220         END-IF
005230         GO TO 1700-EXIT
005240     END-IF.
005250     IF VFY-TRLR-COUNT-X IS NOT NUMERIC
005260         OR VFY-TRLR-HASH-X IS NOT NUMERIC
005270         MOVE 'TRAILER IS UNREADABLE' TO VFY-FAIL-REASON
005280         GO TO 1700-FAILED
005290     END-IF.
005300     IF VFY-TRLR-COUNT IS NOT EQUAL TO VFY-RECORD-COUNT
005310         MOVE 'RECORD COUNT MISMATCH' TO VFY-FAIL-REASON
005320         GO TO 1700-FAILED
005330     END-IF.
005340     IF VFY-TRLR-HASH IS NOT EQUAL TO VFY-HASH-TOTAL
005350         MOVE 'HASH TOTAL MISMATCH' TO VFY-FAIL-REASON
005360         GO TO 1700-FAILED
005370     END-IF.
005380     GO TO 1700-EXIT.
005390 1700-FAILED.
005400     SET CMP-CONTROL-BAD TO TRUE.
005410     DISPLAY 'MASTER-COMPARE FATAL - DATASET CONTROL CHECK '
005420         'FAILED FOR ' CMP-DATASET-NAME ': ' VFY-FAIL-REASON.
005430     PERFORM 1800-LOG-CONTROL-EXCEPTION THRU 1800-EXIT.
005440 1700-EXIT.
005450     EXIT.
005460 1750-CAPTURE-TRAILER.
005470     IF VFY-TRAILER-SEEN
005480         SET VFY-FORMAT-BAD TO TRUE
005490         GO TO 1750-EXIT
005500     END-IF.
005510     SET VFY-TRAILER-SEEN TO TRUE.
005520     MOVE TRLR-RECORD(9:8)   TO VFY-TRLR-DATE-X.
005530     MOVE TRLR-RECORD(17:9)  TO VFY-TRLR-COUNT-X.
005540     MOVE TRLR-RECORD(26:18) TO VFY-TRLR-HASH-X.
005550 1750-EXIT.
005560     EXIT.
005570******************************************************************
005580*  1800-LOG-CONTROL-EXCEPTION
005590*  LOGS A FAILED CONTROL CHECK - OR A GENERATION THE COMPARE
005600*  CANNOT TRUST PART WAY THROUGH - TO THE SHARED EXCEPTION FILE
005610*  AS FATAL/CTL SO THE EXCEPTION MAINTENANCE SUBSYSTEM CARRIES
005620*  IT UNTIL SOMEBODY RESOLVES THE DATASET.
005630******************************************************************
005640 1800-LOG-CONTROL-EXCEPTION.
005650     MOVE SPACES TO EXCP-RECORD.
005660     ADD 1 TO EXCP-SEQ-NO.
005670     MOVE 'MSTRCOMP' TO EXCP-PROGRAM-ID.
005680     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
005690     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
005700     SET EXCP-SEV-FATAL TO TRUE.
005710     SET EXCP-CAT-CONTROL TO TRUE.
005720     MOVE VFY-RECORD-COUNT TO WS-VCOUNT-DISPLAY.
005730     STRING 'DATASET CONTROL CHECK FAILED - '
005740                DELIMITED BY SIZE
005750            CMP-DATASET-NAME   DELIMITED BY SPACE
005760            ' ('               DELIMITED BY SIZE
005770            CMP-MASTER-TYPE    DELIMITED BY SPACE
005780            ') - '             DELIMITED BY SIZE
005790            VFY-FAIL-REASON    DELIMITED BY SIZE
005800            ' RECORDS READ='   DELIMITED BY SIZE
005810            WS-VCOUNT-DISPLAY  DELIMITED BY SIZE
005820         INTO EXCP-DETAIL.
005830     WRITE EXCP-RECORD.
005840 1800-EXIT.
005850     EXIT.
005860******************************************************************
005870*  2000-MATCH-GENERATIONS
005880*  TWO-FILE MATCH OF GENERATIONS HELD IN ASCENDING KEY ORDER
005890*  (THE TEST-CASE AND PRIME-FIBONACCI MASTERS).  A KEY ONLY ON
005900*  THE OLD GENERATION IS A DELETE, A KEY ONLY ON THE NEW IS AN
005910*  ADD, A KEY ON BOTH IS COMPARED FIELD BY FIELD.
005920******************************************************************
005930 2000-MATCH-GENERATIONS.
005940     IF CMP-OLD-KEY IS LESS THAN CMP-NEW-KEY
005950         PERFORM 4200-REPORT-DELETE THRU 4200-EXIT
005960         PERFORM 7000-READ-OLD-GENERATION THRU 7000-EXIT
005970         GO TO 2000-EXIT
005980     END-IF.
005990     IF CMP-NEW-KEY IS LESS THAN CMP-OLD-KEY
006000         PERFORM 4100-REPORT-ADD THRU 4100-EXIT
006010         PERFORM 7100-READ-NEW-GENERATION THRU 7100-EXIT
006020         GO TO 2000-EXIT
006030     END-IF.
006040     PERFORM 4000-COMPARE-RECORDS THRU 4000-EXIT.
006050     PERFORM 7000-READ-OLD-GENERATION THRU 7000-EXIT.
006060     PERFORM 7100-READ-NEW-GENERATION THRU 7100-EXIT.
006070 2000-EXIT.
006080     EXIT.
006090******************************************************************
006100*  2500-COMPARE-BY-TABLE
006110*  THE EXCEPTION MASTER IS NOT IN KEY ORDER, SO THE OLD
006120*  GENERATION IS LOADED WHOLE, EACH NEW RECORD IS LOOKED UP IN
006130*  IT, AND WHATEVER OLD RECORD NOTHING MATCHED IS A DELETE.  AN
006140*  OLD GENERATION LARGER THAN THE TABLE STOPS THE COMPARE.
006150******************************************************************
006160 2500-COMPARE-BY-TABLE.
006170     PERFORM 2510-LOAD-OLD-ENTRY THRU 2510-EXIT
006180         UNTIL WS-OLDG-EOF.
006190     IF CMP-TABLE-FULL
006200         GO TO 2500-EXIT
006210     END-IF.
006220     PERFORM 2550-MATCH-NEW-RECORD THRU 2550-EXIT
006230         UNTIL WS-NEWG-EOF.
006240     PERFORM 2590-REPORT-UNMATCHED-OLD THRU 2590-EXIT
006250         VARYING OLT-INDEX FROM 1 BY 1
006260         UNTIL OLT-INDEX > OLT-COUNT.
006270 2500-EXIT.
006280     EXIT.
006290 2510-LOAD-OLD-ENTRY.
006300     IF OLT-COUNT IS NOT LESS THAN OLT-MAX-ENTRIES
006310         SET CMP-TABLE-FULL TO TRUE
006320         SET WS-OLDG-EOF TO TRUE
006330         MOVE 'CMPOLD' TO CMP-DATASET-NAME
006340         MOVE 'MORE RECORDS THAN THE COMPARE HOLDS'
006350             TO VFY-FAIL-REASON
006360         MOVE CMP-OLD-READ-COUNT TO VFY-RECORD-COUNT
006370         DISPLAY 'MASTER-COMPARE FATAL - CMPOLD HAS MORE THAN '
006380             OLT-MAX-ENTRIES ' RECORDS, NOTHING COMPARED'
006390         PERFORM 1800-LOG-CONTROL-EXCEPTION THRU 1800-EXIT
006400         GO TO 2510-EXIT
006410     END-IF.
006420     ADD 1 TO OLT-COUNT.
006430     SET OLT-UNMATCHED(OLT-COUNT) TO TRUE.
006440     MOVE CMP-OLD-RECORD TO OLT-RECORD(OLT-COUNT).
006450     PERFORM 7000-READ-OLD-GENERATION THRU 7000-EXIT.
006460 2510-EXIT.
006470     EXIT.
006480 2550-MATCH-NEW-RECORD.
006490     MOVE 0 TO OLT-FOUND-INDEX.
006500     PERFORM 2560-FIND-OLD-ENTRY THRU 2560-EXIT
006510         VARYING OLT-INDEX FROM 1 BY 1
006520         UNTIL OLT-INDEX > OLT-COUNT
006530            OR OLT-FOUND-INDEX > 0.
006540     IF OLT-FOUND-INDEX = 0
006550         PERFORM 4100-REPORT-ADD THRU 4100-EXIT
006560     ELSE
006570         SET OLT-MATCHED(OLT-FOUND-INDEX) TO TRUE
006580         MOVE OLT-RECORD(OLT-FOUND-INDEX) TO CMP-OLD-RECORD
006590         PERFORM 4000-COMPARE-RECORDS THRU 4000-EXIT
006600     END-IF.
006610     PERFORM 7100-READ-NEW-GENERATION THRU 7100-EXIT.
006620 2550-EXIT.
006630     EXIT.
006640 2560-FIND-OLD-ENTRY.
006650     IF OLT-UNMATCHED(OLT-INDEX)
006660         AND OLT-RECORD(OLT-INDEX)(1:22) = CMP-NEW-KEY(1:22)
006670         MOVE OLT-INDEX TO OLT-FOUND-INDEX
006680     END-IF.
006690 2560-EXIT.
006700     EXIT.
006710 2590-REPORT-UNMATCHED-OLD.
006720     IF OLT-UNMATCHED(OLT-INDEX)
006730         MOVE OLT-RECORD(OLT-INDEX) TO CMP-OLD-RECORD
006740         PERFORM 4200-REPORT-DELETE THRU 4200-EXIT
006750     END-IF.
006760 2590-EXIT.
006770     EXIT.
006780******************************************************************
006790*  4000-COMPARE-RECORDS
006800*  COMPARES EVERY NON-KEY FIELD OF THE MASTER BETWEEN THE OLD
006810*  AND NEW RECORD FOR ONE KEY.  EACH FIELD THAT DIFFERS IS A
006820*  DETAIL LINE; THE RECORD COUNTS ONCE AS CHANGED OR UNCHANGED.
006830******************************************************************
006840 4000-COMPARE-RECORDS.
006850     SET CMP-RECORD-SAME TO TRUE.
006860     MOVE CMP-OLD-RECORD TO CMP-VIEW-RECORD.
006870     PERFORM 6050-FORMAT-KEY THRU 6050-EXIT.
006880     PERFORM 4010-COMPARE-FIELD THRU 4010-EXIT
006890         VARYING CMP-FIELD-IDX FROM CMP-FIRST-FIELD BY 1
006900         UNTIL CMP-FIELD-IDX > CMP-LAST-FIELD.
006910     IF CMP-RECORD-CHANGED
006920         ADD 1 TO CMP-CHANGE-COUNT
006930     ELSE
006940         ADD 1 TO CMP-SAME-COUNT
006950     END-IF.
006960 4000-EXIT.
006970     EXIT.
006980 4010-COMPARE-FIELD.
006990     IF CMP-OLD-RECORD(FLD-OFFSET(CMP-FIELD-IDX):
007000                       FLD-LENGTH(CMP-FIELD-IDX)) =
007010        CMP-NEW-RECORD(FLD-OFFSET(CMP-FIELD-IDX):
007020                       FLD-LENGTH(CMP-FIELD-IDX))
007030         GO TO 4010-EXIT
007040     END-IF.
007050     SET CMP-RECORD-CHANGED TO TRUE.
007060     ADD 1 TO CMP-FIELD-CHANGE-COUNT.
007070     ADD 1 TO FLD-CHANGE-COUNT(CMP-FIELD-IDX).
007080     MOVE 'CHANGED' TO CMP-CHANGE-TYPE.
007090     MOVE FLD-NAME(CMP-FIELD-IDX) TO CMP-FIELD-NAME.
007100     MOVE CMP-OLD-RECORD(FLD-OFFSET(CMP-FIELD-IDX):
007110                         FLD-LENGTH(CMP-FIELD-IDX))
007120         TO CMP-OLD-VALUE.
007130     MOVE CMP-NEW-RECORD(FLD-OFFSET(CMP-FIELD-IDX):
007140                         FLD-LENGTH(CMP-FIELD-IDX))
007150         TO CMP-NEW-VALUE.
007160     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
007170     IF FLD-STATUS-FIELD(CMP-FIELD-IDX)
007180         MOVE CMP-OLD-VALUE(1:1) TO TRN-FROM-WORK
007190         MOVE CMP-NEW-VALUE(1:1) TO TRN-TO-WORK
007200         PERFORM 4500-COUNT-TRANSITION THRU 4500-EXIT
007210     END-IF.
007220 4010-EXIT.
007230     EXIT.
007240******************************************************************
007250*  4100-REPORT-ADD / 4200-REPORT-DELETE
007260*  A RECORD ON ONLY ONE GENERATION - ONE DETAIL LINE CARRYING A
007270*  SHORT PICTURE OF THE RECORD (STATUS, DATE, TESTER FOR A TEST
007280*  CASE; SEVERITY, CATEGORY, STATUS FOR AN EXCEPTION; THE
007290*  FIRST-FOUND DATE FOR A PRIME FIBONACCI VALUE).
007300******************************************************************
007310 4100-REPORT-ADD.
007320     ADD 1 TO CMP-ADD-COUNT.
007330     MOVE CMP-NEW-RECORD TO CMP-VIEW-RECORD.
007340     PERFORM 6050-FORMAT-KEY THRU 6050-EXIT.
007350     PERFORM 6060-FORMAT-SUMMARY THRU 6060-EXIT.
007360     MOVE 'ADDED' TO CMP-CHANGE-TYPE.
007370     MOVE 'RECORD' TO CMP-FIELD-NAME.
007380     MOVE SPACES TO CMP-OLD-VALUE.
007390     MOVE CMP-RECORD-SUMMARY TO CMP-NEW-VALUE.
007400     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
007410 4100-EXIT.
007420     EXIT.
007430 4200-REPORT-DELETE.
007440     ADD 1 TO CMP-DELETE-COUNT.
007450     MOVE CMP-OLD-RECORD TO CMP-VIEW-RECORD.
007460     PERFORM 6050-FORMAT-KEY THRU 6050-EXIT.
007470     PERFORM 6060-FORMAT-SUMMARY THRU 6060-EXIT.
007480     MOVE 'DELETED' TO CMP-CHANGE-TYPE.
007490     MOVE 'RECORD' TO CMP-FIELD-NAME.
007500     MOVE CMP-RECORD-SUMMARY TO CMP-OLD-VALUE.
007510     MOVE SPACES TO CMP-NEW-VALUE.
007520     PERFORM 6100-WRITE-DETAIL THRU 6100-EXIT.
007530 4200-EXIT.
007540     EXIT.
007550******************************************************************
007560*  4500-COUNT-TRANSITION
007570*  COUNTS ONE STATUS TRANSITION (TRN-FROM-WORK TO TRN-TO-WORK)
007580*  IN THE TRANSITION TABLE, ADDING THE PAIR THE FIRST TIME IT IS
007590*  SEEN.  A PAIR BEYOND THE TABLE IS COUNTED AS OVERFLOW - ITS
007600*  DETAIL LINE IS STILL PRINTED.
007610******************************************************************
007620 4500-COUNT-TRANSITION.
007630     MOVE 0 TO TRN-FOUND-INDEX.
007640     PERFORM 4510-FIND-TRANSITION THRU 4510-EXIT
007650         VARYING TRN-INDEX FROM 1 BY 1
007660         UNTIL TRN-INDEX > TRN-USED
007670            OR TRN-FOUND-INDEX > 0.
007680     IF TRN-FOUND-INDEX > 0
007690         ADD 1 TO TRN-COUNT(TRN-FOUND-INDEX)
007700         GO TO 4500-EXIT
007710     END-IF.
007720     IF TRN-USED IS NOT LESS THAN TRN-MAX-ENTRIES
007730         ADD 1 TO TRN-OVERFLOW-COUNT
007740         GO TO 4500-EXIT
007750     END-IF.
007760     ADD 1 TO TRN-USED.
007770     MOVE TRN-FROM-WORK TO TRN-FROM-STATUS(TRN-USED).
007780     MOVE TRN-TO-WORK TO TRN-TO-STATUS(TRN-USED).
007790     MOVE 1 TO TRN-COUNT(TRN-USED).
007800 4500-EXIT.
007810     EXIT.
007820 4510-FIND-TRANSITION.
007830     IF TRN-FROM-STATUS(TRN-INDEX) = TRN-FROM-WORK
007840         AND TRN-TO-STATUS(TRN-INDEX) = TRN-TO-WORK
007850         MOVE TRN-INDEX TO TRN-FOUND-INDEX
007860     END-IF.
007870 4510-EXIT.
007880     EXIT.
007890******************************************************************
007900*  6000-PRINT-SUMMARY-PAGE
007910*  WRITES THE SUMMARY PAGE - RECORDS READ FROM EACH GENERATION,
007920*  THE COUNTS BY CHANGE TYPE, THE CHANGES BY FIELD, AND THE
007930*  STATUS TRANSITIONS.
007940******************************************************************
007950 6000-PRINT-SUMMARY-PAGE.
007960     MOVE 'DELTA SUMMARY' TO RPT-SECTION-TITLE.
007970     PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT.
007980     IF CMP-SEQUENCE-BAD
007990         MOVE SPACES TO CMP-TOTAL-LINE
008000         MOVE 'COMPARE STOPPED - KEY OUT OF SEQUENCE'
008010             TO CMPT-LABEL
008020         WRITE CMP-TOTAL-LINE AFTER ADVANCING 2
008030     END-IF.
008040     IF CMP-TABLE-FULL
008050         MOVE SPACES TO CMP-TOTAL-LINE
008060         MOVE 'COMPARE STOPPED - CMPOLD TOO LARGE'
008070             TO CMPT-LABEL
008080         WRITE CMP-TOTAL-LINE AFTER ADVANCING 2
008090     END-IF.
008100     MOVE SPACES TO CMP-TOTAL-LINE.
008110     MOVE 'OLD GENERATION RECORDS READ' TO CMPT-LABEL.
008120     MOVE CMP-OLD-READ-COUNT TO CMPT-TOTAL-COUNT.
008130     WRITE CMP-TOTAL-LINE AFTER ADVANCING 2.
008140     MOVE SPACES TO CMP-TOTAL-LINE.
008150     MOVE 'NEW GENERATION RECORDS READ' TO CMPT-LABEL.
008160     MOVE CMP-NEW-READ-COUNT TO CMPT-TOTAL-COUNT.
008170     WRITE CMP-TOTAL-LINE AFTER ADVANCING 1.
008180     MOVE SPACES TO CMP-TOTAL-LINE.
008190     MOVE 'RECORDS ADDED' TO CMPT-LABEL.
008200     MOVE CMP-ADD-COUNT TO CMPT-TOTAL-COUNT.
008210     WRITE CMP-TOTAL-LINE AFTER ADVANCING 2.
008220     MOVE SPACES TO CMP-TOTAL-LINE.
008230     MOVE 'RECORDS DELETED' TO CMPT-LABEL.
008240     MOVE CMP-DELETE-COUNT TO CMPT-TOTAL-COUNT.
008250     WRITE CMP-TOTAL-LINE AFTER ADVANCING 1.
008260     MOVE SPACES TO CMP-TOTAL-LINE.
008270     MOVE 'RECORDS CHANGED' TO CMPT-LABEL.
008280     MOVE CMP-CHANGE-COUNT TO CMPT-TOTAL-COUNT.
008290     WRITE CMP-TOTAL-LINE AFTER ADVANCING 1.
008300     MOVE SPACES TO CMP-TOTAL-LINE.
008310     MOVE 'RECORDS UNCHANGED' TO CMPT-LABEL.
008320     MOVE CMP-SAME-COUNT TO CMPT-TOTAL-COUNT.
008330     WRITE CMP-TOTAL-LINE AFTER ADVANCING 1.
008340     MOVE SPACES TO CMP-TOTAL-LINE.
008350     MOVE 'FIELD CHANGES' TO CMPT-LABEL.
008360     MOVE CMP-FIELD-CHANGE-COUNT TO CMPT-TOTAL-COUNT.
008370     WRITE CMP-TOTAL-LINE AFTER ADVANCING 2.
008380     PERFORM 6010-WRITE-FIELD-LINE THRU 6010-EXIT
008390         VARYING CMP-FIELD-IDX FROM CMP-FIRST-FIELD BY 1
008400         UNTIL CMP-FIELD-IDX > CMP-LAST-FIELD.
008410     IF TRN-USED > 0
008420         MOVE SPACES TO CMP-TOTAL-LINE
008430         MOVE 'STATUS TRANSITIONS' TO CMPT-LABEL
008440         WRITE CMP-TOTAL-LINE AFTER ADVANCING 2
008450     END-IF.
008460     PERFORM 6020-WRITE-TRANSITION-LINE THRU 6020-EXIT
008470         VARYING TRN-INDEX FROM 1 BY 1
008480         UNTIL TRN-INDEX > TRN-USED.
008490     IF TRN-OVERFLOW-COUNT > 0
008500         MOVE SPACES TO CMP-TOTAL-LINE
008510         MOVE '  OTHER TRANSITIONS' TO CMPT-LABEL
008520         MOVE TRN-OVERFLOW-COUNT TO CMPT-TOTAL-COUNT
008530         WRITE CMP-TOTAL-LINE AFTER ADVANCING 1
008540     END-IF.
008550     IF CMP-SUPPRESSED-COUNT > 0
008560         MOVE SPACES TO CMP-TOTAL-LINE
008570         MOVE 'DETAIL LINES NOT PRINTED (LIMIT)' TO CMPT-LABEL
008580         MOVE CMP-SUPPRESSED-COUNT TO CMPT-TOTAL-COUNT
008590         WRITE CMP-TOTAL-LINE AFTER ADVANCING 2
008600     END-IF.
008610 6000-EXIT.
008620     EXIT.
008630 6010-WRITE-FIELD-LINE.
008640     MOVE SPACES TO CMP-TOTAL-LINE.
008650     STRING '  ' DELIMITED BY SIZE
008660            FLD-NAME(CMP-FIELD-IDX) DELIMITED BY SPACE
008670            ' CHANGES' DELIMITED BY SIZE
008680         INTO CMPT-LABEL.
008690     MOVE FLD-CHANGE-COUNT(CMP-FIELD-IDX) TO CMPT-TOTAL-COUNT.
008700     WRITE CMP-TOTAL-LINE AFTER ADVANCING 1.
008710 6010-EXIT.
008720     EXIT.
008730 6020-WRITE-TRANSITION-LINE.
008740     MOVE SPACES TO CMP-TOTAL-LINE.
008750     STRING '  STATUS ' DELIMITED BY SIZE
008760            TRN-FROM-STATUS(TRN-INDEX) DELIMITED BY SIZE
008770            ' TO ' DELIMITED BY SIZE
008780            TRN-TO-STATUS(TRN-INDEX) DELIMITED BY SIZE
008790         INTO CMPT-LABEL.
008800     MOVE TRN-COUNT(TRN-INDEX) TO CMPT-TOTAL-COUNT.
008810     WRITE CMP-TOTAL-LINE AFTER ADVANCING 1.
008820 6020-EXIT.
008830     EXIT.
008840******************************************************************
008850*  6050-FORMAT-KEY
008860*  BUILDS THE PRINTED KEY OF THE RECORD IN CMP-VIEW-RECORD - THE
008870*  SEVEN DIGIT-POSITION COUNTS, THE PRIME FIBONACCI VALUE, OR
008880*  PROGRAM / RUN DATE / SEQUENCE NUMBER.
008890******************************************************************
008900 6050-FORMAT-KEY.
008910     MOVE SPACES TO CMP-KEY-DISPLAY.
008920     IF CMP-TYPE-TESTCASE
008930         MOVE CMP-VIEW-RECORD TO TCM-RECORD
008940         STRING TCM-COUNT7 ' ' TCM-COUNT6 ' ' TCM-COUNT5 ' '
008950                TCM-COUNT4 ' ' TCM-COUNT3 ' ' TCM-COUNT2 ' '
008960                TCM-COUNT1 DELIMITED BY SIZE
008970             INTO CMP-KEY-DISPLAY
008980     END-IF.
008990     IF CMP-TYPE-FIB
009000         MOVE CMP-VIEW-RECORD TO FIBMST-RECORD
009010         MOVE FIBMST-FIB-VALUE TO CMP-FIB-EDIT
009020         MOVE CMP-FIB-EDIT TO CMP-KEY-DISPLAY
009030     END-IF.
009040     IF CMP-TYPE-EXCEPTION
009050         MOVE CMP-VIEW-RECORD TO EXCPM-RECORD
009060         STRING EXCPM-PROGRAM-ID ' ' EXCPM-RUN-DATE ' '
009070                EXCPM-SEQUENCE-NO DELIMITED BY SIZE
009080             INTO CMP-KEY-DISPLAY
009090     END-IF.
009100 6050-EXIT.
009110     EXIT.
009120 6060-FORMAT-SUMMARY.
009130     MOVE SPACES TO CMP-RECORD-SUMMARY.
009140     IF CMP-TYPE-TESTCASE
009150         STRING TCM-STATUS ' ' TCM-STATUS-DATE ' '
009160                TCM-TESTER-ID DELIMITED BY SIZE
009170             INTO CMP-RECORD-SUMMARY
009180     END-IF.
009190     IF CMP-TYPE-FIB
009200         MOVE FIBMST-FIRST-RUN-DATE TO CMP-RECORD-SUMMARY
009210     END-IF.
009220     IF CMP-TYPE-EXCEPTION
009230         STRING EXCPM-SEVERITY ' ' EXCPM-CATEGORY ' '
009240                EXCPM-STATUS ' ' EXCPM-ACTION-DATE
009250                DELIMITED BY SIZE
009260             INTO CMP-RECORD-SUMMARY
009270     END-IF.
009280 6060-EXIT.
009290     EXIT.
009300******************************************************************
009310*  6100-WRITE-DETAIL
009320*  ONE DETAIL LINE, STARTING A NEW PAGE WHEN THIS ONE IS FULL.
009330*  PAST THE CMPCTL DETAIL LIMIT THE LINE IS ONLY COUNTED.
009340******************************************************************
009350 6100-WRITE-DETAIL.
009360     IF CMP-DETAIL-LIMIT > 0
009370         AND CMP-DETAIL-COUNT IS NOT LESS THAN CMP-DETAIL-LIMIT
009380         ADD 1 TO CMP-SUPPRESSED-COUNT
009390         GO TO 6100-EXIT
009400     END-IF.
009410     IF RPT-LINE-COUNT IS NOT LESS THAN RPT-LINES-PER-PAGE
009420         PERFORM 6300-WRITE-PAGE-HEADERS THRU 6300-EXIT
009430     END-IF.
009440     MOVE SPACES TO CMP-DETAIL-LINE.
009450     MOVE CMP-KEY-DISPLAY TO CMPD-KEY.
009460     MOVE CMP-CHANGE-TYPE TO CMPD-CHANGE-TYPE.
009470     MOVE CMP-FIELD-NAME TO CMPD-FIELD-NAME.
009480     MOVE CMP-OLD-VALUE TO CMPD-OLD-VALUE.
009490     MOVE CMP-NEW-VALUE TO CMPD-NEW-VALUE.
009500     WRITE CMP-DETAIL-LINE AFTER ADVANCING 1.
009510     ADD 1 TO RPT-LINE-COUNT.
009520     ADD 1 TO CMP-DETAIL-COUNT.
009530 6100-EXIT.
009540     EXIT.
009550******************************************************************
009560*  6300-WRITE-PAGE-HEADERS
009570*  STARTS A NEW REPORT PAGE - REPORT TITLE, RUN DATE, PAGE
009580*  NUMBER, SECTION TITLE WITH THE MASTER AND THE TRAILER DATES OF
009590*  THE TWO GENERATIONS, AND THE DETAIL COLUMN HEADINGS.
009600******************************************************************
009610 6300-WRITE-PAGE-HEADERS.
009620     ADD 1 TO RPT-PAGE-NO.
009630     MOVE 0 TO RPT-LINE-COUNT.
009640     MOVE SPACES TO CMP-HEADING-1.
009650     MOVE 'GENERATION DELTA REPORT' TO CMP1-TITLE.
009660     MOVE 'RUN DATE:' TO CMP1-DATE-LABEL.
009670     MOVE WS-RUN-DATE TO CMP1-RUN-DATE.
009680     MOVE 'PAGE ' TO CMP1-PAGE-LABEL.
009690     MOVE RPT-PAGE-NO TO CMP1-PAGE-NO.
009700     WRITE CMP-HEADING-1 AFTER ADVANCING PAGE.
009710     MOVE SPACES TO CMP-HEADING-2.
009720     MOVE RPT-SECTION-TITLE TO CMP2-SECTION-TITLE.
009730     MOVE 'MASTER:' TO CMP2-MASTER-LABEL.
009740     MOVE CMP-MASTER-TYPE TO CMP2-MASTER-TYPE.
009750     MOVE 'OLD GEN:' TO CMP2-OLD-LABEL.
009760     MOVE CMP-OLD-GEN-DATE TO CMP2-OLD-GEN-DATE.
009770     MOVE 'NEW GEN:' TO CMP2-NEW-LABEL.
009780     MOVE CMP-NEW-GEN-DATE TO CMP2-NEW-GEN-DATE.
009790     WRITE CMP-HEADING-2 AFTER ADVANCING 2.
009800     ADD 3 TO RPT-LINE-COUNT.
009810     IF RPT-SECTION-TITLE = 'DELTA SUMMARY'
009820         GO TO 6300-EXIT
009830     END-IF.
009840     MOVE SPACES TO CMP-HEADING-3.
009850     MOVE 'KEY' TO CMP3-KEY-LABEL.
009860     MOVE 'CHANGE' TO CMP3-CHANGE-LABEL.
009870     MOVE 'FIELD' TO CMP3-FIELD-LABEL.
009880     MOVE 'OLD VALUE' TO CMP3-OLD-LABEL.
009890     MOVE 'NEW VALUE' TO CMP3-NEW-LABEL.
009900     WRITE CMP-HEADING-3 AFTER ADVANCING 2.
009910     ADD 2 TO RPT-LINE-COUNT.
009920 6300-EXIT.
009930     EXIT.
009940******************************************************************
009950*  7000-READ-OLD-GENERATION / 7100-READ-NEW-GENERATION
009960*  ADVANCES ONE GENERATION AND BUILDS THE KEY OF THE RECORD
009970*  READ.  THE TRAILER CONTROL RECORD - ALREADY VERIFIED UP
009980*  FRONT - READS AS END OF DATA, AND END OF DATA SETS THE KEY TO
009990*  HIGH VALUES FOR THE MATCH.  A GENERATION MATCHED IN KEY ORDER
010000*  MUST RISE STRICTLY FROM RECORD TO RECORD.
010010******************************************************************
010020 7000-READ-OLD-GENERATION.
010030     READ OLD-GEN-FILE INTO CMP-OLD-RECORD
010040         AT END SET WS-OLDG-EOF TO TRUE
010050     END-READ.
010060     IF WS-OLDG-NOT-EOF
010070         AND CMP-OLD-RECORD(1:8) = '*TRAILER'
010080         SET WS-OLDG-EOF TO TRUE
010090     END-IF.
010100     IF WS-OLDG-EOF
010110         MOVE HIGH-VALUES TO CMP-OLD-KEY
010120         GO TO 7000-EXIT
010130     END-IF.
010140     ADD 1 TO CMP-OLD-READ-COUNT.
010150     MOVE CMP-OLD-RECORD TO CMP-VIEW-RECORD.
010160     PERFORM 7500-BUILD-KEY THRU 7500-EXIT.
010170     MOVE CMP-WORK-KEY TO CMP-OLD-KEY.
010180     IF CMP-TYPE-EXCEPTION
010190         GO TO 7000-EXIT
010200     END-IF.
010210     IF CMP-OLD-KEY IS NOT GREATER THAN CMP-PREV-OLD-KEY
010220         MOVE 'CMPOLD' TO CMP-DATASET-NAME
010230         MOVE CMP-OLD-READ-COUNT TO VFY-RECORD-COUNT
010240         PERFORM 7900-SEQUENCE-ERROR THRU 7900-EXIT
010250         GO TO 7000-EXIT
010260     END-IF.
010270     MOVE CMP-OLD-KEY TO CMP-PREV-OLD-KEY.
010280 7000-EXIT.
010290     EXIT.
010300 7100-READ-NEW-GENERATION.
010310     READ NEW-GEN-FILE INTO CMP-NEW-RECORD
010320         AT END SET WS-NEWG-EOF TO TRUE
010330     END-READ.
010340     IF WS-NEWG-NOT-EOF
010350         AND CMP-NEW-RECORD(1:8) = '*TRAILER'
010360         SET WS-NEWG-EOF TO TRUE
010370     END-IF.
010380     IF WS-NEWG-EOF
010390         MOVE HIGH-VALUES TO CMP-NEW-KEY
010400         GO TO 7100-EXIT
010410     END-IF.
010420     ADD 1 TO CMP-NEW-READ-COUNT.
010430     MOVE CMP-NEW-RECORD TO CMP-VIEW-RECORD.
010440     PERFORM 7500-BUILD-KEY THRU 7500-EXIT.
010450     MOVE CMP-WORK-KEY TO CMP-NEW-KEY.
010460     IF CMP-TYPE-EXCEPTION
010470         GO TO 7100-EXIT
010480     END-IF.
010490     IF CMP-NEW-KEY IS NOT GREATER THAN CMP-PREV-NEW-KEY
010500         MOVE 'CMPNEW' TO CMP-DATASET-NAME
010510         MOVE CMP-NEW-READ-COUNT TO VFY-RECORD-COUNT
010520         PERFORM 7900-SEQUENCE-ERROR THRU 7900-EXIT
010530         GO TO 7100-EXIT
010540     END-IF.
010550     MOVE CMP-NEW-KEY TO CMP-PREV-NEW-KEY.
010560 7100-EXIT.
010570     EXIT.
010580******************************************************************
010590*  7500-BUILD-KEY
010600*  THE MATCH KEY OF THE RECORD IN CMP-VIEW-RECORD.  THE PRIME
010610*  FIBONACCI VALUE IS TAKEN UNSIGNED SO ITS DIGITS COMPARE IN
010620*  VALUE ORDER.
010630******************************************************************
010640 7500-BUILD-KEY.
010650     MOVE SPACES TO CMP-WORK-KEY.
010660     IF CMP-TYPE-TESTCASE
010670         MOVE CMP-VIEW-RECORD(1:56) TO CMP-WORK-KEY
010680     END-IF.
010690     IF CMP-TYPE-FIB
010700         MOVE CMP-VIEW-RECORD TO FIBMST-RECORD
010710         MOVE FIBMST-FIB-VALUE TO CMP-FIB-KEY
010720         MOVE CMP-FIB-KEY TO CMP-WORK-KEY
010730     END-IF.
010740     IF CMP-TYPE-EXCEPTION
010750         MOVE CMP-VIEW-RECORD(1:22) TO CMP-WORK-KEY
010760     END-IF.
010770 7500-EXIT.
010780     EXIT.
010790******************************************************************
010800*  7900-SEQUENCE-ERROR
010810*  A GENERATION MATCHED IN KEY ORDER HAS A KEY NOT ABOVE THE ONE
010820*  BEFORE IT - OUT OF SORT OR DUPLICATED.  EVERY LINE FROM HERE
010830*  ON WOULD BE WRONG, SO THE MATCH STOPS, THE ERROR IS LOGGED
010840*  FATAL/CTL, AND THE SUMMARY SHOWS THE COMPARE AS INCOMPLETE.
010850******************************************************************
010860 7900-SEQUENCE-ERROR.
010870     SET CMP-SEQUENCE-BAD TO TRUE.
010880     MOVE 'KEY OUT OF SEQUENCE' TO VFY-FAIL-REASON.
010890     DISPLAY 'MASTER-COMPARE FATAL - ' CMP-DATASET-NAME
010900         ' KEY OUT OF SEQUENCE AT RECORD ' VFY-RECORD-COUNT.
010910     PERFORM 1800-LOG-CONTROL-EXCEPTION THRU 1800-EXIT.
010920     SET WS-OLDG-EOF TO TRUE.
010930     SET WS-NEWG-EOF TO TRUE.
010940     MOVE HIGH-VALUES TO CMP-OLD-KEY.
010950     MOVE HIGH-VALUES TO CMP-NEW-KEY.
010960 7900-EXIT.
010970     EXIT.
010980******************************************************************
010990*  9000-TERMINATE
011000*  CLOSES THE FILES, APPENDS A RUN-AUDIT RECORD AND DISPLAYS THE
011010*  DELTA TOTALS.  A RUN STOPPED BY A BAD CARD OR A FAILED
011020*  CONTROL CHECK COMPARED NOTHING, AND A COMPARE CUT SHORT BY A
011030*  SEQUENCE ERROR OR AN OVERSIZED OLD GENERATION IS INCOMPLETE -
011040*  EITHER ENDS WITH RETURN CODE 8.
011050******************************************************************
011060 9000-TERMINATE.
011070     ACCEPT WS-END-TIME FROM TIME.
011080     IF CMP-CARD-BAD OR CMP-CONTROL-BAD
011090         IF CMP-CONTROL-BAD
011100             CLOSE EXCEPTION-FILE
011110         END-IF
011120         PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT
011130         DISPLAY 'MASTER-COMPARE FAILED - NOTHING COMPARED'
011140         MOVE 8 TO RETURN-CODE
011150         GO TO 9000-EXIT
011160     END-IF.
011170     CLOSE OLD-GEN-FILE.
011180     CLOSE NEW-GEN-FILE.
011190     CLOSE PRINT-FILE.
011200     CLOSE EXCEPTION-FILE.
011210     IF CMP-SEQUENCE-BAD OR CMP-TABLE-FULL
011220         MOVE 8 TO RETURN-CODE
011230     END-IF.
011240     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
011250     DISPLAY 'MASTER-COMPARE COMPLETE - ' CMP-MASTER-TYPE
011260         ' ADDED: ' CMP-ADD-COUNT
011270         ' DELETED: ' CMP-DELETE-COUNT
011280         ' CHANGED: ' CMP-CHANGE-COUNT
011290         ' UNCHANGED: ' CMP-SAME-COUNT.
011300 9000-EXIT.
011310     EXIT.
011320******************************************************************
011330*  9100-WRITE-AUDIT-RECORD
011340*  APPENDS ONE RUN-AUDIT RECORD TO THE SHARED AUDIT LOG - SEE
011350*  AUDITREC.CPY.  THE FINAL STATE CARRIES THE NIGHT'S COUNTS BY
011360*  CHANGE TYPE.
011370******************************************************************
011380 9100-WRITE-AUDIT-RECORD.
011390     OPEN EXTEND AUDIT-LOG-FILE.
011400     IF AUDIT-FILE-STATUS = '35'
011410         OPEN OUTPUT AUDIT-LOG-FILE
011420     END-IF.
011430     MOVE SPACES TO AUDIT-RECORD.
011440     MOVE 'MSTRCOMP' TO AUDIT-PROGRAM-ID.
011450     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
011460     MOVE WS-START-TIME TO AUDIT-START-TIME.
011470     MOVE WS-END-TIME TO AUDIT-END-TIME.
011480     MOVE CMP-MASTER-TYPE TO AUDIT-PARM-1.
011490     MOVE CMP-DETAIL-LIMIT TO WS-LIMIT-DISPLAY.
011500     MOVE WS-LIMIT-DISPLAY TO AUDIT-PARM-2.
011510     IF CMP-CARD-BAD
011520         MOVE 'BAD CONTROL CARD - NOTHING COMPARED'
011530             TO AUDIT-FINAL-STATE
011540         SET AUDIT-FAILED TO TRUE
011550         GO TO 9100-WRITE
011560     END-IF.
011570     IF CMP-CONTROL-BAD
011580         MOVE 'GENERATION CONTROL CHECK FAILED - NOTHING COMPARED'
011590             TO AUDIT-FINAL-STATE
011600         SET AUDIT-FAILED TO TRUE
011610         GO TO 9100-WRITE
011620     END-IF.
011630     MOVE CMP-ADD-COUNT TO WS-ADD-DISPLAY.
011640     MOVE CMP-DELETE-COUNT TO WS-DELETE-DISPLAY.
011650     MOVE CMP-CHANGE-COUNT TO WS-CHANGE-DISPLAY.
011660     STRING 'ADD=' DELIMITED BY SIZE
011670            WS-ADD-DISPLAY DELIMITED BY SIZE
011680            ' DEL=' DELIMITED BY SIZE
011690            WS-DELETE-DISPLAY DELIMITED BY SIZE
011700            ' CHG=' DELIMITED BY SIZE
011710            WS-CHANGE-DISPLAY DELIMITED BY SIZE
011720         INTO AUDIT-FINAL-STATE.
011730     IF CMP-SEQUENCE-BAD OR CMP-TABLE-FULL
011740         SET AUDIT-FAILED TO TRUE
011750     ELSE
011760         SET AUDIT-SUCCESSFUL TO TRUE
011770     END-IF.
011780 9100-WRITE.
011790     WRITE AUDIT-RECORD.
011800     CLOSE AUDIT-LOG-FILE.
011810 9100-EXIT.
011820     EXIT.
