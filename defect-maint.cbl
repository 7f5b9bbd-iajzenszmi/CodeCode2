000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    DEFECT-MAINT.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - DEFECT AND RETEST CYCLE.
000200*                   MAINTAINS THE DEFECT MASTER (DFMSTI IN,
000210*                   DFMSTO OUT - SEE DFMSTR.CPY), ONE RECORD PER
000220*                   DEFECT/TEST-CASE LINK.  LINK CARDS ON DFTRAN
000230*                   (SEE DFTRAN.CPY) - APPENDED BY
000240*                   RESULTS-INTERFACE AND TESTCASE-UPDATE FOR
000250*                   EVERY FAILURE POSTED WITH A DEFECT ID, OR
000260*                   PUNCHED BY HAND - ATTACH A FAILED CASE TO A
000270*                   DEFECT.  A FIXED CARD RELEASES EVERY CASE
000280*                   STILL OPEN AGAINST THE DEFECT AND REOPENS IT
000290*                   ON THE KEYED TEST-CASE MASTER (TCMVSAM) AS
000300*                   RETEST, JOURNALED TO TCJRNL LIKE ANY OTHER
000310*                   IN-PLACE UPDATE, SO TESTER-ASSIGN HANDS IT
000320*                   OUT AGAIN.  A CASE STILL OPEN AGAINST
000330*                   ANOTHER DEFECT IS HELD IN THE FAILED STATE
000340*                   UNTIL THAT DEFECT IS FIXED TOO.  THE OLD
000350*                   MASTER IS VERIFIED AGAINST ITS TRAILER
000360*                   CONTROL RECORD AND THE NEW MASTER CARRIES
000370*                   ITS OWN.  AN EDIT REPORT (DEFRPT) LISTS EVERY
000380*                   CARD ACTIONED OR REJECTED AND EVERY CASE
000390*                   STILL WAITING ON A FIX.
000391*  2026-10-15  OPS  A REJECTED CARD IS NO LONGER LOST WHEN THE
000392*                   DECK IS EMPTIED - THE REJECTED CARDS ARE
000393*                   WRITTEN BACK TO DFTRAN FOR CORRECTION AND
000394*                   RESUBMISSION AND THE RUN ENDS WITH RETURN CODE
000395*                   4.  DFTRAN IS EMPTIED ONLY WHEN EVERY CARD WAS
000396*                   POSTED.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL OLD-MASTER-FILE ASSIGN TO "DFMSTI"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS OLDM-FILE-STATUS.
000470     SELECT NEW-MASTER-FILE ASSIGN TO "DFMSTO"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS NEWM-FILE-STATUS.
000500     SELECT OPTIONAL DEFECT-TRAN-FILE ASSIGN TO "DFTRAN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS DFT-FILE-STATUS.
000530     SELECT KEYED-MASTER-FILE ASSIGN TO "TCMVSAM"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS TCM-KEY
000570         ALTERNATE RECORD KEY IS TCM-SEQUENCE-NO
000580         FILE STATUS IS KEY-FILE-STATUS.
000590     SELECT JOURNAL-FILE ASSIGN TO "TCJRNL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS JRN-FILE-STATUS.
000620     SELECT PRINT-FILE ASSIGN TO "DEFRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PRT-FILE-STATUS.
000650     SELECT AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS AUDIT-FILE-STATUS.
000680     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS EXCP-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  OLD-MASTER-FILE
000740     RECORDING MODE IS F.
000750 COPY DFMSTR.
000760 FD  NEW-MASTER-FILE
000770     RECORDING MODE IS F.
000780 01  DFM-RECORD-OUT              PIC X(100).
000790 FD  DEFECT-TRAN-FILE
000800     RECORDING MODE IS F.
000810 COPY DFTRAN.
000820 FD  KEYED-MASTER-FILE.
000830 COPY TCMSTR.
000840 FD  JOURNAL-FILE
000850     RECORDING MODE IS F.
000860 COPY TCJRNL.
000870 FD  PRINT-FILE
000880     RECORDING MODE IS F.
000890 COPY DEFRPTL.
000900 FD  AUDIT-LOG-FILE
000910     RECORDING MODE IS F.
000920 COPY AUDITREC.
000930 FD  EXCEPTION-FILE
000940     RECORDING MODE IS F.
000950 COPY EXCPREC.
000960 WORKING-STORAGE SECTION.
000970 01  LINK-TABLE-BOUNDS.
000980     05  DLT-MAX-ENTRIES         PIC 9(04)    COMP
000990                                  VALUE 5000.
001000 01  LINK-TABLE.
001010     05  DLT-ENTRY               OCCURS 5000 TIMES.
001020         10  DLT-KEY.
001030             15  DLT-DEFECT-ID   PIC X(08).
001040             15  DLT-SEQUENCE-NO PIC 9(08).
001050         10  DLT-LINK-STATUS     PIC X(01).
001060         10  DLT-LINK-DATE       PIC 9(08).
001070         10  DLT-FIX-DATE        PIC 9(08).
001080         10  DLT-SOURCE-ID       PIC X(08).
001090         10  DLT-LINK-USER       PIC X(08).
001100         10  DLT-FIX-USER        PIC X(08).
001110         10  DLT-DESCRIPTION     PIC X(30).
001113         10  FILLER              PIC X(13).
001114 01  REJECT-CARD-BOUNDS.
001115     05  DRJ-MAX-ENTRIES         PIC 9(04)    COMP
001116                                  VALUE 5000.
001117 01  REJECT-CARD-TABLE.
001118     05  DRJ-CARD                PIC X(80)
001120                                  OCCURS 5000 TIMES.
001122 01  REJECT-CARD-WORK.
001124     05  DRJ-COUNT               PIC 9(04)    COMP.
001126     05  DRJ-INDEX               PIC 9(04)    COMP.
001128     05  DRJ-NOT-HELD            PIC 9(08)    COMP.
001130 01  LINK-TABLE-WORK.
001140     05  DLT-COUNT               PIC 9(04)    COMP.
001150     05  DLT-INDEX               PIC 9(04)    COMP.
001160     05  DLT-FOUND-INDEX         PIC 9(04)    COMP.
001170     05  DLT-HOLD-INDEX          PIC 9(04)    COMP.
001180     05  DLT-PASSED-THRU         PIC 9(08)    COMP.
001190     05  DLT-SKIPPED             PIC 9(08)    COMP.
001200     05  DLT-SEARCH-KEY.
001210         10  DLT-SEARCH-DEFECT   PIC X(08).
001220         10  DLT-SEARCH-SEQ      PIC 9(08).
001230 01  DEFECT-COUNTERS.
001240     05  DEF-CARD-COUNT          PIC 9(09)    COMP.
001250     05  DEF-LINKED-COUNT        PIC 9(09)    COMP.
001260     05  DEF-ALREADY-COUNT       PIC 9(09)    COMP.
001270     05  DEF-FIXED-COUNT         PIC 9(09)    COMP.
001280     05  DEF-RELEASED-COUNT      PIC 9(09)    COMP.
001290     05  DEF-RETEST-COUNT        PIC 9(09)    COMP.
001300     05  DEF-HELD-COUNT          PIC 9(09)    COMP.
001310     05  DEF-NOT-REOPENED-COUNT  PIC 9(09)    COMP.
001320     05  DEF-REJECT-COUNT        PIC 9(09)    COMP.
001330     05  DEF-OPEN-COUNT          PIC 9(09)    COMP.
001340     05  DEF-REWRITE-FAIL-COUNT  PIC 9(05)    COMP.
001350     05  DEF-JOURNAL-SEQ-NO      PIC 9(06)    COMP.
001360     05  DEF-CARD-RELEASES       PIC 9(05)    COMP.
001370     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
001380 01  DEFECT-WORK.
001390     05  DEF-REJECT-REASON       PIC X(50).
001400     05  DEF-BEFORE-IMAGE        PIC X(96).
001410     05  DEF-OTHER-OPEN-DEFECT   PIC X(08).
001420     05  DEF-CASE-SW             PIC X(01).
001430         88  DEF-CASE-FOUND          VALUE 'Y'.
001440         88  DEF-CASE-MISSING        VALUE 'N'.
001450 01  MASTER-OUT-CONTROL.
001460     05  DEF-OUT-COUNT           PIC 9(09)    COMP.
001470     05  DEF-OUT-HASH            PIC 9(18).
001480 01  CONTROL-VERIFY-WORK.
001490     05  VFY-RECORD-COUNT        PIC 9(09).
001500     05  VFY-HASH-TOTAL          PIC 9(18).
001510     05  VFY-TRLR-COUNT-X        PIC X(09).
001520     05  VFY-TRLR-COUNT REDEFINES VFY-TRLR-COUNT-X
001530                                 PIC 9(09).
001540     05  VFY-TRLR-HASH-X         PIC X(18).
001550     05  VFY-TRLR-HASH REDEFINES VFY-TRLR-HASH-X
001560                                 PIC 9(18).
001570     05  VFY-FAIL-REASON         PIC X(35).
001580     05  VFY-TRAILER-SW          PIC X(01).
001590         88  VFY-TRAILER-SEEN        VALUE 'Y'.
001600         88  VFY-NO-TRAILER          VALUE 'N'.
001610     05  VFY-FORMAT-SW           PIC X(01).
001620         88  VFY-FORMAT-BAD          VALUE 'Y'.
001630         88  VFY-FORMAT-OK           VALUE 'N'.
001640     05  DEF-CONTROL-SW          PIC X(01).
001650         88  DEF-CONTROL-OK          VALUE 'Y'.
001660         88  DEF-CONTROL-BAD         VALUE 'N'.
001670 01  WS-DATE-TIME.
001680     05  WS-RUN-DATE             PIC 9(08).
001690     05  WS-START-TIME           PIC 9(08).
001700     05  WS-END-TIME             PIC 9(08).
001710 01  WS-SWITCHES.
001720     05  WS-OLDM-EOF-SWITCH      PIC X(01).
001730         88  WS-OLDM-EOF             VALUE 'Y'.
001740         88  WS-OLDM-NOT-EOF         VALUE 'N'.
001750     05  WS-DFT-EOF-SWITCH       PIC X(01).
001760         88  WS-DFT-EOF              VALUE 'Y'.
001770         88  WS-DFT-NOT-EOF          VALUE 'N'.
001780 01  WS-FILE-STATUSES.
001790     05  OLDM-FILE-STATUS        PIC X(02).
001800     05  NEWM-FILE-STATUS        PIC X(02).
001810     05  DFT-FILE-STATUS         PIC X(02).
001820     05  KEY-FILE-STATUS         PIC X(02).
001830     05  JRN-FILE-STATUS         PIC X(02).
001840     05  PRT-FILE-STATUS         PIC X(02).
001850     05  AUDIT-FILE-STATUS       PIC X(02).
001860     05  EXCP-FILE-STATUS        PIC X(02).
001870 01  WS-MISC.
001880     05  WS-LNK-DISPLAY          PIC 9(09).
001890     05  WS-RTS-DISPLAY          PIC 9(09).
001900     05  WS-REJ-DISPLAY          PIC 9(09).
001910     05  WS-VCOUNT-DISPLAY       PIC 9(09).
001920 COPY TRLRREC.
001930 PROCEDURE DIVISION.
001940 0000-MAIN-LOGIC.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001960     IF DEF-CONTROL-OK
001970         PERFORM 2000-LOAD-OLD-MASTER THRU 2000-EXIT
001980             UNTIL WS-OLDM-EOF
001990         PERFORM 3000-PROCESS-CARD THRU 3000-EXIT
002000             UNTIL WS-DFT-EOF
002010         PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
002020         PERFORM 6000-PRINT-OPEN-LINKS THRU 6000-EXIT
002030     END-IF.
002040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002050     STOP RUN.
002060******************************************************************
002070*  1000-INITIALIZE
002080*  VERIFIES THE OLD MASTER, OPENS EVERY FILE, WRITES THE REPORT
002090*  HEADING, AND PRIMES THE MASTER AND CARD READS.
002100******************************************************************
002110 1000-INITIALIZE.
002120     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
002130     ACCEPT WS-START-TIME FROM TIME.
002140     MOVE 0 TO DLT-COUNT.
002150     MOVE 0 TO DLT-PASSED-THRU.
002160     MOVE 0 TO DLT-SKIPPED.
002163     MOVE 0 TO DRJ-COUNT.
002166     MOVE 0 TO DRJ-NOT-HELD.
002170     MOVE 0 TO DEF-CARD-COUNT.
002180     MOVE 0 TO DEF-LINKED-COUNT.
002190     MOVE 0 TO DEF-ALREADY-COUNT.
002200     MOVE 0 TO DEF-FIXED-COUNT.
002210     MOVE 0 TO DEF-RELEASED-COUNT.
002220     MOVE 0 TO DEF-RETEST-COUNT.
002230     MOVE 0 TO DEF-HELD-COUNT.
002240     MOVE 0 TO DEF-NOT-REOPENED-COUNT.
002250     MOVE 0 TO DEF-REJECT-COUNT.
002260     MOVE 0 TO DEF-OPEN-COUNT.
002270     MOVE 0 TO DEF-REWRITE-FAIL-COUNT.
002280     MOVE 0 TO DEF-JOURNAL-SEQ-NO.
002290     MOVE 0 TO DEF-OUT-COUNT.
002300     MOVE 0 TO DEF-OUT-HASH.
002310     MOVE 0 TO EXCP-SEQ-NO.
002320     SET DEF-CONTROL-OK TO TRUE.
002330     OPEN EXTEND EXCEPTION-FILE.
002340     IF EXCP-FILE-STATUS = '35'
002350         OPEN OUTPUT EXCEPTION-FILE
002360     END-IF.
002370     PERFORM 1600-VERIFY-MASTER-CONTROL THRU 1600-EXIT.
002380     IF DEF-CONTROL-BAD
002390         GO TO 1000-EXIT
002400     END-IF.
002410     SET WS-OLDM-NOT-EOF TO TRUE.
002420     SET WS-DFT-NOT-EOF TO TRUE.
002430     OPEN INPUT OLD-MASTER-FILE.
002440     OPEN INPUT DEFECT-TRAN-FILE.
002450     OPEN I-O KEYED-MASTER-FILE.
002460     OPEN EXTEND JOURNAL-FILE.
002470     IF JRN-FILE-STATUS = '35'
002480         OPEN OUTPUT JOURNAL-FILE
002490     END-IF.
002500     OPEN OUTPUT NEW-MASTER-FILE.
002510     OPEN OUTPUT PRINT-FILE.
002520     MOVE SPACES TO DEF-HEADING-1.
002530     MOVE 'DEFECT MAINTENANCE - EDIT REPORT' TO DEF1-TITLE.
002540     MOVE 'RUN DATE:' TO DEF1-DATE-LABEL.
002550     MOVE WS-RUN-DATE TO DEF1-RUN-DATE.
002560     WRITE DEF-HEADING-1 AFTER ADVANCING PAGE.
002570     READ OLD-MASTER-FILE
002580         AT END SET WS-OLDM-EOF TO TRUE
002590     END-READ.
002600     IF WS-OLDM-NOT-EOF
002610         AND DFM-RECORD(1:8) = '*TRAILER'
002620         SET WS-OLDM-EOF TO TRUE
002630     END-IF.
002640     READ DEFECT-TRAN-FILE
002650         AT END SET WS-DFT-EOF TO TRUE
002660     END-READ.
002670 1000-EXIT.
002680     EXIT.
002690******************************************************************
002700*  1600-VERIFY-MASTER-CONTROL
002710*  ONE VERIFICATION PASS OVER THE OLD MASTER BEFORE ANY RECORD
002720*  IS PROCESSED - RECOMPUTES THE RECORD COUNT AND THE SEQUENCE-
002730*  NUMBER HASH AND CHECKS THEM AGAINST THE TRAILER CONTROL
002740*  RECORD (SEE TRLRREC.CPY).  AN EMPTY OR ABSENT MASTER PASSES;
002750*  A MASTER WITH RECORDS BUT NO TRAILER, A TRAILER THAT IS NOT
002760*  LAST, OR A COUNT OR HASH MISMATCH FAILS THE STEP.
002770******************************************************************
002780 1600-VERIFY-MASTER-CONTROL.
002790     MOVE 0 TO VFY-RECORD-COUNT.
002800     MOVE 0 TO VFY-HASH-TOTAL.
002810     MOVE SPACES TO VFY-TRLR-COUNT-X.
002820     MOVE SPACES TO VFY-TRLR-HASH-X.
002830     MOVE SPACES TO VFY-FAIL-REASON.
002840     SET VFY-NO-TRAILER TO TRUE.
002850     SET VFY-FORMAT-OK TO TRUE.
002860     SET WS-OLDM-NOT-EOF TO TRUE.
002870     OPEN INPUT OLD-MASTER-FILE.
002880     READ OLD-MASTER-FILE
002890         AT END SET WS-OLDM-EOF TO TRUE
002900     END-READ.
002910     PERFORM 1610-CHECK-MASTER-RECORD THRU 1610-EXIT
002920         UNTIL WS-OLDM-EOF.
002930     CLOSE OLD-MASTER-FILE.
002940     PERFORM 1700-JUDGE-CONTROL THRU 1700-EXIT.
002950 1600-EXIT.
002960     EXIT.
002970 1610-CHECK-MASTER-RECORD.
002980     MOVE DFM-RECORD TO TRLR-RECORD.
002990     IF TRLR-PRESENT
003000         PERFORM 1750-CAPTURE-TRAILER THRU 1750-EXIT
003010     ELSE
003020         IF VFY-TRAILER-SEEN
003030             SET VFY-FORMAT-BAD TO TRUE
003040         END-IF
003050         ADD 1 TO VFY-RECORD-COUNT
003060         COMPUTE VFY-HASH-TOTAL = VFY-HASH-TOTAL
003070             + DFM-SEQUENCE-NO
003080     END-IF.
003090     READ OLD-MASTER-FILE
003100         AT END SET WS-OLDM-EOF TO TRUE
003110     END-READ.
003120 1610-EXIT.
003130     EXIT.
003140 1700-JUDGE-CONTROL.
003150     IF VFY-FORMAT-BAD
003160         MOVE 'TRAILER IS NOT THE LAST RECORD' TO VFY-FAIL-REASON
003170         GO TO 1700-FAILED
003180     END-IF.
003190     IF VFY-NO-TRAILER
003200         IF VFY-RECORD-COUNT IS GREATER THAN ZERO
003210             MOVE 'NO TRAILER CONTROL RECORD' TO VFY-FAIL-REASON
003220             GO TO 1700-FAILED
003230         END-IF
003240         GO TO 1700-EXIT
003250     END-IF.
003260     IF VFY-TRLR-COUNT-X IS NOT NUMERIC
003270         OR VFY-TRLR-HASH-X IS NOT NUMERIC
003280         MOVE 'TRAILER IS UNREADABLE' TO VFY-FAIL-REASON
003290         GO TO 1700-FAILED
003300     END-IF.
003310     IF VFY-TRLR-COUNT IS NOT EQUAL TO VFY-RECORD-COUNT
003320         MOVE 'RECORD COUNT MISMATCH' TO VFY-FAIL-REASON
003330         GO TO 1700-FAILED
003340     END-IF.
003350     IF VFY-TRLR-HASH IS NOT EQUAL TO VFY-HASH-TOTAL
003360         MOVE 'HASH TOTAL MISMATCH' TO VFY-FAIL-REASON
003370         GO TO 1700-FAILED
003380     END-IF.
003390     GO TO 1700-EXIT.
003400 1700-FAILED.
003410     SET DEF-CONTROL-BAD TO TRUE.
003420     DISPLAY 'DEFECT-MAINT FATAL - DATASET CONTROL CHECK '
003430         'FAILED FOR DFMSTI: ' VFY-FAIL-REASON.
003440     PERFORM 1800-LOG-CONTROL-EXCEPTION THRU 1800-EXIT.
003450 1700-EXIT.
003460     EXIT.
003470 1750-CAPTURE-TRAILER.
003480     IF VFY-TRAILER-SEEN
003490         SET VFY-FORMAT-BAD TO TRUE
003500         GO TO 1750-EXIT
003510     END-IF.
003520     SET VFY-TRAILER-SEEN TO TRUE.
003530     MOVE TRLR-RECORD(17:9)  TO VFY-TRLR-COUNT-X.
003540     MOVE TRLR-RECORD(26:18) TO VFY-TRLR-HASH-X.
003550 1750-EXIT.
003560     EXIT.
003570******************************************************************
003580*  1800-LOG-CONTROL-EXCEPTION
003590*  LOGS THE FAILED CONTROL CHECK TO THE SHARED EXCEPTION FILE AS
003600*  FATAL/CTL SO THE EXCEPTION MAINTENANCE SUBSYSTEM CARRIES IT
003610*  UNTIL SOMEBODY RESOLVES THE DATASET.
003620******************************************************************
003630 1800-LOG-CONTROL-EXCEPTION.
003640     MOVE SPACES TO EXCP-RECORD.
003650     ADD 1 TO EXCP-SEQ-NO.
003660     MOVE 'DEFCTMNT' TO EXCP-PROGRAM-ID.
003670     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
003680     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
003690     SET EXCP-SEV-FATAL TO TRUE.
003700     SET EXCP-CAT-CONTROL TO TRUE.
003710     MOVE VFY-RECORD-COUNT TO WS-VCOUNT-DISPLAY.
003720     STRING 'DATASET CONTROL CHECK FAILED - DFMSTI - '
003730                DELIMITED BY SIZE
003740            VFY-FAIL-REASON    DELIMITED BY SIZE
003750            ' RECORDS READ='   DELIMITED BY SIZE
003760            WS-VCOUNT-DISPLAY  DELIMITED BY SIZE
003770         INTO EXCP-DETAIL.
003780     WRITE EXCP-RECORD.
003790 1800-EXIT.
003800     EXIT.
003810******************************************************************
003820*  2000-LOAD-OLD-MASTER
003830*  LOADS ONE PRIOR DEFECT-LINK RECORD INTO THE WORKING-STORAGE
003840*  TABLE.  A RECORD BEYOND THE TABLE CAPACITY IS WRITTEN
003850*  STRAIGHT THROUGH TO THE NEW MASTER UNCHANGED - AN
003860*  OVERFLOWING RUN MUST NEVER DESTROY OPEN LINKS - BUT IT
003870*  CANNOT BE MATCHED OR RELEASED THIS RUN, SO THE RUN IS
003880*  COUNTED INCOMPLETE AND ENDS WITH A NONZERO RETURN CODE.
003890******************************************************************
003900 2000-LOAD-OLD-MASTER.
003910     IF DLT-COUNT IS LESS THAN DLT-MAX-ENTRIES
003920         ADD 1 TO DLT-COUNT
003930         MOVE DFM-RECORD TO DLT-ENTRY(DLT-COUNT)
003940     ELSE
003950         ADD 1 TO DLT-PASSED-THRU
003960         WRITE DFM-RECORD-OUT FROM DFM-RECORD
003970         ADD 1 TO DEF-OUT-COUNT
003980         ADD DFM-SEQUENCE-NO TO DEF-OUT-HASH
003990     END-IF.
004000     READ OLD-MASTER-FILE
004010         AT END SET WS-OLDM-EOF TO TRUE
004020     END-READ.
004030*    THE TRAILER CONTROL RECORD - ALREADY VERIFIED BY THE
004040*    PRE-PASS - READS AS END OF DATA.
004050     IF WS-OLDM-NOT-EOF
004060         AND DFM-RECORD(1:8) = '*TRAILER'
004070         SET WS-OLDM-EOF TO TRUE
004080     END-IF.
004090 2000-EXIT.
004100     EXIT.
004110******************************************************************
004120*  3000-PROCESS-CARD
004130*  ONE DEFECT CARD - FIELD-EDITED AND ROUTED TO THE LINK OR THE
004140*  FIXED LOGIC.  A CARD THAT FAILS AN EDIT IS REJECTED TO THE
004150*  EDIT REPORT RATHER THAN HALF-APPLIED.
004160******************************************************************
004170 3000-PROCESS-CARD.
004180     ADD 1 TO DEF-CARD-COUNT.
004190     IF DFT-DEFECT-ID = SPACES
004200         OR DFT-DEFECT-ID(1:1) = '*'
004210         MOVE 'DEFECT ID IS BLANK OR STARTS WITH AN ASTERISK'
004220             TO DEF-REJECT-REASON
004230         PERFORM 3900-REJECT-CARD THRU 3900-EXIT
004240         GO TO 3000-READ-NEXT
004250     END-IF.
004260     IF DFT-LINK
004270         PERFORM 3100-LINK-CASE THRU 3100-EXIT
004280         GO TO 3000-READ-NEXT
004290     END-IF.
004300     IF DFT-FIXED
004310         PERFORM 3200-FIX-DEFECT THRU 3200-EXIT
004320         GO TO 3000-READ-NEXT
004330     END-IF.
004340     MOVE 'ACTION CODE IS NOT L OR F' TO DEF-REJECT-REASON.
004350     PERFORM 3900-REJECT-CARD THRU 3900-EXIT.
004360 3000-READ-NEXT.
004370     READ DEFECT-TRAN-FILE
004380         AT END SET WS-DFT-EOF TO TRUE
004390     END-READ.
004400 3000-EXIT.
004410     EXIT.
004420******************************************************************
004430*  3100-LINK-CASE
004440*  ATTACHES ONE FAILED CASE TO THE DEFECT ON THE CARD.  A LINK
004450*  ALREADY OPEN IS LEFT ALONE AND COUNTED, SO A CARD POSTED
004460*  TWICE DOES NO HARM.  A LINK ALREADY RELEASED IS REOPENED
004470*  ONLY BY A CARD RAISED AFTER THE FIX - THE RETEST FAILED
004480*  AGAIN ON THE SAME DEFECT.  THE CASE MUST BE ON THE KEYED
004490*  MASTER AND CURRENTLY FAILED.
004500******************************************************************
004510 3100-LINK-CASE.
004520     IF DFT-SEQUENCE-NO IS NOT NUMERIC
004530         OR DFT-SEQUENCE-NO = ZERO
004540         MOVE 'SEQUENCE NUMBER IS NOT NUMERIC OR IS ZERO'
004550             TO DEF-REJECT-REASON
004560         PERFORM 3900-REJECT-CARD THRU 3900-EXIT
004570         GO TO 3100-EXIT
004580     END-IF.
004590     MOVE DFT-DEFECT-ID   TO DLT-SEARCH-DEFECT.
004600     MOVE DFT-SEQUENCE-NO TO DLT-SEARCH-SEQ.
004610     PERFORM 7000-FIND-LINK-ENTRY THRU 7000-EXIT.
004620     IF DLT-FOUND-INDEX IS GREATER THAN ZERO
004630         IF DLT-LINK-STATUS(DLT-FOUND-INDEX) = 'O'
004640             ADD 1 TO DEF-ALREADY-COUNT
004650             GO TO 3100-EXIT
004660         END-IF
004670         IF DFT-ENTRY-DATE IS NOT NUMERIC
004680             OR DFT-ENTRY-DATE IS NOT GREATER THAN
004690                 DLT-FIX-DATE(DLT-FOUND-INDEX)
004700             ADD 1 TO DEF-ALREADY-COUNT
004710             GO TO 3100-EXIT
004720         END-IF
004730     END-IF.
004740     MOVE DFT-SEQUENCE-NO TO TCM-SEQUENCE-NO.
004750     READ KEYED-MASTER-FILE
004760         KEY IS TCM-SEQUENCE-NO
004770         INVALID KEY
004780             SET DEF-CASE-MISSING TO TRUE
004790         NOT INVALID KEY
004800             SET DEF-CASE-FOUND TO TRUE
004810     END-READ.
004820     IF DEF-CASE-MISSING
004830         MOVE 'UNKNOWN SEQUENCE NUMBER - NO CASE ON FILE'
004840             TO DEF-REJECT-REASON
004850         PERFORM 3900-REJECT-CARD THRU 3900-EXIT
004860         GO TO 3100-EXIT
004870     END-IF.
004880     IF NOT TCM-FAILED
004890         MOVE 'CASE IS NOT IN THE FAILED STATE - NOT LINKED'
004900             TO DEF-REJECT-REASON
004910         PERFORM 3900-REJECT-CARD THRU 3900-EXIT
004920         GO TO 3100-EXIT
004930     END-IF.
004940     IF DLT-FOUND-INDEX = ZERO
004950         IF DLT-COUNT IS NOT LESS THAN DLT-MAX-ENTRIES
004960             ADD 1 TO DLT-SKIPPED
004970             MOVE 'DEFECT TABLE FULL - LINK NOT CARRIED'
004980                 TO DEF-REJECT-REASON
004990             PERFORM 3900-REJECT-CARD THRU 3900-EXIT
005000             GO TO 3100-EXIT
005010         END-IF
005020         ADD 1 TO DLT-COUNT
005030         MOVE DLT-COUNT TO DLT-FOUND-INDEX
005040         MOVE SPACES TO DLT-ENTRY(DLT-FOUND-INDEX)
005050         MOVE DFT-DEFECT-ID
005060             TO DLT-DEFECT-ID(DLT-FOUND-INDEX)
005070         MOVE DFT-SEQUENCE-NO
005080             TO DLT-SEQUENCE-NO(DLT-FOUND-INDEX)
005090     END-IF.
005100     MOVE 'O'             TO DLT-LINK-STATUS(DLT-FOUND-INDEX).
005110     MOVE WS-RUN-DATE     TO DLT-LINK-DATE(DLT-FOUND-INDEX).
005120     MOVE ZERO            TO DLT-FIX-DATE(DLT-FOUND-INDEX).
005130     MOVE DFT-SOURCE-ID   TO DLT-SOURCE-ID(DLT-FOUND-INDEX).
005140     MOVE DFT-USER-ID     TO DLT-LINK-USER(DLT-FOUND-INDEX).
005150     MOVE SPACES          TO DLT-FIX-USER(DLT-FOUND-INDEX).
005160     MOVE DFT-DESCRIPTION TO DLT-DESCRIPTION(DLT-FOUND-INDEX).
005170     ADD 1 TO DEF-LINKED-COUNT.
005180     MOVE SPACES TO DEF-DETAIL-LINE.
005190     STRING 'LINKED   CASE ' DELIMITED BY SIZE
005200            DFT-SEQUENCE-NO DELIMITED BY SIZE
005210            ' TO DEFECT ' DELIMITED BY SIZE
005220            DFT-DEFECT-ID DELIMITED BY SIZE
005230            ' ' DELIMITED BY SIZE
005240            DFT-DESCRIPTION DELIMITED BY SIZE
005250         INTO DEFD-TEXT.
005260     WRITE DEF-DETAIL-LINE AFTER ADVANCING 1.
005270 3100-EXIT.
005280     EXIT.
005290******************************************************************
005300*  3200-FIX-DEFECT
005310*  MARKS THE DEFECT ON THE CARD FIXED - EVERY LINK STILL OPEN
005320*  AGAINST IT IS RELEASED AND ITS CASE REOPENED FOR RETEST.  A
005330*  FIXED CARD FOR A DEFECT WITH NOTHING OPEN IS REJECTED.
005340******************************************************************
005350 3200-FIX-DEFECT.
005360     MOVE 0 TO DEF-CARD-RELEASES.
005370     PERFORM 3300-RELEASE-LINK THRU 3300-EXIT
005380         VARYING DLT-INDEX FROM 1 BY 1
005390         UNTIL DLT-INDEX > DLT-COUNT.
005400     IF DEF-CARD-RELEASES = ZERO
005410         MOVE 'NO OPEN CASES LINKED TO THIS DEFECT'
005420             TO DEF-REJECT-REASON
005430         PERFORM 3900-REJECT-CARD THRU 3900-EXIT
005440         GO TO 3200-EXIT
005450     END-IF.
005460     ADD 1 TO DEF-FIXED-COUNT.
005470 3200-EXIT.
005480     EXIT.
005490******************************************************************
005500*  3300-RELEASE-LINK
005510*  RELEASES THE LINK AT DLT-INDEX WHEN IT IS OPEN AGAINST THE
005520*  DEFECT BEING FIXED.  THE CASE IS REOPENED UNLESS IT IS STILL
005530*  OPEN AGAINST SOME OTHER DEFECT - A RETEST BEFORE EVERY CAUSE
005540*  OF THE FAILURE IS FIXED ONLY FAILS AGAIN.
005550******************************************************************
005560 3300-RELEASE-LINK.
005570     IF DLT-DEFECT-ID(DLT-INDEX) IS NOT EQUAL TO DFT-DEFECT-ID
005580         OR DLT-LINK-STATUS(DLT-INDEX) IS NOT EQUAL TO 'O'
005590         GO TO 3300-EXIT
005600     END-IF.
005610     MOVE 'R'         TO DLT-LINK-STATUS(DLT-INDEX).
005620     MOVE WS-RUN-DATE TO DLT-FIX-DATE(DLT-INDEX).
005630     MOVE DFT-USER-ID TO DLT-FIX-USER(DLT-INDEX).
005640     ADD 1 TO DEF-CARD-RELEASES.
005650     ADD 1 TO DEF-RELEASED-COUNT.
005660     MOVE SPACES TO DEF-OTHER-OPEN-DEFECT.
005670     PERFORM 3400-CHECK-OTHER-OPEN THRU 3400-EXIT
005680         VARYING DLT-HOLD-INDEX FROM 1 BY 1
005690         UNTIL DLT-HOLD-INDEX > DLT-COUNT
005700         OR DEF-OTHER-OPEN-DEFECT IS NOT EQUAL TO SPACES.
005710     IF DEF-OTHER-OPEN-DEFECT IS NOT EQUAL TO SPACES
005720         ADD 1 TO DEF-HELD-COUNT
005730         MOVE SPACES TO DEF-DETAIL-LINE
005740         STRING 'HELD     CASE ' DELIMITED BY SIZE
005750                DLT-SEQUENCE-NO(DLT-INDEX) DELIMITED BY SIZE
005760                ' RELEASED BY DEFECT ' DELIMITED BY SIZE
005770                DFT-DEFECT-ID DELIMITED BY SIZE
005780                ' - STILL OPEN AGAINST DEFECT ' DELIMITED BY SIZE
005790                DEF-OTHER-OPEN-DEFECT DELIMITED BY SIZE
005800             INTO DEFD-TEXT
005810         WRITE DEF-DETAIL-LINE AFTER ADVANCING 1
005820         GO TO 3300-EXIT
005830     END-IF.
005840     PERFORM 3500-REOPEN-CASE THRU 3500-EXIT.
005850 3300-EXIT.
005860     EXIT.
005870 3400-CHECK-OTHER-OPEN.
005880     IF DLT-SEQUENCE-NO(DLT-HOLD-INDEX) =
005890             DLT-SEQUENCE-NO(DLT-INDEX)
005900         AND DLT-LINK-STATUS(DLT-HOLD-INDEX) = 'O'
005910         MOVE DLT-DEFECT-ID(DLT-HOLD-INDEX)
005920             TO DEF-OTHER-OPEN-DEFECT
005930     END-IF.
005940 3400-EXIT.
005950     EXIT.
005960******************************************************************
005970*  3500-REOPEN-CASE
005980*  REOPENS THE RELEASED CASE ON THE KEYED MASTER AS RETEST,
005990*  DATED TODAY, JOURNALING THE BEFORE AND AFTER IMAGES FIRST.
006000*  A CASE NO LONGER ON FILE, OR NO LONGER FAILED BECAUSE A LATER
006010*  RESULT OVERTOOK THE DEFECT, IS REPORTED AND LEFT AS IT IS.
006020******************************************************************
006030 3500-REOPEN-CASE.
006040     MOVE DLT-SEQUENCE-NO(DLT-INDEX) TO TCM-SEQUENCE-NO.
006050     READ KEYED-MASTER-FILE
006060         KEY IS TCM-SEQUENCE-NO
006070         INVALID KEY
006080             SET DEF-CASE-MISSING TO TRUE
006090         NOT INVALID KEY
006100             SET DEF-CASE-FOUND TO TRUE
006110     END-READ.
006120     IF DEF-CASE-MISSING OR NOT TCM-FAILED
006130         ADD 1 TO DEF-NOT-REOPENED-COUNT
006140         MOVE SPACES TO DEF-DETAIL-LINE
006150         STRING 'NOTE     CASE ' DELIMITED BY SIZE
006160                DLT-SEQUENCE-NO(DLT-INDEX) DELIMITED BY SIZE
006170                ' RELEASED BY DEFECT ' DELIMITED BY SIZE
006180                DFT-DEFECT-ID DELIMITED BY SIZE
006190                ' - NOT ON FILE OR NO LONGER FAILED, NOT REOPENED'
006200                    DELIMITED BY SIZE
006210             INTO DEFD-TEXT
006220         WRITE DEF-DETAIL-LINE AFTER ADVANCING 1
006230         GO TO 3500-EXIT
006240     END-IF.
006250     MOVE TCM-RECORD  TO DEF-BEFORE-IMAGE.
006260     SET TCM-RETEST   TO TRUE.
006270     MOVE WS-RUN-DATE TO TCM-STATUS-DATE.
006280*    THE JOURNAL ENTRY GOES OUT BEFORE THE REWRITE, SO A CHANGE
006290*    THAT MADE IT TO THE MASTER IS ALWAYS ON THE JOURNAL.
006300     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
006310     REWRITE TCM-RECORD
006320         INVALID KEY
006330             ADD 1 TO DEF-REWRITE-FAIL-COUNT
006340             DISPLAY 'DEFECT-MAINT WARNING - REWRITE '
006350                 'REJECTED, STATUS ' KEY-FILE-STATUS
006360                 ' FOR SEQ: ' DLT-SEQUENCE-NO(DLT-INDEX)
006370         NOT INVALID KEY
006380             ADD 1 TO DEF-RETEST-COUNT
006390             MOVE SPACES TO DEF-DETAIL-LINE
006400             STRING 'RETEST   CASE ' DELIMITED BY SIZE
006410                    DLT-SEQUENCE-NO(DLT-INDEX) DELIMITED BY SIZE
006420                    ' REOPENED - DEFECT ' DELIMITED BY SIZE
006430                    DFT-DEFECT-ID DELIMITED BY SIZE
006440                    ' FIXED' DELIMITED BY SIZE
006450                 INTO DEFD-TEXT
006460             WRITE DEF-DETAIL-LINE AFTER ADVANCING 1
006470     END-REWRITE.
006480 3500-EXIT.
006490     EXIT.
006500******************************************************************
006510*  3600-WRITE-JOURNAL
006520*  APPENDS ONE BEFORE/AFTER JOURNAL ENTRY - SEE TCJRNL.CPY -
006530*  FOR THE CHANGE ABOUT TO BE REWRITTEN.  THE FIXED CARD IS THE
006540*  TRANSACTION IMAGE.
006550******************************************************************
006560 3600-WRITE-JOURNAL.
006570     MOVE SPACES TO TCJ-RECORD.
006580     ADD 1 TO DEF-JOURNAL-SEQ-NO.
006590     MOVE WS-RUN-DATE TO TCJ-RUN-DATE.
006600     MOVE DEF-JOURNAL-SEQ-NO TO TCJ-SEQUENCE-NO.
006610     MOVE 'DEFCTMNT' TO TCJ-PROGRAM-ID.
006620     MOVE DFT-RECORD TO TCJ-TRAN-IMAGE.
006630     MOVE DEF-BEFORE-IMAGE TO TCJ-BEFORE-IMAGE.
006640     MOVE TCM-RECORD TO TCJ-AFTER-IMAGE.
006650     WRITE TCJ-RECORD.
006660 3600-EXIT.
006670     EXIT.
006680******************************************************************
006690*  3900-REJECT-CARD
006695*  WRITES THE REJECTED CARD AND THE REASON TO THE EDIT REPORT,
006700*  AND HOLDS THE CARD SO IT CAN BE WRITTEN BACK TO THE DECK FOR
006705*  CORRECTION.
006710******************************************************************
006720 3900-REJECT-CARD.
006730     ADD 1 TO DEF-REJECT-COUNT.
006731     IF DRJ-COUNT IS LESS THAN DRJ-MAX-ENTRIES
006732         ADD 1 TO DRJ-COUNT
006733         MOVE DFT-RECORD TO DRJ-CARD(DRJ-COUNT)
006734     ELSE
006735         ADD 1 TO DRJ-NOT-HELD
006736     END-IF.
006740     MOVE SPACES TO DEF-DETAIL-LINE.
006750     STRING 'REJECTED ' DELIMITED BY SIZE
006760            DFT-RECORD(1:41) DELIMITED BY SIZE
006770            ' - ' DELIMITED BY SIZE
006780            DEF-REJECT-REASON DELIMITED BY SIZE
006790         INTO DEFD-TEXT.
006800     WRITE DEF-DETAIL-LINE AFTER ADVANCING 1.
006810 3900-EXIT.
006820     EXIT.
006830******************************************************************
006840*  5000-WRITE-NEW-MASTER
006850*  WRITES EVERY TABLE ENTRY - INCLUDING RELEASED LINKS, WHICH
006860*  STAY ON FILE AS THE FIX HISTORY - TO THE NEW MASTER.
006870******************************************************************
006880 5000-WRITE-NEW-MASTER.
006890     PERFORM 5100-WRITE-MASTER-ENTRY THRU 5100-EXIT
006900         VARYING DLT-INDEX FROM 1 BY 1
006910         UNTIL DLT-INDEX > DLT-COUNT.
006920     PERFORM 8900-WRITE-MASTER-TRAILER THRU 8900-EXIT.
006930 5000-EXIT.
006940     EXIT.
006950 5100-WRITE-MASTER-ENTRY.
006960     WRITE DFM-RECORD-OUT FROM DLT-ENTRY(DLT-INDEX).
006970     ADD 1 TO DEF-OUT-COUNT.
006980     ADD DLT-SEQUENCE-NO(DLT-INDEX) TO DEF-OUT-HASH.
006990 5100-EXIT.
007000     EXIT.
007010******************************************************************
007020*  6000-PRINT-OPEN-LINKS
007030*  LISTS EVERY CASE STILL WAITING ON A FIX - ONE LINE PER OPEN
007040*  LINK WITH THE DATE IT WAS RAISED.
007050******************************************************************
007060 6000-PRINT-OPEN-LINKS.
007070     MOVE SPACES TO DEF-DETAIL-LINE.
007080     MOVE 'CASES WAITING ON A FIX:' TO DEFD-TEXT.
007090     WRITE DEF-DETAIL-LINE AFTER ADVANCING 2.
007100     PERFORM 6100-PRINT-OPEN-LINK THRU 6100-EXIT
007110         VARYING DLT-INDEX FROM 1 BY 1
007120         UNTIL DLT-INDEX > DLT-COUNT.
007130 6000-EXIT.
007140     EXIT.
007150 6100-PRINT-OPEN-LINK.
007160     IF DLT-LINK-STATUS(DLT-INDEX) IS NOT EQUAL TO 'O'
007170         GO TO 6100-EXIT
007180     END-IF.
007190     ADD 1 TO DEF-OPEN-COUNT.
007200     MOVE SPACES TO DEF-DETAIL-LINE.
007210     STRING 'OPEN     DEFECT ' DELIMITED BY SIZE
007220            DLT-DEFECT-ID(DLT-INDEX) DELIMITED BY SIZE
007230            ' CASE ' DELIMITED BY SIZE
007240            DLT-SEQUENCE-NO(DLT-INDEX) DELIMITED BY SIZE
007250            ' LINKED ' DELIMITED BY SIZE
007260            DLT-LINK-DATE(DLT-INDEX) DELIMITED BY SIZE
007270            ' ' DELIMITED BY SIZE
007280            DLT-DESCRIPTION(DLT-INDEX) DELIMITED BY SIZE
007290         INTO DEFD-TEXT.
007300     WRITE DEF-DETAIL-LINE AFTER ADVANCING 1.
007310 6100-EXIT.
007320     EXIT.
007330******************************************************************
007340*  7000-FIND-LINK-ENTRY
007350*  LINEAR SEARCH OF THE LINK TABLE FOR THE KEY IN
007360*  DLT-SEARCH-KEY.  RETURNS THE ENTRY NUMBER IN DLT-FOUND-INDEX,
007370*  OR ZERO WHEN THE KEY IS NOT ON FILE.
007380******************************************************************
007390 7000-FIND-LINK-ENTRY.
007400     MOVE 0 TO DLT-FOUND-INDEX.
007410     PERFORM 7100-MATCH-LINK-ENTRY THRU 7100-EXIT
007420         VARYING DLT-INDEX FROM 1 BY 1
007430         UNTIL DLT-INDEX > DLT-COUNT
007440         OR DLT-FOUND-INDEX IS GREATER THAN ZERO.
007450 7000-EXIT.
007460     EXIT.
007470 7100-MATCH-LINK-ENTRY.
007480     IF DLT-KEY(DLT-INDEX) = DLT-SEARCH-KEY
007490         MOVE DLT-INDEX TO DLT-FOUND-INDEX
007500     END-IF.
007510 7100-EXIT.
007520     EXIT.
007530******************************************************************
007540*  8900-WRITE-MASTER-TRAILER
007550*  WRITES THE TRAILER CONTROL RECORD AS THE LAST RECORD OF THE
007560*  NEW MASTER - SEE TRLRREC.CPY - COVERING TABLE ENTRIES AND
007570*  OVERFLOW RECORDS PASSED STRAIGHT THROUGH ALIKE.
007580******************************************************************
007590 8900-WRITE-MASTER-TRAILER.
007600     MOVE SPACES TO TRLR-RECORD.
007610     MOVE '*TRAILER' TO TRLR-TAG.
007620     MOVE WS-RUN-DATE TO TRLR-RUN-DATE.
007630     MOVE DEF-OUT-COUNT TO TRLR-RECORD-COUNT.
007640     MOVE DEF-OUT-HASH TO TRLR-HASH-TOTAL.
007650     WRITE DFM-RECORD-OUT FROM TRLR-RECORD.
007660 8900-EXIT.
007670     EXIT.
007680******************************************************************
007690*  9000-TERMINATE
007700*  WRITES THE REPORT TRAILERS, CLOSES EVERY FILE, EMPTIES THE
007710*  CARD DECK ONCE IT HAS BEEN POSTED CLEAN, APPENDS A RUN-AUDIT
007716*  RECORD, AND DISPLAYS THE MAINTENANCE TOTALS.  REJECTED CARDS
007722*  REPLACE THE DECK, FOR CORRECTION AND RESUBMISSION, AND END
007728*  THE RUN WITH RETURN CODE 4.  A REJECTED REWRITE OR A TABLE
007734*  OVERFLOW LEAVES THE WHOLE DECK IN PLACE FOR THE RERUN AND
007740*  ENDS WITH RETURN CODE 8.
007750******************************************************************
007760 9000-TERMINATE.
007770     IF DEF-CONTROL-BAD
007780         CLOSE EXCEPTION-FILE
007790         ACCEPT WS-END-TIME FROM TIME
007800         PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT
007810         DISPLAY 'DEFECT-MAINT FAILED - INPUT CONTROL CHECK, '
007820             'NOTHING PROCESSED'
007830         MOVE 8 TO RETURN-CODE
007840         GO TO 9000-EXIT
007850     END-IF.
007860     MOVE SPACES TO DEF-TRAILER-LINE.
007870     MOVE 'CASES LINKED TO DEFECTS:' TO DEFT-LABEL.
007880     MOVE DEF-LINKED-COUNT TO DEFT-TOTAL-COUNT.
007890     WRITE DEF-TRAILER-LINE AFTER ADVANCING 2.
007900     MOVE SPACES TO DEF-TRAILER-LINE.
007910     MOVE 'LINKS ALREADY ON FILE:' TO DEFT-LABEL.
007920     MOVE DEF-ALREADY-COUNT TO DEFT-TOTAL-COUNT.
007930     WRITE DEF-TRAILER-LINE AFTER ADVANCING 1.
007940     MOVE SPACES TO DEF-TRAILER-LINE.
007950     MOVE 'DEFECTS MARKED FIXED:' TO DEFT-LABEL.
007960     MOVE DEF-FIXED-COUNT TO DEFT-TOTAL-COUNT.
007970     WRITE DEF-TRAILER-LINE AFTER ADVANCING 1.
007980     MOVE SPACES TO DEF-TRAILER-LINE.
007990     MOVE 'CASES REOPENED FOR RETEST:' TO DEFT-LABEL.
008000     MOVE DEF-RETEST-COUNT TO DEFT-TOTAL-COUNT.
008010     WRITE DEF-TRAILER-LINE AFTER ADVANCING 1.
008020     MOVE SPACES TO DEF-TRAILER-LINE.
008030     MOVE 'CASES HELD ON ANOTHER OPEN DEFECT:' TO DEFT-LABEL.
008040     MOVE DEF-HELD-COUNT TO DEFT-TOTAL-COUNT.
008050     WRITE DEF-TRAILER-LINE AFTER ADVANCING 1.
008060     MOVE SPACES TO DEF-TRAILER-LINE.
008070     MOVE 'CASES RELEASED BUT NOT REOPENED:' TO DEFT-LABEL.
008080     MOVE DEF-NOT-REOPENED-COUNT TO DEFT-TOTAL-COUNT.
008090     WRITE DEF-TRAILER-LINE AFTER ADVANCING 1.
008100     MOVE SPACES TO DEF-TRAILER-LINE.
008110     MOVE 'CARDS REJECTED:' TO DEFT-LABEL.
008120     MOVE DEF-REJECT-COUNT TO DEFT-TOTAL-COUNT.
008130     WRITE DEF-TRAILER-LINE AFTER ADVANCING 1.
008140     MOVE SPACES TO DEF-TRAILER-LINE.
008150     MOVE 'CASES STILL WAITING ON A FIX:' TO DEFT-LABEL.
008160     MOVE DEF-OPEN-COUNT TO DEFT-TOTAL-COUNT.
008170     WRITE DEF-TRAILER-LINE AFTER ADVANCING 1.
008180     CLOSE OLD-MASTER-FILE.
008190     CLOSE NEW-MASTER-FILE.
008200     CLOSE DEFECT-TRAN-FILE.
008210     CLOSE KEYED-MASTER-FILE.
008220     CLOSE JOURNAL-FILE.
008230     CLOSE PRINT-FILE.
008240     CLOSE EXCEPTION-FILE.
008250     IF DLT-PASSED-THRU IS GREATER THAN ZERO
008260         DISPLAY 'DEFECT-MAINT WARNING - LINKS BEYOND TABLE '
008270             'CAPACITY CARRIED THROUGH UNPROCESSED: '
008280             DLT-PASSED-THRU
008290         MOVE 8 TO RETURN-CODE
008300     END-IF.
008310     IF DLT-SKIPPED IS GREATER THAN ZERO
008320         DISPLAY 'DEFECT-MAINT WARNING - NEW LINKS BEYOND '
008330             'TABLE CAPACITY NOT CARRIED: ' DLT-SKIPPED
008340         MOVE 8 TO RETURN-CODE
008350     END-IF.
008360     IF DEF-REWRITE-FAIL-COUNT IS GREATER THAN ZERO
008370         DISPLAY 'DEFECT-MAINT REWRITES REJECTED: '
008380             DEF-REWRITE-FAIL-COUNT
008390         MOVE 8 TO RETURN-CODE
008400     END-IF.
008412     IF DRJ-NOT-HELD IS GREATER THAN ZERO
008424         DISPLAY 'DEFECT-MAINT WARNING - REJECTED CARDS BEYOND '
008436             'TABLE CAPACITY, DECK LEFT IN PLACE: ' DRJ-NOT-HELD
008448         MOVE 8 TO RETURN-CODE
008452     END-IF.
008453*    A CLEAN RUN HAS POSTED EVERY CARD - THE DECK IS EMPTIED SO
008454*    TOMORROW'S FAILURES START A FRESH ONE.  WHEN CARDS WERE
008455*    REJECTED ONLY THOSE ARE WRITTEN BACK, SO THE CORRECTED DECK
008456*    DOES NOT POST TODAY'S GOOD CARDS A SECOND TIME.
008457     IF RETURN-CODE = ZERO
008458         OPEN OUTPUT DEFECT-TRAN-FILE
008459         IF DRJ-COUNT IS GREATER THAN ZERO
008460             PERFORM 9050-WRITE-REJECTED-CARD THRU 9050-EXIT
008461                 VARYING DRJ-INDEX FROM 1 BY 1
008462                 UNTIL DRJ-INDEX > DRJ-COUNT
008463             DISPLAY 'DEFECT-MAINT WARNING - REJECTED CARDS '
008464                 'WRITTEN BACK TO DFTRAN: ' DRJ-COUNT
008465             MOVE 4 TO RETURN-CODE
008466         END-IF
008467         CLOSE DEFECT-TRAN-FILE
008468     END-IF.
008470     ACCEPT WS-END-TIME FROM TIME.
008480     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
008490     DISPLAY 'DEFECT-MAINT COMPLETE - CARDS: ' DEF-CARD-COUNT
008500         ' LINKED: ' DEF-LINKED-COUNT
008510         ' ALREADY-ON-FILE: ' DEF-ALREADY-COUNT
008520         ' REJECTED: ' DEF-REJECT-COUNT.
008530     DISPLAY 'DEFECT-MAINT DEFECTS FIXED: ' DEF-FIXED-COUNT
008540         ' REOPENED FOR RETEST: ' DEF-RETEST-COUNT
008550         ' HELD: ' DEF-HELD-COUNT
008560         ' WAITING ON A FIX: ' DEF-OPEN-COUNT.
008570 9000-EXIT.
008580     EXIT.
008582 9050-WRITE-REJECTED-CARD.
008584     WRITE DFT-RECORD FROM DRJ-CARD(DRJ-INDEX).
008586 9050-EXIT.
008588     EXIT.
008590******************************************************************
008600*  9100-WRITE-AUDIT-RECORD
008610*  APPENDS ONE RUN-AUDIT RECORD TO THE SHARED AUDIT LOG - SEE
008620*  AUDITREC.CPY.
008630******************************************************************
008640 9100-WRITE-AUDIT-RECORD.
008650     OPEN EXTEND AUDIT-LOG-FILE.
008660     IF AUDIT-FILE-STATUS = '35'
008670         OPEN OUTPUT AUDIT-LOG-FILE
008680     END-IF.
008690     MOVE SPACES TO AUDIT-RECORD.
008700     MOVE 'DEFCTMNT' TO AUDIT-PROGRAM-ID.
008710     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
008720     MOVE WS-START-TIME TO AUDIT-START-TIME.
008730     MOVE WS-END-TIME TO AUDIT-END-TIME.
008740     MOVE DEF-LINKED-COUNT TO WS-LNK-DISPLAY.
008750     MOVE WS-LNK-DISPLAY TO AUDIT-PARM-1.
008760     MOVE DEF-RETEST-COUNT TO WS-RTS-DISPLAY.
008770     MOVE WS-RTS-DISPLAY TO AUDIT-PARM-2.
008780     MOVE DEF-REJECT-COUNT TO WS-REJ-DISPLAY.
008790     IF DEF-CONTROL-BAD
008800         MOVE 'INPUT CONTROL CHECK FAILED - NOTHING PROCESSED'
008810             TO AUDIT-FINAL-STATE
008820         SET AUDIT-FAILED TO TRUE
008830         MOVE 8 TO RETURN-CODE
008840     ELSE
008850         STRING 'LNK=' DELIMITED BY SIZE
008860                WS-LNK-DISPLAY DELIMITED BY SIZE
008870                ' RTS=' DELIMITED BY SIZE
008880                WS-RTS-DISPLAY DELIMITED BY SIZE
008890                ' REJ=' DELIMITED BY SIZE
008900                WS-REJ-DISPLAY DELIMITED BY SIZE
008910             INTO AUDIT-FINAL-STATE
008920         IF RETURN-CODE IS GREATER THAN 4
008930             SET AUDIT-FAILED TO TRUE
008940         ELSE
008950             SET AUDIT-SUCCESSFUL TO TRUE
008960         END-IF
008970     END-IF.
008980     WRITE AUDIT-RECORD.
008990     CLOSE AUDIT-LOG-FILE.
009000 9100-EXIT.
009010     EXIT.
