000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    RECOVERY-PLAN.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - NIGHT RECOVERY PLANNER.
000200*                   AFTER A BAD NIGHT, ONE PAGE (RCVRPT) TELLS
000210*                   ON-CALL WHAT TO RERUN INSTEAD OF PIECING IT
000220*                   TOGETHER FROM NIGHTRPT AND AUDLIST AT 4 AM.
000230*                   READS THE NIGHT'S RUN-AUDIT ENTRIES, THE
000240*                   FIBCKPT AND TGCKPT CHECKPOINT LOGS, AND THE
000250*                   TRAILER CONTROL RECORDS OF FIBOUT, TGOUT,
000260*                   TCMSTO, AND FIBMSTO (SEE TRLRREC.CPY), THEN
000270*                   PRINTS AN ORDERED PLAN - EACH STEP OF THE
000280*                   CHAIN MARKED RESUME (RESTART FROM ITS
000290*                   CHECKPOINT), RERUN (FROM SCRATCH), SKIP, OR
000300*                   MANUAL (NO USABLE PARAMETERS ON FILE).  A
000310*                   STEP THAT ALREADY RAN TONIGHT ON DATA NOW
000320*                   BEING REBUILT IS NAMED AS SUCH AND RERUN FROM
000330*                   THE PRIOR GENERATION.  THE FIBCTL AND TGCTL
000340*                   CARDS FOR THE RERUN ARE PUNCHED TO FIBCTLR
000350*                   AND TGCTLR FROM THE VALIDATED CARDS THE NIGHT
000360*                   RAN WITH (FIBCTLV, TGCTLV), WITH ONLY THE
000370*                   RESTART SWITCH (COLUMN 6 / COLUMN 26) SET BY
000380*                   THE PLAN.  A STEP THAT IS SKIPPED GETS NO
000390*                   CARD - ITS CARD DATASET IS LEFT EMPTY.  LIKE
000400*                   NIGHT-STATUS, THE PLANNER WRITES NO AUDIT
000410*                   RECORD - IT JUDGES THE LOG IT WOULD BE
000420*                   APPENDING TO.  RETURN CODE 0 MEANS NOTHING
000430*                   TO RECOVER, 4 MEANS A PLAN WAS PUNCHED, AND 8
000440*                   MEANS A STEP NEEDS A HUMAN BEFORE IT CAN RUN.
000442*  2026-10-15  OPS  WAREHOUSE-EXTRACT NOW TAKES ITS FIB_INDEX
000444*                   AND DIGIT_COUNT COLUMNS FROM FIBMSTO, SO IT IS
000446*                   ALSO RERUN WHENEVER FIB-MASTER-MERGE IS
000448*                   REDONE.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT OPTIONAL RECOVERY-CONTROL-FILE ASSIGN TO "RCVCTL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RCC-FILE-STATUS.
000520     SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS AUDIT-FILE-STATUS.
000550     SELECT OPTIONAL FIB-PARM-FILE ASSIGN TO "FIBCTLV"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS FBP-FILE-STATUS.
000580     SELECT OPTIONAL TG-PARM-FILE ASSIGN TO "TGCTLV"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS TGP-FILE-STATUS.
000610     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "FIBCKPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CKPT-FILE-STATUS.
000640     SELECT OPTIONAL TG-CHECKPOINT-FILE ASSIGN TO "TGCKPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS TCK-FILE-STATUS.
000670     SELECT OPTIONAL FIBONACCI-OUT-FILE ASSIGN TO "FIBOUT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS OUT-FILE-STATUS.
000700     SELECT OPTIONAL TESTGEN-OUT-FILE ASSIGN TO "TGOUT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS TGO-FILE-STATUS.
000730     SELECT OPTIONAL TESTCASE-MASTER-FILE ASSIGN TO "TCMSTO"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS TCM-FILE-STATUS.
000760     SELECT OPTIONAL FIB-MASTER-FILE ASSIGN TO "FIBMSTO"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FBM-FILE-STATUS.
000790     SELECT FIB-RESTART-CARD-FILE ASSIGN TO "FIBCTLR"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS FRC-FILE-STATUS.
000820     SELECT TG-RESTART-CARD-FILE ASSIGN TO "TGCTLR"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS TRC-FILE-STATUS.
000850     SELECT PRINT-FILE ASSIGN TO "RCVRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS PRT-FILE-STATUS.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  RECOVERY-CONTROL-FILE
000910     RECORDING MODE IS F.
000920 COPY RCVCTL.
000930 FD  AUDIT-LOG-FILE
000940     RECORDING MODE IS F.
000950 COPY AUDITREC.
000960 FD  FIB-PARM-FILE
000970     RECORDING MODE IS F.
000980 COPY FIBCTL.
000990 FD  TG-PARM-FILE
001000     RECORDING MODE IS F.
001010 COPY TGCTL.
001020 FD  CHECKPOINT-FILE
001030     RECORDING MODE IS F.
001040 COPY FIBCKPT.
001050 FD  TG-CHECKPOINT-FILE
001060     RECORDING MODE IS F.
001070 COPY TGCKPT.
001080 FD  FIBONACCI-OUT-FILE
001090     RECORDING MODE IS F.
001100 COPY FIBOUTR.
001110 FD  TESTGEN-OUT-FILE
001120     RECORDING MODE IS F.
001130 COPY TGOUTR.
001140 FD  TESTCASE-MASTER-FILE
001150     RECORDING MODE IS F.
001160 COPY TCMSTR.
001170 FD  FIB-MASTER-FILE
001180     RECORDING MODE IS F.
001190 COPY FIBMSTR.
001200 FD  FIB-RESTART-CARD-FILE
001210     RECORDING MODE IS F.
001220 01  FIB-RESTART-CARD            PIC X(80).
001230 FD  TG-RESTART-CARD-FILE
001240     RECORDING MODE IS F.
001250 01  TG-RESTART-CARD             PIC X(80).
001260 FD  PRINT-FILE
001270     RECORDING MODE IS F.
001280 COPY RCVRPTL.
001290 WORKING-STORAGE SECTION.
001300 COPY TRLRREC.
001310*    THE CARDS PUNCHED FOR THE RERUN - SAME COLUMNS AS FIBCTL.CPY
001320*    AND TGCTL.CPY, BUILT HERE SINCE THE FD RECORDS OF THOSE
001330*    LAYOUTS ARE ALREADY THE VALIDATED INPUT CARDS.
001340 01  RESTART-FIB-CARD.
001350     05  RFC-COUNT               PIC 9(05).
001360     05  RFC-RESTART-SW          PIC X(01).
001370     05  FILLER                  PIC X(74).
001380 01  RESTART-TG-CARD.
001390     05  RTC-UPPER-BOUND         PIC 9(08).
001400     05  RTC-ACTIVE-POSITIONS    PIC 9(01).
001410     05  RTC-SLICE-FROM          PIC 9(08).
001420     05  RTC-SLICE-TO            PIC 9(08).
001430     05  RTC-RESTART-SW          PIC X(01).
001440     05  RTC-CKPT-INTERVAL       PIC 9(08).
001450     05  RTC-GEN-MODE            PIC X(01).
001460     05  FILLER                  PIC X(45).
001470 01  PLAN-CONTROL.
001480     05  RCV-NIGHT-DATE          PIC 9(08).
001490     05  RCV-RESUME-COUNT        PIC 9(04)    COMP.
001500     05  RCV-RERUN-COUNT         PIC 9(04)    COMP.
001510     05  RCV-SKIP-COUNT          PIC 9(04)    COMP.
001520     05  RCV-MANUAL-COUNT        PIC 9(04)    COMP.
001530     05  RCV-CARD-COUNT          PIC 9(04)    COMP.
001540     05  RCV-UPSTREAM-SW         PIC X(01).
001550         88  RCV-UPSTREAM-REDONE     VALUE 'Y'.
001560         88  RCV-UPSTREAM-CLEAN      VALUE 'N'.
001570     05  RCV-REASON-WORK         PIC X(60).
001580     05  RCV-STATE-TEXT          PIC X(08).
001590*    ONE ENTRY PER DATASET WHOSE TRAILER IS JUDGED.  THE STATE IS
001600*    C COMPLETE (TRAILER BALANCES AND IS DATED FOR THE NIGHT),
001610*    S STALE (TRAILER BALANCES BUT CARRIES ANOTHER NIGHT'S DATE),
001620*    P PARTIAL (RECORDS BUT NO TRAILER - A KILLED RUN), E EMPTY OR
001630*    ABSENT, B BAD (MISPLACED OR UNREADABLE TRAILER, COUNT OR HASH
001640*    MISMATCH).
001650 01  DATASET-STATE-TABLE.
001660     05  DSS-ENTRY               OCCURS 4 TIMES.
001670         10  DSS-NAME            PIC X(08).
001680         10  DSS-STATE           PIC X(01).
001690             88  DSS-COMPLETE        VALUE 'C'.
001700             88  DSS-STALE           VALUE 'S'.
001710             88  DSS-PARTIAL         VALUE 'P'.
001720             88  DSS-EMPTY           VALUE 'E'.
001730             88  DSS-BAD             VALUE 'B'.
001740         10  DSS-RECORD-COUNT    PIC 9(09).
001750         10  DSS-LAST-SEQ        PIC 9(09).
001760         10  DSS-FIRST-DATE      PIC 9(08).
001770         10  DSS-TRAILER-DATE    PIC 9(08).
001780         10  DSS-REASON          PIC X(35).
001790 01  DATASET-SUBSCRIPTS.
001800     05  DSX-FIBOUT              PIC 9(04)    COMP VALUE 1.
001810     05  DSX-TGOUT               PIC 9(04)    COMP VALUE 2.
001820     05  DSX-TCMSTO              PIC 9(04)    COMP VALUE 3.
001830     05  DSX-FIBMSTO             PIC 9(04)    COMP VALUE 4.
001840     05  DSX-MAX                 PIC 9(04)    COMP VALUE 4.
001850     05  DSX                     PIC 9(04)    COMP.
001860 01  CONTROL-VERIFY-WORK.
001870     05  VFY-RECORD-COUNT        PIC 9(09).
001880     05  VFY-HASH-TOTAL          PIC 9(18).
001890     05  VFY-LAST-SEQ            PIC 9(09).
001900     05  VFY-FIRST-DATE          PIC 9(08).
001910     05  VFY-TRLR-COUNT-X        PIC X(09).
001920     05  VFY-TRLR-COUNT REDEFINES VFY-TRLR-COUNT-X
001930                                 PIC 9(09).
001940     05  VFY-TRLR-HASH-X         PIC X(18).
001950     05  VFY-TRLR-HASH REDEFINES VFY-TRLR-HASH-X
001960                                 PIC 9(18).
001970     05  VFY-TRLR-DATE-X         PIC X(08).
001980     05  VFY-TRLR-DATE REDEFINES VFY-TRLR-DATE-X
001990                                 PIC 9(08).
002000     05  VFY-TRAILER-SW          PIC X(01).
002010         88  VFY-TRAILER-SEEN        VALUE 'Y'.
002020         88  VFY-NO-TRAILER          VALUE 'N'.
002030     05  VFY-FORMAT-SW           PIC X(01).
002040         88  VFY-FORMAT-BAD          VALUE 'Y'.
002050         88  VFY-FORMAT-OK           VALUE 'N'.
002060 01  CHECKPOINT-STATE.
002070     05  CKS-FIB-RECORDS         PIC 9(09)    COMP.
002080     05  CKS-FIB-LAST-SEQ        PIC 9(09).
002090     05  CKS-TG-RECORDS          PIC 9(09)    COMP.
002100     05  CKS-TG-LAST-SEQ         PIC 9(09).
002110*    THE LATEST RUN-AUDIT STATUS FOR THE NIGHT OF EACH AUDITED
002120*    PROGRAM THE PLAN DEPENDS ON - S OR F AS LOGGED, N WHEN THE
002130*    PROGRAM HAS NO RUN ON RECORD FOR THE NIGHT.
002140 01  AUDIT-WATCH-TABLE.
002150     05  AWT-ENTRY               OCCURS 5 TIMES.
002160         10  AWT-PROGRAM-ID      PIC X(08).
002170         10  AWT-STATUS          PIC X(01).
002180             88  AWT-RAN-CLEAN       VALUE 'S'.
002190             88  AWT-RAN-FAILED      VALUE 'F'.
002200             88  AWT-NOT-RUN         VALUE 'N'.
002210 01  AUDIT-WATCH-SUBSCRIPTS.
002220     05  AWX-PRIMEFIB            PIC 9(04)    COMP VALUE 1.
002230     05  AWX-TESTGEN4            PIC 9(04)    COMP VALUE 2.
002240     05  AWX-TCRETIRE            PIC 9(04)    COMP VALUE 3.
002250     05  AWX-TSTASSGN            PIC 9(04)    COMP VALUE 4.
002260     05  AWX-WHEXTRCT            PIC 9(04)    COMP VALUE 5.
002270     05  AWX-MAX                 PIC 9(04)    COMP VALUE 5.
002280     05  AWX                     PIC 9(04)    COMP.
002290 01  PARAMETER-CARDS.
002300     05  PRM-FIB-CARD-SW         PIC X(01).
002310         88  PRM-FIB-CARD-FOUND      VALUE 'Y'.
002320         88  PRM-FIB-CARD-MISSING    VALUE 'N'.
002330     05  PRM-FIB-COUNT           PIC 9(05).
002340     05  PRM-FIB-RESTART-SW      PIC X(01).
002350     05  PRM-TG-CARD-SW          PIC X(01).
002360         88  PRM-TG-CARD-FOUND       VALUE 'Y'.
002370         88  PRM-TG-CARD-MISSING     VALUE 'N'.
002380     05  PRM-TG-UPPER-BOUND      PIC 9(08).
002390     05  PRM-TG-ACTIVE-POSITIONS PIC 9(01).
002400     05  PRM-TG-SLICE-FROM       PIC 9(08).
002410     05  PRM-TG-SLICE-TO         PIC 9(08).
002420     05  PRM-TG-RESTART-SW       PIC X(01).
002430     05  PRM-TG-CKPT-INTERVAL    PIC 9(08).
002440     05  PRM-TG-GEN-MODE         PIC X(01).
002450         88  PRM-TG-PAIRWISE         VALUE 'P'.
002460*    THE PLAN - ONE ENTRY PER STEP OF THE CHAIN, IN RUN ORDER.
002470 01  PLAN-TABLE.
002480     05  PLN-ENTRY               OCCURS 9 TIMES.
002490         10  PLN-PROGRAM         PIC X(20).
002500         10  PLN-ACTION          PIC X(08).
002510             88  PLN-SKIP            VALUE 'SKIP    '.
002520             88  PLN-RESUME          VALUE 'RESUME  '.
002530             88  PLN-RERUN           VALUE 'RERUN   '.
002540             88  PLN-MANUAL          VALUE 'MANUAL  '.
002550         10  PLN-CARD            PIC X(14).
002560         10  PLN-REASON          PIC X(60).
002570 01  PLAN-SUBSCRIPTS.
002580     05  PLX-FIB                 PIC 9(04)    COMP VALUE 1.
002590     05  PLX-FIB-MERGE           PIC 9(04)    COMP VALUE 2.
002600     05  PLX-TESTGEN             PIC 9(04)    COMP VALUE 3.
002610     05  PLX-LOAD                PIC 9(04)    COMP VALUE 4.
002620     05  PLX-RETIRE              PIC 9(04)    COMP VALUE 5.
002630     05  PLX-ASSIGN              PIC 9(04)    COMP VALUE 6.
002640     05  PLX-IXBUILD             PIC 9(04)    COMP VALUE 7.
002650     05  PLX-WAREHOUSE           PIC 9(04)    COMP VALUE 8.
002660     05  PLX-NIGHT-STATUS        PIC 9(04)    COMP VALUE 9.
002670     05  PLX-MAX                 PIC 9(04)    COMP VALUE 9.
002680     05  PLX                     PIC 9(04)    COMP.
002690 01  WS-DATE-TIME.
002700     05  WS-RUN-DATE             PIC 9(08).
002710 01  WS-SWITCHES.
002720     05  WS-RCC-EOF-SWITCH       PIC X(01).
002730         88  WS-RCC-EOF              VALUE 'Y'.
002740         88  WS-RCC-NOT-EOF          VALUE 'N'.
002750     05  WS-AUDIT-EOF-SWITCH     PIC X(01).
002760         88  WS-AUDIT-EOF            VALUE 'Y'.
002770         88  WS-AUDIT-NOT-EOF        VALUE 'N'.
002780     05  WS-CKPT-EOF-SWITCH      PIC X(01).
002790         88  WS-CKPT-EOF             VALUE 'Y'.
002800         88  WS-CKPT-NOT-EOF         VALUE 'N'.
002810     05  WS-VFY-EOF-SWITCH       PIC X(01).
002820         88  WS-VFY-EOF              VALUE 'Y'.
002830         88  WS-VFY-NOT-EOF          VALUE 'N'.
002840 01  WS-FILE-STATUSES.
002850     05  RCC-FILE-STATUS         PIC X(02).
002860     05  AUDIT-FILE-STATUS       PIC X(02).
002870     05  FBP-FILE-STATUS         PIC X(02).
002880     05  TGP-FILE-STATUS         PIC X(02).
002890     05  CKPT-FILE-STATUS        PIC X(02).
002900     05  TCK-FILE-STATUS         PIC X(02).
002910     05  OUT-FILE-STATUS         PIC X(02).
002920     05  TGO-FILE-STATUS         PIC X(02).
002930     05  TCM-FILE-STATUS         PIC X(02).
002940     05  FBM-FILE-STATUS         PIC X(02).
002950     05  FRC-FILE-STATUS         PIC X(02).
002960     05  TRC-FILE-STATUS         PIC X(02).
002970     05  PRT-FILE-STATUS         PIC X(02).
002980 01  WS-MISC.
002990     05  WS-COUNT-DISPLAY        PIC 9(09).
003000     05  WS-COUNT-DISPLAY-2      PIC 9(09).
003010 PROCEDURE DIVISION.
003020 0000-MAIN-LOGIC.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     PERFORM 2000-SCAN-AUDIT-LOG THRU 2000-EXIT.
003050     PERFORM 3000-READ-PARAMETER-CARDS THRU 3000-EXIT.
003060     PERFORM 4000-READ-CHECKPOINT-LOGS THRU 4000-EXIT.
003070     PERFORM 5000-VERIFY-DATASETS THRU 5000-EXIT.
003080     PERFORM 6000-BUILD-PLAN THRU 6000-EXIT.
003090     PERFORM 7000-PUNCH-RESTART-CARDS THRU 7000-EXIT.
003100     PERFORM 8000-PRINT-RECOVERY-PLAN THRU 8000-EXIT.
003110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003120     STOP RUN.
003130******************************************************************
003140*  1000-INITIALIZE
003150*  FIXES THE NIGHT BEING RECOVERED - THE RCVCTL CARD IF ONE IS
003160*  PUNCHED, OTHERWISE TODAY - AND LAYS OUT THE DATASET, AUDIT,
003170*  AND PLAN TABLES.
003180******************************************************************
003190 1000-INITIALIZE.
003200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003210     MOVE WS-RUN-DATE TO RCV-NIGHT-DATE.
003220     SET WS-RCC-NOT-EOF TO TRUE.
003230     OPEN INPUT RECOVERY-CONTROL-FILE.
003240     READ RECOVERY-CONTROL-FILE
003250         AT END
003260             SET WS-RCC-EOF TO TRUE
003270             MOVE SPACES TO RCVCTL-RECORD
003280     END-READ.
003290     CLOSE RECOVERY-CONTROL-FILE.
003300     IF RCVCTL-NIGHT-DATE IS NUMERIC
003310         AND RCVCTL-NIGHT-DATE IS GREATER THAN ZERO
003320         MOVE RCVCTL-NIGHT-DATE TO RCV-NIGHT-DATE
003330     END-IF.
003340     MOVE 0 TO RCV-RESUME-COUNT.
003350     MOVE 0 TO RCV-RERUN-COUNT.
003360     MOVE 0 TO RCV-SKIP-COUNT.
003370     MOVE 0 TO RCV-MANUAL-COUNT.
003380     MOVE 0 TO RCV-CARD-COUNT.
003390     MOVE 'FIBOUT  ' TO DSS-NAME(DSX-FIBOUT).
003400     MOVE 'TGOUT   ' TO DSS-NAME(DSX-TGOUT).
003410     MOVE 'TCMSTO  ' TO DSS-NAME(DSX-TCMSTO).
003420     MOVE 'FIBMSTO ' TO DSS-NAME(DSX-FIBMSTO).
003430     MOVE 'PRIMEFIB' TO AWT-PROGRAM-ID(AWX-PRIMEFIB).
003440     MOVE 'TESTGEN4' TO AWT-PROGRAM-ID(AWX-TESTGEN4).
003450     MOVE 'TCRETIRE' TO AWT-PROGRAM-ID(AWX-TCRETIRE).
003460     MOVE 'TSTASSGN' TO AWT-PROGRAM-ID(AWX-TSTASSGN).
003470     MOVE 'WHEXTRCT' TO AWT-PROGRAM-ID(AWX-WHEXTRCT).
003480     PERFORM 1100-CLEAR-AUDIT-ENTRY THRU 1100-EXIT
003490         VARYING AWX FROM 1 BY 1
003500         UNTIL AWX > AWX-MAX.
003510     MOVE 'PRIME-FIBONACCI'     TO PLN-PROGRAM(PLX-FIB).
003520     MOVE 'FIB-MASTER-MERGE'    TO PLN-PROGRAM(PLX-FIB-MERGE).
003530     MOVE 'TESTGEN4X'           TO PLN-PROGRAM(PLX-TESTGEN).
003540     MOVE 'TESTCASE-LOAD'       TO PLN-PROGRAM(PLX-LOAD).
003550     MOVE 'TESTCASE-RETIRE'     TO PLN-PROGRAM(PLX-RETIRE).
003560     MOVE 'TESTER-ASSIGN'       TO PLN-PROGRAM(PLX-ASSIGN).
003570     MOVE 'TESTCASE-IXBUILD'    TO PLN-PROGRAM(PLX-IXBUILD).
003580     MOVE 'WAREHOUSE-EXTRACT'   TO PLN-PROGRAM(PLX-WAREHOUSE).
003590     MOVE 'NIGHT-STATUS'        TO PLN-PROGRAM(PLX-NIGHT-STATUS).
003600     PERFORM 1200-CLEAR-PLAN-ENTRY THRU 1200-EXIT
003610         VARYING PLX FROM 1 BY 1
003620         UNTIL PLX > PLX-MAX.
003630 1000-EXIT.
003640     EXIT.
003650 1100-CLEAR-AUDIT-ENTRY.
003660     SET AWT-NOT-RUN(AWX) TO TRUE.
003670 1100-EXIT.
003680     EXIT.
003690 1200-CLEAR-PLAN-ENTRY.
003700     SET PLN-SKIP(PLX) TO TRUE.
003710     MOVE SPACES TO PLN-CARD(PLX).
003720     MOVE SPACES TO PLN-REASON(PLX).
003730 1200-EXIT.
003740     EXIT.
003750******************************************************************
003760*  2000-SCAN-AUDIT-LOG
003770*  READS THE WHOLE RUN-AUDIT LOG, KEEPING THE LATEST (LAST
003780*  APPENDED) STATUS FOR THE NIGHT OF EACH WATCHED PROGRAM.
003790******************************************************************
003800 2000-SCAN-AUDIT-LOG.
003810     SET WS-AUDIT-NOT-EOF TO TRUE.
003820     OPEN INPUT AUDIT-LOG-FILE.
003830     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
003840         UNTIL WS-AUDIT-EOF.
003850     CLOSE AUDIT-LOG-FILE.
003860 2000-EXIT.
003870     EXIT.
003880 2100-READ-AUDIT.
003890     READ AUDIT-LOG-FILE
003900         AT END
003910             SET WS-AUDIT-EOF TO TRUE
003920         NOT AT END
003930             IF AUDIT-RUN-DATE = RCV-NIGHT-DATE
003940                 PERFORM 2200-KEEP-WATCHED-RUN THRU 2200-EXIT
003950                     VARYING AWX FROM 1 BY 1
003960                     UNTIL AWX > AWX-MAX
003970             END-IF
003980     END-READ.
003990 2100-EXIT.
004000     EXIT.
004010 2200-KEEP-WATCHED-RUN.
004020     IF AWT-PROGRAM-ID(AWX) = AUDIT-PROGRAM-ID
004030         IF AUDIT-SUCCESSFUL
004040             SET AWT-RAN-CLEAN(AWX) TO TRUE
004050         ELSE
004060             SET AWT-RAN-FAILED(AWX) TO TRUE
004070         END-IF
004080     END-IF.
004090 2200-EXIT.
004100     EXIT.
004110******************************************************************
004120*  3000-READ-PARAMETER-CARDS
004130*  READS THE VALIDATED FIBCTLV AND TGCTLV CARDS THE NIGHT RAN
004140*  WITH - THE ORIGINAL PARAMETERS THE RERUN CARDS CARRY.  AN
004150*  EMPTY VALIDATED FILE IS WHAT CONTROL-CARD-EDIT LEAVES FOR A
004160*  BAD CARD, SO THERE IS NOTHING TRUSTWORTHY TO PUNCH FROM.
004170******************************************************************
004180 3000-READ-PARAMETER-CARDS.
004190     SET PRM-FIB-CARD-MISSING TO TRUE.
004200     OPEN INPUT FIB-PARM-FILE.
004210     READ FIB-PARM-FILE
004220         AT END
004230             CONTINUE
004240         NOT AT END
004250             IF FIBCTL-COUNT IS NUMERIC
004260                 SET PRM-FIB-CARD-FOUND TO TRUE
004270                 MOVE FIBCTL-COUNT TO PRM-FIB-COUNT
004280                 MOVE FIBCTL-RESTART-SW TO PRM-FIB-RESTART-SW
004290             END-IF
004300     END-READ.
004310     CLOSE FIB-PARM-FILE.
004320     SET PRM-TG-CARD-MISSING TO TRUE.
004330     OPEN INPUT TG-PARM-FILE.
004340     READ TG-PARM-FILE
004350         AT END
004360             CONTINUE
004370         NOT AT END
004380             PERFORM 3100-KEEP-TG-PARAMETERS THRU 3100-EXIT
004390     END-READ.
004400     CLOSE TG-PARM-FILE.
004410 3000-EXIT.
004420     EXIT.
004430 3100-KEEP-TG-PARAMETERS.
004440     IF TGCTL-UPPER-BOUND IS NOT NUMERIC
004450         OR TGCTL-ACTIVE-POSITIONS IS NOT NUMERIC
004460         OR TGCTL-SLICE-FROM IS NOT NUMERIC
004470         OR TGCTL-SLICE-TO IS NOT NUMERIC
004480         OR TGCTL-CKPT-INTERVAL IS NOT NUMERIC
004490         GO TO 3100-EXIT
004500     END-IF.
004510     SET PRM-TG-CARD-FOUND TO TRUE.
004520     MOVE TGCTL-UPPER-BOUND      TO PRM-TG-UPPER-BOUND.
004530     MOVE TGCTL-ACTIVE-POSITIONS TO PRM-TG-ACTIVE-POSITIONS.
004540     MOVE TGCTL-SLICE-FROM       TO PRM-TG-SLICE-FROM.
004550     MOVE TGCTL-SLICE-TO         TO PRM-TG-SLICE-TO.
004560     MOVE TGCTL-RESTART-SW       TO PRM-TG-RESTART-SW.
004570     MOVE TGCTL-CKPT-INTERVAL    TO PRM-TG-CKPT-INTERVAL.
004580     MOVE TGCTL-GEN-MODE         TO PRM-TG-GEN-MODE.
004590 3100-EXIT.
004600     EXIT.
004610******************************************************************
004620*  4000-READ-CHECKPOINT-LOGS
004630*  REPLAYS FIBCKPT AND TGCKPT THE WAY A RESTARTED RUN DOES - THE
004640*  LAST RECORD IS THE MOST RECENT CHECKPOINT - KEEPING THE
004650*  RECORD COUNT AND THE OUTPUT SEQUENCE NUMBER IT CHECKPOINTED.
004660******************************************************************
004670 4000-READ-CHECKPOINT-LOGS.
004680     MOVE 0 TO CKS-FIB-RECORDS.
004690     MOVE 0 TO CKS-FIB-LAST-SEQ.
004700     SET WS-CKPT-NOT-EOF TO TRUE.
004710     OPEN INPUT CHECKPOINT-FILE.
004720     PERFORM 4100-READ-FIB-CHECKPOINT THRU 4100-EXIT
004730         UNTIL WS-CKPT-EOF.
004740     CLOSE CHECKPOINT-FILE.
004750     MOVE 0 TO CKS-TG-RECORDS.
004760     MOVE 0 TO CKS-TG-LAST-SEQ.
004770     SET WS-CKPT-NOT-EOF TO TRUE.
004780     OPEN INPUT TG-CHECKPOINT-FILE.
004790     PERFORM 4200-READ-TG-CHECKPOINT THRU 4200-EXIT
004800         UNTIL WS-CKPT-EOF.
004810     CLOSE TG-CHECKPOINT-FILE.
004820 4000-EXIT.
004830     EXIT.
004840 4100-READ-FIB-CHECKPOINT.
004850     READ CHECKPOINT-FILE
004860         AT END
004870             SET WS-CKPT-EOF TO TRUE
004880             GO TO 4100-EXIT
004890     END-READ.
004900     ADD 1 TO CKS-FIB-RECORDS.
004910     IF FIBCKPT-OUTPUT-SEQ-NO IS NUMERIC
004920         MOVE FIBCKPT-OUTPUT-SEQ-NO TO CKS-FIB-LAST-SEQ
004930     ELSE
004940         MOVE 0 TO CKS-FIB-LAST-SEQ
004950     END-IF.
004960 4100-EXIT.
004970     EXIT.
004980 4200-READ-TG-CHECKPOINT.
004990     READ TG-CHECKPOINT-FILE
005000         AT END
005010             SET WS-CKPT-EOF TO TRUE
005020             GO TO 4200-EXIT
005030     END-READ.
005040     ADD 1 TO CKS-TG-RECORDS.
005050     IF TGCKPT-OUTPUT-SEQ-NO IS NUMERIC
005060         MOVE TGCKPT-OUTPUT-SEQ-NO TO CKS-TG-LAST-SEQ
005070     ELSE
005080         MOVE 0 TO CKS-TG-LAST-SEQ
005090     END-IF.
005100 4200-EXIT.
005110     EXIT.
005120******************************************************************
005130*  5000-VERIFY-DATASETS
005140*  ONE VERIFICATION PASS OVER EACH DATASET - RECOMPUTES THE
005150*  RECORD COUNT AND THE KEY-FIELD HASH EXACTLY AS ITS CONSUMER
005160*  DOES AND JUDGES THE TRAILER CONTROL RECORD (SEE TRLRREC.CPY).
005170*  UNLIKE THE CONSUMERS, EVERY DATASET IS DATE-CHECKED HERE -
005180*  THE QUESTION IS WHETHER IT WAS WRITTEN FOR THE NIGHT.
005190******************************************************************
005200 5000-VERIFY-DATASETS.
005210     PERFORM 5050-CLEAR-VERIFY-WORK THRU 5050-EXIT.
005220     SET WS-VFY-NOT-EOF TO TRUE.
005230     OPEN INPUT FIBONACCI-OUT-FILE.
005240     PERFORM 5100-CHECK-FIBOUT-RECORD THRU 5100-EXIT
005250         UNTIL WS-VFY-EOF.
005260     CLOSE FIBONACCI-OUT-FILE.
005270     MOVE DSX-FIBOUT TO DSX.
005280     PERFORM 5700-JUDGE-DATASET THRU 5700-EXIT.
005290     PERFORM 5050-CLEAR-VERIFY-WORK THRU 5050-EXIT.
005300     SET WS-VFY-NOT-EOF TO TRUE.
005310     OPEN INPUT TESTGEN-OUT-FILE.
005320     PERFORM 5200-CHECK-TGOUT-RECORD THRU 5200-EXIT
005330         UNTIL WS-VFY-EOF.
005340     CLOSE TESTGEN-OUT-FILE.
005350     MOVE DSX-TGOUT TO DSX.
005360     PERFORM 5700-JUDGE-DATASET THRU 5700-EXIT.
005370     PERFORM 5050-CLEAR-VERIFY-WORK THRU 5050-EXIT.
005380     SET WS-VFY-NOT-EOF TO TRUE.
005390     OPEN INPUT TESTCASE-MASTER-FILE.
005400     PERFORM 5300-CHECK-TCMSTO-RECORD THRU 5300-EXIT
005410         UNTIL WS-VFY-EOF.
005420     CLOSE TESTCASE-MASTER-FILE.
005430     MOVE DSX-TCMSTO TO DSX.
005440     PERFORM 5700-JUDGE-DATASET THRU 5700-EXIT.
005450     PERFORM 5050-CLEAR-VERIFY-WORK THRU 5050-EXIT.
005460     SET WS-VFY-NOT-EOF TO TRUE.
005470     OPEN INPUT FIB-MASTER-FILE.
005480     PERFORM 5400-CHECK-FIBMSTO-RECORD THRU 5400-EXIT
005490         UNTIL WS-VFY-EOF.
005500     CLOSE FIB-MASTER-FILE.
005510     MOVE DSX-FIBMSTO TO DSX.
005520     PERFORM 5700-JUDGE-DATASET THRU 5700-EXIT.
005530 5000-EXIT.
005540     EXIT.
005550 5050-CLEAR-VERIFY-WORK.
005560     MOVE 0 TO VFY-RECORD-COUNT.
005570     MOVE 0 TO VFY-HASH-TOTAL.
005580     MOVE 0 TO VFY-LAST-SEQ.
005590     MOVE 0 TO VFY-FIRST-DATE.
005600     MOVE SPACES TO VFY-TRLR-COUNT-X.
005610     MOVE SPACES TO VFY-TRLR-HASH-X.
005620     MOVE SPACES TO VFY-TRLR-DATE-X.
005630     SET VFY-NO-TRAILER TO TRUE.
005640     SET VFY-FORMAT-OK TO TRUE.
005650 5050-EXIT.
005660     EXIT.
005670 5100-CHECK-FIBOUT-RECORD.
005680     READ FIBONACCI-OUT-FILE
005690         AT END
005700             SET WS-VFY-EOF TO TRUE
005710             GO TO 5100-EXIT
005720     END-READ.
005730     MOVE FIBOUT-RECORD TO TRLR-RECORD.
005740     IF TRLR-PRESENT
005750         PERFORM 5750-CAPTURE-TRAILER THRU 5750-EXIT
005760         GO TO 5100-EXIT
005770     END-IF.
005780     IF VFY-TRAILER-SEEN
005790         SET VFY-FORMAT-BAD TO TRUE
005800     END-IF.
005810     ADD 1 TO VFY-RECORD-COUNT.
005820     ADD FIBOUT-FIB-VALUE TO VFY-HASH-TOTAL.
005830     IF VFY-RECORD-COUNT = 1
005840         AND FIBOUT-RUN-DATE IS NUMERIC
005850         MOVE FIBOUT-RUN-DATE TO VFY-FIRST-DATE
005860     END-IF.
005870     IF FIBOUT-SEQUENCE-NO IS NUMERIC
005880         MOVE FIBOUT-SEQUENCE-NO TO VFY-LAST-SEQ
005890     END-IF.
005900 5100-EXIT.
005910     EXIT.
005920 5200-CHECK-TGOUT-RECORD.
005930     READ TESTGEN-OUT-FILE
005940         AT END
005950             SET WS-VFY-EOF TO TRUE
005960             GO TO 5200-EXIT
005970     END-READ.
005980     MOVE TGOUT-RECORD TO TRLR-RECORD.
005990     IF TRLR-PRESENT
006000         PERFORM 5750-CAPTURE-TRAILER THRU 5750-EXIT
006010         GO TO 5200-EXIT
006020     END-IF.
006030     IF VFY-TRAILER-SEEN
006040         SET VFY-FORMAT-BAD TO TRUE
006050     END-IF.
006060     ADD 1 TO VFY-RECORD-COUNT.
006070     COMPUTE VFY-HASH-TOTAL = VFY-HASH-TOTAL
006080         + TGOUT-COUNT7 + TGOUT-COUNT6 + TGOUT-COUNT5
006090         + TGOUT-COUNT4 + TGOUT-COUNT3 + TGOUT-COUNT2
006100         + TGOUT-COUNT1.
006110     IF TGOUT-SEQUENCE-NO IS NUMERIC
006120         MOVE TGOUT-SEQUENCE-NO TO VFY-LAST-SEQ
006130     END-IF.
006140 5200-EXIT.
006150     EXIT.
006160 5300-CHECK-TCMSTO-RECORD.
006170     READ TESTCASE-MASTER-FILE
006180         AT END
006190             SET WS-VFY-EOF TO TRUE
006200             GO TO 5300-EXIT
006210     END-READ.
006220     MOVE TCM-RECORD TO TRLR-RECORD.
006230     IF TRLR-PRESENT
006240         PERFORM 5750-CAPTURE-TRAILER THRU 5750-EXIT
006250         GO TO 5300-EXIT
006260     END-IF.
006270     IF VFY-TRAILER-SEEN
006280         SET VFY-FORMAT-BAD TO TRUE
006290     END-IF.
006300     ADD 1 TO VFY-RECORD-COUNT.
006310     COMPUTE VFY-HASH-TOTAL = VFY-HASH-TOTAL
006320         + TCM-COUNT7 + TCM-COUNT6 + TCM-COUNT5
006330         + TCM-COUNT4 + TCM-COUNT3 + TCM-COUNT2
006340         + TCM-COUNT1.
006350 5300-EXIT.
006360     EXIT.
006370 5400-CHECK-FIBMSTO-RECORD.
006380     READ FIB-MASTER-FILE
006390         AT END
006400             SET WS-VFY-EOF TO TRUE
006410             GO TO 5400-EXIT
006420     END-READ.
006430     MOVE FIBMST-RECORD TO TRLR-RECORD.
006440     IF TRLR-PRESENT
006450         PERFORM 5750-CAPTURE-TRAILER THRU 5750-EXIT
006460         GO TO 5400-EXIT
006470     END-IF.
006480     IF VFY-TRAILER-SEEN
006490         SET VFY-FORMAT-BAD TO TRUE
006500     END-IF.
006510     ADD 1 TO VFY-RECORD-COUNT.
006520     ADD FIBMST-FIB-VALUE TO VFY-HASH-TOTAL.
006530 5400-EXIT.
006540     EXIT.
006550******************************************************************
006560*  5700-JUDGE-DATASET
006570*  JUDGES THE VERIFICATION PASS JUST FINISHED INTO THE DATASET
006580*  ENTRY AT DSX.  THE FIRST FAILING CONDITION NAMES THE REASON,
006590*  IN THE SAME ORDER AND WORDS THE CONSUMING STEPS USE.
006600******************************************************************
006610 5700-JUDGE-DATASET.
006620     MOVE VFY-RECORD-COUNT TO DSS-RECORD-COUNT(DSX).
006630     MOVE VFY-LAST-SEQ TO DSS-LAST-SEQ(DSX).
006640     MOVE VFY-FIRST-DATE TO DSS-FIRST-DATE(DSX).
006650     MOVE 0 TO DSS-TRAILER-DATE(DSX).
006660     MOVE SPACES TO DSS-REASON(DSX).
006670     IF VFY-TRLR-DATE-X IS NUMERIC
006680         MOVE VFY-TRLR-DATE TO DSS-TRAILER-DATE(DSX)
006690     END-IF.
006700     IF VFY-FORMAT-BAD
006710         SET DSS-BAD(DSX) TO TRUE
006720         MOVE 'TRAILER IS NOT THE LAST RECORD' TO DSS-REASON(DSX)
006730         GO TO 5700-EXIT
006740     END-IF.
006750     IF VFY-NO-TRAILER
006760         IF VFY-RECORD-COUNT IS GREATER THAN ZERO
006770             SET DSS-PARTIAL(DSX) TO TRUE
006780             MOVE 'NO TRAILER CONTROL RECORD' TO DSS-REASON(DSX)
006790         ELSE
006800             SET DSS-EMPTY(DSX) TO TRUE
006810             MOVE 'EMPTY OR ABSENT' TO DSS-REASON(DSX)
006820         END-IF
006830         GO TO 5700-EXIT
006840     END-IF.
006850     SET DSS-BAD(DSX) TO TRUE.
006860     IF VFY-TRLR-COUNT-X IS NOT NUMERIC
006870         OR VFY-TRLR-HASH-X IS NOT NUMERIC
006880         MOVE 'TRAILER IS UNREADABLE' TO DSS-REASON(DSX)
006890         GO TO 5700-EXIT
006900     END-IF.
006910     IF VFY-TRLR-COUNT IS NOT EQUAL TO VFY-RECORD-COUNT
006920         MOVE 'RECORD COUNT MISMATCH' TO DSS-REASON(DSX)
006930         GO TO 5700-EXIT
006940     END-IF.
006950     IF VFY-TRLR-HASH IS NOT EQUAL TO VFY-HASH-TOTAL
006960         MOVE 'HASH TOTAL MISMATCH' TO DSS-REASON(DSX)
006970         GO TO 5700-EXIT
006980     END-IF.
006990     IF VFY-TRLR-DATE-X IS NOT NUMERIC
007000         OR VFY-TRLR-DATE IS NOT EQUAL TO RCV-NIGHT-DATE
007010         SET DSS-STALE(DSX) TO TRUE
007020         MOVE 'TRAILER RUN DATE IS NOT THE NIGHT'
007030             TO DSS-REASON(DSX)
007040         GO TO 5700-EXIT
007050     END-IF.
007060     SET DSS-COMPLETE(DSX) TO TRUE.
007070 5700-EXIT.
007080     EXIT.
007090 5750-CAPTURE-TRAILER.
007100     SET VFY-TRAILER-SEEN TO TRUE.
007110     MOVE TRLR-RECORD(17:9) TO VFY-TRLR-COUNT-X.
007120     MOVE TRLR-RECORD(26:18) TO VFY-TRLR-HASH-X.
007130     MOVE TRLR-RECORD(9:8) TO VFY-TRLR-DATE-X.
007140 5750-EXIT.
007150     EXIT.
007160******************************************************************
007170*  6000-BUILD-PLAN
007180*  DECIDES EACH STEP IN RUN ORDER.  A STEP MAY ONLY BE SKIPPED
007190*  WHEN EVERYTHING IT CONSUMES IS BEING KEPT - ONCE AN UPSTREAM
007200*  STEP IS REDONE, EVERY STEP FED BY IT IS RERUN TOO.
007210******************************************************************
007220 6000-BUILD-PLAN.
007230     PERFORM 6100-PLAN-FIBONACCI THRU 6100-EXIT.
007240     PERFORM 6200-PLAN-FIB-MERGE THRU 6200-EXIT.
007250     PERFORM 6300-PLAN-TESTGEN THRU 6300-EXIT.
007260     PERFORM 6400-PLAN-TESTCASE-LOAD THRU 6400-EXIT.
007270     SET RCV-UPSTREAM-CLEAN TO TRUE.
007280     IF NOT PLN-SKIP(PLX-LOAD)
007290         SET RCV-UPSTREAM-REDONE TO TRUE
007300     END-IF.
007310     MOVE PLX-RETIRE TO PLX.
007320     MOVE AWX-TCRETIRE TO AWX.
007330     PERFORM 6600-PLAN-AUDITED-STEP THRU 6600-EXIT.
007340     SET RCV-UPSTREAM-CLEAN TO TRUE.
007350     IF NOT PLN-SKIP(PLX-RETIRE)
007360         SET RCV-UPSTREAM-REDONE TO TRUE
007370     END-IF.
007380     MOVE PLX-ASSIGN TO PLX.
007390     MOVE AWX-TSTASSGN TO AWX.
007400     PERFORM 6600-PLAN-AUDITED-STEP THRU 6600-EXIT.
007410     PERFORM 6700-PLAN-IXBUILD THRU 6700-EXIT.
007420     SET RCV-UPSTREAM-CLEAN TO TRUE.
007430     IF NOT PLN-SKIP(PLX-FIB)
007435         OR NOT PLN-SKIP(PLX-FIB-MERGE)
007440         OR NOT PLN-SKIP(PLX-TESTGEN)
007450         SET RCV-UPSTREAM-REDONE TO TRUE
007460     END-IF.
007470     MOVE PLX-WAREHOUSE TO PLX.
007480     MOVE AWX-WHEXTRCT TO AWX.
007490     PERFORM 6600-PLAN-AUDITED-STEP THRU 6600-EXIT.
007500     PERFORM 6900-PLAN-NIGHT-STATUS THRU 6900-EXIT.
007510     PERFORM 6950-COUNT-ACTION THRU 6950-EXIT
007520         VARYING PLX FROM 1 BY 1
007530         UNTIL PLX > PLX-MAX.
007540 6000-EXIT.
007550     EXIT.
007560******************************************************************
007570*  6050-DATASET-REASON
007580*  BUILDS THE PLAN REASON FOR A RERUN FORCED BY THE STATE OF THE
007590*  DATASET AT DSX - ITS NAME FOLLOWED BY WHAT IS WRONG WITH IT.
007600******************************************************************
007610 6050-DATASET-REASON.
007620     MOVE SPACES TO RCV-REASON-WORK.
007630     STRING DSS-NAME(DSX) DELIMITED BY SPACE
007640            ' '           DELIMITED BY SIZE
007650            DSS-REASON(DSX) DELIMITED BY SIZE
007660         INTO RCV-REASON-WORK.
007670 6050-EXIT.
007680     EXIT.
007690******************************************************************
007700*  6100-PLAN-FIBONACCI
007710*  A FIBOUT COMPLETE FOR THE NIGHT IS KEPT.  A PARTIAL FIBOUT
007720*  FROM THE NIGHT IS RESUMED WHEN THE LAST FIBCKPT RECORD
007730*  CHECKPOINTED EXACTLY THE LAST RECORD ON FILE - PRIME-FIBONACCI
007740*  RESUMES FROM THE CHECKPOINT AND APPENDS, SO ANY RECORD WRITTEN
007750*  PAST IT WOULD BE WRITTEN TWICE.  ANYTHING ELSE IS RERUN FROM
007760*  SCRATCH.
007770******************************************************************
007780 6100-PLAN-FIBONACCI.
007790     MOVE DSX-FIBOUT TO DSX.
007800     IF DSS-COMPLETE(DSX)
007810         SET PLN-SKIP(PLX-FIB) TO TRUE
007820         IF AWT-RAN-FAILED(AWX-PRIMEFIB)
007830             MOVE 'FIBOUT COMPLETE - LATEST RUN FAILED'
007840                 TO PLN-REASON(PLX-FIB)
007850         ELSE
007860             MOVE 'FIBOUT COMPLETE FOR THE NIGHT'
007870                 TO PLN-REASON(PLX-FIB)
007880         END-IF
007890         GO TO 6100-EXIT
007900     END-IF.
007910     IF PRM-FIB-CARD-MISSING
007920         SET PLN-MANUAL(PLX-FIB) TO TRUE
007930         MOVE 'NO VALIDATED FIBCTLV CARD - CORRECT FIBCTL BY HAND'
007940             TO PLN-REASON(PLX-FIB)
007950         GO TO 6100-EXIT
007960     END-IF.
007970     SET PLN-RERUN(PLX-FIB) TO TRUE.
007980     MOVE 'FIBCTLR RS=N' TO PLN-CARD(PLX-FIB).
007990     IF NOT DSS-PARTIAL(DSX)
008000         PERFORM 6050-DATASET-REASON THRU 6050-EXIT
008010         MOVE RCV-REASON-WORK TO PLN-REASON(PLX-FIB)
008020         GO TO 6100-EXIT
008030     END-IF.
008040     IF DSS-FIRST-DATE(DSX) IS NOT EQUAL TO RCV-NIGHT-DATE
008050         MOVE 'PARTIAL FIBOUT IS FROM ANOTHER NIGHT'
008060             TO PLN-REASON(PLX-FIB)
008070         GO TO 6100-EXIT
008080     END-IF.
008090     IF CKS-FIB-RECORDS = ZERO
008100         MOVE 'FIBOUT PARTIAL - NO FIBCKPT TO RESUME FROM'
008110             TO PLN-REASON(PLX-FIB)
008120         GO TO 6100-EXIT
008130     END-IF.
008140     IF CKS-FIB-LAST-SEQ IS NOT EQUAL TO DSS-LAST-SEQ(DSX)
008150         MOVE 'FIBOUT PARTIAL - FIBCKPT NOT AT ITS LAST RECORD'
008160             TO PLN-REASON(PLX-FIB)
008170         GO TO 6100-EXIT
008180     END-IF.
008190     SET PLN-RESUME(PLX-FIB) TO TRUE.
008200     MOVE 'FIBCTLR RS=Y' TO PLN-CARD(PLX-FIB).
008210     MOVE 'FIBOUT PARTIAL - RESUME AFTER THE LAST CHECKPOINT'
008220         TO PLN-REASON(PLX-FIB).
008230 6100-EXIT.
008240     EXIT.
008250******************************************************************
008260*  6200-PLAN-FIB-MERGE
008270*  THE MERGE IS REDONE WHENEVER FIBOUT IS.  A FIBMSTO ALREADY
008280*  WRITTEN FOR THE NIGHT WAS MERGED FROM THE FIBOUT BEING
008290*  REPLACED, SO THE RERUN STARTS AGAIN FROM THE PRIOR GENERATION.
008300******************************************************************
008310 6200-PLAN-FIB-MERGE.
008320     MOVE DSX-FIBMSTO TO DSX.
008330     IF NOT PLN-SKIP(PLX-FIB)
008340         SET PLN-RERUN(PLX-FIB-MERGE) TO TRUE
008350         IF DSS-COMPLETE(DSX)
008360             STRING 'RAN TONIGHT ON A FIBOUT BEING REBUILT - '
008370                    'USE PRIOR GENERATION' DELIMITED BY SIZE
008380                 INTO PLN-REASON(PLX-FIB-MERGE)
008390         ELSE
008400             MOVE 'FIBOUT IS BEING REBUILT - MERGE AFTER IT'
008410                 TO PLN-REASON(PLX-FIB-MERGE)
008420         END-IF
008430         GO TO 6200-EXIT
008440     END-IF.
008450     IF DSS-COMPLETE(DSX)
008460         MOVE 'FIBMSTO COMPLETE FOR THE NIGHT'
008470             TO PLN-REASON(PLX-FIB-MERGE)
008480         GO TO 6200-EXIT
008490     END-IF.
008500     SET PLN-RERUN(PLX-FIB-MERGE) TO TRUE.
008510     PERFORM 6050-DATASET-REASON THRU 6050-EXIT.
008520     MOVE RCV-REASON-WORK TO PLN-REASON(PLX-FIB-MERGE).
008530 6200-EXIT.
008540     EXIT.
008550******************************************************************
008560*  6300-PLAN-TESTGEN
008570*  A TGOUT COMPLETE FOR THE NIGHT IS KEPT.  A PARTIAL TGOUT IS
008580*  RESUMED WHEN TGCKPT HOLDS A CHECKPOINT NOT AHEAD OF IT -
008590*  TESTGEN4X RESUMES AFTER THE LAST RECORD ON FILE, SO RECORDS
008600*  PAST THE CHECKPOINT ARE SAFE.  A PAIRWISE RUN TAKES NO
008610*  RESTART AND IS RERUN.  ANYTHING ELSE IS RERUN FROM SCRATCH.
008620******************************************************************
008630 6300-PLAN-TESTGEN.
008640     MOVE DSX-TGOUT TO DSX.
008650     IF DSS-COMPLETE(DSX)
008660         SET PLN-SKIP(PLX-TESTGEN) TO TRUE
008670         IF AWT-RAN-FAILED(AWX-TESTGEN4)
008680             MOVE 'TGOUT COMPLETE - LATEST RUN FAILED'
008690                 TO PLN-REASON(PLX-TESTGEN)
008700         ELSE
008710             MOVE 'TGOUT COMPLETE FOR THE NIGHT'
008720                 TO PLN-REASON(PLX-TESTGEN)
008730         END-IF
008740         GO TO 6300-EXIT
008750     END-IF.
008760     IF PRM-TG-CARD-MISSING
008770         SET PLN-MANUAL(PLX-TESTGEN) TO TRUE
008780         MOVE 'NO VALIDATED TGCTLV CARD - CORRECT TGCTL BY HAND'
008790             TO PLN-REASON(PLX-TESTGEN)
008800         GO TO 6300-EXIT
008810     END-IF.
008820     SET PLN-RERUN(PLX-TESTGEN) TO TRUE.
008830     MOVE 'TGCTLR RS=N' TO PLN-CARD(PLX-TESTGEN).
008840     IF NOT DSS-PARTIAL(DSX)
008850         PERFORM 6050-DATASET-REASON THRU 6050-EXIT
008860         MOVE RCV-REASON-WORK TO PLN-REASON(PLX-TESTGEN)
008870         GO TO 6300-EXIT
008880     END-IF.
008890     IF PRM-TG-PAIRWISE
008900         MOVE 'TGOUT PARTIAL - PAIRWISE MODE TAKES NO RESTART'
008910             TO PLN-REASON(PLX-TESTGEN)
008920         GO TO 6300-EXIT
008930     END-IF.
008940     IF CKS-TG-RECORDS = ZERO
008950         MOVE 'TGOUT PARTIAL - NO TGCKPT TO RESUME FROM'
008960             TO PLN-REASON(PLX-TESTGEN)
008970         GO TO 6300-EXIT
008980     END-IF.
008990     IF CKS-TG-LAST-SEQ IS GREATER THAN DSS-LAST-SEQ(DSX)
009000         MOVE 'TGOUT PARTIAL - TGCKPT IS AHEAD OF IT'
009010             TO PLN-REASON(PLX-TESTGEN)
009020         GO TO 6300-EXIT
009030     END-IF.
009040     SET PLN-RESUME(PLX-TESTGEN) TO TRUE.
009050     MOVE 'TGCTLR RS=Y' TO PLN-CARD(PLX-TESTGEN).
009060     MOVE 'TGOUT PARTIAL - RESUME AFTER THE LAST RECORD ON FILE'
009070         TO PLN-REASON(PLX-TESTGEN).
009080 6300-EXIT.
009090     EXIT.
009100******************************************************************
009110*  6400-PLAN-TESTCASE-LOAD
009120*  THE LOAD IS REDONE WHENEVER TGOUT IS.  A TCMSTO ALREADY
009130*  WRITTEN FOR THE NIGHT WAS BUILT FROM THE TGOUT BEING
009140*  REPLACED, SO THE RERUN STARTS AGAIN FROM THE PRIOR GENERATION.
009150******************************************************************
009160 6400-PLAN-TESTCASE-LOAD.
009170     MOVE DSX-TCMSTO TO DSX.
009180     IF NOT PLN-SKIP(PLX-TESTGEN)
009190         SET PLN-RERUN(PLX-LOAD) TO TRUE
009200         IF DSS-COMPLETE(DSX)
009210             STRING 'RAN TONIGHT ON A TGOUT BEING REBUILT - '
009220                    'USE PRIOR GENERATION' DELIMITED BY SIZE
009230                 INTO PLN-REASON(PLX-LOAD)
009240         ELSE
009250             MOVE 'TGOUT IS BEING REBUILT - LOAD AFTER IT'
009260                 TO PLN-REASON(PLX-LOAD)
009270         END-IF
009280         GO TO 6400-EXIT
009290     END-IF.
009300     IF DSS-COMPLETE(DSX)
009310         MOVE 'TCMSTO COMPLETE FOR THE NIGHT'
009320             TO PLN-REASON(PLX-LOAD)
009330         GO TO 6400-EXIT
009340     END-IF.
009350     SET PLN-RERUN(PLX-LOAD) TO TRUE.
009360     PERFORM 6050-DATASET-REASON THRU 6050-EXIT.
009370     MOVE RCV-REASON-WORK TO PLN-REASON(PLX-LOAD).
009380 6400-EXIT.
009390     EXIT.
009400******************************************************************
009410*  6600-PLAN-AUDITED-STEP
009420*  PLANS THE STEP AT PLX FROM THE LATEST RUN-AUDIT ENTRY OF THE
009430*  PROGRAM AT AWX.  AN UPSTREAM STEP BEING REDONE FORCES A
009440*  RERUN; OTHERWISE A CLEAN RUN FOR THE NIGHT IS KEPT AND A
009450*  FAILED OR MISSING ONE IS RERUN.
009460******************************************************************
009470 6600-PLAN-AUDITED-STEP.
009480     MOVE SPACES TO RCV-REASON-WORK.
009490     IF RCV-UPSTREAM-REDONE
009500         SET PLN-RERUN(PLX) TO TRUE
009510         IF AWT-NOT-RUN(AWX)
009520             MOVE 'UPSTREAM STEP IS BEING REDONE'
009530                 TO RCV-REASON-WORK
009540         ELSE
009550             STRING 'RAN TONIGHT ON DATA BEING REBUILT - '
009560                    'USE PRIOR GENERATION' DELIMITED BY SIZE
009570                 INTO RCV-REASON-WORK
009580         END-IF
009590         GO TO 6600-DONE
009600     END-IF.
009610     IF AWT-RAN-CLEAN(AWX)
009620         SET PLN-SKIP(PLX) TO TRUE
009630         STRING AWT-PROGRAM-ID(AWX) DELIMITED BY SIZE
009640                ' RAN CLEAN FOR THE NIGHT' DELIMITED BY SIZE
009650             INTO RCV-REASON-WORK
009660         GO TO 6600-DONE
009670     END-IF.
009680     SET PLN-RERUN(PLX) TO TRUE.
009690     IF AWT-RAN-FAILED(AWX)
009700         STRING 'LATEST ' DELIMITED BY SIZE
009710                AWT-PROGRAM-ID(AWX) DELIMITED BY SIZE
009720                ' RUN FOR THE NIGHT FAILED' DELIMITED BY SIZE
009730             INTO RCV-REASON-WORK
009740     ELSE
009750         STRING 'NO ' DELIMITED BY SIZE
009760                AWT-PROGRAM-ID(AWX) DELIMITED BY SIZE
009770                ' RUN ON RECORD FOR THE NIGHT' DELIMITED BY SIZE
009780             INTO RCV-REASON-WORK
009790     END-IF.
009800 6600-DONE.
009810     MOVE RCV-REASON-WORK TO PLN-REASON(PLX).
009820 6600-EXIT.
009830     EXIT.
009840******************************************************************
009850*  6700-PLAN-IXBUILD
009860*  THE KEYED COPY OF THE TEST-CASE MASTER IS REBUILT WHENEVER
009870*  ANY STEP THAT WRITES THE MASTER IS REDONE.
009880******************************************************************
009890 6700-PLAN-IXBUILD.
009900     IF PLN-SKIP(PLX-LOAD)
009910         AND PLN-SKIP(PLX-RETIRE)
009920         AND PLN-SKIP(PLX-ASSIGN)
009930         MOVE 'TEST-CASE MASTER UNCHANGED'
009940             TO PLN-REASON(PLX-IXBUILD)
009950     ELSE
009960         SET PLN-RERUN(PLX-IXBUILD) TO TRUE
009970         MOVE 'TEST-CASE MASTER IS BEING REBUILT'
009980             TO PLN-REASON(PLX-IXBUILD)
009990     END-IF.
010000 6700-EXIT.
010010     EXIT.
010020******************************************************************
010030*  6900-PLAN-NIGHT-STATUS
010040*  THE SUMMARY RUNS LAST WHENEVER ANYTHING ELSE RUNS, SO THE
010050*  MORNING PAGE REFLECTS THE RECOVERY.
010060******************************************************************
010070 6900-PLAN-NIGHT-STATUS.
010080     MOVE 'NOTHING TO RECOVER' TO PLN-REASON(PLX-NIGHT-STATUS).
010090     PERFORM 6910-CHECK-STEP-REDONE THRU 6910-EXIT
010100         VARYING PLX FROM 1 BY 1
010110         UNTIL PLX NOT LESS THAN PLX-NIGHT-STATUS.
010120 6900-EXIT.
010130     EXIT.
010140 6910-CHECK-STEP-REDONE.
010150     IF NOT PLN-SKIP(PLX)
010160         SET PLN-RERUN(PLX-NIGHT-STATUS) TO TRUE
010170         MOVE 'RERUN LAST TO CONFIRM THE RECOVERY'
010180             TO PLN-REASON(PLX-NIGHT-STATUS)
010190     END-IF.
010200 6910-EXIT.
010210     EXIT.
010220 6950-COUNT-ACTION.
010230     IF PLN-SKIP(PLX)
010240         ADD 1 TO RCV-SKIP-COUNT
010250     END-IF.
010260     IF PLN-RESUME(PLX)
010270         ADD 1 TO RCV-RESUME-COUNT
010280     END-IF.
010290     IF PLN-RERUN(PLX)
010300         ADD 1 TO RCV-RERUN-COUNT
010310     END-IF.
010320     IF PLN-MANUAL(PLX)
010330         ADD 1 TO RCV-MANUAL-COUNT
010340     END-IF.
010350 6950-EXIT.
010360     EXIT.
010370******************************************************************
010380*  7000-PUNCH-RESTART-CARDS
010390*  PUNCHES THE FIBCTL AND TGCTL CARDS FOR THE STEPS THE PLAN
010400*  RESUMES OR RERUNS - THE NIGHT'S VALIDATED PARAMETERS WITH
010410*  ONLY THE RESTART SWITCH SET BY THE PLAN.  EACH CARD DATASET
010420*  IS OPENED OUTPUT EVERY RUN, SO A SKIPPED STEP'S DATASET IS
010430*  EMPTY RATHER THAN HOLDING A STALE CARD FROM A PRIOR PLAN.
010440******************************************************************
010450 7000-PUNCH-RESTART-CARDS.
010460     OPEN OUTPUT FIB-RESTART-CARD-FILE.
010470     IF PLN-RESUME(PLX-FIB)
010480         OR PLN-RERUN(PLX-FIB)
010490         MOVE SPACES TO RESTART-FIB-CARD
010500         MOVE PRM-FIB-COUNT TO RFC-COUNT
010510         IF PLN-RESUME(PLX-FIB)
010520             MOVE 'Y' TO RFC-RESTART-SW
010530         ELSE
010540             MOVE 'N' TO RFC-RESTART-SW
010550         END-IF
010560         WRITE FIB-RESTART-CARD FROM RESTART-FIB-CARD
010570         ADD 1 TO RCV-CARD-COUNT
010580     END-IF.
010590     CLOSE FIB-RESTART-CARD-FILE.
010600     OPEN OUTPUT TG-RESTART-CARD-FILE.
010610     IF PLN-RESUME(PLX-TESTGEN)
010620         OR PLN-RERUN(PLX-TESTGEN)
010630         MOVE SPACES TO RESTART-TG-CARD
010640         MOVE PRM-TG-UPPER-BOUND      TO RTC-UPPER-BOUND
010650         MOVE PRM-TG-ACTIVE-POSITIONS TO RTC-ACTIVE-POSITIONS
010660         MOVE PRM-TG-SLICE-FROM       TO RTC-SLICE-FROM
010670         MOVE PRM-TG-SLICE-TO         TO RTC-SLICE-TO
010680         MOVE PRM-TG-CKPT-INTERVAL    TO RTC-CKPT-INTERVAL
010690         MOVE PRM-TG-GEN-MODE         TO RTC-GEN-MODE
010700         IF PLN-RESUME(PLX-TESTGEN)
010710             MOVE 'Y' TO RTC-RESTART-SW
010720         ELSE
010730             MOVE 'N' TO RTC-RESTART-SW
010740         END-IF
010750         WRITE TG-RESTART-CARD FROM RESTART-TG-CARD
010760         ADD 1 TO RCV-CARD-COUNT
010770     END-IF.
010780     CLOSE TG-RESTART-CARD-FILE.
010790 7000-EXIT.
010800     EXIT.
010810******************************************************************
010820*  8000-PRINT-RECOVERY-PLAN
010830*  THE ONE PAGE - THE EVIDENCE (DATASET TRAILERS, CHECKPOINT
010840*  LOGS, AUDITED RUNS, PARAMETER CARDS), THEN THE PLAN IN RUN
010850*  ORDER, THEN THE TOTALS.
010860******************************************************************
010870 8000-PRINT-RECOVERY-PLAN.
010880     OPEN OUTPUT PRINT-FILE.
010890     MOVE SPACES TO RCV-HEADING-1.
010900     MOVE 'NIGHT RECOVERY PLAN' TO RCV1-TITLE.
010910     MOVE 'FOR NIGHT:' TO RCV1-DATE-LABEL.
010920     MOVE RCV-NIGHT-DATE TO RCV1-NIGHT-DATE.
010930     WRITE RCV-HEADING-1 AFTER ADVANCING PAGE.
010940     MOVE SPACES TO RCV-EVIDENCE-LINE.
010950     MOVE 'DATASET TRAILERS' TO RCVE-TEXT.
010960     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 2.
010970     PERFORM 8100-PRINT-DATASET-LINE THRU 8100-EXIT
010980         VARYING DSX FROM 1 BY 1
010990         UNTIL DSX > DSX-MAX.
011000     MOVE SPACES TO RCV-EVIDENCE-LINE.
011010     MOVE 'CHECKPOINT LOGS' TO RCVE-TEXT.
011020     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 2.
011030     MOVE SPACES TO RCV-EVIDENCE-LINE.
011040     MOVE CKS-FIB-RECORDS TO WS-COUNT-DISPLAY.
011050     MOVE CKS-FIB-LAST-SEQ TO WS-COUNT-DISPLAY-2.
011060     STRING 'FIBCKPT   RECORDS '    DELIMITED BY SIZE
011070            WS-COUNT-DISPLAY        DELIMITED BY SIZE
011080            '  LAST OUTPUT SEQ '    DELIMITED BY SIZE
011090            WS-COUNT-DISPLAY-2      DELIMITED BY SIZE
011100         INTO RCVE-TEXT.
011110     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 1.
011120     MOVE SPACES TO RCV-EVIDENCE-LINE.
011130     MOVE CKS-TG-RECORDS TO WS-COUNT-DISPLAY.
011140     MOVE CKS-TG-LAST-SEQ TO WS-COUNT-DISPLAY-2.
011150     STRING 'TGCKPT    RECORDS '    DELIMITED BY SIZE
011160            WS-COUNT-DISPLAY        DELIMITED BY SIZE
011170            '  LAST OUTPUT SEQ '    DELIMITED BY SIZE
011180            WS-COUNT-DISPLAY-2      DELIMITED BY SIZE
011190         INTO RCVE-TEXT.
011200     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 1.
011210     MOVE SPACES TO RCV-EVIDENCE-LINE.
011220     MOVE 'LATEST RUN FOR THE NIGHT (S/F, N = NONE)' TO RCVE-TEXT.
011230     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 2.
011240     PERFORM 8200-PRINT-AUDIT-LINE THRU 8200-EXIT
011250         VARYING AWX FROM 1 BY 1
011260         UNTIL AWX > AWX-MAX.
011270     PERFORM 8300-PRINT-PARAMETER-LINES THRU 8300-EXIT.
011280     MOVE SPACES TO RCV-HEADING-2.
011290     MOVE 'STEP' TO RCV2-STEP-LABEL.
011300     MOVE 'PROGRAM' TO RCV2-PROGRAM-LABEL.
011310     MOVE 'ACTION' TO RCV2-ACTION-LABEL.
011320     MOVE 'CARD' TO RCV2-CARD-LABEL.
011330     MOVE 'REASON' TO RCV2-REASON-LABEL.
011340     WRITE RCV-HEADING-2 AFTER ADVANCING 2.
011350     PERFORM 8400-PRINT-PLAN-LINE THRU 8400-EXIT
011360         VARYING PLX FROM 1 BY 1
011370         UNTIL PLX > PLX-MAX.
011380     IF RCV-CARD-COUNT IS GREATER THAN ZERO
011390         MOVE SPACES TO RCV-EVIDENCE-LINE
011400         STRING 'LOAD EACH PUNCHED CARD AS FIBCTL/TGCTL AND RUN '
011410                'CONTROL-CARD-EDIT AHEAD OF ITS STEP'
011420                DELIMITED BY SIZE
011430             INTO RCVE-TEXT
011440         WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 2
011450     END-IF.
011460     MOVE SPACES TO RCV-TOTAL-LINE.
011470     MOVE 'STEPS TO RESUME:' TO RCVT-LABEL.
011480     MOVE RCV-RESUME-COUNT TO RCVT-TOTAL-COUNT.
011490     WRITE RCV-TOTAL-LINE AFTER ADVANCING 2.
011500     MOVE SPACES TO RCV-TOTAL-LINE.
011510     MOVE 'STEPS TO RERUN FROM SCRATCH:' TO RCVT-LABEL.
011520     MOVE RCV-RERUN-COUNT TO RCVT-TOTAL-COUNT.
011530     WRITE RCV-TOTAL-LINE AFTER ADVANCING 1.
011540     MOVE SPACES TO RCV-TOTAL-LINE.
011550     MOVE 'STEPS TO SKIP:' TO RCVT-LABEL.
011560     MOVE RCV-SKIP-COUNT TO RCVT-TOTAL-COUNT.
011570     WRITE RCV-TOTAL-LINE AFTER ADVANCING 1.
011580     MOVE SPACES TO RCV-TOTAL-LINE.
011590     MOVE 'STEPS NEEDING MANUAL ACTION:' TO RCVT-LABEL.
011600     MOVE RCV-MANUAL-COUNT TO RCVT-TOTAL-COUNT.
011610     WRITE RCV-TOTAL-LINE AFTER ADVANCING 1.
011620     MOVE SPACES TO RCV-TOTAL-LINE.
011630     MOVE 'RESTART CARDS PUNCHED:' TO RCVT-LABEL.
011640     MOVE RCV-CARD-COUNT TO RCVT-TOTAL-COUNT.
011650     WRITE RCV-TOTAL-LINE AFTER ADVANCING 1.
011660     CLOSE PRINT-FILE.
011670 8000-EXIT.
011680     EXIT.
011690 8100-PRINT-DATASET-LINE.
011700     MOVE SPACES TO RCV-STATE-TEXT.
011710     IF DSS-COMPLETE(DSX)
011720         MOVE 'COMPLETE' TO RCV-STATE-TEXT
011730     END-IF.
011740     IF DSS-STALE(DSX)
011750         MOVE 'STALE' TO RCV-STATE-TEXT
011760     END-IF.
011770     IF DSS-PARTIAL(DSX)
011780         MOVE 'PARTIAL' TO RCV-STATE-TEXT
011790     END-IF.
011800     IF DSS-EMPTY(DSX)
011810         MOVE 'EMPTY' TO RCV-STATE-TEXT
011820     END-IF.
011830     IF DSS-BAD(DSX)
011840         MOVE 'BAD' TO RCV-STATE-TEXT
011850     END-IF.
011860     MOVE SPACES TO RCV-EVIDENCE-LINE.
011870     MOVE DSS-RECORD-COUNT(DSX) TO WS-COUNT-DISPLAY.
011880     STRING DSS-NAME(DSX)            DELIMITED BY SIZE
011890            '  '                     DELIMITED BY SIZE
011900            RCV-STATE-TEXT           DELIMITED BY SIZE
011910            '  RECORDS '             DELIMITED BY SIZE
011920            WS-COUNT-DISPLAY         DELIMITED BY SIZE
011930            '  TRAILER DATE '        DELIMITED BY SIZE
011940            DSS-TRAILER-DATE(DSX)    DELIMITED BY SIZE
011950            '  '                     DELIMITED BY SIZE
011960            DSS-REASON(DSX)          DELIMITED BY SIZE
011970         INTO RCVE-TEXT.
011980     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 1.
011990 8100-EXIT.
012000     EXIT.
012010 8200-PRINT-AUDIT-LINE.
012020     MOVE SPACES TO RCV-EVIDENCE-LINE.
012030     STRING AWT-PROGRAM-ID(AWX)      DELIMITED BY SIZE
012040            '  '                     DELIMITED BY SIZE
012050            AWT-STATUS(AWX)          DELIMITED BY SIZE
012060         INTO RCVE-TEXT.
012070     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 1.
012080 8200-EXIT.
012090     EXIT.
012100 8300-PRINT-PARAMETER-LINES.
012110     MOVE SPACES TO RCV-EVIDENCE-LINE.
012120     MOVE 'VALIDATED PARAMETER CARDS' TO RCVE-TEXT.
012130     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 2.
012140     MOVE SPACES TO RCV-EVIDENCE-LINE.
012150     IF PRM-FIB-CARD-MISSING
012160         MOVE 'FIBCTLV   NO VALIDATED CARD ON FILE' TO RCVE-TEXT
012170     ELSE
012180         STRING 'FIBCTLV   COUNT '   DELIMITED BY SIZE
012190                PRM-FIB-COUNT        DELIMITED BY SIZE
012200                '  RESTART '         DELIMITED BY SIZE
012210                PRM-FIB-RESTART-SW   DELIMITED BY SIZE
012220             INTO RCVE-TEXT
012230     END-IF.
012240     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 1.
012250     MOVE SPACES TO RCV-EVIDENCE-LINE.
012260     IF PRM-TG-CARD-MISSING
012270         MOVE 'TGCTLV    NO VALIDATED CARD ON FILE' TO RCVE-TEXT
012280     ELSE
012290         STRING 'TGCTLV    BOUND '   DELIMITED BY SIZE
012300                PRM-TG-UPPER-BOUND   DELIMITED BY SIZE
012310                '  ACTIVE '          DELIMITED BY SIZE
012320                PRM-TG-ACTIVE-POSITIONS DELIMITED BY SIZE
012330                '  SLICE '           DELIMITED BY SIZE
012340                PRM-TG-SLICE-FROM    DELIMITED BY SIZE
012350                '-'                  DELIMITED BY SIZE
012360                PRM-TG-SLICE-TO      DELIMITED BY SIZE
012370                '  RESTART '         DELIMITED BY SIZE
012380                PRM-TG-RESTART-SW    DELIMITED BY SIZE
012390                '  CKPT '            DELIMITED BY SIZE
012400                PRM-TG-CKPT-INTERVAL DELIMITED BY SIZE
012410                '  MODE '            DELIMITED BY SIZE
012420                PRM-TG-GEN-MODE      DELIMITED BY SIZE
012430             INTO RCVE-TEXT
012440     END-IF.
012450     WRITE RCV-EVIDENCE-LINE AFTER ADVANCING 1.
012460 8300-EXIT.
012470     EXIT.
012480 8400-PRINT-PLAN-LINE.
012490     MOVE SPACES TO RCV-PLAN-LINE.
012500     MOVE PLX TO RCVP-STEP-NO.
012510     MOVE PLN-PROGRAM(PLX) TO RCVP-PROGRAM.
012520     MOVE PLN-ACTION(PLX) TO RCVP-ACTION.
012530     MOVE PLN-CARD(PLX) TO RCVP-CARD.
012540     MOVE PLN-REASON(PLX) TO RCVP-REASON.
012550     WRITE RCV-PLAN-LINE AFTER ADVANCING 1.
012560 8400-EXIT.
012570     EXIT.
012580******************************************************************
012590*  9000-TERMINATE
012600*  DISPLAYS THE PLAN TOTALS AND SETS THE SCHEDULER RETURN CODE -
012610*  8 WHEN A STEP NEEDS A HUMAN BEFORE IT CAN RUN, 4 WHEN A PLAN
012620*  WAS PUNCHED, 0 WHEN THE NIGHT NEEDS NO RECOVERY.
012630******************************************************************
012640 9000-TERMINATE.
012650     DISPLAY 'RECOVERY-PLAN COMPLETE - NIGHT: ' RCV-NIGHT-DATE
012660         ' RESUME: ' RCV-RESUME-COUNT
012670         ' RERUN: ' RCV-RERUN-COUNT
012680         ' SKIP: ' RCV-SKIP-COUNT
012690         ' MANUAL: ' RCV-MANUAL-COUNT
012700         ' CARDS: ' RCV-CARD-COUNT.
012710     IF RCV-MANUAL-COUNT IS GREATER THAN ZERO
012720         MOVE 8 TO RETURN-CODE
012730     ELSE
012740         IF RCV-RESUME-COUNT IS GREATER THAN ZERO
012750             OR RCV-RERUN-COUNT IS GREATER THAN ZERO
012760             MOVE 4 TO RETURN-CODE
012770         END-IF
012780     END-IF.
012790 9000-EXIT.
012800     EXIT.
