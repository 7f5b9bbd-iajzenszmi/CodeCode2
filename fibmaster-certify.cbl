000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    FIB-MASTER-CERTIFY.
000120 AUTHOR.        BATCH-APPLICATIONS-GROUP.
000130 INSTALLATION.  DATA-CENTER.
000140 DATE-WRITTEN.  2026-10-15.
000150 DATE-COMPILED.
000160******************************************************************
000170*  MODIFICATION HISTORY
000180*  -------------------------------------------------------------
000190*  2026-10-15  OPS  ORIGINAL VERSION - PERIODIC CERTIFICATION OF
000200*                   THE CUMULATIVE PRIME-FIBONACCI MASTER (FIBMSTO
000210*                   - SEE FIBMSTR.CPY).  FIB-RECON-VERIFY CHECKS
000220*                   ONE NIGHT'S FIBOUT, BUT NOTHING CHECKED THE
000230*                   MASTER THE MERGE HAS BEEN BUILDING SINCE
000240*                   AUGUST.  THIS STEP VERIFIES THE MASTER AGAINST
000250*                   ITS TRAILER, RE-DERIVES THE SERIES F(1) TO
000260*                   F(87) FROM SCRATCH, AND FOR EVERY ENTRY PROVES
000270*                   THE VALUE IS A FIBONACCI NUMBER AND PRIME BY
000280*                   TRIAL DIVISION, CONFIRMS ITS INDEX IS PRIME
000290*                   (F(4) = 3 IS THE ONE EXCEPTION), CHECKS THE
000300*                   INDEX AND DIGIT COUNT THE RECORD CARRIES, AND
000310*                   CHECKS ITS FIRST-FOUND DATE AGAINST THE
000320*                   SMALLER VALUES' DATES AND AGAINST THE PRIMEFIB
000330*                   RUN HISTORY ON AUDARCH AND RUNAUDIT.  EVERY
000340*                   PRIME FIBONACCI VALUE BELOW THE HIGHEST ENTRY
000350*                   THAT IS NOT ON FILE IS REPORTED MISSING.
000360*                   FINDINGS GO TO FIBCERT AND TO PRIMEXCP AS
000370*                   CRITICAL/RECN, A FAILED CONTROL CHECK AS
000380*                   FATAL/CTL, AND EITHER ENDS THE STEP WITH
000390*                   RETURN CODE 8.
000391*  2026-10-15  OPS  THE RUN-HISTORY CHECK NOW ALLOWS FOR PRIMEFIB
000392*                   CHECKPOINT/RESTART.  A RESTARTED RUN KEEPS
000393*                   THE RECORDS WRITTEN BEFORE THE CHECKPOINT
000394*                   UNDER THE ABORTED RUN'S DATE, AND THE ABORTED
000395*                   RUN LEAVES NO AUDIT ENTRY, SO A FIRST-FOUND
000396*                   DATE WITH NO RUN OF ITS OWN IS ACCEPTED WHEN
000397*                   THE NEXT RUN ON RECORD WAS A RESTART (RS=Y)
000398*                   THAT REACHED THE VALUE.  SUCH DATES ARE
000399*                   COUNTED ON THE REPORT.
000400******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT OPTIONAL FIB-MASTER-FILE ASSIGN TO "FIBMSTO"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS MSTR-FILE-STATUS.
000470     SELECT OPTIONAL AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS AARC-FILE-STATUS.
000500     SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "RUNAUDIT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS AUDIT-FILE-STATUS.
000530     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS EXCP-FILE-STATUS.
000560     SELECT PRINT-FILE ASSIGN TO "FIBCERT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS PRT-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  FIB-MASTER-FILE
000620     RECORDING MODE IS F.
000630 COPY FIBMSTR.
000640 FD  AUDIT-ARCHIVE-FILE
000650     RECORDING MODE IS F.
000660 01  AUDIT-ARCHIVE-RECORD        PIC X(116).
000670 FD  AUDIT-LOG-FILE
000680     RECORDING MODE IS F.
000690 COPY AUDITREC.
000700 FD  EXCEPTION-FILE
000710     RECORDING MODE IS F.
000720 COPY EXCPREC.
000730 FD  PRINT-FILE
000740     RECORDING MODE IS F.
000750 COPY CRTRPTL.
000760 WORKING-STORAGE SECTION.
000770*    THE SERIES F(1) TO F(87) - F(87) IS THE LAST TERM THAT FITS
000780*    18 DIGITS - WITH A SENTINEL TERM 88 ABOVE EVERY VALUE SO A
000790*    WALK UP THE TABLE ALWAYS STOPS.  SER-PRIME-STATE CACHES THE
000800*    PRIMALITY PROOF OF A TERM SO NO TERM IS DIVIDED OUT TWICE.
000810 01  SERIES-TABLE.
000820     05  SER-ENTRY               OCCURS 88 TIMES.
000830         10  SER-TERM            PIC S9(18)   COMP-3.
000840         10  SER-PRIME-STATE     PIC X(01).
000850             88  SER-UNTESTED        VALUE SPACE.
000860             88  SER-PROVEN-PRIME    VALUE 'P'.
000870             88  SER-COMPOSITE       VALUE 'C'.
000880         10  SER-INDEX-SW        PIC X(01).
000890             88  SER-INDEX-PRIME     VALUE 'Y'.
000900             88  SER-INDEX-COMPOSITE VALUE 'N'.
000910 01  SERIES-VARS.
000920     05  SER-IDX                 PIC 9(03)    COMP.
000930     05  SER-PTR                 PIC 9(03)    COMP.
000940     05  SER-LAST-TERM           PIC 9(03)    COMP VALUE 87.
000950     05  SER-IDX-DSOR            PIC 9(03)    COMP.
000960     05  SER-IDX-QUOTIENT        PIC 9(03)    COMP.
000970     05  SER-IDX-REMAINDER       PIC 9(03)    COMP.
000980 01  PRIME-CHECK-VARS.
000990     05  CHK-VALUE               PIC S9(18)   COMP-3.
001000     05  CHK-PRIME-FLAG          PIC X(01).
001010         88  CHK-PRIME               VALUE 'X'.
001020     05  CHK-DSOR                PIC 9(10)    COMP.
001030     05  CHK-DSOR-SQ             PIC 9(18)    COMP.
001040     05  CHK-QUOTIENT            PIC S9(18)   COMP-3.
001050     05  CHK-REMAINDER           PIC S9(18)   COMP-3.
001060         88  CHK-DIVISIBLE            VALUE ZERO.
001070 01  CERTIFY-CONTROL.
001080     05  CRT-ENTRY-COUNT         PIC 9(09)    COMP.
001090     05  CRT-PRIME-INDEX-COUNT   PIC 9(09)    COMP.
001100     05  CRT-F4-COUNT            PIC 9(09)    COMP.
001110     05  CRT-MISSING-COUNT       PIC 9(09)    COMP.
001120     05  CRT-UNENRICHED-COUNT    PIC 9(09)    COMP.
001130     05  CRT-PREDATES-COUNT      PIC 9(09)    COMP.
001140     05  CRT-UNCHECKED-COUNT     PIC 9(09)    COMP.
001145     05  CRT-RESTART-COUNT       PIC 9(09)    COMP.
001150     05  CRT-FINDING-COUNT       PIC 9(05)    COMP.
001160     05  CRT-MESSAGE             PIC X(110).
001170     05  CRT-DERIVED-INDEX       PIC 9(03).
001180     05  CRT-DERIVED-DIGITS      PIC 9(02).
001190     05  CRT-DIGIT-WORK          PIC 9(18).
001200     05  CRT-LEADING-ZEROS       PIC 9(03)    COMP.
001210     05  CRT-PREV-VALUE          PIC S9(18)   COMP-3.
001220     05  CRT-HIGH-DATE           PIC 9(08).
001230     05  CRT-HIGH-DATE-VALUE     PIC S9(18)   COMP-3.
001240     05  CRT-DATE-WORK           PIC 9(08).
001250     05  CRT-DATE-PARTS REDEFINES CRT-DATE-WORK.
001260         10  CRT-DATE-YYYY       PIC 9(04).
001270         10  CRT-DATE-MM         PIC 9(02).
001280         10  CRT-DATE-DD         PIC 9(02).
001290     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
001300     05  CRT-FINDING-SW          PIC X(01).
001310         88  CRT-ENTRY-FINDING       VALUE 'E'.
001320         88  CRT-MASTER-FINDING      VALUE 'M'.
001330     05  CRT-CONTROL-SW          PIC X(01).
001340         88  CRT-CONTROL-OK          VALUE 'Y'.
001350         88  CRT-CONTROL-BAD         VALUE 'N'.
001360*    THE PRIMEFIB RUN HISTORY - ONE ENTRY PER RUN DATE, HOLDING
001364*    THE HIGHEST LASTFIB ANY RUN THAT DAY REACHED AND WHETHER
001368*    ANY RUN THAT DAY WAS A RESTART.  A FRESH RUN STARTS FROM
001372*    F(1), SO IT PRODUCED EVERY PRIME FIBONACCI VALUE UP TO ITS
001376*    LASTFIB.  A RESTARTED RUN PRODUCED ONLY THE VALUES PAST ITS
001380*    CHECKPOINT - THE ONES BEFORE IT WERE WRITTEN BY THE ABORTED
001384*    RUN, UNDER THAT RUN'S DATE, AND ARE CARRIED FORWARD ON
001388*    FIBOUT.
001400 01  RUN-HISTORY.
001410     05  HST-COUNT               PIC 9(04)    COMP.
001420     05  HST-MAX                 PIC 9(04)    COMP VALUE 2000.
001430     05  HST-IDX                 PIC 9(04)    COMP.
001440     05  HST-FIRST-DATE          PIC 9(08).
001450     05  HST-EARLIEST-REACH      PIC 9(08).
001453     05  HST-NEXT-DATE           PIC 9(08).
001456     05  HST-NEXT-IDX            PIC 9(04)    COMP.
001460     05  HST-OVERFLOW-SW         PIC X(01).
001470         88  HST-OVERFLOW            VALUE 'Y'.
001480         88  HST-NO-OVERFLOW         VALUE 'N'.
001490     05  HST-SUPPORT-SW          PIC X(01).
001500         88  HST-DATE-SUPPORTED      VALUE 'Y'.
001510         88  HST-DATE-UNSUPPORTED    VALUE 'N'.
001520     05  HST-ENTRY               OCCURS 2000 TIMES.
001530         10  HST-RUN-DATE        PIC 9(08).
001540         10  HST-LASTFIB         PIC 9(18).
001543         10  HST-RESTART-SW      PIC X(01).
001546             88  HST-RESTARTED       VALUE 'Y'.
001550 01  HISTORY-WORK.
001560     05  HSW-AUDIT-IMAGE         PIC X(116).
001570     05  HSW-AUDIT-FIELDS REDEFINES HSW-AUDIT-IMAGE.
001580         10  HSW-PROGRAM-ID      PIC X(08).
001590         10  HSW-RUN-DATE-X      PIC X(08).
001596         10  FILLER              PIC X(28).
001602         10  HSW-PARM-2          PIC X(12).
001610         10  HSW-FINAL-STATE     PIC X(50).
001620         10  FILLER              PIC X(10).
001630     05  HSW-RUN-DATE            PIC 9(08).
001640     05  HSW-LASTFIB-X           PIC X(18).
001650     05  HSW-LASTFIB             PIC 9(18).
001660 01  CONTROL-VERIFY-WORK.
001670     05  VFY-RECORD-COUNT        PIC 9(09).
001680     05  VFY-HASH-TOTAL          PIC 9(18).
001690     05  VFY-TRLR-COUNT-X        PIC X(09).
001700     05  VFY-TRLR-COUNT REDEFINES VFY-TRLR-COUNT-X
001710                                 PIC 9(09).
001720     05  VFY-TRLR-HASH-X         PIC X(18).
001730     05  VFY-TRLR-HASH REDEFINES VFY-TRLR-HASH-X
001740                                 PIC 9(18).
001750     05  VFY-FAIL-REASON         PIC X(35).
001760     05  VFY-TRAILER-SW          PIC X(01).
001770         88  VFY-TRAILER-SEEN        VALUE 'Y'.
001780         88  VFY-NO-TRAILER          VALUE 'N'.
001790     05  VFY-FORMAT-SW           PIC X(01).
001800         88  VFY-FORMAT-BAD          VALUE 'Y'.
001810         88  VFY-FORMAT-OK           VALUE 'N'.
001820 01  FORMAT-WORK.
001830     05  FMT-NUMBER              PIC 9(18).
001840     05  FMT-EDITED              PIC Z(17)9.
001850     05  FMT-TEXT                PIC X(18).
001860     05  FMT-IDX                 PIC 9(02)    COMP.
001870     05  FMT-LEN                 PIC 9(02)    COMP.
001880     05  FMT-VALUE-TEXT          PIC X(18).
001890     05  FMT-INDEX-TEXT          PIC X(18).
001900     05  FMT-DIGITS-TEXT         PIC X(18).
001910     05  FMT-OTHER-TEXT          PIC X(18).
001920 01  WS-DATE-TIME.
001930     05  WS-RUN-DATE             PIC 9(08).
001940     05  WS-START-TIME           PIC 9(08).
001950     05  WS-END-TIME             PIC 9(08).
001960 01  WS-SWITCHES.
001970     05  WS-MSTR-EOF-SWITCH      PIC X(01).
001980         88  WS-MSTR-EOF             VALUE 'Y'.
001990         88  WS-MSTR-NOT-EOF         VALUE 'N'.
002000     05  WS-AUDIT-EOF-SWITCH     PIC X(01).
002010         88  WS-AUDIT-EOF            VALUE 'Y'.
002020         88  WS-AUDIT-NOT-EOF        VALUE 'N'.
002030 01  WS-FILE-STATUSES.
002040     05  MSTR-FILE-STATUS        PIC X(02).
002050     05  AARC-FILE-STATUS        PIC X(02).
002060     05  AUDIT-FILE-STATUS       PIC X(02).
002070     05  EXCP-FILE-STATUS        PIC X(02).
002080     05  PRT-FILE-STATUS         PIC X(02).
002090 01  WS-MISC.
002100     05  WS-COUNT-DISPLAY        PIC 9(09).
002110     05  WS-FINDING-DISPLAY      PIC 9(05).
002120 COPY TRLRREC.
002130 PROCEDURE DIVISION.
002140 0000-MAIN-LOGIC.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 1200-LOAD-RUN-HISTORY THRU 1200-EXIT.
002170     PERFORM 1500-VERIFY-MASTER-CONTROL THRU 1500-EXIT.
002180     PERFORM 2000-DERIVE-SERIES THRU 2000-EXIT.
002190     PERFORM 2500-START-CERTIFY THRU 2500-EXIT.
002200     PERFORM 3000-CERTIFY-ENTRY THRU 3000-EXIT
002210         UNTIL WS-MSTR-EOF.
002220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002230     STOP RUN.
002240******************************************************************
002250*  1000-INITIALIZE
002260*  OPENS THE EXCEPTION LOG AND THE REPORT AND WRITES THE REPORT
002270*  TITLE.  THE EXCEPTION LOG USES THE SAME OPEN EXTEND/FALL-BACK-
002280*  TO-OUTPUT PATTERN AS THE REST OF THE SUITE, SINCE PRIMEXCP IS
002290*  SHARED.
002300******************************************************************
002310 1000-INITIALIZE.
002320     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
002330     ACCEPT WS-START-TIME FROM TIME.
002340     MOVE 0 TO CRT-ENTRY-COUNT.
002350     MOVE 0 TO CRT-PRIME-INDEX-COUNT.
002360     MOVE 0 TO CRT-F4-COUNT.
002370     MOVE 0 TO CRT-MISSING-COUNT.
002380     MOVE 0 TO CRT-UNENRICHED-COUNT.
002390     MOVE 0 TO CRT-PREDATES-COUNT.
002400     MOVE 0 TO CRT-UNCHECKED-COUNT.
002405     MOVE 0 TO CRT-RESTART-COUNT.
002410     MOVE 0 TO CRT-FINDING-COUNT.
002420     MOVE 0 TO EXCP-SEQ-NO.
002430     MOVE SPACES TO CRT-MESSAGE.
002440     SET CRT-ENTRY-FINDING TO TRUE.
002450     SET CRT-CONTROL-OK TO TRUE.
002460     OPEN EXTEND EXCEPTION-FILE.
002470     IF EXCP-FILE-STATUS = '35'
002480         OPEN OUTPUT EXCEPTION-FILE
002490     END-IF.
002500     OPEN OUTPUT PRINT-FILE.
002510     MOVE SPACES TO CRT-HEADING-1.
002520     MOVE 'PRIME-FIBONACCI MASTER CERTIFICATION REPORT'
002530         TO CRT1-TITLE.
002540     MOVE 'RUN DATE:' TO CRT1-DATE-LABEL.
002550     MOVE WS-RUN-DATE TO CRT1-RUN-DATE.
002560     WRITE CRT-HEADING-1 AFTER ADVANCING PAGE.
002570 1000-EXIT.
002580     EXIT.
002590******************************************************************
002600*  1200-LOAD-RUN-HISTORY
002610*  LOADS THE PRIMEFIB RUN HISTORY - THE ARCHIVED RUN-AUDIT
002620*  GENERATIONS ON AUDARCH FIRST, THEN THE LIVE RUNAUDIT LOG -
002626*  KEEPING FOR EACH RUN DATE THE HIGHEST LASTFIB REACHED AND
002632*  WHETHER A RUN THAT DAY WAS A RESTART (PARAMETER 2 = 'Y').  THE
002640*  FINAL-STATE FIELD IS BUILT BY THE PRODUCER AS 'LASTFIB='
002650*  (COLS 1-8) AND THE VALUE (COLS 9-26); AN ENTRY NOT IN THAT
002660*  FORM IS PASSED OVER.  MORE RUN DATES THAN THE TABLE HOLDS
002670*  TURNS THE HISTORY CHECKS OFF RATHER THAN JUDGING DATES
002680*  AGAINST A PARTIAL HISTORY.
002690******************************************************************
002700 1200-LOAD-RUN-HISTORY.
002710     MOVE 0 TO HST-COUNT.
002720     MOVE 99999999 TO HST-FIRST-DATE.
002730     SET HST-NO-OVERFLOW TO TRUE.
002740     SET WS-AUDIT-NOT-EOF TO TRUE.
002750     OPEN INPUT AUDIT-ARCHIVE-FILE.
002760     PERFORM 1210-READ-ARCHIVE THRU 1210-EXIT
002770         UNTIL WS-AUDIT-EOF.
002780     CLOSE AUDIT-ARCHIVE-FILE.
002790     SET WS-AUDIT-NOT-EOF TO TRUE.
002800     OPEN INPUT AUDIT-LOG-FILE.
002810     PERFORM 1220-READ-LIVE-AUDIT THRU 1220-EXIT
002820         UNTIL WS-AUDIT-EOF.
002830     CLOSE AUDIT-LOG-FILE.
002840     IF HST-OVERFLOW
002850         MOVE SPACES TO CRT-DETAIL-LINE
002860         MOVE 'RUN HISTORY HOLDS MORE PRIMEFIB RUN DATES THAN THE 
002870-            'TABLE - FIRST-FOUND DATES NOT CHECKED AGAINST IT'
002880             TO CRTD-TEXT
002890         WRITE CRT-DETAIL-LINE AFTER ADVANCING 2
002900         DISPLAY 'FIB-MASTER-CERTIFY - RUN HISTORY EXCEEDS '
002910             HST-MAX ' RUN DATES - HISTORY CHECKS SKIPPED'
002920     END-IF.
002930 1200-EXIT.
002940     EXIT.
002950 1210-READ-ARCHIVE.
002960     READ AUDIT-ARCHIVE-FILE
002970         AT END
002980             SET WS-AUDIT-EOF TO TRUE
002990         NOT AT END
003000             MOVE AUDIT-ARCHIVE-RECORD TO HSW-AUDIT-IMAGE
003010             PERFORM 1250-RECORD-RUN THRU 1250-EXIT
003020     END-READ.
003030 1210-EXIT.
003040     EXIT.
003050 1220-READ-LIVE-AUDIT.
003060     READ AUDIT-LOG-FILE
003070         AT END
003080             SET WS-AUDIT-EOF TO TRUE
003090         NOT AT END
003100             MOVE AUDIT-RECORD TO HSW-AUDIT-IMAGE
003110             PERFORM 1250-RECORD-RUN THRU 1250-EXIT
003120     END-READ.
003130 1220-EXIT.
003140     EXIT.
003150******************************************************************
003160*  1250-RECORD-RUN
003170*  FOLDS ONE PRIMEFIB AUDIT ENTRY INTO THE HISTORY TABLE - A NEW
003180*  RUN DATE TAKES THE NEXT SLOT, A DATE ALREADY HELD KEEPS THE
003186*  HIGHER OF THE TWO LASTFIB VALUES.  A RESTART ON EITHER MARKS
003192*  THE DATE AS HAVING ONE.
003200******************************************************************
003210 1250-RECORD-RUN.
003220     IF HSW-PROGRAM-ID IS NOT EQUAL TO 'PRIMEFIB'
003230         GO TO 1250-EXIT
003240     END-IF.
003250     IF HSW-FINAL-STATE(1:8) IS NOT EQUAL TO 'LASTFIB='
003260         OR HSW-RUN-DATE-X IS NOT NUMERIC
003270         GO TO 1250-EXIT
003280     END-IF.
003290     MOVE HSW-FINAL-STATE(9:18) TO HSW-LASTFIB-X.
003300     INSPECT HSW-LASTFIB-X REPLACING LEADING SPACE BY ZERO.
003310     IF HSW-LASTFIB-X IS NOT NUMERIC
003320         GO TO 1250-EXIT
003330     END-IF.
003340     MOVE HSW-LASTFIB-X TO HSW-LASTFIB.
003350     MOVE HSW-RUN-DATE-X TO HSW-RUN-DATE.
003360     MOVE 1 TO HST-IDX.
003370     PERFORM 1260-NEXT-HISTORY-SLOT THRU 1260-EXIT
003380         UNTIL HST-IDX > HST-COUNT
003390         OR HST-RUN-DATE(HST-IDX) = HSW-RUN-DATE.
003400     IF HST-IDX IS NOT GREATER THAN HST-COUNT
003410         IF HSW-LASTFIB IS GREATER THAN HST-LASTFIB(HST-IDX)
003420             MOVE HSW-LASTFIB TO HST-LASTFIB(HST-IDX)
003430         END-IF
003432         IF HSW-PARM-2(1:1) = 'Y'
003434             SET HST-RESTARTED(HST-IDX) TO TRUE
003436         END-IF
003440         GO TO 1250-EXIT
003450     END-IF.
003460     IF HST-COUNT IS NOT LESS THAN HST-MAX
003470         SET HST-OVERFLOW TO TRUE
003480         GO TO 1250-EXIT
003490     END-IF.
003500     ADD 1 TO HST-COUNT.
003510     MOVE HSW-RUN-DATE TO HST-RUN-DATE(HST-COUNT).
003520     MOVE HSW-LASTFIB  TO HST-LASTFIB(HST-COUNT).
003522     MOVE 'N' TO HST-RESTART-SW(HST-COUNT).
003524     IF HSW-PARM-2(1:1) = 'Y'
003526         SET HST-RESTARTED(HST-COUNT) TO TRUE
003528     END-IF.
003530     IF HSW-RUN-DATE IS LESS THAN HST-FIRST-DATE
003540         MOVE HSW-RUN-DATE TO HST-FIRST-DATE
003550     END-IF.
003560 1250-EXIT.
003570     EXIT.
003580 1260-NEXT-HISTORY-SLOT.
003590     ADD 1 TO HST-IDX.
003600 1260-EXIT.
003610     EXIT.
003620******************************************************************
003630*  1500-VERIFY-MASTER-CONTROL
003640*  ONE VERIFICATION PASS OVER THE MASTER BEFORE THE DETAILED
003650*  CHECKS - RECOMPUTES THE RECORD COUNT AND FIB-VALUE HASH AND
003660*  CHECKS THEM AGAINST THE TRAILER CONTROL RECORD (SEE
003670*  TRLRREC.CPY).  THE MASTER IS A GENERATION CARRIED ACROSS
003680*  NIGHTS, SO ITS TRAILER DATE IS NOT DATE-CHECKED.  A FAILURE
003690*  IS LOGGED FATAL/CTL - AND THE DETAILED CERTIFICATION STILL
003700*  RUNS, SINCE DIAGNOSING THE DAMAGE IS THIS PROGRAM'S JOB.
003710******************************************************************
003720 1500-VERIFY-MASTER-CONTROL.
003730     MOVE 0 TO VFY-RECORD-COUNT.
003740     MOVE 0 TO VFY-HASH-TOTAL.
003750     MOVE SPACES TO VFY-TRLR-COUNT-X.
003760     MOVE SPACES TO VFY-TRLR-HASH-X.
003770     MOVE SPACES TO VFY-FAIL-REASON.
003780     SET VFY-NO-TRAILER TO TRUE.
003790     SET VFY-FORMAT-OK TO TRUE.
003800     SET WS-MSTR-NOT-EOF TO TRUE.
003810     OPEN INPUT FIB-MASTER-FILE.
003820     READ FIB-MASTER-FILE
003830         AT END SET WS-MSTR-EOF TO TRUE
003840     END-READ.
003850     PERFORM 1510-CHECK-MASTER-RECORD THRU 1510-EXIT
003860         UNTIL WS-MSTR-EOF.
003870     CLOSE FIB-MASTER-FILE.
003880     PERFORM 1700-JUDGE-CONTROL THRU 1700-EXIT.
003890 1500-EXIT.
003900     EXIT.
003910 1510-CHECK-MASTER-RECORD.
003920     MOVE FIBMST-RECORD TO TRLR-RECORD.
003930     IF TRLR-PRESENT
003940         PERFORM 1750-CAPTURE-TRAILER THRU 1750-EXIT
003950     ELSE
003960         IF VFY-TRAILER-SEEN
003970             SET VFY-FORMAT-BAD TO TRUE
003980         END-IF
003990         ADD 1 TO VFY-RECORD-COUNT
004000         ADD FIBMST-FIB-VALUE TO VFY-HASH-TOTAL
004010     END-IF.
004020     READ FIB-MASTER-FILE
004030         AT END SET WS-MSTR-EOF TO TRUE
004040     END-READ.
004050 1510-EXIT.
004060     EXIT.
004070 1700-JUDGE-CONTROL.
004080     IF VFY-FORMAT-BAD
004090         MOVE 'TRAILER IS NOT THE LAST RECORD' TO VFY-FAIL-REASON
004100         GO TO 1700-FAILED
004110     END-IF.
004120     IF VFY-NO-TRAILER
004130         IF VFY-RECORD-COUNT IS GREATER THAN ZERO
004140             MOVE 'NO TRAILER CONTROL RECORD' TO VFY-FAIL-REASON
004150             GO TO 1700-FAILED
004160         END-IF
004170         GO TO 1700-EXIT
004180     END-IF.
004190     IF VFY-TRLR-COUNT-X IS NOT NUMERIC
004200         OR VFY-TRLR-HASH-X IS NOT NUMERIC
004210         MOVE 'TRAILER IS UNREADABLE' TO VFY-FAIL-REASON
004220         GO TO 1700-FAILED
004230     END-IF.
004240     IF VFY-TRLR-COUNT IS NOT EQUAL TO VFY-RECORD-COUNT
004250         MOVE 'RECORD COUNT MISMATCH' TO VFY-FAIL-REASON
004260         GO TO 1700-FAILED
004270     END-IF.
004280     IF VFY-TRLR-HASH IS NOT EQUAL TO VFY-HASH-TOTAL
004290         MOVE 'HASH TOTAL MISMATCH' TO VFY-FAIL-REASON
004300         GO TO 1700-FAILED
004310     END-IF.
004320     GO TO 1700-EXIT.
004330 1700-FAILED.
004340     SET CRT-CONTROL-BAD TO TRUE.
004350     DISPLAY 'FIB-MASTER-CERTIFY FATAL - DATASET CONTROL CHECK '
004360         'FAILED FOR FIBMSTO: ' VFY-FAIL-REASON.
004370     PERFORM 7100-LOG-CONTROL-FAILURE THRU 7100-EXIT.
004380 1700-EXIT.
004390     EXIT.
004400 1750-CAPTURE-TRAILER.
004410     IF VFY-TRAILER-SEEN
004420         SET VFY-FORMAT-BAD TO TRUE
004430         GO TO 1750-EXIT
004440     END-IF.
004450     SET VFY-TRAILER-SEEN TO TRUE.
004460     MOVE TRLR-RECORD(17:9)  TO VFY-TRLR-COUNT-X.
004470     MOVE TRLR-RECORD(26:18) TO VFY-TRLR-HASH-X.
004480 1750-EXIT.
004490     EXIT.
004500******************************************************************
004510*  2000-DERIVE-SERIES
004520*  RE-DERIVES F(1) TO F(87) FROM 1, 1 AND MARKS EACH INDEX PRIME
004530*  OR COMPOSITE BY TRIAL DIVISION - DELIBERATELY FROM FIRST
004540*  PRINCIPLES RATHER THAN TRUSTING THE MERGE'S STORED INDEX.  NO
004550*  TERM'S VALUE IS YET PROVEN PRIME; THAT IS DONE ON DEMAND.
004560******************************************************************
004570 2000-DERIVE-SERIES.
004580     MOVE 1 TO SER-TERM(1).
004590     MOVE 1 TO SER-TERM(2).
004600     PERFORM 2010-DERIVE-TERM THRU 2010-EXIT
004610         VARYING SER-IDX FROM 3 BY 1
004620         UNTIL SER-IDX > SER-LAST-TERM.
004630     PERFORM 2050-TEST-INDEX THRU 2050-EXIT
004640         VARYING SER-IDX FROM 1 BY 1
004650         UNTIL SER-IDX > SER-LAST-TERM.
004660     MOVE +999999999999999999 TO SER-TERM(88).
004670     MOVE SPACE TO SER-PRIME-STATE(88).
004680     SET SER-INDEX-COMPOSITE(88) TO TRUE.
004690 2000-EXIT.
004700     EXIT.
004710 2010-DERIVE-TERM.
004720     COMPUTE SER-TERM(SER-IDX) =
004730         SER-TERM(SER-IDX - 1) + SER-TERM(SER-IDX - 2).
004740 2010-EXIT.
004750     EXIT.
004760 2050-TEST-INDEX.
004770     MOVE SPACE TO SER-PRIME-STATE(SER-IDX).
004780     SET SER-INDEX-PRIME(SER-IDX) TO TRUE.
004790     IF SER-IDX IS LESS THAN 2
004800         SET SER-INDEX-COMPOSITE(SER-IDX) TO TRUE
004810         GO TO 2050-EXIT
004820     END-IF.
004830     MOVE 2 TO SER-IDX-DSOR.
004840     PERFORM 2060-TEST-INDEX-DIVISOR THRU 2060-EXIT
004850         UNTIL SER-INDEX-COMPOSITE(SER-IDX)
004860         OR SER-IDX-DSOR * SER-IDX-DSOR IS GREATER THAN SER-IDX.
004870 2050-EXIT.
004880     EXIT.
004890 2060-TEST-INDEX-DIVISOR.
004900     DIVIDE SER-IDX BY SER-IDX-DSOR
004910         GIVING SER-IDX-QUOTIENT REMAINDER SER-IDX-REMAINDER.
004920     IF SER-IDX-REMAINDER = ZERO
004930         SET SER-INDEX-COMPOSITE(SER-IDX) TO TRUE
004940     END-IF.
004950     ADD 1 TO SER-IDX-DSOR.
004960 2060-EXIT.
004970     EXIT.
004980******************************************************************
004990*  2500-START-CERTIFY
005000*  WRITES THE COLUMN HEADINGS AND OPENS THE MASTER FOR THE
005010*  CERTIFICATION PASS.  THE MISSING-VALUE POINTER STARTS AT F(3)
005020*  = 2, THE FIRST TERM THAT COULD BE PRIME.
005030******************************************************************
005040 2500-START-CERTIFY.
005050     MOVE SPACES TO CRT-HEADING-2.
005060     MOVE 'FIBONACCI VALUE' TO CRT2-VALUE-LABEL.
005070     MOVE 'F(N)' TO CRT2-INDEX-LABEL.
005080     MOVE 'DIGITS' TO CRT2-DIGITS-LABEL.
005090     MOVE 'FIRST FOUND' TO CRT2-DATE-LABEL.
005100     MOVE 'RECORD CARRIES' TO CRT2-STORED-LABEL.
005110     WRITE CRT-HEADING-2 AFTER ADVANCING 2.
005120     MOVE 3 TO SER-PTR.
005130     MOVE -1 TO CRT-PREV-VALUE.
005140     MOVE 0 TO CRT-HIGH-DATE.
005150     MOVE 0 TO CRT-HIGH-DATE-VALUE.
005160     SET WS-MSTR-NOT-EOF TO TRUE.
005170     OPEN INPUT FIB-MASTER-FILE.
005180     READ FIB-MASTER-FILE
005190         AT END SET WS-MSTR-EOF TO TRUE
005200     END-READ.
005210 2500-EXIT.
005220     EXIT.
005230******************************************************************
005240*  3000-CERTIFY-ENTRY
005250*  CERTIFIES ONE MASTER ENTRY.  ANY PRIME FIBONACCI VALUE THE
005260*  SERIES PASSES ON THE WAY UP TO THE ENTRY IS REPORTED MISSING
005270*  FIRST, THEN THE ENTRY LINE IS PRINTED WITH ITS FINDINGS
005280*  BENEATH IT.
005290******************************************************************
005300 3000-CERTIFY-ENTRY.
005310*    THE TRAILER CONTROL RECORD - ALREADY JUDGED BY THE
005320*    PRE-PASS - IS NOT A MASTER ENTRY; SKIP IT.
005330     IF FIBMST-RECORD(1:8) = '*TRAILER'
005340         GO TO 3000-READ-NEXT
005350     END-IF.
005360     ADD 1 TO CRT-ENTRY-COUNT.
005370     PERFORM 3100-SCAN-MISSING THRU 3100-EXIT.
005380     PERFORM 3200-LOCATE-ENTRY THRU 3200-EXIT.
005390     PERFORM 3300-WRITE-ENTRY-LINE THRU 3300-EXIT.
005400     PERFORM 3400-CHECK-SEQUENCE THRU 3400-EXIT.
005410     PERFORM 3500-CHECK-FIBONACCI THRU 3500-EXIT.
005420     PERFORM 3550-CHECK-PRIMALITY THRU 3550-EXIT.
005430     PERFORM 3600-CHECK-INDEX THRU 3600-EXIT.
005440     PERFORM 3700-CHECK-ENRICHMENT THRU 3700-EXIT.
005450     PERFORM 3800-CHECK-FIRST-FOUND THRU 3800-EXIT.
005460     IF FIBMST-FIB-VALUE IS GREATER THAN CRT-PREV-VALUE
005470         MOVE FIBMST-FIB-VALUE TO CRT-PREV-VALUE
005480     END-IF.
005490 3000-READ-NEXT.
005500     READ FIB-MASTER-FILE
005510         AT END SET WS-MSTR-EOF TO TRUE
005520     END-READ.
005530 3000-EXIT.
005540     EXIT.
005550******************************************************************
005560*  3100-SCAN-MISSING
005570*  WALKS THE MISSING-VALUE POINTER UP TO THE ENTRY.  EVERY TERM
005580*  PASSED WITHOUT A MATCHING ENTRY IS A VALUE NOT ON THE MASTER;
005590*  IF ITS INDEX IS PRIME (OR IS 4) AND THE TERM PROVES PRIME, A
005600*  PRIME FIBONACCI VALUE BELOW THE MASTER'S HIGHEST ENTRY IS
005610*  MISSING.  A TERM WITH ANY OTHER COMPOSITE INDEX IS DIVISIBLE
005620*  BY AN EARLIER TERM AND CANNOT BE PRIME, SO IT IS NOT DIVIDED
005630*  OUT.  A MISSING VALUE GETS ITS OWN LINE IN THE ENTRY LISTING,
005640*  IN VALUE ORDER.  A TERM EQUAL TO THE ENTRY IS CONSUMED.
005650******************************************************************
005660 3100-SCAN-MISSING.
005670     PERFORM 3110-CHECK-PASSED-TERM THRU 3110-EXIT
005680         UNTIL SER-TERM(SER-PTR) IS NOT LESS THAN
005690               FIBMST-FIB-VALUE.
005700     IF SER-TERM(SER-PTR) = FIBMST-FIB-VALUE
005710         AND SER-PTR IS NOT GREATER THAN SER-LAST-TERM
005720         ADD 1 TO SER-PTR
005730     END-IF.
005740 3100-EXIT.
005750     EXIT.
005760 3110-CHECK-PASSED-TERM.
005770     IF SER-INDEX-PRIME(SER-PTR) OR SER-PTR = 4
005780         MOVE SER-PTR TO SER-IDX
005790         PERFORM 6100-PROVE-TERM THRU 6100-EXIT
005800         IF SER-PROVEN-PRIME(SER-PTR)
005810             PERFORM 3150-REPORT-MISSING THRU 3150-EXIT
005820         END-IF
005830     END-IF.
005840     ADD 1 TO SER-PTR.
005850 3110-EXIT.
005860     EXIT.
005870 3150-REPORT-MISSING.
005880     ADD 1 TO CRT-MISSING-COUNT.
005890     MOVE SER-PTR TO FMT-NUMBER.
005900     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
005910     MOVE FMT-TEXT TO FMT-INDEX-TEXT.
005920     MOVE SER-TERM(SER-PTR) TO CHK-VALUE.
005930     MOVE SPACES TO CRT-ENTRY-LINE.
005940     MOVE CHK-VALUE TO CRTE-FIB-VALUE.
005950     STRING 'F(' DELIMITED BY SIZE
005960            FMT-INDEX-TEXT DELIMITED BY SPACE
005970            ')' DELIMITED BY SIZE
005980         INTO CRTE-FIB-INDEX.
005990     MOVE CHK-VALUE TO CRT-DIGIT-WORK.
006000     MOVE 0 TO CRT-LEADING-ZEROS.
006010     INSPECT CRT-DIGIT-WORK
006020         TALLYING CRT-LEADING-ZEROS FOR LEADING ZERO.
006030     SUBTRACT CRT-LEADING-ZEROS FROM 18 GIVING CRTE-DIGIT-COUNT.
006040     MOVE 'NOT ON FILE' TO CRTE-STORED.
006050     WRITE CRT-ENTRY-LINE AFTER ADVANCING 1.
006060     MOVE CHK-VALUE TO FMT-NUMBER.
006070     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
006080     STRING 'PRIME FIBONACCI VALUE F(' DELIMITED BY SIZE
006090            FMT-INDEX-TEXT DELIMITED BY SPACE
006100            ') = ' DELIMITED BY SIZE
006110            FMT-TEXT DELIMITED BY SPACE
006120            ' IS MISSING BELOW THE HIGHEST ENTRY'
006130                DELIMITED BY SIZE
006140         INTO CRT-MESSAGE.
006150     SET CRT-MASTER-FINDING TO TRUE.
006160     PERFORM 7000-LOG-FINDING THRU 7000-EXIT.
006170 3150-EXIT.
006180     EXIT.
006190******************************************************************
006200*  3200-LOCATE-ENTRY
006210*  FINDS THE ENTRY'S INDEX IN THE RE-DERIVED SERIES (ZERO WHEN
006220*  THE VALUE IS NOT A TERM) AND COUNTS ITS DIGITS.  THE SEARCH
006230*  STARTS FROM F(2) FOR EVERY ENTRY, SO AN OUT-OF-ORDER ENTRY
006240*  STILL GETS AN HONEST MEMBERSHIP TEST.
006250******************************************************************
006260 3200-LOCATE-ENTRY.
006270     MOVE 2 TO SER-IDX.
006280     PERFORM 3210-NEXT-TERM THRU 3210-EXIT
006290         UNTIL SER-TERM(SER-IDX) IS NOT LESS THAN
006300               FIBMST-FIB-VALUE.
006310     MOVE 0 TO CRT-DERIVED-INDEX.
006320     IF SER-TERM(SER-IDX) = FIBMST-FIB-VALUE
006330         AND SER-IDX IS NOT GREATER THAN SER-LAST-TERM
006340         MOVE SER-IDX TO CRT-DERIVED-INDEX
006350     END-IF.
006360     MOVE FIBMST-FIB-VALUE TO CRT-DIGIT-WORK.
006370     MOVE 0 TO CRT-LEADING-ZEROS.
006380     INSPECT CRT-DIGIT-WORK
006390         TALLYING CRT-LEADING-ZEROS FOR LEADING ZERO.
006400     SUBTRACT CRT-LEADING-ZEROS FROM 18 GIVING CRT-DERIVED-DIGITS.
006410 3200-EXIT.
006420     EXIT.
006430 3210-NEXT-TERM.
006440     ADD 1 TO SER-IDX.
006450 3210-EXIT.
006460     EXIT.
006470******************************************************************
006480*  3300-WRITE-ENTRY-LINE
006490*  PRINTS THE ENTRY - VALUE, DERIVED F(N) AND DIGIT COUNT, FIRST-
006500*  FOUND DATE, AND THE INDEX AND DIGIT COUNT THE RECORD CARRIES
006510*  (OR THAT IT CARRIES NONE YET).
006520******************************************************************
006530 3300-WRITE-ENTRY-LINE.
006540     MOVE SPACES TO CRT-ENTRY-LINE.
006550     MOVE FIBMST-FIB-VALUE TO CRTE-FIB-VALUE.
006560     IF CRT-DERIVED-INDEX = ZERO
006570         MOVE 'NONE' TO CRTE-FIB-INDEX
006580     ELSE
006590         MOVE CRT-DERIVED-INDEX TO FMT-NUMBER
006600         PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT
006610         STRING 'F(' DELIMITED BY SIZE
006620                FMT-TEXT DELIMITED BY SPACE
006630                ')' DELIMITED BY SIZE
006640             INTO CRTE-FIB-INDEX
006650     END-IF.
006660     MOVE CRT-DERIVED-DIGITS TO CRTE-DIGIT-COUNT.
006670     MOVE FIBMST-RECORD(19:8) TO CRTE-FIRST-RUN-DATE.
006680     IF FIBMST-FIB-INDEX IS NOT NUMERIC
006690         OR FIBMST-DIGIT-COUNT IS NOT NUMERIC
006700         MOVE 'NOT YET ENRICHED' TO CRTE-STORED
006710     ELSE
006720         MOVE FIBMST-FIB-INDEX TO FMT-NUMBER
006730         PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT
006740         MOVE FMT-TEXT TO FMT-INDEX-TEXT
006750         MOVE FIBMST-DIGIT-COUNT TO FMT-NUMBER
006760         PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT
006770         STRING 'F(' DELIMITED BY SIZE
006780                FMT-INDEX-TEXT DELIMITED BY SPACE
006790                ') ' DELIMITED BY SIZE
006800                FMT-TEXT DELIMITED BY SPACE
006810                ' DIGITS' DELIMITED BY SIZE
006820             INTO CRTE-STORED
006830     END-IF.
006840     WRITE CRT-ENTRY-LINE AFTER ADVANCING 1.
006850 3300-EXIT.
006860     EXIT.
006870******************************************************************
006880*  3400-CHECK-SEQUENCE
006890*  THE MASTER IS KEYED ON THE VALUE IN ASCENDING ORDER - EACH
006900*  ENTRY MUST BE STRICTLY ABOVE EVERY ENTRY BEFORE IT.
006910******************************************************************
006920 3400-CHECK-SEQUENCE.
006930     IF FIBMST-FIB-VALUE IS GREATER THAN CRT-PREV-VALUE
006940         GO TO 3400-EXIT
006950     END-IF.
006960     MOVE CRT-PREV-VALUE TO FMT-NUMBER.
006970     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
006980     IF FIBMST-FIB-VALUE = CRT-PREV-VALUE
006990         STRING 'DUPLICATE ENTRY - VALUE IS ALREADY ON FILE'
007000                    DELIMITED BY SIZE
007010             INTO CRT-MESSAGE
007020     ELSE
007030         STRING 'OUT OF SEQUENCE - ENTRY FOLLOWS HIGHER VALUE '
007040                    DELIMITED BY SIZE
007050                FMT-TEXT DELIMITED BY SPACE
007060             INTO CRT-MESSAGE
007070     END-IF.
007080     PERFORM 7000-LOG-FINDING THRU 7000-EXIT.
007090 3400-EXIT.
007100     EXIT.
007110******************************************************************
007120*  3500-CHECK-FIBONACCI  /  3550-CHECK-PRIMALITY
007130*  THE VALUE MUST BE A TERM OF THE RE-DERIVED SERIES, AND MUST
007140*  PROVE PRIME BY TRIAL DIVISION.  A TERM'S PROOF IS KEPT IN THE
007150*  SERIES TABLE; A VALUE OFF THE SERIES IS PROVEN ON ITS OWN.
007160******************************************************************
007170 3500-CHECK-FIBONACCI.
007180     IF CRT-DERIVED-INDEX IS GREATER THAN ZERO
007190         GO TO 3500-EXIT
007200     END-IF.
007210     MOVE 'VALUE IS NOT A FIBONACCI NUMBER' TO CRT-MESSAGE.
007220     PERFORM 7000-LOG-FINDING THRU 7000-EXIT.
007230 3500-EXIT.
007240     EXIT.
007250 3550-CHECK-PRIMALITY.
007260     IF CRT-DERIVED-INDEX IS GREATER THAN ZERO
007270         MOVE CRT-DERIVED-INDEX TO SER-IDX
007280         PERFORM 6100-PROVE-TERM THRU 6100-EXIT
007290         IF SER-PROVEN-PRIME(SER-IDX)
007300             GO TO 3550-EXIT
007310         END-IF
007320     ELSE
007330         MOVE FIBMST-FIB-VALUE TO CHK-VALUE
007340         PERFORM 6000-PROVE-PRIME THRU 6000-EXIT
007350         IF CHK-PRIME
007360             GO TO 3550-EXIT
007370         END-IF
007380     END-IF.
007390     MOVE 'VALUE IS NOT PRIME' TO CRT-MESSAGE.
007400     PERFORM 7000-LOG-FINDING THRU 7000-EXIT.
007410 3550-EXIT.
007420     EXIT.
007430******************************************************************
007440*  3600-CHECK-INDEX
007450*  EVERY PRIME FIBONACCI VALUE BUT F(4) = 3 HAS A PRIME INDEX -
007460*  F(D) DIVIDES F(N) WHENEVER D DIVIDES N - SO A COMPOSITE INDEX
007470*  OTHER THAN 4 MEANS THE ENTRY CANNOT BE GENUINE.
007480******************************************************************
007490 3600-CHECK-INDEX.
007500     IF CRT-DERIVED-INDEX = ZERO
007510         GO TO 3600-EXIT
007520     END-IF.
007530     IF CRT-DERIVED-INDEX = 4
007540         ADD 1 TO CRT-F4-COUNT
007550         GO TO 3600-EXIT
007560     END-IF.
007570     IF SER-INDEX-PRIME(CRT-DERIVED-INDEX)
007580         ADD 1 TO CRT-PRIME-INDEX-COUNT
007590         GO TO 3600-EXIT
007600     END-IF.
007610     MOVE CRT-DERIVED-INDEX TO FMT-NUMBER.
007620     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
007630     STRING 'INDEX ' DELIMITED BY SIZE
007640            FMT-TEXT DELIMITED BY SPACE
007650            ' IS NOT PRIME - ONLY F(4) = 3 MAY HAVE A COMPOSITE '
007660                DELIMITED BY SIZE
007670            'INDEX' DELIMITED BY SIZE
007680         INTO CRT-MESSAGE.
007690     PERFORM 7000-LOG-FINDING THRU 7000-EXIT.
007700 3600-EXIT.
007710     EXIT.
007720******************************************************************
007730*  3700-CHECK-ENRICHMENT
007740*  THE INDEX AND DIGIT COUNT THE RECORD CARRIES MUST AGREE WITH
007750*  THE DERIVED ONES.  A RECORD THE MERGE HAS NOT YET FILLED IN
007760*  (SPACES) IS COUNTED, NOT REPORTED.
007770******************************************************************
007780 3700-CHECK-ENRICHMENT.
007790     IF FIBMST-FIB-INDEX IS NOT NUMERIC
007800         OR FIBMST-DIGIT-COUNT IS NOT NUMERIC
007810         ADD 1 TO CRT-UNENRICHED-COUNT
007820         GO TO 3700-EXIT
007830     END-IF.
007840     IF FIBMST-FIB-INDEX = CRT-DERIVED-INDEX
007850         AND FIBMST-DIGIT-COUNT = CRT-DERIVED-DIGITS
007860         GO TO 3700-EXIT
007870     END-IF.
007880     MOVE FIBMST-FIB-INDEX TO FMT-NUMBER.
007890     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
007900     MOVE FMT-TEXT TO FMT-INDEX-TEXT.
007910     MOVE FIBMST-DIGIT-COUNT TO FMT-NUMBER.
007920     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
007930     MOVE FMT-TEXT TO FMT-DIGITS-TEXT.
007940     MOVE CRT-DERIVED-INDEX TO FMT-NUMBER.
007950     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
007960     MOVE FMT-TEXT TO FMT-OTHER-TEXT.
007970     MOVE CRT-DERIVED-DIGITS TO FMT-NUMBER.
007980     PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT.
007990     STRING 'RECORD CARRIES INDEX ' DELIMITED BY SIZE
008000            FMT-INDEX-TEXT DELIMITED BY SPACE
008010            ' AND ' DELIMITED BY SIZE
008020            FMT-DIGITS-TEXT DELIMITED BY SPACE
008030            ' DIGITS - DERIVED INDEX ' DELIMITED BY SIZE
008040            FMT-OTHER-TEXT DELIMITED BY SPACE
008050            ' AND ' DELIMITED BY SIZE
008060            FMT-TEXT DELIMITED BY SPACE
008070            ' DIGITS' DELIMITED BY SIZE
008080         INTO CRT-MESSAGE.
008090     PERFORM 7000-LOG-FINDING THRU 7000-EXIT.
008100 3700-EXIT.
008110     EXIT.
008120******************************************************************
008130*  3800-CHECK-FIRST-FOUND
008140*  THE FIRST-FOUND DATE MUST BE A DATE, NOT AFTER TODAY, AND -
008147*  SINCE A RUN FINDS THE SMALLER VALUES FIRST, AND A RESTART
008154*  KEEPS THE ABORTED RUN'S EARLIER DATE ON THE VALUES BEFORE ITS
008161*  CHECKPOINT - NOT EARLIER THAN THE FIRST-FOUND DATE OF ANY
008170*  SMALLER VALUE.  AGAINST THE RUN HISTORY IT MUST NOT BE LATER
008180*  THAN THE FIRST RUN THAT REACHED THE VALUE, AND A DATE THE
008186*  HISTORY COVERS MUST HAVE A RUN THAT DAY THAT REACHED IT - OR,
008192*  FOR A RUN THAT ABORTED AND LEFT NO AUDIT ENTRY, THE NEXT RUN
008198*  ON RECORD MUST BE THE RESTART THAT REACHED IT.  A DATE BEFORE
008204*  THE EARLIEST RUN ON RECORD IS COUNTED, NOT REPORTED - THAT
008210*  HISTORY HAS AGED OFF.
008220******************************************************************
008230 3800-CHECK-FIRST-FOUND.
008240     IF FIBMST-FIRST-RUN-DATE IS NOT NUMERIC
008250         MOVE 'FIRST-FOUND DATE IS NOT NUMERIC' TO CRT-MESSAGE
008260         PERFORM 7000-LOG-FINDING THRU 7000-EXIT
008270         GO TO 3800-EXIT
008280     END-IF.
008290     MOVE FIBMST-FIRST-RUN-DATE TO CRT-DATE-WORK.
008300     IF CRT-DATE-MM < 1 OR CRT-DATE-MM > 12
008310         OR CRT-DATE-DD < 1 OR CRT-DATE-DD > 31
008320         STRING 'FIRST-FOUND DATE ' DELIMITED BY SIZE
008330                CRT-DATE-WORK DELIMITED BY SIZE
008340                ' IS NOT A VALID DATE' DELIMITED BY SIZE
008350             INTO CRT-MESSAGE
008360         PERFORM 7000-LOG-FINDING THRU 7000-EXIT
008370         GO TO 3800-EXIT
008380     END-IF.
008390     IF CRT-DATE-WORK IS GREATER THAN WS-RUN-DATE
008400         STRING 'FIRST-FOUND DATE ' DELIMITED BY SIZE
008410                CRT-DATE-WORK DELIMITED BY SIZE
008420                ' IS AFTER TODAY' DELIMITED BY SIZE
008430             INTO CRT-MESSAGE
008440         PERFORM 7000-LOG-FINDING THRU 7000-EXIT
008450     END-IF.
008460     IF CRT-DATE-WORK IS LESS THAN CRT-HIGH-DATE
008470         MOVE CRT-HIGH-DATE-VALUE TO FMT-NUMBER
008480         PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT
008490         STRING 'FIRST FOUND ' DELIMITED BY SIZE
008500                CRT-DATE-WORK DELIMITED BY SIZE
008510                ', BEFORE SMALLER VALUE ' DELIMITED BY SIZE
008520                FMT-TEXT DELIMITED BY SPACE
008530                ' (FIRST FOUND ' DELIMITED BY SIZE
008540                CRT-HIGH-DATE DELIMITED BY SIZE
008550                ')' DELIMITED BY SIZE
008560             INTO CRT-MESSAGE
008570         PERFORM 7000-LOG-FINDING THRU 7000-EXIT
008580     ELSE
008590         MOVE CRT-DATE-WORK TO CRT-HIGH-DATE
008600         MOVE FIBMST-FIB-VALUE TO CRT-HIGH-DATE-VALUE
008610     END-IF.
008620     PERFORM 3850-CHECK-RUN-HISTORY THRU 3850-EXIT.
008630 3800-EXIT.
008640     EXIT.
008650 3850-CHECK-RUN-HISTORY.
008660     IF HST-COUNT = ZERO OR HST-OVERFLOW
008670         ADD 1 TO CRT-UNCHECKED-COUNT
008680         GO TO 3850-EXIT
008690     END-IF.
008700     MOVE 99999999 TO HST-EARLIEST-REACH.
008703     MOVE 99999999 TO HST-NEXT-DATE.
008706     MOVE 0 TO HST-NEXT-IDX.
008710     SET HST-DATE-UNSUPPORTED TO TRUE.
008720     PERFORM 3860-SCAN-HISTORY THRU 3860-EXIT
008730         VARYING HST-IDX FROM 1 BY 1
008740         UNTIL HST-IDX > HST-COUNT.
008750     IF HST-EARLIEST-REACH IS LESS THAN CRT-DATE-WORK
008760         STRING 'FIRST FOUND ' DELIMITED BY SIZE
008770                CRT-DATE-WORK DELIMITED BY SIZE
008780                ' BUT THE PRIMEFIB RUN OF ' DELIMITED BY SIZE
008790                HST-EARLIEST-REACH DELIMITED BY SIZE
008800                ' ALREADY REACHED IT' DELIMITED BY SIZE
008810             INTO CRT-MESSAGE
008820         PERFORM 7000-LOG-FINDING THRU 7000-EXIT
008830         GO TO 3850-EXIT
008840     END-IF.
008850     IF CRT-DATE-WORK IS LESS THAN HST-FIRST-DATE
008860         ADD 1 TO CRT-PREDATES-COUNT
008870         GO TO 3850-EXIT
008880     END-IF.
008890     IF HST-DATE-UNSUPPORTED
008892         AND HST-NEXT-IDX IS GREATER THAN ZERO
008894         PERFORM 3870-CHECK-RESTART THRU 3870-EXIT
008896     END-IF.
008898     IF HST-DATE-UNSUPPORTED
008900         STRING 'FIRST FOUND ' DELIMITED BY SIZE
008910                CRT-DATE-WORK DELIMITED BY SIZE
008920                ' BUT NO PRIMEFIB RUN THAT DAY REACHED IT'
008930                    DELIMITED BY SIZE
008940             INTO CRT-MESSAGE
008950         PERFORM 7000-LOG-FINDING THRU 7000-EXIT
008960     END-IF.
008970 3850-EXIT.
008980     EXIT.
008990 3860-SCAN-HISTORY.
008996     IF HST-RUN-DATE(HST-IDX) IS GREATER THAN CRT-DATE-WORK
009002         AND HST-RUN-DATE(HST-IDX) IS LESS THAN HST-NEXT-DATE
009008         MOVE HST-RUN-DATE(HST-IDX) TO HST-NEXT-DATE
009014         MOVE HST-IDX TO HST-NEXT-IDX
009020     END-IF.
009022     IF HST-LASTFIB(HST-IDX) IS LESS THAN FIBMST-FIB-VALUE
009024         GO TO 3860-EXIT
009026     END-IF.
009030     IF HST-RUN-DATE(HST-IDX) IS LESS THAN HST-EARLIEST-REACH
009040         MOVE HST-RUN-DATE(HST-IDX) TO HST-EARLIEST-REACH
009050     END-IF.
009060     IF HST-RUN-DATE(HST-IDX) = CRT-DATE-WORK
009070         SET HST-DATE-SUPPORTED TO TRUE
009080     END-IF.
009090 3860-EXIT.
009091     EXIT.
009092******************************************************************
009093*  3870-CHECK-RESTART
009094*  A FIRST-FOUND DATE WITH NO RUN OF ITS OWN THAT REACHED THE
009095*  VALUE IS STILL GOOD WHEN THE RUN THAT DAY ABORTED AND WAS
009096*  RESTARTED - THE NEXT RUN DATE ON RECORD IS THEN THE RESTART,
009097*  AND IT REACHED THE VALUE.  ANY FRESH RUN IN BETWEEN WOULD
009098*  HAVE REWRITTEN FIBOUT UNDER ITS OWN DATE.
009099******************************************************************
009100 3870-CHECK-RESTART.
009101     IF HST-RESTARTED(HST-NEXT-IDX)
009102         AND HST-LASTFIB(HST-NEXT-IDX) IS NOT LESS THAN
009103             FIBMST-FIB-VALUE
009104         SET HST-DATE-SUPPORTED TO TRUE
009105         ADD 1 TO CRT-RESTART-COUNT
009106     END-IF.
009107 3870-EXIT.
009108     EXIT.
009110******************************************************************
009120*  6000-PROVE-PRIME
009130*  PLAIN TRIAL DIVISION OF CHK-VALUE BY 2, THEN BY ODD DIVISORS
009140*  FROM 3 UPWARD UNTIL THE DIVISOR'S SQUARE PASSES THE VALUE -
009150*  THE SAME FIRST-PRINCIPLES PROOF FIB-RECON-VERIFY USES.  A
009160*  SQUARE TOO LARGE FOR ITS FIELD HAS PASSED EVERY VALUE.
009170******************************************************************
009180 6000-PROVE-PRIME.
009190     MOVE SPACE TO CHK-PRIME-FLAG.
009200     IF CHK-VALUE IS LESS THAN 2
009210         GO TO 6000-EXIT
009220     END-IF.
009230     MOVE 'X' TO CHK-PRIME-FLAG.
009240     IF CHK-VALUE = 2 OR CHK-VALUE = 3
009250         GO TO 6000-EXIT
009260     END-IF.
009270     DIVIDE CHK-VALUE BY 2
009280         GIVING CHK-QUOTIENT REMAINDER CHK-REMAINDER.
009290     IF CHK-DIVISIBLE
009300         MOVE SPACE TO CHK-PRIME-FLAG
009310         GO TO 6000-EXIT
009320     END-IF.
009330     MOVE 3 TO CHK-DSOR.
009340     MULTIPLY CHK-DSOR BY CHK-DSOR GIVING CHK-DSOR-SQ.
009350     PERFORM 6010-TEST-DIVISOR THRU 6010-EXIT
009360         UNTIL NOT CHK-PRIME
009370         OR CHK-DSOR-SQ IS GREATER THAN CHK-VALUE.
009380 6000-EXIT.
009390     EXIT.
009400 6010-TEST-DIVISOR.
009410     DIVIDE CHK-VALUE BY CHK-DSOR
009420         GIVING CHK-QUOTIENT REMAINDER CHK-REMAINDER.
009430     IF CHK-DIVISIBLE
009440         MOVE SPACE TO CHK-PRIME-FLAG
009450     END-IF.
009460     ADD 2 TO CHK-DSOR.
009470     MULTIPLY CHK-DSOR BY CHK-DSOR GIVING CHK-DSOR-SQ
009480         ON SIZE ERROR
009490             MOVE 999999999999999999 TO CHK-DSOR-SQ
009500     END-MULTIPLY.
009510 6010-EXIT.
009520     EXIT.
009530******************************************************************
009540*  6100-PROVE-TERM
009550*  PROVES TERM SER-IDX PRIME OR COMPOSITE THE FIRST TIME IT IS
009560*  ASKED FOR AND KEEPS THE ANSWER IN THE SERIES TABLE.
009570******************************************************************
009580 6100-PROVE-TERM.
009590     IF NOT SER-UNTESTED(SER-IDX)
009600         GO TO 6100-EXIT
009610     END-IF.
009620     MOVE SER-TERM(SER-IDX) TO CHK-VALUE.
009630     PERFORM 6000-PROVE-PRIME THRU 6000-EXIT.
009640     IF CHK-PRIME
009650         SET SER-PROVEN-PRIME(SER-IDX) TO TRUE
009660     ELSE
009670         SET SER-COMPOSITE(SER-IDX) TO TRUE
009680     END-IF.
009690 6100-EXIT.
009700     EXIT.
009710******************************************************************
009720*  7000-LOG-FINDING
009730*  PRINTS THE MESSAGE IN CRT-MESSAGE AS A FINDING LINE AND
009740*  APPENDS THE SAME TEXT TO THE SHARED EXCEPTION FILE AS A
009750*  CRITICAL RECONCILIATION EXCEPTION - PREFIXED WITH THE ENTRY
009760*  IT CONCERNS, OR FOR A MISSING VALUE WITH THE MASTER ALONE.
009770******************************************************************
009780 7000-LOG-FINDING.
009790     ADD 1 TO CRT-FINDING-COUNT.
009800     MOVE SPACES TO CRT-DETAIL-LINE.
009810     MOVE CRT-MESSAGE TO CRTD-TEXT.
009820     WRITE CRT-DETAIL-LINE AFTER ADVANCING 1.
009830     MOVE SPACES TO EXCP-RECORD.
009840     ADD 1 TO EXCP-SEQ-NO.
009850     MOVE 'FIBMCERT' TO EXCP-PROGRAM-ID.
009860     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
009870     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
009880     SET EXCP-SEV-CRITICAL TO TRUE.
009890     SET EXCP-CAT-RECON TO TRUE.
009900     IF CRT-MASTER-FINDING
009910         STRING 'FIBMSTO - ' DELIMITED BY SIZE
009920                CRT-MESSAGE DELIMITED BY SIZE
009930             INTO EXCP-DETAIL
009940     ELSE
009950         MOVE FIBMST-FIB-VALUE TO FMT-NUMBER
009960         PERFORM 8000-FORMAT-NUMBER THRU 8000-EXIT
009970         STRING 'FIBMSTO ENTRY ' DELIMITED BY SIZE
009980                FMT-TEXT DELIMITED BY SPACE
009990                ' - ' DELIMITED BY SIZE
010000                CRT-MESSAGE DELIMITED BY SIZE
010010             INTO EXCP-DETAIL
010020     END-IF.
010030     WRITE EXCP-RECORD.
010040     MOVE SPACES TO CRT-MESSAGE.
010050     SET CRT-ENTRY-FINDING TO TRUE.
010060 7000-EXIT.
010070     EXIT.
010080******************************************************************
010090*  7100-LOG-CONTROL-FAILURE
010100*  PRINTS AND LOGS A FAILED TRAILER CONTROL CHECK.  UNLIKE THE
010110*  FINDINGS (CRITICAL/RECN), A CONTROL FAILURE GOES TO PRIMEXCP
010120*  AS FATAL/CTL - THE SAME CLASS THE CONSUMING STEPS LOG.
010130******************************************************************
010140 7100-LOG-CONTROL-FAILURE.
010150     MOVE SPACES TO CRT-MESSAGE.
010160     STRING 'DATASET CONTROL CHECK FAILED - FIBMSTO - '
010170                DELIMITED BY SIZE
010180            VFY-FAIL-REASON DELIMITED BY SIZE
010190         INTO CRT-MESSAGE.
010200     MOVE SPACES TO CRT-DETAIL-LINE.
010210     MOVE CRT-MESSAGE TO CRTD-TEXT.
010220     WRITE CRT-DETAIL-LINE AFTER ADVANCING 2.
010230     MOVE SPACES TO EXCP-RECORD.
010240     ADD 1 TO EXCP-SEQ-NO.
010250     MOVE 'FIBMCERT' TO EXCP-PROGRAM-ID.
010260     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
010270     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
010280     SET EXCP-SEV-FATAL TO TRUE.
010290     SET EXCP-CAT-CONTROL TO TRUE.
010300     MOVE CRT-MESSAGE TO EXCP-DETAIL.
010310     WRITE EXCP-RECORD.
010320     MOVE SPACES TO CRT-MESSAGE.
010330 7100-EXIT.
010340     EXIT.
010350******************************************************************
010360*  8000-FORMAT-NUMBER
010370*  FORMATS FMT-NUMBER INTO FMT-TEXT LEFT-JUSTIFIED WITH NO
010380*  LEADING ZEROS - ZERO ITSELF COMES OUT AS A SINGLE '0'.  THE
010390*  EDITED FIELD'S LAST CHARACTER IS ALWAYS A DIGIT, SO THE
010400*  LEADING-SPACE SCAN ALWAYS TERMINATES.
010410******************************************************************
010420 8000-FORMAT-NUMBER.
010430     MOVE FMT-NUMBER TO FMT-EDITED.
010440     MOVE 1 TO FMT-IDX.
010450     PERFORM 8100-SKIP-LEADING-SPACE THRU 8100-EXIT
010460         UNTIL FMT-EDITED(FMT-IDX:1) IS NOT EQUAL TO SPACE.
010470     SUBTRACT FMT-IDX FROM 19 GIVING FMT-LEN.
010480     MOVE SPACES TO FMT-TEXT.
010490     MOVE FMT-EDITED(FMT-IDX:FMT-LEN) TO FMT-TEXT.
010500 8000-EXIT.
010510     EXIT.
010520 8100-SKIP-LEADING-SPACE.
010530     ADD 1 TO FMT-IDX.
010540 8100-EXIT.
010550     EXIT.
010560******************************************************************
010570*  9000-TERMINATE
010580*  WRITES THE VERDICT AND THE SUMMARY COUNTS, CLOSES THE FILES,
010590*  APPENDS THE RUN-AUDIT RECORD, AND SETS RETURN CODE 8 WHEN THE
010600*  MASTER DID NOT CERTIFY SO THE SCHEDULER CAN HOLD ANY STEP
010610*  THAT RELIES ON IT.
010620******************************************************************
010630 9000-TERMINATE.
010640     CLOSE FIB-MASTER-FILE.
010650     MOVE SPACES TO CRT-DETAIL-LINE.
010660     IF CRT-FINDING-COUNT = ZERO AND CRT-CONTROL-OK
010670         MOVE 'CERTIFICATION PASSED - EVERY ENTRY IS A GENUINE PRI
010680-            'ME FIBONACCI VALUE AND NONE IS MISSING' TO CRTD-TEXT
010690     ELSE
010700         MOVE 'CERTIFICATION FAILED - SEE FINDINGS ABOVE AND PRIME
010710-            'XCP' TO CRTD-TEXT
010720     END-IF.
010730     WRITE CRT-DETAIL-LINE AFTER ADVANCING 2.
010740     MOVE SPACES TO CRT-TRAILER-LINE.
010750     MOVE 'MASTER ENTRIES CERTIFIED:' TO CRTT-LABEL.
010760     MOVE CRT-ENTRY-COUNT TO CRTT-TOTAL-COUNT.
010770     WRITE CRT-TRAILER-LINE AFTER ADVANCING 2.
010780     MOVE SPACES TO CRT-TRAILER-LINE.
010790     MOVE 'ENTRIES WITH A PRIME INDEX:' TO CRTT-LABEL.
010800     MOVE CRT-PRIME-INDEX-COUNT TO CRTT-TOTAL-COUNT.
010810     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
010820     MOVE SPACES TO CRT-TRAILER-LINE.
010830     MOVE 'ENTRIES AT F(4) = 3:' TO CRTT-LABEL.
010840     MOVE CRT-F4-COUNT TO CRTT-TOTAL-COUNT.
010850     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
010860     MOVE SPACES TO CRT-TRAILER-LINE.
010870     MOVE 'PRIME FIBONACCI VALUES MISSING:' TO CRTT-LABEL.
010880     MOVE CRT-MISSING-COUNT TO CRTT-TOTAL-COUNT.
010890     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
010900     MOVE SPACES TO CRT-TRAILER-LINE.
010910     MOVE 'ENTRIES NOT YET ENRICHED:' TO CRTT-LABEL.
010920     MOVE CRT-UNENRICHED-COUNT TO CRTT-TOTAL-COUNT.
010930     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
010940     MOVE SPACES TO CRT-TRAILER-LINE.
010950     MOVE 'PRIMEFIB RUN DATES IN HISTORY:' TO CRTT-LABEL.
010960     MOVE HST-COUNT TO CRTT-TOTAL-COUNT.
010970     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
010980     MOVE SPACES TO CRT-TRAILER-LINE.
010990     MOVE 'FIRST-FOUND DATES BEFORE THE HISTORY:' TO CRTT-LABEL.
011000     MOVE CRT-PREDATES-COUNT TO CRTT-TOTAL-COUNT.
011010     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
011011     MOVE SPACES TO CRT-TRAILER-LINE.
011012     MOVE 'FIRST-FOUND DATES CARRIED BY A RESTART:'
011013         TO CRTT-LABEL.
011014     MOVE CRT-RESTART-COUNT TO CRTT-TOTAL-COUNT.
011015     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
011020     MOVE SPACES TO CRT-TRAILER-LINE.
011030     MOVE 'FIRST-FOUND DATES NOT CHECKED (NO HISTORY):'
011040         TO CRTT-LABEL.
011050     MOVE CRT-UNCHECKED-COUNT TO CRTT-TOTAL-COUNT.
011060     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
011070     MOVE SPACES TO CRT-TRAILER-LINE.
011080     MOVE 'FINDINGS:' TO CRTT-LABEL.
011090     MOVE CRT-FINDING-COUNT TO CRTT-TOTAL-COUNT.
011100     WRITE CRT-TRAILER-LINE AFTER ADVANCING 1.
011110     CLOSE EXCEPTION-FILE.
011120     CLOSE PRINT-FILE.
011130     ACCEPT WS-END-TIME FROM TIME.
011140     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
011150     DISPLAY 'FIB-MASTER-CERTIFY COMPLETE - ENTRIES: '
011160         CRT-ENTRY-COUNT ' FINDINGS: ' CRT-FINDING-COUNT.
011170     IF CRT-FINDING-COUNT IS GREATER THAN ZERO
011180         OR CRT-CONTROL-BAD
011190         MOVE 8 TO RETURN-CODE
011200     END-IF.
011210 9000-EXIT.
011220     EXIT.
011230******************************************************************
011240*  9100-WRITE-AUDIT-RECORD
011250*  APPENDS ONE RUN-AUDIT RECORD TO THE SHARED AUDIT LOG - SEE
011260*  AUDITREC.CPY - CARRYING THE ENTRY AND FINDING COUNTS.
011270******************************************************************
011280 9100-WRITE-AUDIT-RECORD.
011290     OPEN EXTEND AUDIT-LOG-FILE.
011300     IF AUDIT-FILE-STATUS = '35'
011310         OPEN OUTPUT AUDIT-LOG-FILE
011320     END-IF.
011330     MOVE SPACES TO AUDIT-RECORD.
011340     MOVE 'FIBMCERT' TO AUDIT-PROGRAM-ID.
011350     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE.
011360     MOVE WS-START-TIME TO AUDIT-START-TIME.
011370     MOVE WS-END-TIME TO AUDIT-END-TIME.
011380     MOVE CRT-ENTRY-COUNT TO WS-COUNT-DISPLAY.
011390     MOVE CRT-FINDING-COUNT TO WS-FINDING-DISPLAY.
011400     STRING 'ENTRIES=' DELIMITED BY SIZE
011410            WS-COUNT-DISPLAY DELIMITED BY SIZE
011420            ' FINDINGS=' DELIMITED BY SIZE
011430            WS-FINDING-DISPLAY DELIMITED BY SIZE
011440         INTO AUDIT-FINAL-STATE.
011450     IF CRT-FINDING-COUNT IS GREATER THAN ZERO
011460         OR CRT-CONTROL-BAD
011470         SET AUDIT-FAILED TO TRUE
011480     ELSE
011490         SET AUDIT-SUCCESSFUL TO TRUE
011500     END-IF.
011510     WRITE AUDIT-RECORD.
011520     CLOSE AUDIT-LOG-FILE.
011530 9100-EXIT.
011540     EXIT.
