000263*                   NOT A TEST CASE - IT IS SKIPPED EXPLICITLY
000264*                   INSTEAD OF RELYING ON ITS BYTES HAPPENING
000265*                   TO MATCH NO LIFECYCLE STATE.
000266*  2026-10-15  OPS  RETEST SECTION ADDED, PLUS A REFAILED SECTION
000267*                   (FAILED MORE THAN ONCE); DETAIL SHOWS PASS AND
000268*                   FAIL COUNTS; SUMMARY ADDS FAILURES AWAITING A
000269*                   FIX AND RETESTS FAILED AGAIN.
000270*  2026-10-15  OPS  RETIRED SECTION ADDED (CASES RETIRED BY
000271*                   TESTCASE-RETIRE - SEE TCMSTR.CPY); SUMMARY
000272*                   ADDS AN OPEN-WORK COUNT THAT LEAVES THEM OUT.
000273*  2026-10-15  OPS  FAILURES AWAITING A FIX NOW COUNTS ONLY FAILED
000274*                   CASES LINKED TO AN OPEN DEFECT ON THE DEFECT
000275*                   MASTER (DFMSTO - SEE DFMSTR.CPY).  FAILED
000276*                   CASES NOT YET RAISED AGAINST A DEFECT GET
000277*                   THEIR OWN SUMMARY LINE.
000278******************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT OPTIONAL MASTER-FILE ASSIGN TO "TCMSTI"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS MST-FILE-STATUS.
000332     SELECT OPTIONAL DEFECT-MASTER-FILE ASSIGN TO "DFMSTO"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS DFM-FILE-STATUS.
000340     SELECT PRINT-FILE ASSIGN TO "TCLIST"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS PRT-FILE-STATUS.
000390 FD  MASTER-FILE
000400     RECORDING MODE IS F.
000410 COPY TCMSTR.
000412 FD  DEFECT-MASTER-FILE
000414     RECORDING MODE IS F.
000416 COPY DFMSTR.
000420 FD  PRINT-FILE
000430     RECORDING MODE IS F.
000440 COPY TCRPTL.
000490     05  RPT-LINES-PER-PAGE      PIC 9(04)    COMP
000500                                  VALUE 0055.
000510     05  RPT-GRAND-TOTAL         PIC 9(09)    COMP.
000513     05  RPT-REFAILED-COUNT      PIC 9(09)    COMP.
000514     05  RPT-AWAITING-FIX-COUNT  PIC 9(09)    COMP.
000516     05  RPT-SECTION-NAME        PIC X(10).
000520 01  STATUS-SECTION-TABLE.
000530     05  FILLER                  PIC X(11) VALUE 'GGENERATED '.
000540     05  FILLER                  PIC X(11) VALUE 'AASSIGNED  '.
000550     05  FILLER                  PIC X(11) VALUE 'EEXECUTED  '.
000560     05  FILLER                  PIC X(11) VALUE 'PPASSED    '.
000570     05  FILLER                  PIC X(11) VALUE 'FFAILED    '.
000575     05  FILLER                  PIC X(11) VALUE 'RRETEST    '.
000577     05  FILLER                  PIC X(11) VALUE 'XRETIRED   '.
000580 01  STATUS-SECTIONS REDEFINES STATUS-SECTION-TABLE.
000590     05  STS-SECTION             OCCURS 7 TIMES.
000600         10  STS-CODE            PIC X(01).
000610         10  STS-NAME            PIC X(10).
000620 01  STATUS-SECTION-WORK.
000630     05  STS-INDEX               PIC 9(04)    COMP.
000640     05  STS-COUNT               PIC 9(09)    COMP
000643                                  OCCURS 7 TIMES.
000644 01  OPEN-LINK-CONTROL.
000645     05  DFL-MAX-ENTRIES         PIC 9(04)    COMP
000646                                  VALUE 5000.
000647     05  DFL-COUNT               PIC 9(04)    COMP.
000648     05  DFL-INDEX               PIC 9(04)    COMP.
000649     05  DFL-FOUND-INDEX         PIC 9(04)    COMP.
000650     05  DFL-SEARCH-SEQ          PIC 9(08).
000651     05  DFL-NOT-TABLED          PIC 9(09)    COMP.
000652 01  OPEN-LINK-TABLE.
000653     05  DFL-SEQUENCE-NO         PIC 9(08)
000654                                  OCCURS 5000 TIMES.
000660 01  WS-DATE-TIME.
000670     05  WS-RUN-DATE             PIC 9(08).
000680 01  WS-SWITCHES.
000690     05  WS-MST-EOF-SWITCH       PIC X(01).
000700         88  WS-MST-EOF              VALUE 'Y'.
000703         88  WS-MST-NOT-EOF          VALUE 'N'.
000706     05  WS-DFM-EOF-SWITCH       PIC X(01).
000708         88  WS-DFM-EOF              VALUE 'Y'.
000710         88  WS-DFM-NOT-EOF          VALUE 'N'.
000712     05  WS-REFAIL-PASS-SWITCH   PIC X(01).
000714         88  WS-REFAIL-PASS          VALUE 'Y'.
000716         88  WS-STATUS-PASS          VALUE 'N'.
000720 01  WS-FILE-STATUSES.
000730     05  MST-FILE-STATUS         PIC X(02).
000735     05  DFM-FILE-STATUS         PIC X(02).
000740     05  PRT-FILE-STATUS         PIC X(02).
000750 PROCEDURE DIVISION.
000760 0000-MAIN-LOGIC.
000770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000780     PERFORM 2000-PRINT-STATUS-SECTION THRU 2000-EXIT
000790         VARYING STS-INDEX FROM 1 BY 1
000795         UNTIL STS-INDEX > 7.
000800     SET WS-REFAIL-PASS TO TRUE.
000805     PERFORM 2000-PRINT-STATUS-SECTION THRU 2000-EXIT.
000810     PERFORM 5000-PRINT-SUMMARY-PAGE THRU 5000-EXIT.
000820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000830     STOP RUN.
000840******************************************************************
000850*  1000-INITIALIZE
000857*  OPENS THE PRINT FILE, CLEARS THE PER-STATE COUNTS AND TABLES
000864*  THE CASES WAITING ON A FIX.  THE MASTER ITSELF IS OPENED AND
000871*  CLOSED ONCE PER SECTION PASS.
000880******************************************************************
000890 1000-INITIALIZE.
000900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000910     MOVE 0 TO RPT-PAGE-NO.
000920     MOVE 0 TO RPT-LINE-COUNT.
000930     MOVE 0 TO RPT-GRAND-TOTAL.
000933     MOVE 0 TO RPT-REFAILED-COUNT.
000934     MOVE 0 TO RPT-AWAITING-FIX-COUNT.
000936     SET WS-STATUS-PASS TO TRUE.
000940     PERFORM 1100-CLEAR-STATUS-COUNT THRU 1100-EXIT
000950         VARYING STS-INDEX FROM 1 BY 1
000960         UNTIL STS-INDEX > 7.
000965     PERFORM 1200-LOAD-OPEN-LINKS THRU 1200-EXIT.
000970     OPEN OUTPUT PRINT-FILE.
000980 1000-EXIT.
000990     EXIT.
001000 1100-CLEAR-STATUS-COUNT.
001001     MOVE 0 TO STS-COUNT(STS-INDEX).
001002 1100-EXIT.
001003     EXIT.
001004******************************************************************
001005*  1200-LOAD-OPEN-LINKS
001006*  TABLES THE SEQUENCE NUMBER OF EVERY CASE WITH A LINK STILL
001007*  OPEN ON THE DEFECT MASTER - ONCE PER CASE, HOWEVER MANY
001008*  DEFECTS IT IS RAISED AGAINST.  RELEASED LINKS ARE FIX HISTORY
001009*  AND ARE PASSED OVER.  THE MASTER IS ONLY A LOOKUP HERE, SO ITS
001010*  TRAILER READS AS END OF DATA WITHOUT BEING VERIFIED; AN ABSENT
001011*  MASTER MEANS NOTHING IS WAITING ON A FIX.  CASES BEYOND THE
001012*  TABLE ARE COUNTED AND PRINTED ON THE SUMMARY PAGE.
001013******************************************************************
001014 1200-LOAD-OPEN-LINKS.
001015     MOVE 0 TO DFL-COUNT.
001016     MOVE 0 TO DFL-NOT-TABLED.
001017     SET WS-DFM-NOT-EOF TO TRUE.
001018     OPEN INPUT DEFECT-MASTER-FILE.
001019     PERFORM 1210-READ-DEFECT-MASTER THRU 1210-EXIT
001020         UNTIL WS-DFM-EOF.
001021     CLOSE DEFECT-MASTER-FILE.
001022 1200-EXIT.
001024     EXIT.
001025 1210-READ-DEFECT-MASTER.
001026     READ DEFECT-MASTER-FILE
001027         AT END
001028             SET WS-DFM-EOF TO TRUE
001029             GO TO 1210-EXIT
001030     END-READ.
001031     IF DFM-RECORD(1:8) = '*TRAILER'
001032         SET WS-DFM-EOF TO TRUE
001033         GO TO 1210-EXIT
001034     END-IF.
001035     IF NOT DFM-AWAITING-FIX
001036         GO TO 1210-EXIT
001037     END-IF.
001038     MOVE DFM-SEQUENCE-NO TO DFL-SEARCH-SEQ.
001039     PERFORM 7000-FIND-OPEN-LINK THRU 7000-EXIT.
001040     IF DFL-FOUND-INDEX IS GREATER THAN ZERO
001041         GO TO 1210-EXIT
001042     END-IF.
001043     IF DFL-COUNT IS LESS THAN DFL-MAX-ENTRIES
001044         ADD 1 TO DFL-COUNT
001045         MOVE DFM-SEQUENCE-NO TO DFL-SEQUENCE-NO(DFL-COUNT)
001046     ELSE
001047         ADD 1 TO DFL-NOT-TABLED
001048     END-IF.
001049 1210-EXIT.
001050     EXIT.
001051******************************************************************
001052*  2000-PRINT-STATUS-SECTION
001060*  ONE FULL PASS OVER THE MASTER FOR THE LIFECYCLE STATE AT
001070*  STS-INDEX - SECTION HEADINGS ON A FRESH PAGE, THEN ONE
001076*  DETAIL LINE PER TEST CASE IN THAT STATE.  ON THE REFAILED
001082*  PASS THE SECTION IS FAILED CASES WITH MORE THAN ONE FAILURE.
001090******************************************************************
001100 2000-PRINT-STATUS-SECTION.
001101     IF WS-REFAIL-PASS
001102         MOVE 'REFAILED' TO RPT-SECTION-NAME
001103     ELSE
001104         MOVE STS-NAME(STS-INDEX) TO RPT-SECTION-NAME
001105     END-IF.
001110     PERFORM 3000-WRITE-SECTION-HEADERS THRU 3000-EXIT.
001120     SET WS-MST-NOT-EOF TO TRUE.
001130     OPEN INPUT MASTER-FILE.
001360     WRITE TCR-HEADING-1 AFTER ADVANCING PAGE.
001370     MOVE SPACES TO TCR-HEADING-2.
001380     MOVE 'STATUS:' TO TCR2-SECTION-LABEL.
001390     MOVE RPT-SECTION-NAME TO TCR2-SECTION-NAME.
001400     WRITE TCR-HEADING-2 AFTER ADVANCING 2.
001410     MOVE SPACES TO TCR-HEADING-3.
001420     MOVE 'COUNT7   COUNT6   COUNT5   COUNT4'
001440     MOVE 'GENERATED' TO TCR3-GEN-LABEL.
001450     MOVE 'STATUS DATE' TO TCR3-DATE-LABEL.
001460     MOVE 'TESTER' TO TCR3-TESTER-LABEL.
001463     MOVE 'PASS' TO TCR3-PASS-LABEL.
001466     MOVE 'FAIL' TO TCR3-FAIL-LABEL.
001470     WRITE TCR-HEADING-3 AFTER ADVANCING 2.
001480     ADD 5 TO RPT-LINE-COUNT.
001490 3000-EXIT.
001574     IF TCM-RECORD(1:8) = '*TRAILER'
001576         GO TO 4000-READ-NEXT
001578     END-IF.
001580     IF WS-REFAIL-PASS
001582         IF NOT TCM-FAILED
001584         OR TCM-FAIL-COUNT IS NOT NUMERIC
001586         OR TCM-FAIL-COUNT NOT > 1
001588             GO TO 4000-READ-NEXT
001590         END-IF
001592     ELSE
001594         IF TCM-STATUS IS NOT EQUAL TO STS-CODE(STS-INDEX)
001596             GO TO 4000-READ-NEXT
001598         END-IF
001600     END-IF.
001610     IF RPT-LINE-COUNT >= RPT-LINES-PER-PAGE
001620         PERFORM 3000-WRITE-SECTION-HEADERS THRU 3000-EXIT
001770         MOVE TCM-STATUS-DATE TO TCRD-STATUS-DATE
001780         MOVE TCM-TESTER-ID   TO TCRD-TESTER-ID
001790     END-IF.
001795     PERFORM 4100-FORMAT-RESULT-COUNTS THRU 4100-EXIT.
001800     WRITE TCR-DETAIL-LINE AFTER ADVANCING 1.
001810     ADD 1 TO RPT-LINE-COUNT.
001814     IF WS-REFAIL-PASS
001818         ADD 1 TO RPT-REFAILED-COUNT
001822     ELSE
001823         ADD 1 TO STS-COUNT(STS-INDEX)
001824         ADD 1 TO RPT-GRAND-TOTAL
001825         IF TCM-FAILED
001826             MOVE TCM-SEQUENCE-NO TO DFL-SEARCH-SEQ
001827             PERFORM 7000-FIND-OPEN-LINK THRU 7000-EXIT
001828             IF DFL-FOUND-INDEX IS GREATER THAN ZERO
001829                 ADD 1 TO RPT-AWAITING-FIX-COUNT
001830             END-IF
001831         END-IF
001834     END-IF.
001840 4000-READ-NEXT.
001850     READ MASTER-FILE
001860         AT END SET WS-MST-EOF TO TRUE
001900******************************************************************
001910*  5000-PRINT-SUMMARY-PAGE
001920*  PRINTS THE SUMMARY PAGE - ONE LINE PER LIFECYCLE STATE WITH
001926*  ITS TEST-CASE COUNT, THEN THE GRAND TOTAL, THE FAILURES STILL
001932*  AWAITING A FIX AND THE RETESTS THAT FAILED AGAIN.  OPEN WORK
001934*  IS GENERATED, ASSIGNED, EXECUTED AND RETEST CASES - A
001935*  RETIRED CASE IS STILL ON FILE BUT IS NO LONGER WORK.  A
001936*  FAILURE AWAITS A FIX ONLY WHILE IT IS LINKED TO AN OPEN
001937*  DEFECT; THE REST OF THE FAILED CASES ARE COUNTED AS NOT YET
001938*  RAISED AGAINST ONE.
001940******************************************************************
001950 5000-PRINT-SUMMARY-PAGE.
001960     ADD 1 TO RPT-PAGE-NO.
002040     WRITE TCR-HEADING-1 AFTER ADVANCING PAGE.
002050     PERFORM 5100-PRINT-SUMMARY-LINE THRU 5100-EXIT
002060         VARYING STS-INDEX FROM 1 BY 1
002070         UNTIL STS-INDEX > 7.
002080     MOVE SPACES TO TCR-TRAILER-LINE.
002090     MOVE 'TOTAL TEST CASES ON FILE:' TO TCRT-LABEL.
002100     MOVE RPT-GRAND-TOTAL TO TCRT-TOTAL-COUNT.
002101     WRITE TCR-TRAILER-LINE AFTER ADVANCING 2.
002102     MOVE SPACES TO TCR-TRAILER-LINE.
002103     MOVE 'OPEN WORK (EXCLUDING RETIRED):' TO TCRT-LABEL.
002104     COMPUTE TCRT-TOTAL-COUNT = STS-COUNT(1) + STS-COUNT(2)
002105         + STS-COUNT(3) + STS-COUNT(6).
002106     WRITE TCR-TRAILER-LINE AFTER ADVANCING 1.
002107     MOVE SPACES TO TCR-TRAILER-LINE.
002108     MOVE 'FAILURES AWAITING A FIX:' TO TCRT-LABEL.
002109     MOVE RPT-AWAITING-FIX-COUNT TO TCRT-TOTAL-COUNT.
002110     WRITE TCR-TRAILER-LINE AFTER ADVANCING 2.
002111     MOVE SPACES TO TCR-TRAILER-LINE.
002112     MOVE 'FAILURES NOT RAISED AS A DEFECT:' TO TCRT-LABEL.
002113     COMPUTE TCRT-TOTAL-COUNT =
002114         STS-COUNT(5) - RPT-AWAITING-FIX-COUNT.
002115     WRITE TCR-TRAILER-LINE AFTER ADVANCING 1.
002116     IF DFL-NOT-TABLED IS GREATER THAN ZERO
002117         MOVE SPACES TO TCR-TRAILER-LINE
002118         MOVE 'OPEN DEFECT CASES NOT CHECKED:' TO TCRT-LABEL
002119         MOVE DFL-NOT-TABLED TO TCRT-TOTAL-COUNT
002120         WRITE TCR-TRAILER-LINE AFTER ADVANCING 1
002121     END-IF.
002122     MOVE SPACES TO TCR-TRAILER-LINE.
002123     MOVE 'RETESTS FAILED AGAIN:' TO TCRT-LABEL.
002124     MOVE RPT-REFAILED-COUNT TO TCRT-TOTAL-COUNT.
002125     WRITE TCR-TRAILER-LINE AFTER ADVANCING 1.
002126 5000-EXIT.
002130     EXIT.
002140 5100-PRINT-SUMMARY-LINE.
002150     MOVE SPACES TO TCR-SUMMARY-LINE.
002280         RPT-GRAND-TOTAL.
002290 9000-EXIT.
002300     EXIT.
002310******************************************************************
002320*  4100-FORMAT-RESULT-COUNTS
002330*  MOVES THE CASE'S PASS AND FAIL COUNTS TO THE DETAIL LINE.  A
002340*  MASTER WRITTEN BEFORE THE COUNTS WERE KEPT CARRIES SPACES
002350*  THERE - PRINTED AS ZERO.
002360******************************************************************
002370 4100-FORMAT-RESULT-COUNTS.
002380     IF TCM-PASS-COUNT IS NUMERIC
002390         MOVE TCM-PASS-COUNT TO TCRD-PASS-COUNT
002400     ELSE
002410         MOVE 0 TO TCRD-PASS-COUNT
002420     END-IF.
002430     IF TCM-FAIL-COUNT IS NUMERIC
002440         MOVE TCM-FAIL-COUNT TO TCRD-FAIL-COUNT
002450     ELSE
002460         MOVE 0 TO TCRD-FAIL-COUNT
002470     END-IF.
002480 4100-EXIT.
002490     EXIT.
002500******************************************************************
002510*  7000-FIND-OPEN-LINK
002520*  LINEAR SEARCH OF THE OPEN-LINK TABLE FOR THE CASE IN
002530*  DFL-SEARCH-SEQ.  RETURNS THE ENTRY NUMBER IN DFL-FOUND-INDEX,
002540*  OR ZERO WHEN THE CASE IS NOT WAITING ON A FIX.
002550******************************************************************
002560 7000-FIND-OPEN-LINK.
002570     MOVE 0 TO DFL-FOUND-INDEX.
002580     PERFORM 7100-MATCH-OPEN-LINK THRU 7100-EXIT
002590         VARYING DFL-INDEX FROM 1 BY 1
002600         UNTIL DFL-INDEX > DFL-COUNT
002610         OR DFL-FOUND-INDEX IS GREATER THAN ZERO.
002620 7000-EXIT.
002630     EXIT.
002640 7100-MATCH-OPEN-LINK.
002650     IF DFL-SEQUENCE-NO(DFL-INDEX) = DFL-SEARCH-SEQ
002660         MOVE DFL-INDEX TO DFL-FOUND-INDEX
002670     END-IF.
002680 7100-EXIT.
002690     EXIT.
