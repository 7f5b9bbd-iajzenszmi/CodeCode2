000540*                   THE PROGRAM IDENTIFIER RSLTINTF INSTEAD OF
000550*                   THE INPUT DATASET NAME TSRESULT, MATCHING
000560*                   HOW EVERY OTHER PROGRAM IDENTIFIES ITSELF.
000561*  2026-10-15  OPS  EVERY PASS OR FAIL APPLIED NOW BUMPS THE
000562*                   CASE'S PASS OR FAIL COUNT (SEE TCMSTR.CPY),
000563*                   AND A FAIL CARRYING A DEFECT ID (TSRSLTR
000564*                   COLS 26-33) APPENDS A LINK CARD TO DFTRAN
000565*                   (SEE DFTRAN.CPY) SO DEFECT-MAINT ATTACHES THE
000566*                   CASE TO THE DEFECT AND REOPENS IT FOR RETEST
000567*                   ONCE THE DEFECT IS FIXED.
000568*  2026-10-15  OPS  A RESULT FOR A RETIRED CASE (SEE TCMSTR.CPY)
000569*                   IS REJECTED WITH ITS OWN REASON.
000570*  2026-10-15  OPS  EVERY RESULT IS NOW CHECKED AGAINST THE USER
000571*                   AUTHORIZATION MASTER (AUTHMST - SEE
000572*                   AUTHMSTR.CPY) FOR THE TESTER WHO RAN IT AND
000573*                   THE RESULT IT CARRIES, AND A PASS FROM A
000574*                   TESTER OTHER THAN THE ONE THE CASE IS ASSIGNED
000575*                   TO IS REFUSED.  A REFUSED RESULT GOES TO
000576*                   TSREJECT AND THE EDIT REPORT LIKE ANY OTHER
000577*                   REJECT AND IS LOGGED TO PRIMEXCP AS
000578*                   CRITICAL/AUTH.
000579*  2026-10-15  OPS  AN EXECUTED, PASS OR FAIL RESULT IS NOW
000580*                   ACCEPTED ONLY FROM THE TESTER THE CASE IS
000581*                   ASSIGNED TO, AND A RESULT NO LONGER REPLACES
000582*                   THE TESTER ON FILE - AN EXECUTED OR FAIL FROM
000583*                   ANOTHER TESTER CAN NO LONGER TAKE OVER A CASE
000584*                   AND THEN PASS IT.
000585*  2026-10-15  OPS  THE AUTHORIZATION CHECK NOW RUNS AFTER THE
000586*                   LIFECYCLE EDITS, SO A RESULT FOR A RETIRED,
000587*                   FINAL OR NEVER-ASSIGNED CASE IS REJECTED AS
000588*                   SUCH INSTEAD OF BEING LOGGED AS AN AUTHORITY
000589*                   VIOLATION.
000590******************************************************************
000591 ENVIRONMENT DIVISION.
000592 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT OPTIONAL RESULTS-FILE ASSIGN TO "TSRESULT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000790     SELECT JOURNAL-FILE ASSIGN TO "TCJRNL"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS JRN-FILE-STATUS.
000811     SELECT DEFECT-TRAN-FILE ASSIGN TO "DFTRAN"
000812         ORGANIZATION IS LINE SEQUENTIAL
000813         FILE STATUS IS DFT-FILE-STATUS.
000814     SELECT OPTIONAL AUTHORITY-FILE ASSIGN TO "AUTHMST"
000815         ORGANIZATION IS LINE SEQUENTIAL
000816         FILE STATUS IS AUT-FILE-STATUS.
000817     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000818         ORGANIZATION IS LINE SEQUENTIAL
000819         FILE STATUS IS EXCP-FILE-STATUS.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  RESULTS-FILE
000980 FD  JOURNAL-FILE
000990     RECORDING MODE IS F.
001000 COPY TCJRNL.
001001 FD  DEFECT-TRAN-FILE
001002     RECORDING MODE IS F.
001003 COPY DFTRAN.
001004 FD  AUTHORITY-FILE
001005     RECORDING MODE IS F.
001006 01  AUTH-CARD                   PIC X(80).
001007 FD  EXCEPTION-FILE
001008     RECORDING MODE IS F.
001009 COPY EXCPREC.
001010 WORKING-STORAGE SECTION.
001020 01  INTERFACE-COUNTERS.
001030     05  RIF-READ-COUNT          PIC 9(09)    COMP.
001040     05  RIF-APPLIED-COUNT       PIC 9(09)    COMP.
001050     05  RIF-REJECT-COUNT        PIC 9(09)    COMP.
001060     05  RIF-REWRITE-FAIL-COUNT  PIC 9(05)    COMP.
001061     05  RIF-JOURNAL-SEQ-NO      PIC 9(06)    COMP.
001062     05  RIF-LINK-COUNT          PIC 9(09)    COMP.
001063     05  RIF-UNAUTH-COUNT        PIC 9(09)    COMP.
001064     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
001065 01  AUTHORITY-TABLE.
001066     05  AUT-ENTRY               OCCURS 500 TIMES.
001067         10  AUT-USER-ID         PIC X(08).
001069         10  FILLER              PIC X(72).
001070 01  AUTHORITY-WORK.
001071     05  AUT-MAX-ENTRIES         PIC 9(04)    COMP
001072                                  VALUE 0500.
001073     05  AUT-COUNT               PIC 9(04)    COMP.
001074     05  AUT-INDEX               PIC 9(04)    COMP.
001075     05  AUT-FOUND-INDEX         PIC 9(04)    COMP.
001076     05  AUT-OVERFLOW-COUNT      PIC 9(05)    COMP.
001077     05  AUT-SEARCH-USER         PIC X(08).
001078     05  AUT-REJECT-REASON       PIC X(40).
001079     05  AUT-VERDICT-SW          PIC X(01).
001080         88  AUT-GRANTED             VALUE 'Y'.
001081         88  AUT-DENIED              VALUE 'N'.
001082 01  REJECT-WORK.
001090     05  RIF-REJECT-REASON       PIC X(50).
001100 01  JOURNAL-WORK.
001110     05  RIF-BEFORE-IMAGE        PIC X(96).
001170     05  WS-RSF-EOF-SWITCH       PIC X(01).
001180         88  WS-RSF-EOF              VALUE 'Y'.
001190         88  WS-RSF-NOT-EOF          VALUE 'N'.
001192     05  WS-AUT-EOF-SWITCH       PIC X(01).
001194         88  WS-AUT-EOF              VALUE 'Y'.
001196         88  WS-AUT-NOT-EOF          VALUE 'N'.
001200 01  WS-FILE-STATUSES.
001210     05  RSF-FILE-STATUS         PIC X(02).
001220     05  KEY-FILE-STATUS         PIC X(02).
001240     05  PRT-FILE-STATUS         PIC X(02).
001250     05  AUDIT-FILE-STATUS       PIC X(02).
001260     05  JRN-FILE-STATUS         PIC X(02).
001265     05  DFT-FILE-STATUS         PIC X(02).
001266     05  AUT-FILE-STATUS         PIC X(02).
001267     05  EXCP-FILE-STATUS        PIC X(02).
001270 01  WS-MISC.
001280     05  WS-APP-DISPLAY          PIC 9(09).
001290     05  WS-REJ-DISPLAY          PIC 9(09).
001295 COPY AUTHMSTR.
001300 PROCEDURE DIVISION.
001310 0000-MAIN-LOGIC.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     STOP RUN.
001370******************************************************************
001380*  1000-INITIALIZE
001390*  OPENS EVERY FILE, LOADS THE USER AUTHORIZATION MASTER, WRITES
001400*  THE REPORT HEADING, AND PRIMES THE RESULTS READ.
001410******************************************************************
001420 1000-INITIALIZE.
001430     ACCEPT WS-RUN-DATE   FROM DATE YYYYMMDD.
001470     MOVE 0 TO RIF-REJECT-COUNT.
001480     MOVE 0 TO RIF-REWRITE-FAIL-COUNT.
001490     MOVE 0 TO RIF-JOURNAL-SEQ-NO.
001495     MOVE 0 TO RIF-LINK-COUNT.
001496     MOVE 0 TO RIF-UNAUTH-COUNT.
001497     MOVE 0 TO EXCP-SEQ-NO.
001500     SET WS-RSF-NOT-EOF TO TRUE.
001505     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
001510     OPEN I-O KEYED-MASTER-FILE.
001520     OPEN INPUT RESULTS-FILE.
001530     OPEN OUTPUT REJECT-FILE.
001560     IF JRN-FILE-STATUS = '35'
001570         OPEN OUTPUT JOURNAL-FILE
001580     END-IF.
001581     OPEN EXTEND DEFECT-TRAN-FILE.
001582     IF DFT-FILE-STATUS = '35'
001583         OPEN OUTPUT DEFECT-TRAN-FILE
001584     END-IF.
001585     OPEN EXTEND EXCEPTION-FILE.
001586     IF EXCP-FILE-STATUS = '35'
001587         OPEN OUTPUT EXCEPTION-FILE
001588     END-IF.
001590     MOVE SPACES TO RSL-HEADING-1.
001600     MOVE 'RESULTS INTERFACE - EDIT REPORT' TO RSL1-TITLE.
001610     MOVE 'RUN DATE:' TO RSL1-DATE-LABEL.
001630     WRITE RSL-HEADING-1 AFTER ADVANCING PAGE.
001640     READ RESULTS-FILE
001650         AT END SET WS-RSF-EOF TO TRUE
001651     END-READ.
001652 1000-EXIT.
001653     EXIT.
001654******************************************************************
001655*  1200-LOAD-AUTHORITY
001656*  LOADS THE USER AUTHORIZATION MASTER - SEE AUTHMSTR.CPY - INTO
001657*  THE AUTHORITY TABLE.  A RECORD WITH A BLANK USER ID IS
001658*  SKIPPED.  USERS BEYOND THE TABLE CAPACITY ARE COUNTED AND
001659*  LEFT OFF, SO THEIR RESULTS ARE REFUSED RATHER THAN WAVED
001660*  THROUGH.  AN ABSENT MASTER AUTHORIZES NOBODY.
001661******************************************************************
001662 1200-LOAD-AUTHORITY.
001663     MOVE 0 TO AUT-COUNT.
001664     MOVE 0 TO AUT-OVERFLOW-COUNT.
001665     SET WS-AUT-NOT-EOF TO TRUE.
001666     OPEN INPUT AUTHORITY-FILE.
001667     READ AUTHORITY-FILE
001668         AT END SET WS-AUT-EOF TO TRUE
001669     END-READ.
001670     PERFORM 1210-LOAD-AUTHORITY-ENTRY THRU 1210-EXIT
001671         UNTIL WS-AUT-EOF.
001672     CLOSE AUTHORITY-FILE.
001674     IF AUT-OVERFLOW-COUNT IS GREATER THAN ZERO
001675         DISPLAY 'RESULTS-INTERFACE WARNING - AUTHORIZATION '
001676             'MASTER USERS BEYOND TABLE CAPACITY IGNORED: '
001677             AUT-OVERFLOW-COUNT
001678     END-IF.
001679 1200-EXIT.
001680     EXIT.
001681 1210-LOAD-AUTHORITY-ENTRY.
001682     MOVE AUTH-CARD TO AUTH-RECORD.
001683     IF AUTH-USER-ID = SPACES
001684         GO TO 1210-READ-NEXT
001685     END-IF.
001686     IF AUT-COUNT IS NOT LESS THAN AUT-MAX-ENTRIES
001687         ADD 1 TO AUT-OVERFLOW-COUNT
001688         GO TO 1210-READ-NEXT
001689     END-IF.
001690     ADD 1 TO AUT-COUNT.
001691     MOVE AUTH-RECORD TO AUT-ENTRY(AUT-COUNT).
001692 1210-READ-NEXT.
001693     READ AUTHORITY-FILE
001694         AT END SET WS-AUT-EOF TO TRUE
001695     END-READ.
001696 1210-EXIT.
001697     EXIT.
001698******************************************************************
001700*  2000-PROCESS-RESULT
001710*  ONE RESULT RECORD - FIELD-EDITED, RESOLVED AGAINST THE KEYED
001720*  MASTER BY THE SEQUENCE-NUMBER ALTERNATE KEY, LIFECYCLE-
002070 2000-READ-NEXT.
002080     READ RESULTS-FILE
002090         AT END SET WS-RSF-EOF TO TRUE
002091     END-READ.
002092 2000-EXIT.
002093     EXIT.
002094******************************************************************
002095*  2050-AUTHORIZE-RESULT
002096*  CHECKS THE TESTER WHO RAN THE CASE - THE TESTER ON THE
002097*  RESULT, OR THE ONE ALREADY ON FILE WHEN THE RESULT CARRIES
002098*  NONE - AGAINST THE AUTHORIZATION MASTER FOR THE RESULT CODE.
002099*  A TESTER NOT ON FILE OR WITHOUT THE FUNCTION IS REFUSED, AND
002100*  SO IS ANY RESULT FROM A TESTER OTHER THAN THE ONE THE CASE IS
002101*  ASSIGNED TO, OR FOR A CASE ASSIGNED TO NOBODY.
002102******************************************************************
002103 2050-AUTHORIZE-RESULT.
002104     SET AUT-GRANTED TO TRUE.
002105     IF TSRL-TESTER-ID IS NOT EQUAL TO SPACES
002106         MOVE TSRL-TESTER-ID TO AUT-SEARCH-USER
002107     ELSE
002108         MOVE TCM-TESTER-ID TO AUT-SEARCH-USER
002109     END-IF.
002110     PERFORM 7000-FIND-AUTHORITY THRU 7000-EXIT.
002111     IF AUT-SEARCH-USER = SPACES
002112         MOVE 'NO TESTER ON RESULT OR ON FILE'
002114             TO AUT-REJECT-REASON
002115         GO TO 2050-DENIED
002116     END-IF.
002117     IF AUT-FOUND-INDEX = ZERO
002118         MOVE 'USER NOT ON AUTHORIZATION MASTER'
002119             TO AUT-REJECT-REASON
002120         GO TO 2050-DENIED
002121     END-IF.
002122     IF (TSRL-EXECUTE AND NOT AUTH-MAY-EXECUTE)
002123         OR (TSRL-PASS AND NOT AUTH-MAY-PASS)
002124         OR (TSRL-FAIL AND NOT AUTH-MAY-FAIL)
002125         MOVE 'USER NOT AUTHORIZED FOR THIS RESULT'
002126             TO AUT-REJECT-REASON
002127         GO TO 2050-DENIED
002128     END-IF.
002129     IF TCM-TESTER-ID IS EQUAL TO SPACES
002130         MOVE 'CASE IS NOT ASSIGNED TO ANY TESTER'
002131             TO AUT-REJECT-REASON
002132         GO TO 2050-DENIED
002133     END-IF.
002134     IF TCM-TESTER-ID IS NOT EQUAL TO AUT-SEARCH-USER
002135         MOVE 'CASE IS ASSIGNED TO ANOTHER TESTER'
002136             TO AUT-REJECT-REASON
002137         GO TO 2050-DENIED
002138     END-IF.
002139     GO TO 2050-EXIT.
002140 2050-DENIED.
002141     PERFORM 7500-REFUSE-RESULT THRU 7500-EXIT.
002142 2050-EXIT.
002143     EXIT.
002144******************************************************************
002145*  2100-APPLY-RESULT
002150*  VALIDATES THE LIFECYCLE TRANSITION AND POSTS THE RESULT TO
002160*  THE MASTER RECORD JUST READ.  AN EXECUTED NEEDS AN ASSIGNED
002170*  CASE; A PASS OR FAIL NEEDS AN ASSIGNED OR EXECUTED CASE; A
002180*  CASE ALREADY PASSED OR FAILED TAKES NOTHING FURTHER.  THE
002185*  TOOL'S EXECUTION DATE - NOT TODAY - BECOMES THE STATUS DATE.
002190*  THE TESTER ON FILE IS LEFT AS IT IS - THE AUTHORIZATION CHECK
002195*  HAS ALREADY HELD THE RESULT TO THAT TESTER, AND MOVING WORK
002200*  BETWEEN TESTERS IS TESTER-REASSIGN'S JOB.  A PASS OR FAIL
002205*  ALSO BUMPS THE CASE'S PASS OR FAIL COUNT, AND A FAIL
002211*  CARRYING A DEFECT ID IS LINKED TO THAT DEFECT ONCE THE
002212*  REWRITE HAS GONE THROUGH.  A RETIRED CASE
002214*  TAKES NO RESULT - IT IS NO LONGER IN THE GENERATED UNIVERSE.
002217*  ONLY A RESULT THAT PASSES THESE EDITS REACHES THE
002220*  AUTHORIZATION CHECK, SO A PLAIN LIFECYCLE REJECT IS NEVER
002230*  LOGGED AS AN AUTHORITY VIOLATION.  A RESULT REFUSED BY THE
002232*  AUTHORIZATION CHECK GOES NO FURTHER.
002234******************************************************************
002236 2100-APPLY-RESULT.
002238     IF TCM-PASSED OR TCM-FAILED
002250         MOVE 'CASE IS ALREADY FINAL - RESULT NOT APPLIED'
002260             TO RIF-REJECT-REASON
002270         PERFORM 3000-REJECT-RESULT THRU 3000-EXIT
002280         GO TO 2100-EXIT
002290     END-IF.
002292     IF TCM-RETIRED
002294         MOVE 'CASE IS RETIRED - RESULT NOT APPLIED'
002296             TO RIF-REJECT-REASON
002297         PERFORM 3000-REJECT-RESULT THRU 3000-EXIT
002298         GO TO 2100-EXIT
002299     END-IF.
002300     IF TSRL-EXECUTE
002310         IF TCM-EXECUTED
002320             MOVE 'DUPLICATE EXECUTED - CASE ALREADY EXECUTED'
002480             GO TO 2100-EXIT
002490         END-IF
002500     END-IF.
002502     PERFORM 2050-AUTHORIZE-RESULT THRU 2050-EXIT.
002504     IF AUT-DENIED
002506         GO TO 2100-EXIT
002508     END-IF.
002510     MOVE TCM-RECORD       TO RIF-BEFORE-IMAGE.
002520     MOVE TSRL-RESULT-CODE TO TCM-STATUS.
002530     MOVE TSRL-EXEC-DATE   TO TCM-STATUS-DATE.
002565     PERFORM 2150-COUNT-RESULT THRU 2150-EXIT.
002570*    THE JOURNAL ENTRY GOES OUT BEFORE THE REWRITE, SO A CHANGE
002580*    THAT MADE IT TO THE MASTER IS ALWAYS ON THE JOURNAL.
002590     PERFORM 2200-WRITE-JOURNAL THRU 2200-EXIT.
002650                 ' FOR SEQ: ' TSRL-SEQUENCE-NO
002660         NOT INVALID KEY
002670             ADD 1 TO RIF-APPLIED-COUNT
002675             IF TSRL-FAIL
002676                 AND TSRL-DEFECT-ID IS NOT EQUAL TO SPACES
002677                 PERFORM 2300-WRITE-DEFECT-LINK THRU 2300-EXIT
002678             END-IF
002680     END-REWRITE.
002690 2100-EXIT.
002700     EXIT.
002701******************************************************************
002702*  2150-COUNT-RESULT
002703*  BUMPS THE PASS OR FAIL COUNT ON THE MASTER RECORD FOR A PASS
002704*  OR FAIL RESULT.  A RECORD WRITTEN BEFORE THE COUNTS EXISTED
002705*  STARTS THEM FROM ZERO; EACH COUNT STOPS AT 999.
002706******************************************************************
002707 2150-COUNT-RESULT.
002708     IF TCM-PASS-COUNT IS NOT NUMERIC
002709         MOVE 0 TO TCM-PASS-COUNT
002710     END-IF.
002711     IF TCM-FAIL-COUNT IS NOT NUMERIC
002712         MOVE 0 TO TCM-FAIL-COUNT
002713     END-IF.
002714     IF TSRL-PASS AND TCM-PASS-COUNT IS LESS THAN 999
002715         ADD 1 TO TCM-PASS-COUNT
002716     END-IF.
002717     IF TSRL-FAIL AND TCM-FAIL-COUNT IS LESS THAN 999
002718         ADD 1 TO TCM-FAIL-COUNT
002719     END-IF.
002720 2150-EXIT.
002722     EXIT.
002724******************************************************************
002726*  2200-WRITE-JOURNAL
002730*  APPENDS ONE BEFORE/AFTER JOURNAL ENTRY - SEE TCJRNL.CPY -
002740*  FOR THE CHANGE ABOUT TO BE REWRITTEN.
002750******************************************************************
002850     WRITE TCJ-RECORD.
002860 2200-EXIT.
002870     EXIT.
002871******************************************************************
002872*  2300-WRITE-DEFECT-LINK
002873*  APPENDS ONE LINK CARD - SEE DFTRAN.CPY - ATTACHING THE CASE
002874*  JUST FAILED TO THE DEFECT NAMED ON THE RESULT, FOR
002875*  DEFECT-MAINT TO POST.
002876******************************************************************
002877 2300-WRITE-DEFECT-LINK.
002878     MOVE SPACES TO DFT-RECORD.
002879     MOVE TSRL-DEFECT-ID TO DFT-DEFECT-ID.
002880     SET DFT-LINK TO TRUE.
002881     MOVE TCM-SEQUENCE-NO TO DFT-SEQUENCE-NO.
002882     MOVE WS-RUN-DATE TO DFT-ENTRY-DATE.
002883     MOVE TCM-TESTER-ID TO DFT-USER-ID.
002884     MOVE 'RSLTINTF' TO DFT-SOURCE-ID.
002885     WRITE DFT-RECORD.
002886     ADD 1 TO RIF-LINK-COUNT.
002887 2300-EXIT.
002888     EXIT.
002889******************************************************************
002890*  3000-REJECT-RESULT
002900*  WRITES THE ORIGINAL 80-BYTE RESULT IMAGE TO THE REJECT FILE
002910*  AND THE REASON TO THE EDIT REPORT THE EXECUTION TEAM GETS
002990            TSRL-RECORD(1:25) DELIMITED BY SIZE
003000            ' - ' DELIMITED BY SIZE
003010            RIF-REJECT-REASON DELIMITED BY SIZE
003011         INTO RSLD-TEXT.
003012     WRITE RSL-DETAIL-LINE AFTER ADVANCING 1.
003013 3000-EXIT.
003014     EXIT.
003015******************************************************************
003016*  7000-FIND-AUTHORITY
003017*  LINEAR SEARCH OF THE AUTHORITY TABLE FOR THE USER IN
003018*  AUT-SEARCH-USER.  RETURNS THE ENTRY NUMBER IN AUT-FOUND-INDEX
003019*  AND THE USER'S RECORD IN AUTH-RECORD, OR ZERO AND A BLANK
003020*  RECORD - NO FUNCTION GRANTED - WHEN THE USER IS NOT ON FILE.
003021******************************************************************
003022 7000-FIND-AUTHORITY.
003023     MOVE 0 TO AUT-FOUND-INDEX.
003024     MOVE SPACES TO AUTH-RECORD.
003025     IF AUT-SEARCH-USER = SPACES
003026         GO TO 7000-EXIT
003027     END-IF.
003028     PERFORM 7100-MATCH-AUTHORITY THRU 7100-EXIT
003029         VARYING AUT-INDEX FROM 1 BY 1
003030         UNTIL AUT-INDEX > AUT-COUNT
003031         OR AUT-FOUND-INDEX IS GREATER THAN ZERO.
003032     IF AUT-FOUND-INDEX IS GREATER THAN ZERO
003033         MOVE AUT-ENTRY(AUT-FOUND-INDEX) TO AUTH-RECORD
003034     END-IF.
003035 7000-EXIT.
003036     EXIT.
003037 7100-MATCH-AUTHORITY.
003038     IF AUT-USER-ID(AUT-INDEX) = AUT-SEARCH-USER
003039         MOVE AUT-INDEX TO AUT-FOUND-INDEX
003040     END-IF.
003041 7100-EXIT.
003042     EXIT.
003043******************************************************************
003044*  7500-REFUSE-RESULT
003045*  REJECTS A RESULT REFUSED BY THE AUTHORIZATION CHECK - TO THE
003046*  REJECT FILE AND EDIT REPORT WITH THE REASON IN
003047*  AUT-REJECT-REASON - AND LOGS IT TO THE SHARED EXCEPTION FILE
003048*  AS CRITICAL/AUTH SO THE EXCEPTION MAINTENANCE SUBSYSTEM
003049*  CARRIES IT UNTIL SOMEBODY LOOKS.
003050******************************************************************
003051 7500-REFUSE-RESULT.
003052     SET AUT-DENIED TO TRUE.
003053     ADD 1 TO RIF-UNAUTH-COUNT.
003054     MOVE AUT-REJECT-REASON TO RIF-REJECT-REASON.
003055     PERFORM 3000-REJECT-RESULT THRU 3000-EXIT.
003056     MOVE SPACES TO EXCP-RECORD.
003057     ADD 1 TO EXCP-SEQ-NO.
003058     MOVE 'RSLTINTF' TO EXCP-PROGRAM-ID.
003059     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
003060     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
003061     SET EXCP-SEV-CRITICAL TO TRUE.
003062     SET EXCP-CAT-AUTHORITY TO TRUE.
003063     STRING 'TSRESULT ' DELIMITED BY SIZE
003064            TSRL-RESULT-CODE DELIMITED BY SIZE
003065            ' RESULT REFUSED - ' DELIMITED BY SIZE
003066            AUT-REJECT-REASON DELIMITED BY '  '
003067            ' - TESTER ' DELIMITED BY SIZE
003068            AUT-SEARCH-USER DELIMITED BY SIZE
003069            ' SEQ ' DELIMITED BY SIZE
003070            TSRL-SEQUENCE-NO DELIMITED BY SIZE
003071         INTO EXCP-DETAIL.
003072     WRITE EXCP-RECORD.
003073 7500-EXIT.
003074     EXIT.
003075******************************************************************
003076*  9000-TERMINATE
003080*  WRITES THE REPORT TRAILERS, CLOSES EVERY FILE, APPENDS A
003090*  RUN-AUDIT RECORD, AND DISPLAYS THE INTERFACE TOTALS.  A
003100*  REJECTED REWRITE ENDS WITH RETURN CODE 8 AND A FAILED AUDIT
003190     MOVE 'RESULTS REJECTED:' TO RSLT-LABEL.
003200     MOVE RIF-REJECT-COUNT TO RSLT-TOTAL-COUNT.
003210     WRITE RSL-TRAILER-LINE AFTER ADVANCING 1.
003211     MOVE SPACES TO RSL-TRAILER-LINE.
003212     MOVE 'FAILURES LINKED TO DEFECTS:' TO RSLT-LABEL.
003213     MOVE RIF-LINK-COUNT TO RSLT-TOTAL-COUNT.
003214     WRITE RSL-TRAILER-LINE AFTER ADVANCING 1.
003215     MOVE SPACES TO RSL-TRAILER-LINE.
003216     MOVE 'REFUSED BY AUTHORIZATION:' TO RSLT-LABEL.
003217     MOVE RIF-UNAUTH-COUNT TO RSLT-TOTAL-COUNT.
003218     WRITE RSL-TRAILER-LINE AFTER ADVANCING 1.
003220     CLOSE RESULTS-FILE.
003230     CLOSE KEYED-MASTER-FILE.
003240     CLOSE REJECT-FILE.
003250     CLOSE PRINT-FILE.
003260     CLOSE JOURNAL-FILE.
003265     CLOSE DEFECT-TRAN-FILE.
003267     CLOSE EXCEPTION-FILE.
003270     ACCEPT WS-END-TIME FROM TIME.
003280     PERFORM 9100-WRITE-AUDIT-RECORD THRU 9100-EXIT.
003290     DISPLAY 'RESULTS-INTERFACE COMPLETE - READ: '
