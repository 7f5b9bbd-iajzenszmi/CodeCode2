000500*                   MISPUNCHED DECK CAN BE BACKED OUT BY THE
000510*                   TESTCASE-BACKOUT UTILITY INSTEAD OF
000520*                   RELOADING FROM AN OLD GENERATION AND
000521*                   RE-KEYING WEEKS OF CARDS.
000522*  2026-10-15  OPS  A PASS OR FAIL CARD NOW BUMPS THE CASE'S
000523*                   PASS OR FAIL COUNT (SEE TCMSTR.CPY), AND A
000524*                   FAIL CARD CARRYING A DEFECT ID (TCTRAN COLS
000525*                   66-73) APPENDS A LINK CARD TO DFTRAN (SEE
000526*                   DFTRAN.CPY) FOR DEFECT-MAINT TO POST.
000527*  2026-10-15  OPS  A CARD FOR A RETIRED CASE (SEE TCMSTR.CPY) IS
000528*                   COUNTED AND REPORTED, NOT APPLIED.
000529*  2026-10-15  OPS  EVERY CARD IS NOW CHECKED AGAINST THE USER
000530*                   AUTHORIZATION MASTER (AUTHMST - SEE
000531*                   AUTHMSTR.CPY) FOR THE TESTER ON THE CARD AND
000532*                   THE ACTION IT CARRIES, AND A PASS CARD FROM A
000533*                   TESTER OTHER THAN THE ONE THE CASE IS ASSIGNED
000534*                   TO IS REFUSED.  A REFUSED CARD IS COUNTED AND
000535*                   REPORTED LIKE ANY OTHER REJECT AND LOGGED TO
000536*                   PRIMEXCP AS CRITICAL/AUTH.
000537*  2026-10-15  OPS  AN EXECUTED, PASS OR FAIL CARD IS NOW ACCEPTED
000538*                   ONLY FROM THE TESTER THE CASE IS ASSIGNED TO,
000539*                   AND ONLY AN ASSIGN CARD CHANGES THE TESTER ON
000540*                   FILE - AN EXECUTED OR FAIL CARD FROM ANOTHER
000541*                   TESTER CAN NO LONGER TAKE OVER A CASE AND THEN
000542*                   PASS IT.
000543******************************************************************
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000670     SELECT JOURNAL-FILE ASSIGN TO "TCJRNL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS JRN-FILE-STATUS.
000691     SELECT DEFECT-TRAN-FILE ASSIGN TO "DFTRAN"
000692         ORGANIZATION IS LINE SEQUENTIAL
000693         FILE STATUS IS DFT-FILE-STATUS.
000694     SELECT OPTIONAL AUTHORITY-FILE ASSIGN TO "AUTHMST"
000695         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS AUT-FILE-STATUS.
000697     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000698         ORGANIZATION IS LINE SEQUENTIAL
000699         FILE STATUS IS EXCP-FILE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  KEYED-MASTER-FILE.
000770 FD  JOURNAL-FILE
000780     RECORDING MODE IS F.
000790 COPY TCJRNL.
000791 FD  DEFECT-TRAN-FILE
000792     RECORDING MODE IS F.
000793 COPY DFTRAN.
000794 FD  AUTHORITY-FILE
000795     RECORDING MODE IS F.
000796 01  AUTH-CARD                   PIC X(80).
000797 FD  EXCEPTION-FILE
000798     RECORDING MODE IS F.
000799 COPY EXCPREC.
000800 WORKING-STORAGE SECTION.
000810 01  UPDATE-COUNTERS.
000820     05  UPD-APPLIED-COUNT       PIC 9(09)    COMP.
000830     05  UPD-UNMATCHED-COUNT     PIC 9(09)    COMP.
000840     05  UPD-INVALID-COUNT       PIC 9(09)    COMP.
000850     05  UPD-REWRITE-FAIL-COUNT  PIC 9(05)    COMP.
000851     05  UPD-JOURNAL-SEQ-NO      PIC 9(06)    COMP.
000852     05  UPD-LINK-COUNT          PIC 9(09)    COMP.
000853     05  UPD-RETIRED-COUNT       PIC 9(09)    COMP.
000854     05  UPD-UNAUTH-COUNT        PIC 9(09)    COMP.
000855     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
000856 01  AUTHORITY-TABLE.
000857     05  AUT-ENTRY               OCCURS 500 TIMES.
000858         10  AUT-USER-ID         PIC X(08).
000859         10  FILLER              PIC X(72).
000860 01  AUTHORITY-WORK.
000863     05  AUT-MAX-ENTRIES         PIC 9(04)    COMP
000864                                  VALUE 0500.
000865     05  AUT-COUNT               PIC 9(04)    COMP.
000866     05  AUT-INDEX               PIC 9(04)    COMP.
000867     05  AUT-FOUND-INDEX         PIC 9(04)    COMP.
000868     05  AUT-OVERFLOW-COUNT      PIC 9(05)    COMP.
000869     05  AUT-SEARCH-USER         PIC X(08).
000870     05  AUT-REJECT-REASON       PIC X(40).
000871     05  AUT-VERDICT-SW          PIC X(01).
000872         88  AUT-GRANTED             VALUE 'Y'.
000873         88  AUT-DENIED              VALUE 'N'.
000874 01  JOURNAL-WORK.
000880     05  UPD-BEFORE-IMAGE        PIC X(96).
000890 01  WS-DATE-TIME.
000900     05  WS-RUN-DATE             PIC 9(08).
000920     05  WS-TRN-EOF-SWITCH       PIC X(01).
000930         88  WS-TRN-EOF              VALUE 'Y'.
000940         88  WS-TRN-NOT-EOF          VALUE 'N'.
000942     05  WS-AUT-EOF-SWITCH       PIC X(01).
000944         88  WS-AUT-EOF              VALUE 'Y'.
000946         88  WS-AUT-NOT-EOF          VALUE 'N'.
000950 01  WS-FILE-STATUSES.
000960     05  KEY-FILE-STATUS         PIC X(02).
000970     05  TRN-FILE-STATUS         PIC X(02).
000980     05  JRN-FILE-STATUS         PIC X(02).
000985     05  DFT-FILE-STATUS         PIC X(02).
000986     05  AUT-FILE-STATUS         PIC X(02).
000987     05  EXCP-FILE-STATUS        PIC X(02).
000988 COPY AUTHMSTR.
000990 PROCEDURE DIVISION.
001000 0000-MAIN-LOGIC.
001010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     STOP RUN.
001060******************************************************************
001070*  1000-INITIALIZE
001080*  OPENS THE KEYED MASTER FOR IN-PLACE UPDATE, LOADS THE USER
001090*  AUTHORIZATION MASTER, AND PRIMES THE CARD READ.
001100******************************************************************
001110 1000-INITIALIZE.
001120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001150     MOVE 0 TO UPD-INVALID-COUNT.
001160     MOVE 0 TO UPD-REWRITE-FAIL-COUNT.
001170     MOVE 0 TO UPD-JOURNAL-SEQ-NO.
001175     MOVE 0 TO UPD-LINK-COUNT.
001177     MOVE 0 TO UPD-RETIRED-COUNT.
001178     MOVE 0 TO UPD-UNAUTH-COUNT.
001179     MOVE 0 TO EXCP-SEQ-NO.
001180     SET WS-TRN-NOT-EOF TO TRUE.
001185     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
001190     OPEN I-O KEYED-MASTER-FILE.
001200     OPEN INPUT TRANSACTION-FILE.
001210     OPEN EXTEND JOURNAL-FILE.
001220     IF JRN-FILE-STATUS = '35'
001230         OPEN OUTPUT JOURNAL-FILE
001240     END-IF.
001241     OPEN EXTEND DEFECT-TRAN-FILE.
001242     IF DFT-FILE-STATUS = '35'
001243         OPEN OUTPUT DEFECT-TRAN-FILE
001244     END-IF.
001245     OPEN EXTEND EXCEPTION-FILE.
001246     IF EXCP-FILE-STATUS = '35'
001247         OPEN OUTPUT EXCEPTION-FILE
001248     END-IF.
001250     READ TRANSACTION-FILE
001260         AT END SET WS-TRN-EOF TO TRUE
001261     END-READ.
001262 1000-EXIT.
001263     EXIT.
001264******************************************************************
001265*  1200-LOAD-AUTHORITY
001266*  LOADS THE USER AUTHORIZATION MASTER - SEE AUTHMSTR.CPY - INTO
001267*  THE AUTHORITY TABLE.  A RECORD WITH A BLANK USER ID IS
001268*  SKIPPED.  USERS BEYOND THE TABLE CAPACITY ARE COUNTED AND
001269*  LEFT OFF, SO THEIR CARDS ARE REFUSED RATHER THAN WAVED
001270*  THROUGH.  AN ABSENT MASTER AUTHORIZES NOBODY.
001271******************************************************************
001272 1200-LOAD-AUTHORITY.
001273     MOVE 0 TO AUT-COUNT.
001274     MOVE 0 TO AUT-OVERFLOW-COUNT.
001275     SET WS-AUT-NOT-EOF TO TRUE.
001276     OPEN INPUT AUTHORITY-FILE.
001277     READ AUTHORITY-FILE
001278         AT END SET WS-AUT-EOF TO TRUE
001279     END-READ.
001280     PERFORM 1210-LOAD-AUTHORITY-ENTRY THRU 1210-EXIT
001281         UNTIL WS-AUT-EOF.
001282     CLOSE AUTHORITY-FILE.
001284     IF AUT-OVERFLOW-COUNT IS GREATER THAN ZERO
001285         DISPLAY 'TESTCASE-UPDATE WARNING - AUTHORIZATION MASTER '
001286             'USERS BEYOND TABLE CAPACITY IGNORED: '
001287             AUT-OVERFLOW-COUNT
001288     END-IF.
001289 1200-EXIT.
001290     EXIT.
001291 1210-LOAD-AUTHORITY-ENTRY.
001292     MOVE AUTH-CARD TO AUTH-RECORD.
001293     IF AUTH-USER-ID = SPACES
001294         GO TO 1210-READ-NEXT
001295     END-IF.
001296     IF AUT-COUNT IS NOT LESS THAN AUT-MAX-ENTRIES
001297         ADD 1 TO AUT-OVERFLOW-COUNT
001298         GO TO 1210-READ-NEXT
001299     END-IF.
001300     ADD 1 TO AUT-COUNT.
001301     MOVE AUTH-RECORD TO AUT-ENTRY(AUT-COUNT).
001302 1210-READ-NEXT.
001303     READ AUTHORITY-FILE
001304         AT END SET WS-AUT-EOF TO TRUE
001305     END-READ.
001306 1210-EXIT.
001307     EXIT.
001308******************************************************************
001310*  2000-PROCESS-CARD
001320*  POSTS ONE CARD DIRECTLY AGAINST THE KEYED MASTER - READ BY
001330*  THE FULL SEVEN-POSITION KEY, SET THE LIFECYCLE STATUS, STAMP
001340*  TODAY'S DATE AND THE TESTER ID, REWRITE IN PLACE.  A CARD
001350*  THAT MATCHES NO TEST CASE OR CARRIES AN INVALID ACTION CODE
001355*  IS COUNTED AND REPORTED RATHER THAN HALF-APPLIED, AND A CARD
001360*  WHOSE TESTER MAY NOT PERFORM ITS ACTION IS REFUSED BEFORE THE
001365*  MASTER IS READ.
001370******************************************************************
001380 2000-PROCESS-CARD.
001390     IF NOT TCT-ASSIGN AND NOT TCT-EXECUTE
001430             'CODE ' TCT-ACTION ' FOR: ' TCT-KEY
001440         GO TO 2000-READ-NEXT
001450     END-IF.
001452     PERFORM 2100-AUTHORIZE-CARD THRU 2100-EXIT.
001454     IF AUT-DENIED
001456         GO TO 2000-READ-NEXT
001458     END-IF.
001460     MOVE TCT-KEY TO TCM-KEY.
001470     READ KEYED-MASTER-FILE
001480         INVALID KEY
001560     READ TRANSACTION-FILE
001570         AT END SET WS-TRN-EOF TO TRUE
001580     END-READ.
001581 2000-EXIT.
001582     EXIT.
001583******************************************************************
001584*  2100-AUTHORIZE-CARD
001585*  CHECKS THE TESTER ON THE CARD AGAINST THE AUTHORIZATION
001586*  MASTER FOR THE CARD'S ACTION - ASSIGN, EXECUTE, PASS, OR
001587*  FAIL.  A CARD WITH NO TESTER, A TESTER NOT ON FILE, OR A
001588*  TESTER WITHOUT THE FUNCTION IS REFUSED.
001589******************************************************************
001590 2100-AUTHORIZE-CARD.
001591     SET AUT-GRANTED TO TRUE.
001592     MOVE TCT-TESTER-ID TO AUT-SEARCH-USER.
001593     PERFORM 7000-FIND-AUTHORITY THRU 7000-EXIT.
001594     IF AUT-SEARCH-USER = SPACES
001595         MOVE 'NO TESTER ID ON CARD' TO AUT-REJECT-REASON
001596         GO TO 2100-DENIED
001597     END-IF.
001598     IF AUT-FOUND-INDEX = ZERO
001599         MOVE 'USER NOT ON AUTHORIZATION MASTER'
001600             TO AUT-REJECT-REASON
001601         GO TO 2100-DENIED
001602     END-IF.
001603     IF (TCT-ASSIGN AND NOT AUTH-MAY-ASSIGN)
001604         OR (TCT-EXECUTE AND NOT AUTH-MAY-EXECUTE)
001605         OR (TCT-PASS AND NOT AUTH-MAY-PASS)
001606         OR (TCT-FAIL AND NOT AUTH-MAY-FAIL)
001607         MOVE 'USER NOT AUTHORIZED FOR THIS ACTION'
001608             TO AUT-REJECT-REASON
001609         GO TO 2100-DENIED
001610     END-IF.
001611     GO TO 2100-EXIT.
001612 2100-DENIED.
001613     PERFORM 7500-REFUSE-CARD THRU 7500-EXIT.
001614 2100-EXIT.
001615     EXIT.
001616******************************************************************
001620*  3000-APPLY-TRANSACTION
001630*  POSTS THE CARD TO THE MASTER RECORD JUST READ, JOURNALS THE
001640*  BEFORE AND AFTER IMAGES, AND REWRITES THE RECORD IN PLACE.
001650*  THE JOURNAL ENTRY GOES OUT BEFORE THE REWRITE, SO A CHANGE
001660*  THAT MADE IT TO THE MASTER IS ALWAYS ON THE JOURNAL.  A
001661*  PASS OR FAIL BUMPS THE CASE'S PASS OR FAIL COUNT, AND A FAIL
001662*  CARRYING A DEFECT ID IS LINKED TO THAT DEFECT ONCE THE
001663*  REWRITE HAS GONE THROUGH.  A RETIRED CASE TAKES NO CARD -
001664*  ONLY THE RETIREMENT RUN RETURNS IT TO WORK.  AN EXECUTED,
001665*  PASS OR FAIL CARD FROM ANYONE BUT THE TESTER ON FILE IS
001666*  REFUSED - NOBODY ACTIONS A CASE ASSIGNED TO SOMEONE ELSE, OR
001667*  ONE ASSIGNED TO NOBODY - AND ONLY AN ASSIGN CARD CHANGES THE
001668*  TESTER ON FILE (MOVING WORK BETWEEN TESTERS IS
001669*  TESTER-REASSIGN'S JOB).
001670******************************************************************
001680 3000-APPLY-TRANSACTION.
001682     IF TCM-RETIRED
001683         ADD 1 TO UPD-RETIRED-COUNT
001684         DISPLAY 'TESTCASE-UPDATE WARNING - CARD FOR A RETIRED '
001685             'TEST CASE NOT APPLIED: ' TCT-KEY
001686         GO TO 3000-EXIT
001687     END-IF.
001688     IF NOT TCT-ASSIGN
001689         AND TCM-TESTER-ID IS EQUAL TO SPACES
001690         MOVE 'CASE IS NOT ASSIGNED TO ANY TESTER'
001692             TO AUT-REJECT-REASON
001693         PERFORM 7500-REFUSE-CARD THRU 7500-EXIT
001694         GO TO 3000-EXIT
001695     END-IF.
001696     IF NOT TCT-ASSIGN
001697         AND TCM-TESTER-ID IS NOT EQUAL TO TCT-TESTER-ID
001698         MOVE 'CASE IS ASSIGNED TO ANOTHER TESTER'
001699             TO AUT-REJECT-REASON
001700         PERFORM 7500-REFUSE-CARD THRU 7500-EXIT
001701         GO TO 3000-EXIT
001702     END-IF.
001703     MOVE TCM-RECORD    TO UPD-BEFORE-IMAGE.
001704     MOVE TCT-ACTION    TO TCM-STATUS.
001710     MOVE WS-RUN-DATE   TO TCM-STATUS-DATE.
001713     IF TCT-ASSIGN
001716         MOVE TCT-TESTER-ID TO TCM-TESTER-ID
001719     END-IF.
001725     PERFORM 3050-COUNT-RESULT THRU 3050-EXIT.
001730     PERFORM 3100-WRITE-JOURNAL THRU 3100-EXIT.
001740     REWRITE TCM-RECORD
001750         INVALID KEY
001790                 ' FOR: ' TCT-KEY
001800         NOT INVALID KEY
001810             ADD 1 TO UPD-APPLIED-COUNT
001812             IF TCT-FAIL
001814                 AND TCT-DEFECT-ID IS NOT EQUAL TO SPACES
001816                 PERFORM 3200-WRITE-DEFECT-LINK THRU 3200-EXIT
001818             END-IF
001820     END-REWRITE.
001830 3000-EXIT.
001840     EXIT.
001841******************************************************************
001842*  3050-COUNT-RESULT
001843*  BUMPS THE PASS OR FAIL COUNT ON THE MASTER RECORD FOR A PASS
001844*  OR FAIL CARD.  A RECORD WRITTEN BEFORE THE COUNTS EXISTED
001845*  STARTS THEM FROM ZERO; EACH COUNT STOPS AT 999.
001846******************************************************************
001847 3050-COUNT-RESULT.
001848     IF TCM-PASS-COUNT IS NOT NUMERIC
001849         MOVE 0 TO TCM-PASS-COUNT
001850     END-IF.
001851     IF TCM-FAIL-COUNT IS NOT NUMERIC
001852         MOVE 0 TO TCM-FAIL-COUNT
001853     END-IF.
001854     IF TCT-PASS AND TCM-PASS-COUNT IS LESS THAN 999
001855         ADD 1 TO TCM-PASS-COUNT
001856     END-IF.
001857     IF TCT-FAIL AND TCM-FAIL-COUNT IS LESS THAN 999
001858         ADD 1 TO TCM-FAIL-COUNT
001859     END-IF.
001860 3050-EXIT.
001862     EXIT.
001864******************************************************************
001866*  3100-WRITE-JOURNAL
001870*  APPENDS ONE BEFORE/AFTER JOURNAL ENTRY - SEE TCJRNL.CPY -
001880*  FOR THE CHANGE ABOUT TO BE REWRITTEN.
001890******************************************************************
001960     MOVE TCT-RECORD TO TCJ-TRAN-IMAGE.
001970     MOVE UPD-BEFORE-IMAGE TO TCJ-BEFORE-IMAGE.
001980     MOVE TCM-RECORD TO TCJ-AFTER-IMAGE.
001981     WRITE TCJ-RECORD.
001982 3100-EXIT.
001983     EXIT.
001984******************************************************************
001985*  3200-WRITE-DEFECT-LINK
001986*  APPENDS ONE LINK CARD - SEE DFTRAN.CPY - ATTACHING THE CASE
001987*  JUST FAILED TO THE DEFECT NAMED ON THE CARD, FOR DEFECT-MAINT
001988*  TO POST.
001989******************************************************************
001990 3200-WRITE-DEFECT-LINK.
001991     MOVE SPACES TO DFT-RECORD.
001992     MOVE TCT-DEFECT-ID TO DFT-DEFECT-ID.
001993     SET DFT-LINK TO TRUE.
001994     MOVE TCM-SEQUENCE-NO TO DFT-SEQUENCE-NO.
001995     MOVE WS-RUN-DATE TO DFT-ENTRY-DATE.
001996     MOVE TCT-TESTER-ID TO DFT-USER-ID.
001997     MOVE 'TESTUPDT' TO DFT-SOURCE-ID.
001998     WRITE DFT-RECORD.
001999     ADD 1 TO UPD-LINK-COUNT.
002000 3200-EXIT.
002001     EXIT.
002002******************************************************************
002003*  7000-FIND-AUTHORITY
002004*  LINEAR SEARCH OF THE AUTHORITY TABLE FOR THE USER IN
002005*  AUT-SEARCH-USER.  RETURNS THE ENTRY NUMBER IN AUT-FOUND-INDEX
002006*  AND THE USER'S RECORD IN AUTH-RECORD, OR ZERO AND A BLANK
002007*  RECORD - NO FUNCTION GRANTED - WHEN THE USER IS NOT ON FILE.
002008******************************************************************
002009 7000-FIND-AUTHORITY.
002010     MOVE 0 TO AUT-FOUND-INDEX.
002011     MOVE SPACES TO AUTH-RECORD.
002012     IF AUT-SEARCH-USER = SPACES
002013         GO TO 7000-EXIT
002014     END-IF.
002015     PERFORM 7100-MATCH-AUTHORITY THRU 7100-EXIT
002016         VARYING AUT-INDEX FROM 1 BY 1
002017         UNTIL AUT-INDEX > AUT-COUNT
002018         OR AUT-FOUND-INDEX IS GREATER THAN ZERO.
002019     IF AUT-FOUND-INDEX IS GREATER THAN ZERO
002020         MOVE AUT-ENTRY(AUT-FOUND-INDEX) TO AUTH-RECORD
002022     END-IF.
002023 7000-EXIT.
002024     EXIT.
002025 7100-MATCH-AUTHORITY.
002026     IF AUT-USER-ID(AUT-INDEX) = AUT-SEARCH-USER
002027         MOVE AUT-INDEX TO AUT-FOUND-INDEX
002028     END-IF.
002029 7100-EXIT.
002030     EXIT.
002031******************************************************************
002032*  7500-REFUSE-CARD
002033*  COUNTS AND REPORTS A CARD REFUSED BY THE AUTHORIZATION CHECK
002034*  FOR THE REASON IN AUT-REJECT-REASON, AND LOGS IT TO THE
002035*  SHARED EXCEPTION FILE AS CRITICAL/AUTH SO THE EXCEPTION
002036*  MAINTENANCE SUBSYSTEM CARRIES IT UNTIL SOMEBODY LOOKS.
002037******************************************************************
002038 7500-REFUSE-CARD.
002039     SET AUT-DENIED TO TRUE.
002040     ADD 1 TO UPD-UNAUTH-COUNT.
002041     DISPLAY 'TESTCASE-UPDATE WARNING - CARD REFUSED, '
002042         AUT-REJECT-REASON ' - TESTER: ' TCT-TESTER-ID
002043         ' FOR: ' TCT-KEY.
002044     MOVE SPACES TO EXCP-RECORD.
002045     ADD 1 TO EXCP-SEQ-NO.
002046     MOVE 'TESTUPDT' TO EXCP-PROGRAM-ID.
002047     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
002048     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
002049     SET EXCP-SEV-CRITICAL TO TRUE.
002050     SET EXCP-CAT-AUTHORITY TO TRUE.
002051     STRING 'TCTRAN ' DELIMITED BY SIZE
002052            TCT-ACTION DELIMITED BY SIZE
002053            ' CARD REFUSED - ' DELIMITED BY SIZE
002054            AUT-REJECT-REASON DELIMITED BY '  '
002055            ' - TESTER ' DELIMITED BY SIZE
002056            TCT-TESTER-ID DELIMITED BY SIZE
002057            ' KEY ' DELIMITED BY SIZE
002058            TCT-KEY DELIMITED BY SIZE
002059         INTO EXCP-DETAIL.
002060     WRITE EXCP-RECORD.
002061 7500-EXIT.
002062     EXIT.
002063******************************************************************
002064*  9000-TERMINATE
002065*  CLOSES THE FILES AND DISPLAYS THE UPDATE TOTALS.  A REJECTED
002066*  REWRITE ENDS WITH RETURN CODE 8 - THE MASTER AND THE DECK
002067*  DISAGREE IN A WAY A WARNING CANNOT COVER.
002070******************************************************************
002080 9000-TERMINATE.
002090     CLOSE KEYED-MASTER-FILE.
002100     CLOSE TRANSACTION-FILE.
002110     CLOSE JOURNAL-FILE.
002115     CLOSE DEFECT-TRAN-FILE.
002117     CLOSE EXCEPTION-FILE.
002120     DISPLAY 'TESTCASE-UPDATE COMPLETE - APPLIED: '
002130         UPD-APPLIED-COUNT ' UNMATCHED: ' UPD-UNMATCHED-COUNT
002140         ' INVALID: ' UPD-INVALID-COUNT.
002145     DISPLAY 'TESTCASE-UPDATE FAILURES LINKED TO DEFECTS: '
002146         UPD-LINK-COUNT.
002147     DISPLAY 'TESTCASE-UPDATE CARDS FOR RETIRED CASES: '
002149         UPD-RETIRED-COUNT.
002151     DISPLAY 'TESTCASE-UPDATE CARDS REFUSED BY AUTHORIZATION: '
002153         UPD-UNAUTH-COUNT.
002155     IF UPD-REWRITE-FAIL-COUNT IS GREATER THAN ZERO
002160         DISPLAY 'TESTCASE-UPDATE REWRITES REJECTED: '
002170             UPD-REWRITE-FAIL-COUNT
002180         MOVE 8 TO RETURN-CODE
