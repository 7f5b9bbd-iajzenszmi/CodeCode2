000300*                   MATCH NO TESTER, ARRIVE OUT OF ID ORDER, ADD
000310*                   A TESTER ALREADY ON FILE, OR CARRY AN INVALID
000320*                   ACTION OR CAPACITY ARE COUNTED AND REPORTED
000321*                   RATHER THAN HALF-APPLIED.
000322*  2026-10-15  OPS  NEW 'L' CARD BOOKS A LEAVE PERIOD (FIRST AND
000323*                   LAST DAY ABSENT) ON THE ROSTER RECORD, OR
000324*                   CANCELS IT WHEN BOTH DATES ARE ZERO - SEE
000325*                   TSRMSTR.CPY.  THE PERIOD IS CARRIED FORWARD ON
000326*                   EVERY RECORD AND STARTS EMPTY ON AN ADD.
000327*  2026-10-15  OPS  EVERY CARD NOW CARRIES THE USER WHO SUBMITTED
000329*                   IT (TSRT-USER-ID - SEE TSRTRAN.CPY), CHECKED
000331*                   AGAINST THE USER AUTHORIZATION MASTER (AUTHMST
000332*                   - SEE AUTHMSTR.CPY) FOR THE CARD'S ACTION.  A
000333*                   REFUSED CARD IS COUNTED AND REPORTED LIKE ANY
000335*                   OTHER REJECT AND LOGGED TO PRIMEXCP AS
000337*                   CRITICAL/AUTH.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000440     SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TSRTRAN"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TRN-FILE-STATUS.
000461     SELECT OPTIONAL AUTHORITY-FILE ASSIGN TO "AUTHMST"
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS AUT-FILE-STATUS.
000464     SELECT EXCEPTION-FILE ASSIGN TO "PRIMEXCP"
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS EXCP-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OLD-ROSTER-FILE
000550 FD  TRANSACTION-FILE
000560     RECORDING MODE IS F.
000570 COPY TSRTRAN.
000571 FD  AUTHORITY-FILE
000572     RECORDING MODE IS F.
000573 01  AUTH-CARD                   PIC X(80).
000574 FD  EXCEPTION-FILE
000575     RECORDING MODE IS F.
000576 COPY EXCPREC.
000580 WORKING-STORAGE SECTION.
000590 01  ROSTER-KEYS.
000600     05  RMT-MASTER-KEY          PIC X(08).
000660     05  RWR-ACTIVE-SW           PIC X(01).
000670     05  RWR-CAPACITY            PIC 9(05).
000680     05  RWR-STATUS-DATE         PIC 9(08).
000684     05  RWR-ABSENCE.
000688         10  RWR-ABSENT-FROM     PIC 9(08).
000692         10  RWR-ABSENT-TO       PIC 9(08).
000696     05  FILLER                  PIC X(02).
000700 01  ROSTER-COUNTERS.
000710     05  RMT-ADD-COUNT           PIC 9(05)    COMP.
000720     05  RMT-CHANGE-COUNT        PIC 9(05)    COMP.
000730     05  RMT-DEACT-COUNT         PIC 9(05)    COMP.
000735     05  RMT-LEAVE-COUNT         PIC 9(05)    COMP.
000740     05  RMT-UNMATCHED-COUNT     PIC 9(05)    COMP.
000750     05  RMT-OUT-OF-SEQ-COUNT    PIC 9(05)    COMP.
000751     05  RMT-INVALID-COUNT       PIC 9(05)    COMP.
000752     05  RMT-ROSTER-OUT-COUNT    PIC 9(05)    COMP.
000753     05  RMT-UNAUTH-COUNT        PIC 9(05)    COMP.
000754     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
000755 01  AUTHORITY-TABLE.
000756     05  AUT-ENTRY               OCCURS 500 TIMES.
000757         10  AUT-USER-ID         PIC X(08).
000758         10  FILLER              PIC X(72).
000759 01  AUTHORITY-WORK.
000760     05  AUT-MAX-ENTRIES         PIC 9(04)    COMP
000761                                  VALUE 0500.
000764     05  AUT-COUNT               PIC 9(04)    COMP.
000765     05  AUT-INDEX               PIC 9(04)    COMP.
000766     05  AUT-FOUND-INDEX         PIC 9(04)    COMP.
000767     05  AUT-OVERFLOW-COUNT      PIC 9(05)    COMP.
000768     05  AUT-SEARCH-USER         PIC X(08).
000769     05  AUT-REJECT-REASON       PIC X(40).
000771     05  AUT-VERDICT-SW          PIC X(01).
000773         88  AUT-GRANTED             VALUE 'Y'.
000775         88  AUT-DENIED              VALUE 'N'.
000780 01  WS-DATE-TIME.
000790     05  WS-RUN-DATE             PIC 9(08).
000800 01  WS-SWITCHES.
000840     05  WS-TRN-EOF-SWITCH       PIC X(01).
000850         88  WS-TRN-EOF              VALUE 'Y'.
000860         88  WS-TRN-NOT-EOF          VALUE 'N'.
000862     05  WS-AUT-EOF-SWITCH       PIC X(01).
000864         88  WS-AUT-EOF              VALUE 'Y'.
000866         88  WS-AUT-NOT-EOF          VALUE 'N'.
000870 01  WS-FILE-STATUSES.
000880     05  OLDR-FILE-STATUS        PIC X(02).
000890     05  NEWR-FILE-STATUS        PIC X(02).
000900     05  TRN-FILE-STATUS         PIC X(02).
000902     05  AUT-FILE-STATUS         PIC X(02).
000904     05  EXCP-FILE-STATUS        PIC X(02).
000906 COPY AUTHMSTR.
000910 PROCEDURE DIVISION.
000920 0000-MAIN-LOGIC.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000970     STOP RUN.
000980******************************************************************
000990*  1000-INITIALIZE
000997*  LOADS THE USER AUTHORIZATION MASTER, OPENS EVERY FILE, AND
001004*  PRIMES BOTH INPUT READS.  AN EXHAUSTED SIDE CARRIES
001011*  HIGH-VALUES, WHICH SORTS AFTER EVERY REAL KEY.
001020******************************************************************
001030 1000-INITIALIZE.
001040     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001050     MOVE 0 TO RMT-ADD-COUNT.
001060     MOVE 0 TO RMT-CHANGE-COUNT.
001070     MOVE 0 TO RMT-DEACT-COUNT.
001075     MOVE 0 TO RMT-LEAVE-COUNT.
001080     MOVE 0 TO RMT-UNMATCHED-COUNT.
001090     MOVE 0 TO RMT-OUT-OF-SEQ-COUNT.
001100     MOVE 0 TO RMT-INVALID-COUNT.
001110     MOVE 0 TO RMT-ROSTER-OUT-COUNT.
001112     MOVE 0 TO RMT-UNAUTH-COUNT.
001114     MOVE 0 TO EXCP-SEQ-NO.
001116     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
001120     MOVE LOW-VALUES TO RMT-PREV-TRANS-KEY.
001130     MOVE LOW-VALUES TO RMT-LAST-WRITTEN.
001140     SET WS-OLDR-NOT-EOF TO TRUE.
001160     OPEN INPUT OLD-ROSTER-FILE.
001170     OPEN INPUT TRANSACTION-FILE.
001180     OPEN OUTPUT NEW-ROSTER-FILE.
001182     OPEN EXTEND EXCEPTION-FILE.
001184     IF EXCP-FILE-STATUS = '35'
001186         OPEN OUTPUT EXCEPTION-FILE
001188     END-IF.
001190     PERFORM 7000-READ-ROSTER THRU 7000-EXIT.
001191     PERFORM 7100-READ-TRANSACTION THRU 7100-EXIT.
001192 1000-EXIT.
001193     EXIT.
001194******************************************************************
001195*  1200-LOAD-AUTHORITY
001196*  LOADS THE USER AUTHORIZATION MASTER - SEE AUTHMSTR.CPY - INTO
001197*  THE AUTHORITY TABLE.  A RECORD WITH A BLANK USER ID IS
001198*  SKIPPED.  USERS BEYOND THE TABLE CAPACITY ARE COUNTED AND
001199*  LEFT OFF, SO THEIR CARDS ARE REFUSED RATHER THAN WAVED
001200*  THROUGH.  AN ABSENT MASTER AUTHORIZES NOBODY.
001201******************************************************************
001202 1200-LOAD-AUTHORITY.
001203     MOVE 0 TO AUT-COUNT.
001204     MOVE 0 TO AUT-OVERFLOW-COUNT.
001205     SET WS-AUT-NOT-EOF TO TRUE.
001206     OPEN INPUT AUTHORITY-FILE.
001207     READ AUTHORITY-FILE
001208         AT END SET WS-AUT-EOF TO TRUE
001209     END-READ.
001210     PERFORM 1210-LOAD-AUTHORITY-ENTRY THRU 1210-EXIT
001211         UNTIL WS-AUT-EOF.
001212     CLOSE AUTHORITY-FILE.
001214     IF AUT-OVERFLOW-COUNT IS GREATER THAN ZERO
001215         DISPLAY 'ROSTER-MAINT WARNING - AUTHORIZATION MASTER '
001216             'USERS BEYOND TABLE CAPACITY IGNORED: '
001217             AUT-OVERFLOW-COUNT
001218     END-IF.
001219 1200-EXIT.
001220     EXIT.
001221 1210-LOAD-AUTHORITY-ENTRY.
001222     MOVE AUTH-CARD TO AUTH-RECORD.
001223     IF AUTH-USER-ID = SPACES
001224         GO TO 1210-READ-NEXT
001225     END-IF.
001226     IF AUT-COUNT IS NOT LESS THAN AUT-MAX-ENTRIES
001227         ADD 1 TO AUT-OVERFLOW-COUNT
001228         GO TO 1210-READ-NEXT
001229     END-IF.
001230     ADD 1 TO AUT-COUNT.
001231     MOVE AUTH-RECORD TO AUT-ENTRY(AUT-COUNT).
001232 1210-READ-NEXT.
001233     READ AUTHORITY-FILE
001234         AT END SET WS-AUT-EOF TO TRUE
001235     END-READ.
001236 1210-EXIT.
001237     EXIT.
001238******************************************************************
001240*  2000-BALANCE-LINE
001250*  ONE STEP OF THE BALANCED-LINE MATCH.  THE PENDING ROSTER
001260*  RECORD IS HELD IN ROSTER-WORK-RECORD SO SEVERAL CARDS FOR
001720*  ACTIVE ROSTER RECORD WITH THE CARD'S CAPACITY.  AN ADD FOR A
001730*  TESTER ALREADY WRITTEN THIS RUN (TWO ADD CARDS FOR ONE ID)
001740*  IS COUNTED AND SKIPPED SO THE ROSTER NEVER CARRIES
001746*  DUPLICATES.  A CARD REFUSED BY THE AUTHORIZATION CHECK ADDS
001752*  NOTHING.
001760******************************************************************
001770 3100-ADD-NEW-TESTER.
001772     PERFORM 3500-AUTHORIZE-CARD THRU 3500-EXIT.
001774     IF AUT-DENIED
001776         GO TO 3100-READ-NEXT
001778     END-IF.
001780     IF TSRT-TESTER-ID = RMT-LAST-WRITTEN
001790         ADD 1 TO RMT-INVALID-COUNT
001800         DISPLAY 'ROSTER-MAINT WARNING - TESTER ALREADY ON '
001930     MOVE 'A'            TO TSR-RECORD-OUT(9:1).
001940     MOVE TSRT-CAPACITY  TO TSR-RECORD-OUT(10:5).
001950     MOVE WS-RUN-DATE    TO TSR-RECORD-OUT(15:8).
001955     MOVE ZEROS          TO TSR-RECORD-OUT(23:16).
001960     WRITE TSR-RECORD-OUT.
001970     ADD 1 TO RMT-ROSTER-OUT-COUNT.
001980     ADD 1 TO RMT-ADD-COUNT.
001990     MOVE TSRT-TESTER-ID TO RMT-LAST-WRITTEN.
002000 3100-READ-NEXT.
002010     PERFORM 7100-READ-TRANSACTION THRU 7100-EXIT.
002011 3100-EXIT.
002012     EXIT.
002013******************************************************************
002014*  3500-AUTHORIZE-CARD
002015*  CHECKS THE USER WHO SUBMITTED THE CARD AGAINST THE
002016*  AUTHORIZATION MASTER FOR THE CARD'S ACTION - ADD, CHANGE,
002017*  DEACTIVATE, OR LEAVE.  A CARD WITH NO USER, A USER NOT ON
002018*  FILE, OR A USER WITHOUT THE FUNCTION IS REFUSED.
002019******************************************************************
002020 3500-AUTHORIZE-CARD.
002021     SET AUT-GRANTED TO TRUE.
002022     MOVE TSRT-USER-ID TO AUT-SEARCH-USER.
002023     PERFORM 7200-FIND-AUTHORITY THRU 7200-EXIT.
002024     IF AUT-SEARCH-USER = SPACES
002025         MOVE 'NO USER ID ON CARD' TO AUT-REJECT-REASON
002026         GO TO 3500-DENIED
002027     END-IF.
002028     IF AUT-FOUND-INDEX = ZERO
002029         MOVE 'USER NOT ON AUTHORIZATION MASTER'
002030             TO AUT-REJECT-REASON
002031         GO TO 3500-DENIED
002032     END-IF.
002033     IF (TSRT-ADD AND NOT AUTH-MAY-ADD-TESTER)
002034         OR (TSRT-CHANGE AND NOT AUTH-MAY-CHANGE-TESTER)
002035         OR (TSRT-DEACTIVATE AND NOT AUTH-MAY-DEACTIVATE)
002036         OR (TSRT-LEAVE AND NOT AUTH-MAY-BOOK-LEAVE)
002037         MOVE 'USER NOT AUTHORIZED FOR THIS ACTION'
002038             TO AUT-REJECT-REASON
002039         GO TO 3500-DENIED
002040     END-IF.
002041     GO TO 3500-EXIT.
002042 3500-DENIED.
002043     PERFORM 7500-REFUSE-CARD THRU 7500-EXIT.
002044 3500-EXIT.
002045     EXIT.
002046******************************************************************
002050*  4000-APPLY-TRANSACTION
002060*  POSTS ONE CARD TO THE PENDING ROSTER RECORD.  A CHANGE CARD
002070*  SETS THE CAPACITY, A DEACTIVATE CARD MARKS THE TESTER
002076*  INACTIVE, A LEAVE CARD BOOKS OR CANCELS THE LEAVE PERIOD -
002082*  EVERY WAY THE STATUS DATE IS STAMPED TODAY.  AN
002090*  ADD FOR A TESTER ALREADY ON FILE OR AN UNRECOGNIZED ACTION
002096*  CODE IS COUNTED AND SKIPPED, AND A CARD REFUSED BY THE
002102*  AUTHORIZATION CHECK POSTS NOTHING.
002110******************************************************************
002120 4000-APPLY-TRANSACTION.
002130     IF TSRT-ADD
002160             'FILE, ADD SKIPPED: ' TSRT-TESTER-ID
002170         GO TO 4000-READ-NEXT
002180     END-IF.
002181     IF TSRT-CHANGE OR TSRT-DEACTIVATE OR TSRT-LEAVE
002182         PERFORM 3500-AUTHORIZE-CARD THRU 3500-EXIT
002183         IF AUT-DENIED
002184             GO TO 4000-READ-NEXT
002185         END-IF
002186     END-IF.
002190     IF TSRT-CHANGE
002200         IF TSRT-CAPACITY IS NOT NUMERIC
002210             OR TSRT-CAPACITY = ZERO
002350         ADD 1 TO RMT-DEACT-COUNT
002360         GO TO 4000-READ-NEXT
002370     END-IF.
002372     IF TSRT-LEAVE
002374         PERFORM 4100-BOOK-LEAVE THRU 4100-EXIT
002376         GO TO 4000-READ-NEXT
002378     END-IF.
002380     ADD 1 TO RMT-INVALID-COUNT.
002390     DISPLAY 'ROSTER-MAINT WARNING - INVALID ACTION CODE '
002400         TSRT-ACTION ' FOR: ' TSRT-TESTER-ID.
002590             MOVE TSR-ACTIVE-SW      TO RWR-ACTIVE-SW
002600             MOVE TSR-DAILY-CAPACITY TO RWR-CAPACITY
002610             MOVE TSR-STATUS-DATE    TO RWR-STATUS-DATE
002615             MOVE TSR-ABSENCE        TO RWR-ABSENCE
002620     END-READ.
002630 7000-EXIT.
002640     EXIT.
002750             SET WS-TRN-EOF TO TRUE
002760             MOVE HIGH-VALUES TO RMT-TRANS-KEY
002770         NOT AT END
002771             MOVE TSRT-TESTER-ID TO RMT-TRANS-KEY
002772     END-READ.
002773 7100-EXIT.
002774     EXIT.
002775******************************************************************
002776*  7200-FIND-AUTHORITY
002777*  LINEAR SEARCH OF THE AUTHORITY TABLE FOR THE USER IN
002778*  AUT-SEARCH-USER.  RETURNS THE ENTRY NUMBER IN AUT-FOUND-INDEX
002779*  AND THE USER'S RECORD IN AUTH-RECORD, OR ZERO AND A BLANK
002780*  RECORD - NO FUNCTION GRANTED - WHEN THE USER IS NOT ON FILE.
002781******************************************************************
002782 7200-FIND-AUTHORITY.
002783     MOVE 0 TO AUT-FOUND-INDEX.
002784     MOVE SPACES TO AUTH-RECORD.
002785     IF AUT-SEARCH-USER = SPACES
002786         GO TO 7200-EXIT
002787     END-IF.
002788     PERFORM 7210-MATCH-AUTHORITY THRU 7210-EXIT
002789         VARYING AUT-INDEX FROM 1 BY 1
002790         UNTIL AUT-INDEX > AUT-COUNT
002791         OR AUT-FOUND-INDEX IS GREATER THAN ZERO.
002792     IF AUT-FOUND-INDEX IS GREATER THAN ZERO
002793         MOVE AUT-ENTRY(AUT-FOUND-INDEX) TO AUTH-RECORD
002794     END-IF.
002795 7200-EXIT.
002796     EXIT.
002797 7210-MATCH-AUTHORITY.
002798     IF AUT-USER-ID(AUT-INDEX) = AUT-SEARCH-USER
002799         MOVE AUT-INDEX TO AUT-FOUND-INDEX
002800     END-IF.
002801 7210-EXIT.
002802     EXIT.
002803******************************************************************
002804*  7500-REFUSE-CARD
002805*  COUNTS AND REPORTS A CARD REFUSED BY THE AUTHORIZATION CHECK
002806*  FOR THE REASON IN AUT-REJECT-REASON, AND LOGS IT TO THE
002807*  SHARED EXCEPTION FILE AS CRITICAL/AUTH SO THE EXCEPTION
002808*  MAINTENANCE SUBSYSTEM CARRIES IT UNTIL SOMEBODY LOOKS.
002809******************************************************************
002810 7500-REFUSE-CARD.
002811     SET AUT-DENIED TO TRUE.
002812     ADD 1 TO RMT-UNAUTH-COUNT.
002813     DISPLAY 'ROSTER-MAINT WARNING - CARD REFUSED, '
002814         AUT-REJECT-REASON ' - USER: ' TSRT-USER-ID
002815         ' FOR: ' TSRT-TESTER-ID.
002816     MOVE SPACES TO EXCP-RECORD.
002817     ADD 1 TO EXCP-SEQ-NO.
002818     MOVE 'ROSTRMNT' TO EXCP-PROGRAM-ID.
002819     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
002820     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
002821     SET EXCP-SEV-CRITICAL TO TRUE.
002822     SET EXCP-CAT-AUTHORITY TO TRUE.
002823     STRING 'TSRTRAN ' DELIMITED BY SIZE
002824            TSRT-ACTION DELIMITED BY SIZE
002825            ' CARD REFUSED - ' DELIMITED BY SIZE
002826            AUT-REJECT-REASON DELIMITED BY '  '
002827            ' - USER ' DELIMITED BY SIZE
002828            TSRT-USER-ID DELIMITED BY SIZE
002829            ' TESTER ' DELIMITED BY SIZE
002830            TSRT-TESTER-ID DELIMITED BY SIZE
002831         INTO EXCP-DETAIL.
002832     WRITE EXCP-RECORD.
002833 7500-EXIT.
002834     EXIT.
002835******************************************************************
002836*  9000-TERMINATE
002840*  CLOSES THE FILES AND DISPLAYS THE MAINTENANCE TOTALS.
002850******************************************************************
002860 9000-TERMINATE.
002870     CLOSE OLD-ROSTER-FILE.
002880     CLOSE NEW-ROSTER-FILE.
002890     CLOSE TRANSACTION-FILE.
002895     CLOSE EXCEPTION-FILE.
002900     DISPLAY 'ROSTER-MAINT COMPLETE - ADDED: ' RMT-ADD-COUNT
002910         ' CHANGED: ' RMT-CHANGE-COUNT
002916         ' DEACTIVATED: ' RMT-DEACT-COUNT
002922         ' LEAVE: ' RMT-LEAVE-COUNT.
002930     DISPLAY 'ROSTER-MAINT UNMATCHED: ' RMT-UNMATCHED-COUNT
002940         ' OUT-OF-SEQ: ' RMT-OUT-OF-SEQ-COUNT
002950         ' INVALID: ' RMT-INVALID-COUNT
002960         ' ROSTER RECORDS WRITTEN: ' RMT-ROSTER-OUT-COUNT.
002963     DISPLAY 'ROSTER-MAINT CARDS REFUSED BY AUTHORIZATION: '
002966         RMT-UNAUTH-COUNT.
002970 9000-EXIT.
002980     EXIT.
002990******************************************************************
003000*  4100-BOOK-LEAVE
003010*  POSTS A LEAVE CARD TO THE PENDING ROSTER RECORD.  BOTH DATES
003020*  ZERO CANCELS ANY LEAVE ON FILE; OTHERWISE BOTH MUST BE
003030*  NUMERIC, NONZERO, AND IN ORDER.  A BAD PERIOD IS COUNTED AND
003040*  SKIPPED - THE LEAVE ALREADY ON FILE STANDS.
003050******************************************************************
003060 4100-BOOK-LEAVE.
003070     IF TSRT-ABSENT-FROM IS NOT NUMERIC
003080         OR TSRT-ABSENT-TO IS NOT NUMERIC
003090         ADD 1 TO RMT-INVALID-COUNT
003100         DISPLAY 'ROSTER-MAINT WARNING - LEAVE CARD DATES ARE '
003110             'NOT NUMERIC: ' TSRT-TESTER-ID
003120         GO TO 4100-EXIT
003130     END-IF.
003140     IF TSRT-ABSENT-FROM = ZERO
003150         AND TSRT-ABSENT-TO = ZERO
003160         MOVE ZEROS       TO RWR-ABSENCE
003170         MOVE WS-RUN-DATE TO RWR-STATUS-DATE
003180         ADD 1 TO RMT-LEAVE-COUNT
003190         GO TO 4100-EXIT
003200     END-IF.
003210     IF TSRT-ABSENT-FROM = ZERO
003220         OR TSRT-ABSENT-TO IS LESS THAN TSRT-ABSENT-FROM
003230         ADD 1 TO RMT-INVALID-COUNT
003240         DISPLAY 'ROSTER-MAINT WARNING - LEAVE CARD PERIOD IS '
003250             'EMPTY OR REVERSED: ' TSRT-TESTER-ID
003260         GO TO 4100-EXIT
003270     END-IF.
003280     MOVE TSRT-ABSENT-FROM TO RWR-ABSENT-FROM.
003290     MOVE TSRT-ABSENT-TO   TO RWR-ABSENT-TO.
003300     MOVE WS-RUN-DATE      TO RWR-STATUS-DATE.
003310     ADD 1 TO RMT-LEAVE-COUNT.
003320 4100-EXIT.
003330     EXIT.
