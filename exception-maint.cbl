000420*                   RECLASSIFIED CRITICAL/UNKNOWN WITH ITS
000430*                   DETAIL RE-TAKEN FROM THE OLD-LAYOUT OFFSET,
000440*                   SO A CONTROL-CHECK NIGHT NEVER WENT RED ON
000441*                   THE NIGHT-STATUS SUMMARY.
000442*  2026-10-15  OPS  EXCPM-ESCALATION-LEVEL (SEE EXCPMSTR.CPY) IS
000443*                   CARRIED FROM THE OLD MASTER TO THE NEW, AND A
000444*                   NEW ITEM GOES ON FILE NEVER ESCALATED, SO THE
000445*                   EXCEPTION-ESCALATE RUN DOES NOT PAGE THE SAME
000446*                   ITEM AGAIN AT A LEVEL ALREADY SENT.
000447*  2026-10-15  OPS  EVERY ACTION CARD IS NOW CHECKED AGAINST THE
000449*                   USER AUTHORIZATION MASTER (AUTHMST - SEE
000450*                   AUTHMSTR.CPY) FOR THE USER ON THE CARD AND THE
000451*                   ACTION IT CARRIES, AND A RESOLVE IS REFUSED
000452*                   WHEN THE USER RUNS THE PROGRAM THAT RAISED THE
000453*                   ITEM.  A REFUSED CARD IS COUNTED AND REPORTED
000454*                   LIKE ANY OTHER REJECT AND LOGGED TO PRIMEXCP
000455*                   AS CRITICAL/AUTH - APPENDED ONCE THIS RUN HAS
000456*                   READ THE FILE, SO THE NEXT RUN TAKES IT ON.
000457*                   THE RECOGNIZED-CATEGORY LIST IN THE MERGE NOW
000458*                   INCLUDES AUTH.
000460******************************************************************
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000620     SELECT PRINT-FILE ASSIGN TO "EXCPRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PRT-FILE-STATUS.
000642     SELECT OPTIONAL AUTHORITY-FILE ASSIGN TO "AUTHMST"
000644         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS AUT-FILE-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  EXCEPTION-FILE
000790 FD  PRINT-FILE
000800     RECORDING MODE IS F.
000810 COPY EXCRPTL.
000812 FD  AUTHORITY-FILE
000814     RECORDING MODE IS F.
000816 01  AUTH-CARD                   PIC X(80).
000820 WORKING-STORAGE SECTION.
000830 01  RPT-CONTROL.
000840     05  RPT-PAGE-NO             PIC 9(04)    COMP.
001010         10  EXT-ACTION-DATE     PIC 9(08).
001020         10  EXT-ACTION-USER     PIC X(08).
001030         10  EXT-DETAIL          PIC X(132).
001035         10  EXT-ESCALATION-LEVEL
001040                                 PIC X(01).
001045         10  FILLER              PIC X(07).
001050 01  MASTER-TABLE-WORK.
001060     05  EXT-COUNT               PIC 9(04)    COMP.
001070     05  EXT-INDEX               PIC 9(04)    COMP.
001170     05  MNT-NEW-COUNT           PIC 9(05)    COMP.
001180     05  MNT-DUP-COUNT           PIC 9(05)    COMP.
001190     05  MNT-ACTION-COUNT        PIC 9(05)    COMP.
001191     05  MNT-UNMATCHED-COUNT     PIC 9(05)    COMP.
001192     05  MNT-BAD-ACTION-COUNT    PIC 9(05)    COMP.
001193     05  MNT-UNAUTH-COUNT        PIC 9(05)    COMP.
001194     05  EXCP-SEQ-NO             PIC 9(06)    COMP.
001195 01  AUTHORITY-TABLE.
001196     05  AUT-ENTRY               OCCURS 500 TIMES.
001197         10  AUT-USER-ID         PIC X(08).
001198         10  FILLER              PIC X(72).
001199 01  AUTHORITY-WORK.
001200     05  AUT-MAX-ENTRIES         PIC 9(04)    COMP
001201                                  VALUE 0500.
001204     05  AUT-COUNT               PIC 9(04)    COMP.
001205     05  AUT-INDEX               PIC 9(04)    COMP.
001206     05  AUT-FOUND-INDEX         PIC 9(04)    COMP.
001207     05  AUT-OVERFLOW-COUNT      PIC 9(05)    COMP.
001208     05  AUT-RUN-INDEX           PIC 9(04)    COMP.
001209     05  AUT-SEARCH-USER         PIC X(08).
001211     05  AUT-REJECT-REASON       PIC X(40).
001213     05  AUT-VERDICT-SW          PIC X(01).
001215         88  AUT-GRANTED             VALUE 'Y'.
001217         88  AUT-DENIED              VALUE 'N'.
001220 01  MASTER-OUT-CONTROL.
001230     05  EXM-OUT-COUNT           PIC 9(09)    COMP.
001240     05  EXM-OUT-HASH            PIC 9(18).
001890     05  WS-ACT-EOF-SWITCH       PIC X(01).
001900         88  WS-ACT-EOF              VALUE 'Y'.
001910         88  WS-ACT-NOT-EOF          VALUE 'N'.
001912     05  WS-AUT-EOF-SWITCH       PIC X(01).
001914         88  WS-AUT-EOF              VALUE 'Y'.
001916         88  WS-AUT-NOT-EOF          VALUE 'N'.
001920 01  WS-FILE-STATUSES.
001930     05  EXCP-FILE-STATUS        PIC X(02).
001940     05  OLDM-FILE-STATUS        PIC X(02).
001950     05  NEWM-FILE-STATUS        PIC X(02).
001960     05  ACT-FILE-STATUS         PIC X(02).
001970     05  PRT-FILE-STATUS         PIC X(02).
001975     05  AUT-FILE-STATUS         PIC X(02).
001980 COPY TRLRREC.
001985 COPY AUTHMSTR.
001990 PROCEDURE DIVISION.
002000 0000-MAIN-LOGIC.
002010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040             UNTIL WS-OLDM-EOF
002050         PERFORM 3000-MERGE-EXCEPTION THRU 3000-EXIT
002060             UNTIL WS-EXCP-EOF
002065         PERFORM 3900-REOPEN-EXCEPTION-LOG THRU 3900-EXIT
002070         PERFORM 4000-APPLY-ACTION-CARD THRU 4000-EXIT
002080             UNTIL WS-ACT-EOF
002090         PERFORM 5000-WRITE-NEW-MASTER THRU 5000-EXIT
002130     STOP RUN.
002140******************************************************************
002150*  1000-INITIALIZE
002157*  OPENS EVERY FILE, LOADS THE USER AUTHORIZATION MASTER, AND
002164*  PRIMES THE THREE INPUT READS SO EACH PROCESSING LOOP CAN TEST
002171*  FOR END-OF-FILE UP FRONT.
002180******************************************************************
002190 1000-INITIALIZE.
002200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002280     MOVE 0 TO MNT-ACTION-COUNT.
002290     MOVE 0 TO MNT-UNMATCHED-COUNT.
002300     MOVE 0 TO MNT-BAD-ACTION-COUNT.
002303     MOVE 0 TO MNT-UNAUTH-COUNT.
002306     MOVE 0 TO EXCP-SEQ-NO.
002310     MOVE 0 TO RPT-PAGE-NO.
002320     MOVE 0 TO RPT-LINE-COUNT.
002330     MOVE 0 TO RPT-UNRESOLVED-COUNT.
002440     SET WS-OLDM-NOT-EOF TO TRUE.
002450     SET WS-EXCP-NOT-EOF TO TRUE.
002460     SET WS-ACT-NOT-EOF TO TRUE.
002465     PERFORM 1200-LOAD-AUTHORITY THRU 1200-EXIT.
002470     OPEN INPUT OLD-MASTER-FILE.
002480     OPEN INPUT EXCEPTION-FILE.
002490     OPEN INPUT ACTION-CARD-FILE.
002610     END-READ.
002620     READ ACTION-CARD-FILE
002630         AT END SET WS-ACT-EOF TO TRUE
002631     END-READ.
002632 1000-EXIT.
002633     EXIT.
002634******************************************************************
002635*  1200-LOAD-AUTHORITY
002636*  LOADS THE USER AUTHORIZATION MASTER - SEE AUTHMSTR.CPY - INTO
002637*  THE AUTHORITY TABLE.  A RECORD WITH A BLANK USER ID IS
002638*  SKIPPED.  USERS BEYOND THE TABLE CAPACITY ARE COUNTED AND
002639*  LEFT OFF, SO THEIR CARDS ARE REFUSED RATHER THAN WAVED
002640*  THROUGH.  AN ABSENT MASTER AUTHORIZES NOBODY.
002641******************************************************************
002642 1200-LOAD-AUTHORITY.
002643     MOVE 0 TO AUT-COUNT.
002644     MOVE 0 TO AUT-OVERFLOW-COUNT.
002645     SET WS-AUT-NOT-EOF TO TRUE.
002646     OPEN INPUT AUTHORITY-FILE.
002647     READ AUTHORITY-FILE
002648         AT END SET WS-AUT-EOF TO TRUE
002649     END-READ.
002650     PERFORM 1210-LOAD-AUTHORITY-ENTRY THRU 1210-EXIT
002651         UNTIL WS-AUT-EOF.
002652     CLOSE AUTHORITY-FILE.
002654     IF AUT-OVERFLOW-COUNT IS GREATER THAN ZERO
002655         DISPLAY 'EXCEPTION-MAINT WARNING - AUTHORIZATION MASTER '
002656             'USERS BEYOND TABLE CAPACITY IGNORED: '
002657             AUT-OVERFLOW-COUNT
002658     END-IF.
002659 1200-EXIT.
002660     EXIT.
002661 1210-LOAD-AUTHORITY-ENTRY.
002662     MOVE AUTH-CARD TO AUTH-RECORD.
002663     IF AUTH-USER-ID = SPACES
002664         GO TO 1210-READ-NEXT
002665     END-IF.
002666     IF AUT-COUNT IS NOT LESS THAN AUT-MAX-ENTRIES
002667         ADD 1 TO AUT-OVERFLOW-COUNT
002668         GO TO 1210-READ-NEXT
002669     END-IF.
002670     ADD 1 TO AUT-COUNT.
002671     MOVE AUTH-RECORD TO AUT-ENTRY(AUT-COUNT).
002672 1210-READ-NEXT.
002673     READ AUTHORITY-FILE
002674         AT END SET WS-AUT-EOF TO TRUE
002675     END-READ.
002676 1210-EXIT.
002677     EXIT.
002678******************************************************************
002680*  1600-VERIFY-MASTER-CONTROL
002690*  ONE VERIFICATION PASS OVER THE OLD MASTER BEFORE ANY RECORD
002700*  IS PROCESSED - RECOMPUTES THE RECORD COUNT AND THE RUN-DATE
003760         MOVE EXCPM-ACTION-DATE TO EXT-ACTION-DATE(EXT-COUNT)
003770         MOVE EXCPM-ACTION-USER TO EXT-ACTION-USER(EXT-COUNT)
003780         MOVE EXCPM-DETAIL      TO EXT-DETAIL(EXT-COUNT)
003783         MOVE EXCPM-ESCALATION-LEVEL
003786                                TO EXT-ESCALATION-LEVEL(EXT-COUNT)
003790     ELSE
003800         ADD 1 TO EXT-PASSED-THRU
003810         WRITE EXCPM-RECORD-OUT FROM EXCPM-RECORD
004300     IF (EXCP-SEV-FATAL OR EXCP-SEV-CRITICAL OR EXCP-SEV-WARNING)
004310         AND (EXCP-CAT-OVERFLOW OR EXCP-CAT-CROSS-CHECK
004320              OR EXCP-CAT-SEQUENCE OR EXCP-CAT-RECON
004330              OR EXCP-CAT-CONTROL OR EXCP-CAT-AUTHORITY
004340              OR EXCP-CAT-UNKNOWN)
004350         MOVE EXCP-SEVERITY TO EXT-SEVERITY(EXT-COUNT)
004360         MOVE EXCP-CATEGORY TO EXT-CATEGORY(EXT-COUNT)
004430     MOVE 'O' TO EXT-STATUS(EXT-COUNT).
004440     MOVE ZERO TO EXT-ACTION-DATE(EXT-COUNT).
004450     MOVE SPACES TO EXT-ACTION-USER(EXT-COUNT).
004455     MOVE '0' TO EXT-ESCALATION-LEVEL(EXT-COUNT).
004460 3000-READ-NEXT.
004470     READ EXCEPTION-FILE
004480         AT END SET WS-EXCP-EOF TO TRUE
004490     END-READ.
004500 3000-EXIT.
004501     EXIT.
004502******************************************************************
004503*  3900-REOPEN-EXCEPTION-LOG
004504*  ONCE EVERY PRIMEXCP RECORD HAS BEEN MERGED, THE FILE IS
004505*  REOPENED FOR APPEND SO ACTION CARDS REFUSED BY THE
004506*  AUTHORIZATION CHECK CAN BE LOGGED TO IT.  THIS RUN HAS
004507*  ALREADY READ TO THE END, SO THOSE ITEMS GO ON FILE AT THE
004508*  NEXT RUN.
004509******************************************************************
004510 3900-REOPEN-EXCEPTION-LOG.
004511     CLOSE EXCEPTION-FILE.
004512     OPEN EXTEND EXCEPTION-FILE.
004513     IF EXCP-FILE-STATUS = '35'
004514         OPEN OUTPUT EXCEPTION-FILE
004515     END-IF.
004516 3900-EXIT.
004517     EXIT.
004520******************************************************************
004530*  4000-APPLY-ACTION-CARD
004540*  APPLIES ONE ACKNOWLEDGE/RESOLVE CARD TO ITS MASTER ITEM,
004550*  STAMPING TODAY'S DATE AND THE ACTIONING USER.  A CARD THAT
004560*  NAMES NO ITEM ON FILE, OR CARRIES AN ACTION CODE OTHER THAN
004566*  A OR R, IS COUNTED AND REPORTED RATHER THAN HALF-APPLIED, AND
004572*  A CARD REFUSED BY THE AUTHORIZATION CHECK IS NOT APPLIED.
004580******************************************************************
004590 4000-APPLY-ACTION-CARD.
004600     IF NOT EXCPA-ACKNOWLEDGE AND NOT EXCPA-RESOLVE
004750             ' ' EXCPA-RUN-DATE ' ' EXCPA-SEQUENCE-NO
004760         GO TO 4000-READ-NEXT
004770     END-IF.
004772     PERFORM 4100-AUTHORIZE-ACTION THRU 4100-EXIT.
004774     IF AUT-DENIED
004776         GO TO 4000-READ-NEXT
004778     END-IF.
004780     ADD 1 TO MNT-ACTION-COUNT.
004790     IF EXCPA-ACKNOWLEDGE
004800         MOVE 'A' TO EXT-STATUS(EXT-FOUND-INDEX)
004860 4000-READ-NEXT.
004870     READ ACTION-CARD-FILE
004880         AT END SET WS-ACT-EOF TO TRUE
004881     END-READ.
004882 4000-EXIT.
004883     EXIT.
004884******************************************************************
004885*  4100-AUTHORIZE-ACTION
004886*  CHECKS THE USER ON THE CARD AGAINST THE AUTHORIZATION MASTER
004887*  FOR THE CARD'S ACTION.  A CARD WITH NO USER, A USER NOT ON
004888*  FILE, OR A USER WITHOUT THE FUNCTION IS REFUSED, AND SO IS A
004889*  RESOLVE BY A USER WHO RUNS THE PROGRAM THAT RAISED THE ITEM
004890*  - NOBODY SIGNS OFF AN EXCEPTION FROM THEIR OWN RUN.
004891******************************************************************
004892 4100-AUTHORIZE-ACTION.
004893     SET AUT-GRANTED TO TRUE.
004894     MOVE EXCPA-USER-ID TO AUT-SEARCH-USER.
004895     PERFORM 7200-FIND-AUTHORITY THRU 7200-EXIT.
004896     IF AUT-SEARCH-USER = SPACES
004897         MOVE 'NO USER ID ON CARD' TO AUT-REJECT-REASON
004898         GO TO 4100-DENIED
004899     END-IF.
004900     IF AUT-FOUND-INDEX = ZERO
004901         MOVE 'USER NOT ON AUTHORIZATION MASTER'
004902             TO AUT-REJECT-REASON
004904         GO TO 4100-DENIED
004905     END-IF.
004906     IF (EXCPA-ACKNOWLEDGE AND NOT AUTH-MAY-ACKNOWLEDGE)
004907         OR (EXCPA-RESOLVE AND NOT AUTH-MAY-RESOLVE)
004908         MOVE 'USER NOT AUTHORIZED FOR THIS ACTION'
004909             TO AUT-REJECT-REASON
004910         GO TO 4100-DENIED
004911     END-IF.
004912     IF EXCPA-RESOLVE
004913         PERFORM 4150-MATCH-RUN-PROGRAM THRU 4150-EXIT
004914             VARYING AUT-RUN-INDEX FROM 1 BY 1
004915             UNTIL AUT-RUN-INDEX > 3
004916             OR AUT-DENIED
004917         IF AUT-DENIED
004918             MOVE 'USER RUNS THE PROGRAM THAT RAISED IT'
004919                 TO AUT-REJECT-REASON
004920             GO TO 4100-DENIED
004921         END-IF
004922     END-IF.
004923     GO TO 4100-EXIT.
004924 4100-DENIED.
004925     PERFORM 7500-REFUSE-CARD THRU 7500-EXIT.
004926 4100-EXIT.
004927     EXIT.
004928 4150-MATCH-RUN-PROGRAM.
004929     IF AUTH-RUN-PROGRAM-ID(AUT-RUN-INDEX) IS NOT EQUAL TO SPACES
004930         AND AUTH-RUN-PROGRAM-ID(AUT-RUN-INDEX) =
004931             EXT-PROGRAM-ID(EXT-FOUND-INDEX)
004932         SET AUT-DENIED TO TRUE
004933     END-IF.
004934 4150-EXIT.
004935     EXIT.
004936******************************************************************
004937*  5000-WRITE-NEW-MASTER
004940*  WRITES EVERY TABLE ENTRY - INCLUDING RESOLVED ITEMS, WHICH
004950*  STAY ON FILE AS THE ACTION HISTORY - TO THE NEW MASTER.
004960******************************************************************
007020     EXIT.
007030 7100-MATCH-MASTER-ENTRY.
007040     IF EXT-KEY(EXT-INDEX) = EXT-SEARCH-KEY
007041         MOVE EXT-INDEX TO EXT-FOUND-INDEX
007042     END-IF.
007043 7100-EXIT.
007044     EXIT.
007045******************************************************************
007046*  7200-FIND-AUTHORITY
007047*  LINEAR SEARCH OF THE AUTHORITY TABLE FOR THE USER IN
007048*  AUT-SEARCH-USER.  RETURNS THE ENTRY NUMBER IN AUT-FOUND-INDEX
007049*  AND THE USER'S RECORD IN AUTH-RECORD, OR ZERO AND A BLANK
007050*  RECORD - NO FUNCTION GRANTED - WHEN THE USER IS NOT ON FILE.
007051******************************************************************
007052 7200-FIND-AUTHORITY.
007053     MOVE 0 TO AUT-FOUND-INDEX.
007054     MOVE SPACES TO AUTH-RECORD.
007055     IF AUT-SEARCH-USER = SPACES
007056         GO TO 7200-EXIT
007057     END-IF.
007058     PERFORM 7210-MATCH-AUTHORITY THRU 7210-EXIT
007059         VARYING AUT-INDEX FROM 1 BY 1
007060         UNTIL AUT-INDEX > AUT-COUNT
007061         OR AUT-FOUND-INDEX IS GREATER THAN ZERO.
007062     IF AUT-FOUND-INDEX IS GREATER THAN ZERO
007063         MOVE AUT-ENTRY(AUT-FOUND-INDEX) TO AUTH-RECORD
007064     END-IF.
007065 7200-EXIT.
007066     EXIT.
007067 7210-MATCH-AUTHORITY.
007068     IF AUT-USER-ID(AUT-INDEX) = AUT-SEARCH-USER
007069         MOVE AUT-INDEX TO AUT-FOUND-INDEX
007070     END-IF.
007071 7210-EXIT.
007072     EXIT.
007073******************************************************************
007074*  7500-REFUSE-CARD
007075*  COUNTS AND REPORTS AN ACTION CARD REFUSED BY THE
007076*  AUTHORIZATION CHECK FOR THE REASON IN AUT-REJECT-REASON, AND
007077*  LOGS IT TO THE SHARED EXCEPTION FILE AS CRITICAL/AUTH.
007078******************************************************************
007079 7500-REFUSE-CARD.
007080     SET AUT-DENIED TO TRUE.
007081     ADD 1 TO MNT-UNAUTH-COUNT.
007082     DISPLAY 'EXCEPTION-MAINT WARNING - ACTION CARD REFUSED, '
007083         AUT-REJECT-REASON ' - USER: ' EXCPA-USER-ID
007084         ' FOR ' EXCPA-PROGRAM-ID ' ' EXCPA-RUN-DATE ' '
007085         EXCPA-SEQUENCE-NO.
007086     MOVE SPACES TO EXCP-RECORD.
007087     ADD 1 TO EXCP-SEQ-NO.
007088     MOVE 'EXCPTMNT' TO EXCP-PROGRAM-ID.
007089     MOVE WS-RUN-DATE TO EXCP-RUN-DATE.
007090     MOVE EXCP-SEQ-NO TO EXCP-SEQUENCE-NO.
007091     SET EXCP-SEV-CRITICAL TO TRUE.
007092     SET EXCP-CAT-AUTHORITY TO TRUE.
007093     STRING 'EXCPACT ' DELIMITED BY SIZE
007094            EXCPA-ACTION DELIMITED BY SIZE
007095            ' CARD REFUSED - ' DELIMITED BY SIZE
007096            AUT-REJECT-REASON DELIMITED BY '  '
007097            ' - USER ' DELIMITED BY SIZE
007098            EXCPA-USER-ID DELIMITED BY SIZE
007099            ' ITEM ' DELIMITED BY SIZE
007100            EXCPA-PROGRAM-ID DELIMITED BY SIZE
007101            ' ' DELIMITED BY SIZE
007102            EXCPA-RUN-DATE DELIMITED BY SIZE
007103            ' ' DELIMITED BY SIZE
007104            EXCPA-SEQUENCE-NO DELIMITED BY SIZE
007105         INTO EXCP-DETAIL.
007106     WRITE EXCP-RECORD.
007107 7500-EXIT.
007108     EXIT.
007109******************************************************************
007110*  8000-DATE-TO-SERIAL
007111*  CONVERTS THE GREGORIAN DATE IN DTD-DATE (YYYYMMDD) TO A
007120*  SERIAL DAY NUMBER IN DTD-SERIAL SO TWO DATES SUBTRACT TO AN
007130*  AGE IN DAYS.  STEPWISE INTEGER ARITHMETIC (EACH DIVISION
007140*  TRUNCATED AS IT HAPPENS) - THE STANDARD FLIEGEL-VAN FLANDERN
007680     DISPLAY 'EXCEPTION-MAINT ACTIONS APPLIED: '
007690         MNT-ACTION-COUNT ' UNMATCHED: ' MNT-UNMATCHED-COUNT
007700         ' INVALID: ' MNT-BAD-ACTION-COUNT.
007703     DISPLAY 'EXCEPTION-MAINT ACTIONS REFUSED BY AUTHORIZATION: '
007706         MNT-UNAUTH-COUNT.
007710 9000-EXIT.
007720     EXIT.
