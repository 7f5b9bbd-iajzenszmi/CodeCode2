000420*                   DATE GIVES IT AWAY.  THE MASTER IS A
000430*                   GENERATION CARRIED ACROSS NIGHTS, SO ITS
000440*                   TRAILER DATE IS NOT DATE-CHECKED.
000441*  2026-10-15  OPS  EVERY RECORD WRITTEN TO THE NEW MASTER NOW
000442*                   CARRIES ITS FIBONACCI INDEX N AND DIGIT COUNT
000443*                   (SEE FIBMSTR.CPY), DERIVED HERE BY WALKING THE
000444*                   SERIES UP TO THE VALUE - CARRIED RECORDS FROM
000445*                   AN OLDER GENERATION ARE FILLED IN ON THEIR
000446*                   FIRST PASS THROUGH THE MERGE.  A VALUE THE
000447*                   WALK DOES NOT LAND ON IS WRITTEN WITH INDEX
000448*                   ZERO FOR THE CERTIFICATION RUN TO REPORT.
000450******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000930 01  MERGE-WORK-RECORD.
000940     05  MWR-FIB-VALUE           PIC S9(18).
000950     05  MWR-FIRST-RUN-DATE      PIC 9(08).
000951     05  MWR-FIB-INDEX           PIC 9(03).
000952     05  MWR-DIGIT-COUNT         PIC 9(02).
000953     05  FILLER                  PIC X(19).
000954 01  SERIES-VARS.
000955     05  SER-FIB                 PIC S9(18)   COMP-3.
000956     05  SER-FIB-B               PIC S9(18)   COMP-3.
000957     05  SER-FIB-C               PIC S9(18)   COMP-3.
000958     05  SER-INDEX               PIC 9(03)    COMP.
000959     05  SER-VALUE-DIGITS        PIC 9(18).
000960     05  SER-LEADING-ZEROS       PIC 9(03)    COMP.
000970 01  MERGE-COUNTERS.
000980     05  MRG-ADD-COUNT           PIC 9(09)    COMP.
000990     05  MRG-DUP-COUNT           PIC 9(09)    COMP.
001370     05  WS-OLDM-EOF-SWITCH      PIC X(01).
001380         88  WS-OLDM-EOF             VALUE 'Y'.
001390         88  WS-OLDM-NOT-EOF         VALUE 'N'.
001392     05  WS-SER-OVERFLOW-SWITCH  PIC X(01).
001394         88  WS-SER-OVERFLOW         VALUE 'Y'.
001396         88  WS-SER-NO-OVERFLOW      VALUE 'N'.
001400 01  WS-FILE-STATUSES.
001410     05  OUT-FILE-STATUS         PIC X(02).
001420     05  OLDM-FILE-STATUS        PIC X(02).
004450*  5000-WRITE-MASTER
004460*  WRITES THE RECORD BUILT IN MERGE-WORK-RECORD TO THE NEW
004470*  MASTER AND REMEMBERS THE KEY JUST WRITTEN SO IN-RUN
004476*  DUPLICATES CAN BE RECOGNIZED.  THE INDEX AND DIGIT COUNT ARE
004482*  DERIVED FRESH FOR EVERY RECORD, WHETHER ADDED OR CARRIED.
004490******************************************************************
004500 5000-WRITE-MASTER.
004505     PERFORM 5100-DERIVE-INDEX THRU 5100-EXIT.
004510     WRITE FIBMST-RECORD-OUT FROM MERGE-WORK-RECORD.
004520     ADD 1 TO MRG-MASTER-OUT-COUNT.
004530     ADD MWR-FIB-VALUE TO MRG-OUT-HASH.
004531     MOVE MWR-FIB-VALUE TO MRG-LAST-WRITTEN.
004532 5000-EXIT.
004533     EXIT.
004534******************************************************************
004535*  5100-DERIVE-INDEX
004536*  WALKS THE SERIES FROM F(1) = F(2) = 1 UNTIL IT REACHES OR
004537*  PASSES THE VALUE BEING WRITTEN.  LANDING ON THE VALUE GIVES
004538*  ITS INDEX N; PASSING IT, OR OVERFLOWING THE 18-DIGIT WORKING
004539*  FIELDS FIRST (F(87) IS THE LAST TERM THAT FITS), GIVES ZERO.
004540*  THE DIGIT COUNT IS 18 LESS THE LEADING ZEROS OF THE VALUE.
004541******************************************************************
004542 5100-DERIVE-INDEX.
004543     MOVE 1 TO SER-FIB.
004544     MOVE 1 TO SER-FIB-B.
004545     MOVE 2 TO SER-INDEX.
004546     SET WS-SER-NO-OVERFLOW TO TRUE.
004547     PERFORM 5110-ADVANCE-SERIES THRU 5110-EXIT
004548         UNTIL SER-FIB-B IS NOT LESS THAN MWR-FIB-VALUE
004549         OR WS-SER-OVERFLOW.
004550     IF SER-FIB-B = MWR-FIB-VALUE
004551         AND WS-SER-NO-OVERFLOW
004552         MOVE SER-INDEX TO MWR-FIB-INDEX
004554     ELSE
004555         MOVE 0 TO MWR-FIB-INDEX
004556     END-IF.
004557     MOVE MWR-FIB-VALUE TO SER-VALUE-DIGITS.
004558     MOVE 0 TO SER-LEADING-ZEROS.
004559     INSPECT SER-VALUE-DIGITS
004560         TALLYING SER-LEADING-ZEROS FOR LEADING ZERO.
004561     SUBTRACT SER-LEADING-ZEROS FROM 18 GIVING MWR-DIGIT-COUNT.
004562 5100-EXIT.
004563     EXIT.
004564 5110-ADVANCE-SERIES.
004565     ADD SER-FIB, SER-FIB-B GIVING SER-FIB-C
004566         ON SIZE ERROR
004567             SET WS-SER-OVERFLOW TO TRUE
004568             GO TO 5110-EXIT
004569     END-ADD.
004570     MOVE SER-FIB-B TO SER-FIB.
004571     MOVE SER-FIB-C TO SER-FIB-B.
004572     ADD 1 TO SER-INDEX.
004573 5110-EXIT.
004574     EXIT.
004575******************************************************************
004580*  6000-WRITE-REPORT-LINE  /  6100-WRITE-DUPLICATE-LINE
004590*  ONE UPDATE-REPORT DETAIL LINE PER FIBOUT RECORD PROCESSED,
004600*  STARTING A NEW PAGE (HEADERS) WHENEVER THE CURRENT PAGE IS
