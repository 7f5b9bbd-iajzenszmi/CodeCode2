      ******************************************************************
      *  RTRRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE TEST-CASE RETIREMENT REPORT.  ONE
      *  DETAIL LINE PER CASE RETIRED THIS RUN AND PER RETIRED CASE
      *  RETURNED TO GENERATED, THEN A SUMMARY PAGE - THE UNIVERSE
      *  CHECKED AGAINST, COUNTS BY RETIREMENT REASON, AND THE CASES
      *  OFFLOADED TO HISTORY.  MULTIPLE 01-LEVEL RECORDS SHARE THE
      *  SAME FD, ONE PER LINE TYPE - STANDARD BATCH REPORT STYLE.
      *  LITERAL TEXT IS MOVED IN BY THE PROCEDURE DIVISION RATHER
      *  THAN CARRIED AS A VALUE CLAUSE HERE, SINCE EACH RECORD IS
      *  RE-INITIALIZED WITH MOVE SPACES BEFORE IT IS BUILT.
      ******************************************************************
       01  RTR-HEADING-1.
           05  FILLER                  PIC X(01).
           05  RTR1-TITLE              PIC X(35).
           05  RTR1-DATE-LABEL         PIC X(10).
           05  RTR1-RUN-DATE           PIC 9(08).
           05  FILLER                  PIC X(10).
           05  RTR1-PAGE-LABEL         PIC X(05).
           05  RTR1-PAGE-NO            PIC ZZZ9.
       01  RTR-HEADING-2.
           05  FILLER                  PIC X(01).
           05  RTR2-SECTION-TITLE      PIC X(50).
       01  RTR-HEADING-3.
           05  FILLER                  PIC X(01).
           05  RTR3-SEQ-LABEL          PIC X(10).
           05  RTR3-KEY-LABEL          PIC X(63).
           05  RTR3-STATUS-LABEL       PIC X(12).
           05  RTR3-TESTER-LABEL       PIC X(10).
           05  RTR3-REASON-LABEL       PIC X(30).
       01  RTR-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  RTRD-SEQUENCE-NO        PIC 9(08).
           05  FILLER                  PIC X(02).
           05  RTRD-COUNT7             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RTRD-COUNT6             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RTRD-COUNT5             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RTRD-COUNT4             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RTRD-COUNT3             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RTRD-COUNT2             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RTRD-COUNT1             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  RTRD-OLD-STATUS         PIC X(10).
           05  FILLER                  PIC X(02).
           05  RTRD-TESTER-ID          PIC X(08).
           05  FILLER                  PIC X(02).
           05  RTRD-REASON             PIC X(30).
       01  RTR-TOTAL-LINE.
           05  FILLER                  PIC X(01).
           05  RTRT-LABEL              PIC X(38).
           05  RTRT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02).
           05  RTRT-NOTE               PIC X(30).
