      ******************************************************************
      *  HSPRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE FAILURE-HOTSPOT REPORT.  THE RUN
      *  TOTALS AND OVERALL FAILURE RATE, THEN ONE VALUE LINE PER
      *  POSITION AND VALUE (CASES, FAILURES, FAILURE RATE, SHARE OF
      *  ALL FAILURES, AND LIFT - THE VALUE'S FAILURE RATE OVER THE
      *  OVERALL RATE), THEN THE RANKED SUSPECT LIST.  MULTIPLE
      *  01-LEVEL RECORDS SHARE THE SAME FD, ONE PER LINE TYPE -
      *  STANDARD BATCH REPORT STYLE.  LITERAL TEXT IS MOVED IN BY
      *  THE PROCEDURE DIVISION RATHER THAN CARRIED AS A VALUE CLAUSE
      *  HERE, SINCE EACH RECORD IS RE-INITIALIZED WITH MOVE SPACES
      *  BEFORE IT IS BUILT.
      ******************************************************************
       01  HSP-HEADING-1.
           05  FILLER                  PIC X(01).
           05  HSP1-TITLE              PIC X(35).
           05  HSP1-DATE-LABEL         PIC X(10).
           05  HSP1-RUN-DATE           PIC 9(08).
           05  FILLER                  PIC X(10).
           05  HSP1-PAGE-LABEL         PIC X(05).
           05  HSP1-PAGE-NO            PIC ZZZ9.
       01  HSP-HEADING-2.
           05  FILLER                  PIC X(01).
           05  HSP2-SECTION-TITLE      PIC X(50).
       01  HSP-HEADING-3.
           05  FILLER                  PIC X(01).
           05  HSP3-POS-LABEL          PIC X(08).
           05  HSP3-VALUE-LABEL        PIC X(10).
           05  HSP3-CASES-LABEL        PIC X(12).
           05  HSP3-FAILS-LABEL        PIC X(13).
           05  HSP3-RATE-LABEL         PIC X(09).
           05  HSP3-SHARE-LABEL        PIC X(09).
           05  HSP3-LIFT-LABEL         PIC X(08).
       01  HSP-VALUE-LINE.
           05  FILLER                  PIC X(01).
           05  HSPV-POSITION           PIC X(06).
           05  FILLER                  PIC X(02).
           05  HSPV-VALUE              PIC Z(07)9.
           05  FILLER                  PIC X(02).
           05  HSPV-CASES              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02).
           05  HSPV-FAILS              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03).
           05  HSPV-FAIL-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(03).
           05  HSPV-FAIL-SHARE         PIC ZZ9.99.
           05  FILLER                  PIC X(03).
           05  HSPV-LIFT               PIC ZZZZ9.99.
       01  HSP-HEADING-4.
           05  FILLER                  PIC X(01).
           05  HSP4-RANK-LABEL         PIC X(12).
           05  HSP4-DESC-LABEL         PIC X(41).
           05  HSP4-CASES-LABEL        PIC X(12).
           05  HSP4-FAILS-LABEL        PIC X(13).
           05  HSP4-RATE-LABEL         PIC X(09).
           05  HSP4-SHARE-LABEL        PIC X(09).
           05  HSP4-LIFT-LABEL         PIC X(08).
       01  HSP-SUSPECT-LINE.
           05  FILLER                  PIC X(01).
           05  HSPS-RANK               PIC ZZ9.
           05  FILLER                  PIC X(02).
           05  HSPS-KIND               PIC X(05).
           05  FILLER                  PIC X(02).
           05  HSPS-DESCRIPTION        PIC X(40).
           05  FILLER                  PIC X(01).
           05  HSPS-CASES              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02).
           05  HSPS-FAILS              PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03).
           05  HSPS-FAIL-RATE          PIC ZZ9.99.
           05  FILLER                  PIC X(03).
           05  HSPS-FAIL-SHARE         PIC ZZ9.99.
           05  FILLER                  PIC X(03).
           05  HSPS-LIFT               PIC ZZZZ9.99.
       01  HSP-TOTAL-LINE.
           05  FILLER                  PIC X(01).
           05  HSPT-LABEL              PIC X(38).
           05  HSPT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
       01  HSP-RATE-LINE.
           05  FILLER                  PIC X(01).
           05  HSPR-LABEL              PIC X(38).
           05  FILLER                  PIC X(04).
           05  HSPR-RATE               PIC ZZ9.99.
