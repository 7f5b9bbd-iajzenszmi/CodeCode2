      *  BKORPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE TEST-CASE BACKOUT REPORT.
      *  MULTIPLE 01-LEVEL RECORDS SHARE THE SAME FD, ONE PER LINE
      *  TYPE (HEADINGS, DETAIL, TRAILER) - STANDARD BATCH REPORT
      *  STYLE.  LITERAL TEXT IS MOVED IN BY THE PROCEDURE DIVISION
      *  RATHER THAN CARRIED AS A VALUE CLAUSE HERE, SINCE EACH RECORD
      *  IS RE-INITIALIZED WITH MOVE SPACES BEFORE IT IS BUILT.
           05  BKO1-TITLE              PIC X(40).
           05  BKO1-DATE-LABEL         PIC X(10).
           05  BKO1-RUN-DATE           PIC 9(08).
       01  BKO-HEADING-2.
           05  FILLER                  PIC X(01).
           05  BKO2-DATE-LABEL         PIC X(20).
           05  BKO2-TARGET-DATE        PIC 9(08).
           05  FILLER                  PIC X(02).
           05  BKO2-PROGRAM-LABEL      PIC X(09).
           05  BKO2-PROGRAM-ID         PIC X(08).
       01  BKO-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  BKOD-TEXT               PIC X(120).
