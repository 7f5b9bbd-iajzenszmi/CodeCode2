      ******************************************************************
      *  DEFRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE DEFECT MAINTENANCE REPORT.
      *  MULTIPLE 01-LEVEL RECORDS SHARE THE SAME FD, ONE PER LINE
      *  TYPE (HEADING, DETAIL, TRAILER) - STANDARD BATCH REPORT
      *  STYLE.  LITERAL TEXT IS MOVED IN BY THE PROCEDURE DIVISION
      *  RATHER THAN CARRIED AS A VALUE CLAUSE HERE, SINCE EACH RECORD
      *  IS RE-INITIALIZED WITH MOVE SPACES BEFORE IT IS BUILT.
      ******************************************************************
       01  DEF-HEADING-1.
           05  FILLER                  PIC X(01).
           05  DEF1-TITLE              PIC X(40).
           05  DEF1-DATE-LABEL         PIC X(10).
           05  DEF1-RUN-DATE           PIC 9(08).
       01  DEF-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  DEFD-TEXT               PIC X(120).
       01  DEF-TRAILER-LINE.
           05  FILLER                  PIC X(01).
           05  DEFT-LABEL              PIC X(38).
           05  DEFT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
