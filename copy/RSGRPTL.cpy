      ******************************************************************
      *  RSGRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE TESTER REASSIGNMENT SHEET.  ONE
      *  DETAIL LINE PER STRANDED CASE - FROM TESTER, TO TESTER (OR
      *  NONE WHEN NO ACTIVE TESTER HAD CAPACITY), THE REASON IT WAS
      *  STRANDED AND HOW LONG IT HAD BEEN ASSIGNED - THEN A SUMMARY
      *  LINE PER RECEIVING TESTER AND THE TRAILER TOTALS.  MULTIPLE
      *  01-LEVEL RECORDS SHARE THE SAME FD, ONE PER LINE TYPE -
      *  STANDARD BATCH REPORT STYLE.  LITERAL TEXT IS MOVED IN BY
      *  THE PROCEDURE DIVISION RATHER THAN CARRIED AS A VALUE CLAUSE
      *  HERE, SINCE EACH RECORD IS RE-INITIALIZED WITH MOVE SPACES
      *  BEFORE IT IS BUILT.
      ******************************************************************
       01  RSG-HEADING-1.
           05  FILLER                  PIC X(01).
           05  RSG1-TITLE              PIC X(35).
           05  RSG1-DATE-LABEL         PIC X(10).
           05  RSG1-RUN-DATE           PIC 9(08).
           05  FILLER                  PIC X(10).
           05  RSG1-PAGE-LABEL         PIC X(05).
           05  RSG1-PAGE-NO            PIC ZZZ9.
       01  RSG-HEADING-2.
           05  FILLER                  PIC X(01).
           05  RSG2-SEQ-LABEL          PIC X(10).
           05  RSG2-FROM-LABEL         PIC X(10).
           05  RSG2-TO-LABEL           PIC X(10).
           05  RSG2-REASON-LABEL       PIC X(14).
           05  RSG2-DATE-LABEL         PIC X(10).
           05  RSG2-DAYS-LABEL         PIC X(06).
       01  RSG-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  RSGD-SEQUENCE-NO        PIC 9(08).
           05  FILLER                  PIC X(02).
           05  RSGD-FROM-TESTER        PIC X(08).
           05  FILLER                  PIC X(02).
           05  RSGD-TO-TESTER          PIC X(08).
           05  FILLER                  PIC X(02).
           05  RSGD-REASON             PIC X(12).
           05  FILLER                  PIC X(02).
           05  RSGD-STATUS-DATE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  RSGD-AGE-DAYS           PIC ZZZZ9.
       01  RSG-SUMMARY-LINE.
           05  FILLER                  PIC X(01).
           05  RSGS-TESTER-ID          PIC X(08).
           05  FILLER                  PIC X(02).
           05  RSGS-MOVED-LABEL        PIC X(10).
           05  RSGS-MOVED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(02).
           05  RSGS-HELD-LABEL         PIC X(06).
           05  RSGS-HELD-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(02).
           05  RSGS-CAP-LABEL          PIC X(09).
           05  RSGS-CAPACITY           PIC ZZZZ9.
       01  RSG-TRAILER-LINE.
           05  FILLER                  PIC X(01).
           05  RSGT-LABEL              PIC X(38).
           05  RSGT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
