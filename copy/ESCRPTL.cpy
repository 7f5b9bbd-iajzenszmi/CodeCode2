      ******************************************************************
      *  ESCRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE EXCEPTION ESCALATION REPORT.  ONE
      *  DETAIL LINE PER OUTSTANDING ITEM THAT REACHED A NEW LEVEL
      *  THIS RUN - NOTIFIED, OR HELD BACK FOR WANT OF AN OWNER
      *  ROUTE - THEN A SUMMARY PAGE WITH THE THRESHOLDS APPLIED AND
      *  THE RUN TOTALS.  MULTIPLE 01-LEVEL RECORDS SHARE THE SAME
      *  FD, ONE PER LINE TYPE - STANDARD BATCH REPORT STYLE.
      *  LITERAL TEXT IS MOVED IN BY THE PROCEDURE DIVISION RATHER
      *  THAN CARRIED AS A VALUE CLAUSE HERE, SINCE EACH RECORD IS
      *  RE-INITIALIZED WITH MOVE SPACES BEFORE IT IS BUILT.
      ******************************************************************
       01  ESC-HEADING-1.
           05  FILLER                  PIC X(01).
           05  ESC1-TITLE              PIC X(35).
           05  ESC1-DATE-LABEL         PIC X(10).
           05  ESC1-RUN-DATE           PIC 9(08).
           05  FILLER                  PIC X(10).
           05  ESC1-PAGE-LABEL         PIC X(05).
           05  ESC1-PAGE-NO            PIC ZZZ9.
       01  ESC-HEADING-2.
           05  FILLER                  PIC X(01).
           05  ESC2-SECTION-TITLE      PIC X(50).
       01  ESC-HEADING-3.
           05  FILLER                  PIC X(01).
           05  ESC3-PROGRAM-LABEL      PIC X(10).
           05  ESC3-DATE-LABEL         PIC X(10).
           05  ESC3-SEQ-LABEL          PIC X(08).
           05  ESC3-SEV-LABEL          PIC X(05).
           05  ESC3-CAT-LABEL          PIC X(06).
           05  ESC3-AGE-LABEL          PIC X(06).
           05  ESC3-LEVEL-LABEL        PIC X(06).
           05  ESC3-TEAM-LABEL         PIC X(14).
           05  ESC3-CONTACT-LABEL      PIC X(30).
       01  ESC-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  ESCD-PROGRAM-ID         PIC X(08).
           05  FILLER                  PIC X(02).
           05  ESCD-RUN-DATE           PIC 9(08).
           05  FILLER                  PIC X(02).
           05  ESCD-SEQUENCE-NO        PIC 9(06).
           05  FILLER                  PIC X(02).
           05  ESCD-SEVERITY           PIC X(01).
           05  FILLER                  PIC X(04).
           05  ESCD-CATEGORY           PIC X(04).
           05  FILLER                  PIC X(02).
           05  ESCD-AGE-DAYS           PIC ZZZZ9.
           05  FILLER                  PIC X(01).
           05  ESCD-LEVEL              PIC 9(01).
           05  FILLER                  PIC X(05).
           05  ESCD-TEAM               PIC X(12).
           05  FILLER                  PIC X(02).
           05  ESCD-CONTACT            PIC X(30).
       01  ESC-THRESHOLD-LINE.
           05  FILLER                  PIC X(01).
           05  ESCL-SEVERITY-NAME      PIC X(12).
           05  ESCL-LEVEL              OCCURS 3 TIMES.
               10  ESCL-LEVEL-LABEL    PIC X(08).
               10  ESCL-LEVEL-DAYS     PIC ZZ9.
               10  FILLER              PIC X(05).
       01  ESC-TOTAL-LINE.
           05  FILLER                  PIC X(01).
           05  ESCT-LABEL              PIC X(38).
           05  ESCT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
