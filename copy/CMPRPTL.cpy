      ******************************************************************
      *  CMPRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE GENERATION DELTA REPORT.  ONE
      *  DETAIL LINE PER ADDED RECORD, PER DELETED RECORD, AND PER
      *  CHANGED FIELD OF A RECORD ON BOTH GENERATIONS, THEN A SUMMARY
      *  PAGE WITH THE COUNTS BY CHANGE TYPE, BY FIELD, AND BY STATUS
      *  TRANSITION.  MULTIPLE 01-LEVEL RECORDS SHARE THE SAME FD, ONE
      *  PER LINE TYPE - STANDARD BATCH REPORT STYLE.  LITERAL TEXT IS
      *  MOVED IN BY THE PROCEDURE DIVISION RATHER THAN CARRIED AS A
      *  VALUE CLAUSE HERE, SINCE EACH RECORD IS RE-INITIALIZED WITH
      *  MOVE SPACES BEFORE IT IS BUILT.
      ******************************************************************
       01  CMP-HEADING-1.
           05  FILLER                  PIC X(01).
           05  CMP1-TITLE              PIC X(35).
           05  CMP1-DATE-LABEL         PIC X(10).
           05  CMP1-RUN-DATE           PIC 9(08).
           05  FILLER                  PIC X(10).
           05  CMP1-PAGE-LABEL         PIC X(05).
           05  CMP1-PAGE-NO            PIC ZZZ9.
       01  CMP-HEADING-2.
           05  FILLER                  PIC X(01).
           05  CMP2-SECTION-TITLE      PIC X(50).
           05  CMP2-MASTER-LABEL       PIC X(08).
           05  CMP2-MASTER-TYPE        PIC X(10).
           05  CMP2-OLD-LABEL          PIC X(09).
           05  CMP2-OLD-GEN-DATE       PIC X(10).
           05  CMP2-NEW-LABEL          PIC X(09).
           05  CMP2-NEW-GEN-DATE       PIC X(08).
       01  CMP-HEADING-3.
           05  FILLER                  PIC X(01).
           05  CMP3-KEY-LABEL          PIC X(64).
           05  CMP3-CHANGE-LABEL       PIC X(10).
           05  CMP3-FIELD-LABEL        PIC X(18).
           05  CMP3-OLD-LABEL          PIC X(22).
           05  CMP3-NEW-LABEL          PIC X(20).
       01  CMP-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  CMPD-KEY                PIC X(62).
           05  FILLER                  PIC X(02).
           05  CMPD-CHANGE-TYPE        PIC X(08).
           05  FILLER                  PIC X(02).
           05  CMPD-FIELD-NAME         PIC X(16).
           05  FILLER                  PIC X(02).
           05  CMPD-OLD-VALUE          PIC X(20).
           05  FILLER                  PIC X(02).
           05  CMPD-NEW-VALUE          PIC X(20).
       01  CMP-TOTAL-LINE.
           05  FILLER                  PIC X(01).
           05  CMPT-LABEL              PIC X(38).
           05  CMPT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
