      ******************************************************************
      *  RCVRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE NIGHT RECOVERY PLAN.  MULTIPLE
      *  01-LEVEL RECORDS SHARE THE SAME FD, ONE PER LINE TYPE
      *  (HEADING, EVIDENCE, PLAN STEP, TOTAL) - STANDARD BATCH
      *  REPORT STYLE.  LITERAL TEXT IS MOVED IN BY THE PROCEDURE
      *  DIVISION RATHER THAN CARRIED AS A VALUE CLAUSE HERE, SINCE
      *  EACH RECORD IS RE-INITIALIZED WITH MOVE SPACES BEFORE IT IS
      *  BUILT.
      ******************************************************************
       01  RCV-HEADING-1.
           05  FILLER                  PIC X(01).
           05  RCV1-TITLE              PIC X(40).
           05  RCV1-DATE-LABEL         PIC X(12).
           05  RCV1-NIGHT-DATE         PIC 9(08).
       01  RCV-HEADING-2.
           05  FILLER                  PIC X(01).
           05  RCV2-STEP-LABEL         PIC X(06).
           05  RCV2-PROGRAM-LABEL      PIC X(20).
           05  RCV2-ACTION-LABEL       PIC X(08).
           05  RCV2-CARD-LABEL         PIC X(14).
           05  RCV2-REASON-LABEL       PIC X(60).
       01  RCV-EVIDENCE-LINE.
           05  FILLER                  PIC X(01).
           05  RCVE-TEXT               PIC X(120).
       01  RCV-PLAN-LINE.
           05  FILLER                  PIC X(01).
           05  RCVP-STEP-NO            PIC ZZZ9.
           05  FILLER                  PIC X(02).
           05  RCVP-PROGRAM            PIC X(20).
           05  RCVP-ACTION             PIC X(08).
           05  RCVP-CARD               PIC X(14).
           05  RCVP-REASON             PIC X(60).
       01  RCV-TOTAL-LINE.
           05  FILLER                  PIC X(01).
           05  RCVT-LABEL              PIC X(38).
           05  RCVT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
