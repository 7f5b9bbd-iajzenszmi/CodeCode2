      ******************************************************************
      *  CRTRPTL.CPY
      *  PRINT-LINE LAYOUTS FOR THE PRIME-FIBONACCI MASTER
      *  CERTIFICATION REPORT.  ONE ENTRY LINE PER MASTER RECORD
      *  (THE VALUE WITH ITS DERIVED INDEX AND DIGIT COUNT, ITS
      *  FIRST-FOUND DATE, AND WHAT THE RECORD ITSELF CARRIES), WITH
      *  ANY FINDING AGAINST IT PRINTED INDENTED BENEATH.  MULTIPLE
      *  01-LEVEL RECORDS SHARE THE SAME FD, ONE PER LINE TYPE -
      *  STANDARD BATCH REPORT STYLE.  LITERAL TEXT IS MOVED IN BY THE
      *  PROCEDURE DIVISION RATHER THAN CARRIED AS A VALUE CLAUSE
      *  HERE, SINCE EACH RECORD IS RE-INITIALIZED WITH MOVE SPACES
      *  BEFORE IT IS BUILT.
      ******************************************************************
       01  CRT-HEADING-1.
           05  FILLER                  PIC X(01).
           05  CRT1-TITLE              PIC X(45).
           05  CRT1-DATE-LABEL         PIC X(10).
           05  CRT1-RUN-DATE           PIC 9(08).
       01  CRT-HEADING-2.
           05  FILLER                  PIC X(01).
           05  CRT2-VALUE-LABEL        PIC X(20).
           05  CRT2-INDEX-LABEL        PIC X(08).
           05  CRT2-DIGITS-LABEL       PIC X(08).
           05  CRT2-DATE-LABEL         PIC X(13).
           05  CRT2-STORED-LABEL       PIC X(20).
       01  CRT-ENTRY-LINE.
           05  FILLER                  PIC X(01).
           05  CRTE-FIB-VALUE          PIC Z(17)9.
           05  FILLER                  PIC X(02).
           05  CRTE-FIB-INDEX          PIC X(08).
           05  CRTE-DIGIT-COUNT        PIC Z(05)9.
           05  FILLER                  PIC X(02).
           05  CRTE-FIRST-RUN-DATE     PIC X(08).
           05  FILLER                  PIC X(05).
           05  CRTE-STORED             PIC X(20).
       01  CRT-DETAIL-LINE.
           05  FILLER                  PIC X(05).
           05  CRTD-TEXT               PIC X(110).
       01  CRT-TRAILER-LINE.
           05  FILLER                  PIC X(01).
           05  CRTT-LABEL              PIC X(44).
           05  CRTT-TOTAL-COUNT        PIC ZZ,ZZZ,ZZ9.
