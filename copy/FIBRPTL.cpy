           05  RPT2-SEQ-LABEL          PIC X(10).
           05  FILLER                  PIC X(10).
           05  RPT2-VALUE-LABEL        PIC X(20).
           05  RPT2-INDEX-LABEL        PIC X(08).
           05  RPT2-DIGITS-LABEL       PIC X(06).
       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  RPTD-SEQUENCE-NO        PIC ZZZZZ9.
           05  FILLER                  PIC X(05).
           05  RPTD-FIB-VALUE          PIC Z(17)9.
           05  FILLER                  PIC X(11).
           05  RPTD-FIB-INDEX          PIC X(08).
           05  RPTD-DIGIT-COUNT        PIC Z(05)9.
       01  RPT-TRAILER-LINE.
           05  FILLER                  PIC X(01).
           05  RPTT-LABEL              PIC X(38).
