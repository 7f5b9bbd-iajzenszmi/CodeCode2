           05  TCR3-GEN-LABEL          PIC X(11).
           05  TCR3-DATE-LABEL         PIC X(13).
           05  TCR3-TESTER-LABEL       PIC X(08).
           05  FILLER                  PIC X(01).
           05  TCR3-PASS-LABEL         PIC X(04).
           05  FILLER                  PIC X(01).
           05  TCR3-FAIL-LABEL         PIC X(04).
       01  TCR-DETAIL-LINE.
           05  FILLER                  PIC X(01).
           05  TCRD-COUNT7             PIC 9(08).
           05  TCRD-STATUS-DATE        PIC X(08).
           05  FILLER                  PIC X(05).
           05  TCRD-TESTER-ID          PIC X(08).
           05  FILLER                  PIC X(02).
           05  TCRD-PASS-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(02).
           05  TCRD-FAIL-COUNT         PIC ZZ9.
       01  TCR-SUMMARY-LINE.
           05  FILLER                  PIC X(01).
           05  TCRS-STATUS-NAME        PIC X(10).
