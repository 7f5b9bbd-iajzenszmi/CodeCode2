      *  RUN DATE THE VALUE WAS FIRST FOUND.  FIBOUT IS A PER-RUN
      *  DATASET THAT EACH FRESH RUN CLOBBERS; THIS MASTER IS THE
      *  DURABLE RECORD THE MERGE MAINTENANCE FOLDS EACH RUN INTO.
      *
      *  FIBMST-FIB-INDEX IS THE VALUE'S POSITION N IN THE SERIES
      *  F(1) = F(2) = 1, F(N) = F(N-1) + F(N-2), AND
      *  FIBMST-DIGIT-COUNT ITS LENGTH IN DECIMAL DIGITS.  BOTH ARE
      *  DERIVED BY THE MERGE FOR EVERY RECORD IT WRITES, SO A
      *  GENERATION WRITTEN BEFORE THEY EXISTED CARRIES SPACES THERE
      *  UNTIL ITS NEXT MERGE - READERS TREAT A NON-NUMERIC INDEX OR
      *  DIGIT COUNT AS NOT YET KNOWN.  AN INDEX OF ZERO MEANS THE
      *  MERGE FOUND THE VALUE IS NOT IN THE SERIES AT ALL.
      *
      *  COLS  1-18  FIBMST-FIB-VALUE       PRIME FIBONACCI VALUE
      *  COLS 19-26  FIBMST-FIRST-RUN-DATE  RUN DATE FIRST FOUND
      *  COLS 27-29  FIBMST-FIB-INDEX       SERIES INDEX N
      *  COLS 30-31  FIBMST-DIGIT-COUNT     DECIMAL DIGITS
      *  COLS 32-50  FILLER                 RESERVED
      ******************************************************************
       01  FIBMST-RECORD.
           05  FIBMST-FIB-VALUE        PIC S9(18).
           05  FIBMST-FIRST-RUN-DATE   PIC 9(08).
           05  FIBMST-FIB-INDEX        PIC 9(03).
           05  FIBMST-DIGIT-COUNT      PIC 9(02).
           05  FILLER                  PIC X(19).
