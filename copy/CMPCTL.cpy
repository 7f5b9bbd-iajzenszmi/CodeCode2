      ******************************************************************
      *  CMPCTL.CPY
      *  CONTROL-CARD LAYOUT FOR THE MASTER-COMPARE STEP.  ONE 80-BYTE
      *  CARD NAMES THE MASTER WHOSE TWO GENERATIONS ARE ALLOCATED TO
      *  CMPOLD AND CMPNEW - THE COMPARE MATCHES ON THAT MASTER'S KEY
      *  AND VERIFIES EACH GENERATION AGAINST ITS TRAILER WITH THAT
      *  MASTER'S HASH RULE.  A MISSING CARD OR AN UNKNOWN MASTER IS
      *  AN ERROR; NOTHING IS COMPARED.
      *
      *  CMPCTL-DETAIL-LIMIT CAPS THE DETAIL LINES PRINTED, SO A
      *  GENERATION WITH A WHOLE NEW SLICE LOADED DOES NOT PRINT A
      *  LINE PER CASE.  THE SUMMARY COUNTS ARE ALWAYS COMPLETE.
      *  BLANK OR ZERO MEANS NO LIMIT.
      *
      *  COLS  1- 8  CMPCTL-MASTER-TYPE   'TCMSTO', 'FIBMSTO' OR
      *                                   'EXCPMSTO'
      *  COLS  9-15  CMPCTL-DETAIL-LIMIT  MOST DETAIL LINES TO PRINT
      *  COLS 16-80  FILLER               RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  CMPCTL-RECORD.
           05  CMPCTL-MASTER-TYPE      PIC X(08).
               88  CMPCTL-TESTCASE-MASTER  VALUE 'TCMSTO'.
               88  CMPCTL-FIB-MASTER       VALUE 'FIBMSTO'.
               88  CMPCTL-EXCEPTION-MASTER VALUE 'EXCPMSTO'.
           05  CMPCTL-DETAIL-LIMIT-X   PIC X(07).
           05  CMPCTL-DETAIL-LIMIT REDEFINES CMPCTL-DETAIL-LIMIT-X
                                       PIC 9(07).
           05  FILLER                  PIC X(65).
