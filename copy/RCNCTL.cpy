      ******************************************************************
      *  RCNCTL.CPY
      *  CONTROL-CARD LAYOUT FOR THE SENT-RECONCILE STEP.  ONE 80-BYTE
      *  CARD CARRIES THE RESULT WAIT LIMIT - A CASE SENT TO THE
      *  TEST-EXECUTION TOOL MORE THAN THIS MANY DAYS AGO AND STILL
      *  ASSIGNED WITH NO RESULT IS REPORTED AS OUTSTANDING.  A
      *  MISSING CARD DEFAULTS TO 5 DAYS.
      *
      *  COLS  1- 5  RCNCTL-WAIT-DAYS  DAYS A SENT CASE MAY WAIT FOR
      *                                ITS RESULT
      *  COLS  6-80  FILLER            RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  RCNCTL-RECORD.
           05  RCNCTL-WAIT-DAYS        PIC 9(05).
           05  FILLER                  PIC X(75).
