      ******************************************************************
      *  RSGCTL.CPY
      *  CONTROL-CARD LAYOUT FOR THE TESTER-REASSIGN STEP.  ONE
      *  80-BYTE CARD CARRIES THE STALE-ASSIGNMENT LIMIT - AN ASSIGNED
      *  CASE WHOSE STATUS DATE IS MORE THAN THIS MANY DAYS OLD HAS
      *  HAD NO RESULT IN THAT TIME AND IS MOVED TO ANOTHER TESTER.
      *  A MISSING CARD DEFAULTS TO 10 DAYS.
      *
      *  COLS  1- 5  RSGCTL-STALE-DAYS  DAYS AN ASSIGNED CASE MAY GO
      *                                 WITHOUT A RESULT
      *  COLS  6-80  FILLER             RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  RSGCTL-RECORD.
           05  RSGCTL-STALE-DAYS       PIC 9(05).
           05  FILLER                  PIC X(75).
