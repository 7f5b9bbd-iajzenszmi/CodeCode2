      ******************************************************************
      *  RTRCTL.CPY
      *  CONTROL-CARD LAYOUT FOR THE TESTCASE-RETIRE STEP.  ONE
      *  80-BYTE CARD CARRIES THE HOLD PERIOD - A RETIRED CASE STAYS
      *  ON THE LIVE TEST-CASE MASTER FOR THIS MANY DAYS AFTER ITS
      *  RETIREMENT DATE, SO THE STATUS REPORT AND INQUIRY CAN STILL
      *  SHOW IT, AND IS THEN OFFLOADED TO THE HISTORY DATASET
      *  (TCMHIST).  A MISSING CARD DEFAULTS TO 30 DAYS.
      *
      *  COLS  1- 5  RTRCTL-HOLD-DAYS   DAYS A RETIRED CASE IS KEPT
      *                                 ON THE LIVE MASTER
      *  COLS  6-80  FILLER             RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  RTRCTL-RECORD.
           05  RTRCTL-HOLD-DAYS        PIC 9(05).
           05  FILLER                  PIC X(75).
