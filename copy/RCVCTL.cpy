      ******************************************************************
      *  RCVCTL.CPY
      *  CONTROL-CARD LAYOUT FOR THE NIGHT RECOVERY PLANNER.  ONE
      *  80-BYTE CARD NAMES THE RUN DATE OF THE NIGHT BEING
      *  RECOVERED - NORMALLY ABSENT, IN WHICH CASE TODAY'S DATE IS
      *  USED.  A RECOVERY PLANNED AFTER MIDNIGHT FOR THE NIGHT
      *  BEFORE PUNCHES THAT NIGHT'S DATE HERE, SO THE TRAILER DATES
      *  AND RUN-AUDIT ENTRIES ARE JUDGED AGAINST THE RIGHT NIGHT.
      *
      *  COLS  1- 8  RCVCTL-NIGHT-DATE  RUN DATE (YYYYMMDD) OF THE
      *                                 NIGHT BEING RECOVERED
      *                                 (BLANK = TODAY)
      *  COLS  9-80  FILLER             RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  RCVCTL-RECORD.
           05  RCVCTL-NIGHT-DATE       PIC 9(08).
           05  FILLER                  PIC X(72).
