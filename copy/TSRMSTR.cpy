      *  IN, TSRMSTO OUT) AND CONSUMED BY THE TESTER-ASSIGN RUN -
      *  NOBODY EDITS THE FLAT FILE BY HAND.  A DEACTIVATED TESTER
      *  STAYS ON FILE WITH ITS HISTORY RATHER THAN BEING DELETED.
      *  TSR-ABSENCE CARRIES ONE LEAVE PERIOD (FIRST AND LAST DAY
      *  ABSENT, BOTH INCLUSIVE, SET BY A ROSTER-MAINT 'L' CARD) - AN
      *  ACTIVE TESTER INSIDE THE PERIOD IS GIVEN NO NEW WORK AND HAS
      *  THEIR OPEN CASES MOVED OFF BY TESTER-REASSIGN.  ZEROS (OR
      *  SPACES ON A RECORD WRITTEN BEFORE THE FIELD EXISTED) MEAN
      *  NO LEAVE IS BOOKED.
      ******************************************************************
       01  TSR-RECORD.
           05  TSR-TESTER-ID           PIC X(08).
               88  TSR-INACTIVE            VALUE 'I'.
           05  TSR-DAILY-CAPACITY      PIC 9(05).
           05  TSR-STATUS-DATE         PIC 9(08).
           05  TSR-ABSENCE.
               10  TSR-ABSENT-FROM     PIC 9(08).
               10  TSR-ABSENT-TO       PIC 9(08).
           05  FILLER                  PIC X(02).
