      *                             COUNT7 (MOST SIGNIFICANT) FIRST
      *  COLS 57-57  TCT-ACTION     'A' ASSIGN, 'E' EXECUTED,
      *                             'P' PASSED, 'F' FAILED
      *  COLS 58-65  TCT-TESTER-ID  WHO ACTIONED THE TEST CASE -
      *                             CHECKED AGAINST THE AUTHORIZATION
      *                             MASTER (SEE AUTHMSTR.CPY).  ON AN
      *                             'A' CARD, THE TESTER THE CASE IS
      *                             ASSIGNED TO; ON ANY OTHER CARD IT
      *                             MUST BE THE TESTER ALREADY ON FILE
      *  COLS 66-73  TCT-DEFECT-ID  ON AN 'F' CARD, THE DEFECT THE
      *                             FAILURE IS RAISED AGAINST (BLANK
      *                             LEAVES THE FAILURE UNLINKED)
      *  COLS 74-80  FILLER         RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  TCT-RECORD.
           05  TCT-KEY.
               88  TCT-PASS                VALUE 'P'.
               88  TCT-FAIL                VALUE 'F'.
           05  TCT-TESTER-ID           PIC X(08).
           05  TCT-DEFECT-ID           PIC X(08).
           05  FILLER                  PIC X(07).
