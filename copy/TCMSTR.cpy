      *  SAME TWO-FILE MATCH THE REST OF THE SUITE USES.  THE
      *  LIFECYCLE FIELDS TRACK EACH TEST CASE FROM GENERATION
      *  THROUGH EXECUTION.
      *  A FAILED CASE WHOSE DEFECT IS MARKED FIXED (DEFECT-MAINT -
      *  SEE DFMSTR.CPY) IS REOPENED AS RETEST ('R') AND GOES BACK
      *  THROUGH ASSIGNMENT LIKE A GENERATED CASE.  TCM-PASS-COUNT
      *  AND TCM-FAIL-COUNT ARE BUMPED BY EVERY PASS OR FAIL POSTED
      *  AGAINST THE CASE, SO A RETEST THAT FAILS AGAIN SHOWS A FAIL
      *  COUNT ABOVE ONE.  RECORDS WRITTEN BEFORE THE COUNTS EXISTED
      *  CARRY SPACES THERE - READERS TREAT A NON-NUMERIC COUNT AS
      *  ZERO.  EACH COUNT STOPS AT 999.
      *  A CASE TESTGEN4X WOULD NO LONGER PRODUCE UNDER THE CURRENT
      *  TGCTLV CARD AND TGRULES DECK IS RETIRED ('X') BY
      *  TESTCASE-RETIRE - THE STATUS DATE IS THE RETIREMENT DATE AND
      *  TCM-RETIRE-REASON SAYS WHICH CHECK IT FAILED.  A RETIRED CASE
      *  IS NOT OPEN WORK AND IS NEVER ASSIGNED; ONCE IT HAS BEEN
      *  RETIRED LONGER THAN THE RTRCTL HOLD, A LATER RETIREMENT RUN
      *  OFFLOADS IT TO THE HISTORY DATASET (TCMHIST).  THE REASON IS
      *  BLANK ON EVERY CASE THAT IS NOT RETIRED.
      ******************************************************************
       01  TCM-RECORD.
           05  TCM-KEY.
               88  TCM-EXECUTED            VALUE 'E'.
               88  TCM-PASSED              VALUE 'P'.
               88  TCM-FAILED              VALUE 'F'.
               88  TCM-RETEST              VALUE 'R'.
               88  TCM-RETIRED             VALUE 'X'.
           05  TCM-GEN-DATE            PIC 9(08).
           05  TCM-STATUS-DATE         PIC 9(08).
           05  TCM-TESTER-ID           PIC X(08).
           05  TCM-RESULT-COUNTS.
               10  TCM-PASS-COUNT      PIC 9(03).
               10  TCM-FAIL-COUNT      PIC 9(03).
           05  TCM-RETIRE-REASON       PIC X(01).
               88  TCM-RETIRED-BOUND       VALUE 'B'.
               88  TCM-RETIRED-HELD        VALUE 'H'.
               88  TCM-RETIRED-NOTEQUAL    VALUE 'N'.
               88  TCM-RETIRED-ALLOWED     VALUE 'A'.
               88  TCM-RETIRED-DISTINCT    VALUE 'D'.
