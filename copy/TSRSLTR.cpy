      *  COLS  1- 8  TSRL-SEQUENCE-NO  TCM-SEQUENCE-NO OF THE CASE
      *  COLS  9- 9  TSRL-RESULT-CODE  'E' EXECUTED, 'P' PASSED,
      *                                'F' FAILED
      *  COLS 10-17  TSRL-TESTER-ID    WHO RAN THE CASE - MUST BE THE
      *                                TESTER THE CASE IS ASSIGNED TO
      *                                (BLANK MEANS THAT TESTER) -
      *                                CHECKED AGAINST THE
      *                                AUTHORIZATION MASTER (SEE
      *                                AUTHMSTR.CPY)
      *  COLS 18-25  TSRL-EXEC-DATE    EXECUTION DATE (YYYYMMDD)
      *  COLS 26-33  TSRL-DEFECT-ID    ON AN 'F' RESULT, THE DEFECT THE
      *                                FAILURE IS RAISED AGAINST (BLANK
      *                                LEAVES THE FAILURE UNLINKED)
      *  COLS 34-80  FILLER            RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  TSRL-RECORD.
           05  TSRL-SEQUENCE-NO        PIC 9(08).
               88  TSRL-FAIL               VALUE 'F'.
           05  TSRL-TESTER-ID          PIC X(08).
           05  TSRL-EXEC-DATE          PIC 9(08).
           05  TSRL-DEFECT-ID          PIC X(08).
           05  FILLER                  PIC X(47).
