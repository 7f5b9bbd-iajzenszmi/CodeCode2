      ******************************************************************
      *  ASGFEED.CPY
      *  OUTBOUND ASSIGNMENT RECORD FOR THE TEST-EXECUTION TOOL.  ONE
      *  80-BYTE RECORD PER CASE NEWLY PLACED WITH A TESTER - WRITTEN
      *  BY TESTER-ASSIGN (ASGFEED) FOR NEW ASSIGNMENTS AND BY
      *  TESTER-REASSIGN (RSGFEED) FOR CASES MOVED TO ANOTHER TESTER -
      *  SO NOBODY RETYPES THE SEVEN POSITION VALUES FROM THE SHEET.
      *  EACH FEED ENDS WITH A TRAILER CONTROL RECORD (TRLRREC.CPY)
      *  WHOSE HASH IS THE SUM OF THE SEQUENCE NUMBERS SENT.
      *
      *  THE SAME RECORD, WITHOUT A TRAILER, IS APPENDED TO THE
      *  SENT-ITEMS HISTORY (ASGSENT) FOR EVERY CASE SENT, AND
      *  SENT-RECONCILE MATCHES THAT HISTORY AGAINST THE MASTER AND
      *  THE RESULTS COMING BACK.
      *
      *  COLS  1- 8  AFD-SEQUENCE-NO  TCM-SEQUENCE-NO OF THE CASE -
      *                               THE KEY RESULTS COME BACK ON
      *  COLS  9-16  AFD-TESTER-ID    TESTER THE CASE IS ASSIGNED TO
      *  COLS 17-72  AFD-COUNT7 .. AFD-COUNT1
      *                               THE SEVEN POSITION VALUES, IN
      *                               MASTER KEY ORDER
      *  COLS 73-80  AFD-SENT-DATE    RUN DATE THE CASE WAS SENT
      ******************************************************************
       01  AFD-RECORD.
           05  AFD-SEQUENCE-NO         PIC 9(08).
           05  AFD-TESTER-ID           PIC X(08).
           05  AFD-COUNTS.
               10  AFD-COUNT7          PIC 9(08).
               10  AFD-COUNT6          PIC 9(08).
               10  AFD-COUNT5          PIC 9(08).
               10  AFD-COUNT4          PIC 9(08).
               10  AFD-COUNT3          PIC 9(08).
               10  AFD-COUNT2          PIC 9(08).
               10  AFD-COUNT1          PIC 9(08).
           05  AFD-SENT-DATE           PIC 9(08).
