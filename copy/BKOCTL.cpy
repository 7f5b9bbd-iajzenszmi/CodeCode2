      *  CARD STOPS THE STEP - GUESSING WHICH RUN TO UNDO IS HOW A
      *  SECOND BAD DAY HAPPENS.
      *
      *  A PROGRAM ID NARROWS THE BACKOUT TO THAT ONE PROGRAM'S
      *  ENTRIES (TCJ-PROGRAM-ID - TESTUPDT, RSLTINTF, TSTREASN OR
      *  DEFCTMNT), SO ONE BAD RUN CAN BE UNDONE WITHOUT REVERSING
      *  EVERY OTHER UPDATE POSTED THE SAME NIGHT - A CASE ANOTHER
      *  PROGRAM CHANGED AFTERWARDS IS LEFT AS IT IS AND REPORTED.
      *  LEFT BLANK, EVERY ENTRY FOR THE RUN DATE IS BACKED OUT.
      *
      *  COLS  1- 8  BKO-RUN-DATE    RUN DATE (YYYYMMDD) OF THE
      *                              JOURNAL ENTRIES TO BACK OUT
      *  COLS  9-16  BKO-PROGRAM-ID  POSTING PROGRAM TO BACK OUT,
      *                              BLANK FOR ALL
      *  COLS 17-80  FILLER          RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  BKO-RECORD.
           05  BKO-RUN-DATE            PIC 9(08).
           05  BKO-PROGRAM-ID          PIC X(08).
           05  FILLER                  PIC X(64).
