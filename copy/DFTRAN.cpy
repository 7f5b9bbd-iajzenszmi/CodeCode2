      ******************************************************************
      *  DFTRAN.CPY
      *  DEFECT TRANSACTION-CARD LAYOUT FOR THE DEFECT MAINTENANCE
      *  PROGRAM (DEFECT-MAINT).  ONE 80-BYTE CARD PER ACTION.  A
      *  LINK CARD ATTACHES ONE FAILED TEST CASE, NAMED BY ITS
      *  TCM-SEQUENCE-NO, TO A DEFECT; RESULTS-INTERFACE AND
      *  TESTCASE-UPDATE APPEND ONE AUTOMATICALLY FOR EVERY FAILURE
      *  POSTED WITH A DEFECT ID, AND THE TEST TEAM MAY PUNCH MORE BY
      *  HAND.  A FIXED CARD MARKS THE DEFECT FIXED, WHICH RELEASES
      *  EVERY CASE STILL LINKED TO IT FOR RETEST.  THE DECK IS
      *  EMPTIED BY DEFECT-MAINT ONCE IT HAS BEEN POSTED CLEAN; ANY
      *  CARD IT REJECTS IS WRITTEN BACK ALONE, FOR CORRECTION.
      *
      *  COLS  1- 8  DFT-DEFECT-ID    DEFECT IDENTIFIER (MAY NOT
      *                               START WITH AN ASTERISK)
      *  COLS  9- 9  DFT-ACTION       'L' LINK CASE, 'F' DEFECT FIXED
      *  COLS 10-17  DFT-SEQUENCE-NO  TCM-SEQUENCE-NO OF THE FAILED
      *                               CASE (LINK CARDS ONLY)
      *  COLS 18-25  DFT-ENTRY-DATE   DATE THE CARD WAS RAISED
      *  COLS 26-33  DFT-USER-ID      WHO RAISED THE CARD
      *  COLS 34-41  DFT-SOURCE-ID    POSTING PROGRAM (RSLTINTF OR
      *                               TESTUPDT), BLANK ON A HAND CARD
      *  COLS 42-71  DFT-DESCRIPTION  FREE-TEXT DEFECT DESCRIPTION
      *  COLS 72-80  FILLER           RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  DFT-RECORD.
           05  DFT-DEFECT-ID           PIC X(08).
           05  DFT-ACTION              PIC X(01).
               88  DFT-LINK                VALUE 'L'.
               88  DFT-FIXED               VALUE 'F'.
           05  DFT-SEQUENCE-NO         PIC 9(08).
           05  DFT-ENTRY-DATE          PIC 9(08).
           05  DFT-USER-ID             PIC X(08).
           05  DFT-SOURCE-ID           PIC X(08).
           05  DFT-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(09).
