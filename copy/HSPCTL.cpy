      ******************************************************************
      *  HSPCTL.CPY
      *  CONTROL-CARD LAYOUT FOR THE FAILURE-HOTSPOT ANALYSIS.  ONE
      *  80-BYTE CARD SETS HOW MUCH EVIDENCE A SUSPECT NEEDS AND HOW
      *  MANY SUSPECTS ARE RANKED AND CARRIED INTO THE RULE DECK.  A
      *  MISSING CARD DEFAULTS TO 3 FAILURES AND THE TOP 10 SUSPECTS.
      *
      *  COLS  1- 5  HSPCTL-MIN-FAILS   FEWEST FAILED CASES A VALUE,
      *                                 VALUE PAIR, OR EQUAL PAIR MUST
      *                                 COVER TO BE RANKED AT ALL
      *  COLS  6- 7  HSPCTL-TOP-COUNT   SUSPECTS RANKED AND WRITTEN TO
      *                                 THE RULE DECK (1-20 - TESTGEN4X
      *                                 HOLDS 20 ALLOWED VALUES PER
      *                                 POSITION)
      *  COLS  8-80  FILLER             RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  HSPCTL-RECORD.
           05  HSPCTL-MIN-FAILS        PIC 9(05).
           05  HSPCTL-TOP-COUNT        PIC 9(02).
           05  FILLER                  PIC X(73).
