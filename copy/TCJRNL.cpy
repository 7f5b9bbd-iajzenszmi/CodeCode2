      *  TCJRNL.CPY
      *  BEFORE/AFTER JOURNAL RECORD FOR TEST-CASE MASTER UPDATES.
      *  EVERY PROGRAM THAT REWRITES A KEYED-MASTER RECORD IN PLACE
      *  (TESTCASE-UPDATE, RESULTS-INTERFACE, TESTER-REASSIGN, AND
      *  DEFECT-MAINT WHEN IT REOPENS A FIXED DEFECT'S CASES) APPENDS
      *  ONE OF THESE PER CHANGE - THE RUN DATE, A SEQUENCE WITHIN
      *  THE RUN, THE POSTING PROGRAM, THE 80-BYTE TRANSACTION IMAGE
      *  THAT DROVE THE CHANGE, AND THE FULL MASTER RECORD BEFORE
      *  AND AFTER.
      *  THE TESTCASE-BACKOUT UTILITY REPLAYS A CHOSEN RUN'S ENTRIES
      *  IN REVERSE AND RESTORES THE BEFORE-IMAGES, TURNING A BAD
      *  DECK INTO A TEN-MINUTE RERUN INSTEAD OF A RELOAD FROM AN
