      ******************************************************************
      *  ESCCTL.CPY
      *  CONTROL-CARD LAYOUT FOR THE EXCEPTION-ESCALATE STEP.  ONE
      *  80-BYTE CARD CARRIES THE AGE IN DAYS AT WHICH AN OUTSTANDING
      *  ITEM REACHES ESCALATION LEVELS 1, 2 AND 3, FOR EACH SEVERITY.
      *  AGE IS COUNTED FROM THE RUN DATE THE ITEM WAS LOGGED.  A
      *  MISSING CARD, OR A BLANK OR ZERO FIELD, TAKES THE STANDARD
      *  THRESHOLDS - FATAL 1/2/3, CRITICAL 2/4/6, WARNING 7/14/21.
      *  THE THREE LEVELS OF A SEVERITY MUST ASCEND.
      *
      *  COLS  1- 9  ESCCTL-SEVERITY(1)  FATAL    LEVEL 1, 2, 3 DAYS
      *  COLS 10-18  ESCCTL-SEVERITY(2)  CRITICAL LEVEL 1, 2, 3 DAYS
      *  COLS 19-27  ESCCTL-SEVERITY(3)  WARNING  LEVEL 1, 2, 3 DAYS
      *  COLS 28-80  FILLER              RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  ESCCTL-RECORD.
           05  ESCCTL-SEVERITY         OCCURS 3 TIMES.
               10  ESCCTL-LEVEL        OCCURS 3 TIMES.
                   15  ESCCTL-LEVEL-DAYS-X
                                       PIC X(03).
                   15  ESCCTL-LEVEL-DAYS REDEFINES ESCCTL-LEVEL-DAYS-X
                                       PIC 9(03).
           05  FILLER                  PIC X(53).
