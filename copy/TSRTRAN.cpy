      *
      *  COLS  1- 8  TSRT-TESTER-ID  TESTER BEING ACTIONED
      *  COLS  9- 9  TSRT-ACTION     'A' ADD, 'C' CHANGE CAPACITY,
      *                              'D' DEACTIVATE, 'L' BOOK LEAVE
      *  COLS 10-14  TSRT-CAPACITY   DAILY CAPACITY (A AND C CARDS)
      *  COLS 15-22  TSRT-ABSENT-FROM FIRST DAY ABSENT, YYYYMMDD
      *                              (L CARDS)
      *  COLS 23-30  TSRT-ABSENT-TO  LAST DAY ABSENT, YYYYMMDD
      *                              (L CARDS) - AN L CARD WITH BOTH
      *                              DATES ZERO CANCELS THE LEAVE
      *  COLS 31-38  TSRT-USER-ID    WHO SUBMITTED THE CARD - CHECKED
      *                              AGAINST THE AUTHORIZATION MASTER
      *                              (SEE AUTHMSTR.CPY)
      *  COLS 39-80  FILLER          RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  TSRT-RECORD.
           05  TSRT-TESTER-ID          PIC X(08).
               88  TSRT-ADD                VALUE 'A'.
               88  TSRT-CHANGE             VALUE 'C'.
               88  TSRT-DEACTIVATE         VALUE 'D'.
               88  TSRT-LEAVE              VALUE 'L'.
           05  TSRT-CAPACITY           PIC 9(05).
           05  TSRT-ABSENT-FROM        PIC 9(08).
           05  TSRT-ABSENT-TO          PIC 9(08).
           05  TSRT-USER-ID            PIC X(08).
           05  FILLER                  PIC X(42).
