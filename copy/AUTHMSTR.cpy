      ******************************************************************
      *  AUTHMSTR.CPY
      *  USER AUTHORIZATION MASTER RECORD LAYOUT.  ONE RECORD PER USER
      *  ID, FLAGGING EACH CARD-DRIVEN UPDATE FUNCTION THE USER MAY
      *  PERFORM - 'Y' GRANTS THE FUNCTION, ANYTHING ELSE WITHHOLDS
      *  IT.  THE USER ID IS THE ONE THE CARD CARRIES: EXCPA-USER-ID
      *  ON AN EXCPACT CARD, TSRT-USER-ID ON A TSRTRAN CARD, AND THE
      *  TESTER ID ON A TCTRAN CARD OR A TSRESULT RECORD.  A USER NOT
      *  ON FILE MAY PERFORM NOTHING.  THE FILE IS AN 80-BYTE
      *  CARD-IMAGE DATASET KEPT UNDER CHANGE CONTROL LIKE THE OWNRMST
      *  DECK; IT CARRIES NO TRAILER, AND ON A DUPLICATE USER ID THE
      *  FIRST RECORD ON FILE WINS.
      *
      *  AUTH-RUN-PROGRAM-ID NAMES UP TO THREE PROGRAMS (BY THE ID
      *  THEY LOG UNDER ON PRIMEXCP) WHOSE RUNS THE USER SUBMITS OR
      *  OPERATES.  THE USER MAY NOT RESOLVE AN EXCEPTION RAISED BY
      *  ONE OF THEM - SEGREGATION OF DUTIES.
      *
      *  COLS  1- 8  AUTH-USER-ID           USER ID
      *  COLS  9- 9  AUTH-EXCP-ACKNOWLEDGE  EXCPACT 'A' CARDS
      *  COLS 10-10  AUTH-EXCP-RESOLVE      EXCPACT 'R' CARDS
      *  COLS 11-11  AUTH-TC-ASSIGN         TCTRAN 'A' CARDS
      *  COLS 12-12  AUTH-TC-EXECUTE        TCTRAN/TSRESULT 'E'
      *  COLS 13-13  AUTH-TC-PASS           TCTRAN/TSRESULT 'P'
      *  COLS 14-14  AUTH-TC-FAIL           TCTRAN/TSRESULT 'F'
      *  COLS 15-15  AUTH-ROSTER-ADD        TSRTRAN 'A' CARDS
      *  COLS 16-16  AUTH-ROSTER-CHANGE     TSRTRAN 'C' CARDS
      *  COLS 17-17  AUTH-ROSTER-DEACTIVATE TSRTRAN 'D' CARDS
      *  COLS 18-18  AUTH-ROSTER-LEAVE      TSRTRAN 'L' CARDS
      *  COLS 19-20  FILLER                 RESERVED FOR FUNCTIONS
      *  COLS 21-44  AUTH-RUN-PROGRAM-ID    THREE 8-BYTE PROGRAM IDS
      *  COLS 45-80  FILLER                 RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  AUTH-RECORD.
           05  AUTH-USER-ID            PIC X(08).
           05  AUTH-FUNCTIONS.
               10  AUTH-EXCP-ACKNOWLEDGE
                                       PIC X(01).
                   88  AUTH-MAY-ACKNOWLEDGE    VALUE 'Y'.
               10  AUTH-EXCP-RESOLVE   PIC X(01).
                   88  AUTH-MAY-RESOLVE        VALUE 'Y'.
               10  AUTH-TC-ASSIGN      PIC X(01).
                   88  AUTH-MAY-ASSIGN         VALUE 'Y'.
               10  AUTH-TC-EXECUTE     PIC X(01).
                   88  AUTH-MAY-EXECUTE        VALUE 'Y'.
               10  AUTH-TC-PASS        PIC X(01).
                   88  AUTH-MAY-PASS           VALUE 'Y'.
               10  AUTH-TC-FAIL        PIC X(01).
                   88  AUTH-MAY-FAIL           VALUE 'Y'.
               10  AUTH-ROSTER-ADD     PIC X(01).
                   88  AUTH-MAY-ADD-TESTER     VALUE 'Y'.
               10  AUTH-ROSTER-CHANGE  PIC X(01).
                   88  AUTH-MAY-CHANGE-TESTER  VALUE 'Y'.
               10  AUTH-ROSTER-DEACTIVATE
                                       PIC X(01).
                   88  AUTH-MAY-DEACTIVATE     VALUE 'Y'.
               10  AUTH-ROSTER-LEAVE   PIC X(01).
                   88  AUTH-MAY-BOOK-LEAVE     VALUE 'Y'.
               10  FILLER              PIC X(02).
           05  AUTH-RUN-PROGRAM-ID     PIC X(08)
                                        OCCURS 3 TIMES.
           05  FILLER                  PIC X(36).
