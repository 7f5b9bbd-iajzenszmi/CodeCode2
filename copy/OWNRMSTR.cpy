      ******************************************************************
      *  OWNRMSTR.CPY
      *  EXCEPTION OWNER ROUTING MASTER RECORD LAYOUT.  ONE RECORD PER
      *  ROUTE, MAPPING THE PROGRAM THAT LOGGED AN EXCEPTION AND ITS
      *  CATEGORY (SEE EXCPREC.CPY) TO THE TEAM THAT OWNS IT AND THE
      *  CONTACT TO NOTIFY AT EACH ESCALATION LEVEL.  '*' IN THE
      *  PROGRAM OR CATEGORY FIELD MATCHES ANY VALUE.  THE MOST
      *  SPECIFIC ROUTE WINS - PROGRAM AND CATEGORY, THEN PROGRAM
      *  ALONE, THEN CATEGORY ALONE, THEN THE '*' / '*' CATCH-ALL -
      *  AND ON A TIE THE FIRST RECORD ON FILE.  A BLANK CONTACT
      *  FALLS BACK TO THE CONTACT FOR THE LEVEL BELOW IT.  THE FILE
      *  IS A 120-BYTE CARD-IMAGE DATASET KEPT UNDER CHANGE CONTROL
      *  LIKE THE TGRULES DECK; IT CARRIES NO TRAILER.
      *
      *  COLS   1-  8  OWN-PROGRAM-ID  LOGGING PROGRAM, OR '*'
      *  COLS   9- 12  OWN-CATEGORY    EXCEPTION CATEGORY, OR '*'
      *  COLS  13- 24  OWN-TEAM        OWNING TEAM
      *  COLS  25- 54  OWN-CONTACT(1)  LEVEL 1 CONTACT
      *  COLS  55- 84  OWN-CONTACT(2)  LEVEL 2 CONTACT
      *  COLS  85-114  OWN-CONTACT(3)  LEVEL 3 CONTACT
      *  COLS 115-120  FILLER          RESERVED FOR FUTURE OPTIONS
      ******************************************************************
       01  OWN-RECORD.
           05  OWN-PROGRAM-ID          PIC X(08).
               88  OWN-ANY-PROGRAM         VALUE '*'.
           05  OWN-CATEGORY            PIC X(04).
               88  OWN-ANY-CATEGORY        VALUE '*'.
           05  OWN-TEAM                PIC X(12).
           05  OWN-CONTACT             PIC X(30)
                                        OCCURS 3 TIMES.
           05  FILLER                  PIC X(06).
