      *  CONTROL-RECORD FAILURES (SEE TRLRREC.CPY) - A SHORT, STALE,
      *  OR TAMPERED DATASET CAUGHT AT A STEP BOUNDARY.  ALWAYS
      *  LOGGED FATAL, SINCE THE CONSUMING STEP STOPS ON IT.
      *  EXCP-CAT-AUTHORITY ('AUTH') WAS ADDED FOR UPDATE CARDS
      *  REJECTED BY THE USER AUTHORIZATION CHECK (SEE AUTHMSTR.CPY) -
      *  A USER NOT ON FILE, A FUNCTION NOT GRANTED, OR A
      *  SEGREGATION-OF-DUTIES BREACH.  LOGGED CRITICAL.
      ******************************************************************
       01  EXCP-RECORD.
           05  EXCP-PROGRAM-ID         PIC X(08).
               88  EXCP-CAT-SEQUENCE       VALUE 'SEQ '.
               88  EXCP-CAT-RECON          VALUE 'RECN'.
               88  EXCP-CAT-CONTROL        VALUE 'CTL '.
               88  EXCP-CAT-AUTHORITY      VALUE 'AUTH'.
               88  EXCP-CAT-UNKNOWN        VALUE 'UNKN'.
           05  EXCP-DETAIL             PIC X(132).
