      ******************************************************************
      *  ESCNOTE.CPY
      *  ESCALATION NOTIFICATION EXTRACT RECORD LAYOUT.  WRITTEN BY
      *  EXCEPTION-ESCALATE, ONE RECORD PER OUTSTANDING EXCEPTION THAT
      *  REACHED A NEW ESCALATION LEVEL THIS RUN, FOR THE PAGING AND
      *  E-MAIL GATEWAY TO PICK UP.  EACH RECORD NAMES THE ITEM (THE
      *  EXCEPTION-MASTER KEY), ITS AGE, THE LEVEL REACHED, AND THE
      *  OWNING TEAM AND CONTACT FROM THE ROUTING MASTER (SEE
      *  OWNRMSTR.CPY).  THE LAST RECORD IS A TRAILER CONTROL RECORD
      *  (SEE TRLRREC.CPY) - THE HASH IS THE SUM OF RUN DATE PLUS
      *  SEQUENCE NUMBER, AS ON THE EXCEPTION MASTER.
      ******************************************************************
       01  ESN-RECORD.
           05  ESN-KEY.
               10  ESN-PROGRAM-ID      PIC X(08).
               10  ESN-RUN-DATE        PIC 9(08).
               10  ESN-SEQUENCE-NO     PIC 9(06).
           05  ESN-SEVERITY            PIC X(01).
           05  ESN-CATEGORY            PIC X(04).
           05  ESN-LEVEL               PIC 9(01).
           05  ESN-AGE-DAYS            PIC 9(05).
           05  ESN-TEAM                PIC X(12).
           05  ESN-CONTACT             PIC X(30).
           05  ESN-NOTIFY-DATE         PIC 9(08).
           05  ESN-DETAIL              PIC X(60).
           05  FILLER                  PIC X(07).
