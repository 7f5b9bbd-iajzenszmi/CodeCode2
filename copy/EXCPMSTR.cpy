      *  AND CAN BE AGED INSTEAD OF ROTTING UNREAD IN THE FLAT LOG.
      *  THE KEY IS PROGRAM-ID / RUN-DATE / SEQUENCE-NO - THE SAME
      *  IDENTITY THE WRITING PROGRAMS STAMP ON EXCP-RECORD.
      *  EXCPM-ESCALATION-LEVEL (TAKEN FROM THE OLD FILLER) IS THE
      *  HIGHEST ESCALATION LEVEL (1-3) THE EXCEPTION-ESCALATE RUN HAS
      *  ALREADY SENT A NOTIFICATION FOR, SO NO ITEM IS PAGED TWICE
      *  AT THE SAME LEVEL.  ZERO - OR A SPACE ON A RECORD WRITTEN
      *  BEFORE THE FIELD EXISTED - MEANS NEVER ESCALATED.
      ******************************************************************
       01  EXCPM-RECORD.
           05  EXCPM-KEY.
           05  EXCPM-ACTION-DATE       PIC 9(08).
           05  EXCPM-ACTION-USER       PIC X(08).
           05  EXCPM-DETAIL            PIC X(132).
           05  EXCPM-ESCALATION-LEVEL  PIC X(01).
               88  EXCPM-NEVER-ESCALATED   VALUE '0' SPACE.
           05  FILLER                  PIC X(07).
