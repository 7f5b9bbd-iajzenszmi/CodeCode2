      ******************************************************************
      *  DFMSTR.CPY
      *  DEFECT MASTER RECORD LAYOUT.  ONE RECORD PER DEFECT/TEST-CASE
      *  LINK, KEYED BY DEFECT ID PLUS THE TCM-SEQUENCE-NO OF THE
      *  FAILED CASE, SO ONE DEFECT CAN HOLD ANY NUMBER OF CASES AND
      *  ONE CASE CAN BE RAISED AGAINST MORE THAN ONE DEFECT.
      *  MAINTAINED BY DEFECT-MAINT (DFMSTI IN, DFMSTO OUT), WHICH
      *  CARRIES EVERY LINK FORWARD - RELEASED LINKS STAY ON FILE AS
      *  THE FIX HISTORY.  THE MASTER ENDS WITH A TRAILER CONTROL
      *  RECORD (SEE TRLRREC.CPY) WHOSE HASH IS THE SUM OF
      *  DFM-SEQUENCE-NO.
      *
      *  DFM-LINK-STATUS  'O'  OPEN - THE CASE IS WAITING ON A FIX
      *                   'R'  RELEASED - THE DEFECT WAS MARKED FIXED
      *                        ON DFM-FIX-DATE AND THE CASE WAS
      *                        REOPENED FOR RETEST
      ******************************************************************
       01  DFM-RECORD.
           05  DFM-KEY.
               10  DFM-DEFECT-ID       PIC X(08).
               10  DFM-SEQUENCE-NO     PIC 9(08).
           05  DFM-LINK-STATUS         PIC X(01).
               88  DFM-AWAITING-FIX        VALUE 'O'.
               88  DFM-RELEASED            VALUE 'R'.
           05  DFM-LINK-DATE           PIC 9(08).
           05  DFM-FIX-DATE            PIC 9(08).
           05  DFM-SOURCE-ID           PIC X(08).
           05  DFM-LINK-USER           PIC X(08).
           05  DFM-FIX-USER            PIC X(08).
           05  DFM-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(13).
