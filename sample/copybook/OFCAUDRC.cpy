      *---------------------------------------------------------------
      *  OFCAUDRC.CPY
      *  ------------------------------------------------------------
      *  RELATIONSHIP OFFICER AUDIT RECORD LAYOUT (OFCRAUDT).
      *  APPEND-ONLY, WRITTEN BY OFCRMNT: ONE LINE PER OFCRMST FIELD
      *  CHANGED (A NEW OFFICER FIELD BY FIELD WITH BLANK BEFORE
      *  VALUES), AND ONE LINE PER CUSTOMER WHOSE OFFICER IS SET OR
      *  MOVED, FIELD "OFFICER" WITH THE CUSTOMER NUMBER IN
      *  OFA-CUSTOMER-NO -- A BULK REASSIGNMENT OF A DEPARTING
      *  OFFICER'S BOOK WRITES ONE SUCH LINE FOR EVERY CUSTOMER
      *  MOVED.  THE SAME SHAPE AS THE CUSTAUDT TRAIL (CUSAUDRC).
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  OFFICER-AUDIT-RECORD.
           05  OFA-OFFICER-CODE            PIC X(03).
           05  OFA-CUSTOMER-NO             PIC X(10).
           05  OFA-FIELD-NAME              PIC X(10).
           05  OFA-BEFORE-VALUE            PIC X(50).
           05  OFA-AFTER-VALUE             PIC X(50).
           05  OFA-CHANGED-BY              PIC X(08).
           05  OFA-RUN-DATE                PIC 9(08).
           05  OFA-RUN-TIME                PIC 9(08).
