      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  09/02/2026 DCG  ORIGINAL COPYBOOK.
      *  10/15/2026 DCG  CARVED CUS-WHT-CODE FROM THE TRAILING FILLER --
      *                  THE CUSTOMER'S INTEREST WITHHOLDING-TAX
      *                  CATEGORY ON WHTAXTB (SHARED WHTAXRC
      *                  COPYBOOK).  SPACES, AS EVERY EXISTING RECORD
      *                  HOLDS, MEANS NOT SUBJECT TO WITHHOLDING.
      *  10/15/2026 DCG  CUS-OFFICER-CODE TAKES THE LAST OF THE TRAILING
      *                  FILLER -- THE CUSTOMER'S RELATIONSHIP OFFICER
      *                  ON OFCRMST (SHARED OFCRMSTC COPYBOOK), SET AND
      *                  REASSIGNED THROUGH OFCRMNT.  SPACES MEANS NO
      *                  OFFICER ASSIGNED.
      *---------------------------------------------------------------
       01  CUSTOMER-MASTER-RECORD.
           05  CUS-CUSTOMER-NO             PIC X(10).
               88  CUS-CUSTOMER-OPEN           VALUE "O".
               88  CUS-CUSTOMER-CLOSED         VALUE "C".
           05  CUS-LOAD-DATE               PIC 9(08).
           05  CUS-WHT-CODE                PIC X(02).
               88  CUS-NO-WITHHOLDING          VALUE SPACES.
           05  CUS-OFFICER-CODE            PIC X(03).
               88  CUS-NO-OFFICER              VALUE SPACES.
