      *---------------------------------------------------------------
      *  OFCRMSTC.CPY
      *  ------------------------------------------------------------
      *  RELATIONSHIP OFFICER MASTER RECORD LAYOUT (OFCRMST), 80
      *  BYTES.  AN INDEXED FILE KEYED BY THE THREE-CHARACTER
      *  OFFICER CODE CARRIED IN CUS-OFFICER-CODE ON CUSTMST, ONE
      *  RECORD PER OFFICER -- NAME, HOME BRANCH AND STATUS.  AN
      *  OFFICER WHO LEAVES IS NEVER DELETED: THE RECORD IS CLOSED
      *  WITH THE LEAVING DATE AND THE OFFICER WHO TOOK THE BOOK,
      *  SO "WHOSE CUSTOMERS WERE THESE" STILL HAS AN ANSWER.
      *  MAINTAINED THROUGH OFCRMNT, EVERY CHANGE ON THE OFCRAUDT
      *  TRAIL (SHARED OFCAUDRC COPYBOOK).
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  OFFICER-MASTER-RECORD.
           05  OFM-OFFICER-CODE            PIC X(03).
           05  OFM-OFFICER-NAME            PIC X(30).
           05  OFM-BRANCH-CODE             PIC X(03).
           05  OFM-STATUS                  PIC X(01).
               88  OFM-OFFICER-ACTIVE          VALUE "O".
               88  OFM-OFFICER-LEFT            VALUE "C".
           05  OFM-ADDED-DATE              PIC 9(08).
           05  OFM-LEFT-DATE               PIC 9(08).
           05  OFM-SUCCESSOR-CODE          PIC X(03).
               88  OFM-NO-SUCCESSOR            VALUE SPACES.
           05  OFM-CHANGE-DATE             PIC 9(08).
           05  OFM-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(08).
