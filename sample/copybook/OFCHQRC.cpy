      *---------------------------------------------------------------
      *  OFCHQRC.CPY
      *  ------------------------------------------------------------
      *  OFFICIAL CHEQUE REGISTER RECORD LAYOUT (OFCHQREG).  AN
      *  INDEXED FILE WITH ONE RECORD PER OFFICIAL BANK CHEQUE WE
      *  HAVE WRITTEN, KEYED BY THE CHEQUE NUMBER OFCHQISS GAVE IT.
      *  OCQ-PURPOSE SAYS WHY THE CHEQUE WAS DRAWN:
      *     C  CLOSURE    -- AN ACCTCLOS PAYOUT (CLOSCHQ); THE TYPE
      *                      "11" ITEM HAS ALREADY TAKEN THE MONEY
      *     R  REFUND     -- A REFUND TO THE CUSTOMER
      *     Q  REQUEST    -- A CHEQUE THE CUSTOMER ASKED FOR
      *  REFUND AND REQUEST CHEQUES ARE DEBITED TO THE ORIGINATING
      *  ACCOUNT AS A TYPE "20" ITEM ON OFCHQTRN.  THE RECORD WALKS
      *  OCQ-STATUS:
      *     I  ISSUED     -- WRITTEN, NOT YET BACK FROM CLEARING
      *     P  PRESENTED  -- PAID THROUGH CLEARING; FINISHED
      *     S  STOPPED    -- PAYMENT STOPPED AT THE BRANCH'S ASK;
      *                      STILL OWED TO THE ACCOUNT UNTIL VOIDED
      *     V  VOID       -- CANCELLED; A TYPE "21" ITEM HAS PUT
      *                      THE MONEY BACK ON THE ACCOUNT
      *  OCQ-STATUS-DATE AND OCQ-STATUS-USER SAY WHEN AND ON WHOSE
      *  REQUEST THE STATUS LAST CHANGED.  OFCHQISS WRITES, STOPS
      *  AND VOIDS; OFCHQREC MARKS PRESENTMENTS AND AGES THE REST.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  OFFICIAL-CHEQUE-RECORD.
           05  OCQ-CHEQUE-NO               PIC 9(08).
           05  OCQ-PAYEE-NAME              PIC X(35).
           05  OCQ-AMOUNT                  PIC 9(09)V99.
           05  OCQ-ISSUE-DATE              PIC 9(08).
           05  OCQ-BRANCH-CODE             PIC X(03).
           05  OCQ-ACCOUNT-NO              PIC X(10).
           05  OCQ-PURPOSE                 PIC X(01).
               88  OCQ-FOR-CLOSURE             VALUE "C".
               88  OCQ-FOR-REFUND              VALUE "R".
               88  OCQ-FOR-REQUEST             VALUE "Q".
           05  OCQ-ISSUE-USER              PIC X(08).
           05  OCQ-STATUS                  PIC X(01).
               88  OCQ-ISSUED                  VALUE "I".
               88  OCQ-PRESENTED               VALUE "P".
               88  OCQ-STOPPED                 VALUE "S".
               88  OCQ-VOID                    VALUE "V".
           05  OCQ-STATUS-DATE             PIC 9(08).
           05  OCQ-STATUS-USER             PIC X(08).
           05  OCQ-PRESENTED-DATE          PIC 9(08).
           05  OCQ-PRESENTED-AMOUNT        PIC 9(09)V99.
           05  OCQ-PRESENTING-BANK         PIC X(09).
           05  FILLER                      PIC X(20).
