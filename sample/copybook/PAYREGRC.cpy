      *---------------------------------------------------------------
      *  PAYREGRC.CPY
      *  ------------------------------------------------------------
      *  OUTBOUND PAYMENT REGISTER RECORD LAYOUT (PAYREG).  AN
      *  INDEXED FILE WITH ONE RECORD PER INTERBANK TRANSFER SAMPLE
      *  HAS PUT ON THE EXTRACT, KEYED BY THE EXTRACT GENERATION AND
      *  THE ITEM'S SEQUENCE WITHIN IT -- THE SAME 13 DIGITS GO TO
      *  THE CLEARING NETWORK (ZERO-FILLED TO 15) AS THE ENTRY'S
      *  TRACE NUMBER, SO THE NETWORK'S ACKNOWLEDGMENT READS THE
      *  RECORD BACK DIRECTLY.  THE RECORD WALKS PRG-STATUS:
      *     P  PENDING    -- POSTED, WAITING FOR THE NEXT FILE
      *     S  SENT       -- ON PAYINSTR, NOT YET ANSWERED
      *     A  ACCEPTED   -- THE NETWORK TOOK IT; FINISHED
      *     R  REJECTED   -- THE NETWORK REFUSED IT; THE CUSTOMER
      *                      IS OWED THE MONEY BACK
      *     C  CREDITED   -- THE MONEY HAS GONE BACK (TYPE "19")
      *  SAMPLE WRITES IT, PAYOUT SENDS IT, PAYACK ANSWERS IT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  PAYMENT-REGISTER-RECORD.
           05  PRG-KEY.
               10  PRG-GENERATION          PIC 9(07).
               10  PRG-SEQUENCE            PIC 9(06).
           05  PRG-ITEM-ID                 PIC 9(09).
           05  PRG-BRANCH-CODE             PIC X(03).
           05  PRG-ACCOUNT-NO              PIC X(10).
           05  PRG-RECORD-TYPE             PIC X(02).
           05  PRG-TRANS-DATE              PIC 9(08).
           05  PRG-AMOUNT                  PIC 9(09)V99.
           05  PRG-CURRENCY-CODE           PIC X(03).
           05  PRG-ROUTING-NO              PIC X(09).
           05  PRG-BENEF-ACCOUNT           PIC X(17).
           05  PRG-BENEF-NAME              PIC X(35).
           05  PRG-REMIT-INFO              PIC X(38).
           05  PRG-CAPTURE-DATE            PIC 9(08).
           05  PRG-CAPTURE-TIME            PIC 9(08).
           05  PRG-STATUS                  PIC X(01).
               88  PRG-PENDING                 VALUE "P".
               88  PRG-SENT                    VALUE "S".
               88  PRG-ACCEPTED                VALUE "A".
               88  PRG-REJECTED                VALUE "R".
               88  PRG-CREDITED                VALUE "C".
           05  PRG-SENT-DATE               PIC 9(08).
           05  PRG-FILE-ID                 PIC X(01).
           05  PRG-BATCH-NO                PIC 9(07).
           05  PRG-ACK-DATE                PIC 9(08).
           05  PRG-REJECT-CODE             PIC X(03).
           05  PRG-REJECT-TEXT             PIC X(30).
           05  PRG-CREDIT-DATE             PIC 9(08).
           05  FILLER                      PIC X(20).
