      *---------------------------------------------------------------
      *  PAYCTLRC.CPY
      *  ------------------------------------------------------------
      *  INTERBANK PAYMENT CONTROL RECORD (PAYCTL), ONE RECORD.  THE
      *  CLEARING NETWORK'S ROUTING IDENTITIES FOR THE FILE AND BATCH
      *  HEADERS, THE DAILY SUBMISSION CUTOFF (HHMM, LOCAL TIME), AND
      *  THE DATE, FILE ID MODIFIER AND BATCH NUMBER OF THE LAST
      *  FILE SENT.  PAYOUT READS IT TO BUILD EACH FILE AND REWRITES
      *  THE LAST-FILE FIELDS SO A SECOND FILE THE SAME DAY TAKES THE
      *  NEXT MODIFIER AND BATCH NUMBERS NEVER REPEAT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  PAYMENT-CONTROL-RECORD.
           05  PCT-DESTINATION-ID          PIC X(10).
           05  PCT-DESTINATION-NAME        PIC X(23).
           05  PCT-ORIGIN-ID               PIC X(10).
           05  PCT-ORIGIN-NAME             PIC X(23).
           05  PCT-ORIGIN-DFI              PIC X(08).
           05  PCT-COMPANY-NAME            PIC X(16).
           05  PCT-COMPANY-ID              PIC X(10).
           05  PCT-CUTOFF-TIME             PIC 9(04).
           05  PCT-LAST-FILE-DATE          PIC 9(08).
           05  PCT-LAST-FILE-ID            PIC X(01).
           05  PCT-LAST-BATCH-NO           PIC 9(07).
           05  FILLER                      PIC X(20).
