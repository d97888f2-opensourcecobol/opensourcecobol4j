      *---------------------------------------------------------------
      *  GLCLOSRC.CPY
      *  ------------------------------------------------------------
      *  GENERAL LEDGER CLOSING BALANCE RECORD (GLCLOSE), 40 BYTES.
      *  THE GL SENDS ONE RECORD PER ACCOUNT AFTER ITS OWN NIGHTLY
      *  CLOSE.  GLC-CLOSE-DATE IS THE LAST POSTING DATE THE BALANCE
      *  INCLUDES; A VOUCHER DATED LATER IS STILL IN TRANSIT.  THE
      *  BALANCE IS SIGNED THE SUBLEDGER WAY -- DEBITS POSITIVE,
      *  THE SAME SENSE GLEXTR VOUCHERS AN ITEM THAT ADDS TO AN
      *  ACCTBAL BALANCE AS A DEBIT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  GL-CLOSE-RECORD.
           05  GLC-GL-ACCOUNT              PIC X(08).
           05  GLC-CLOSE-DATE              PIC 9(08).
           05  GLC-CLOSE-BALANCE           PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                      PIC X(10).
