      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  09/02/2026 DCG  ORIGINAL COPYBOOK.
      *  10/15/2026 DCG  CARVED TTM-PAYMENT-ROUTE FROM THE FILLER.
      *                  "I" MARKS A TRANSFER TO ANOTHER BANK: SAMPLE
      *                  INSISTS ON A BENEFICIARY IN THE ITEM'S MEMO
      *                  (PAYBENVW) AND REGISTERS THE ITEM ON PAYREG
      *                  FOR PAYOUT TO SEND TO THE CLEARING NETWORK.
      *  10/15/2026 DCG  CARVED TTM-FLOAT-DAYS FROM THE FILLER.  THE
      *                  BUSINESS DAYS AN ITEM OF THE TYPE THAT RAISES
      *                  THE BALANCE STAYS OUT OF ABL-AVAILABLE-
      *                  BALANCE: BALPOST HOLDS IT ON UNCOLFND AND
      *                  FUNDREL RELEASES IT ON THE NIGHT THE FLOAT
      *                  RUNS OUT.  SPACES OR ZERO IS AVAILABLE AT
      *                  ONCE, EXACTLY AS BEFORE.
      *  10/15/2026 DCG  CARVED TTM-CASH-ITEM FROM THE FILLER.  "Y"
      *                  MARKS NOTES AND COIN OVER A TELLER'S COUNTER:
      *                  TELLPRF PROVES EACH BRANCH'S TELLER CASH
      *                  POSITIONS AGAINST THE DAY'S ITEMS OF THESE
      *                  TYPES -- A DEBIT ITEM IS CASH RECEIVED, A
      *                  CREDIT ITEM CASH PAID OUT.
      *---------------------------------------------------------------
       01  TXN-TYPE-RECORD.
           05  TTM-RECORD-TYPE             PIC X(02).
           05  TTM-POSTS-BALANCE           PIC X(01).
           05  TTM-GL-MAP-TYPE             PIC X(02).
           05  TTM-RECYCLE                 PIC X(01).
           05  TTM-PAYMENT-ROUTE           PIC X(01).
               88  TTM-INTERBANK-PAYMENT       VALUE "I".
           05  TTM-FLOAT-DAYS              PIC 9(02).
           05  TTM-CASH-ITEM               PIC X(01).
               88  TTM-CASH-AT-COUNTER         VALUE "Y".
           05  FILLER                      PIC X(01).
