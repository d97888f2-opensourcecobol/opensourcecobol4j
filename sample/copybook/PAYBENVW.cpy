      *---------------------------------------------------------------
      *  PAYBENVW.CPY
      *  ------------------------------------------------------------
      *  BENEFICIARY VIEW OF A TRANSFER ITEM'S MEMO AREA.  AN ITEM OF
      *  A TXNTYPTB TYPE MARKED TTM-INTERBANK-PAYMENT CARRIES, IN
      *  THE 99 BYTES A FEED DETAIL MAY ADD AS A MEMO, WHO THE MONEY
      *  IS FOR: THE RECEIVING BANK'S 9-DIGIT ROUTING NUMBER, THE
      *  BENEFICIARY'S ACCOUNT AND NAME, AND FREE REMITTANCE TEXT
      *  THAT TRAVELS TO THE BENEFICIARY.  SAMPLE REJECTS A TRANSFER
      *  WITHOUT A NUMERIC ROUTING NUMBER AND AN ACCOUNT (REASON 46)
      *  AND COPIES THE REST ONTO PAYREG.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  PAYMENT-BENEFICIARY-VIEW.
           05  PBV-ROUTING-NO              PIC X(09).
           05  PBV-BENEF-ACCOUNT           PIC X(17).
           05  PBV-BENEF-NAME              PIC X(35).
           05  PBV-REMIT-INFO              PIC X(38).
