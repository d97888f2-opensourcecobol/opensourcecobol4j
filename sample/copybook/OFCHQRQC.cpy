      *---------------------------------------------------------------
      *  OFCHQRQC.CPY
      *  ------------------------------------------------------------
      *  OFFICIAL CHEQUE REQUEST RECORD LAYOUT (OFCHQREQ), 80 BYTES.
      *  ONE ROW PER REQUEST THE BRANCH KEYS, WORKED BY OFCHQISS THE
      *  NIGHT IT ARRIVES.  OQR-ACTION:
      *    "I"  ISSUE -- A NEW CHEQUE FOR OQR-AMOUNT TO OQR-PAYEE-NAME,
      *         DRAWN ON OQR-BRANCH-CODE/OQR-ACCOUNT-NO FOR
      *         OQR-PURPOSE "R" (REFUND) OR "Q" (CUSTOMER REQUEST).
      *         THE NUMBER IS ASSIGNED BY OFCHQISS AND PRINTED ON
      *         OFCHQIRP FOR THE BRANCH TO WRITE ON THE CHEQUE.
      *    "S"  STOP  -- STOP PAYMENT ON ISSUED CHEQUE OQR-CHEQUE-NO.
      *    "V"  VOID  -- CANCEL ISSUED OR STOPPED CHEQUE
      *         OQR-CHEQUE-NO AND CREDIT THE MONEY BACK.
      *  OQR-USER-ID IS THE OPERATOR WHO KEYED THE REQUEST; IT MUST
      *  HOLD THE KEYING RIGHT ON OPERMST.  CLOSURE CHEQUES ARE NOT
      *  KEYED HERE -- THEY ARRIVE FROM ACCTCLOS ON CLOSCHQ.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  OFFICIAL-CHEQUE-REQUEST.
           05  OQR-ACTION                  PIC X(01).
               88  OQR-ISSUE                   VALUE "I".
               88  OQR-STOP                    VALUE "S".
               88  OQR-VOID                    VALUE "V".
           05  OQR-CHEQUE-NO               PIC 9(08).
           05  OQR-BRANCH-CODE             PIC X(03).
           05  OQR-ACCOUNT-NO              PIC X(10).
           05  OQR-PURPOSE                 PIC X(01).
               88  OQR-FOR-REFUND              VALUE "R".
               88  OQR-FOR-REQUEST             VALUE "Q".
           05  OQR-PAYEE-NAME              PIC X(35).
           05  OQR-AMOUNT                  PIC 9(09)V99.
           05  OQR-USER-ID                 PIC X(08).
           05  FILLER                      PIC X(03).
