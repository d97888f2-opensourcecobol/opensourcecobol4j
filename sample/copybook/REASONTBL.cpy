      *                  RAISES AHEAD OF THE CALL TO SUB, SO SUSPENSE
      *                  AND EXCEPTION READERS TRANSLATE EVERY REASON
      *                  FROM THE ONE SHARED TABLE.
      *  10/15/2026 DCG  ADDED CODE 40 (FUNDS HELD UNDER LEGAL
      *                  ORDER), RETURNED BY THE NEW VALLEGAL
      *                  VALIDATOR.
      *  10/15/2026 DCG  ADDED CODES 42 (NO DIRECT DEBIT MANDATE IN
      *                  FORCE FOR THE COLLECTOR) AND 44 (COLLECTION
      *                  OVER THE MANDATE'S AMOUNT OR FREQUENCY),
      *                  RETURNED BY THE NEW VALMAND VALIDATOR.
      *  10/15/2026 DCG  ADDED CODE 46 (INTERBANK TRANSFER WITHOUT A
      *                  USABLE BENEFICIARY), RAISED BY SAMPLE'S EDIT
      *                  PASS ON A TTM-INTERBANK-PAYMENT TYPE.
      *---------------------------------------------------------------
       01  RSN-TABLE-VALUES.
           05  FILLER              PIC X(32) VALUE
               "36ACCOUNT ON WATCHLIST          ".
           05  FILLER              PIC X(32) VALUE
               "38STOP PAYMENT ORDER MATCHED    ".
           05  FILLER              PIC X(32) VALUE
               "40FUNDS HELD UNDER LEGAL ORDER  ".
           05  FILLER              PIC X(32) VALUE
               "42NO MANDATE FOR COLLECTOR      ".
           05  FILLER              PIC X(32) VALUE
               "44COLLECTION EXCEEDS MANDATE    ".
           05  FILLER              PIC X(32) VALUE
               "46NO BENEFICIARY ON TRANSFER    ".
       01  RSN-TABLE REDEFINES RSN-TABLE-VALUES.
           05  RSN-ENTRY OCCURS 23 TIMES
                   INDEXED BY RSN-IDX.
               10  RSN-CODE        PIC 9(02).
               10  RSN-TEXT        PIC X(30).
