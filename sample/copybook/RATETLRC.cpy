      *---------------------------------------------------------------
      *  RATETLRC.CPY
      *  ------------------------------------------------------------
      *  RATE MOVEMENT TOLERANCE TABLE RECORD (RATETOL), 20 BYTES.
      *  ONE ROW PER CURRENCY GIVES THE LARGEST DAY-OVER-DAY MOVE,
      *  AS A PERCENTAGE OF THE PREVIOUS RATEHIST RATE, THAT
      *  RATELOAD WILL TAKE FROM RATEFEED UNCHALLENGED.  A ROW WITH
      *  CURRENCY "***" IS THE DEFAULT FOR ANY CURRENCY NOT LISTED.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  RATE-TOLERANCE-RECORD.
           05  RTT-CURRENCY-CODE           PIC X(03).
               88  RTT-DEFAULT-ROW             VALUE "***".
           05  RTT-TOLERANCE-PCT           PIC 9(03)V99.
           05  FILLER                      PIC X(12).
