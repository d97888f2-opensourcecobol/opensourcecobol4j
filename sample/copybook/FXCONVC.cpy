      *---------------------------------------------------------------
      *  FXCONVC.CPY
      *  ------------------------------------------------------------
      *  PARAMETER BLOCK FOR FXCONV, THE SHARED CURRENCY CONVERSION
      *  SERVICE.  A CURRENCY CODE OF SPACES IS LOCAL CURRENCY
      *  THROUGHOUT, THE WAY TR-CURRENCY-CODE HAS ALWAYS MEANT IT.
      *  RATES ARE CURRATES'S, LOCAL UNITS PER ONE FOREIGN UNIT.
      *
      *    FXC-FUNC-CONVERT ("C")  FXC-FROM-AMOUNT IN FXC-FROM-
      *                            CURRENCY, RE-EXPRESSED IN FXC-TO-
      *                            CURRENCY, IN FXC-RESULT-AMOUNT.
      *                            FOREIGN TO FOREIGN CROSSES
      *                            THROUGH LOCAL.
      *    FXC-FUNC-ACCOUNT ("A")  THE AMOUNT AN EXTRACT ITEM POSTS
      *                            TO AN ACCOUNT HELD IN FXC-TO-
      *                            CURRENCY.  FXC-FROM-CURRENCY AND
      *                            FXC-FROM-AMOUNT ARE THE ITEM'S
      *                            OWN CURRENCY AND AMOUNT AS
      *                            RECEIVED, FXC-LOCAL-AMOUNT ITS
      *                            LOCAL EQUIVALENT.  AN ITEM IN THE
      *                            ACCOUNT'S OWN CURRENCY POSTS
      *                            UNCONVERTED, A LOCAL ACCOUNT
      *                            TAKES THE LOCAL EQUIVALENT
      *                            SAMPLE ALREADY WORKED OUT, AND
      *                            ANYTHING ELSE CONVERTS.
      *
      *  SIGNED AMOUNTS PASS THROUGH WITH THEIR SIGN.  A CURRENCY
      *  THE CONVERSION NEEDS BUT CURRATES DOES NOT CARRY RETURNS
      *  FXC-NO-RATE WITH A ZERO RESULT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  FX-CONVERT-AREA.
           05  FXC-FUNCTION                PIC X(01).
               88  FXC-FUNC-CONVERT            VALUE "C".
               88  FXC-FUNC-ACCOUNT            VALUE "A".
           05  FXC-FROM-CURRENCY           PIC X(03).
               88  FXC-FROM-LOCAL              VALUE SPACES.
           05  FXC-TO-CURRENCY             PIC X(03).
               88  FXC-TO-LOCAL                VALUE SPACES.
           05  FXC-FROM-AMOUNT             PIC S9(11)V99 COMP-3.
           05  FXC-LOCAL-AMOUNT            PIC S9(11)V99 COMP-3.
           05  FXC-RESULT-AMOUNT           PIC S9(11)V99 COMP-3.
           05  FXC-RETURN-CODE             PIC 9(02).
               88  FXC-SUCCESSFUL              VALUE ZERO.
               88  FXC-NO-RATE                 VALUE 04.
               88  FXC-BAD-FUNCTION            VALUE 08.
