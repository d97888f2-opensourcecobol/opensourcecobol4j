      *---------------------------------------------------------------
      *  BATCHWNC.CPY
      *  ------------------------------------------------------------
      *  PARAMETER BLOCK FOR BATCHWIN, THE SHARED BATCH-WINDOW CHECK
      *  EVERY INTERACTIVE MAINTENANCE PROGRAM MAKES.  THE CALLER
      *  SETS ITS PROGRAM AND SIGNED-ON USER ONCE, THEN CALLS:
      *    "S"  AT SIGN-ON -- TELLS THE OPERATOR WHEN THE WINDOW IS
      *         CLOSED THAT THE SESSION IS INQUIRY ONLY.
      *    "U"  BEFORE EACH UPDATE -- ON RETURN:
      *         ZERO  THE WINDOW IS OPEN; GO AHEAD.
      *         4     THE WINDOW IS CLOSED BUT A SUPERVISOR HAS
      *               OVERRIDDEN IT FOR THIS SESSION; GO AHEAD.
      *         8     THE WINDOW IS CLOSED; THE UPDATE IS REFUSED.
      *  ON A CLOSED WINDOW "U" ASKS FOR A SUPERVISOR ID AT THE
      *  CONSOLE.  A SUPERVISOR WITH APPROVE RIGHTS ON OPERAUTH,
      *  OTHER THAN THE OPERATOR, GRANTS THE OVERRIDE, WHICH IS
      *  LOGGED ON WINOVRD AND HELD IN BWN-OVERRIDE-BY UNTIL THE
      *  WINDOW NEXT CHANGES.  THE CALLER INITIALIZES THE AREA
      *  ONCE AT SIGN-ON AND NEVER CLEARS IT BETWEEN CALLS.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  BATCH-WINDOW-AREA.
           05  BWN-FUNCTION                PIC X(01).
               88  BWN-FUNC-SIGNON             VALUE "S".
               88  BWN-FUNC-UPDATE             VALUE "U".
           05  BWN-PROGRAM                 PIC X(08).
           05  BWN-USER-ID                 PIC X(08).
           05  BWN-RETURN-CODE             PIC 9(02).
               88  BWN-WINDOW-OPEN             VALUE ZERO.
               88  BWN-OVERRIDDEN              VALUE 4.
               88  BWN-UPDATE-ALLOWED          VALUES 0 4.
               88  BWN-UPDATE-REFUSED          VALUE 8.
           05  BWN-WINDOW-STEP             PIC X(08).
           05  BWN-OVERRIDE-BY             PIC X(08).
           05  BWN-OVERRIDE-CLOSED-DATE    PIC 9(08).
           05  BWN-OVERRIDE-CLOSED-TIME    PIC 9(06).
