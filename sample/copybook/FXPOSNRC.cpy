      *---------------------------------------------------------------
      *  FXPOSNRC.CPY
      *  ------------------------------------------------------------
      *  OPEN FOREIGN-CURRENCY POSITION RECORD (FXPOSITN), 80 BYTES.
      *  ONE "C" RECORD PER CURRENCY CARRIES THE NET POSITION BUILT
      *  UP FROM EVERY DAY'S SETLPOSN (SIGNED THE SETLPOSN WAY,
      *  CREDITS NEGATIVE) AND ITS BOOKED LOCAL VALUE -- EACH DAY'S
      *  MOVEMENT PRICED AT THE RATEHIST RATE IN FORCE THAT DAY.
      *  THE BOOKED VALUE IS NEVER MARKED TO MARKET HERE; FXREVAL'S
      *  MONTH-END VOUCHER REVERSES ON THE NEXT BUSINESS DAY, SO
      *  EACH MONTH IS REVALUED FROM HISTORICAL COST AGAIN.  THE
      *  FIRST RECORD IS A HEADER ("H") WHOSE FXP-LAST-LOAD-DATE IS
      *  THE RUN DATE OF THE LAST SETLPOSN ALREADY TAKEN IN.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  FX-POSITION-RECORD.
           05  FXP-RECORD-TYPE             PIC X(01).
               88  FXP-IS-HEADER               VALUE "H".
               88  FXP-IS-CURRENCY             VALUE "C".
           05  FXP-CURRENCY-CODE           PIC X(03).
           05  FXP-LAST-LOAD-DATE          PIC 9(08).
           05  FXP-NET-POSITION            PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FXP-BOOKED-VALUE            PIC S9(11)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FXP-LAST-REVAL-DATE         PIC 9(08).
           05  FXP-LAST-REVAL-RATE         PIC 9(04)V9(06).
           05  FILLER                      PIC X(22).
