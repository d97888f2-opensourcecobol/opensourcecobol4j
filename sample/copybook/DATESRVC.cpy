      *                                DSV-DATE-1 TO DSV-DATE-2, IN
      *                                DSV-DAYS-BETWEEN (NEGATIVE WHEN
      *                                DSV-DATE-2 IS THE EARLIER DAY).
      *    DSV-FUNC-ADD-DAYS    ("A")  DSV-DATE-1 PLUS THE SIGNED
      *                                CALENDAR DAYS IN
      *                                DSV-DAYS-BETWEEN, IN
      *                                DSV-RESULT-DATE.
      *
      *  THE CALENDAR ITSELF IS CALFILE, ONE HOLIDAY PER LINE (DATE
      *  YYYYMMDD, COLS 1-8, DESCRIPTION COLS 9-38).  SATURDAYS AND
      *                  SHOP CALENDAR FOR THE HOLIDAY TEST; A REGION
      *                  WITH NO ROWS -- OR SPACES -- FALLS BACK TO
      *                  CALFILE EXACTLY AS BEFORE.
      *  10/15/2026 DCG  ADDED DSV-FUNC-ADD-DAYS, THE INVERSE OF
      *                  DSV-FUNC-CALENDAR, FOR DEADLINES COUNTED IN
      *                  CALENDAR DAYS.
      *---------------------------------------------------------------
       01  DATE-SERVICE-AREA.
           05  DSV-FUNCTION                PIC X(01).
               88  DSV-FUNC-PREVIOUS           VALUE "P".
               88  DSV-FUNC-BETWEEN            VALUE "D".
               88  DSV-FUNC-CALENDAR           VALUE "C".
               88  DSV-FUNC-ADD-DAYS           VALUE "A".
           05  DSV-DATE-1                  PIC 9(08).
           05  DSV-DATE-2                  PIC 9(08).
           05  DSV-RESULT-DATE             PIC 9(08).
