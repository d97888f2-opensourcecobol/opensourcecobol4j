      *---------------------------------------------------------------
      *  CLRRSNTB.CPY
      *  ------------------------------------------------------------
      *  CLEARING RETURN REASON TABLE.  EVERY CRT-RETURN-REASON THE
      *  CLEARING HOUSE MAY SEND BACK ON AN UNPAID ITEM, ITS WORDING,
      *  AND WHETHER THE CUSTOMER IS CHARGED THE RETURNED-ITEM FEE
      *  (CRS-FEE-APPLIES "Y").  NO FEE IS TAKEN WHEN THE RETURN IS
      *  NO FAULT OF THE CUSTOMER'S OR THE ACCOUNT CANNOT BE
      *  FOUND.  REASON 99 COVERS ANY CODE CLEARING SENDS THAT IS
      *  NOT LISTED.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CRS-TABLE-VALUES.
           05  FILLER              PIC X(30) VALUE
               "01YINSUFFICIENT FUNDS       ".
           05  FILLER              PIC X(30) VALUE
               "02NACCOUNT CLOSED           ".
           05  FILLER              PIC X(30) VALUE
               "03NNO ACCOUNT / UNLOCATABLE ".
           05  FILLER              PIC X(30) VALUE
               "04YPAYMENT STOPPED          ".
           05  FILLER              PIC X(30) VALUE
               "05YREFER TO DRAWER          ".
           05  FILLER              PIC X(30) VALUE
               "06YUNCOLLECTED FUNDS        ".
           05  FILLER              PIC X(30) VALUE
               "07NSIGNATURE IRREGULAR      ".
           05  FILLER              PIC X(30) VALUE
               "99NOTHER / UNLISTED REASON  ".
       01  CRS-TABLE REDEFINES CRS-TABLE-VALUES.
           05  CRS-ENTRY OCCURS 8 TIMES
                   INDEXED BY CRS-IDX.
               10  CRS-CODE        PIC 9(02).
               10  CRS-FEE-APPLIES PIC X(01).
               10  CRS-TEXT        PIC X(27).
