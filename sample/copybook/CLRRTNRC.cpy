      *---------------------------------------------------------------
      *  CLRRTNRC.CPY
      *  ------------------------------------------------------------
      *  INBOUND CLEARING RETURN RECORD LAYOUT (CLRRTRNS).  ONE ROW
      *  PER ITEM WE POSTED THAT THE PAYING BANK HAS SENT BACK
      *  UNPAID.  CLEARING ECHOES THE ITEM'S IDENTITY AS WE
      *  PRESENTED IT -- BRANCH, ACCOUNT, ITEM DATE, AMOUNT -- AND,
      *  WHEN THE ITEM WENT OUT WITH ONE, OUR OWN ITEMTRAC ITEM ID
      *  (ZERO OR SPACES WHEN IT DID NOT).  CRT-RETURN-REASON IS THE
      *  CLEARING RETURN REASON (CLRRSNTB).  CLRRTRN MATCHES EACH
      *  ROW TO THE ORIGINAL POSTED ITEM AND REVERSES IT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  CLEARING-RETURN-RECORD.
           05  CRT-ITEM-ID-X               PIC X(09).
           05  CRT-ITEM-ID REDEFINES CRT-ITEM-ID-X
                                           PIC 9(09).
           05  CRT-BRANCH-CODE             PIC X(03).
           05  CRT-ACCOUNT-NO              PIC X(10).
           05  CRT-TRANS-DATE              PIC 9(08).
           05  CRT-AMOUNT                  PIC 9(09)V99.
           05  CRT-RETURN-REASON           PIC 9(02).
           05  CRT-RETURN-DATE             PIC 9(08).
           05  CRT-CLEARING-REF            PIC X(16).
           05  FILLER                      PIC X(13).
