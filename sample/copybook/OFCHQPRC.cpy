      *---------------------------------------------------------------
      *  OFCHQPRC.CPY
      *  ------------------------------------------------------------
      *  PRESENTED OFFICIAL CHEQUE RECORD LAYOUT (OFCHQPRS), 80
      *  BYTES.  THE CLEARING HOUSE'S LIST OF OUR OFFICIAL CHEQUES
      *  PAID THROUGH IT: ONE ROW PER CHEQUE WITH THE AMOUNT IT WAS
      *  PAID FOR, THE DAY IT WAS PRESENTED AND THE ROUTING NUMBER
      *  OF THE PRESENTING BANK.  READ BY OFCHQREC, WHICH MATCHES
      *  EACH ROW TO OFCHQREG BY CHEQUE NUMBER.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  PRESENTED-CHEQUE-RECORD.
           05  OCP-CHEQUE-NO               PIC 9(08).
           05  OCP-AMOUNT                  PIC 9(09)V99.
           05  OCP-PRESENTED-DATE          PIC 9(08).
           05  OCP-PRESENTING-BANK         PIC X(09).
           05  FILLER                      PIC X(44).
