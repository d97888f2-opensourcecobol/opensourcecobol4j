      *---------------------------------------------------------------
      *  LGLORDRC.CPY
      *  ------------------------------------------------------------
      *  LEGAL ORDER MASTER RECORD LAYOUT (LGLORDER), KEYED ON THE
      *  ORDER NUMBER.  ONE RECORD PER COURT GARNISHMENT OR TAX
      *  LEVY SERVED ON THE BANK, KEYED IN BY LGLMAINT FROM THE
      *  PAPER ORDER.  AN ORDER IS SERVED EITHER ON ONE ACCOUNT
      *  (LGO-ACCOUNT-NO WITH ITS BRANCH) OR ON A CUSTOMER
      *  (LGO-CUSTOMER-NO, EVERY ACCOUNT ACCTXREF LINKS TO THEM).
      *  WHILE AN ORDER IS ACTIVE VALLEGAL HOLDS ITS OUTSTANDING
      *  AMOUNT ON THE ACCOUNT(S), AND LGLREMIT REMITS THE HELD
      *  FUNDS, BRINGING LGO-AMOUNT-OUTSTANDING DOWN UNTIL THE ORDER
      *  IS SATISFIED.  AN ORDER PAST ITS EXPIRY DATE IS RELEASED
      *  AS EXPIRED; ONE LIFTED BY THE ISSUING BODY IS RELEASED BY
      *  HAND.  RELEASED ORDERS STAY ON FILE FOR THE REGISTER.
      *  LOWER LGO-PRIORITY NUMBERS ARE SERVED FIRST.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  LEGAL-ORDER-RECORD.
           05  LGO-ORDER-NO                PIC X(12).
           05  LGO-ORDER-TYPE              PIC X(01).
               88  LGO-GARNISHMENT             VALUE "G".
               88  LGO-TAX-LEVY                VALUE "L".
               88  LGO-TYPE-VALID              VALUES "G" "L".
           05  LGO-TARGET-TYPE             PIC X(01).
               88  LGO-ON-ACCOUNT              VALUE "A".
               88  LGO-ON-CUSTOMER             VALUE "C".
           05  LGO-BRANCH-CODE             PIC X(03).
           05  LGO-ACCOUNT-NO              PIC X(10).
           05  LGO-CUSTOMER-NO             PIC X(10).
           05  LGO-AMOUNT-DEMANDED         PIC 9(11)V99.
           05  LGO-AMOUNT-OUTSTANDING      PIC 9(11)V99.
           05  LGO-AMOUNT-REMITTED         PIC 9(11)V99.
           05  LGO-ISSUING-BODY            PIC X(30).
           05  LGO-PRIORITY                PIC 9(02).
           05  LGO-RECEIVED-DATE           PIC 9(08).
           05  LGO-EXPIRY-DATE             PIC 9(08).
               88  LGO-NO-EXPIRY               VALUE ZERO.
           05  LGO-STATUS                  PIC X(01).
               88  LGO-ACTIVE                  VALUE "A".
               88  LGO-SATISFIED               VALUE "S".
               88  LGO-EXPIRED                 VALUE "E".
               88  LGO-RELEASED                VALUE "R".
           05  LGO-CLOSED-DATE             PIC 9(08).
           05  LGO-LAST-REMIT-DATE         PIC 9(08).
           05  LGO-ENTERED-BY              PIC X(08).
           05  FILLER                      PIC X(10).
