      *---------------------------------------------------------------
      *  MAILCHKC.CPY
      *  ------------------------------------------------------------
      *  PARAMETER BLOCK FOR MAILCHK, THE SHARED MAILING-ADDRESS
      *  AND RETURNED-MAIL CHECK.  A PROGRAM ABOUT TO PRODUCE A
      *  PIECE OF MAIL SETS THE ACCOUNT (OR, WITH THE ACCOUNT BLANK,
      *  THE CUSTOMER), ITS OWN PROGRAM ID AND A SHORT DESCRIPTION
      *  OF THE ITEM, AND CALLS MAILCHK.  ON RETURN:
      *    ZERO  SEND IT -- NAME AND POSTAL ADDRESS ARE FILLED IN.
      *    4     SEND IT AS BEFORE -- NO CONTACT RECORD ON FILE, SO
      *          THERE IS NO ADDRESS TO PRINT.
      *    8     HOLD IT -- THE ADDRESS IS FLAGGED RETURNED AND THE
      *          ITEM HAS ALREADY BEEN WRITTEN TO THE HELDMAIL LIST.
      *  FUNCTION "E" AT END OF RUN CLOSES THE FILES MAILCHK HOLDS
      *  OPEN BETWEEN CALLS.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  MAIL-CHECK-AREA.
           05  MCK-FUNCTION                PIC X(01).
               88  MCK-FUNC-CHECK              VALUE "C".
               88  MCK-FUNC-END                VALUE "E".
           05  MCK-ACCOUNT-NO              PIC X(10).
           05  MCK-CUSTOMER-NO             PIC X(10).
           05  MCK-PROGRAM                 PIC X(08).
           05  MCK-ITEM-DESC               PIC X(30).
           05  MCK-CUSTOMER-NAME           PIC X(30).
           05  MCK-POSTAL-ADDRESS.
               10  MCK-ADDRESS-LINE-1      PIC X(35).
               10  MCK-ADDRESS-LINE-2      PIC X(35).
               10  MCK-CITY                PIC X(25).
               10  MCK-REGION              PIC X(03).
               10  MCK-POSTAL-CODE         PIC X(10).
               10  MCK-COUNTRY             PIC X(03).
           05  MCK-RETURN-CODE             PIC 9(02).
               88  MCK-SEND                    VALUE ZERO.
               88  MCK-NO-ADDRESS              VALUE 4.
               88  MCK-HELD                    VALUE 8.
