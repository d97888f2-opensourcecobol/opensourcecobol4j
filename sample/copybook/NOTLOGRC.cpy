      *---------------------------------------------------------------
      *  NOTLOGRC.CPY
      *  ------------------------------------------------------------
      *  CUSTOMER NOTICE LOG RECORD LAYOUT (NOTICLOG).  APPEND-ONLY,
      *  ONE LINE PER NOTICE REQUEST LTRGEN HAS DEALT WITH -- THE
      *  PROOF OF WHEN A CUSTOMER WAS TOLD, AND HOW.
      *
      *  NTL-CHANNEL:
      *    "P"  PRINTED FOR THE POST ON NTL-RUN-DATE.
      *    "E"  SENT ELECTRONICALLY (ACM-DELIVERY-CODE "E").
      *    "H"  HELD -- THE ADDRESS IS FLAGGED RETURNED; THE
      *         LETTER IS ON THE HELDMAIL LIST, NOT IN THE POST.
      *    "X"  NOT PRODUCED -- NO LETTRTBL TEMPLATE FOR THE CODE.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  NOTICE-LOG-RECORD.
           05  NTL-RUN-DATE                PIC 9(08).
           05  NTL-RUN-TIME                PIC 9(08).
           05  NTL-LETTER-CODE             PIC X(04).
           05  NTL-ACCOUNT-NO              PIC X(10).
           05  NTL-CUSTOMER-NO             PIC X(10).
           05  NTL-CHANNEL                 PIC X(01).
               88  NTL-PRINTED                 VALUE "P".
               88  NTL-ELECTRONIC              VALUE "E".
               88  NTL-HELD                    VALUE "H".
               88  NTL-NOT-PRODUCED            VALUE "X".
           05  NTL-SOURCE-PROGRAM          PIC X(08).
           05  NTL-REQUEST-DATE            PIC 9(08).
           05  NTL-REFERENCE               PIC X(20).
           05  FILLER                      PIC X(03).
