      *---------------------------------------------------------------
      *  FEEDACKC.CPY
      *  ------------------------------------------------------------
      *  FEED RECEIPT ACKNOWLEDGMENT RECORD (<SOURCE>.ACK).  ONE
      *  RECORD PER FEEDSRCS SOURCE PER RUN DATE, REWRITTEN WHOLE
      *  EACH TIME IT IS PRODUCED, TELLING THE UPSTREAM WHETHER ITS
      *  FILE ARRIVED AND WHAT BECAME OF IT.  A RECEIVED FILE IS
      *  TIED TO ITS FPFHIST FINGERPRINT (CHECKSUM, RECORD COUNT
      *  AND GROSS AMOUNT) AND TO THE COUNT ON ITS OWN TRAILER; ITS
      *  ITEMS ARE SPLIT INTO ACCEPTED, REJECTED (BOUNCED BY TODAY'S
      *  EDIT AND RETURNED ON <FEED>.REJECTS) AND WAREHOUSED
      *  (FUTURE-DATED, HELD ON FUTRWHSE TO ITS VALUE DATE).
      *  SUSPENDED IS THE SOURCE'S EARLIER ITEMS STILL HELD IN OUR
      *  SUSPENSE AFTER TODAY'S RUN -- NOT PART OF TODAY'S FILE, SO
      *  NOT TO BE SENT AGAIN.  RECEIVED = ACCEPTED + REJECTED +
      *  WAREHOUSED.  FEEDREG WRITES THE "NOT RECEIVED" RECORD THE
      *  MOMENT A SOURCE IS MISSING PAST ITS CUTOFF; FEEDACK WRITES
      *  EVERY SOURCE'S RECORD AFTER THE DAY'S EDIT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  FEED-ACK-RECORD.
           05  FAK-RECORD-TYPE             PIC X(03).
           05  FAK-SOURCE-ID               PIC X(08).
           05  FAK-RUN-DATE                PIC 9(08).
           05  FAK-ACK-TIME                PIC 9(06).
           05  FAK-STATUS                  PIC X(12).
               88  FAK-FILE-RECEIVED           VALUE "RECEIVED".
               88  FAK-FILE-NOT-RECEIVED       VALUE "NOT RECEIVED".
           05  FAK-FEED-NAME               PIC X(12).
           05  FAK-CHECKSUM                PIC 9(09).
           05  FAK-RECORD-COUNT            PIC 9(09).
           05  FAK-GROSS-AMOUNT            PIC 9(13)V99.
           05  FAK-TRAILER-COUNT           PIC 9(09).
           05  FAK-TRAILER-AGREES          PIC X(01).
               88  FAK-TRAILER-PROVES          VALUE "Y".
           05  FAK-RECEIVED-COUNT          PIC 9(09).
           05  FAK-RECEIVED-AMOUNT         PIC 9(13)V99.
           05  FAK-ACCEPTED-COUNT          PIC 9(09).
           05  FAK-ACCEPTED-AMOUNT         PIC 9(13)V99.
           05  FAK-REJECTED-COUNT          PIC 9(09).
           05  FAK-REJECTED-AMOUNT         PIC 9(13)V99.
           05  FAK-SUSPENDED-COUNT         PIC 9(09).
           05  FAK-SUSPENDED-AMOUNT        PIC 9(13)V99.
           05  FAK-WAREHOUSED-COUNT        PIC 9(09).
           05  FAK-WAREHOUSED-AMOUNT       PIC 9(13)V99.
           05  FAK-REMARK                  PIC X(30).
