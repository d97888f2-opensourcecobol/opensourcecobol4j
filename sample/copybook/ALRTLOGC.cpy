      *---------------------------------------------------------------
      *  ALRTLOGC.CPY
      *  ------------------------------------------------------------
      *  ALERT CONDITION LOG RECORD LAYOUT (ALRTLOG), ONE ROW PER
      *  SUBSCRIPTION THAT HAS EVER FIRED, SAME KEY AS ALRTSUB.
      *  ALRTEVAL READS IT BEFORE SENDING ANYTHING SO A CONDITION IS
      *  ALERTED ONCE, NOT EVERY NIGHT IT PERSISTS:
      *    LOW BALANCE -- ALG-STATE "A" FROM THE NIGHT IT FIRES
      *      UNTIL THE FIRST NIGHT THE BALANCE IS BACK AT OR ABOVE
      *      THE THRESHOLD, WHICH SETS "C" (CLEARED) AND ARMS IT
      *      AGAIN.  NIGHTS IN BETWEEN ARE COUNTED AS SUPPRESSED.
      *    LARGE DEBIT -- EVERY QUALIFYING ITEM IS ITS OWN CONDITION;
      *      ALG-LAST-POST-DATE/ALG-LAST-SEQUENCE IS THE TXNHIST KEY
      *      OF THE LAST ITEM ALERTED, SO A RERUN OF THE NIGHT DOES
      *      NOT ALERT THE SAME ITEM TWICE.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  ALERT-LOG-RECORD.
           05  ALG-KEY.
               10  ALG-ACCOUNT-NO          PIC X(10).
               10  ALG-ALERT-TYPE          PIC X(02).
           05  ALG-STATE                   PIC X(01).
               88  ALG-CONDITION-ALERTED       VALUE "A".
               88  ALG-CONDITION-CLEARED       VALUE "C".
           05  ALG-FIRST-ALERT-DATE        PIC 9(08).
           05  ALG-LAST-ALERT-DATE         PIC 9(08).
           05  ALG-CLEARED-DATE            PIC 9(08).
           05  ALG-LAST-POST-DATE          PIC 9(08).
           05  ALG-LAST-SEQUENCE           PIC 9(05).
           05  ALG-ALERT-COUNT             PIC 9(05).
           05  ALG-SUPPRESSED-COUNT        PIC 9(05).
           05  FILLER                      PIC X(10).
