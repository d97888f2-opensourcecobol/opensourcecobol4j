      *---------------------------------------------------------------
      *  ALRTSUBC.CPY
      *  ------------------------------------------------------------
      *  CUSTOMER ALERT SUBSCRIPTION RECORD LAYOUT (ALRTSUB), KEYED
      *  BY ACCOUNT AND ALERT TYPE -- AT MOST ONE SUBSCRIPTION OF
      *  EACH TYPE PER ACCOUNT.  KEPT BY ALRTMNT, READ NIGHTLY BY
      *  ALRTEVAL AFTER BALPOST.
      *
      *  ASB-ALERT-TYPE:
      *    "LB"  LOW BALANCE -- ABL-CURRENT-BALANCE HAS FALLEN BELOW
      *          ASB-THRESHOLD.
      *    "LD"  LARGE DEBIT -- AN ITEM TAKING MONEY OUT OF THE
      *          ACCOUNT (THR-DC-INDICATOR "C", THE SIDE BALPOST
      *          SUBTRACTS) OF ASB-THRESHOLD OR MORE POSTED TODAY.
      *  ASB-THRESHOLD IS IN THE ACCOUNT'S OWN CURRENCY.
      *  ASB-CHANNEL NAMES WHERE THE ALERT GOES -- THE CUSTOMER'S
      *  CUSTCONT EMAIL ADDRESS ("E") OR PHONE NUMBER BY TEXT ("S").
      *  A CANCELLED SUBSCRIPTION STAYS ON FILE AS THE RECORD OF IT.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  ALERT-SUBSCRIPTION-RECORD.
           05  ASB-KEY.
               10  ASB-ACCOUNT-NO          PIC X(10).
               10  ASB-ALERT-TYPE          PIC X(02).
                   88  ASB-LOW-BALANCE         VALUE "LB".
                   88  ASB-LARGE-DEBIT         VALUE "LD".
                   88  ASB-TYPE-VALID          VALUES "LB" "LD".
           05  ASB-THRESHOLD               PIC 9(11)V99.
           05  ASB-CHANNEL                 PIC X(01).
               88  ASB-CHANNEL-EMAIL           VALUE "E".
               88  ASB-CHANNEL-TEXT            VALUE "S".
               88  ASB-CHANNEL-VALID           VALUES "E" "S".
           05  ASB-STATUS                  PIC X(01).
               88  ASB-ACTIVE                  VALUE "A".
               88  ASB-CANCELLED               VALUE "C".
           05  ASB-ADDED-DATE              PIC 9(08).
           05  ASB-CHANGE-DATE             PIC 9(08).
           05  ASB-CHANGED-BY              PIC X(08).
           05  FILLER                      PIC X(10).
