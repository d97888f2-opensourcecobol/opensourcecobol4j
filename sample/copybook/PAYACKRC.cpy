      *---------------------------------------------------------------
      *  PAYACKRC.CPY
      *  ------------------------------------------------------------
      *  CLEARING NETWORK ACKNOWLEDGMENT RECORD (PAYACKIN), 80 BYTES.
      *  AN "F" ROW ANSWERS A WHOLE INSTRUCTION FILE, NAMED BY ITS
      *  DATE AND FILE ID MODIFIER: ACCEPTED, OR REJECTED OUTRIGHT
      *  WITH EVERY ENTRY IN IT.  AN "E" ROW ANSWERS ONE ENTRY BY
      *  THE TRACE NUMBER PAYOUT SENT, WHOSE LAST THIRTEEN DIGITS
      *  ARE THE PAYREG KEY.  READ BY PAYACK.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  PAYMENT-ACK-RECORD.
           05  PAK-RECORD-TYPE             PIC X(01).
               88  PAK-IS-FILE-ACK             VALUE "F".
               88  PAK-IS-ENTRY-ACK            VALUE "E".
           05  PAK-FILE-DATE               PIC 9(08).
           05  PAK-FILE-ID                 PIC X(01).
           05  PAK-TRACE-NUMBER            PIC 9(15).
           05  PAK-TRACE-PARTS REDEFINES PAK-TRACE-NUMBER.
               10  FILLER                  PIC X(02).
               10  PAK-TRACE-KEY           PIC X(13).
           05  PAK-STATUS                  PIC X(01).
               88  PAK-ACCEPTED                VALUE "A".
               88  PAK-REJECTED                VALUE "R".
           05  PAK-REASON-CODE             PIC X(03).
           05  PAK-REASON-TEXT             PIC X(30).
           05  FILLER                      PIC X(21).
