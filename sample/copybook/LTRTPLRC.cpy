      *---------------------------------------------------------------
      *  LTRTPLRC.CPY
      *  ------------------------------------------------------------
      *  LETTER TEMPLATE TABLE RECORD LAYOUT (LETTRTBL).  ONE ROW
      *  PER PRINTED LINE OF A LETTER: THE FOUR-CHARACTER LETTER
      *  CODE A NOTICE REQUEST NAMES, THE LINE NUMBER (01-99, THE
      *  ORDER THE LINES PRINT IN) AND THE TEXT.  THE TEXT MAY
      *  CARRY THESE MARKERS, WHICH LTRGEN REPLACES AS IT MERGES:
      *    &NAME  CUSTOMER NAME        &ACCT  ACCOUNT (MASKED)
      *    &AMNT  REQUEST AMOUNT       &DATE  REQUEST EVENT DATE
      *    &REFR  REQUEST REFERENCE    &TODY  LETTER DATE
      *  MAINTAINED THROUGH LTRMAINT, NEVER BY HAND.
      *  ------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       BY   DESCRIPTION
      *  ---------- ---- --------------------------------------------
      *  10/15/2026 DCG  ORIGINAL COPYBOOK.
      *---------------------------------------------------------------
       01  LETTER-TEMPLATE-RECORD.
           05  LTT-LETTER-CODE             PIC X(04).
           05  LTT-LINE-NO                 PIC 9(02).
           05  LTT-TEXT                    PIC X(70).
