      *  09/02/2026 DCG  ADDED THE "C" CERTIFY FUNCTION FOR DAYCERT,
      *                  CHECKED AGAINST THE NEW OPM-MAY-CERTIFY
      *                  ROLE FLAG.
      *  10/15/2026 DCG  ADDED THE "I" INVESTIGATE FUNCTION FOR
      *                  CASEMNT, CHECKED AGAINST THE NEW
      *                  OPM-MAY-INVESTIGATE ROLE FLAG.
      *---------------------------------------------------------------
       01  OPERATOR-AUTH-AREA.
           05  OPA-USER-ID                 PIC X(08).
               88  OPA-FUNC-MAINTAIN           VALUE "T".
               88  OPA-FUNC-WORKQ              VALUE "Q".
               88  OPA-FUNC-CERTIFY            VALUE "C".
               88  OPA-FUNC-INVESTIGATE        VALUE "I".
           05  OPA-RETURN-CODE             PIC 9(02).
               88  OPA-GRANTED                 VALUE ZERO.
               88  OPA-NOT-AUTHORIZED          VALUE 14.
