      *                  POSITIONS -- THE CONTROLLER'S DAYCERT
      *                  SIGN-OFF IS A ROLE OF ITS OWN, NOT A
      *                  SIDE-EFFECT OF THE APPROVE FLAG.
      *  10/15/2026 DCG  ADDED OPM-MAY-INVESTIGATE, AGAIN FROM THE
      *                  TAIL FILLER, FOR THE COMPLIANCE OFFICERS
      *                  WORKING CASES THROUGH CASEMNT.
      *  10/15/2026 DCG  ADDED STATUS "S" SUSPENDED -- SET BY OPRCERT
      *                  WHEN AN OPERATOR HAS NOT SIGNED ON FOR THE
      *                  IDLE LIMIT.  OPERAUTH ALREADY REFUSES ANY
      *                  STATUS BUT "O"; OPERMNT'S ADD/REPLACE
      *                  REINSTATES.
      *---------------------------------------------------------------
       01  OPERATOR-MASTER-RECORD.
           05  OPM-USER-ID                 PIC X(08).
           05  OPM-STATUS                  PIC X(01).
               88  OPM-OPERATOR-ACTIVE         VALUE "O".
               88  OPM-OPERATOR-CLOSED         VALUE "C".
               88  OPM-OPERATOR-SUSPENDED      VALUE "S".
           05  OPM-MAY-KEY                 PIC X(01).
           05  OPM-MAY-REPAIR              PIC X(01).
           05  OPM-MAY-APPROVE             PIC X(01).
           05  OPM-LAST-SIGNON-DATE        PIC 9(08).
           05  OPM-LAST-SIGNON-TIME        PIC 9(06).
           05  OPM-MAY-CERTIFY             PIC X(01).
           05  OPM-MAY-INVESTIGATE         PIC X(01).
           05  FILLER                      PIC X(03).
