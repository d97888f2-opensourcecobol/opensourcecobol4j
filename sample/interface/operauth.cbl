000332*  09/02/2026 DCG  ADDED THE "C" CERTIFY FUNCTION, CHECKED
000334*                  AGAINST OPERMST'S NEW OPM-MAY-CERTIFY ROLE
000336*                  FLAG, FOR THE DAYCERT CONTROLLER SIGN-OFF.
000337*  10/15/2026 DCG  ADDED THE "I" INVESTIGATE FUNCTION, CHECKED
000338*                  AGAINST OPM-MAY-INVESTIGATE, FOR CASEMNT.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000730     05  OAW-LAST-SIGNON-DATE        PIC 9(08).
000740     05  OAW-LAST-SIGNON-TIME        PIC 9(06).
000742     05  OAW-MAY-CERTIFY             PIC X(01).
000743     05  OAW-MAY-INVESTIGATE         PIC X(01).
000750     05  FILLER                      PIC X(03).
000760 01  OAU-EVENT-LOG-FIELDS.
000770         05  OAU-EVL-PROGRAM         PIC X(08) VALUE "OPERAUTH".
000780         05  OAU-EVL-SEVERITY        PIC X(01) VALUE "W".
001614                 IF OAW-MAY-CERTIFY NOT = "Y"
001616                     MOVE 14 TO OPA-RETURN-CODE
001618                 END-IF
001619             WHEN OPA-FUNC-INVESTIGATE
00161A                 IF OAW-MAY-INVESTIGATE NOT = "Y"
00161B                     MOVE 14 TO OPA-RETURN-CODE
00161C                 END-IF
001620             WHEN OTHER
001630                 MOVE 14 TO OPA-RETURN-CODE
001640         END-EVALUATE.
