000312*  09/02/2026 DCG  ADDED THE CERTIFY ROLE FLAG (SIXTH POSITION
000314*                  IN THE FLAG STRING, OPM-MAY-CERTIFY ON THE
000316*                  MASTER) FOR THE DAYCERT CONTROLLER SIGN-OFF.
000317*  10/15/2026 DCG  ADDED THE INVESTIGATE ROLE FLAG (SEVENTH
000318*                  POSITION, OPM-MAY-INVESTIGATE) FOR CASEMNT.
00031A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00031B*                  SIGN-ON AND AT EXIT; WHILE RUNDAILY.SH HOLDS
00031C*                  THE WINDOW THE FILE IS NOT REWRITTEN AND THE
00031D*                  SESSION STAYS IN THE MENU WITH ITS CHANGES.
00031E*  10/15/2026 DCG  ADDED R=RECERTIFY.  ANOTHER OPERATOR'S RIGHTS
00031F*                  ARE CONFIRMED OR CUT BACK (NEVER GRANTED --
00031G*                  THAT STAYS WITH A) AND THE RESPONSIBLE MANAGER
00031H*                  SET; THE RESULT IS KEPT ON OPERCERT (OPCERTRC)
00031I*                  WITH WHO CERTIFIED WHAT AND WHEN, AUDITED TO
00031J*                  OPAUDIT UNDER TABLE NAME OPERCERT.  OPRCERT
00031K*                  LAPSES THE RIGHTS OF ANYONE NOT RECERTIFIED BY
00031L*                  THE QUARTERLY DEADLINE.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000440         SELECT AUDIT-TRAIL-FILE ASSIGN TO "OPAUDIT"
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS OPR-AUDIT-FILE-STATUS.
00046A         SELECT CERT-FILE ASSIGN TO "OPERCERT"
00046B             ORGANIZATION IS LINE SEQUENTIAL
00046C             FILE STATUS IS OPR-CERT-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  OPERATOR-MASTER-FILE.
000570         05  OPA-AUD-ACTION          PIC X(01).
000580         05  OPA-AUD-BEFORE-IMAGE    PIC X(40).
000590         05  OPA-AUD-AFTER-IMAGE     PIC X(40).
00059A FD  CERT-FILE.
00059B     COPY OPCERTRC.
000600 WORKING-STORAGE SECTION.
000610     COPY OPAUTHC.
00061A     COPY BATCHWNC.
000620 01  OPR-FILE-STATUS-VALUES.
000630         05  OPR-MASTER-FILE-STATUS  PIC X(02).
000640             88  OPR-MASTER-FILE-OK      VALUE "00".
000650         05  OPR-AUDIT-FILE-STATUS   PIC X(02).
000660             88  OPR-AUDIT-FILE-OK       VALUE "00".
00066A         05  OPR-CERT-FILE-STATUS    PIC X(02).
00066B             88  OPR-CERT-FILE-OK        VALUE "00".
000670 01  OPR-SWITCHES.
000680         05  OPR-DONE-SWITCH         PIC X(01) VALUE "N".
000690             88  OPR-DONE                VALUE "Y".
000750             88  OPR-ENTRY-FOUND         VALUE "Y".
000760         05  OPR-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
000770             88  OPR-AUDIT-OPEN          VALUE "Y".
00077A         05  OPR-CERT-CHANGED-SWITCH PIC X(01) VALUE "N".
00077B             88  OPR-CERT-CHANGED        VALUE "Y".
00077C         05  OPR-CERT-FOUND-SWITCH   PIC X(01) VALUE "N".
00077D             88  OPR-CERT-FOUND          VALUE "Y".
00077E         05  OPR-GRANT-SWITCH        PIC X(01) VALUE "N".
00077F             88  OPR-GRANT-ATTEMPTED     VALUE "Y".
000780 01  OPR-SESSION-FIELDS.
000790         05  OPR-USER-ID             PIC X(08) VALUE SPACES.
000800         05  OPR-TODAY-DATE          PIC 9(08) VALUE ZERO.
000810         05  OPR-MENU-CHOICE         PIC X(01) VALUE SPACE.
00081A         05  OPR-AUDIT-TABLE         PIC X(09) VALUE "OPERMST".
000820 01  OPR-WORK-FIELDS.
000830         05  OPR-WORK-USER           PIC X(08) VALUE SPACES.
000840         05  OPR-WORK-FLAGS          PIC X(07) VALUE SPACES.
000850         05  OPR-BEFORE-IMAGE        PIC X(40) VALUE SPACES.
000860         05  OPR-AFTER-IMAGE         PIC X(40) VALUE SPACES.
00086A         05  OPR-WORK-MANAGER        PIC X(08) VALUE SPACES.
00086B         05  OPR-CURRENT-FLAGS       PIC X(07) VALUE SPACES.
00086C         05  OPR-FLAG-SUB            PIC 9(01) COMP VALUE ZERO.
000870 01  OPR-MASTER-TABLE.
000880         05  OPR-OPR-COUNT           PIC 9(03) COMP VALUE ZERO.
000890         05  OPR-OPR-SUB             PIC 9(03) COMP VALUE ZERO.
001010         05  OPW-LAST-SIGNON-DATE    PIC 9(08).
001020         05  OPW-LAST-SIGNON-TIME    PIC 9(06).
001022         05  OPW-MAY-CERTIFY         PIC X(01).
001023         05  OPW-MAY-INVESTIGATE     PIC X(01).
001030         05  FILLER                  PIC X(03).
00103A 01  OPR-CERT-TABLE.
00103B         05  OPR-CERT-COUNT          PIC 9(03) COMP VALUE ZERO.
00103C         05  OPR-CERT-SUB            PIC 9(03) COMP VALUE ZERO.
00103D         05  OPR-CERT-ENTRY OCCURS 100 TIMES
00103E                 INDEXED BY OPR-CERT-IDX.
00103F             10  OPR-CERT-RECORD     PIC X(40).
00103G     COPY OPCERTRC REPLACING ==OPERATOR-CERT-RECORD==
00103H                          BY ==OPR-CERT-IMAGE==.
001040 PROCEDURE DIVISION.
001050 0000-MAINLINE.
001060         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001070         PERFORM 2000-ONE-MENU-PASS THRU 2000-EXIT
001080             UNTIL OPR-DONE.
001090         PERFORM 3000-REWRITE-MASTER THRU 3000-EXIT.
00109A         PERFORM 3200-REWRITE-CERTS THRU 3200-EXIT.
001100         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001110         STOP RUN.
001120 1000-INITIALIZE.
001260             MOVE "Y" TO OPR-DONE-SWITCH
001270             GO TO 1000-EXIT
001280         END-IF.
00128A         INITIALIZE BATCH-WINDOW-AREA.
00128B         MOVE "OPERMNT" TO BWN-PROGRAM.
00128C         MOVE OPR-USER-ID TO BWN-USER-ID.
00128D         MOVE "S" TO BWN-FUNCTION.
00128E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001290         OPEN INPUT OPERATOR-MASTER-FILE.
001300         IF OPR-MASTER-FILE-OK
001310             PERFORM 1100-LOAD-ONE-OPERATOR THRU 1100-EXIT
001350         END-IF.
001360         DISPLAY "OPERMNT: " OPR-OPR-COUNT
001370             " OPERATOR(S) ON FILE".
00137A         MOVE "N" TO OPR-EOF-SWITCH.
00137B         OPEN INPUT CERT-FILE.
00137C         IF OPR-CERT-FILE-OK
00137D             PERFORM 1200-LOAD-ONE-CERT THRU 1200-EXIT
00137E                 UNTIL OPR-AT-END
00137F                     OR OPR-CERT-COUNT = 100
00137G             CLOSE CERT-FILE
00137H         END-IF.
001380 1000-EXIT.
001390         EXIT.
001400 1100-LOAD-ONE-OPERATOR.
001470                     TO OPR-OPR-RECORD(OPR-OPR-COUNT)
001480         END-READ.
001490 1100-EXIT.
00149A 1200-LOAD-ONE-CERT.
00149B         READ CERT-FILE
00149C             AT END
00149D                 MOVE "Y" TO OPR-EOF-SWITCH
00149E             NOT AT END
00149F                 ADD 1 TO OPR-CERT-COUNT
00149G                 MOVE OPERATOR-CERT-RECORD
00149H                     TO OPR-CERT-RECORD(OPR-CERT-COUNT)
00149I         END-READ.
00149J 1200-EXIT.
00149K         EXIT.
001500         EXIT.
001510 2000-ONE-MENU-PASS.
001520         DISPLAY "OPERMNT: A=ADD/REPLACE  C=CLOSE  R=RECERTIFY  "
001530             "L=LIST  X=EXIT".
001540         ACCEPT OPR-MENU-CHOICE FROM CONSOLE.
001550         EVALUATE OPR-MENU-CHOICE
001560             WHEN "A"
001620             WHEN "L"
001630             WHEN "l"
001640                 PERFORM 2300-LIST-OPERATORS THRU 2300-EXIT
00164A             WHEN "R"
00164B             WHEN "r"
00164C                 PERFORM 2400-RECERTIFY-OPERATOR THRU 2400-EXIT
001650             WHEN "X"
001660             WHEN "x"
001670                 IF OPR-MASTER-CHANGED
00167A                     MOVE "U" TO BWN-FUNCTION
00167B                     CALL "BATCHWIN" USING BATCH-WINDOW-AREA
00167C                 END-IF
00167D                 IF OPR-MASTER-CHANGED AND BWN-UPDATE-REFUSED
00167E                     DISPLAY "OPERMNT: NOTHING SAVED - EXIT AGAIN"
00167F                         " ONCE THE BATCH WINDOW REOPENS"
00167G                 ELSE
00167H                     MOVE "Y" TO OPR-DONE-SWITCH
00167I                 END-IF
001680             WHEN OTHER
001690                 DISPLAY "OPERMNT: UNKNOWN CHOICE"
001700         END-EVALUATE.
001790         END-IF.
001800         DISPLAY "OPERMNT: ROLE FLAGS Y/N IN ORDER "
001810             "KEY REPAIR APPROVE MAINTAIN WORKQ CERTIFY "
001812             "INVESTIGATE (E.G. YNNNYNN)".
001820         ACCEPT OPR-WORK-FLAGS FROM CONSOLE.
001830         PERFORM 2500-FIND-OPERATOR THRU 2500-EXIT.
001840         IF OPR-ENTRY-FOUND
002060         MOVE OPR-WORK-FLAGS(4:1) TO OPW-MAY-MAINTAIN.
002070         MOVE OPR-WORK-FLAGS(5:1) TO OPW-MAY-WORKQ.
002072         MOVE OPR-WORK-FLAGS(6:1) TO OPW-MAY-CERTIFY.
002073         MOVE OPR-WORK-FLAGS(7:1) TO OPW-MAY-INVESTIGATE.
002080         MOVE OPR-MASTER-IMAGE TO OPR-OPR-RECORD(OPR-OPR-SUB).
002090         MOVE OPR-MASTER-IMAGE TO OPR-AFTER-IMAGE.
002100         PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
002460             " K=" OPW-MAY-KEY " S=" OPW-MAY-REPAIR
002470             " A=" OPW-MAY-APPROVE " T=" OPW-MAY-MAINTAIN
002480             " Q=" OPW-MAY-WORKQ " C=" OPW-MAY-CERTIFY
002481             " I=" OPW-MAY-INVESTIGATE
002490             " LAST SIGNON " OPW-LAST-SIGNON-DATE.
00249A         MOVE OPW-USER-ID TO OPR-WORK-USER.
00249B         PERFORM 2700-FIND-CERT THRU 2700-EXIT.
00249C         IF OPR-CERT-FOUND
00249D             DISPLAY "      MANAGER "
00249E                 OPC-MANAGER-ID OF OPR-CERT-IMAGE
00249F                 " CERTIFIED "
00249G                 OPC-CERTIFIED-DATE OF OPR-CERT-IMAGE
00249H                 " BY " OPC-CERTIFIED-BY OF OPR-CERT-IMAGE
00249I         END-IF.
002500 2350-EXIT.
002510         EXIT.
0025AA 2400-RECERTIFY-OPERATOR.
0025AB         DISPLAY "OPERMNT: OPERATOR SIGN-ON TO RECERTIFY".
0025AC         ACCEPT OPR-WORK-USER FROM CONSOLE.
0025AD         IF OPR-WORK-USER = OPR-USER-ID
0025AE             DISPLAY "OPERMNT: YOU MAY NOT RECERTIFY YOUR OWN "
0025AF                 "RIGHTS"
0025AG             GO TO 2400-EXIT
0025AH         END-IF.
0025AI         PERFORM 2500-FIND-OPERATOR THRU 2500-EXIT.
0025AJ         IF NOT OPR-ENTRY-FOUND
0025AK             DISPLAY "OPERMNT: NOT ON FILE"
0025AL             GO TO 2400-EXIT
0025AM         END-IF.
0025AN         MOVE OPR-OPR-RECORD(OPR-OPR-SUB) TO OPR-MASTER-IMAGE.
0025AO         IF OPW-STATUS = "C"
0025AP             DISPLAY "OPERMNT: OPERATOR IS CLOSED - USE A TO "
0025AQ                 "REINSTATE"
0025AR             GO TO 2400-EXIT
0025AS         END-IF.
0025AT         MOVE OPW-MAY-KEY TO OPR-CURRENT-FLAGS(1:1).
0025AU         MOVE OPW-MAY-REPAIR TO OPR-CURRENT-FLAGS(2:1).
0025AV         MOVE OPW-MAY-APPROVE TO OPR-CURRENT-FLAGS(3:1).
0025AW         MOVE OPW-MAY-MAINTAIN TO OPR-CURRENT-FLAGS(4:1).
0025AX         MOVE OPW-MAY-WORKQ TO OPR-CURRENT-FLAGS(5:1).
0025AY         MOVE OPW-MAY-CERTIFY TO OPR-CURRENT-FLAGS(6:1).
0025AZ         MOVE OPW-MAY-INVESTIGATE TO OPR-CURRENT-FLAGS(7:1).
0025BA         DISPLAY "OPERMNT: CURRENT RIGHTS " OPR-CURRENT-FLAGS
0025BB             " (KEY REPAIR APPROVE MAINTAIN WORKQ CERTIFY "
0025BC             "INVESTIGATE)".
0025BD         DISPLAY "OPERMNT: RIGHTS TO KEEP Y/N IN THE SAME ORDER "
0025BE             "(BLANK = KEEP ALL)".
0025BF         ACCEPT OPR-WORK-FLAGS FROM CONSOLE.
0025BG         IF OPR-WORK-FLAGS = SPACES
0025BH             MOVE OPR-CURRENT-FLAGS TO OPR-WORK-FLAGS
0025BI         END-IF.
0025BJ         MOVE "N" TO OPR-GRANT-SWITCH.
0025BK         PERFORM 2450-KEEP-ONE-RIGHT THRU 2450-EXIT
0025BL             VARYING OPR-FLAG-SUB FROM 1 BY 1
0025BM             UNTIL OPR-FLAG-SUB > 7.
0025BN         IF OPR-GRANT-ATTEMPTED
0025BO             DISPLAY "OPERMNT: RECERTIFY CANNOT GRANT RIGHTS - "
0025BP                 "USE A; ONLY CURRENT RIGHTS KEPT"
0025BQ         END-IF.
0025BR         DISPLAY "OPERMNT: RESPONSIBLE MANAGER SIGN-ON "
0025BS             "(BLANK = UNCHANGED)".
0025BT         ACCEPT OPR-WORK-MANAGER FROM CONSOLE.
0025BU*
0025BV*    RIGHTS NOT KEPT ARE REVOKED ON THE MASTER FIRST, AUDITED
0025BW*    AS AN OPERMST CHANGE, THEN THE CERTIFICATION ITSELF IS
0025BX*    RECORDED AND AUDITED UNDER OPERCERT.
0025BY*
0025BZ         IF OPR-WORK-FLAGS NOT = OPR-CURRENT-FLAGS
0025CA             MOVE OPR-MASTER-IMAGE TO OPR-BEFORE-IMAGE
0025CB             MOVE OPR-WORK-FLAGS(1:1) TO OPW-MAY-KEY
0025CC             MOVE OPR-WORK-FLAGS(2:1) TO OPW-MAY-REPAIR
0025CD             MOVE OPR-WORK-FLAGS(3:1) TO OPW-MAY-APPROVE
0025CE             MOVE OPR-WORK-FLAGS(4:1) TO OPW-MAY-MAINTAIN
0025CF             MOVE OPR-WORK-FLAGS(5:1) TO OPW-MAY-WORKQ
0025CG             MOVE OPR-WORK-FLAGS(6:1) TO OPW-MAY-CERTIFY
0025CH             MOVE OPR-WORK-FLAGS(7:1) TO OPW-MAY-INVESTIGATE
0025CI             MOVE OPR-MASTER-IMAGE TO OPR-OPR-RECORD(OPR-OPR-SUB)
0025CJ             MOVE OPR-MASTER-IMAGE TO OPR-AFTER-IMAGE
0025CK             MOVE "OPERMST" TO OPR-AUDIT-TABLE
0025CL             PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
0025CM             DISPLAY "OPERMNT: RIGHTS NOT KEPT ARE REVOKED"
0025CN         END-IF.
0025CO         PERFORM 2700-FIND-CERT THRU 2700-EXIT.
0025CP         IF OPR-CERT-FOUND
0025CQ             MOVE OPR-CERT-RECORD(OPR-CERT-SUB) TO OPR-CERT-IMAGE
0025CR             MOVE OPR-CERT-IMAGE TO OPR-BEFORE-IMAGE
0025CS         ELSE
0025CT             IF OPR-CERT-COUNT = 100
0025CU                 DISPLAY "OPERMNT: CERTIFICATION FILE FULL - "
0025CV                     "NOT RECORDED"
0025CW                 SET OPR-MASTER-CHANGED TO TRUE
0025CX                 GO TO 2400-EXIT
0025CY             END-IF
0025CZ             ADD 1 TO OPR-CERT-COUNT
0025DA             MOVE OPR-CERT-COUNT TO OPR-CERT-SUB
0025DB             MOVE SPACES TO OPR-BEFORE-IMAGE
0025DC             MOVE SPACES TO OPR-CERT-IMAGE
0025DD             MOVE OPR-WORK-USER TO OPC-USER-ID OF OPR-CERT-IMAGE
0025DE         END-IF.
0025DF         IF OPR-WORK-MANAGER NOT = SPACES
0025DG             MOVE OPR-WORK-MANAGER
0025DH                 TO OPC-MANAGER-ID OF OPR-CERT-IMAGE
0025DI         END-IF.
0025DJ         MOVE OPR-TODAY-DATE
0025DK             TO OPC-CERTIFIED-DATE OF OPR-CERT-IMAGE.
0025DL         MOVE OPR-USER-ID TO OPC-CERTIFIED-BY OF OPR-CERT-IMAGE.
0025DM         MOVE OPR-WORK-FLAGS
0025DN             TO OPC-CERTIFIED-RIGHTS OF OPR-CERT-IMAGE.
0025DO         MOVE OPR-CERT-IMAGE TO OPR-CERT-RECORD(OPR-CERT-SUB).
0025DP         MOVE OPR-CERT-IMAGE TO OPR-AFTER-IMAGE.
0025DQ         MOVE "OPERCERT" TO OPR-AUDIT-TABLE.
0025DR         PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT.
0025DS         MOVE "OPERMST" TO OPR-AUDIT-TABLE.
0025DT         SET OPR-CERT-CHANGED TO TRUE.
0025DU         SET OPR-MASTER-CHANGED TO TRUE.
0025DV         DISPLAY "OPERMNT: " OPR-WORK-USER " RECERTIFIED WITH "
0025DW             "RIGHTS " OPR-WORK-FLAGS.
0025DX 2400-EXIT.
0025DY         EXIT.
0025DZ 2450-KEEP-ONE-RIGHT.
0025EA         IF OPR-WORK-FLAGS(OPR-FLAG-SUB:1) = "Y"
0025EB             AND OPR-CURRENT-FLAGS(OPR-FLAG-SUB:1) NOT = "Y"
0025EC             MOVE "Y" TO OPR-GRANT-SWITCH
0025ED         END-IF.
0025EE         IF OPR-WORK-FLAGS(OPR-FLAG-SUB:1) NOT = "Y"
0025EF             OR OPR-CURRENT-FLAGS(OPR-FLAG-SUB:1) NOT = "Y"
0025EG             MOVE "N" TO OPR-WORK-FLAGS(OPR-FLAG-SUB:1)
0025EH         END-IF.
0025EI         IF OPR-CURRENT-FLAGS(OPR-FLAG-SUB:1) NOT = "Y"
0025EJ             MOVE "N" TO OPR-CURRENT-FLAGS(OPR-FLAG-SUB:1)
0025EK         END-IF.
0025EL 2450-EXIT.
0025EM         EXIT.
002520 2500-FIND-OPERATOR.
002530         MOVE "N" TO OPR-FOUND-SWITCH.
002540         MOVE ZERO TO OPR-OPR-SUB.
002880         MOVE OPR-TODAY-DATE TO OPA-AUD-DATE.
002890         ACCEPT OPA-AUD-TIME FROM TIME.
002900         MOVE OPR-USER-ID TO OPA-AUD-USER-ID.
002910         MOVE OPR-AUDIT-TABLE TO OPA-AUD-TABLE-NAME.
002920         MOVE OPR-MENU-CHOICE TO OPA-AUD-ACTION.
002930         MOVE OPR-BEFORE-IMAGE TO OPA-AUD-BEFORE-IMAGE.
002940         MOVE OPR-AFTER-IMAGE TO OPA-AUD-AFTER-IMAGE.
002950         WRITE AUDIT-TRAIL-REC.
002960 2600-EXIT.
002970         EXIT.
00297A 2700-FIND-CERT.
00297B         MOVE "N" TO OPR-CERT-FOUND-SWITCH.
00297C         MOVE ZERO TO OPR-CERT-SUB.
00297D         IF OPR-CERT-COUNT = ZERO
00297E             GO TO 2700-EXIT
00297F         END-IF.
00297G         PERFORM 2750-MATCH-ONE-CERT THRU 2750-EXIT
00297H             VARYING OPR-CERT-IDX FROM 1 BY 1
00297I             UNTIL OPR-CERT-IDX > OPR-CERT-COUNT
00297J                 OR OPR-CERT-FOUND.
00297K 2700-EXIT.
00297L         EXIT.
00297M 2750-MATCH-ONE-CERT.
00297N         MOVE OPR-CERT-RECORD(OPR-CERT-IDX) TO OPR-CERT-IMAGE.
00297O         IF OPC-USER-ID OF OPR-CERT-IMAGE = OPR-WORK-USER
00297P             SET OPR-CERT-FOUND TO TRUE
00297Q             SET OPR-CERT-SUB TO OPR-CERT-IDX
00297R         END-IF.
00297S 2750-EXIT.
00297T         EXIT.
002980 3000-REWRITE-MASTER.
002990         IF NOT OPR-MASTER-CHANGED
003000             GO TO 3000-EXIT
003190         WRITE OPERATOR-MASTER-RECORD.
003200 3100-EXIT.
003210         EXIT.
00321A 3200-REWRITE-CERTS.
00321B         IF NOT OPR-CERT-CHANGED
00321C             GO TO 3200-EXIT
00321D         END-IF.
00321E         OPEN OUTPUT CERT-FILE.
00321F         IF NOT OPR-CERT-FILE-OK
00321G             DISPLAY "OPERMNT: CANNOT REWRITE OPERCERT, "
00321H                 "STATUS = " OPR-CERT-FILE-STATUS
00321I             GO TO 3200-EXIT
00321J         END-IF.
00321K         PERFORM 3250-WRITE-ONE-CERT THRU 3250-EXIT
00321L             VARYING OPR-CERT-SUB FROM 1 BY 1
00321M             UNTIL OPR-CERT-SUB > OPR-CERT-COUNT.
00321N         CLOSE CERT-FILE.
00321O         DISPLAY "OPERMNT: OPERCERT REWRITTEN WITH "
00321P             OPR-CERT-COUNT " CERTIFICATION(S)".
00321Q 3200-EXIT.
00321R         EXIT.
00321S 3250-WRITE-ONE-CERT.
00321T         MOVE OPR-CERT-RECORD(OPR-CERT-SUB)
00321U             TO OPERATOR-CERT-RECORD.
00321V         WRITE OPERATOR-CERT-RECORD.
00321W 3250-EXIT.
00321X         EXIT.
003220 8000-TERMINATE.
003230         IF OPR-AUDIT-OPEN
003240             CLOSE AUDIT-TRAIL-FILE
