000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 FEEWMNT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  FEE WAIVER REQUEST.  A
000220*                  REFUNDED FEE USED TO BE A HAND-KEYED CREDIT
000230*                  WITH NOTHING TYING IT TO THE CHARGE IT GAVE
000240*                  BACK.  THIS SIGN-ON PROGRAM (APPRMNT STYLE)
000250*                  TAKES THE CHARGE'S ITEMTRAC ITEM ID, PROVES
000260*                  FROM THE TRACE THAT IT IS A POSTED FEE (TYPE
000270*                  "04" SERVICE CHARGE, "08" EARLY WITHDRAWAL
000280*                  PENALTY OR "10" CLOSING CHARGE) NOT ALREADY
000290*                  REFUNDED OR UNDER A LIVE REQUEST, AND RECORDS
000300*                  A PENDING FEEWAIVE ROW (FEEWAVRC) WITH THE
000310*                  REASON CODE (FEERSNTB) AND NOTE, PLUS THE
000320*                  MATCHING PENDING FEEWAIVE ACTION ON THE
000330*                  APPROVAL FILE FOR A SECOND SIGN-ON IN APPRMNT.
000340*                  FEEREFND GENERATES THE CREDIT ONCE IT IS
000350*                  APPROVED.  THE AMOUNT IS ALWAYS THE FULL
000360*                  CHARGE, TAKEN FROM THE TRACE, NEVER KEYED.
00036A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00036B*                  SIGN-ON AND BEFORE A WAIVER REQUEST IS FILED.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.
000410         LINUX.
000420 OBJECT-COMPUTER.
000430         LINUX.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460         SELECT FEE-WAIVER-FILE ASSIGN TO "FEEWAIVE"
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS FWM-WAIVER-FILE-STATUS.
000490         SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS FWM-APPROVAL-FILE-STATUS.
000520         SELECT TRACE-LOG-FILE ASSIGN TO "ITEMTRAC"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS FWM-TRACE-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FEE-WAIVER-FILE.
000580     COPY FEEWAVRC.
000590 FD  APPROVAL-FILE.
000600     COPY APPRVREC.
000610 FD  TRACE-LOG-FILE.
000620 01  TRACE-LOG-RECORD.
000630         05  TRC-ITEM-ID             PIC 9(09).
000640         05  TRC-EVENT-DATE          PIC 9(08).
000650         05  TRC-EVENT-TIME          PIC 9(06).
000660         05  TRC-PROGRAM-ID          PIC X(08).
000670         05  TRC-EVENT               PIC X(08).
000680         05  TRC-REASON-CODE         PIC 9(02).
000690         05  TRC-BRANCH-CODE         PIC X(03).
000700         05  TRC-ACCOUNT-NO          PIC X(10).
000710         05  TRC-RECORD-TYPE         PIC X(02).
000720         05  TRC-TRANS-DATE          PIC 9(08).
000730         05  TRC-AMOUNT              PIC 9(09)V99.
000740 WORKING-STORAGE SECTION.
000750     COPY OPAUTHC.
00075A     COPY BATCHWNC.
000760     COPY FEERSNTB.
000770 01  FWM-FILE-STATUS-VALUES.
000780         05  FWM-WAIVER-FILE-STATUS  PIC X(02).
000790             88  FWM-WAIVER-FILE-OK      VALUE "00".
000800         05  FWM-APPROVAL-FILE-STATUS PIC X(02).
000810             88  FWM-APPROVAL-FILE-OK    VALUE "00".
000820         05  FWM-TRACE-FILE-STATUS   PIC X(02).
000830             88  FWM-TRACE-FILE-OK       VALUE "00".
000840 01  FWM-SWITCHES.
000850         05  FWM-DONE-SWITCH         PIC X(01) VALUE "N".
000860             88  FWM-DONE                VALUE "Y".
000870         05  FWM-LOAD-EOF-SWITCH     PIC X(01) VALUE "N".
000880             88  FWM-LOAD-AT-END         VALUE "Y".
000890         05  FWM-TRACE-EOF-SWITCH    PIC X(01) VALUE "N".
000900             88  FWM-TRACE-AT-END        VALUE "Y".
000910         05  FWM-TRACED-SWITCH       PIC X(01) VALUE "N".
000920             88  FWM-ITEM-TRACED         VALUE "Y".
000930         05  FWM-POSTED-SWITCH       PIC X(01) VALUE "N".
000940             88  FWM-ITEM-POSTED         VALUE "Y".
000950         05  FWM-REFUNDED-SWITCH     PIC X(01) VALUE "N".
000960             88  FWM-ITEM-REFUNDED       VALUE "Y".
000970         05  FWM-LIVE-SWITCH         PIC X(01) VALUE "N".
000980             88  FWM-LIVE-REQUEST        VALUE "Y".
000990 01  FWM-MENU-CHOICE             PIC X(01) VALUE SPACES.
001000 01  FWM-SESSION-CONTEXT.
001010         05  FWM-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
001020         05  FWM-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
001030 01  FWM-WORK-FIELDS.
001040         05  FWM-WORK-ITEM-X         PIC X(09) VALUE SPACES.
001050         05  FWM-WORK-ITEM-ID        PIC 9(09) VALUE ZERO.
001060         05  FWM-WORK-REASON         PIC X(02) VALUE SPACES.
001070         05  FWM-WORK-NOTE           PIC X(30) VALUE SPACES.
001080         05  FWM-WORK-CONFIRM        PIC X(01) VALUE SPACES.
001090         05  FWM-WORK-SUB            PIC 9(03) COMP VALUE ZERO.
001100         05  FWM-NEXT-WAIVER-ID      PIC 9(05) VALUE ZERO.
001110         05  FWM-NEXT-ACTION-ID      PIC 9(05) VALUE ZERO.
001120         05  FWM-LIVE-WAIVER-ID      PIC 9(05) VALUE ZERO.
001130         05  FWM-RUN-DATE            PIC 9(08) VALUE ZERO.
001140         05  FWM-RUN-TIME            PIC 9(08) VALUE ZERO.
001150         05  FWM-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
001160         05  FWM-AMOUNT-EDIT         PIC Z(8)9.99.
001170*  THE CHARGE AS THE TRACE LAST DESCRIBED IT.
001180 01  FWM-CHARGE-FIELDS.
001190         05  FWM-CHG-BRANCH          PIC X(03) VALUE SPACES.
001200         05  FWM-CHG-ACCOUNT         PIC X(10) VALUE SPACES.
001210         05  FWM-CHG-TYPE            PIC X(02) VALUE SPACES.
001220             88  FWM-CHG-IS-FEE          VALUES "04" "08" "10".
001230         05  FWM-CHG-DATE            PIC 9(08) VALUE ZERO.
001240         05  FWM-CHG-AMOUNT          PIC 9(09)V99 VALUE ZERO.
001250*---------------------------------------------------------------
001260*  BOTH FILES ARE SMALL.  FEEWAIVE IS HELD HERE FOR THE SESSION;
001270*  APPROVAL IS SHARED WITH APPRMNT AND ACCTMNT, SO IT IS READ
001280*  FRESH EACH TIME A REQUEST IS RECORDED AND WRITTEN BACK WHOLE.
001290*---------------------------------------------------------------
001300 01  FWM-WAIVER-TABLE.
001310         05  FWM-WAIVER-COUNT        PIC 9(03) COMP VALUE ZERO.
001320         05  FWM-WAIVER-ENTRY OCCURS 500 TIMES
001330                 PIC X(128).
001340     COPY FEEWAVRC REPLACING ==FEE-WAIVER-RECORD== BY
001350         ==FWM-VIEW-WAIVER==.
001360 01  FWM-APPROVAL-TABLE.
001370         05  FWM-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
001380         05  FWM-APPR-ENTRY OCCURS 100 TIMES
001390                 PIC X(130).
001400     COPY APPRVREC REPLACING ==APPROVAL-RECORD== BY
001410         ==FWM-VIEW-APPROVAL==.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001460             UNTIL FWM-DONE.
001470         DISPLAY "FEEWMNT: JOB COMPLETE FOR USER "
001480             FWM-SESSION-USER-ID.
001490         STOP RUN.
001500 1000-INITIALIZE.
001510         DISPLAY "FEEWMNT: JOB STARTING".
001520         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001530         ACCEPT FWM-SESSION-USER-ID FROM CONSOLE.
001540         IF FWM-SESSION-USER-ID = SPACES
001550             MOVE "GUEST" TO FWM-SESSION-USER-ID
001560         END-IF.
001570         ACCEPT FWM-SESSION-SIGNON-TIME FROM TIME.
001580         DISPLAY "FEEWMNT: SIGNED ON AS " FWM-SESSION-USER-ID
001590             " AT " FWM-SESSION-SIGNON-TIME.
001600*  THE SHARED OPERATOR MASTER DECIDES WHO GETS IN --
001610*  SEE OPERAUTH; A MISSING OPERMST STILL GRANTS ALL.
001620         MOVE FWM-SESSION-USER-ID TO OPA-USER-ID.
001630         MOVE "T" TO OPA-FUNCTION.
001640         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001650         IF NOT OPA-GRANTED
001660             DISPLAY "FEEWMNT: ACCESS DENIED FOR "
001670                 FWM-SESSION-USER-ID " - SESSION ENDED"
001680             MOVE "Y" TO FWM-DONE-SWITCH
001690             GO TO 1000-EXIT
001700         END-IF.
00170A         INITIALIZE BATCH-WINDOW-AREA.
00170B         MOVE "FEEWMNT" TO BWN-PROGRAM.
00170C         MOVE FWM-SESSION-USER-ID TO BWN-USER-ID.
00170D         MOVE "S" TO BWN-FUNCTION.
00170E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001710         PERFORM 1100-LOAD-WAIVERS THRU 1100-EXIT.
001720 1000-EXIT.
001730         EXIT.
001740 1100-LOAD-WAIVERS.
001750         OPEN INPUT FEE-WAIVER-FILE.
001760         IF NOT FWM-WAIVER-FILE-OK
001770             DISPLAY "FEEWMNT: NO FEEWAIVE FILE -- STARTING EMPTY"
001780             GO TO 1100-EXIT
001790         END-IF.
001800         MOVE "N" TO FWM-LOAD-EOF-SWITCH.
001810         PERFORM 1150-LOAD-ONE-WAIVER THRU 1150-EXIT
001820             UNTIL FWM-LOAD-AT-END
001830                 OR FWM-WAIVER-COUNT = 500.
001840         CLOSE FEE-WAIVER-FILE.
001850 1100-EXIT.
001860         EXIT.
001870 1150-LOAD-ONE-WAIVER.
001880         READ FEE-WAIVER-FILE
001890             AT END
001900                 MOVE "Y" TO FWM-LOAD-EOF-SWITCH
001910             NOT AT END
001920                 ADD 1 TO FWM-WAIVER-COUNT
001930                 MOVE FEE-WAIVER-RECORD
001940                     TO FWM-WAIVER-ENTRY(FWM-WAIVER-COUNT)
001950                 IF FWV-WAIVER-ID OF FEE-WAIVER-RECORD
001960                     > FWM-NEXT-WAIVER-ID
001970                     MOVE FWV-WAIVER-ID OF FEE-WAIVER-RECORD
001980                         TO FWM-NEXT-WAIVER-ID
001990                 END-IF
002000         END-READ.
002010 1150-EXIT.
002020         EXIT.
002030 2000-MENU-LOOP.
002040         DISPLAY " ".
002050         DISPLAY "----------------------------------------------".
002060         DISPLAY "FEE WAIVER / REFUND REQUEST".
002070         DISPLAY "USER: " FWM-SESSION-USER-ID
002080             "   SIGNED ON: " FWM-SESSION-SIGNON-TIME.
002090         DISPLAY "----------------------------------------------".
002100         DISPLAY "1. LIST WAIVER REQUESTS".
002110         DISPLAY "2. REQUEST A FEE WAIVER".
002120         DISPLAY "3. EXIT".
002130         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002140         ACCEPT FWM-MENU-CHOICE FROM CONSOLE.
002150         EVALUATE FWM-MENU-CHOICE
002160             WHEN "1"
002170                 PERFORM 3000-LIST-WAIVERS THRU 3000-EXIT
002180             WHEN "2"
002190                 PERFORM 4000-REQUEST-WAIVER THRU 4000-EXIT
002200             WHEN "3"
002210                 SET FWM-DONE TO TRUE
002220             WHEN OTHER
002230                 DISPLAY "FEEWMNT: INVALID SELECTION, TRY AGAIN"
002240         END-EVALUATE.
002250 2000-EXIT.
002260         EXIT.
002270 3000-LIST-WAIVERS.
002280         IF FWM-WAIVER-COUNT = ZERO
002290             DISPLAY "FEEWMNT: NO WAIVER REQUESTS ON FILE"
002300             GO TO 3000-EXIT
002310         END-IF.
002320         MOVE ZERO TO FWM-WORK-SUB.
002330         PERFORM 3100-LIST-ONE-WAIVER THRU 3100-EXIT
002340             UNTIL FWM-WORK-SUB >= FWM-WAIVER-COUNT.
002350 3000-EXIT.
002360         EXIT.
002370 3100-LIST-ONE-WAIVER.
002380         ADD 1 TO FWM-WORK-SUB.
002390         MOVE FWM-WAIVER-ENTRY(FWM-WORK-SUB) TO FWM-VIEW-WAIVER.
002400         CALL "MASKACCT" USING FWV-ACCOUNT-NO OF FWM-VIEW-WAIVER
002410             FWM-MASKED-ACCOUNT.
002420         MOVE FWV-AMOUNT OF FWM-VIEW-WAIVER TO FWM-AMOUNT-EDIT.
002430         DISPLAY "  #" FWV-WAIVER-ID OF FWM-VIEW-WAIVER " "
002440             FWV-STATUS OF FWM-VIEW-WAIVER " ITEM "
002450             FWV-ITEM-ID OF FWM-VIEW-WAIVER " BR "
002460             FWV-BRANCH-CODE OF FWM-VIEW-WAIVER " "
002470             FWM-MASKED-ACCOUNT " TY "
002480             FWV-RECORD-TYPE OF FWM-VIEW-WAIVER " "
002490             FWM-AMOUNT-EDIT.
002500         DISPLAY "     RSN " FWV-REASON-CODE OF FWM-VIEW-WAIVER
002510             " BY " FWV-REQUESTED-BY OF FWM-VIEW-WAIVER
002520             " APPR " FWV-APPROVED-BY OF FWM-VIEW-WAIVER " "
002530             FWV-NOTE OF FWM-VIEW-WAIVER.
002540 3100-EXIT.
002550         EXIT.
002560*---------------------------------------------------------------
002570*  4000-REQUEST-WAIVER.  EVERYTHING ABOUT THE CHARGE COMES FROM
002580*  ITS TRACE; THE REQUESTER SUPPLIES ONLY THE ITEM ID, A REASON
002590*  CODE AND A NOTE.
002600*---------------------------------------------------------------
002610 4000-REQUEST-WAIVER.
002620         DISPLAY "ITEM ID OF THE CHARGE: " WITH NO ADVANCING.
002630         ACCEPT FWM-WORK-ITEM-X FROM CONSOLE.
002640         MOVE FWM-WORK-ITEM-X TO FWM-WORK-ITEM-ID.
002650         IF FWM-WORK-ITEM-ID NOT NUMERIC
002660             OR FWM-WORK-ITEM-ID = ZERO
002670             DISPLAY "FEEWMNT: ITEM ID MUST BE NUMERIC"
002680             GO TO 4000-EXIT
002690         END-IF.
002700         PERFORM 4100-FIND-LIVE-REQUEST THRU 4100-EXIT.
002710         IF FWM-LIVE-REQUEST
002720             DISPLAY "FEEWMNT: ITEM " FWM-WORK-ITEM-ID
002730                 " IS ALREADY ON WAIVER #" FWM-LIVE-WAIVER-ID
002740             GO TO 4000-EXIT
002750         END-IF.
002760         PERFORM 4200-TRACE-CHARGE THRU 4200-EXIT.
002770         IF NOT FWM-ITEM-TRACED
002780             DISPLAY "FEEWMNT: ITEM " FWM-WORK-ITEM-ID
002790                 " IS NOT ON ITEMTRAC"
002800             GO TO 4000-EXIT
002810         END-IF.
002820         IF NOT FWM-CHG-IS-FEE
002830             DISPLAY "FEEWMNT: ITEM IS TYPE " FWM-CHG-TYPE
002840                 " - ONLY A TYPE 04, 08 OR 10 FEE CAN BE WAIVED"
002850             GO TO 4000-EXIT
002860         END-IF.
002870         IF NOT FWM-ITEM-POSTED
002880             DISPLAY "FEEWMNT: THE CHARGE HAS NOT POSTED - "
002890                 "NOTHING TO REFUND YET"
002900             GO TO 4000-EXIT
002910         END-IF.
002920         IF FWM-ITEM-REFUNDED
002930             DISPLAY "FEEWMNT: THE CHARGE HAS ALREADY BEEN "
002940                 "REFUNDED"
002950             GO TO 4000-EXIT
002960         END-IF.
002970         CALL "MASKACCT" USING FWM-CHG-ACCOUNT
002980             FWM-MASKED-ACCOUNT.
002990         MOVE FWM-CHG-AMOUNT TO FWM-AMOUNT-EDIT.
003000         DISPLAY "  BRANCH " FWM-CHG-BRANCH " ACCOUNT "
003010             FWM-MASKED-ACCOUNT " TYPE " FWM-CHG-TYPE
003020             " DATED " FWM-CHG-DATE " AMOUNT " FWM-AMOUNT-EDIT.
003030         PERFORM 4300-SHOW-ONE-REASON THRU 4300-EXIT
003040             VARYING FRS-IDX FROM 1 BY 1
003050             UNTIL FRS-IDX > 6.
003060         DISPLAY "REASON CODE: " WITH NO ADVANCING.
003070         ACCEPT FWM-WORK-REASON FROM CONSOLE.
003080         SET FRS-IDX TO 1.
003090         SEARCH FRS-ENTRY
003100             AT END
003110                 DISPLAY "FEEWMNT: REASON CODE " FWM-WORK-REASON
003120                     " IS NOT VALID"
003130                 GO TO 4000-EXIT
003140             WHEN FRS-CODE(FRS-IDX) = FWM-WORK-REASON
003150                 CONTINUE
003160         END-SEARCH.
003170         DISPLAY "NOTE: " WITH NO ADVANCING.
003180         ACCEPT FWM-WORK-NOTE FROM CONSOLE.
003190         IF FWM-WORK-NOTE = SPACES
003200             DISPLAY "FEEWMNT: A NOTE IS REQUIRED"
003210             GO TO 4000-EXIT
003220         END-IF.
003230         DISPLAY "REFUND THE FULL CHARGE (Y/N): "
003240             WITH NO ADVANCING.
003250         ACCEPT FWM-WORK-CONFIRM FROM CONSOLE.
003260         IF FWM-WORK-CONFIRM NOT = "Y"
003270             DISPLAY "FEEWMNT: REQUEST ABANDONED"
003280             GO TO 4000-EXIT
003290         END-IF.
00329A         MOVE "U" TO BWN-FUNCTION.
00329B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00329C         IF BWN-UPDATE-REFUSED
00329D             GO TO 4000-EXIT
00329E         END-IF.
003300         IF FWM-WAIVER-COUNT >= 500
003310             DISPLAY "FEEWMNT: FEEWAIVE FILE IS FULL"
003320             GO TO 4000-EXIT
003330         END-IF.
003340         PERFORM 5000-LOAD-APPROVALS THRU 5000-EXIT.
003350         IF FWM-APPR-COUNT >= 100
003360             DISPLAY "FEEWMNT: APPROVAL FILE IS FULL"
003370             GO TO 4000-EXIT
003380         END-IF.
003390         ACCEPT FWM-RUN-DATE FROM DATE YYYYMMDD.
003400         ACCEPT FWM-RUN-TIME FROM TIME.
003410         ADD 1 TO FWM-NEXT-WAIVER-ID.
003420         ADD 1 TO FWM-NEXT-ACTION-ID.
003430         PERFORM 4400-BUILD-APPROVAL THRU 4400-EXIT.
003440         PERFORM 4500-BUILD-WAIVER THRU 4500-EXIT.
003450         PERFORM 5500-SAVE-APPROVALS THRU 5500-EXIT.
003460         PERFORM 6000-SAVE-WAIVERS THRU 6000-EXIT.
003470         DISPLAY "FEEWMNT: WAIVER #" FWM-NEXT-WAIVER-ID
003480             " RECORDED PENDING AS ACTION #" FWM-NEXT-ACTION-ID
003490             " - AWAITING A SECOND SIGN-ON IN APPRMNT".
003500 4000-EXIT.
003510         EXIT.
003520*  A CHARGE MAY BE ASKED FOR AGAIN ONLY AFTER A DENIAL.
003530 4100-FIND-LIVE-REQUEST.
003540         MOVE "N" TO FWM-LIVE-SWITCH.
003550         MOVE ZERO TO FWM-WORK-SUB.
003560         PERFORM 4150-CHECK-ONE-WAIVER THRU 4150-EXIT
003570             UNTIL FWM-LIVE-REQUEST
003580                 OR FWM-WORK-SUB >= FWM-WAIVER-COUNT.
003590 4100-EXIT.
003600         EXIT.
003610 4150-CHECK-ONE-WAIVER.
003620         ADD 1 TO FWM-WORK-SUB.
003630         MOVE FWM-WAIVER-ENTRY(FWM-WORK-SUB) TO FWM-VIEW-WAIVER.
003640         IF FWV-ITEM-ID OF FWM-VIEW-WAIVER = FWM-WORK-ITEM-ID
003650             AND NOT FWV-DENIED OF FWM-VIEW-WAIVER
003660             SET FWM-LIVE-REQUEST TO TRUE
003670             MOVE FWV-WAIVER-ID OF FWM-VIEW-WAIVER
003680                 TO FWM-LIVE-WAIVER-ID
003690         END-IF.
003700 4150-EXIT.
003710         EXIT.
003720*---------------------------------------------------------------
003730*  4200-TRACE-CHARGE.  ONE PASS OF ITEMTRAC FOR THE ITEM ID.
003740*  THE LAST ROW DESCRIBES THE CHARGE; A "POSTED" ROW SAYS BALPOST
003750*  HAS TAKEN IT AND A "REFUNDED" ROW SAYS FEEREFND HAS ALREADY
003760*  GIVEN IT BACK.
003770*---------------------------------------------------------------
003780 4200-TRACE-CHARGE.
003790         MOVE "N" TO FWM-TRACED-SWITCH.
003800         MOVE "N" TO FWM-POSTED-SWITCH.
003810         MOVE "N" TO FWM-REFUNDED-SWITCH.
003820         MOVE "N" TO FWM-TRACE-EOF-SWITCH.
003830         MOVE SPACES TO FWM-CHG-TYPE.
003840         OPEN INPUT TRACE-LOG-FILE.
003850         IF NOT FWM-TRACE-FILE-OK
003860             GO TO 4200-EXIT
003870         END-IF.
003880         PERFORM 4250-TRACE-ONE-ROW THRU 4250-EXIT
003890             UNTIL FWM-TRACE-AT-END.
003900         CLOSE TRACE-LOG-FILE.
003910 4200-EXIT.
003920         EXIT.
003930 4250-TRACE-ONE-ROW.
003940         READ TRACE-LOG-FILE
003950             AT END
003960                 MOVE "Y" TO FWM-TRACE-EOF-SWITCH
003970                 GO TO 4250-EXIT
003980         END-READ.
003990         IF TRC-ITEM-ID NOT = FWM-WORK-ITEM-ID
004000             GO TO 4250-EXIT
004010         END-IF.
004020         SET FWM-ITEM-TRACED TO TRUE.
004030         IF TRC-EVENT = "REFUNDED"
004040             SET FWM-ITEM-REFUNDED TO TRUE
004050             GO TO 4250-EXIT
004060         END-IF.
004070         IF TRC-EVENT = "POSTED"
004080             SET FWM-ITEM-POSTED TO TRUE
004090         END-IF.
004100         MOVE TRC-BRANCH-CODE TO FWM-CHG-BRANCH.
004110         MOVE TRC-ACCOUNT-NO TO FWM-CHG-ACCOUNT.
004120         MOVE TRC-RECORD-TYPE TO FWM-CHG-TYPE.
004130         MOVE TRC-TRANS-DATE TO FWM-CHG-DATE.
004140         MOVE TRC-AMOUNT TO FWM-CHG-AMOUNT.
004150 4250-EXIT.
004160         EXIT.
004170 4300-SHOW-ONE-REASON.
004180         DISPLAY "  " FRS-CODE(FRS-IDX) " " FRS-TEXT(FRS-IDX).
004190 4300-EXIT.
004200         EXIT.
004210 4400-BUILD-APPROVAL.
004220         MOVE SPACES TO FWM-VIEW-APPROVAL.
004230         MOVE FWM-NEXT-ACTION-ID
004240             TO APR-ACTION-ID OF FWM-VIEW-APPROVAL.
004250         MOVE "FEEWAIVE" TO APR-ACTION-TYPE OF FWM-VIEW-APPROVAL.
004260         MOVE FWM-NEXT-WAIVER-ID
004270             TO APR-TARGET OF FWM-VIEW-APPROVAL.
004280         MOVE FWM-WORK-NOTE TO APR-REASON OF FWM-VIEW-APPROVAL.
004290         MOVE FWM-SESSION-USER-ID
004300             TO APR-REQUESTED-BY OF FWM-VIEW-APPROVAL.
004310         MOVE FWM-RUN-DATE
004320             TO APR-REQUEST-DATE OF FWM-VIEW-APPROVAL.
004330         MOVE FWM-RUN-TIME
004340             TO APR-REQUEST-TIME OF FWM-VIEW-APPROVAL.
004350         MOVE "P" TO APR-STATUS OF FWM-VIEW-APPROVAL.
004360         MOVE ZERO TO APR-APPROVAL-DATE OF FWM-VIEW-APPROVAL.
004370         MOVE ZERO TO APR-APPROVAL-TIME OF FWM-VIEW-APPROVAL.
004380         MOVE ZERO TO APR-EXECUTED-DATE OF FWM-VIEW-APPROVAL.
004390         MOVE ZERO TO APR-EXECUTED-TIME OF FWM-VIEW-APPROVAL.
004400         ADD 1 TO FWM-APPR-COUNT.
004410         MOVE FWM-VIEW-APPROVAL TO FWM-APPR-ENTRY(FWM-APPR-COUNT).
004420 4400-EXIT.
004430         EXIT.
004440 4500-BUILD-WAIVER.
004450         MOVE SPACES TO FWM-VIEW-WAIVER.
004460         MOVE FWM-NEXT-WAIVER-ID
004470             TO FWV-WAIVER-ID OF FWM-VIEW-WAIVER.
004480         MOVE FWM-WORK-ITEM-ID TO FWV-ITEM-ID OF FWM-VIEW-WAIVER.
004490         MOVE FWM-CHG-BRANCH
004500             TO FWV-BRANCH-CODE OF FWM-VIEW-WAIVER.
004510         MOVE FWM-CHG-ACCOUNT
004520             TO FWV-ACCOUNT-NO OF FWM-VIEW-WAIVER.
004530         MOVE FWM-CHG-TYPE TO FWV-RECORD-TYPE OF FWM-VIEW-WAIVER.
004540         MOVE FWM-CHG-DATE TO FWV-CHARGE-DATE OF FWM-VIEW-WAIVER.
004550         MOVE FWM-CHG-AMOUNT TO FWV-AMOUNT OF FWM-VIEW-WAIVER.
004560         MOVE FWM-WORK-REASON
004570             TO FWV-REASON-CODE OF FWM-VIEW-WAIVER.
004580         MOVE FWM-WORK-NOTE TO FWV-NOTE OF FWM-VIEW-WAIVER.
004590         MOVE FWM-SESSION-USER-ID
004600             TO FWV-REQUESTED-BY OF FWM-VIEW-WAIVER.
004610         MOVE FWM-RUN-DATE TO FWV-REQUEST-DATE OF FWM-VIEW-WAIVER.
004620         MOVE FWM-NEXT-ACTION-ID
004630             TO FWV-APPROVAL-ID OF FWM-VIEW-WAIVER.
004640         MOVE "P" TO FWV-STATUS OF FWM-VIEW-WAIVER.
004650         MOVE SPACES TO FWV-APPROVED-BY OF FWM-VIEW-WAIVER.
004660         MOVE ZERO TO FWV-DECISION-DATE OF FWM-VIEW-WAIVER.
004670         ADD 1 TO FWM-WAIVER-COUNT.
004680         MOVE FWM-VIEW-WAIVER
004690             TO FWM-WAIVER-ENTRY(FWM-WAIVER-COUNT).
004700 4500-EXIT.
004710         EXIT.
004720 5000-LOAD-APPROVALS.
004730         MOVE ZERO TO FWM-APPR-COUNT.
004740         MOVE ZERO TO FWM-NEXT-ACTION-ID.
004750         MOVE "N" TO FWM-LOAD-EOF-SWITCH.
004760         OPEN INPUT APPROVAL-FILE.
004770         IF NOT FWM-APPROVAL-FILE-OK
004780             GO TO 5000-EXIT
004790         END-IF.
004800         PERFORM 5100-LOAD-ONE-APPROVAL THRU 5100-EXIT
004810             UNTIL FWM-LOAD-AT-END
004820                 OR FWM-APPR-COUNT = 100.
004830         CLOSE APPROVAL-FILE.
004840 5000-EXIT.
004850         EXIT.
004860 5100-LOAD-ONE-APPROVAL.
004870         READ APPROVAL-FILE
004880             AT END
004890                 MOVE "Y" TO FWM-LOAD-EOF-SWITCH
004900             NOT AT END
004910                 ADD 1 TO FWM-APPR-COUNT
004920                 MOVE APPROVAL-RECORD
004930                     TO FWM-APPR-ENTRY(FWM-APPR-COUNT)
004940                 IF APR-ACTION-ID OF APPROVAL-RECORD
004950                     > FWM-NEXT-ACTION-ID
004960                     MOVE APR-ACTION-ID OF APPROVAL-RECORD
004970                         TO FWM-NEXT-ACTION-ID
004980                 END-IF
004990         END-READ.
005000 5100-EXIT.
005010         EXIT.
005020 5500-SAVE-APPROVALS.
005030         OPEN OUTPUT APPROVAL-FILE.
005040         IF NOT FWM-APPROVAL-FILE-OK
005050             DISPLAY "FEEWMNT: CANNOT OPEN APPROVAL FOR OUTPUT, "
005060                 "STATUS = " FWM-APPROVAL-FILE-STATUS
005070             GO TO 5500-EXIT
005080         END-IF.
005090         MOVE ZERO TO FWM-WORK-SUB.
005100         PERFORM 5550-SAVE-ONE-APPROVAL THRU 5550-EXIT
005110             UNTIL FWM-WORK-SUB >= FWM-APPR-COUNT.
005120         CLOSE APPROVAL-FILE.
005130 5500-EXIT.
005140         EXIT.
005150 5550-SAVE-ONE-APPROVAL.
005160         ADD 1 TO FWM-WORK-SUB.
005170         MOVE FWM-APPR-ENTRY(FWM-WORK-SUB) TO APPROVAL-RECORD.
005180         WRITE APPROVAL-RECORD.
005190 5550-EXIT.
005200         EXIT.
005210 6000-SAVE-WAIVERS.
005220         OPEN OUTPUT FEE-WAIVER-FILE.
005230         IF NOT FWM-WAIVER-FILE-OK
005240             DISPLAY "FEEWMNT: CANNOT OPEN FEEWAIVE FOR OUTPUT, "
005250                 "STATUS = " FWM-WAIVER-FILE-STATUS
005260             GO TO 6000-EXIT
005270         END-IF.
005280         MOVE ZERO TO FWM-WORK-SUB.
005290         PERFORM 6100-SAVE-ONE-WAIVER THRU 6100-EXIT
005300             UNTIL FWM-WORK-SUB >= FWM-WAIVER-COUNT.
005310         CLOSE FEE-WAIVER-FILE.
005320 6000-EXIT.
005330         EXIT.
005340 6100-SAVE-ONE-WAIVER.
005350         ADD 1 TO FWM-WORK-SUB.
005360         MOVE FWM-WAIVER-ENTRY(FWM-WORK-SUB) TO FEE-WAIVER-RECORD.
005370         WRITE FEE-WAIVER-RECORD.
005380 6100-EXIT.
005390         EXIT.
