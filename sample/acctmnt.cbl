000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 ACCTMNT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  ACCOUNT MASTER MAINTENANCE.  UNTIL NOW THE ONLY WAY TO
000180*  CHANGE AN ACCOUNT'S STATUS, CYCLE CODE OR DELIVERY CODE WAS
000190*  A NEW ACCTFEED OR ACCTDELT FROM UPSTREAM, WHICH CAN TAKE A
000200*  DAY -- TOO LONG WHEN FRAUD CALLS IN AND THE ACCOUNT HAS TO
000210*  BE FROZEN NOW.  THIS SIGN-ON PROGRAM (BRMAINT/WLMAINT
000220*  STYLE, OPERAUTH FUNCTION "T") READS AND REWRITES ACCTMST
000230*  ONE ACCOUNT AT A TIME, AND EVERY CHANGE IT MAKES GOES TO
000240*  THE ACLAUDIT TRAIL AS A BEFORE/AFTER LINE IN THE SAME SHAPE
000250*  ACCTLOAD WRITES.
000260*
000270*  FREEZING (O OR D TO F), THE CYCLE CODE AND THE DELIVERY
000280*  CODE TAKE EFFECT AT ONCE.  PUTTING AN ACCOUNT BACK TO OPEN
000290*  -- UNFREEZING, REOPENING A CLOSED ONE OR REACTIVATING A
000300*  DORMANT ONE -- IS UNDER DUAL CONTROL: THE FIRST ATTEMPT
000310*  RECORDS A PENDING ACCTSTAT ROW ON THE APPROVAL FILE, A
000320*  DIFFERENT SIGN-ON APPROVES IT THROUGH APPRMNT, AND THE
000330*  NEXT ATTEMPT FINDS THE APPROVED ROW, APPLIES THE CHANGE
000340*  AND MARKS THE ROW EXECUTED.  CLOSING GOES THROUGH A CLOSREQ
000350*  REQUEST SO ACCTCLOS CAN SETTLE THE BALANCE, AND DORMANCY IS
000360*  SET ONLY BY THE DORMANT JOB, SO NEITHER IS OFFERED HERE.
000370*  ------------------------------------------------------------
000380*  MODIFICATION HISTORY
000390*  ------------------------------------------------------------
000400*  DATE       BY   DESCRIPTION
000410*  ---------- ---- --------------------------------------------
000420*  10/15/2026 DCG  ORIGINAL PROGRAM.
00042A*  10/15/2026 DCG  THE ACCOUNT DISPLAY NOW SHOWS THE ACCOUNT
00042B*                  CURRENCY (SPACES = LOCAL).
00042C*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00042D*                  SIGN-ON AND BEFORE EACH ACCTMST REWRITE OR
00042E*                  APPROVAL REQUEST.
000430*---------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.
000470         LINUX.
000480 OBJECT-COMPUTER.
000490         LINUX.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS RANDOM
000550             RECORD KEY IS ACM-ACCOUNT-NO
000560             FILE STATUS IS AMT-MASTER-FILE-STATUS.
000570         SELECT CHANGE-AUDIT-FILE ASSIGN TO "ACLAUDIT"
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS AMT-AUDIT-FILE-STATUS.
000600         SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS AMT-APPROVAL-FILE-STATUS.
000630         SELECT CYCLE-CALENDAR-FILE ASSIGN TO "STMTCYCL"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS AMT-CYCLE-FILE-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ACCOUNT-MASTER-FILE.
000690     COPY ACCTREC.
000700 FD  CHANGE-AUDIT-FILE.
000710 01  CHANGE-AUDIT-REC.
000720         05  AUD-ACCOUNT-NO          PIC X(10).
000730         05  AUD-FIELD-NAME          PIC X(10).
000740         05  AUD-BEFORE-VALUE        PIC X(03).
000750         05  AUD-AFTER-VALUE         PIC X(03).
000760         05  AUD-RUN-DATE            PIC 9(08).
000770         05  AUD-RUN-TIME            PIC 9(08).
000780 FD  APPROVAL-FILE.
000790     COPY APPRVREC.
000800 FD  CYCLE-CALENDAR-FILE.
000810 01  CYCLE-CALENDAR-RECORD.
000820         05  CYC-CYCLE-CODE          PIC X(02).
000830         05  CYC-CUT-DAY             PIC 9(02).
000840 WORKING-STORAGE SECTION.
000850     COPY OPAUTHC.
00085A     COPY BATCHWNC.
000860 01  AMT-FILE-STATUS-VALUES.
000870         05  AMT-MASTER-FILE-STATUS  PIC X(02).
000880             88  AMT-MASTER-FILE-OK      VALUE "00".
000890         05  AMT-AUDIT-FILE-STATUS   PIC X(02).
000900             88  AMT-AUDIT-FILE-OK       VALUE "00".
000910         05  AMT-APPROVAL-FILE-STATUS PIC X(02).
000920             88  AMT-APPROVAL-FILE-OK    VALUE "00".
000930         05  AMT-CYCLE-FILE-STATUS   PIC X(02).
000940             88  AMT-CYCLE-FILE-OK       VALUE "00".
000950 01  AMT-SWITCHES.
000960         05  AMT-DONE-SWITCH         PIC X(01) VALUE "N".
000970             88  AMT-DONE                VALUE "Y".
000980         05  AMT-MASTER-OPEN-SWITCH  PIC X(01) VALUE "N".
000990             88  AMT-MASTER-OPEN         VALUE "Y".
001000         05  AMT-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
001010             88  AMT-AUDIT-OPEN          VALUE "Y".
001020         05  AMT-LOAD-EOF-SWITCH     PIC X(01) VALUE "N".
001030             88  AMT-LOAD-AT-END         VALUE "Y".
001040         05  AMT-ACCOUNT-SWITCH      PIC X(01) VALUE "N".
001050             88  AMT-ACCOUNT-FOUND       VALUE "Y".
001060         05  AMT-APPROVED-SWITCH     PIC X(01) VALUE "N".
001070             88  AMT-APPROVED-FOUND      VALUE "Y".
001080         05  AMT-PENDING-SWITCH      PIC X(01) VALUE "N".
001090             88  AMT-PENDING-FOUND       VALUE "Y".
001100         05  AMT-CYCLE-SWITCH        PIC X(01) VALUE "N".
001110             88  AMT-CYCLE-KNOWN         VALUE "Y".
001120 01  AMT-MENU-CHOICE             PIC X(01) VALUE SPACES.
001130 01  AMT-SESSION-CONTEXT.
001140         05  AMT-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
001150         05  AMT-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
001160 01  AMT-WORK-FIELDS.
001170         05  AMT-WORK-ACCOUNT        PIC X(10) VALUE SPACES.
001180         05  AMT-WORK-STATUS         PIC X(01) VALUE SPACES.
001190             88  AMT-WORK-TO-OPEN        VALUE "O".
001200             88  AMT-WORK-TO-FROZEN      VALUE "F".
001210             88  AMT-WORK-TO-CLOSED      VALUE "C".
001220             88  AMT-WORK-TO-DORMANT     VALUE "D".
001230         05  AMT-WORK-CYCLE          PIC X(02) VALUE SPACES.
001240         05  AMT-WORK-DELIVERY       PIC X(01) VALUE SPACES.
001250             88  AMT-WORK-DELIVERY-VALID VALUES "E" "P" "N".
001260         05  AMT-WORK-REASON         PIC X(29) VALUE SPACES.
001270         05  AMT-AUDIT-FIELD         PIC X(10) VALUE SPACES.
001280         05  AMT-AUDIT-BEFORE        PIC X(03) VALUE SPACES.
001290         05  AMT-AUDIT-AFTER         PIC X(03) VALUE SPACES.
001300         05  AMT-RUN-DATE            PIC 9(08) VALUE ZERO.
001310         05  AMT-RUN-TIME            PIC 9(08) VALUE ZERO.
001320         05  AMT-NEXT-ID             PIC 9(05) VALUE ZERO.
001330         05  AMT-PENDING-ID          PIC 9(05) VALUE ZERO.
001340         05  AMT-CHANGE-COUNT        PIC 9(05) COMP VALUE ZERO.
001350*---------------------------------------------------------------
001360*  THE APPROVAL FILE IS SMALL AND SHARED WITH APPRMNT, SO IT
001370*  IS READ INTO THIS TABLE EACH TIME A DUAL-CONTROL CHANGE IS
001380*  TRIED AND WRITTEN BACK WHOLE WHEN A ROW IS ADDED OR MARKED.
001390*---------------------------------------------------------------
001400 01  AMT-APPROVAL-TABLE.
001410         05  AMT-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
001420         05  AMT-APPR-SUB            PIC 9(03) COMP VALUE ZERO.
001430         05  AMT-HIT-SUB             PIC 9(03) COMP VALUE ZERO.
001440         05  AMT-APPR-ENTRY OCCURS 100 TIMES
001450                 PIC X(130).
001460     COPY APPRVREC REPLACING ==APPROVAL-RECORD== BY
001470         ==AMT-VIEW-RECORD==.
001480 01  AMT-CYCLE-TABLE.
001490         05  AMT-CYCLE-COUNT         PIC 9(03) COMP VALUE ZERO.
001500         05  AMT-CYCLE-ENTRY OCCURS 50 TIMES
001510                 INDEXED BY AMT-CYCLE-IDX.
001520             10  AMT-CYCLE-CODE      PIC X(02).
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001570             UNTIL AMT-DONE.
001580         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001590         STOP RUN.
001600 1000-INITIALIZE.
001610         DISPLAY "ACCTMNT: JOB STARTING".
001620         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001630         ACCEPT AMT-SESSION-USER-ID FROM CONSOLE.
001640         IF AMT-SESSION-USER-ID = SPACES
001650             MOVE "GUEST" TO AMT-SESSION-USER-ID
001660         END-IF.
001670         ACCEPT AMT-SESSION-SIGNON-TIME FROM TIME.
001680         DISPLAY "ACCTMNT: SIGNED ON AS " AMT-SESSION-USER-ID
001690             " AT " AMT-SESSION-SIGNON-TIME.
001700*  THE SHARED OPERATOR MASTER DECIDES WHO GETS IN --
001710*  SEE OPERAUTH; A MISSING OPERMST STILL GRANTS ALL.
001720         MOVE AMT-SESSION-USER-ID TO OPA-USER-ID.
001730         MOVE "T" TO OPA-FUNCTION.
001740         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001750         IF NOT OPA-GRANTED
001760             DISPLAY "ACCTMNT: ACCESS DENIED FOR "
001770                 AMT-SESSION-USER-ID " - SESSION ENDED"
001780             MOVE "Y" TO AMT-DONE-SWITCH
001790             GO TO 1000-EXIT
001800         END-IF.
00180A         INITIALIZE BATCH-WINDOW-AREA.
00180B         MOVE "ACCTMNT" TO BWN-PROGRAM.
00180C         MOVE AMT-SESSION-USER-ID TO BWN-USER-ID.
00180D         MOVE "S" TO BWN-FUNCTION.
00180E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001810         OPEN I-O ACCOUNT-MASTER-FILE.
001820         IF NOT AMT-MASTER-FILE-OK
001830             DISPLAY "ACCTMNT: CANNOT OPEN ACCTMST, STATUS = "
001840                 AMT-MASTER-FILE-STATUS " - SESSION ENDED"
001850             MOVE "Y" TO AMT-DONE-SWITCH
001860             GO TO 1000-EXIT
001870         END-IF.
001880         SET AMT-MASTER-OPEN TO TRUE.
001890         PERFORM 1100-LOAD-CYCLES THRU 1100-EXIT.
001900 1000-EXIT.
001910         EXIT.
001920*---------------------------------------------------------------
001930*  1100-LOAD-CYCLES.  A CYCLE CODE MUST BE ON THE STMTCYCL
001940*  CALENDAR OR STMTGEN WOULD NEVER CUT THE ACCOUNT'S
001950*  STATEMENT.  NO CALENDAR, NO CHECK -- THE SAME LATITUDE
001960*  ACCTLOAD GIVES THE FEED.
001970*---------------------------------------------------------------
001980 1100-LOAD-CYCLES.
001990         OPEN INPUT CYCLE-CALENDAR-FILE.
002000         IF NOT AMT-CYCLE-FILE-OK
002010             GO TO 1100-EXIT
002020         END-IF.
002030         PERFORM 1150-LOAD-ONE-CYCLE THRU 1150-EXIT
002040             UNTIL AMT-LOAD-AT-END
002050                 OR AMT-CYCLE-COUNT = 50.
002060         CLOSE CYCLE-CALENDAR-FILE.
002070 1100-EXIT.
002080         EXIT.
002090 1150-LOAD-ONE-CYCLE.
002100         READ CYCLE-CALENDAR-FILE
002110             AT END
002120                 MOVE "Y" TO AMT-LOAD-EOF-SWITCH
002130             NOT AT END
002140                 ADD 1 TO AMT-CYCLE-COUNT
002150                 MOVE CYC-CYCLE-CODE
002160                     TO AMT-CYCLE-CODE(AMT-CYCLE-COUNT)
002170         END-READ.
002180 1150-EXIT.
002190         EXIT.
002200 2000-MENU-LOOP.
002210         DISPLAY " ".
002220         DISPLAY "----------------------------------------------".
002230         DISPLAY "ACCOUNT MASTER MAINTENANCE".
002240         DISPLAY "USER: " AMT-SESSION-USER-ID
002250             "   SIGNED ON: " AMT-SESSION-SIGNON-TIME.
002260         DISPLAY "----------------------------------------------".
002270         DISPLAY "1. INQUIRE ON AN ACCOUNT".
002280         DISPLAY "2. CHANGE STATUS".
002290         DISPLAY "3. CHANGE STATEMENT CYCLE".
002300         DISPLAY "4. CHANGE STATEMENT DELIVERY".
002310         DISPLAY "5. EXIT".
002320         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002330         ACCEPT AMT-MENU-CHOICE FROM CONSOLE.
002340         EVALUATE AMT-MENU-CHOICE
002350             WHEN "1"
002360                 PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
002370             WHEN "2"
002380                 PERFORM 3000-CHANGE-STATUS THRU 3000-EXIT
002390             WHEN "3"
002400                 PERFORM 4000-CHANGE-CYCLE THRU 4000-EXIT
002410             WHEN "4"
002420                 PERFORM 5000-CHANGE-DELIVERY THRU 5000-EXIT
002430             WHEN "5"
002440                 SET AMT-DONE TO TRUE
002450             WHEN OTHER
002460                 DISPLAY "ACCTMNT: INVALID SELECTION, TRY AGAIN"
002470         END-EVALUATE.
002480 2000-EXIT.
002490         EXIT.
002500*---------------------------------------------------------------
002510*  2100-FIND-ACCOUNT.  PROMPTS FOR THE ACCOUNT, READS IT AND
002520*  SHOWS WHAT IS ON FILE.  EVERY CHANGE STARTS HERE.
002530*---------------------------------------------------------------
002540 2100-FIND-ACCOUNT.
002550         MOVE "N" TO AMT-ACCOUNT-SWITCH.
002560         DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
002570         ACCEPT AMT-WORK-ACCOUNT FROM CONSOLE.
002580         IF AMT-WORK-ACCOUNT = SPACES
002590             GO TO 2100-EXIT
002600         END-IF.
002610         MOVE AMT-WORK-ACCOUNT TO ACM-ACCOUNT-NO.
002620         READ ACCOUNT-MASTER-FILE
002630             INVALID KEY
002640                 DISPLAY "ACCTMNT: ACCOUNT " AMT-WORK-ACCOUNT
002650                     " IS NOT ON ACCTMST"
002660                 GO TO 2100-EXIT
002670         END-READ.
002680         SET AMT-ACCOUNT-FOUND TO TRUE.
002690         DISPLAY "  ACCOUNT " ACM-ACCOUNT-NO
002700             "  STATUS " ACM-STATUS
002710             "  CYCLE " ACM-CYCLE-CODE
002720             "  DELIVERY " ACM-DELIVERY-CODE
002730             "  PRODUCT " ACM-PRODUCT-CODE
002735             "  CURRENCY " ACM-CURRENCY-CODE.
002740 2100-EXIT.
002750         EXIT.
002760*---------------------------------------------------------------
002770*  3000-CHANGE-STATUS.  F TAKES EFFECT AT ONCE; O IS THE
002780*  DUAL-CONTROL PATH (SEE 3100).  C AND D BELONG TO ACCTCLOS
002790*  AND DORMANT.
002800*---------------------------------------------------------------
002810 3000-CHANGE-STATUS.
002820         MOVE "N" TO AMT-APPROVED-SWITCH.
002830         PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
002840         IF NOT AMT-ACCOUNT-FOUND
002850             GO TO 3000-EXIT
002860         END-IF.
002870         DISPLAY "NEW STATUS (F=FREEZE, O=OPEN): "
002880             WITH NO ADVANCING.
002890         ACCEPT AMT-WORK-STATUS FROM CONSOLE.
002900         IF AMT-WORK-STATUS = ACM-STATUS
002910             DISPLAY "ACCTMNT: STATUS IS ALREADY " ACM-STATUS
002920             GO TO 3000-EXIT
002930         END-IF.
002940         EVALUATE TRUE
002950             WHEN AMT-WORK-TO-FROZEN
002960                 IF ACM-ACCOUNT-CLOSED
002970                     DISPLAY "ACCTMNT: A CLOSED ACCOUNT CANNOT "
002980                         "BE FROZEN"
002990                     GO TO 3000-EXIT
003000                 END-IF
003010             WHEN AMT-WORK-TO-OPEN
003020                 PERFORM 3100-CHECK-APPROVAL THRU 3100-EXIT
003030                 IF NOT AMT-APPROVED-FOUND
003040                     GO TO 3000-EXIT
003050                 END-IF
003060             WHEN AMT-WORK-TO-CLOSED
003070                 DISPLAY "ACCTMNT: CLOSE THROUGH A CLOSREQ "
003080                     "REQUEST SO THE BALANCE IS SETTLED"
003090                 GO TO 3000-EXIT
003100             WHEN AMT-WORK-TO-DORMANT
003110                 DISPLAY "ACCTMNT: DORMANCY IS SET ONLY BY THE "
003120                     "DORMANT JOB"
003130                 GO TO 3000-EXIT
003140             WHEN OTHER
003150                 DISPLAY "ACCTMNT: STATUS MUST BE F OR O"
003160                 GO TO 3000-EXIT
003170         END-EVALUATE.
003180         MOVE "STATUS" TO AMT-AUDIT-FIELD.
003190         MOVE ACM-STATUS TO AMT-AUDIT-BEFORE.
003200         MOVE AMT-WORK-STATUS TO AMT-AUDIT-AFTER.
003210         MOVE AMT-WORK-STATUS TO ACM-STATUS.
003220         PERFORM 6000-REWRITE-ACCOUNT THRU 6000-EXIT.
003230         IF AMT-APPROVED-FOUND
003240             PERFORM 3400-MARK-EXECUTED THRU 3400-EXIT
003250         END-IF.
003260 3000-EXIT.
003270         EXIT.
003280*---------------------------------------------------------------
003290*  3100-CHECK-APPROVAL.  PUTTING AN ACCOUNT BACK TO OPEN NEEDS
003300*  AN APPROVED ACCTSTAT ROW FOR THIS ACCOUNT.  NONE YET AND
003310*  NONE PENDING RECORDS A PENDING ROW FOR A SECOND SIGN-ON TO
003320*  APPROVE IN APPRMNT.  THE APPROVER CAN NEVER BE THE
003330*  REQUESTER -- APPRMNT REFUSES THAT -- AND THE ROW IS MARKED
003340*  EXECUTED ONCE THE CHANGE IS MADE, SO ONE APPROVAL BUYS ONE
003350*  CHANGE.
003360*---------------------------------------------------------------
003370 3100-CHECK-APPROVAL.
003380         MOVE "N" TO AMT-APPROVED-SWITCH.
003390         MOVE "N" TO AMT-PENDING-SWITCH.
003400         MOVE "N" TO AMT-LOAD-EOF-SWITCH.
003410         MOVE ZERO TO AMT-APPR-COUNT.
003420         MOVE ZERO TO AMT-NEXT-ID.
003430         OPEN INPUT APPROVAL-FILE.
003440         IF AMT-APPROVAL-FILE-OK
003450             PERFORM 3150-LOAD-ONE-APPROVAL THRU 3150-EXIT
003460                 UNTIL AMT-LOAD-AT-END
003470                     OR AMT-APPR-COUNT = 100
003480             CLOSE APPROVAL-FILE
003490         END-IF.
003500         MOVE ZERO TO AMT-APPR-SUB.
003510         PERFORM 3200-MATCH-ONE-APPROVAL THRU 3200-EXIT
003520             UNTIL AMT-APPROVED-FOUND
003530                 OR AMT-APPR-SUB >= AMT-APPR-COUNT.
003540         IF AMT-APPROVED-FOUND
003550             MOVE AMT-APPR-ENTRY(AMT-HIT-SUB) TO AMT-VIEW-RECORD
003560             DISPLAY "ACCTMNT: APPROVED ACTION #"
003570                 APR-ACTION-ID OF AMT-VIEW-RECORD
003580                 " REQUESTED BY "
003590                 APR-REQUESTED-BY OF AMT-VIEW-RECORD
003600                 ", APPROVED BY "
003610                 APR-APPROVED-BY OF AMT-VIEW-RECORD
003620             GO TO 3100-EXIT
003630         END-IF.
003640         IF AMT-PENDING-FOUND
003650             DISPLAY "ACCTMNT: ACTION #" AMT-PENDING-ID
003660                 " IS STILL AWAITING APPROVAL IN APPRMNT"
003670             GO TO 3100-EXIT
003680         END-IF.
003690         PERFORM 3300-REQUEST-APPROVAL THRU 3300-EXIT.
003700 3100-EXIT.
003710         EXIT.
003720 3150-LOAD-ONE-APPROVAL.
003730         READ APPROVAL-FILE
003740             AT END
003750                 MOVE "Y" TO AMT-LOAD-EOF-SWITCH
003760             NOT AT END
003770                 ADD 1 TO AMT-APPR-COUNT
003780                 MOVE APPROVAL-RECORD
003790                     TO AMT-APPR-ENTRY(AMT-APPR-COUNT)
003800                 IF APR-ACTION-ID OF APPROVAL-RECORD
003810                     > AMT-NEXT-ID
003820                     MOVE APR-ACTION-ID OF APPROVAL-RECORD
003830                         TO AMT-NEXT-ID
003840                 END-IF
003850         END-READ.
003860 3150-EXIT.
003870         EXIT.
003880 3200-MATCH-ONE-APPROVAL.
003890         ADD 1 TO AMT-APPR-SUB.
003900         MOVE AMT-APPR-ENTRY(AMT-APPR-SUB) TO AMT-VIEW-RECORD.
003910         IF APR-TYPE-ACCTSTAT OF AMT-VIEW-RECORD
003920             AND APR-ACS-ACCOUNT-NO OF AMT-VIEW-RECORD
003930                 = ACM-ACCOUNT-NO
003940             AND APR-ACS-NEW-STATUS OF AMT-VIEW-RECORD
003950                 = AMT-WORK-STATUS
003960             IF APR-STATUS-APPROVED OF AMT-VIEW-RECORD
003970                 SET AMT-APPROVED-FOUND TO TRUE
003980                 MOVE AMT-APPR-SUB TO AMT-HIT-SUB
003990             END-IF
004000             IF APR-STATUS-PENDING OF AMT-VIEW-RECORD
004010                 SET AMT-PENDING-FOUND TO TRUE
004020                 MOVE APR-ACTION-ID OF AMT-VIEW-RECORD
004030                     TO AMT-PENDING-ID
004040             END-IF
004050         END-IF.
004060 3200-EXIT.
004070         EXIT.
004080 3300-REQUEST-APPROVAL.
004090         IF AMT-APPR-COUNT >= 100
004100             DISPLAY "ACCTMNT: APPROVAL FILE IS FULL"
004110             GO TO 3300-EXIT
004120         END-IF.
004130         DISPLAY "THIS CHANGE NEEDS A SECOND SIGN-ON.  REASON: "
004140             WITH NO ADVANCING.
004150         ACCEPT AMT-WORK-REASON FROM CONSOLE.
004160         IF AMT-WORK-REASON = SPACES
004170             DISPLAY "ACCTMNT: A REASON IS REQUIRED"
004180             GO TO 3300-EXIT
004190         END-IF.
00419A         MOVE "U" TO BWN-FUNCTION.
00419B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00419C         IF BWN-UPDATE-REFUSED
00419D             GO TO 3300-EXIT
00419E         END-IF.
004200         ACCEPT AMT-RUN-DATE FROM DATE YYYYMMDD.
004210         ACCEPT AMT-RUN-TIME FROM TIME.
004220         ADD 1 TO AMT-NEXT-ID.
004230         MOVE SPACES TO AMT-VIEW-RECORD.
004240         MOVE AMT-NEXT-ID TO APR-ACTION-ID OF AMT-VIEW-RECORD.
004250         MOVE "ACCTSTAT" TO APR-ACTION-TYPE OF AMT-VIEW-RECORD.
004260         MOVE AMT-RUN-DATE TO APR-TARGET OF AMT-VIEW-RECORD.
004270         MOVE ACM-ACCOUNT-NO
004280             TO APR-ACS-ACCOUNT-NO OF AMT-VIEW-RECORD.
004290         MOVE AMT-WORK-STATUS
004300             TO APR-ACS-NEW-STATUS OF AMT-VIEW-RECORD.
004310         MOVE AMT-WORK-REASON
004320             TO APR-ACS-NOTE OF AMT-VIEW-RECORD.
004330         MOVE AMT-SESSION-USER-ID
004340             TO APR-REQUESTED-BY OF AMT-VIEW-RECORD.
004350         MOVE AMT-RUN-DATE TO APR-REQUEST-DATE OF AMT-VIEW-RECORD.
004360         MOVE AMT-RUN-TIME TO APR-REQUEST-TIME OF AMT-VIEW-RECORD.
004370         MOVE "P" TO APR-STATUS OF AMT-VIEW-RECORD.
004380         MOVE ZERO TO APR-APPROVAL-DATE OF AMT-VIEW-RECORD.
004390         MOVE ZERO TO APR-APPROVAL-TIME OF AMT-VIEW-RECORD.
004400         MOVE ZERO TO APR-EXECUTED-DATE OF AMT-VIEW-RECORD.
004410         MOVE ZERO TO APR-EXECUTED-TIME OF AMT-VIEW-RECORD.
004420         ADD 1 TO AMT-APPR-COUNT.
004430         MOVE AMT-VIEW-RECORD TO AMT-APPR-ENTRY(AMT-APPR-COUNT).
004440         PERFORM 3500-SAVE-APPROVALS THRU 3500-EXIT.
004450         DISPLAY "ACCTMNT: ACTION #" AMT-NEXT-ID
004460             " RECORDED PENDING - AWAITING A SECOND SIGN-ON".
004470 3300-EXIT.
004480         EXIT.
004490 3400-MARK-EXECUTED.
004500         MOVE AMT-APPR-ENTRY(AMT-HIT-SUB) TO AMT-VIEW-RECORD.
004510         MOVE "X" TO APR-STATUS OF AMT-VIEW-RECORD.
004520         MOVE AMT-RUN-DATE
004530             TO APR-EXECUTED-DATE OF AMT-VIEW-RECORD.
004540         MOVE AMT-RUN-TIME
004550             TO APR-EXECUTED-TIME OF AMT-VIEW-RECORD.
004560         MOVE AMT-VIEW-RECORD TO AMT-APPR-ENTRY(AMT-HIT-SUB).
004570         PERFORM 3500-SAVE-APPROVALS THRU 3500-EXIT.
004580 3400-EXIT.
004590         EXIT.
004600 3500-SAVE-APPROVALS.
004610         OPEN OUTPUT APPROVAL-FILE.
004620         IF NOT AMT-APPROVAL-FILE-OK
004630             DISPLAY "ACCTMNT: CANNOT OPEN APPROVAL FOR OUTPUT, "
004640                 "STATUS = " AMT-APPROVAL-FILE-STATUS
004650             GO TO 3500-EXIT
004660         END-IF.
004670         MOVE ZERO TO AMT-APPR-SUB.
004680         PERFORM 3550-SAVE-ONE-APPROVAL THRU 3550-EXIT
004690             UNTIL AMT-APPR-SUB >= AMT-APPR-COUNT.
004700         CLOSE APPROVAL-FILE.
004710 3500-EXIT.
004720         EXIT.
004730 3550-SAVE-ONE-APPROVAL.
004740         ADD 1 TO AMT-APPR-SUB.
004750         MOVE AMT-APPR-ENTRY(AMT-APPR-SUB) TO APPROVAL-RECORD.
004760         WRITE APPROVAL-RECORD.
004770 3550-EXIT.
004780         EXIT.
004790 4000-CHANGE-CYCLE.
004800         PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
004810         IF NOT AMT-ACCOUNT-FOUND
004820             GO TO 4000-EXIT
004830         END-IF.
004840         DISPLAY "NEW CYCLE CODE (BLANK = MONTH END): "
004850             WITH NO ADVANCING.
004860         ACCEPT AMT-WORK-CYCLE FROM CONSOLE.
004870         IF AMT-WORK-CYCLE = ACM-CYCLE-CODE
004880             DISPLAY "ACCTMNT: CYCLE IS UNCHANGED"
004890             GO TO 4000-EXIT
004900         END-IF.
004910         IF AMT-WORK-CYCLE NOT = SPACES
004920             AND AMT-CYCLE-COUNT > ZERO
004930             MOVE "N" TO AMT-CYCLE-SWITCH
004940             SET AMT-CYCLE-IDX TO 1
004950             SEARCH AMT-CYCLE-ENTRY
004960                 AT END
004970                     CONTINUE
004980                 WHEN AMT-CYCLE-CODE(AMT-CYCLE-IDX)
004990                     = AMT-WORK-CYCLE
005000                     SET AMT-CYCLE-KNOWN TO TRUE
005010             END-SEARCH
005020             IF NOT AMT-CYCLE-KNOWN
005030                 DISPLAY "ACCTMNT: CYCLE " AMT-WORK-CYCLE
005040                     " IS NOT ON THE STMTCYCL CALENDAR"
005050                 GO TO 4000-EXIT
005060             END-IF
005070         END-IF.
005080         MOVE "CYCLE" TO AMT-AUDIT-FIELD.
005090         MOVE ACM-CYCLE-CODE TO AMT-AUDIT-BEFORE.
005100         MOVE AMT-WORK-CYCLE TO AMT-AUDIT-AFTER.
005110         MOVE AMT-WORK-CYCLE TO ACM-CYCLE-CODE.
005120         PERFORM 6000-REWRITE-ACCOUNT THRU 6000-EXIT.
005130 4000-EXIT.
005140         EXIT.
005150*---------------------------------------------------------------
005160*  5000-CHANGE-DELIVERY.  "N" IS KEYED FOR "BACK TO THE
005170*  DEFAULT" AND STORED AS SPACE, THE PAPER DEFAULT EVERY
005180*  FEED-LOADED ACCOUNT CARRIES.
005190*---------------------------------------------------------------
005200 5000-CHANGE-DELIVERY.
005210         PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
005220         IF NOT AMT-ACCOUNT-FOUND
005230             GO TO 5000-EXIT
005240         END-IF.
005250         DISPLAY "NEW DELIVERY (E=ELECTRONIC, P=PAPER, "
005260             "N=DEFAULT): " WITH NO ADVANCING.
005270         ACCEPT AMT-WORK-DELIVERY FROM CONSOLE.
005280         IF NOT AMT-WORK-DELIVERY-VALID
005290             DISPLAY "ACCTMNT: DELIVERY MUST BE E, P OR N"
005300             GO TO 5000-EXIT
005310         END-IF.
005320         IF AMT-WORK-DELIVERY = "N"
005330             MOVE SPACE TO AMT-WORK-DELIVERY
005340         END-IF.
005350         IF AMT-WORK-DELIVERY = ACM-DELIVERY-CODE
005360             DISPLAY "ACCTMNT: DELIVERY IS UNCHANGED"
005370             GO TO 5000-EXIT
005380         END-IF.
005390         MOVE "DELIVERY" TO AMT-AUDIT-FIELD.
005400         MOVE ACM-DELIVERY-CODE TO AMT-AUDIT-BEFORE.
005410         MOVE AMT-WORK-DELIVERY TO AMT-AUDIT-AFTER.
005420         MOVE AMT-WORK-DELIVERY TO ACM-DELIVERY-CODE.
005430         PERFORM 6000-REWRITE-ACCOUNT THRU 6000-EXIT.
005440 5000-EXIT.
005450         EXIT.
005460*---------------------------------------------------------------
005470*  6000-REWRITE-ACCOUNT.  THE CALLER HAS SET THE NEW VALUE ON
005480*  THE RECORD AND THE BEFORE/AFTER PAIR IN THE AUDIT FIELDS.
005490*  THE AUDIT LINE IS WRITTEN ONLY ONCE THE REWRITE HAS TAKEN.
005500*---------------------------------------------------------------
005510 6000-REWRITE-ACCOUNT.
005520         ACCEPT AMT-RUN-DATE FROM DATE YYYYMMDD.
005530         ACCEPT AMT-RUN-TIME FROM TIME.
00553A         MOVE "U" TO BWN-FUNCTION.
00553B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00553C         IF BWN-UPDATE-REFUSED
00553D             MOVE "N" TO AMT-APPROVED-SWITCH
00553E             GO TO 6000-EXIT
00553F         END-IF.
005540         REWRITE ACCOUNT-MASTER-RECORD
005550             INVALID KEY
005560                 DISPLAY "ACCTMNT: REWRITE FAILED FOR "
005570                     ACM-ACCOUNT-NO ", STATUS = "
005580                     AMT-MASTER-FILE-STATUS
005590                 MOVE "N" TO AMT-APPROVED-SWITCH
005600                 GO TO 6000-EXIT
005610         END-REWRITE.
005620         ADD 1 TO AMT-CHANGE-COUNT.
005630         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
005640         DISPLAY "ACCTMNT: " AMT-AUDIT-FIELD " CHANGED FROM "
005650             AMT-AUDIT-BEFORE " TO " AMT-AUDIT-AFTER
005660             " ON " ACM-ACCOUNT-NO.
005670 6000-EXIT.
005680         EXIT.
005690 6800-WRITE-CHANGE-AUDIT.
005700         IF NOT AMT-AUDIT-OPEN
005710             OPEN EXTEND CHANGE-AUDIT-FILE
005720             IF NOT AMT-AUDIT-FILE-OK
005730                 OPEN OUTPUT CHANGE-AUDIT-FILE
005740             END-IF
005750             IF AMT-AUDIT-FILE-OK
005760                 SET AMT-AUDIT-OPEN TO TRUE
005770             ELSE
005780                 DISPLAY "ACCTMNT: ACLAUDIT UNAVAILABLE, "
005790                     "STATUS = " AMT-AUDIT-FILE-STATUS
005800                 GO TO 6800-EXIT
005810             END-IF
005820         END-IF.
005830         MOVE SPACES TO CHANGE-AUDIT-REC.
005840         MOVE ACM-ACCOUNT-NO TO AUD-ACCOUNT-NO.
005850         MOVE AMT-AUDIT-FIELD TO AUD-FIELD-NAME.
005860         MOVE AMT-AUDIT-BEFORE TO AUD-BEFORE-VALUE.
005870         MOVE AMT-AUDIT-AFTER TO AUD-AFTER-VALUE.
005880         MOVE AMT-RUN-DATE TO AUD-RUN-DATE.
005890         MOVE AMT-RUN-TIME TO AUD-RUN-TIME.
005900         WRITE CHANGE-AUDIT-REC.
005910 6800-EXIT.
005920         EXIT.
005930 8000-TERMINATE.
005940         IF AMT-MASTER-OPEN
005950             CLOSE ACCOUNT-MASTER-FILE
005960         END-IF.
005970         IF AMT-AUDIT-OPEN
005980             CLOSE CHANGE-AUDIT-FILE
005990         END-IF.
006000         DISPLAY "ACCTMNT: " AMT-CHANGE-COUNT
006010             " CHANGE(S) MADE".
006020         DISPLAY "ACCTMNT: JOB COMPLETE FOR USER "
006030             AMT-SESSION-USER-ID.
006040 8000-EXIT.
006050         EXIT.
