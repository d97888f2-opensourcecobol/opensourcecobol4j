000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 GLRECON.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  SUBLEDGER-TO-GENERAL-
000220*                  LEDGER BALANCE RECONCILIATION.  GLEXTR
000230*                  PROVES EACH DAY'S VOUCHER AGAINST THAT DAY'S
000240*                  LEDGER ENTRY, BUT NOTHING PROVED THAT ACCTBAL
000250*                  AS A WHOLE STILL AGREES WITH THE DEPOSIT
000260*                  CONTROL ACCOUNTS, SO A MISSED OR DOUBLE-
000270*                  LOADED VOUCHER WENT UNSEEN UNTIL QUARTER END.
000280*                  EVERY ACCTBAL CURRENT BALANCE (FOREIGN ONES
000290*                  AT THEIR CURRATES LOCAL EQUIVALENT, THROUGH
000300*                  FXCONV) IS SUMMED TO ITS BRANCH'S CONTROL
000310*                  ACCOUNT ON GLMAPTBL -- THE BRANCH'S "BL" ROW,
000320*                  ELSE ITS "**" CATCH-ALL, ELSE THE SHOP-WIDE
000330*                  "***BL" ROW -- AND COMPARED WITH THE GL'S OWN
000340*                  CLOSING BALANCE ON GLCLOSE (GLCLOSRC).  THE
000350*                  DAY'S GLVOUCHER DETAIL LINES ARE KEPT ON THE
000360*                  ROLLING GLVCHHST HISTORY FOR THE LAST FEW
000370*                  BUSINESS DAYS; LINES DATED AFTER THE GL'S
000380*                  CLOSE DATE ARE IN TRANSIT AND ADJUST THE GL
000390*                  SIDE.  GLRECRPT SHOWS EACH CONTROL ACCOUNT
000400*                  AND, UNDER EVERY DIFFERENCE, THE RECENT
000410*                  VOUCHER LINES THAT COULD EXPLAIN IT.  A
000420*                  DIFFERENCE OVER THE TOLERANCE (COMMAND-LINE
000430*                  PARAMETER "CENTS,DAYS" -- DEFAULT 100 CENTS
000440*                  AND 5 BUSINESS DAYS OF HISTORY) OPENS A WORKQ
000450*                  ITEM THROUGH WQOPEN.  RC 4 FOR AN OUT-OF-
000460*                  TOLERANCE ACCOUNT, A BALANCE WITH NO CONTROL
000470*                  ACCOUNT OR NO RATE, OR NO GLCLOSE FILE; RC 16
000480*                  WHEN GLMAPTBL OR ACCTBAL CANNOT BE READ OR A
000490*                  TABLE OVERFLOWS (GLVCHHST IS THEN LEFT AS IT
000500*                  WAS).
00050A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00050B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00050C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000510*---------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.
000550         LINUX.
000560 OBJECT-COMPUTER.
000570         LINUX.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000610             ORGANIZATION IS INDEXED
000620             ACCESS MODE IS SEQUENTIAL
000630             RECORD KEY IS ABL-KEY
000640             FILE STATUS IS GLR-BALANCE-FILE-STATUS.
000650         SELECT GL-MAP-FILE ASSIGN TO "GLMAPTBL"
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS GLR-MAP-FILE-STATUS.
000680         SELECT GL-CLOSE-FILE ASSIGN TO "GLCLOSE"
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS GLR-CLOSE-FILE-STATUS.
000710         SELECT VOUCHER-FILE ASSIGN TO "GLVOUCHER"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS GLR-VOUCHER-FILE-STATUS.
000740         SELECT HISTORY-FILE ASSIGN TO "GLVCHHST"
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS GLR-HISTORY-FILE-STATUS.
000770         SELECT REPORT-FILE ASSIGN TO "GLRECRPT"
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS GLR-REPORT-FILE-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  BALANCE-FILE.
000830     COPY BALREC.
000840 FD  GL-MAP-FILE.
000850 01  GL-MAP-RECORD.
000860         05  GLM-BRANCH-CODE         PIC X(03).
000870         05  GLM-RECORD-TYPE         PIC X(02).
000880         05  GLM-GL-ACCOUNT          PIC X(08).
000890 FD  GL-CLOSE-FILE.
000900     COPY GLCLOSRC.
000910 FD  VOUCHER-FILE.
000920 01  VOUCHER-RECORD.
000930         05  GLV-LINE-TYPE           PIC X(01).
000940             88  GLV-IS-DETAIL           VALUE "V".
000950         05  GLV-GL-ACCOUNT          PIC X(08).
000960         05  GLV-DR-CR               PIC X(02).
000970         05  GLV-AMOUNT              PIC 9(09)V99.
000980         05  GLV-BRANCH-CODE         PIC X(03).
000990         05  GLV-RECORD-TYPE         PIC X(02).
001000         05  GLV-RUN-DATE            PIC 9(08).
001010*  GLVCHHST HOLDS GLVOUCHER DETAIL LINES ONLY, IN THE SAME LAYOUT.
001020 FD  HISTORY-FILE.
001030 01  HISTORY-RECORD.
001040         05  GVH-LINE-TYPE           PIC X(01).
001050         05  GVH-GL-ACCOUNT          PIC X(08).
001060         05  GVH-DR-CR               PIC X(02).
001070         05  GVH-AMOUNT              PIC 9(09)V99.
001080         05  GVH-BRANCH-CODE         PIC X(03).
001090         05  GVH-RECORD-TYPE         PIC X(02).
001100         05  GVH-RUN-DATE            PIC 9(08).
001110 FD  REPORT-FILE.
001120 01  REPORT-RECORD               PIC X(132).
001130 WORKING-STORAGE SECTION.
001140     COPY DATESRVC.
001150     COPY FXCONVC.
001160 01  GLR-FILE-STATUS-VALUES.
001170         05  GLR-BALANCE-FILE-STATUS PIC X(02).
001180             88  GLR-BALANCE-FILE-OK     VALUE "00".
001190         05  GLR-MAP-FILE-STATUS     PIC X(02).
001200             88  GLR-MAP-FILE-OK         VALUE "00".
001210         05  GLR-CLOSE-FILE-STATUS   PIC X(02).
001220             88  GLR-CLOSE-FILE-OK       VALUE "00".
001230         05  GLR-VOUCHER-FILE-STATUS PIC X(02).
001240             88  GLR-VOUCHER-FILE-OK     VALUE "00".
001250         05  GLR-HISTORY-FILE-STATUS PIC X(02).
001260             88  GLR-HISTORY-FILE-OK     VALUE "00".
001270         05  GLR-REPORT-FILE-STATUS  PIC X(02).
001280             88  GLR-REPORT-FILE-OK      VALUE "00".
001290 01  GLR-SWITCHES.
001300         05  GLR-EOF-SWITCH          PIC X(01) VALUE "N".
001310             88  GLR-AT-END              VALUE "Y".
001320         05  GLR-MAP-FOUND-SWITCH    PIC X(01) VALUE "N".
001330             88  GLR-MAP-FOUND           VALUE "Y".
001340         05  GLR-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
001350             88  GLR-TABLE-OVERFLOW      VALUE "Y".
001360         05  GLR-VOUCHER-SWITCH      PIC X(01) VALUE "N".
001370             88  GLR-VOUCHER-TAKEN       VALUE "Y".
001380 01  GLR-RUN-DATE                PIC 9(08) VALUE ZERO.
001390 01  GLR-CUTOFF-DATE             PIC 9(08) VALUE ZERO.
001400 01  GLR-VOUCHER-DATE            PIC 9(08) VALUE ZERO.
001410 01  GLR-PARM-STRING             PIC X(12) VALUE SPACES.
001420 01  GLR-PARM-CENTS              PIC 9(07) VALUE 100.
001430 01  GLR-PARM-DAYS               PIC 9(03) VALUE 5.
001440 01  GLR-TOLERANCE               PIC 9(05)V99 VALUE ZERO.
001450 01  GLR-WQ-SOURCE               PIC X(08) VALUE "GLRECON".
001460 01  GLR-WQ-DESCRIPTION          PIC X(60) VALUE SPACES.
001470 01  GLR-COUNTERS.
001480         05  GLR-BALANCES-READ       PIC 9(07) VALUE ZERO.
001490         05  GLR-UNMAPPED-COUNT      PIC 9(07) VALUE ZERO.
001500         05  GLR-NO-RATE-COUNT       PIC 9(07) VALUE ZERO.
001510         05  GLR-CLOSE-ROWS-READ     PIC 9(05) VALUE ZERO.
001520         05  GLR-VOUCHER-LINES       PIC 9(05) VALUE ZERO.
001530         05  GLR-HISTORY-DROPPED     PIC 9(05) VALUE ZERO.
001540         05  GLR-ACCOUNTS-AGREED     PIC 9(03) VALUE ZERO.
001550         05  GLR-ACCOUNTS-OUT        PIC 9(03) VALUE ZERO.
001560 01  GLR-MAP-TABLE.
001570         05  GLR-MAP-COUNT           PIC 9(03) COMP VALUE ZERO.
001580         05  GLR-MAP-ENTRY OCCURS 100 TIMES
001590                 INDEXED BY GLR-MAP-IDX.
001600             10  GLR-MAP-BRANCH      PIC X(03).
001610             10  GLR-MAP-TYPE        PIC X(02).
001620             10  GLR-MAP-ACCOUNT     PIC X(08).
001630*  ONE ENTRY PER CONTROL ACCOUNT, SEEDED FROM EVERY "BL" AND "**"
001640*  ROW SO AN ACCOUNT THE GL STILL CARRIES IS PROVED EVEN WHEN NO
001650*  ACCTBAL BALANCE MAPS TO IT ANY MORE.
001660 01  GLR-ACCOUNT-TABLE.
001670         05  GLR-GLA-COUNT           PIC 9(03) COMP VALUE ZERO.
001680         05  GLR-GLA-ENTRY OCCURS 50 TIMES.
001690             10  GLR-GLA-ACCOUNT     PIC X(08).
001700             10  GLR-GLA-BALANCES    PIC 9(07).
001710             10  GLR-GLA-SUBLEDGER   PIC S9(13)V99 COMP-3.
001720             10  GLR-GLA-CLOSE-SW    PIC X(01).
001730                 88  GLR-GLA-HAS-CLOSE   VALUE "Y".
001740             10  GLR-GLA-CLOSE-DATE  PIC 9(08).
001750             10  GLR-GLA-CLOSE       PIC S9(13)V99 COMP-3.
001760             10  GLR-GLA-IN-TRANSIT  PIC S9(13)V99 COMP-3.
001770 01  GLR-HISTORY-TABLE.
001780         05  GLR-HST-COUNT           PIC 9(04) COMP VALUE ZERO.
001790         05  GLR-HST-ENTRY OCCURS 3000 TIMES.
001800             10  GLR-HST-GL-ACCOUNT  PIC X(08).
001810             10  GLR-HST-DR-CR       PIC X(02).
001820             10  GLR-HST-AMOUNT      PIC 9(09)V99.
001830             10  GLR-HST-BRANCH      PIC X(03).
001840             10  GLR-HST-TYPE        PIC X(02).
001850             10  GLR-HST-RUN-DATE    PIC 9(08).
001860 01  GLR-WORK-FIELDS.
001870         05  GLR-GLA-SUB             PIC 9(03) COMP VALUE ZERO.
001880         05  GLR-GLA-TEST-SUB        PIC 9(03) COMP VALUE ZERO.
001890         05  GLR-HST-SUB             PIC 9(04) COMP VALUE ZERO.
001900         05  GLR-KEEP-COUNT          PIC 9(04) COMP VALUE ZERO.
001910         05  GLR-DAY-SUB             PIC 9(03) COMP VALUE ZERO.
001920         05  GLR-WANTED-BRANCH       PIC X(03) VALUE SPACES.
001930         05  GLR-WANTED-ACCOUNT      PIC X(08) VALUE SPACES.
001940         05  GLR-LOCAL-BALANCE       PIC S9(11)V99 COMP-3
001950                                         VALUE ZERO.
001960         05  GLR-ADJUSTED-GL         PIC S9(13)V99 COMP-3
001970                                         VALUE ZERO.
001980         05  GLR-DIFFERENCE          PIC S9(13)V99 COMP-3
001990                                         VALUE ZERO.
002000         05  GLR-ABS-DIFFERENCE      PIC 9(13)V99 VALUE ZERO.
002010         05  GLR-LINES-LISTED        PIC 9(05) VALUE ZERO.
002020 01  GLR-PRINT-LINE-FIELDS.
002030         05  GLR-SUBLEDGER-EDIT      PIC -(12)9.99.
002040         05  GLR-CLOSE-EDIT          PIC -(12)9.99.
002050         05  GLR-TRANSIT-EDIT        PIC -(12)9.99.
002060         05  GLR-ADJUSTED-EDIT       PIC -(12)9.99.
002070         05  GLR-DIFFERENCE-EDIT     PIC -(12)9.99.
002080         05  GLR-AMOUNT-EDIT         PIC Z(08)9.99.
002090         05  GLR-COUNT-EDIT          PIC ZZZZZZ9.
002100         05  GLR-TOLERANCE-EDIT      PIC ZZZZ9.99.
002110         05  GLR-CLOSE-DATE-TEXT     PIC X(08).
00211A     COPY RUNDATEC.
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150         IF RETURN-CODE < 16
002160             PERFORM 2000-SUMMARIZE-BALANCES THRU 2000-EXIT
002170         END-IF.
002180         IF RETURN-CODE < 16
002190             PERFORM 3000-LOAD-GL-CLOSE THRU 3000-EXIT
002200             PERFORM 3500-ADD-IN-TRANSIT THRU 3500-EXIT
002210                 VARYING GLR-HST-SUB FROM 1 BY 1
002220                 UNTIL GLR-HST-SUB > GLR-HST-COUNT
002230             PERFORM 4000-PROVE-ONE-ACCOUNT THRU 4000-EXIT
002240                 VARYING GLR-GLA-SUB FROM 1 BY 1
002250                 UNTIL GLR-GLA-SUB > GLR-GLA-COUNT
002260             PERFORM 5000-REWRITE-HISTORY THRU 5000-EXIT
002270         END-IF.
002280         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002290         STOP RUN.
002300 1000-INITIALIZE.
002310         DISPLAY "GLRECON: JOB STARTING".
002320         MOVE ZERO TO RETURN-CODE.
002330         CALL "RUNDATE" USING RUN-DATE-AREA.
00233A         MOVE RDT-RUN-DATE TO GLR-RUN-DATE.
002340         ACCEPT GLR-PARM-STRING FROM COMMAND-LINE.
002350         IF GLR-PARM-STRING NOT = SPACES
002360             UNSTRING GLR-PARM-STRING DELIMITED BY ","
002370                 INTO GLR-PARM-CENTS GLR-PARM-DAYS
002380             END-UNSTRING
002390         END-IF.
002400         IF GLR-PARM-DAYS = ZERO
002410             MOVE 5 TO GLR-PARM-DAYS
002420         END-IF.
002430         COMPUTE GLR-TOLERANCE = GLR-PARM-CENTS / 100.
002440         MOVE GLR-TOLERANCE TO GLR-TOLERANCE-EDIT.
002450         PERFORM 1050-SET-HISTORY-CUTOFF THRU 1050-EXIT.
002460         PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT.
002470         IF RETURN-CODE = 16
002480             GO TO 1000-EXIT
002490         END-IF.
002500         PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
002510         PERFORM 1300-ADD-TODAYS-VOUCHER THRU 1300-EXIT.
002520         IF GLR-TABLE-OVERFLOW
002530             DISPLAY "GLRECON: MORE THAN 50 CONTROL ACCOUNTS OR "
002540                 "3000 VOUCHER LINES - GLVCHHST NOT UPDATED"
002550             MOVE 16 TO RETURN-CODE
002560             GO TO 1000-EXIT
002570         END-IF.
002580         OPEN OUTPUT REPORT-FILE.
002590         MOVE SPACES TO REPORT-RECORD.
002600         STRING "SUBLEDGER TO GENERAL LEDGER RECONCILIATION"
002610             "    RUN DATE: " GLR-RUN-DATE
002620             "   TOLERANCE: " GLR-TOLERANCE-EDIT
002630             DELIMITED BY SIZE INTO REPORT-RECORD.
002640         WRITE REPORT-RECORD.
002650         MOVE SPACES TO REPORT-RECORD.
002660         STRING "VOUCHER HISTORY FROM " GLR-CUTOFF-DATE
002670             DELIMITED BY SIZE INTO REPORT-RECORD.
002680         WRITE REPORT-RECORD.
002690         MOVE SPACES TO REPORT-RECORD.
002700         WRITE REPORT-RECORD.
002710         MOVE SPACES TO REPORT-RECORD.
002720         STRING "GL ACCT   ACCOUNTS         SUBLEDGER"
002730             "   GL CLOSE ON         GL CLOSE      IN TRANSIT"
002740             "      ADJUSTED GL      DIFFERENCE"
002750             DELIMITED BY SIZE INTO REPORT-RECORD.
002760         WRITE REPORT-RECORD.
002770 1000-EXIT.
002780         EXIT.
002790*---------------------------------------------------------------
002800*  1050-SET-HISTORY-CUTOFF.  VOUCHER LINES OLDER THAN THE GIVEN
002810*  NUMBER OF BUSINESS DAYS BEFORE TODAY ARE DROPPED FROM
002820*  GLVCHHST.  WITHOUT THE CALENDAR EVERY LINE ON FILE IS KEPT.
002830*---------------------------------------------------------------
002840 1050-SET-HISTORY-CUTOFF.
002850         MOVE GLR-RUN-DATE TO GLR-CUTOFF-DATE.
002860         PERFORM 1060-STEP-BACK-ONE-DAY THRU 1060-EXIT
002870             VARYING GLR-DAY-SUB FROM 1 BY 1
002880             UNTIL GLR-DAY-SUB > GLR-PARM-DAYS.
002890 1050-EXIT.
002900         EXIT.
002910 1060-STEP-BACK-ONE-DAY.
002920         MOVE SPACES TO DSV-REGION-CODE.
002930         MOVE "P" TO DSV-FUNCTION.
002940         MOVE GLR-CUTOFF-DATE TO DSV-DATE-1.
002950         CALL "DATESRV" USING DATE-SERVICE-AREA.
002960         IF NOT DSV-SUCCESSFUL
002970             DISPLAY "GLRECON: CALENDAR UNAVAILABLE - VOUCHER "
002980                 "HISTORY NOT AGED"
002990             MOVE ZERO TO GLR-CUTOFF-DATE
003000             MOVE GLR-PARM-DAYS TO GLR-DAY-SUB
003010             GO TO 1060-EXIT
003020         END-IF.
003030         MOVE DSV-RESULT-DATE TO GLR-CUTOFF-DATE.
003040 1060-EXIT.
003050         EXIT.
003060*---------------------------------------------------------------
003070*  1100-LOAD-GL-MAP.  THE GLEXTR MAPPING TABLE.  EVERY ACCOUNT
003080*  NAMED BY A "BL" OR "**" ROW IS A DEPOSIT CONTROL ACCOUNT AND
003090*  GETS ITS ENTRY UP FRONT.
003100*---------------------------------------------------------------
003110 1100-LOAD-GL-MAP.
003120         OPEN INPUT GL-MAP-FILE.
003130         IF NOT GLR-MAP-FILE-OK
003140             DISPLAY "GLRECON: GLMAPTBL IS NOT ON FILE - NO "
003150                 "RECONCILIATION CAN BE RUN"
003160             MOVE 16 TO RETURN-CODE
003170             GO TO 1100-EXIT
003180         END-IF.
003190         MOVE "N" TO GLR-EOF-SWITCH.
003200         PERFORM 1150-LOAD-ONE-MAP-ROW THRU 1150-EXIT
003210             UNTIL GLR-AT-END
003220                 OR GLR-MAP-COUNT = 100.
003230         CLOSE GL-MAP-FILE.
003240 1100-EXIT.
003250         EXIT.
003260 1150-LOAD-ONE-MAP-ROW.
003270         READ GL-MAP-FILE
003280             AT END
003290                 MOVE "Y" TO GLR-EOF-SWITCH
003300                 GO TO 1150-EXIT
003310         END-READ.
003320         ADD 1 TO GLR-MAP-COUNT.
003330         MOVE GLM-BRANCH-CODE TO GLR-MAP-BRANCH(GLR-MAP-COUNT).
003340         MOVE GLM-RECORD-TYPE TO GLR-MAP-TYPE(GLR-MAP-COUNT).
003350         MOVE GLM-GL-ACCOUNT TO GLR-MAP-ACCOUNT(GLR-MAP-COUNT).
003360         IF GLM-RECORD-TYPE = "BL" OR GLM-RECORD-TYPE = "**"
003370             MOVE GLM-GL-ACCOUNT TO GLR-WANTED-ACCOUNT
003380             PERFORM 1900-FIND-GL-ACCOUNT THRU 1900-EXIT
003390         END-IF.
003400 1150-EXIT.
003410         EXIT.
003420*---------------------------------------------------------------
003430*  1200-LOAD-HISTORY.  NO GLVCHHST YET IS THE FIRST RUN.
003440*---------------------------------------------------------------
003450 1200-LOAD-HISTORY.
003460         OPEN INPUT HISTORY-FILE.
003470         IF NOT GLR-HISTORY-FILE-OK
003480             DISPLAY "GLRECON: NO GLVCHHST FILE - VOUCHER "
003490                 "HISTORY STARTS TODAY"
003500             GO TO 1200-EXIT
003510         END-IF.
003520         MOVE "N" TO GLR-EOF-SWITCH.
003530         PERFORM 1250-LOAD-ONE-HISTORY-LINE THRU 1250-EXIT
003540             UNTIL GLR-AT-END.
003550         CLOSE HISTORY-FILE.
003560 1200-EXIT.
003570         EXIT.
003580 1250-LOAD-ONE-HISTORY-LINE.
003590         READ HISTORY-FILE
003600             AT END
003610                 MOVE "Y" TO GLR-EOF-SWITCH
003620                 GO TO 1250-EXIT
003630         END-READ.
003640         IF GVH-RUN-DATE < GLR-CUTOFF-DATE
003650             ADD 1 TO GLR-HISTORY-DROPPED
003660             GO TO 1250-EXIT
003670         END-IF.
003680         IF GLR-HST-COUNT = 3000
003690             MOVE "Y" TO GLR-OVERFLOW-SWITCH
003700             GO TO 1250-EXIT
003710         END-IF.
003720         ADD 1 TO GLR-HST-COUNT.
003730         MOVE GVH-GL-ACCOUNT TO GLR-HST-GL-ACCOUNT(GLR-HST-COUNT).
003740         MOVE GVH-DR-CR TO GLR-HST-DR-CR(GLR-HST-COUNT).
003750         MOVE GVH-AMOUNT TO GLR-HST-AMOUNT(GLR-HST-COUNT).
003760         MOVE GVH-BRANCH-CODE TO GLR-HST-BRANCH(GLR-HST-COUNT).
003770         MOVE GVH-RECORD-TYPE TO GLR-HST-TYPE(GLR-HST-COUNT).
003780         MOVE GVH-RUN-DATE TO GLR-HST-RUN-DATE(GLR-HST-COUNT).
003790 1250-EXIT.
003800         EXIT.
003810*---------------------------------------------------------------
003820*  1300-ADD-TODAYS-VOUCHER.  GLEXTR'S GLVOUCHER DETAIL LINES
003830*  JOIN THE HISTORY.  LINES ALREADY HELD FOR THE SAME RUN DATE
003840*  ARE DROPPED FIRST, SO A RERUN DOES NOT COUNT A DAY TWICE.  A
003850*  VOUCHER GLEXTR HELD BACK (GLVOUCHER.HELD) NEVER REACHED THE
003860*  GL AND IS NOT TAKEN.
003870*---------------------------------------------------------------
003880 1300-ADD-TODAYS-VOUCHER.
003890         OPEN INPUT VOUCHER-FILE.
003900         IF NOT GLR-VOUCHER-FILE-OK
003910             DISPLAY "GLRECON: NO GLVOUCHER FILE - NO VOUCHER "
003920                 "ADDED TO THE HISTORY TODAY"
003930             GO TO 1300-EXIT
003940         END-IF.
003950         MOVE "N" TO GLR-EOF-SWITCH.
003960         PERFORM 1350-ADD-ONE-VOUCHER-LINE THRU 1350-EXIT
003970             UNTIL GLR-AT-END.
003980         CLOSE VOUCHER-FILE.
003990 1300-EXIT.
004000         EXIT.
004010 1350-ADD-ONE-VOUCHER-LINE.
004020         READ VOUCHER-FILE
004030             AT END
004040                 MOVE "Y" TO GLR-EOF-SWITCH
004050                 GO TO 1350-EXIT
004060         END-READ.
004070         IF NOT GLV-IS-DETAIL
004080             GO TO 1350-EXIT
004090         END-IF.
004100         IF NOT GLR-VOUCHER-TAKEN
004110             MOVE "Y" TO GLR-VOUCHER-SWITCH
004120             MOVE GLV-RUN-DATE TO GLR-VOUCHER-DATE
004130             MOVE ZERO TO GLR-KEEP-COUNT
004140             PERFORM 1360-DROP-RERUN-LINE THRU 1360-EXIT
004150                 VARYING GLR-HST-SUB FROM 1 BY 1
004160                 UNTIL GLR-HST-SUB > GLR-HST-COUNT
004170             MOVE GLR-KEEP-COUNT TO GLR-HST-COUNT
004180         END-IF.
004190         IF GLR-HST-COUNT = 3000
004200             MOVE "Y" TO GLR-OVERFLOW-SWITCH
004210             GO TO 1350-EXIT
004220         END-IF.
004230         ADD 1 TO GLR-VOUCHER-LINES.
004240         ADD 1 TO GLR-HST-COUNT.
004250         MOVE GLV-GL-ACCOUNT TO GLR-HST-GL-ACCOUNT(GLR-HST-COUNT).
004260         MOVE GLV-DR-CR TO GLR-HST-DR-CR(GLR-HST-COUNT).
004270         MOVE GLV-AMOUNT TO GLR-HST-AMOUNT(GLR-HST-COUNT).
004280         MOVE GLV-BRANCH-CODE TO GLR-HST-BRANCH(GLR-HST-COUNT).
004290         MOVE GLV-RECORD-TYPE TO GLR-HST-TYPE(GLR-HST-COUNT).
004300         MOVE GLV-RUN-DATE TO GLR-HST-RUN-DATE(GLR-HST-COUNT).
004310 1350-EXIT.
004320         EXIT.
004330 1360-DROP-RERUN-LINE.
004340         IF GLR-HST-RUN-DATE(GLR-HST-SUB) = GLR-VOUCHER-DATE
004350             GO TO 1360-EXIT
004360         END-IF.
004370         ADD 1 TO GLR-KEEP-COUNT.
004380         IF GLR-KEEP-COUNT NOT = GLR-HST-SUB
004390             MOVE GLR-HST-ENTRY(GLR-HST-SUB)
004400                 TO GLR-HST-ENTRY(GLR-KEEP-COUNT)
004410         END-IF.
004420 1360-EXIT.
004430         EXIT.
004440*---------------------------------------------------------------
004450*  1800-LOCATE-GL-ACCOUNT.  GLR-GLA-SUB COMES BACK POINTING AT
004460*  GLR-WANTED-ACCOUNT'S ROW; ZERO WHEN IT IS NOT A CONTROL
004470*  ACCOUNT.  1900-FIND-GL-ACCOUNT ADDS IT EMPTY IF NEW, LEAVING
004480*  ZERO ONLY WHEN THE TABLE IS FULL.
004490*---------------------------------------------------------------
004500 1800-LOCATE-GL-ACCOUNT.
004510         MOVE ZERO TO GLR-GLA-SUB.
004520         PERFORM 1850-TEST-ONE-ACCOUNT THRU 1850-EXIT
004530             VARYING GLR-GLA-TEST-SUB FROM 1 BY 1
004540             UNTIL GLR-GLA-TEST-SUB > GLR-GLA-COUNT
004550                 OR GLR-GLA-SUB > ZERO.
004560 1800-EXIT.
004570         EXIT.
004580 1850-TEST-ONE-ACCOUNT.
004590         IF GLR-GLA-ACCOUNT(GLR-GLA-TEST-SUB) = GLR-WANTED-ACCOUNT
004600             MOVE GLR-GLA-TEST-SUB TO GLR-GLA-SUB
004610         END-IF.
004620 1850-EXIT.
004630         EXIT.
004640 1900-FIND-GL-ACCOUNT.
004650         PERFORM 1800-LOCATE-GL-ACCOUNT THRU 1800-EXIT.
004660         IF GLR-GLA-SUB > ZERO
004670             GO TO 1900-EXIT
004680         END-IF.
004690         IF GLR-GLA-COUNT = 50
004700             MOVE "Y" TO GLR-OVERFLOW-SWITCH
004710             GO TO 1900-EXIT
004720         END-IF.
004730         ADD 1 TO GLR-GLA-COUNT.
004740         MOVE GLR-GLA-COUNT TO GLR-GLA-SUB.
004750         MOVE GLR-WANTED-ACCOUNT TO GLR-GLA-ACCOUNT(GLR-GLA-SUB).
004760         MOVE ZERO TO GLR-GLA-BALANCES(GLR-GLA-SUB).
004770         MOVE ZERO TO GLR-GLA-SUBLEDGER(GLR-GLA-SUB).
004780         MOVE "N" TO GLR-GLA-CLOSE-SW(GLR-GLA-SUB).
004790         MOVE ZERO TO GLR-GLA-CLOSE-DATE(GLR-GLA-SUB).
004800         MOVE ZERO TO GLR-GLA-CLOSE(GLR-GLA-SUB).
004810         MOVE ZERO TO GLR-GLA-IN-TRANSIT(GLR-GLA-SUB).
004820 1900-EXIT.
004830         EXIT.
004840*---------------------------------------------------------------
004850*  2000-SUMMARIZE-BALANCES.  EVERY ACCTBAL CURRENT BALANCE, IN
004860*  LOCAL CURRENCY, ONTO ITS BRANCH'S CONTROL ACCOUNT.
004870*---------------------------------------------------------------
004880 2000-SUMMARIZE-BALANCES.
004890         OPEN INPUT BALANCE-FILE.
004900         IF NOT GLR-BALANCE-FILE-OK
004910             DISPLAY "GLRECON: ACCTBAL UNAVAILABLE, STATUS = "
004920                 GLR-BALANCE-FILE-STATUS
004930             MOVE 16 TO RETURN-CODE
004940             GO TO 2000-EXIT
004950         END-IF.
004960         MOVE "N" TO GLR-EOF-SWITCH.
004970         PERFORM 2100-ADD-ONE-BALANCE THRU 2100-EXIT
004980             UNTIL GLR-AT-END.
004990         CLOSE BALANCE-FILE.
005000         IF GLR-TABLE-OVERFLOW
005010             DISPLAY "GLRECON: MORE THAN 50 CONTROL ACCOUNTS - "
005020                 "GLVCHHST NOT UPDATED"
005030             MOVE 16 TO RETURN-CODE
005040         END-IF.
005050 2000-EXIT.
005060         EXIT.
005070 2100-ADD-ONE-BALANCE.
005080         READ BALANCE-FILE
005090             AT END
005100                 MOVE "Y" TO GLR-EOF-SWITCH
005110                 GO TO 2100-EXIT
005120         END-READ.
005130         ADD 1 TO GLR-BALANCES-READ.
005140         PERFORM 2200-FIND-CONTROL-ACCOUNT THRU 2200-EXIT.
005150         IF NOT GLR-MAP-FOUND
005160             ADD 1 TO GLR-UNMAPPED-COUNT
005170             DISPLAY "GLRECON: NO CONTROL ACCOUNT FOR BRANCH "
005180                 ABL-BRANCH-CODE " - ACCOUNT " ABL-ACCOUNT-NO
005190                 " LEFT OUT"
005200             GO TO 2100-EXIT
005210         END-IF.
005220         IF ABL-LOCAL-CURRENCY
005230             MOVE ABL-CURRENT-BALANCE TO GLR-LOCAL-BALANCE
005240         ELSE
005250             MOVE "C" TO FXC-FUNCTION
005260             MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY
005270             MOVE SPACES TO FXC-TO-CURRENCY
005280             MOVE ABL-CURRENT-BALANCE TO FXC-FROM-AMOUNT
005290             CALL "FXCONV" USING FX-CONVERT-AREA
005300             IF NOT FXC-SUCCESSFUL
005310                 ADD 1 TO GLR-NO-RATE-COUNT
005320                 DISPLAY "GLRECON: NO RATE FOR " ABL-CURRENCY-CODE
005330                     " - ACCOUNT " ABL-BRANCH-CODE "-"
005340                     ABL-ACCOUNT-NO " LEFT OUT"
005350                 GO TO 2100-EXIT
005360             END-IF
005370             MOVE FXC-RESULT-AMOUNT TO GLR-LOCAL-BALANCE
005380         END-IF.
005390         PERFORM 1900-FIND-GL-ACCOUNT THRU 1900-EXIT.
005400         IF GLR-GLA-SUB = ZERO
005410             GO TO 2100-EXIT
005420         END-IF.
005430         ADD 1 TO GLR-GLA-BALANCES(GLR-GLA-SUB).
005440         ADD GLR-LOCAL-BALANCE TO GLR-GLA-SUBLEDGER(GLR-GLA-SUB).
005450 2100-EXIT.
005460         EXIT.
005470*---------------------------------------------------------------
005480*  2200-FIND-CONTROL-ACCOUNT.  THE GLEXTR LOOKUP ORDER WITH THE
005490*  BALANCE PSEUDO-TYPE "BL" -- BRANCH "BL", BRANCH "**", THEN
005500*  THE SHOP-WIDE "***BL".  THE SHOP-WIDE "**" ROW IS NOT USED:
005510*  A CATCH-ALL FOR ITEM TYPES IS NO DEPOSIT CONTROL ACCOUNT.
005520*---------------------------------------------------------------
005530 2200-FIND-CONTROL-ACCOUNT.
005540         MOVE "N" TO GLR-MAP-FOUND-SWITCH.
005550         MOVE SPACES TO GLR-WANTED-ACCOUNT.
005560         MOVE ABL-BRANCH-CODE TO GLR-WANTED-BRANCH.
005570         SET GLR-MAP-IDX TO 1.
005580         SEARCH GLR-MAP-ENTRY
005590             AT END
005600                 CONTINUE
005610             WHEN GLR-MAP-BRANCH(GLR-MAP-IDX) = GLR-WANTED-BRANCH
005620                 AND GLR-MAP-TYPE(GLR-MAP-IDX) = "BL"
005630                 SET GLR-MAP-FOUND TO TRUE
005640         END-SEARCH.
005650         IF GLR-MAP-FOUND
005660             GO TO 2200-SET-ACCOUNT
005670         END-IF.
005680         SET GLR-MAP-IDX TO 1.
005690         SEARCH GLR-MAP-ENTRY
005700             AT END
005710                 CONTINUE
005720             WHEN GLR-MAP-BRANCH(GLR-MAP-IDX) = GLR-WANTED-BRANCH
005730                 AND GLR-MAP-TYPE(GLR-MAP-IDX) = "**"
005740                 SET GLR-MAP-FOUND TO TRUE
005750         END-SEARCH.
005760         IF GLR-MAP-FOUND
005770             GO TO 2200-SET-ACCOUNT
005780         END-IF.
005790         SET GLR-MAP-IDX TO 1.
005800         SEARCH GLR-MAP-ENTRY
005810             AT END
005820                 CONTINUE
005830             WHEN GLR-MAP-BRANCH(GLR-MAP-IDX) = "***"
005840                 AND GLR-MAP-TYPE(GLR-MAP-IDX) = "BL"
005850                 SET GLR-MAP-FOUND TO TRUE
005860         END-SEARCH.
005870         IF NOT GLR-MAP-FOUND
005880             GO TO 2200-EXIT
005890         END-IF.
005900 2200-SET-ACCOUNT.
005910         MOVE GLR-MAP-ACCOUNT(GLR-MAP-IDX) TO GLR-WANTED-ACCOUNT.
005920 2200-EXIT.
005930         EXIT.
005940*---------------------------------------------------------------
005950*  3000-LOAD-GL-CLOSE.  THE GL'S CLOSING BALANCE FOR EACH
005960*  CONTROL ACCOUNT; ROWS FOR OTHER GL ACCOUNTS ARE PASSED BY.
005970*---------------------------------------------------------------
005980 3000-LOAD-GL-CLOSE.
005990         OPEN INPUT GL-CLOSE-FILE.
006000         IF NOT GLR-CLOSE-FILE-OK
006010             DISPLAY "GLRECON: NO GLCLOSE FILE - EVERY CONTROL "
006020                 "ACCOUNT PROVED AGAINST A ZERO GL BALANCE"
006030             MOVE 4 TO RETURN-CODE
006040             GO TO 3000-EXIT
006050         END-IF.
006060         MOVE "N" TO GLR-EOF-SWITCH.
006070         PERFORM 3100-LOAD-ONE-CLOSE-ROW THRU 3100-EXIT
006080             UNTIL GLR-AT-END.
006090         CLOSE GL-CLOSE-FILE.
006100 3000-EXIT.
006110         EXIT.
006120 3100-LOAD-ONE-CLOSE-ROW.
006130         READ GL-CLOSE-FILE
006140             AT END
006150                 MOVE "Y" TO GLR-EOF-SWITCH
006160                 GO TO 3100-EXIT
006170         END-READ.
006180         ADD 1 TO GLR-CLOSE-ROWS-READ.
006190         MOVE GLC-GL-ACCOUNT TO GLR-WANTED-ACCOUNT.
006200         PERFORM 1800-LOCATE-GL-ACCOUNT THRU 1800-EXIT.
006210         IF GLR-GLA-SUB = ZERO
006220             GO TO 3100-EXIT
006230         END-IF.
006240         MOVE "Y" TO GLR-GLA-CLOSE-SW(GLR-GLA-SUB).
006250         MOVE GLC-CLOSE-DATE TO GLR-GLA-CLOSE-DATE(GLR-GLA-SUB).
006260         MOVE GLC-CLOSE-BALANCE TO GLR-GLA-CLOSE(GLR-GLA-SUB).
006270 3100-EXIT.
006280         EXIT.
006290*---------------------------------------------------------------
006300*  3500-ADD-IN-TRANSIT.  A HISTORY LINE ON A CONTROL ACCOUNT
006310*  DATED AFTER THE GL'S CLOSE HAS NOT REACHED THE GL BALANCE
006320*  YET; IT MOVES THE GL SIDE THE WAY IT WILL WHEN IT POSTS.
006330*---------------------------------------------------------------
006340 3500-ADD-IN-TRANSIT.
006350         MOVE GLR-HST-GL-ACCOUNT(GLR-HST-SUB)
006360             TO GLR-WANTED-ACCOUNT.
006370         PERFORM 1800-LOCATE-GL-ACCOUNT THRU 1800-EXIT.
006380         IF GLR-GLA-SUB = ZERO
006390             GO TO 3500-EXIT
006400         END-IF.
006410         IF GLR-HST-RUN-DATE(GLR-HST-SUB)
006420                 NOT > GLR-GLA-CLOSE-DATE(GLR-GLA-SUB)
006430             GO TO 3500-EXIT
006440         END-IF.
006450         IF GLR-HST-DR-CR(GLR-HST-SUB) = "CR"
006460             SUBTRACT GLR-HST-AMOUNT(GLR-HST-SUB)
006470                 FROM GLR-GLA-IN-TRANSIT(GLR-GLA-SUB)
006480         ELSE
006490             ADD GLR-HST-AMOUNT(GLR-HST-SUB)
006500                 TO GLR-GLA-IN-TRANSIT(GLR-GLA-SUB)
006510         END-IF.
006520 3500-EXIT.
006530         EXIT.
006540*---------------------------------------------------------------
006550*  4000-PROVE-ONE-ACCOUNT.  SUBLEDGER LESS ADJUSTED GL.  AN
006560*  ACCOUNT OUT BY MORE THAN THE TOLERANCE LISTS ITS RECENT
006570*  VOUCHER LINES AND OPENS A WORKQ ITEM.
006580*---------------------------------------------------------------
006590 4000-PROVE-ONE-ACCOUNT.
006600         COMPUTE GLR-ADJUSTED-GL = GLR-GLA-CLOSE(GLR-GLA-SUB)
006610             + GLR-GLA-IN-TRANSIT(GLR-GLA-SUB).
006620         COMPUTE GLR-DIFFERENCE = GLR-GLA-SUBLEDGER(GLR-GLA-SUB)
006630             - GLR-ADJUSTED-GL.
006640         IF GLR-DIFFERENCE < ZERO
006650             COMPUTE GLR-ABS-DIFFERENCE = ZERO - GLR-DIFFERENCE
006660         ELSE
006670             MOVE GLR-DIFFERENCE TO GLR-ABS-DIFFERENCE
006680         END-IF.
006690         MOVE GLR-GLA-BALANCES(GLR-GLA-SUB) TO GLR-COUNT-EDIT.
006700         MOVE GLR-GLA-SUBLEDGER(GLR-GLA-SUB)
006710             TO GLR-SUBLEDGER-EDIT.
006720         MOVE GLR-GLA-CLOSE(GLR-GLA-SUB) TO GLR-CLOSE-EDIT.
006730         MOVE GLR-GLA-IN-TRANSIT(GLR-GLA-SUB) TO GLR-TRANSIT-EDIT.
006740         MOVE GLR-ADJUSTED-GL TO GLR-ADJUSTED-EDIT.
006750         MOVE GLR-DIFFERENCE TO GLR-DIFFERENCE-EDIT.
006760         IF GLR-GLA-HAS-CLOSE(GLR-GLA-SUB)
006770             MOVE GLR-GLA-CLOSE-DATE(GLR-GLA-SUB)
006780                 TO GLR-CLOSE-DATE-TEXT
006790         ELSE
006800             MOVE "NONE" TO GLR-CLOSE-DATE-TEXT
006810         END-IF.
006820         MOVE SPACES TO REPORT-RECORD.
006830         STRING GLR-GLA-ACCOUNT(GLR-GLA-SUB) "  " GLR-COUNT-EDIT
006840             "  " GLR-SUBLEDGER-EDIT "      " GLR-CLOSE-DATE-TEXT
006850             "  " GLR-CLOSE-EDIT "  " GLR-TRANSIT-EDIT
006860             "  " GLR-ADJUSTED-EDIT "  " GLR-DIFFERENCE-EDIT
006870             DELIMITED BY SIZE INTO REPORT-RECORD.
006880         WRITE REPORT-RECORD.
006890         IF GLR-ABS-DIFFERENCE = ZERO
006900             ADD 1 TO GLR-ACCOUNTS-AGREED
006910             GO TO 4000-EXIT
006920         END-IF.
006930         MOVE SPACES TO REPORT-RECORD.
006940         IF GLR-ABS-DIFFERENCE > GLR-TOLERANCE
006950             STRING "          *** OUT OF TOLERANCE - RECENT "
006960                 "VOUCHER LINES ON THIS ACCOUNT:"
006970                 DELIMITED BY SIZE INTO REPORT-RECORD
006980         ELSE
006990             STRING "          DIFFERENCE WITHIN TOLERANCE - "
007000                 "RECENT VOUCHER LINES ON THIS ACCOUNT:"
007010                 DELIMITED BY SIZE INTO REPORT-RECORD
007020             ADD 1 TO GLR-ACCOUNTS-AGREED
007030         END-IF.
007040         WRITE REPORT-RECORD.
007050         MOVE ZERO TO GLR-LINES-LISTED.
007060         PERFORM 4100-LIST-ONE-VOUCHER-LINE THRU 4100-EXIT
007070             VARYING GLR-HST-SUB FROM 1 BY 1
007080             UNTIL GLR-HST-SUB > GLR-HST-COUNT.
007090         IF GLR-LINES-LISTED = ZERO
007100             MOVE SPACES TO REPORT-RECORD
007110             MOVE "            (NONE IN THE HISTORY WINDOW)"
007120                 TO REPORT-RECORD
007130             WRITE REPORT-RECORD
007140         END-IF.
007150         IF GLR-ABS-DIFFERENCE > GLR-TOLERANCE
007160             PERFORM 4200-OPEN-WORK-ITEM THRU 4200-EXIT
007170         END-IF.
007180 4000-EXIT.
007190         EXIT.
007200 4100-LIST-ONE-VOUCHER-LINE.
007210         IF GLR-HST-GL-ACCOUNT(GLR-HST-SUB)
007220                 NOT = GLR-GLA-ACCOUNT(GLR-GLA-SUB)
007230             GO TO 4100-EXIT
007240         END-IF.
007250         ADD 1 TO GLR-LINES-LISTED.
007260         MOVE GLR-HST-AMOUNT(GLR-HST-SUB) TO GLR-AMOUNT-EDIT.
007270         MOVE SPACES TO REPORT-RECORD.
007280         STRING "            " GLR-HST-RUN-DATE(GLR-HST-SUB)
007290             "  BRANCH " GLR-HST-BRANCH(GLR-HST-SUB)
007300             "  TYPE " GLR-HST-TYPE(GLR-HST-SUB)
007310             "  " GLR-HST-DR-CR(GLR-HST-SUB)
007320             "  " GLR-AMOUNT-EDIT
007330             DELIMITED BY SIZE INTO REPORT-RECORD.
007340         IF GLR-HST-RUN-DATE(GLR-HST-SUB)
007350                 > GLR-GLA-CLOSE-DATE(GLR-GLA-SUB)
007360             MOVE "IN TRANSIT" TO REPORT-RECORD(66:10)
007370         END-IF.
007380         WRITE REPORT-RECORD.
007390 4100-EXIT.
007400         EXIT.
007410 4200-OPEN-WORK-ITEM.
007420         ADD 1 TO GLR-ACCOUNTS-OUT.
007430         MOVE SPACES TO GLR-WQ-DESCRIPTION.
007440         STRING "GL " GLR-GLA-ACCOUNT(GLR-GLA-SUB)
007450             " OUT BY " GLR-DIFFERENCE-EDIT
007460             " VS SUBLEDGER"
007470             DELIMITED BY SIZE INTO GLR-WQ-DESCRIPTION.
007480         CALL "WQOPEN" USING GLR-WQ-SOURCE GLR-RUN-DATE
007490             GLR-WQ-DESCRIPTION.
007500         MOVE 4 TO RETURN-CODE.
007510         DISPLAY "GLRECON: GL " GLR-GLA-ACCOUNT(GLR-GLA-SUB)
007520             " OUT OF BALANCE BY " GLR-DIFFERENCE-EDIT
007530             " - WORK ITEM OPENED".
007540 4200-EXIT.
007550         EXIT.
007560*---------------------------------------------------------------
007570*  5000-REWRITE-HISTORY.  THE AGED HISTORY PLUS TODAY'S VOUCHER.
007580*---------------------------------------------------------------
007590 5000-REWRITE-HISTORY.
007600         OPEN OUTPUT HISTORY-FILE.
007610         IF NOT GLR-HISTORY-FILE-OK
007620             DISPLAY "GLRECON: GLVCHHST CANNOT BE REWRITTEN, "
007630                 "STATUS = " GLR-HISTORY-FILE-STATUS
007640             MOVE 16 TO RETURN-CODE
007650             GO TO 5000-EXIT
007660         END-IF.
007670         PERFORM 5100-WRITE-ONE-HISTORY-LINE THRU 5100-EXIT
007680             VARYING GLR-HST-SUB FROM 1 BY 1
007690             UNTIL GLR-HST-SUB > GLR-HST-COUNT.
007700         CLOSE HISTORY-FILE.
007710 5000-EXIT.
007720         EXIT.
007730 5100-WRITE-ONE-HISTORY-LINE.
007740         MOVE SPACES TO HISTORY-RECORD.
007750         MOVE "V" TO GVH-LINE-TYPE.
007760         MOVE GLR-HST-GL-ACCOUNT(GLR-HST-SUB) TO GVH-GL-ACCOUNT.
007770         MOVE GLR-HST-DR-CR(GLR-HST-SUB) TO GVH-DR-CR.
007780         MOVE GLR-HST-AMOUNT(GLR-HST-SUB) TO GVH-AMOUNT.
007790         MOVE GLR-HST-BRANCH(GLR-HST-SUB) TO GVH-BRANCH-CODE.
007800         MOVE GLR-HST-TYPE(GLR-HST-SUB) TO GVH-RECORD-TYPE.
007810         MOVE GLR-HST-RUN-DATE(GLR-HST-SUB) TO GVH-RUN-DATE.
007820         WRITE HISTORY-RECORD.
007830 5100-EXIT.
007840         EXIT.
007850 8000-TERMINATE.
007860         IF GLR-REPORT-FILE-OK
007870             PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
007880             CLOSE REPORT-FILE
007890         END-IF.
007900         IF RETURN-CODE < 16
007910             IF GLR-UNMAPPED-COUNT > ZERO
007920                 OR GLR-NO-RATE-COUNT > ZERO
007930                 MOVE 4 TO RETURN-CODE
007940             END-IF
007950         END-IF.
007960         DISPLAY "GLRECON: BALANCES READ        "
007970             GLR-BALANCES-READ.
007980         DISPLAY "GLRECON: NO CONTROL ACCOUNT   "
007990             GLR-UNMAPPED-COUNT.
008000         DISPLAY "GLRECON: NO RATE              "
008010             GLR-NO-RATE-COUNT.
008020         DISPLAY "GLRECON: VOUCHER LINES TAKEN  "
008030             GLR-VOUCHER-LINES.
008040         DISPLAY "GLRECON: HISTORY LINES AGED   "
008050             GLR-HISTORY-DROPPED.
008060         DISPLAY "GLRECON: ACCOUNTS AGREED      "
008070             GLR-ACCOUNTS-AGREED.
008080         DISPLAY "GLRECON: ACCOUNTS OUT         "
008090             GLR-ACCOUNTS-OUT.
008100         DISPLAY "GLRECON: JOB ENDED, RETURN CODE = " RETURN-CODE.
008110 8000-EXIT.
008120         EXIT.
008130 8100-WRITE-TOTALS.
008140         MOVE SPACES TO REPORT-RECORD.
008150         WRITE REPORT-RECORD.
008160         MOVE GLR-BALANCES-READ TO GLR-COUNT-EDIT.
008170         MOVE SPACES TO REPORT-RECORD.
008180         STRING "BALANCES READ            " GLR-COUNT-EDIT
008190             DELIMITED BY SIZE INTO REPORT-RECORD.
008200         WRITE REPORT-RECORD.
008210         MOVE GLR-UNMAPPED-COUNT TO GLR-COUNT-EDIT.
008220         MOVE SPACES TO REPORT-RECORD.
008230         STRING "  NO CONTROL ACCOUNT     " GLR-COUNT-EDIT
008240             DELIMITED BY SIZE INTO REPORT-RECORD.
008250         WRITE REPORT-RECORD.
008260         MOVE GLR-NO-RATE-COUNT TO GLR-COUNT-EDIT.
008270         MOVE SPACES TO REPORT-RECORD.
008280         STRING "  NO RATE - LEFT OUT     " GLR-COUNT-EDIT
008290             DELIMITED BY SIZE INTO REPORT-RECORD.
008300         WRITE REPORT-RECORD.
008310         MOVE GLR-ACCOUNTS-OUT TO GLR-COUNT-EDIT.
008320         MOVE SPACES TO REPORT-RECORD.
008330         STRING "CONTROL ACCOUNTS OUT     " GLR-COUNT-EDIT
008340             DELIMITED BY SIZE INTO REPORT-RECORD.
008350         WRITE REPORT-RECORD.
008360 8100-EXIT.
008370         EXIT.
