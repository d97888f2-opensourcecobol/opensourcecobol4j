000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 FUNDREL.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  FUNDS AVAILABILITY RELEASE,
000220*                  RUN RIGHT AFTER BALPOST.  BALPOST POSTS AN
000230*                  ITEM WHOSE TXNTYPTB TYPE CARRIES FLOAT DAYS TO
000240*                  THE LEDGER BALANCE ONLY AND HOLDS IT ON
000250*                  UNCOLFND WITH THE BUSINESS DAY IT COMES FREE.
000260*                  THIS STEP RELEASES EVERY HOLD DUE ON OR BEFORE
000270*                  THE RUN DATE, DROPS THE HOLDS A BALPOST BACKOUT
000280*                  CANCELLED, REWRITES UNCOLFND WITH ONLY THE
000290*                  HOLDS STILL OUTSTANDING, AND RESETS EVERY
000300*                  ACCTBAL ABL-AVAILABLE-BALANCE TO THE LEDGER
000310*                  BALANCE LESS THE ACCOUNT'S OUTSTANDING HOLDS --
000320*                  SO AVAILABLE FUNDS ARE PROVEN AFRESH EVERY
000330*                  NIGHT, NOT MERELY NUDGED.  AVAILRPT LISTS EVERY
000340*                  HOLD RELEASING ON THE NEXT BUSINESS DAY'S RUN
000350*                  (DATESRV), WITH THE NIGHT'S COUNTS.  RC 16,
000360*                  NOTHING CHANGED, WHEN ACCTBAL CANNOT BE OPENED
000370*                  OR UNCOLFND HOLDS MORE ROWS THAN THE TABLE.
00037A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00037B*                  CATCH-UP RUN RELEASES ONLY THE HOLDS DUE BY
00037C*                  ITS OWN BUSINESS DAY (BUSDATE), NOT TODAY'S.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.
000420         LINUX.
000430 OBJECT-COMPUTER.
000440         LINUX.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470         SELECT UNCOL-FUNDS-FILE ASSIGN TO "UNCOLFND"
000480             ORGANIZATION IS LINE SEQUENTIAL
000490             FILE STATUS IS FRL-UNCOL-FILE-STATUS.
000500         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS SEQUENTIAL
000530             RECORD KEY IS ABL-KEY
000540             FILE STATUS IS FRL-BALANCE-FILE-STATUS.
000550         SELECT REPORT-FILE ASSIGN TO "AVAILRPT"
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS FRL-REPORT-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  UNCOL-FUNDS-FILE.
000610     COPY UNCOLRC.
000620 FD  BALANCE-FILE.
000630     COPY BALREC.
000640 FD  REPORT-FILE.
000650 01  REPORT-RECORD               PIC X(132).
000660 WORKING-STORAGE SECTION.
000670 01  FRL-FILE-STATUS-VALUES.
000680         05  FRL-UNCOL-FILE-STATUS   PIC X(02).
000690             88  FRL-UNCOL-FILE-OK       VALUE "00".
000700         05  FRL-BALANCE-FILE-STATUS PIC X(02).
000710             88  FRL-BALANCE-FILE-OK     VALUE "00".
000720         05  FRL-REPORT-FILE-STATUS  PIC X(02).
000730             88  FRL-REPORT-FILE-OK      VALUE "00".
000740 01  FRL-SWITCHES.
000750         05  FRL-UNCOL-EOF-SWITCH    PIC X(01) VALUE "N".
000760             88  FRL-UNCOL-AT-END        VALUE "Y".
000770         05  FRL-BAL-EOF-SWITCH      PIC X(01) VALUE "N".
000780             88  FRL-BALANCES-AT-END     VALUE "Y".
000790         05  FRL-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
000800             88  FRL-TABLE-OVERFLOW      VALUE "Y".
000810         05  FRL-BAL-OPEN-SWITCH     PIC X(01) VALUE "N".
000820             88  FRL-BALANCE-OPEN        VALUE "Y".
000830 01  FRL-RUN-DATE                PIC 9(08) VALUE ZERO.
000840 01  FRL-NEXT-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
000850 01  FRL-COUNTERS.
000860         05  FRL-ROWS-READ           PIC 9(07) VALUE ZERO.
000870         05  FRL-CANCEL-ROWS         PIC 9(07) VALUE ZERO.
000880         05  FRL-CANCELLED-COUNT     PIC 9(07) VALUE ZERO.
000890         05  FRL-RELEASED-COUNT      PIC 9(07) VALUE ZERO.
000900         05  FRL-STILL-HELD-COUNT    PIC 9(07) VALUE ZERO.
000910         05  FRL-TOMORROW-COUNT      PIC 9(07) VALUE ZERO.
000920         05  FRL-BALANCES-READ       PIC 9(07) VALUE ZERO.
000930         05  FRL-BALANCES-RESET      PIC 9(07) VALUE ZERO.
000940         05  FRL-BALANCES-HELD       PIC 9(07) VALUE ZERO.
000950*  EVERY UNCOLFND ROW, HELD IN ORDER.  A HOLD'S STATE STARTS
000960*  "H" AND BECOMES "X" (A LATER BACKOUT ROW CANCELLED IT) OR
000970*  "R" (RELEASED TONIGHT); ONLY "H" ROWS ARE WRITTEN BACK.
000980 01  FRL-HOLD-TABLE.
000990         05  FRL-HLD-COUNT           PIC 9(04) COMP VALUE ZERO.
001000         05  FRL-HLD-SUB             PIC 9(04) COMP VALUE ZERO.
001010         05  FRL-HLD-SCAN            PIC 9(04) COMP VALUE ZERO.
001020         05  FRL-HLD-ENTRY OCCURS 5000 TIMES.
001030             10  FRL-HLD-RECORD      PIC X(72).
001040             10  FRL-HLD-GENERATION  PIC 9(07).
001050             10  FRL-HLD-STATE       PIC X(01).
001060                 88  FRL-HLD-OUTSTANDING VALUE "H".
001070                 88  FRL-HLD-CANCELLED   VALUE "X".
001080                 88  FRL-HLD-RELEASED    VALUE "R".
001090*  OUTSTANDING HOLDS SUMMED PER ACCOUNT.  ACCOUNT NUMBERS ARE
001100*  UNIQUE ACROSS BRANCHES (THE ACCTMST KEY), SO A HOLD FOLLOWS
001110*  ITS ACCOUNT THROUGH A BRANCH MERGE.
001120 01  FRL-ACCOUNT-TABLE.
001130         05  FRL-ACT-COUNT           PIC 9(04) COMP VALUE ZERO.
001140         05  FRL-ACT-ENTRY OCCURS 5000 TIMES
001150                 INDEXED BY FRL-ACT-IDX.
001160             10  FRL-ACT-ACCOUNT     PIC X(10).
001170             10  FRL-ACT-HELD        PIC S9(11)V99 COMP-3.
001180 01  FRL-WORK-FIELDS.
001190         05  FRL-ACCOUNT-HELD        PIC S9(11)V99 COMP-3
001200                                         VALUE ZERO.
001210         05  FRL-NEW-AVAILABLE       PIC S9(11)V99 COMP-3
001220                                         VALUE ZERO.
001230         05  FRL-AMOUNT-EDIT         PIC -(11)9.99.
001240         05  FRL-COUNT-EDIT          PIC Z(06)9.
001250 COPY DATESRVC.
00125A     COPY RUNDATEC.
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290         IF RETURN-CODE < 16
001300             PERFORM 2000-SETTLE-ONE-HOLD THRU 2000-EXIT
001310                 VARYING FRL-HLD-SUB FROM 1 BY 1
001320                 UNTIL FRL-HLD-SUB > FRL-HLD-COUNT
001330             PERFORM 3000-RESET-AVAILABLE THRU 3000-EXIT
001340         END-IF.
001350         IF RETURN-CODE < 16
001360             PERFORM 4000-REWRITE-UNCOLLECTED THRU 4000-EXIT
001370         END-IF.
001380         IF RETURN-CODE < 16
001390             PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
001400         END-IF.
001410         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001420         STOP RUN.
001430 1000-INITIALIZE.
001440         DISPLAY "FUNDREL: JOB STARTING".
001450         MOVE ZERO TO RETURN-CODE.
001460         CALL "RUNDATE" USING RUN-DATE-AREA.
00146A         MOVE RDT-RUN-DATE TO FRL-RUN-DATE.
001470         MOVE "N" TO DSV-FUNCTION.
001480         MOVE FRL-RUN-DATE TO DSV-DATE-1.
001490         MOVE SPACES TO DSV-REGION-CODE.
001500         CALL "DATESRV" USING DATE-SERVICE-AREA.
001510         IF DSV-SUCCESSFUL
001520             MOVE DSV-RESULT-DATE TO FRL-NEXT-BUSINESS-DATE
001530         ELSE
001540             MOVE FRL-RUN-DATE TO FRL-NEXT-BUSINESS-DATE
001550         END-IF.
001560*  NO UNCOLFND YET MEANS NOTHING HELD -- EVERY AVAILABLE
001570*  BALANCE IS ITS LEDGER BALANCE.
001580         OPEN INPUT UNCOL-FUNDS-FILE.
001590         IF FRL-UNCOL-FILE-OK
001600             PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
001610                 UNTIL FRL-UNCOL-AT-END
001620                     OR FRL-TABLE-OVERFLOW
001630             CLOSE UNCOL-FUNDS-FILE
001640         ELSE
001650             DISPLAY "FUNDREL: NO UNCOLFND ON FILE - NOTHING HELD"
001660         END-IF.
001670         IF FRL-TABLE-OVERFLOW
001680             DISPLAY "FUNDREL: UNCOLFND HOLDS MORE THAN 5000 "
001690                 "ROWS - NOTHING RELEASED"
001700             MOVE 16 TO RETURN-CODE
001710             GO TO 1000-EXIT
001720         END-IF.
001730         OPEN I-O BALANCE-FILE.
001740         IF NOT FRL-BALANCE-FILE-OK
001750             DISPLAY "FUNDREL: CANNOT OPEN ACCTBAL, STATUS = "
001760                 FRL-BALANCE-FILE-STATUS
001770             MOVE 16 TO RETURN-CODE
001780             GO TO 1000-EXIT
001790         END-IF.
001800         SET FRL-BALANCE-OPEN TO TRUE.
001810 1000-EXIT.
001820         EXIT.
001830*---------------------------------------------------------------
001840*  1100-LOAD-ONE-ROW.  A HOLD IS TABLED; A BACKOUT'S "X" ROW
001850*  CANCELS EVERY HOLD OF ITS GENERATION TABLED SO FAR.
001860*---------------------------------------------------------------
001870 1100-LOAD-ONE-ROW.
001880         READ UNCOL-FUNDS-FILE
001890             AT END
001900                 MOVE "Y" TO FRL-UNCOL-EOF-SWITCH
001910                 GO TO 1100-EXIT
001920         END-READ.
001930         ADD 1 TO FRL-ROWS-READ.
001940         IF UCF-CANCEL-GENERATION
001950             ADD 1 TO FRL-CANCEL-ROWS
001960             PERFORM 1150-CANCEL-ONE-HOLD THRU 1150-EXIT
001970                 VARYING FRL-HLD-SCAN FROM 1 BY 1
001980                 UNTIL FRL-HLD-SCAN > FRL-HLD-COUNT
001990             GO TO 1100-EXIT
002000         END-IF.
002010         IF NOT UCF-HELD
002020             GO TO 1100-EXIT
002030         END-IF.
002040         IF FRL-HLD-COUNT = 5000
002050             SET FRL-TABLE-OVERFLOW TO TRUE
002060             GO TO 1100-EXIT
002070         END-IF.
002080         ADD 1 TO FRL-HLD-COUNT.
002090         MOVE UNCOLLECTED-FUNDS-RECORD
002100             TO FRL-HLD-RECORD(FRL-HLD-COUNT).
002110         MOVE UCF-GENERATION TO FRL-HLD-GENERATION(FRL-HLD-COUNT).
002120         SET FRL-HLD-OUTSTANDING(FRL-HLD-COUNT) TO TRUE.
002130 1100-EXIT.
002140         EXIT.
002150 1150-CANCEL-ONE-HOLD.
002160         IF FRL-HLD-OUTSTANDING(FRL-HLD-SCAN)
002170             AND FRL-HLD-GENERATION(FRL-HLD-SCAN) = UCF-GENERATION
002180             SET FRL-HLD-CANCELLED(FRL-HLD-SCAN) TO TRUE
002190             ADD 1 TO FRL-CANCELLED-COUNT
002200         END-IF.
002210 1150-EXIT.
002220         EXIT.
002230*---------------------------------------------------------------
002240*  2000-SETTLE-ONE-HOLD.  A HOLD DUE ON OR BEFORE TONIGHT IS
002250*  RELEASED; ONE STILL OUTSTANDING IS ADDED TO ITS ACCOUNT'S
002260*  HELD TOTAL.
002270*---------------------------------------------------------------
002280 2000-SETTLE-ONE-HOLD.
002290         IF NOT FRL-HLD-OUTSTANDING(FRL-HLD-SUB)
002300             GO TO 2000-EXIT
002310         END-IF.
002320         MOVE FRL-HLD-RECORD(FRL-HLD-SUB)
002330             TO UNCOLLECTED-FUNDS-RECORD.
002340         IF UCF-RELEASE-DATE NOT > FRL-RUN-DATE
002350             SET FRL-HLD-RELEASED(FRL-HLD-SUB) TO TRUE
002360             ADD 1 TO FRL-RELEASED-COUNT
002370             GO TO 2000-EXIT
002380         END-IF.
002390         ADD 1 TO FRL-STILL-HELD-COUNT.
002400         SET FRL-ACT-IDX TO 1.
002410         SEARCH FRL-ACT-ENTRY
002420             AT END
002430                 CONTINUE
002440             WHEN FRL-ACT-IDX > FRL-ACT-COUNT
002450                 ADD 1 TO FRL-ACT-COUNT
002460                 MOVE UCF-ACCOUNT-NO
002470                     TO FRL-ACT-ACCOUNT(FRL-ACT-COUNT)
002480                 MOVE UCF-AMOUNT TO FRL-ACT-HELD(FRL-ACT-COUNT)
002490             WHEN FRL-ACT-ACCOUNT(FRL-ACT-IDX) = UCF-ACCOUNT-NO
002500                 ADD UCF-AMOUNT TO FRL-ACT-HELD(FRL-ACT-IDX)
002510         END-SEARCH.
002520 2000-EXIT.
002530         EXIT.
002540*---------------------------------------------------------------
002550*  3000-RESET-AVAILABLE.  EVERY BALANCE'S AVAILABLE SIDE IS SET
002560*  TO ITS LEDGER BALANCE LESS WHAT IS STILL HELD ON IT, AND
002570*  REWRITTEN ONLY WHERE THAT CHANGES IT.
002580*---------------------------------------------------------------
002590 3000-RESET-AVAILABLE.
002600         PERFORM 3100-READ-BALANCE THRU 3100-EXIT.
002610         PERFORM 3200-RESET-ONE-BALANCE THRU 3200-EXIT
002620             UNTIL FRL-BALANCES-AT-END.
002630 3000-EXIT.
002640         EXIT.
002650 3100-READ-BALANCE.
002660         READ BALANCE-FILE NEXT RECORD
002670             AT END
002680                 MOVE "Y" TO FRL-BAL-EOF-SWITCH
002690         END-READ.
002700 3100-EXIT.
002710         EXIT.
002720 3200-RESET-ONE-BALANCE.
002730         ADD 1 TO FRL-BALANCES-READ.
002740         MOVE ZERO TO FRL-ACCOUNT-HELD.
002750         IF FRL-ACT-COUNT > ZERO
002760             SET FRL-ACT-IDX TO 1
002770             SEARCH FRL-ACT-ENTRY
002780                 AT END
002790                     CONTINUE
002800                 WHEN FRL-ACT-IDX > FRL-ACT-COUNT
002810                     CONTINUE
002820                 WHEN FRL-ACT-ACCOUNT(FRL-ACT-IDX)
002830                         = ABL-ACCOUNT-NO
002840                     MOVE FRL-ACT-HELD(FRL-ACT-IDX)
002850                         TO FRL-ACCOUNT-HELD
002860             END-SEARCH
002870         END-IF.
002880         IF FRL-ACCOUNT-HELD NOT = ZERO
002890             ADD 1 TO FRL-BALANCES-HELD
002900         END-IF.
002910         COMPUTE FRL-NEW-AVAILABLE =
002920             ABL-CURRENT-BALANCE - FRL-ACCOUNT-HELD.
002930         IF ABL-AVAILABLE-BALANCE NUMERIC
002940             IF ABL-AVAILABLE-BALANCE = FRL-NEW-AVAILABLE
002950                 GO TO 3200-NEXT
002960             END-IF
002970         END-IF.
002980         MOVE FRL-NEW-AVAILABLE TO ABL-AVAILABLE-BALANCE.
002990         REWRITE BALANCE-RECORD
003000             INVALID KEY
003010                 DISPLAY "FUNDREL: REWRITE FAILED FOR "
003020                     ABL-ACCOUNT-NO ", STATUS = "
003030                     FRL-BALANCE-FILE-STATUS
003040             NOT INVALID KEY
003050                 ADD 1 TO FRL-BALANCES-RESET
003060         END-REWRITE.
003070 3200-NEXT.
003080         PERFORM 3100-READ-BALANCE THRU 3100-EXIT.
003090 3200-EXIT.
003100         EXIT.
003110*---------------------------------------------------------------
003120*  4000-REWRITE-UNCOLLECTED.  ONLY THE HOLDS STILL OUTSTANDING
003130*  GO BACK ON UNCOLFND.  THE BALANCES ARE ALREADY RESET, SO A
003140*  RERUN AFTER A FAILURE HERE SIMPLY RELEASES THE SAME HOLDS
003150*  AGAIN AND ARRIVES AT THE SAME FIGURES.
003160*---------------------------------------------------------------
003170 4000-REWRITE-UNCOLLECTED.
003180         OPEN OUTPUT UNCOL-FUNDS-FILE.
003190         IF NOT FRL-UNCOL-FILE-OK
003200             DISPLAY "FUNDREL: CANNOT REWRITE UNCOLFND, STATUS = "
003210                 FRL-UNCOL-FILE-STATUS
003220             MOVE 16 TO RETURN-CODE
003230             GO TO 4000-EXIT
003240         END-IF.
003250         PERFORM 4100-WRITE-ONE-HOLD THRU 4100-EXIT
003260             VARYING FRL-HLD-SUB FROM 1 BY 1
003270             UNTIL FRL-HLD-SUB > FRL-HLD-COUNT.
003280         CLOSE UNCOL-FUNDS-FILE.
003290 4000-EXIT.
003300         EXIT.
003310 4100-WRITE-ONE-HOLD.
003320         IF FRL-HLD-OUTSTANDING(FRL-HLD-SUB)
003330             MOVE FRL-HLD-RECORD(FRL-HLD-SUB)
003340                 TO UNCOLLECTED-FUNDS-RECORD
003350             WRITE UNCOLLECTED-FUNDS-RECORD
003360         END-IF.
003370 4100-EXIT.
003380         EXIT.
003390*---------------------------------------------------------------
003400*  5000-WRITE-REPORT.  AVAILRPT: EVERY HOLD THE NEXT BUSINESS
003410*  DAY'S RUN WILL RELEASE, IN THE ORDER THEY WERE POSTED.
003420*---------------------------------------------------------------
003430 5000-WRITE-REPORT.
003440         OPEN OUTPUT REPORT-FILE.
003450         IF NOT FRL-REPORT-FILE-OK
003460             DISPLAY "FUNDREL: CANNOT OPEN AVAILRPT, STATUS = "
003470                 FRL-REPORT-FILE-STATUS
003480             GO TO 5000-EXIT
003490         END-IF.
003500         MOVE SPACES TO REPORT-RECORD.
003510         STRING "FUNDS RELEASING NEXT BUSINESS DAY    "
003520             "RUN DATE: " FRL-RUN-DATE
003530             "    RELEASING: " FRL-NEXT-BUSINESS-DATE
003540             DELIMITED BY SIZE INTO REPORT-RECORD.
003550         WRITE REPORT-RECORD.
003560         MOVE SPACES TO REPORT-RECORD.
003570         STRING "BRANCH  ACCOUNT     TY  TRANS DATE  POSTED    "
003580             "RELEASE            AMOUNT  CCY  GENERATION"
003590             DELIMITED BY SIZE INTO REPORT-RECORD.
003600         WRITE REPORT-RECORD.
003610         PERFORM 5100-LIST-ONE-HOLD THRU 5100-EXIT
003620             VARYING FRL-HLD-SUB FROM 1 BY 1
003630             UNTIL FRL-HLD-SUB > FRL-HLD-COUNT.
003640         MOVE SPACES TO REPORT-RECORD.
003650         WRITE REPORT-RECORD.
003660         MOVE FRL-TOMORROW-COUNT TO FRL-COUNT-EDIT.
003670         MOVE SPACES TO REPORT-RECORD.
003680         STRING "HOLDS RELEASING NEXT BUSINESS DAY: "
003690             FRL-COUNT-EDIT
003700             DELIMITED BY SIZE INTO REPORT-RECORD.
003710         WRITE REPORT-RECORD.
003720         MOVE FRL-RELEASED-COUNT TO FRL-COUNT-EDIT.
003730         MOVE SPACES TO REPORT-RECORD.
003740         STRING "HOLDS RELEASED TONIGHT:            "
003750             FRL-COUNT-EDIT
003760             DELIMITED BY SIZE INTO REPORT-RECORD.
003770         WRITE REPORT-RECORD.
003780         MOVE FRL-CANCELLED-COUNT TO FRL-COUNT-EDIT.
003790         MOVE SPACES TO REPORT-RECORD.
003800         STRING "HOLDS CANCELLED BY BACKOUT:        "
003810             FRL-COUNT-EDIT
003820             DELIMITED BY SIZE INTO REPORT-RECORD.
003830         WRITE REPORT-RECORD.
003840         MOVE FRL-STILL-HELD-COUNT TO FRL-COUNT-EDIT.
003850         MOVE SPACES TO REPORT-RECORD.
003860         STRING "HOLDS STILL OUTSTANDING:           "
003870             FRL-COUNT-EDIT
003880             DELIMITED BY SIZE INTO REPORT-RECORD.
003890         WRITE REPORT-RECORD.
003900         CLOSE REPORT-FILE.
003910 5000-EXIT.
003920         EXIT.
003930 5100-LIST-ONE-HOLD.
003940         IF NOT FRL-HLD-OUTSTANDING(FRL-HLD-SUB)
003950             GO TO 5100-EXIT
003960         END-IF.
003970         MOVE FRL-HLD-RECORD(FRL-HLD-SUB)
003980             TO UNCOLLECTED-FUNDS-RECORD.
003990         IF UCF-RELEASE-DATE > FRL-NEXT-BUSINESS-DATE
004000             GO TO 5100-EXIT
004010         END-IF.
004020         ADD 1 TO FRL-TOMORROW-COUNT.
004030         MOVE UCF-AMOUNT TO FRL-AMOUNT-EDIT.
004040         MOVE SPACES TO REPORT-RECORD.
004050         STRING UCF-BRANCH-CODE "     " UCF-ACCOUNT-NO "  "
004060             UCF-RECORD-TYPE "  " UCF-TRANS-DATE "    "
004070             UCF-POST-DATE "  " UCF-RELEASE-DATE "  "
004080             FRL-AMOUNT-EDIT "  " UCF-CURRENCY-CODE "  "
004090             UCF-GENERATION
004100             DELIMITED BY SIZE INTO REPORT-RECORD.
004110         WRITE REPORT-RECORD.
004120 5100-EXIT.
004130         EXIT.
004140 8000-TERMINATE.
004150         IF FRL-BALANCE-OPEN
004160             CLOSE BALANCE-FILE
004170         END-IF.
004180         DISPLAY "----------------------------------------------".
004190         DISPLAY "UNCOLFND ROWS READ     = " FRL-ROWS-READ.
004200         DISPLAY "  BACKOUT CANCEL ROWS  = " FRL-CANCEL-ROWS.
004210         DISPLAY "HOLDS CANCELLED        = " FRL-CANCELLED-COUNT.
004220         DISPLAY "HOLDS RELEASED         = " FRL-RELEASED-COUNT.
004230         DISPLAY "HOLDS STILL OUTSTANDING= " FRL-STILL-HELD-COUNT.
004240         DISPLAY "RELEASING NEXT DAY     = " FRL-TOMORROW-COUNT.
004250         DISPLAY "BALANCES READ          = " FRL-BALANCES-READ.
004260         DISPLAY "  WITH FUNDS HELD      = " FRL-BALANCES-HELD.
004270         DISPLAY "  AVAILABLE RESET      = " FRL-BALANCES-RESET.
004280         DISPLAY "FUNDREL: JOB ENDED, RETURN CODE = "
004290             RETURN-CODE.
004300 8000-EXIT.
004310         EXIT.
