000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 TDMATURE.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM. NIGHTLY TERM DEPOSIT
000220*                  MATURITY RUN.  LOADS TERMDEP (TERMDPRC) AND
000230*                  ASKS DATESRV FOR THE NEXT BUSINESS DAY; EVERY
000240*                  ACTIVE DEPOSIT MATURING ON OR BEFORE IT IS
000250*                  SETTLED TONIGHT SO THE FUNDS ARE THERE ON THE
000260*                  MATURITY MORNING.  INTEREST (PRINCIPAL X RATE
000270*                  X CALENDAR DAYS / 36500) GOES OUT AS A TYPE
000280*                  "03" ITEM ADDED TO THE DEPOSIT ACCOUNT, THEN
000290*                  THE MATURITY INSTRUCTION IS CARRIED OUT: ROLL
000300*                  OVER (INTEREST ADDED TO PRINCIPAL, NEW TERM
000310*                  FROM THE OLD MATURITY DATE), PAY (A TYPE "07"
000320*                  PAIR MOVING THE FUNDS OFF THE DEPOSIT AND ONTO
000330*                  THE LINKED ACCOUNT, DEPOSIT CLOSED) OR HOLD.  A
000340*                  DEPOSIT BROKEN EARLY (TDP-EARLY-WDL-DATE ON OR
000350*                  BEFORE TODAY) EARNS INTEREST TO THE BREAK DATE
000360*                  LESS A TYPE "08" PENALTY OF THE OPERATOR'S
000370*                  PENALTY DAYS OF INTEREST (DEFAULT 90).  ITEMS
000380*                  GO TO TDMATTRN WITH A TYPE "99" TRAILER AND
000390*                  RIDE TRANLIST THROUGH SAMPLE THE WAY STORDTRN
000400*                  DOES; TERMDEP IS WRITTEN BACK THE SAME LOAD-
000410*                  AND-REWRITE WAY STORDGEN MAINTAINS STORDERS.
000420*                  TDMATRPT LISTS TONIGHT'S SETTLEMENTS; TDLADDER
000430*                  IS THE MATURITY LADDER -- ACTIVE DEPOSITS AND
000440*                  PRINCIPAL BY MONTH OF MATURITY.
00044A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00044B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00044C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000450*---------------------------------------------------------------
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.
000490         LINUX.
000500 OBJECT-COMPUTER.
000510         LINUX.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540         SELECT DEPOSIT-FILE ASSIGN TO "TERMDEP"
000550             ORGANIZATION IS LINE SEQUENTIAL
000560             FILE STATUS IS TDM-DEPOSIT-FILE-STATUS.
000570         SELECT GENERATED-FILE ASSIGN TO "TDMATTRN"
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS TDM-GENERATED-FILE-STATUS.
000600         SELECT ACTIVITY-REPORT-FILE ASSIGN TO "TDMATRPT"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS TDM-ACTIVITY-FILE-STATUS.
000630         SELECT LADDER-REPORT-FILE ASSIGN TO "TDLADDER"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS TDM-LADDER-FILE-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  DEPOSIT-FILE.
000690     COPY TERMDPRC.
000700 FD  GENERATED-FILE.
000710 01  GENERATED-RECORD            PIC X(54).
000720 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
000730         05  GEN-BRANCH-CODE         PIC X(03).
000740         05  GEN-ACCOUNT-NO          PIC X(10).
000750         05  GEN-RECORD-TYPE         PIC X(02).
000760         05  GEN-TRANS-DATE          PIC 9(08).
000770         05  GEN-AMOUNT              PIC 9(09)V99.
000780         05  GEN-DC-INDICATOR        PIC X(01).
000790         05  FILLER                  PIC X(19).
000800 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
000810         05  GTL-KEY                 PIC X(13).
000820         05  GTL-RECORD-TYPE         PIC X(02).
000830         05  GTL-RUN-DATE            PIC 9(08).
000840         05  GTL-EXPECTED-COUNT      PIC 9(09).
000850         05  FILLER                  PIC X(22).
000860 FD  ACTIVITY-REPORT-FILE.
000870 01  ACTIVITY-REPORT-RECORD      PIC X(132).
000880 FD  LADDER-REPORT-FILE.
000890 01  LADDER-REPORT-RECORD        PIC X(132).
000900 WORKING-STORAGE SECTION.
000910     COPY DATESRVC.
000920 01  TDM-FILE-STATUS-VALUES.
000930         05  TDM-DEPOSIT-FILE-STATUS PIC X(02).
000940             88  TDM-DEPOSIT-FILE-OK     VALUE "00".
000950         05  TDM-GENERATED-FILE-STATUS PIC X(02).
000960             88  TDM-GENERATED-FILE-OK   VALUE "00".
000970         05  TDM-ACTIVITY-FILE-STATUS PIC X(02).
000980             88  TDM-ACTIVITY-FILE-OK    VALUE "00".
000990         05  TDM-LADDER-FILE-STATUS  PIC X(02).
001000             88  TDM-LADDER-FILE-OK      VALUE "00".
001010 01  TDM-SWITCHES.
001020         05  TDM-EOF-SWITCH          PIC X(01) VALUE "N".
001030             88  TDM-END-OF-FILE         VALUE "Y".
001040         05  TDM-GENERATED-OPEN-SW   PIC X(01) VALUE "N".
001050             88  TDM-GENERATED-OPEN      VALUE "Y".
001060 01  TDM-RUN-DATE                PIC 9(08) VALUE ZERO.
001070 01  TDM-RUN-DATE-PARTS REDEFINES TDM-RUN-DATE.
001080         05  TDM-RUN-YEAR            PIC 9(04).
001090         05  TDM-RUN-MONTH           PIC 9(02).
001100         05  TDM-RUN-DAY             PIC 9(02).
001110 01  TDM-HORIZON-DATE            PIC 9(08) VALUE ZERO.
001120 01  TDM-PARM-STRING             PIC X(12) VALUE SPACES.
001130 01  TDM-PARM-PENALTY-DAYS       PIC 9(03) VALUE 090.
001140 01  TDM-COUNTERS.
001150         05  TDM-DEPOSIT-COUNT       PIC 9(05) COMP VALUE ZERO.
001160         05  TDM-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
001170         05  TDM-ROLLED-COUNT        PIC 9(05) COMP VALUE ZERO.
001180         05  TDM-PAID-COUNT          PIC 9(05) COMP VALUE ZERO.
001190         05  TDM-HELD-COUNT          PIC 9(05) COMP VALUE ZERO.
001200         05  TDM-BROKEN-COUNT        PIC 9(05) COMP VALUE ZERO.
001210         05  TDM-BAD-DEPOSIT-COUNT   PIC 9(05) COMP VALUE ZERO.
001220 01  TDM-DEPOSIT-TABLE.
001230         05  TDM-TABLE-COUNT         PIC 9(03) COMP VALUE ZERO.
001240         05  TDM-TABLE-SUB           PIC 9(03) COMP VALUE ZERO.
001250         05  TDM-TABLE-ENTRY OCCURS 200 TIMES.
001260             10  TDM-TBL-BRANCH      PIC X(03).
001270             10  TDM-TBL-ACCOUNT     PIC X(10).
001280             10  TDM-TBL-PRINCIPAL   PIC 9(09)V99.
001290             10  TDM-TBL-START       PIC 9(08).
001300             10  TDM-TBL-TERM        PIC 9(03).
001310             10  TDM-TBL-RATE        PIC 9(02)V9(04).
001320             10  TDM-TBL-MATURITY    PIC 9(08).
001330             10  TDM-TBL-INSTRUCTION PIC X(01).
001340             10  TDM-TBL-PAY-BRANCH  PIC X(03).
001350             10  TDM-TBL-PAY-ACCOUNT PIC X(10).
001360             10  TDM-TBL-STATUS      PIC X(01).
001370             10  TDM-TBL-EARLY-DATE  PIC 9(08).
001380 01  TDM-SETTLEMENT-FIELDS.
001390         05  TDM-INTEREST-TO-DATE    PIC 9(08) VALUE ZERO.
001400         05  TDM-DAYS-HELD           PIC S9(05) COMP VALUE ZERO.
001410         05  TDM-INTEREST            PIC 9(09)V99 VALUE ZERO.
001420         05  TDM-PENALTY             PIC 9(09)V99 VALUE ZERO.
001430         05  TDM-PAYOUT              PIC 9(09)V99 VALUE ZERO.
001440         05  TDM-ACTION              PIC X(12) VALUE SPACES.
001450         05  TDM-NEW-MATURITY        PIC 9(08) VALUE ZERO.
001460         05  TDM-NEW-MATURITY-X REDEFINES TDM-NEW-MATURITY
001470                                     PIC X(08).
001480 01  TDM-ITEM-FIELDS.
001490         05  TDM-ITEM-BRANCH         PIC X(03).
001500         05  TDM-ITEM-ACCOUNT        PIC X(10).
001510         05  TDM-ITEM-TYPE           PIC X(02).
001520         05  TDM-ITEM-DATE           PIC 9(08).
001530         05  TDM-ITEM-AMOUNT         PIC 9(09)V99.
001540         05  TDM-ITEM-DC             PIC X(01).
001550 01  TDM-DATE-WORK-FIELDS.
001560         05  TDM-WORK-DATE.
001570             10  TDM-WORK-YEAR       PIC 9(04).
001580             10  TDM-WORK-MONTH      PIC 9(02).
001590             10  TDM-WORK-DAY        PIC 9(02).
001600         05  TDM-WORK-DATE-N REDEFINES TDM-WORK-DATE
001610                                     PIC 9(08).
001620         05  TDM-LEAP-QUOTIENT       PIC 9(04) COMP.
001630         05  TDM-LEAP-REMAINDER      PIC 9(04) COMP.
001640         05  TDM-MONTH-LENGTH        PIC 9(02) VALUE ZERO.
001650 01  TDM-DAYS-IN-MONTH-VALUES.
001660         05  FILLER                  PIC X(24) VALUE
001670             "312831303130313130313031".
001680 01  TDM-DAYS-IN-MONTH-TABLE REDEFINES
001690         TDM-DAYS-IN-MONTH-VALUES.
001700         05  TDM-DAYS-IN-MONTH OCCURS 12 TIMES
001710                                     PIC 9(02).
001720 01  TDM-LADDER-FIELDS.
001730         05  TDM-LADDER-SUB          PIC 9(03) COMP VALUE ZERO.
001740         05  TDM-MONTHS-AHEAD        PIC S9(05) COMP VALUE ZERO.
001750         05  TDM-LADDER-SERIAL       PIC 9(07) COMP VALUE ZERO.
001760         05  TDM-LADDER-YEAR         PIC 9(04) VALUE ZERO.
001770         05  TDM-LADDER-MONTH        PIC 9(02) VALUE ZERO.
001780         05  TDM-LADDER-TOTAL-COUNT  PIC 9(05) COMP VALUE ZERO.
001790         05  TDM-LADDER-TOTAL-AMOUNT PIC S9(11)V99 COMP-3
001800                                         VALUE ZERO.
001810         05  TDM-HELD-AMOUNT         PIC S9(11)V99 COMP-3
001820                                         VALUE ZERO.
001830*  BUCKETS 1-60 ARE THE RUN MONTH AND THE 59 MONTHS AFTER IT;
001840*  BUCKET 61 TAKES EVERYTHING MATURING FURTHER OUT.
001850 01  TDM-LADDER-BUCKETS.
001860         05  TDM-BUCKET-ENTRY OCCURS 61 TIMES.
001870             10  TDM-BUCKET-COUNT    PIC 9(05) COMP.
001880             10  TDM-BUCKET-AMOUNT   PIC S9(11)V99 COMP-3.
001890 01  TDM-PRINT-LINE-FIELDS.
001900         05  TDM-AMOUNT-EDIT         PIC Z(8)9.99.
001910         05  TDM-INTEREST-EDIT       PIC Z(8)9.99.
001920         05  TDM-PENALTY-EDIT        PIC Z(8)9.99.
001930         05  TDM-TOTAL-EDIT          PIC -(11)9.99.
001940         05  TDM-COUNT-EDIT          PIC ZZZZ9.
00194A     COPY RUNDATEC.
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980         PERFORM 2000-PROCESS-DEPOSITS THRU 2000-EXIT.
001990         PERFORM 3000-REWRITE-DEPOSITS THRU 3000-EXIT.
002000         PERFORM 4000-PRINT-LADDER THRU 4000-EXIT.
002010         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002020         STOP RUN.
002030 1000-INITIALIZE.
002040         DISPLAY "TDMATURE: JOB STARTING".
002050         CALL "RUNDATE" USING RUN-DATE-AREA.
00205A         MOVE RDT-RUN-DATE TO TDM-RUN-DATE.
002060         ACCEPT TDM-PARM-STRING FROM COMMAND-LINE.
002070         IF TDM-PARM-STRING NOT = SPACES
002080             UNSTRING TDM-PARM-STRING DELIMITED BY ","
002090                 INTO TDM-PARM-PENALTY-DAYS
002100             END-UNSTRING
002110         END-IF.
002120         DISPLAY "TDMATURE: EARLY-WITHDRAWAL PENALTY = "
002130             TDM-PARM-PENALTY-DAYS " DAY(S) OF INTEREST".
002140         PERFORM 1200-SET-HORIZON THRU 1200-EXIT.
002150         OPEN INPUT DEPOSIT-FILE.
002160         IF NOT TDM-DEPOSIT-FILE-OK
002170             DISPLAY "TDMATURE: NO TERMDEP ON FILE - "
002180                 "NOTHING TO MATURE"
002190             MOVE "Y" TO TDM-EOF-SWITCH
002200             GO TO 1000-EXIT
002210         END-IF.
002220         PERFORM 1100-LOAD-ONE-DEPOSIT THRU 1100-EXIT
002230             UNTIL TDM-END-OF-FILE
002240                 OR TDM-TABLE-COUNT = 200.
002250         CLOSE DEPOSIT-FILE.
002260         MOVE TDM-TABLE-COUNT TO TDM-DEPOSIT-COUNT.
002270         OPEN OUTPUT GENERATED-FILE.
002280         SET TDM-GENERATED-OPEN TO TRUE.
002290         OPEN OUTPUT ACTIVITY-REPORT-FILE.
002300         MOVE SPACES TO ACTIVITY-REPORT-RECORD.
002310         STRING "TERM DEPOSIT MATURITY SETTLEMENTS    "
002320             "RUN DATE: " TDM-RUN-DATE
002330             "    MATURING THROUGH: " TDM-HORIZON-DATE
002340             DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
002350         WRITE ACTIVITY-REPORT-RECORD.
002360         MOVE SPACES TO ACTIVITY-REPORT-RECORD.
002370         STRING "BRANCH  ACCOUNT     ACTION              AMOUNT"
002380             "      INTEREST       PENALTY  MATURITY"
002390             DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
002400         WRITE ACTIVITY-REPORT-RECORD.
002410 1000-EXIT.
002420         EXIT.
002430 1100-LOAD-ONE-DEPOSIT.
002440         READ DEPOSIT-FILE
002450             AT END
002460                 MOVE "Y" TO TDM-EOF-SWITCH
002470             NOT AT END
002480                 ADD 1 TO TDM-TABLE-COUNT
002490                 MOVE TDP-BRANCH-CODE
002500                     TO TDM-TBL-BRANCH(TDM-TABLE-COUNT)
002510                 MOVE TDP-ACCOUNT-NO
002520                     TO TDM-TBL-ACCOUNT(TDM-TABLE-COUNT)
002530                 MOVE TDP-PRINCIPAL
002540                     TO TDM-TBL-PRINCIPAL(TDM-TABLE-COUNT)
002550                 MOVE TDP-START-DATE
002560                     TO TDM-TBL-START(TDM-TABLE-COUNT)
002570                 MOVE TDP-TERM-MONTHS
002580                     TO TDM-TBL-TERM(TDM-TABLE-COUNT)
002590                 MOVE TDP-ANNUAL-RATE
002600                     TO TDM-TBL-RATE(TDM-TABLE-COUNT)
002610                 MOVE TDP-MATURITY-DATE
002620                     TO TDM-TBL-MATURITY(TDM-TABLE-COUNT)
002630                 MOVE TDP-INSTRUCTION
002640                     TO TDM-TBL-INSTRUCTION(TDM-TABLE-COUNT)
002650                 MOVE TDP-PAYOUT-BRANCH
002660                     TO TDM-TBL-PAY-BRANCH(TDM-TABLE-COUNT)
002670                 MOVE TDP-PAYOUT-ACCOUNT
002680                     TO TDM-TBL-PAY-ACCOUNT(TDM-TABLE-COUNT)
002690                 MOVE TDP-STATUS
002700                     TO TDM-TBL-STATUS(TDM-TABLE-COUNT)
002710                 MOVE TDP-EARLY-WDL-DATE
002720                     TO TDM-TBL-EARLY-DATE(TDM-TABLE-COUNT)
002730         END-READ.
002740 1100-EXIT.
002750         EXIT.
002760*---------------------------------------------------------------
002770*  1200-SET-HORIZON.  A DEPOSIT IS SETTLED TONIGHT WHEN IT
002780*  MATURES ON OR BEFORE THE NEXT BUSINESS DAY -- A FRIDAY RUN
002790*  TAKES THE WEEKEND'S MATURITIES WITH MONDAY'S.  SHOULD
002800*  DATESRV REFUSE THE RUN DATE, ONLY WHAT IS ALREADY DUE GOES.
002810*---------------------------------------------------------------
002820 1200-SET-HORIZON.
002830         MOVE TDM-RUN-DATE TO TDM-HORIZON-DATE.
002840         MOVE "N" TO DSV-FUNCTION.
002850         MOVE TDM-RUN-DATE TO DSV-DATE-1.
002860         MOVE SPACES TO DSV-REGION-CODE.
002870         CALL "DATESRV" USING DATE-SERVICE-AREA.
002880         IF NOT DSV-SUCCESSFUL
002890             DISPLAY "TDMATURE: DATESRV RETURN CODE "
002900                 DSV-RETURN-CODE " - SETTLING THROUGH TODAY ONLY"
002910             GO TO 1200-EXIT
002920         END-IF.
002930         MOVE DSV-RESULT-DATE TO TDM-HORIZON-DATE.
002940 1200-EXIT.
002950         EXIT.
002960 2000-PROCESS-DEPOSITS.
002970         IF NOT TDM-GENERATED-OPEN
002980             GO TO 2000-EXIT
002990         END-IF.
003000         IF TDM-TABLE-COUNT > ZERO
003010             PERFORM 2100-PROCESS-ONE-DEPOSIT THRU 2100-EXIT
003020                 VARYING TDM-TABLE-SUB FROM 1 BY 1
003030                 UNTIL TDM-TABLE-SUB > TDM-TABLE-COUNT
003040         END-IF.
003050*  THE TRAILER GOES OUT EVEN WHEN NOTHING MATURED, THE SAME AS
003060*  STORDGEN'S -- TDMATTRN ON TRANLIST MUST ALWAYS RECONCILE.
003070         PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
003080 2000-EXIT.
003090         EXIT.
003100 2100-PROCESS-ONE-DEPOSIT.
003110         IF TDM-TBL-STATUS(TDM-TABLE-SUB) NOT = "A"
003120             GO TO 2100-EXIT
003130         END-IF.
003140         IF TDM-TBL-PRINCIPAL(TDM-TABLE-SUB) = ZERO
003150             OR TDM-TBL-TERM(TDM-TABLE-SUB) = ZERO
003160             OR TDM-TBL-START(TDM-TABLE-SUB) = ZERO
003170             OR TDM-TBL-MATURITY(TDM-TABLE-SUB) = ZERO
003180             ADD 1 TO TDM-BAD-DEPOSIT-COUNT
003190             DISPLAY "TDMATURE: DEPOSIT "
003200                 TDM-TBL-ACCOUNT(TDM-TABLE-SUB)
003210                 " IS MISSING ITS CONTRACT TERMS - SKIPPED"
003220             GO TO 2100-EXIT
003230         END-IF.
003240         IF TDM-TBL-INSTRUCTION(TDM-TABLE-SUB) NOT = "R"
003250             AND TDM-TBL-INSTRUCTION(TDM-TABLE-SUB) NOT = "P"
003260             AND TDM-TBL-INSTRUCTION(TDM-TABLE-SUB) NOT = "H"
003270             ADD 1 TO TDM-BAD-DEPOSIT-COUNT
003280             DISPLAY "TDMATURE: DEPOSIT "
003290                 TDM-TBL-ACCOUNT(TDM-TABLE-SUB)
003300                 " HAS AN UNKNOWN MATURITY INSTRUCTION - SKIPPED"
003310             GO TO 2100-EXIT
003320         END-IF.
003330         IF TDM-TBL-EARLY-DATE(TDM-TABLE-SUB) NOT = ZERO
003340             AND TDM-TBL-EARLY-DATE(TDM-TABLE-SUB)
003350                 NOT > TDM-RUN-DATE
003360             AND TDM-TBL-EARLY-DATE(TDM-TABLE-SUB)
003370                 < TDM-TBL-MATURITY(TDM-TABLE-SUB)
003380             PERFORM 2400-BREAK-DEPOSIT THRU 2400-EXIT
003390             GO TO 2100-EXIT
003400         END-IF.
003410         IF TDM-TBL-MATURITY(TDM-TABLE-SUB) NOT > TDM-HORIZON-DATE
003420             PERFORM 2300-MATURE-DEPOSIT THRU 2300-EXIT
003430         END-IF.
003440 2100-EXIT.
003450         EXIT.
003460*---------------------------------------------------------------
003470*  2200-COMPUTE-INTEREST.  SIMPLE INTEREST ON THE PRINCIPAL AT
003480*  THE CONTRACTED RATE FOR THE CALENDAR DAYS FROM THE START
003490*  DATE TO TDM-INTEREST-TO-DATE, ACTUAL/365.
003500*---------------------------------------------------------------
003510 2200-COMPUTE-INTEREST.
003520         MOVE ZERO TO TDM-INTEREST.
003530         MOVE ZERO TO TDM-DAYS-HELD.
003540         MOVE "C" TO DSV-FUNCTION.
003550         MOVE TDM-TBL-START(TDM-TABLE-SUB) TO DSV-DATE-1.
003560         MOVE TDM-INTEREST-TO-DATE TO DSV-DATE-2.
003570         MOVE SPACES TO DSV-REGION-CODE.
003580         CALL "DATESRV" USING DATE-SERVICE-AREA.
003590         IF NOT DSV-SUCCESSFUL
003600             DISPLAY "TDMATURE: DEPOSIT "
003610                 TDM-TBL-ACCOUNT(TDM-TABLE-SUB)
003620                 " DATES REFUSED BY DATESRV - NO INTEREST"
003630             GO TO 2200-EXIT
003640         END-IF.
003650         IF DSV-DAYS-BETWEEN NOT > ZERO
003660             GO TO 2200-EXIT
003670         END-IF.
003680         MOVE DSV-DAYS-BETWEEN TO TDM-DAYS-HELD.
003690         COMPUTE TDM-INTEREST ROUNDED =
003700             TDM-TBL-PRINCIPAL(TDM-TABLE-SUB)
003710             * TDM-TBL-RATE(TDM-TABLE-SUB)
003720             * TDM-DAYS-HELD / 36500.
003730 2200-EXIT.
003740         EXIT.
003750 2300-MATURE-DEPOSIT.
003760         MOVE ZERO TO TDM-PENALTY.
003770         MOVE ZERO TO TDM-NEW-MATURITY.
003780         MOVE TDM-TBL-MATURITY(TDM-TABLE-SUB)
003790             TO TDM-INTEREST-TO-DATE.
003800         PERFORM 2200-COMPUTE-INTEREST THRU 2200-EXIT.
003810         PERFORM 2350-PAY-INTEREST THRU 2350-EXIT.
003820         COMPUTE TDM-PAYOUT =
003830             TDM-TBL-PRINCIPAL(TDM-TABLE-SUB) + TDM-INTEREST.
003840         EVALUATE TRUE
003850             WHEN TDM-TBL-INSTRUCTION(TDM-TABLE-SUB) = "R"
003860                 PERFORM 2310-ROLL-OVER THRU 2310-EXIT
003870                 ADD 1 TO TDM-ROLLED-COUNT
003880             WHEN TDM-TBL-INSTRUCTION(TDM-TABLE-SUB) = "P"
003890                 AND TDM-TBL-PAY-ACCOUNT(TDM-TABLE-SUB)
003900                     NOT = SPACES
003910                 MOVE "PAID OUT" TO TDM-ACTION
003920                 PERFORM 2320-PAY-OUT THRU 2320-EXIT
003930                 ADD 1 TO TDM-PAID-COUNT
003940             WHEN TDM-TBL-INSTRUCTION(TDM-TABLE-SUB) = "P"
003950                 DISPLAY "TDMATURE: DEPOSIT "
003960                     TDM-TBL-ACCOUNT(TDM-TABLE-SUB)
003970                     " HAS NO PAYOUT ACCOUNT - HELD"
003980                 PERFORM 2330-HOLD THRU 2330-EXIT
003990                 ADD 1 TO TDM-HELD-COUNT
004000             WHEN OTHER
004010                 PERFORM 2330-HOLD THRU 2330-EXIT
004020                 ADD 1 TO TDM-HELD-COUNT
004030         END-EVALUATE.
004040         PERFORM 2700-WRITE-ACTIVITY-LINE THRU 2700-EXIT.
004050 2300-EXIT.
004060         EXIT.
004070*---------------------------------------------------------------
004080*  2310-ROLL-OVER.  THE INTEREST JUST PAID IN JOINS THE
004090*  PRINCIPAL AND A NEW TERM OF THE SAME LENGTH RUNS FROM THE
004100*  OLD MATURITY DATE, THE DAY CLAMPED TO THE TARGET MONTH'S
004110*  LENGTH THE WAY STORDGEN ADVANCES A MONTHLY ORDER.
004120*---------------------------------------------------------------
004130 2310-ROLL-OVER.
004140         MOVE "ROLLED OVER" TO TDM-ACTION.
004150         ADD TDM-INTEREST TO TDM-TBL-PRINCIPAL(TDM-TABLE-SUB).
004160         MOVE TDM-TBL-MATURITY(TDM-TABLE-SUB)
004170             TO TDM-TBL-START(TDM-TABLE-SUB).
004180         MOVE TDM-TBL-MATURITY(TDM-TABLE-SUB) TO TDM-WORK-DATE-N.
004190         PERFORM 2600-ADD-ONE-MONTH THRU 2600-EXIT
004200             TDM-TBL-TERM(TDM-TABLE-SUB) TIMES.
004210         MOVE TDM-WORK-DATE-N TO TDM-TBL-MATURITY(TDM-TABLE-SUB).
004220         MOVE TDM-WORK-DATE-N TO TDM-NEW-MATURITY.
004230 2310-EXIT.
004240         EXIT.
004250*---------------------------------------------------------------
004260*  2320-PAY-OUT.  TDM-PAYOUT LEAVES THE DEPOSIT ACCOUNT AND
004270*  LANDS ON THE LINKED ACCOUNT AS A PAIR OF TYPE "07" ITEMS;
004280*  THE DEPOSIT IS CLOSED.
004290*---------------------------------------------------------------
004300 2320-PAY-OUT.
004310         IF TDM-PAYOUT > ZERO
004320             MOVE TDM-TBL-BRANCH(TDM-TABLE-SUB) TO TDM-ITEM-BRANCH
004330             MOVE TDM-TBL-ACCOUNT(TDM-TABLE-SUB)
004340                 TO TDM-ITEM-ACCOUNT
004350             MOVE "07" TO TDM-ITEM-TYPE
004360             MOVE TDM-PAYOUT TO TDM-ITEM-AMOUNT
004370             MOVE "C" TO TDM-ITEM-DC
004380             PERFORM 2500-WRITE-ITEM THRU 2500-EXIT
004390             MOVE TDM-TBL-PAY-BRANCH(TDM-TABLE-SUB)
004400                 TO TDM-ITEM-BRANCH
004410             MOVE TDM-TBL-PAY-ACCOUNT(TDM-TABLE-SUB)
004420                 TO TDM-ITEM-ACCOUNT
004430             MOVE SPACE TO TDM-ITEM-DC
004440             PERFORM 2500-WRITE-ITEM THRU 2500-EXIT
004450         END-IF.
004460         MOVE "C" TO TDM-TBL-STATUS(TDM-TABLE-SUB).
004470 2320-EXIT.
004480         EXIT.
004490 2330-HOLD.
004500         MOVE "MATURED-HELD" TO TDM-ACTION.
004510         MOVE "M" TO TDM-TBL-STATUS(TDM-TABLE-SUB).
004520 2330-EXIT.
004530         EXIT.
004540 2350-PAY-INTEREST.
004550         IF TDM-INTEREST = ZERO
004560             GO TO 2350-EXIT
004570         END-IF.
004580         MOVE TDM-TBL-BRANCH(TDM-TABLE-SUB) TO TDM-ITEM-BRANCH.
004590         MOVE TDM-TBL-ACCOUNT(TDM-TABLE-SUB) TO TDM-ITEM-ACCOUNT.
004600         MOVE "03" TO TDM-ITEM-TYPE.
004610         MOVE TDM-INTEREST TO TDM-ITEM-AMOUNT.
004620         MOVE SPACE TO TDM-ITEM-DC.
004630         PERFORM 2500-WRITE-ITEM THRU 2500-EXIT.
004640 2350-EXIT.
004650         EXIT.
004660*---------------------------------------------------------------
004670*  2400-BREAK-DEPOSIT.  AN EARLY WITHDRAWAL EARNS INTEREST TO
004680*  THE BREAK DATE; THE PENALTY IS THE OPERATOR'S PENALTY DAYS
004690*  OF INTEREST AT THE CONTRACTED RATE, AND MAY EAT INTO THE
004700*  PRINCIPAL WHEN THE DEPOSIT IS YOUNGER THAN THAT -- BUT NEVER
004710*  PAST IT.  THE NET IS PAID TO THE LINKED ACCOUNT WHEN THERE
004720*  IS ONE, OTHERWISE IT IS HELD ON THE DEPOSIT ACCOUNT.
004730*---------------------------------------------------------------
004740 2400-BREAK-DEPOSIT.
004750         MOVE ZERO TO TDM-NEW-MATURITY.
004760         MOVE TDM-TBL-EARLY-DATE(TDM-TABLE-SUB)
004770             TO TDM-INTEREST-TO-DATE.
004780         PERFORM 2200-COMPUTE-INTEREST THRU 2200-EXIT.
004790         PERFORM 2350-PAY-INTEREST THRU 2350-EXIT.
004800         COMPUTE TDM-PENALTY ROUNDED =
004810             TDM-TBL-PRINCIPAL(TDM-TABLE-SUB)
004820             * TDM-TBL-RATE(TDM-TABLE-SUB)
004830             * TDM-PARM-PENALTY-DAYS / 36500.
004840         COMPUTE TDM-PAYOUT =
004850             TDM-TBL-PRINCIPAL(TDM-TABLE-SUB) + TDM-INTEREST.
004860         IF TDM-PENALTY > TDM-PAYOUT
004870             MOVE TDM-PAYOUT TO TDM-PENALTY
004880         END-IF.
004890         SUBTRACT TDM-PENALTY FROM TDM-PAYOUT.
004900         IF TDM-PENALTY > ZERO
004910             MOVE TDM-TBL-BRANCH(TDM-TABLE-SUB) TO TDM-ITEM-BRANCH
004920             MOVE TDM-TBL-ACCOUNT(TDM-TABLE-SUB)
004930                 TO TDM-ITEM-ACCOUNT
004940             MOVE "08" TO TDM-ITEM-TYPE
004950             MOVE TDM-PENALTY TO TDM-ITEM-AMOUNT
004960             MOVE "C" TO TDM-ITEM-DC
004970             PERFORM 2500-WRITE-ITEM THRU 2500-EXIT
004980         END-IF.
004990         IF TDM-TBL-PAY-ACCOUNT(TDM-TABLE-SUB) = SPACES
005000             PERFORM 2330-HOLD THRU 2330-EXIT
005010         ELSE
005020             PERFORM 2320-PAY-OUT THRU 2320-EXIT
005030         END-IF.
005040         MOVE "BROKEN EARLY" TO TDM-ACTION.
005050         ADD 1 TO TDM-BROKEN-COUNT.
005060         PERFORM 2700-WRITE-ACTIVITY-LINE THRU 2700-EXIT.
005070 2400-EXIT.
005080         EXIT.
005090*---------------------------------------------------------------
005100*  2500-WRITE-ITEM.  ONE GENERATED ITEM FROM TDM-ITEM-FIELDS.
005110*  THE DATE IS THE DATE THE MONEY MOVES -- MATURITY OR BREAK --
005120*  SO A WEEKEND MATURITY SETTLED ON FRIDAY IS WAREHOUSED BY THE
005130*  FRONT END AND RELEASED ON ITS OWN DAY.
005140*---------------------------------------------------------------
005150 2500-WRITE-ITEM.
005160         MOVE TDM-INTEREST-TO-DATE TO TDM-ITEM-DATE.
005170         MOVE SPACES TO GENERATED-RECORD.
005180         MOVE TDM-ITEM-BRANCH TO GEN-BRANCH-CODE.
005190         MOVE TDM-ITEM-ACCOUNT TO GEN-ACCOUNT-NO.
005200         MOVE TDM-ITEM-TYPE TO GEN-RECORD-TYPE.
005210         MOVE TDM-ITEM-DATE TO GEN-TRANS-DATE.
005220         MOVE TDM-ITEM-AMOUNT TO GEN-AMOUNT.
005230         MOVE TDM-ITEM-DC TO GEN-DC-INDICATOR.
005240         WRITE GENERATED-RECORD.
005250         ADD 1 TO TDM-GENERATED-COUNT.
005260 2500-EXIT.
005270         EXIT.
005280 2600-ADD-ONE-MONTH.
005290         IF TDM-WORK-MONTH < 12
005300             ADD 1 TO TDM-WORK-MONTH
005310         ELSE
005320             MOVE 01 TO TDM-WORK-MONTH
005330             ADD 1 TO TDM-WORK-YEAR
005340         END-IF.
005350         PERFORM 2650-SET-MONTH-LENGTH THRU 2650-EXIT.
005360         IF TDM-WORK-DAY > TDM-MONTH-LENGTH
005370             MOVE TDM-MONTH-LENGTH TO TDM-WORK-DAY
005380         END-IF.
005390 2600-EXIT.
005400         EXIT.
005410 2650-SET-MONTH-LENGTH.
005420         MOVE TDM-DAYS-IN-MONTH(TDM-WORK-MONTH)
005430             TO TDM-MONTH-LENGTH.
005440         IF TDM-WORK-MONTH = 02
005450             DIVIDE TDM-WORK-YEAR BY 4
005460                 GIVING TDM-LEAP-QUOTIENT
005470                 REMAINDER TDM-LEAP-REMAINDER
005480             IF TDM-LEAP-REMAINDER = ZERO
005490                 MOVE 29 TO TDM-MONTH-LENGTH
005500             END-IF
005510         END-IF.
005520 2650-EXIT.
005530         EXIT.
005540 2700-WRITE-ACTIVITY-LINE.
005550         IF NOT TDM-ACTIVITY-FILE-OK
005560             GO TO 2700-EXIT
005570         END-IF.
005580         MOVE TDM-PAYOUT TO TDM-AMOUNT-EDIT.
005590         IF TDM-TBL-INSTRUCTION(TDM-TABLE-SUB) = "R"
005600             AND TDM-NEW-MATURITY NOT = ZERO
005610             MOVE TDM-TBL-PRINCIPAL(TDM-TABLE-SUB)
005620                 TO TDM-AMOUNT-EDIT
005630         END-IF.
005640         MOVE TDM-INTEREST TO TDM-INTEREST-EDIT.
005650         MOVE TDM-PENALTY TO TDM-PENALTY-EDIT.
005660         MOVE SPACES TO ACTIVITY-REPORT-RECORD.
005670         STRING TDM-TBL-BRANCH(TDM-TABLE-SUB) "     "
005680             TDM-TBL-ACCOUNT(TDM-TABLE-SUB) "  "
005690             TDM-ACTION "  " TDM-AMOUNT-EDIT
005700             "  " TDM-INTEREST-EDIT "  " TDM-PENALTY-EDIT
005710             DELIMITED BY SIZE INTO ACTIVITY-REPORT-RECORD.
005720         IF TDM-NEW-MATURITY NOT = ZERO
005730             MOVE TDM-NEW-MATURITY-X
005740                 TO ACTIVITY-REPORT-RECORD(77:8)
005750         END-IF.
005760         WRITE ACTIVITY-REPORT-RECORD.
005770 2700-EXIT.
005780         EXIT.
005790 2900-WRITE-TRAILER.
005800         MOVE SPACES TO GENERATED-RECORD.
005810         MOVE "0" TO GTL-KEY.
005820         MOVE "99" TO GTL-RECORD-TYPE.
005830         MOVE TDM-RUN-DATE TO GTL-RUN-DATE.
005840         MOVE TDM-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
005850         WRITE GENERATED-RECORD.
005860 2900-EXIT.
005870         EXIT.
005880 3000-REWRITE-DEPOSITS.
005890         IF TDM-TABLE-COUNT = ZERO
005900             GO TO 3000-EXIT
005910         END-IF.
005920         OPEN OUTPUT DEPOSIT-FILE.
005930         IF NOT TDM-DEPOSIT-FILE-OK
005940             DISPLAY "TDMATURE: CANNOT REWRITE TERMDEP, "
005950                 "STATUS = " TDM-DEPOSIT-FILE-STATUS
005960             GO TO 3000-EXIT
005970         END-IF.
005980         PERFORM 3100-WRITE-ONE-DEPOSIT THRU 3100-EXIT
005990             VARYING TDM-TABLE-SUB FROM 1 BY 1
006000             UNTIL TDM-TABLE-SUB > TDM-TABLE-COUNT.
006010         CLOSE DEPOSIT-FILE.
006020 3000-EXIT.
006030         EXIT.
006040 3100-WRITE-ONE-DEPOSIT.
006050         MOVE SPACES TO TERM-DEPOSIT-RECORD.
006060         MOVE TDM-TBL-BRANCH(TDM-TABLE-SUB) TO TDP-BRANCH-CODE.
006070         MOVE TDM-TBL-ACCOUNT(TDM-TABLE-SUB) TO TDP-ACCOUNT-NO.
006080         MOVE TDM-TBL-PRINCIPAL(TDM-TABLE-SUB) TO TDP-PRINCIPAL.
006090         MOVE TDM-TBL-START(TDM-TABLE-SUB) TO TDP-START-DATE.
006100         MOVE TDM-TBL-TERM(TDM-TABLE-SUB) TO TDP-TERM-MONTHS.
006110         MOVE TDM-TBL-RATE(TDM-TABLE-SUB) TO TDP-ANNUAL-RATE.
006120         MOVE TDM-TBL-MATURITY(TDM-TABLE-SUB)
006130             TO TDP-MATURITY-DATE.
006140         MOVE TDM-TBL-INSTRUCTION(TDM-TABLE-SUB)
006150             TO TDP-INSTRUCTION.
006160         MOVE TDM-TBL-PAY-BRANCH(TDM-TABLE-SUB)
006170             TO TDP-PAYOUT-BRANCH.
006180         MOVE TDM-TBL-PAY-ACCOUNT(TDM-TABLE-SUB)
006190             TO TDP-PAYOUT-ACCOUNT.
006200         MOVE TDM-TBL-STATUS(TDM-TABLE-SUB) TO TDP-STATUS.
006210         MOVE TDM-TBL-EARLY-DATE(TDM-TABLE-SUB)
006220             TO TDP-EARLY-WDL-DATE.
006230         WRITE TERM-DEPOSIT-RECORD.
006240 3100-EXIT.
006250         EXIT.
006260*---------------------------------------------------------------
006270*  4000-PRINT-LADDER.  THE MATURITY LADDER AFTER TONIGHT'S
006280*  SETTLEMENTS -- ACTIVE DEPOSITS AND THEIR PRINCIPAL BY MONTH
006290*  OF MATURITY FOR FIVE YEARS OUT, ANYTHING BEYOND IN ONE LINE,
006300*  THEN THE MATURED FUNDS STILL HELD AWAITING INSTRUCTION.
006310*---------------------------------------------------------------
006320 4000-PRINT-LADDER.
006330         OPEN OUTPUT LADDER-REPORT-FILE.
006340         IF NOT TDM-LADDER-FILE-OK
006350             DISPLAY "TDMATURE: CANNOT OPEN TDLADDER, STATUS = "
006360                 TDM-LADDER-FILE-STATUS
006370             GO TO 4000-EXIT
006380         END-IF.
006390         MOVE SPACES TO LADDER-REPORT-RECORD.
006400         STRING "TERM DEPOSIT MATURITY LADDER    "
006410             "RUN DATE: " TDM-RUN-DATE
006420             DELIMITED BY SIZE INTO LADDER-REPORT-RECORD.
006430         WRITE LADDER-REPORT-RECORD.
006440         MOVE SPACES TO LADDER-REPORT-RECORD.
006450         MOVE "MATURING  COUNT          PRINCIPAL"
006460             TO LADDER-REPORT-RECORD.
006470         WRITE LADDER-REPORT-RECORD.
006480         PERFORM 4050-ZERO-ONE-BUCKET THRU 4050-EXIT
006490             VARYING TDM-LADDER-SUB FROM 1 BY 1
006500             UNTIL TDM-LADDER-SUB > 61.
006510         IF TDM-TABLE-COUNT > ZERO
006520             PERFORM 4100-LADDER-ONE-DEPOSIT THRU 4100-EXIT
006530                 VARYING TDM-TABLE-SUB FROM 1 BY 1
006540                 UNTIL TDM-TABLE-SUB > TDM-TABLE-COUNT
006550         END-IF.
006560         PERFORM 4200-PRINT-ONE-MONTH THRU 4200-EXIT
006570             VARYING TDM-LADDER-SUB FROM 1 BY 1
006580             UNTIL TDM-LADDER-SUB > 61.
006590         MOVE TDM-LADDER-TOTAL-COUNT TO TDM-COUNT-EDIT.
006600         MOVE TDM-LADDER-TOTAL-AMOUNT TO TDM-TOTAL-EDIT.
006610         MOVE SPACES TO LADDER-REPORT-RECORD.
006620         STRING "TOTAL     " TDM-COUNT-EDIT "    " TDM-TOTAL-EDIT
006630             DELIMITED BY SIZE INTO LADDER-REPORT-RECORD.
006640         WRITE LADDER-REPORT-RECORD.
006650         MOVE TDM-HELD-AMOUNT TO TDM-TOTAL-EDIT.
006660         MOVE SPACES TO LADDER-REPORT-RECORD.
006670         STRING "MATURED DEPOSITS HELD AWAITING INSTRUCTION: "
006680             TDM-TOTAL-EDIT
006690             DELIMITED BY SIZE INTO LADDER-REPORT-RECORD.
006700         WRITE LADDER-REPORT-RECORD.
006710         CLOSE LADDER-REPORT-FILE.
006720 4000-EXIT.
006730         EXIT.
006740 4050-ZERO-ONE-BUCKET.
006750         MOVE ZERO TO TDM-BUCKET-COUNT(TDM-LADDER-SUB).
006760         MOVE ZERO TO TDM-BUCKET-AMOUNT(TDM-LADDER-SUB).
006770 4050-EXIT.
006780         EXIT.
006790 4100-LADDER-ONE-DEPOSIT.
006800         IF TDM-TBL-STATUS(TDM-TABLE-SUB) = "M"
006810             ADD TDM-TBL-PRINCIPAL(TDM-TABLE-SUB)
006820                 TO TDM-HELD-AMOUNT
006830             GO TO 4100-EXIT
006840         END-IF.
006850         IF TDM-TBL-STATUS(TDM-TABLE-SUB) NOT = "A"
006860             GO TO 4100-EXIT
006870         END-IF.
006880         MOVE TDM-TBL-MATURITY(TDM-TABLE-SUB) TO TDM-WORK-DATE-N.
006890         COMPUTE TDM-MONTHS-AHEAD =
006900             (TDM-WORK-YEAR * 12 + TDM-WORK-MONTH)
006910             - (TDM-RUN-YEAR * 12 + TDM-RUN-MONTH).
006920         EVALUATE TRUE
006930             WHEN TDM-MONTHS-AHEAD < ZERO
006940                 MOVE 1 TO TDM-LADDER-SUB
006950             WHEN TDM-MONTHS-AHEAD > 59
006960                 MOVE 61 TO TDM-LADDER-SUB
006970             WHEN OTHER
006980                 COMPUTE TDM-LADDER-SUB = TDM-MONTHS-AHEAD + 1
006990         END-EVALUATE.
007000         ADD 1 TO TDM-BUCKET-COUNT(TDM-LADDER-SUB).
007010         ADD TDM-TBL-PRINCIPAL(TDM-TABLE-SUB)
007020             TO TDM-BUCKET-AMOUNT(TDM-LADDER-SUB).
007030         ADD 1 TO TDM-LADDER-TOTAL-COUNT.
007040         ADD TDM-TBL-PRINCIPAL(TDM-TABLE-SUB)
007050             TO TDM-LADDER-TOTAL-AMOUNT.
007060 4100-EXIT.
007070         EXIT.
007080 4200-PRINT-ONE-MONTH.
007090         IF TDM-BUCKET-COUNT(TDM-LADDER-SUB) = ZERO
007100             GO TO 4200-EXIT
007110         END-IF.
007120         MOVE TDM-BUCKET-COUNT(TDM-LADDER-SUB) TO TDM-COUNT-EDIT.
007130         MOVE TDM-BUCKET-AMOUNT(TDM-LADDER-SUB) TO TDM-TOTAL-EDIT.
007140         MOVE SPACES TO LADDER-REPORT-RECORD.
007150         IF TDM-LADDER-SUB = 61
007160             STRING "LATER     " TDM-COUNT-EDIT "    "
007170                 TDM-TOTAL-EDIT
007180                 DELIMITED BY SIZE INTO LADDER-REPORT-RECORD
007190         ELSE
007200             COMPUTE TDM-LADDER-SERIAL =
007210                 TDM-RUN-YEAR * 12 + TDM-RUN-MONTH - 1
007220                 + TDM-LADDER-SUB - 1
007230             DIVIDE TDM-LADDER-SERIAL BY 12
007240                 GIVING TDM-LADDER-YEAR
007250                 REMAINDER TDM-LADDER-MONTH
007260             ADD 1 TO TDM-LADDER-MONTH
007270             STRING TDM-LADDER-YEAR "/" TDM-LADDER-MONTH "   "
007280                 TDM-COUNT-EDIT "    " TDM-TOTAL-EDIT
007290                 DELIMITED BY SIZE INTO LADDER-REPORT-RECORD
007300         END-IF.
007310         WRITE LADDER-REPORT-RECORD.
007320 4200-EXIT.
007330         EXIT.
007340 8000-TERMINATE.
007350         IF TDM-GENERATED-OPEN
007360             CLOSE GENERATED-FILE
007370         END-IF.
007380         IF TDM-ACTIVITY-FILE-OK
007390             CLOSE ACTIVITY-REPORT-FILE
007400         END-IF.
007410         DISPLAY "----------------------------------------------".
007420         DISPLAY "DEPOSITS ON FILE   = " TDM-DEPOSIT-COUNT.
007430         DISPLAY "ROLLED OVER        = " TDM-ROLLED-COUNT.
007440         DISPLAY "PAID OUT           = " TDM-PAID-COUNT.
007450         DISPLAY "MATURED AND HELD   = " TDM-HELD-COUNT.
007460         DISPLAY "BROKEN EARLY       = " TDM-BROKEN-COUNT.
007470         DISPLAY "ITEMS GENERATED    = " TDM-GENERATED-COUNT.
007480         DISPLAY "DEPOSITS SKIPPED   = " TDM-BAD-DEPOSIT-COUNT.
007490         IF TDM-BAD-DEPOSIT-COUNT > ZERO
007500             MOVE 4 TO RETURN-CODE
007510         ELSE
007520             MOVE ZERO TO RETURN-CODE
007530         END-IF.
007540         DISPLAY "TDMATURE: JOB COMPLETE".
007550 8000-EXIT.
007560         EXIT.
