000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 PRICESIM.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  PRO-FORMA PRICING SIMULATION.  ANSWERS "WHAT WILL THIS PRICE
000180*  CHANGE COST" BEFORE A NEW INTRATTB OR SVCCHGTB GOES LIVE.  THE
000190*  PROPOSED TABLES ARE LAID DOWN BESIDE THE LIVE ONES AS INTRATPR
000200*  AND SVCCHGPR, IN EXACTLY THE LIVE LAYOUTS, AND THE MONTH ON THE
000210*  COMMAND LINE (YYYYMM, DEFAULT LAST MONTH) IS PRICED TWICE --
000220*  ONCE ON EACH SET OF TABLES -- WITH THE RULES THE LIVE PROGRAMS
000230*  USE:
000240*    INTEREST  INTACCR'S NIGHTLY ACCRUAL, REPLAYED OVER EVERY
000250*              ACTIVE BALSNAP SNAPSHOT OF ACCTBAL DATED IN THE
000260*              MONTH (SNAPCATL, THE LATEST GENERATION OF A DATE
000270*              WHEN THERE ARE SEVERAL): THE PRODUCT'S OWN TIERS
000280*              WHEN THE TABLE HAS ANY, ELSE THE DEFAULT SCHEDULE,
000290*              THE HIGHEST TIER WHOSE LOCAL FLOOR THE BALANCE
000300*              REACHES, BALANCE X RATE / 100 / 365 A NIGHT.  A
000310*              FOREIGN ACCRUAL COUNTS AT ITS FXCONV LOCAL
000320*              EQUIVALENT.  AS ON PROFRPT, A POSITIVE ACCRUAL IS
000330*              INCOME ON A DEBIT BALANCE, A NEGATIVE ONE PAYABLE.
000340*    FEES      SVCHARGE'S ASSESSMENT OF THE MONTH'S EXTRACT
000350*              GENERATIONS (GENCATLG; INTRADAY, EXTRMRG AND PURGED
000360*              ROWS SKIPPED, .ARCH COPIES HONORED): EACH ITEM AT
000370*              ITS PRODUCT'S OR THE DEFAULT SCHEDULE'S EXACT-TYPE
000380*              ROW, THEN ITS "**" ROW; "04", "16" AND "17" ITEMS
000390*              AND CLOSED ACCOUNTS ARE NOT CHARGED.
000400*  PRICERPT SHOWS CURRENT AND PROPOSED INTEREST AND FEE INCOME
000410*  SIDE BY SIDE PER BRANCH AND PER PRODUCT WITH THE CHANGES, THEN
000420*  THE ACCOUNTS WHOSE INCOME MOVES MOST EITHER WAY.  A PROPOSED
000430*  TABLE NOT ON FILE LEAVES THAT SIDE PRICED AS IT IS TODAY.
000440*  NOTHING IS POSTED: INTACCRU, INTACMOV, SVCHGTRN AND TRANLIST
000450*  ARE NEVER OPENED, AND ACCTMST IS ONLY READ.  RC 4 WHEN ONE
000460*  PROPOSED TABLE IS MISSING, THERE ARE NO SNAPSHOTS OR
000470*  GENERATIONS FOR THE MONTH OR A TABLE FILLS; RC 8 ON A BAD
000480*  MONTH OR WHEN NEITHER PROPOSED TABLE IS ON FILE; RC 16 WHEN
000490*  PRICERPT CANNOT BE OPENED.
000500*  ------------------------------------------------------------
000510*  MODIFICATION HISTORY
000520*  ------------------------------------------------------------
000530*  DATE       BY   DESCRIPTION
000540*  ---------- ---- --------------------------------------------
000550*  10/15/2026 DCG  ORIGINAL PROGRAM.
00055A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00055B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00055C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
00055D*  10/15/2026 DCG  THE BALSNAP SNAPSHOT RECORD IS NOW THE BALREC
00055E*                  COPYBOOK, NOT A HAND-CODED IMAGE, SO IT
00055F*                  FOLLOWS EVERY CHANGE TO THE ACCTBAL LAYOUT.
000560*---------------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.
000600         LINUX.
000610 OBJECT-COMPUTER.
000620         LINUX.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650         SELECT RATE-CURRENT-FILE ASSIGN TO "INTRATTB"
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS PSM-RATE-FILE-STATUS.
000680         SELECT RATE-PROPOSED-FILE ASSIGN TO "INTRATPR"
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS PSM-RATE-FILE-STATUS.
000710         SELECT CHARGE-CURRENT-FILE ASSIGN TO "SVCCHGTB"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS PSM-CHARGE-FILE-STATUS.
000740         SELECT CHARGE-PROPOSED-FILE ASSIGN TO "SVCCHGPR"
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS PSM-CHARGE-FILE-STATUS.
000770         SELECT SNAP-CATALOG-FILE ASSIGN TO "SNAPCATL"
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS PSM-CATALOG-FILE-STATUS.
000800         SELECT SNAPSHOT-FILE ASSIGN DYNAMIC PSM-SNAPSHOT-FILENAME
000810             ORGANIZATION IS LINE SEQUENTIAL
000820             FILE STATUS IS PSM-SNAPSHOT-FILE-STATUS.
000830         SELECT GEN-CATALOG-FILE ASSIGN TO "GENCATLG"
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS PSM-GENCAT-FILE-STATUS.
000860         SELECT EXTRACT-FILE ASSIGN DYNAMIC PSM-EXTRACT-FILENAME
000870             ORGANIZATION IS LINE SEQUENTIAL
000880             FILE STATUS IS PSM-EXTRACT-FILE-STATUS.
000890         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000900             ORGANIZATION IS INDEXED
000910             ACCESS MODE IS RANDOM
000920             RECORD KEY IS ACM-ACCOUNT-NO
000930             FILE STATUS IS PSM-ACCTMST-FILE-STATUS.
000940         SELECT REPORT-FILE ASSIGN TO "PRICERPT"
000950             ORGANIZATION IS LINE SEQUENTIAL
000960             FILE STATUS IS PSM-REPORT-FILE-STATUS.
000970         SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000980 DATA DIVISION.
000990 FILE SECTION.
001000*  BOTH RATE TABLES ARE INTRATTB ROWS, BOTH CHARGE TABLES
001010*  SVCCHGTB ROWS; EACH IS READ INTO ITS WORKING-STORAGE LAYOUT.
001020 FD  RATE-CURRENT-FILE.
001030 01  RATE-CURRENT-RECORD         PIC X(19).
001040 FD  RATE-PROPOSED-FILE.
001050 01  RATE-PROPOSED-RECORD        PIC X(19).
001060 FD  CHARGE-CURRENT-FILE.
001070 01  CHARGE-CURRENT-RECORD       PIC X(11).
001080 FD  CHARGE-PROPOSED-FILE.
001090 01  CHARGE-PROPOSED-RECORD      PIC X(11).
001100 FD  SNAP-CATALOG-FILE.
001110 01  SNAP-CATALOG-RECORD.
001120         05  SNC-SNAP-DATE           PIC 9(08).
001130         05  SNC-GENERATION          PIC 9(07).
001140         05  SNC-FILENAME            PIC X(30).
001150         05  SNC-RECORD-COUNT        PIC 9(09).
001160         05  SNC-STATUS              PIC X(01).
001170         05  FILLER                  PIC X(05).
001180*  A BALSNAP GENERATION IS AN ACCTBAL RECORD IMAGE.
001200 FD  SNAPSHOT-FILE.
001210     COPY BALREC.
001300 FD  GEN-CATALOG-FILE.
001310     COPY GENCATRC.
001320 FD  EXTRACT-FILE.
001330     COPY EXTRREC.
001340 FD  ACCOUNT-MASTER-FILE.
001350     COPY ACCTREC.
001360 FD  REPORT-FILE.
001370 01  REPORT-RECORD               PIC X(132).
001380*  ONE SORT RECORD PER ACCOUNT WHOSE INCOME CHANGES, LARGEST
001390*  CHANGE (EITHER WAY) FIRST.
001400 SD  SORT-WORK-FILE.
001410 01  SORT-WORK-RECORD.
001420         05  SRT-IMPACT              PIC S9(11)V99 COMP-3.
001430         05  SRT-ENTRY-SUB           PIC 9(05).
001440 WORKING-STORAGE SECTION.
001450     COPY FXCONVC.
001460 01  PSM-FILE-STATUS-VALUES.
001470         05  PSM-RATE-FILE-STATUS    PIC X(02).
001480             88  PSM-RATE-FILE-OK        VALUE "00".
001490         05  PSM-CHARGE-FILE-STATUS  PIC X(02).
001500             88  PSM-CHARGE-FILE-OK      VALUE "00".
001510         05  PSM-CATALOG-FILE-STATUS PIC X(02).
001520             88  PSM-CATALOG-FILE-OK     VALUE "00".
001530         05  PSM-SNAPSHOT-FILE-STATUS PIC X(02).
001540             88  PSM-SNAPSHOT-FILE-OK    VALUE "00".
001550         05  PSM-GENCAT-FILE-STATUS  PIC X(02).
001560             88  PSM-GENCAT-FILE-OK      VALUE "00".
001570         05  PSM-EXTRACT-FILE-STATUS PIC X(02).
001580             88  PSM-EXTRACT-FILE-OK     VALUE "00".
001590         05  PSM-ACCTMST-FILE-STATUS PIC X(02).
001600             88  PSM-ACCTMST-FILE-OK     VALUE "00".
001610         05  PSM-REPORT-FILE-STATUS  PIC X(02).
001620             88  PSM-REPORT-FILE-OK      VALUE "00".
001630 01  PSM-SWITCHES.
001640         05  PSM-EOF-SWITCH          PIC X(01) VALUE "N".
001650             88  PSM-AT-END              VALUE "Y".
001660         05  PSM-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001670             88  PSM-SORT-AT-END         VALUE "Y".
001680         05  PSM-READY-SWITCH        PIC X(01) VALUE "N".
001690             88  PSM-READY               VALUE "Y".
001700         05  PSM-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
001710             88  PSM-MASTER-AVAILABLE    VALUE "Y".
001720         05  PSM-GEN-FOUND-SWITCH    PIC X(01) VALUE "N".
001730             88  PSM-GEN-FOUND           VALUE "Y".
001740         05  PSM-TIER-SEEN-SWITCH    PIC X(01) VALUE "N".
001750             88  PSM-TIER-SEEN           VALUE "Y".
001760         05  PSM-RATES-PROPOSED-SW   PIC X(01) VALUE "N".
001770             88  PSM-RATES-PROPOSED      VALUE "Y".
001780         05  PSM-CHARGES-PROPOSED-SW PIC X(01) VALUE "N".
001790             88  PSM-CHARGES-PROPOSED    VALUE "Y".
001800         05  PSM-ACC-FULL-SWITCH     PIC X(01) VALUE "N".
001810             88  PSM-ACC-TABLE-FULL      VALUE "Y".
001820         05  PSM-ROW-FOUND-SWITCH    PIC X(01) VALUE "N".
001830             88  PSM-ROW-FOUND           VALUE "Y".
001840 01  PSM-RUN-DATE                PIC 9(08) VALUE ZERO.
001850 01  PSM-RUN-DATE-PARTS REDEFINES PSM-RUN-DATE.
001860         05  PSM-RUN-YEAR            PIC 9(04).
001870         05  PSM-RUN-MM              PIC 9(02).
001880         05  PSM-RUN-DD              PIC 9(02).
001890 01  PSM-PARM-STRING             PIC X(12) VALUE SPACES.
001900 01  PSM-SIM-MONTH               PIC X(06) VALUE SPACES.
001910 01  PSM-SIM-MONTH-PARTS REDEFINES PSM-SIM-MONTH.
001920         05  PSM-SIM-YEAR            PIC 9(04).
001930         05  PSM-SIM-MM              PIC 9(02).
001940 01  PSM-SNAPSHOT-FILENAME       PIC X(30) VALUE SPACES.
001950 01  PSM-EXTRACT-FILENAME        PIC X(30) VALUE SPACES.
001960 01  PSM-ARCH-FILENAME           PIC X(35) VALUE SPACES.
001970 01  PSM-RATE-IN.
001980         05  PSM-IN-TIER-FLOOR       PIC 9(09)V99.
001990         05  PSM-IN-ANNUAL-RATE      PIC 9(02)V9(04).
002000         05  PSM-IN-RATE-PRODUCT     PIC X(02).
002010 01  PSM-CHARGE-IN.
002020         05  PSM-IN-RECORD-TYPE      PIC X(02).
002030         05  PSM-IN-ITEM-CHARGE      PIC 9(05)V99.
002040         05  PSM-IN-CHARGE-PRODUCT   PIC X(02).
002050*  SET 1 IS THE LIVE TABLE, SET 2 THE PROPOSED ONE.
002060 01  PSM-SET                     PIC 9(01) COMP VALUE ZERO.
002070 01  PSM-RATE-TABLE.
002080         05  PSM-RATE-SET OCCURS 2 TIMES.
002090             10  PSM-RATE-COUNT      PIC 9(03) COMP.
002100             10  PSM-RATE-ENTRY OCCURS 100 TIMES.
002110                 15  PSM-TIER-PRODUCT PIC X(02).
002120                 15  PSM-TIER-FLOOR  PIC 9(09)V99.
002130                 15  PSM-TIER-RATE   PIC 9(02)V9(04).
002140 01  PSM-RATE-SUB                PIC 9(03) COMP VALUE ZERO.
002150 01  PSM-CHARGE-TABLE.
002160         05  PSM-CHG-SET OCCURS 2 TIMES.
002170             10  PSM-CHG-COUNT       PIC 9(03) COMP.
002180             10  PSM-CHG-ENTRY OCCURS 100 TIMES.
002190                 15  PSM-CHG-PRODUCT PIC X(02).
002200                 15  PSM-CHG-TYPE    PIC X(02).
002210                 15  PSM-CHG-AMOUNT  PIC 9(05)V99.
002220 01  PSM-CHG-SUB                 PIC 9(03) COMP VALUE ZERO.
002230*  THE MONTH'S SNAPSHOTS, ONE PER SNAPSHOT DATE.
002240 01  PSM-SNAP-TABLE.
002250         05  PSM-SNAP-COUNT          PIC 9(02) COMP VALUE ZERO.
002260         05  PSM-SNAP-SUB            PIC 9(02) COMP VALUE ZERO.
002270         05  PSM-SNAP-ENTRY OCCURS 31 TIMES
002280                 INDEXED BY PSM-SNAP-IDX.
002290             10  PSM-SNAP-DATE       PIC 9(08).
002300             10  PSM-SNAP-GEN        PIC 9(07).
002310             10  PSM-SNAP-FILE       PIC X(30).
002320 01  PSM-GENERATION-TABLE.
002330         05  PSM-GEN-COUNT           PIC 9(03) COMP VALUE ZERO.
002340         05  PSM-GEN-SUB             PIC 9(03) COMP VALUE ZERO.
002350         05  PSM-GEN-ENTRY OCCURS 100 TIMES
002360                 INDEXED BY PSM-GEN-IDX.
002370             10  PSM-GEN-NUMBER      PIC 9(07).
002380             10  PSM-GEN-EXTRACT     PIC X(30).
002390             10  PSM-GEN-STATUS      PIC X(01).
002400*  ONE ENTRY PER ACCOUNT ON A SNAPSHOT OR AN EXTRACT.  THE
002410*  SCHEDULE EACH SET PRICES IT FROM IS FIXED WHEN IT IS ADDED.
002420 01  PSM-ACCOUNT-TABLE.
002430         05  PSM-ACC-COUNT           PIC 9(05) COMP VALUE ZERO.
002440         05  PSM-ACC-SUB             PIC 9(05) COMP VALUE ZERO.
002450         05  PSM-ACC-ENTRY OCCURS 5000 TIMES
002460                 INDEXED BY PSM-ACC-IDX.
002470             10  PSM-ACC-KEY.
002480                 15  PSM-ACC-BRANCH  PIC X(03).
002490                 15  PSM-ACC-ACCOUNT PIC X(10).
002500             10  PSM-ACC-PRODUCT     PIC X(02).
002510             10  PSM-ACC-CLOSED      PIC X(01).
002520             10  PSM-ACC-ITEMS       PIC S9(07) COMP.
002530             10  PSM-ACC-SET OCCURS 2 TIMES.
002540                 15  PSM-ACC-RATE-SCHED PIC X(02).
002550                 15  PSM-ACC-CHG-SCHED  PIC X(02).
002560                 15  PSM-ACC-INTEREST   PIC S9(11)V99 COMP-3.
002570                 15  PSM-ACC-FEES       PIC S9(11)V99 COMP-3.
002580 01  PSM-BRANCH-TABLE.
002590         05  PSM-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
002600         05  PSM-BRN-SUB             PIC 9(03) COMP VALUE ZERO.
002610         05  PSM-BRN-ENTRY OCCURS 200 TIMES
002620                 INDEXED BY PSM-BRN-IDX.
002630             10  PSM-BRN-CODE        PIC X(03).
002640             10  PSM-BRN-ACCOUNTS    PIC S9(05) COMP.
002650             10  PSM-BRN-SET OCCURS 2 TIMES.
002660                 15  PSM-BRN-INTEREST PIC S9(11)V99 COMP-3.
002670                 15  PSM-BRN-FEES    PIC S9(11)V99 COMP-3.
002680 01  PSM-PRODUCT-TABLE.
002690         05  PSM-PRD-COUNT           PIC 9(03) COMP VALUE ZERO.
002700         05  PSM-PRD-SUB             PIC 9(03) COMP VALUE ZERO.
002710         05  PSM-PRD-ENTRY OCCURS 100 TIMES
002720                 INDEXED BY PSM-PRD-IDX.
002730             10  PSM-PRD-CODE        PIC X(02).
002740             10  PSM-PRD-ACCOUNTS    PIC S9(05) COMP.
002750             10  PSM-PRD-SET OCCURS 2 TIMES.
002760                 15  PSM-PRD-INTEREST PIC S9(11)V99 COMP-3.
002770                 15  PSM-PRD-FEES    PIC S9(11)V99 COMP-3.
002780 01  PSM-TOTALS.
002790         05  PSM-TOT-ACCOUNTS        PIC S9(05) COMP VALUE ZERO.
002800         05  PSM-TOT-SET OCCURS 2 TIMES.
002810             10  PSM-TOT-INTEREST    PIC S9(11)V99 COMP-3.
002820             10  PSM-TOT-FEES        PIC S9(11)V99 COMP-3.
002830 01  PSM-WORK-FIELDS.
002840         05  PSM-LOOKUP-KEY          PIC X(13) VALUE SPACES.
002850         05  PSM-BALANCE-MAGNITUDE   PIC 9(09)V99 VALUE ZERO.
002860         05  PSM-LOCAL-MAGNITUDE     PIC S9(11)V99 COMP-3
002870                                         VALUE ZERO.
002880         05  PSM-SELECTED-RATE       PIC 9(02)V9(04) VALUE ZERO.
002890         05  PSM-NIGHT-INTEREST      PIC S9(09)V99 COMP-3
002900                                         VALUE ZERO.
002910         05  PSM-ITEM-CHARGE         PIC 9(05)V99 VALUE ZERO.
002920         05  PSM-IMPACT              PIC S9(11)V99 COMP-3
002930                                         VALUE ZERO.
002940         05  PSM-RANK                PIC 9(05) VALUE ZERO.
002950         05  PSM-IMPACT-LIMIT        PIC 9(02) VALUE 25.
002960         05  PSM-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
002970         05  PSM-FIRST-SNAP-DATE     PIC 9(08) VALUE ZERO.
002980         05  PSM-LAST-SNAP-DATE      PIC 9(08) VALUE ZERO.
002990 01  PSM-COUNTERS.
003000         05  PSM-SNAPSHOTS-READ      PIC 9(05) VALUE ZERO.
003010         05  PSM-BALANCES-ACCRUED    PIC 9(09) VALUE ZERO.
003020         05  PSM-GENERATIONS-READ    PIC 9(05) VALUE ZERO.
003030         05  PSM-ITEMS-READ          PIC 9(09) VALUE ZERO.
003040         05  PSM-ACCOUNTS-CHANGED    PIC 9(07) VALUE ZERO.
003050*  ONE PRINT LINE'S FIGURES, FILLED FROM WHICHEVER TABLE IS
003060*  BEING PRINTED.
003070 01  PSM-LINE-FIGURES.
003080         05  PSM-LN-INT-CURRENT      PIC S9(11)V99 COMP-3.
003090         05  PSM-LN-INT-PROPOSED     PIC S9(11)V99 COMP-3.
003100         05  PSM-LN-FEE-CURRENT      PIC S9(11)V99 COMP-3.
003110         05  PSM-LN-FEE-PROPOSED     PIC S9(11)V99 COMP-3.
003120         05  PSM-LN-INT-CHANGE       PIC S9(11)V99 COMP-3.
003130         05  PSM-LN-FEE-CHANGE       PIC S9(11)V99 COMP-3.
003140         05  PSM-LN-NET-CHANGE       PIC S9(11)V99 COMP-3.
003150 01  PSM-EDIT-FIELDS.
003160         05  PSM-RANK-EDIT           PIC ZZZZ9.
003170         05  PSM-ACCOUNTS-EDIT       PIC ZZZZ9.
003180         05  PSM-COUNT-EDIT          PIC ZZZZ9.
003190         05  PSM-INT-CUR-EDIT        PIC -(10)9.99.
003200         05  PSM-INT-PRO-EDIT        PIC -(10)9.99.
003210         05  PSM-INT-CHG-EDIT        PIC -(10)9.99.
003220         05  PSM-FEE-CUR-EDIT        PIC -(10)9.99.
003230         05  PSM-FEE-PRO-EDIT        PIC -(10)9.99.
003240         05  PSM-FEE-CHG-EDIT        PIC -(10)9.99.
003250         05  PSM-NET-CHG-EDIT        PIC -(10)9.99.
003260 01  PSM-FIGURES-TEXT            PIC X(104) VALUE SPACES.
003270 01  PSM-FIGURES-HEADING.
003280         05  FILLER                  PIC X(45) VALUE
003290             "  CUR INTEREST  PROP INTEREST     INT CHANGE ".
003300         05  FILLER                  PIC X(45) VALUE
003310             "      CUR FEES      PROP FEES     FEE CHANGE ".
003320         05  FILLER                  PIC X(14) VALUE
003330             "    NET CHANGE".
00333A     COPY RUNDATEC.
003340 PROCEDURE DIVISION.
003350 0000-MAINLINE.
003360         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003370         IF PSM-READY
003380             PERFORM 2000-ACCRUE-ONE-SNAPSHOT THRU 2000-EXIT
003390                 VARYING PSM-SNAP-SUB FROM 1 BY 1
003400                 UNTIL PSM-SNAP-SUB > PSM-SNAP-COUNT
003410             PERFORM 2500-PRICE-ONE-GENERATION THRU 2500-EXIT
003420                 VARYING PSM-GEN-SUB FROM 1 BY 1
003430                 UNTIL PSM-GEN-SUB > PSM-GEN-COUNT
003440             PERFORM 3000-ROLL-UP THRU 3000-EXIT
003450             PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
003460             PERFORM 4500-PRINT-BRANCHES THRU 4500-EXIT
003470             PERFORM 4700-PRINT-PRODUCTS THRU 4700-EXIT
003480             SORT SORT-WORK-FILE
003490                 ON DESCENDING KEY SRT-IMPACT
003500                 INPUT PROCEDURE IS 5000-RELEASE-ACCOUNTS
003510                     THRU 5000-EXIT
003520                 OUTPUT PROCEDURE IS 5500-PRINT-IMPACTS
003530                     THRU 5500-EXIT
003540         END-IF.
003550         PERFORM 8000-TERMINATE THRU 8000-EXIT.
003560         STOP RUN.
003570 1000-INITIALIZE.
003580         DISPLAY "PRICESIM: JOB STARTING".
003590         MOVE ZERO TO RETURN-CODE.
003600         CALL "RUNDATE" USING RUN-DATE-AREA.
00360A         MOVE RDT-RUN-DATE TO PSM-RUN-DATE.
003610         IF PSM-RUN-MM = 1
003620             COMPUTE PSM-SIM-YEAR = PSM-RUN-YEAR - 1
003630             MOVE 12 TO PSM-SIM-MM
003640         ELSE
003650             MOVE PSM-RUN-YEAR TO PSM-SIM-YEAR
003660             COMPUTE PSM-SIM-MM = PSM-RUN-MM - 1
003670         END-IF.
003680         ACCEPT PSM-PARM-STRING FROM COMMAND-LINE.
003690         IF PSM-PARM-STRING NOT = SPACES
003700             MOVE PSM-PARM-STRING(1:6) TO PSM-SIM-MONTH
003710         END-IF.
003720         IF PSM-SIM-MONTH NOT NUMERIC
003730             OR PSM-SIM-MM < 1 OR PSM-SIM-MM > 12
003740             DISPLAY "PRICESIM: SIMULATION MONTH MUST BE YYYYMM"
003750             MOVE 8 TO RETURN-CODE
003760             GO TO 1000-EXIT
003770         END-IF.
003780         DISPLAY "PRICESIM: SIMULATING MONTH " PSM-SIM-MONTH.
003790         MOVE ZERO TO PSM-RATE-COUNT(1) PSM-RATE-COUNT(2)
003800             PSM-CHG-COUNT(1) PSM-CHG-COUNT(2).
003810         MOVE ZERO TO PSM-TOT-INTEREST(1) PSM-TOT-INTEREST(2)
003820             PSM-TOT-FEES(1) PSM-TOT-FEES(2).
003830         PERFORM 1100-LOAD-RATE-TABLES THRU 1100-EXIT.
003840         PERFORM 1200-LOAD-CHARGE-TABLES THRU 1200-EXIT.
003850         IF NOT PSM-RATES-PROPOSED AND NOT PSM-CHARGES-PROPOSED
003860             DISPLAY "PRICESIM: NEITHER INTRATPR NOR SVCCHGPR ON "
003870                 "FILE - NOTHING PROPOSED TO SIMULATE"
003880             MOVE 8 TO RETURN-CODE
003890             GO TO 1000-EXIT
003900         END-IF.
003910         PERFORM 1300-FIND-SNAPSHOTS THRU 1300-EXIT.
003920         PERFORM 1400-BUILD-GENERATION-TABLE THRU 1400-EXIT.
003930*  THE PRODUCT AND CLOSED-ACCOUNT LOOKUP.  NO ACCTMST MEANS EVERY
003940*  ACCOUNT PRICES FROM THE DEFAULT SCHEDULES, AS THE LIVE
003950*  PROGRAMS DO.
003960         OPEN INPUT ACCOUNT-MASTER-FILE.
003970         IF PSM-ACCTMST-FILE-OK
003980             SET PSM-MASTER-AVAILABLE TO TRUE
003990         ELSE
004000             DISPLAY "PRICESIM: ACCTMST UNAVAILABLE - EVERY "
004010                 "ACCOUNT PRICES FROM THE DEFAULT SCHEDULES"
004020         END-IF.
004030         OPEN OUTPUT REPORT-FILE.
004040         IF NOT PSM-REPORT-FILE-OK
004050             DISPLAY "PRICESIM: CANNOT OPEN PRICERPT, STATUS = "
004060                 PSM-REPORT-FILE-STATUS
004070             MOVE 16 TO RETURN-CODE
004080             GO TO 1000-EXIT
004090         END-IF.
004100         SET PSM-READY TO TRUE.
004110 1000-EXIT.
004120         EXIT.
004130*---------------------------------------------------------------
004140*  1100-LOAD-RATE-TABLES.  INTRATTB INTO SET 1, INTRATPR INTO
004150*  SET 2.  WITH NO PROPOSED TABLE THE LIVE ONE IS CARRIED INTO
004160*  SET 2, SO INTEREST SHOWS NO CHANGE.
004170*---------------------------------------------------------------
004180 1100-LOAD-RATE-TABLES.
004190         MOVE 1 TO PSM-SET.
004200         OPEN INPUT RATE-CURRENT-FILE.
004210         IF PSM-RATE-FILE-OK
004220             MOVE "N" TO PSM-EOF-SWITCH
004230             PERFORM 1110-READ-CURRENT-RATE THRU 1110-EXIT
004240                 UNTIL PSM-AT-END
004250             CLOSE RATE-CURRENT-FILE
004260         ELSE
004270             DISPLAY "PRICESIM: NO INTRATTB ON FILE - CURRENT "
004280                 "INTEREST IS NIL"
004290             MOVE 4 TO RETURN-CODE
004300         END-IF.
004310         MOVE 2 TO PSM-SET.
004320         OPEN INPUT RATE-PROPOSED-FILE.
004330         IF PSM-RATE-FILE-OK
004340             SET PSM-RATES-PROPOSED TO TRUE
004350             MOVE "N" TO PSM-EOF-SWITCH
004360             PERFORM 1120-READ-PROPOSED-RATE THRU 1120-EXIT
004370                 UNTIL PSM-AT-END
004380             CLOSE RATE-PROPOSED-FILE
004390         ELSE
004400             DISPLAY "PRICESIM: NO INTRATPR ON FILE - RATES "
004410                 "SIMULATED UNCHANGED"
004420             MOVE PSM-RATE-SET(1) TO PSM-RATE-SET(2)
004430             MOVE 4 TO RETURN-CODE
004440         END-IF.
004450         DISPLAY "PRICESIM: " PSM-RATE-COUNT(1)
004460             " CURRENT AND " PSM-RATE-COUNT(2)
004470             " PROPOSED RATE TIER(S)".
004480 1100-EXIT.
004490         EXIT.
004500 1110-READ-CURRENT-RATE.
004510         READ RATE-CURRENT-FILE INTO PSM-RATE-IN
004520             AT END
004530                 MOVE "Y" TO PSM-EOF-SWITCH
004540             NOT AT END
004550                 PERFORM 1150-STORE-RATE THRU 1150-EXIT
004560         END-READ.
004570 1110-EXIT.
004580         EXIT.
004590 1120-READ-PROPOSED-RATE.
004600         READ RATE-PROPOSED-FILE INTO PSM-RATE-IN
004610             AT END
004620                 MOVE "Y" TO PSM-EOF-SWITCH
004630             NOT AT END
004640                 PERFORM 1150-STORE-RATE THRU 1150-EXIT
004650         END-READ.
004660 1120-EXIT.
004670         EXIT.
004680 1150-STORE-RATE.
004690         IF PSM-RATE-COUNT(PSM-SET) = 100
004700             DISPLAY "PRICESIM: RATE TABLE FULL - LATER TIERS "
004710                 "IGNORED"
004720             MOVE 4 TO RETURN-CODE
004730             MOVE "Y" TO PSM-EOF-SWITCH
004740             GO TO 1150-EXIT
004750         END-IF.
004760         ADD 1 TO PSM-RATE-COUNT(PSM-SET).
004770         MOVE PSM-RATE-COUNT(PSM-SET) TO PSM-RATE-SUB.
004780         MOVE PSM-IN-TIER-FLOOR
004790             TO PSM-TIER-FLOOR(PSM-SET, PSM-RATE-SUB).
004800         MOVE PSM-IN-ANNUAL-RATE
004810             TO PSM-TIER-RATE(PSM-SET, PSM-RATE-SUB).
004820         MOVE PSM-IN-RATE-PRODUCT
004830             TO PSM-TIER-PRODUCT(PSM-SET, PSM-RATE-SUB).
004840 1150-EXIT.
004850         EXIT.
004860*---------------------------------------------------------------
004870*  1200-LOAD-CHARGE-TABLES.  SVCCHGTB INTO SET 1, SVCCHGPR INTO
004880*  SET 2, THE LIVE TABLE CARRIED WHEN NOTHING IS PROPOSED.
004890*---------------------------------------------------------------
004900 1200-LOAD-CHARGE-TABLES.
004910         MOVE 1 TO PSM-SET.
004920         OPEN INPUT CHARGE-CURRENT-FILE.
004930         IF PSM-CHARGE-FILE-OK
004940             MOVE "N" TO PSM-EOF-SWITCH
004950             PERFORM 1210-READ-CURRENT-CHARGE THRU 1210-EXIT
004960                 UNTIL PSM-AT-END
004970             CLOSE CHARGE-CURRENT-FILE
004980         ELSE
004990             DISPLAY "PRICESIM: NO SVCCHGTB ON FILE - CURRENT "
005000                 "FEES ARE NIL"
005010             MOVE 4 TO RETURN-CODE
005020         END-IF.
005030         MOVE 2 TO PSM-SET.
005040         OPEN INPUT CHARGE-PROPOSED-FILE.
005050         IF PSM-CHARGE-FILE-OK
005060             SET PSM-CHARGES-PROPOSED TO TRUE
005070             MOVE "N" TO PSM-EOF-SWITCH
005080             PERFORM 1220-READ-PROPOSED-CHARGE THRU 1220-EXIT
005090                 UNTIL PSM-AT-END
005100             CLOSE CHARGE-PROPOSED-FILE
005110         ELSE
005120             DISPLAY "PRICESIM: NO SVCCHGPR ON FILE - FEES "
005130                 "SIMULATED UNCHANGED"
005140             MOVE PSM-CHG-SET(1) TO PSM-CHG-SET(2)
005150             MOVE 4 TO RETURN-CODE
005160         END-IF.
005170         DISPLAY "PRICESIM: " PSM-CHG-COUNT(1)
005180             " CURRENT AND " PSM-CHG-COUNT(2)
005190             " PROPOSED CHARGE ROW(S)".
005200 1200-EXIT.
005210         EXIT.
005220 1210-READ-CURRENT-CHARGE.
005230         READ CHARGE-CURRENT-FILE INTO PSM-CHARGE-IN
005240             AT END
005250                 MOVE "Y" TO PSM-EOF-SWITCH
005260             NOT AT END
005270                 PERFORM 1250-STORE-CHARGE THRU 1250-EXIT
005280         END-READ.
005290 1210-EXIT.
005300         EXIT.
005310 1220-READ-PROPOSED-CHARGE.
005320         READ CHARGE-PROPOSED-FILE INTO PSM-CHARGE-IN
005330             AT END
005340                 MOVE "Y" TO PSM-EOF-SWITCH
005350             NOT AT END
005360                 PERFORM 1250-STORE-CHARGE THRU 1250-EXIT
005370         END-READ.
005380 1220-EXIT.
005390         EXIT.
005400 1250-STORE-CHARGE.
005410         IF PSM-CHG-COUNT(PSM-SET) = 100
005420             DISPLAY "PRICESIM: CHARGE TABLE FULL - LATER ROWS "
005430                 "IGNORED"
005440             MOVE 4 TO RETURN-CODE
005450             MOVE "Y" TO PSM-EOF-SWITCH
005460             GO TO 1250-EXIT
005470         END-IF.
005480         ADD 1 TO PSM-CHG-COUNT(PSM-SET).
005490         MOVE PSM-CHG-COUNT(PSM-SET) TO PSM-CHG-SUB.
005500         MOVE PSM-IN-RECORD-TYPE
005510             TO PSM-CHG-TYPE(PSM-SET, PSM-CHG-SUB).
005520         MOVE PSM-IN-ITEM-CHARGE
005530             TO PSM-CHG-AMOUNT(PSM-SET, PSM-CHG-SUB).
005540         MOVE PSM-IN-CHARGE-PRODUCT
005550             TO PSM-CHG-PRODUCT(PSM-SET, PSM-CHG-SUB).
005560 1250-EXIT.
005570         EXIT.
005580*---------------------------------------------------------------
005590*  1300-FIND-SNAPSHOTS.  EVERY ACTIVE SNAPSHOT DATED IN THE
005600*  MONTH IS ONE NIGHT'S ACCTBAL; A DATE SNAPPED TWICE (A RERUN)
005610*  COUNTS ONCE, FROM ITS LATEST GENERATION.
005620*---------------------------------------------------------------
005630 1300-FIND-SNAPSHOTS.
005640         OPEN INPUT SNAP-CATALOG-FILE.
005650         IF PSM-CATALOG-FILE-OK
005660             MOVE "N" TO PSM-EOF-SWITCH
005670             PERFORM 1350-SCAN-ONE-SNAPSHOT THRU 1350-EXIT
005680                 UNTIL PSM-AT-END
005690             CLOSE SNAP-CATALOG-FILE
005700         END-IF.
005710         IF PSM-SNAP-COUNT = ZERO
005720             DISPLAY "PRICESIM: NO BALSNAP SNAPSHOTS FOR "
005730                 PSM-SIM-MONTH " - INTEREST NOT SIMULATED"
005740             MOVE 4 TO RETURN-CODE
005750         END-IF.
005760 1300-EXIT.
005770         EXIT.
005780 1350-SCAN-ONE-SNAPSHOT.
005790         READ SNAP-CATALOG-FILE
005800             AT END
005810                 MOVE "Y" TO PSM-EOF-SWITCH
005820                 GO TO 1350-EXIT
005830         END-READ.
005840         IF SNC-STATUS NOT = "A"
005850             GO TO 1350-EXIT
005860         END-IF.
005870         IF SNC-SNAP-DATE(1:6) NOT = PSM-SIM-MONTH
005880             GO TO 1350-EXIT
005890         END-IF.
005900         SET PSM-SNAP-IDX TO 1.
005910         SEARCH PSM-SNAP-ENTRY
005920             AT END
005930                 SET PSM-SNAP-IDX TO PSM-SNAP-COUNT
005940                 SET PSM-SNAP-IDX UP BY 1
005950             WHEN PSM-SNAP-IDX > PSM-SNAP-COUNT
005960                 CONTINUE
005970             WHEN PSM-SNAP-DATE(PSM-SNAP-IDX) = SNC-SNAP-DATE
005980                 CONTINUE
005990         END-SEARCH.
006000         IF PSM-SNAP-IDX > PSM-SNAP-COUNT
006010             IF PSM-SNAP-COUNT = 31
006020                 GO TO 1350-EXIT
006030             END-IF
006040             ADD 1 TO PSM-SNAP-COUNT
006050             SET PSM-SNAP-IDX TO PSM-SNAP-COUNT
006060             MOVE SNC-SNAP-DATE TO PSM-SNAP-DATE(PSM-SNAP-IDX)
006070             MOVE ZERO TO PSM-SNAP-GEN(PSM-SNAP-IDX)
006080         END-IF.
006090         IF SNC-GENERATION > PSM-SNAP-GEN(PSM-SNAP-IDX)
006100             MOVE SNC-GENERATION TO PSM-SNAP-GEN(PSM-SNAP-IDX)
006110             MOVE SNC-FILENAME TO PSM-SNAP-FILE(PSM-SNAP-IDX)
006120         END-IF.
006130         IF PSM-FIRST-SNAP-DATE = ZERO
006140             OR SNC-SNAP-DATE < PSM-FIRST-SNAP-DATE
006150             MOVE SNC-SNAP-DATE TO PSM-FIRST-SNAP-DATE
006160         END-IF.
006170         IF SNC-SNAP-DATE > PSM-LAST-SNAP-DATE
006180             MOVE SNC-SNAP-DATE TO PSM-LAST-SNAP-DATE
006190         END-IF.
006200 1350-EXIT.
006210         EXIT.
006220*---------------------------------------------------------------
006230*  1400-BUILD-GENERATION-TABLE.  THE MONTH'S EXTRACT GENERATIONS,
006240*  CHOSEN EXACTLY AS SVCHARGE CHOOSES THEM.
006250*---------------------------------------------------------------
006260 1400-BUILD-GENERATION-TABLE.
006270         OPEN INPUT GEN-CATALOG-FILE.
006280         IF PSM-GENCAT-FILE-OK
006290             MOVE "N" TO PSM-EOF-SWITCH
006300             PERFORM 1450-SCAN-ONE-CATALOG-ROW THRU 1450-EXIT
006310                 UNTIL PSM-AT-END
006320             CLOSE GEN-CATALOG-FILE
006330         END-IF.
006340         IF PSM-GEN-COUNT = ZERO
006350             DISPLAY "PRICESIM: NO EXTRACT GENERATIONS FOR "
006360                 PSM-SIM-MONTH " - FEES NOT SIMULATED"
006370             MOVE 4 TO RETURN-CODE
006380         END-IF.
006390 1400-EXIT.
006400         EXIT.
006410 1450-SCAN-ONE-CATALOG-ROW.
006420         READ GEN-CATALOG-FILE
006430             AT END
006440                 MOVE "Y" TO PSM-EOF-SWITCH
006450                 GO TO 1450-EXIT
006460         END-READ.
006470         IF GCT-RUN-DATE(1:6) NOT = PSM-SIM-MONTH
006480             GO TO 1450-EXIT
006490         END-IF.
006500         IF GCT-RUN-ID = "INTRADAY" OR GCT-RUN-ID = "EXTRMRG"
006510             GO TO 1450-EXIT
006520         END-IF.
006530         MOVE "N" TO PSM-GEN-FOUND-SWITCH.
006540         IF PSM-GEN-COUNT > ZERO
006550             SET PSM-GEN-IDX TO 1
006560             SEARCH PSM-GEN-ENTRY
006570                 AT END
006580                     CONTINUE
006590                 WHEN PSM-GEN-NUMBER(PSM-GEN-IDX)
006600                     = GCT-GENERATION
006610                     SET PSM-GEN-FOUND TO TRUE
006620             END-SEARCH
006630         END-IF.
006640         IF NOT PSM-GEN-FOUND
006650             IF PSM-GEN-COUNT < 100
006660                 ADD 1 TO PSM-GEN-COUNT
006670                 SET PSM-GEN-IDX TO PSM-GEN-COUNT
006680                 MOVE GCT-GENERATION
006690                     TO PSM-GEN-NUMBER(PSM-GEN-IDX)
006700             ELSE
006710                 GO TO 1450-EXIT
006720             END-IF
006730         END-IF.
006740         MOVE GCT-EXTRACT-FILENAME
006750             TO PSM-GEN-EXTRACT(PSM-GEN-IDX).
006760         MOVE GCT-STATUS TO PSM-GEN-STATUS(PSM-GEN-IDX).
006770 1450-EXIT.
006780         EXIT.
006790*---------------------------------------------------------------
006800*  2000-ACCRUE-ONE-SNAPSHOT.  ONE NIGHT: EVERY NON-ZERO BALANCE
006810*  ON THE SNAPSHOT ACCRUED ON EACH SET OF RATES.
006820*---------------------------------------------------------------
006830 2000-ACCRUE-ONE-SNAPSHOT.
006840         MOVE PSM-SNAP-FILE(PSM-SNAP-SUB)
006850             TO PSM-SNAPSHOT-FILENAME.
006860         OPEN INPUT SNAPSHOT-FILE.
006870         IF NOT PSM-SNAPSHOT-FILE-OK
006880             DISPLAY "PRICESIM: CANNOT OPEN SNAPSHOT "
006890                 PSM-SNAPSHOT-FILENAME ", STATUS = "
006900                 PSM-SNAPSHOT-FILE-STATUS
006910             MOVE 4 TO RETURN-CODE
006920             GO TO 2000-EXIT
006930         END-IF.
006940         ADD 1 TO PSM-SNAPSHOTS-READ.
006950         MOVE "N" TO PSM-EOF-SWITCH.
006960         PERFORM 2100-ACCRUE-ONE-BALANCE THRU 2100-EXIT
006970             UNTIL PSM-AT-END.
006980         CLOSE SNAPSHOT-FILE.
006990 2000-EXIT.
007000         EXIT.
007010 2100-ACCRUE-ONE-BALANCE.
007020         READ SNAPSHOT-FILE
007030             AT END
007040                 MOVE "Y" TO PSM-EOF-SWITCH
007050                 GO TO 2100-EXIT
007060         END-READ.
007070         IF ABL-CURRENT-BALANCE = ZERO
007080             GO TO 2100-EXIT
007090         END-IF.
007100         MOVE SPACES TO PSM-LOOKUP-KEY.
007110         STRING ABL-BRANCH-CODE ABL-ACCOUNT-NO
007120             DELIMITED BY SIZE INTO PSM-LOOKUP-KEY.
007130         PERFORM 3800-FIND-ACCOUNT THRU 3800-EXIT.
007140         IF PSM-ACC-IDX > PSM-ACC-COUNT
007150             GO TO 2100-EXIT
007160         END-IF.
007170         ADD 1 TO PSM-BALANCES-ACCRUED.
007180         PERFORM 2200-SET-MAGNITUDE THRU 2200-EXIT.
007190         PERFORM 2300-ACCRUE-ONE-SET THRU 2300-EXIT
007200             VARYING PSM-SET FROM 1 BY 1
007210             UNTIL PSM-SET > 2.
007220 2100-EXIT.
007230         EXIT.
007240*  THE FLOORS ARE LOCAL AMOUNTS.  A FOREIGN BALANCE CURRATES
007250*  CANNOT PRICE IS MEASURED IN ITS OWN UNITS, AS INTACCR DOES.
007260 2200-SET-MAGNITUDE.
007270         IF ABL-CURRENT-BALANCE < ZERO
007280             COMPUTE PSM-BALANCE-MAGNITUDE =
007290                 ZERO - ABL-CURRENT-BALANCE
007300         ELSE
007310             MOVE ABL-CURRENT-BALANCE TO PSM-BALANCE-MAGNITUDE
007320         END-IF.
007330         IF ABL-LOCAL-CURRENCY
007340             GO TO 2200-EXIT
007350         END-IF.
007360         MOVE "C" TO FXC-FUNCTION.
007370         MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY.
007380         MOVE SPACES TO FXC-TO-CURRENCY.
007390         MOVE PSM-BALANCE-MAGNITUDE TO FXC-FROM-AMOUNT.
007400         CALL "FXCONV" USING FX-CONVERT-AREA.
007410         IF FXC-SUCCESSFUL
007420             MOVE FXC-RESULT-AMOUNT TO PSM-LOCAL-MAGNITUDE
007430             IF PSM-LOCAL-MAGNITUDE > 999999999.99
007440                 MOVE 999999999.99 TO PSM-BALANCE-MAGNITUDE
007450             ELSE
007460                 MOVE PSM-LOCAL-MAGNITUDE TO PSM-BALANCE-MAGNITUDE
007470             END-IF
007480         END-IF.
007490 2200-EXIT.
007500         EXIT.
007510*---------------------------------------------------------------
007520*  2300-ACCRUE-ONE-SET.  INTACCR'S TIER RULE WITHIN THE SET'S
007530*  SCHEDULE FOR THE ACCOUNT: THE SCHEDULE'S FIRST TIER IS THE
007540*  FLOOR RATE, THE LAST TIER WHOSE FLOOR THE BALANCE REACHES
007550*  WINS.  THE NIGHT'S INTEREST IS IN THE ACCOUNT'S CURRENCY AND
007560*  IS ADDED AT ITS LOCAL EQUIVALENT.
007570*---------------------------------------------------------------
007580 2300-ACCRUE-ONE-SET.
007590         MOVE ZERO TO PSM-SELECTED-RATE.
007600         MOVE "N" TO PSM-TIER-SEEN-SWITCH.
007610         PERFORM 2350-TEST-ONE-TIER THRU 2350-EXIT
007620             VARYING PSM-RATE-SUB FROM 1 BY 1
007630             UNTIL PSM-RATE-SUB > PSM-RATE-COUNT(PSM-SET).
007640         COMPUTE PSM-NIGHT-INTEREST ROUNDED =
007650             ABL-CURRENT-BALANCE * PSM-SELECTED-RATE
007660                 / 100 / 365.
007670         IF NOT ABL-LOCAL-CURRENCY
007680             AND PSM-NIGHT-INTEREST NOT = ZERO
007690             MOVE "C" TO FXC-FUNCTION
007700             MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY
007710             MOVE SPACES TO FXC-TO-CURRENCY
007720             MOVE PSM-NIGHT-INTEREST TO FXC-FROM-AMOUNT
007730             CALL "FXCONV" USING FX-CONVERT-AREA
007740             IF FXC-SUCCESSFUL
007750                 MOVE FXC-RESULT-AMOUNT TO PSM-NIGHT-INTEREST
007760             END-IF
007770         END-IF.
007780         ADD PSM-NIGHT-INTEREST
007790             TO PSM-ACC-INTEREST(PSM-ACC-IDX, PSM-SET).
007800 2300-EXIT.
007810         EXIT.
007820 2350-TEST-ONE-TIER.
007830         IF PSM-TIER-PRODUCT(PSM-SET, PSM-RATE-SUB)
007840             NOT = PSM-ACC-RATE-SCHED(PSM-ACC-IDX, PSM-SET)
007850             GO TO 2350-EXIT
007860         END-IF.
007870         IF NOT PSM-TIER-SEEN
007880             MOVE PSM-TIER-RATE(PSM-SET, PSM-RATE-SUB)
007890                 TO PSM-SELECTED-RATE
007900             SET PSM-TIER-SEEN TO TRUE
007910         END-IF.
007920         IF PSM-TIER-FLOOR(PSM-SET, PSM-RATE-SUB)
007930             NOT > PSM-BALANCE-MAGNITUDE
007940             MOVE PSM-TIER-RATE(PSM-SET, PSM-RATE-SUB)
007950                 TO PSM-SELECTED-RATE
007960         END-IF.
007970 2350-EXIT.
007980         EXIT.
007990 2500-PRICE-ONE-GENERATION.
008000         IF PSM-GEN-STATUS(PSM-GEN-SUB) = "P"
008010             GO TO 2500-EXIT
008020         END-IF.
008030         MOVE PSM-GEN-EXTRACT(PSM-GEN-SUB)
008040             TO PSM-EXTRACT-FILENAME.
008050         OPEN INPUT EXTRACT-FILE.
008060         IF NOT PSM-EXTRACT-FILE-OK
008070             MOVE SPACES TO PSM-ARCH-FILENAME
008080             STRING PSM-EXTRACT-FILENAME DELIMITED BY SPACE
008090                 ".ARCH" DELIMITED BY SIZE
008100                 INTO PSM-ARCH-FILENAME
008110             MOVE PSM-ARCH-FILENAME TO PSM-EXTRACT-FILENAME
008120             OPEN INPUT EXTRACT-FILE
008130         END-IF.
008140         IF NOT PSM-EXTRACT-FILE-OK
008150             DISPLAY "PRICESIM: CANNOT OPEN GENERATION "
008160                 PSM-GEN-NUMBER(PSM-GEN-SUB) ", STATUS = "
008170                 PSM-EXTRACT-FILE-STATUS
008180             MOVE 4 TO RETURN-CODE
008190             GO TO 2500-EXIT
008200         END-IF.
008210         ADD 1 TO PSM-GENERATIONS-READ.
008220         MOVE "N" TO PSM-EOF-SWITCH.
008230         PERFORM 2600-PRICE-ONE-ITEM THRU 2600-EXIT
008240             UNTIL PSM-AT-END.
008250         CLOSE EXTRACT-FILE.
008260 2500-EXIT.
008270         EXIT.
008280 2600-PRICE-ONE-ITEM.
008290         READ EXTRACT-FILE
008300             AT END
008310                 MOVE "Y" TO PSM-EOF-SWITCH
008320                 GO TO 2600-EXIT
008330         END-READ.
008340         IF EXT-IS-HEADER-MARK OR EXT-IS-TRAILER-MARK
008350             GO TO 2600-EXIT
008360         END-IF.
008370*  SERVICE CHARGES, FEE REFUNDS AND RETURNED-ITEM FEES ARE NOT
008380*  CHARGED FOR, AS IN SVCHARGE.
008390         IF EXT-RECORD-TYPE = "04"
008400             OR EXT-RECORD-TYPE = "16"
008410             OR EXT-RECORD-TYPE = "17"
008420             GO TO 2600-EXIT
008430         END-IF.
008440         MOVE SPACES TO PSM-LOOKUP-KEY.
008450         STRING EXT-BRANCH-CODE EXT-ACCOUNT-NO
008460             DELIMITED BY SIZE INTO PSM-LOOKUP-KEY.
008470         PERFORM 3800-FIND-ACCOUNT THRU 3800-EXIT.
008480         IF PSM-ACC-IDX > PSM-ACC-COUNT
008490             GO TO 2600-EXIT
008500         END-IF.
008510         IF PSM-ACC-CLOSED(PSM-ACC-IDX) = "Y"
008520             GO TO 2600-EXIT
008530         END-IF.
008540         ADD 1 TO PSM-ITEMS-READ.
008550         ADD 1 TO PSM-ACC-ITEMS(PSM-ACC-IDX).
008560         PERFORM 2700-PRICE-ONE-SET THRU 2700-EXIT
008570             VARYING PSM-SET FROM 1 BY 1
008580             UNTIL PSM-SET > 2.
008590 2600-EXIT.
008600         EXIT.
008610*---------------------------------------------------------------
008620*  2700-PRICE-ONE-SET.  SVCHARGE'S RULE WITHIN THE SET'S
008630*  SCHEDULE FOR THE ACCOUNT: THE EXACT RECORD-TYPE ROW, THEN THE
008640*  "**" CATCH-ALL ROW, AND NO ROW AT ALL MEANS THE TYPE IS FREE.
008650*---------------------------------------------------------------
008660 2700-PRICE-ONE-SET.
008670         MOVE ZERO TO PSM-ITEM-CHARGE.
008680         MOVE "N" TO PSM-ROW-FOUND-SWITCH.
008690         PERFORM 2750-MATCH-TYPE-ROW THRU 2750-EXIT
008700             VARYING PSM-CHG-SUB FROM 1 BY 1
008710             UNTIL PSM-CHG-SUB > PSM-CHG-COUNT(PSM-SET)
008720                 OR PSM-ROW-FOUND.
008730         IF NOT PSM-ROW-FOUND
008740             PERFORM 2760-MATCH-CATCH-ALL THRU 2760-EXIT
008750                 VARYING PSM-CHG-SUB FROM 1 BY 1
008760                 UNTIL PSM-CHG-SUB > PSM-CHG-COUNT(PSM-SET)
008770                     OR PSM-ROW-FOUND
008780         END-IF.
008790         ADD PSM-ITEM-CHARGE
008800             TO PSM-ACC-FEES(PSM-ACC-IDX, PSM-SET).
008810 2700-EXIT.
008820         EXIT.
008830 2750-MATCH-TYPE-ROW.
008840         IF PSM-CHG-TYPE(PSM-SET, PSM-CHG-SUB) = EXT-RECORD-TYPE
008850             AND PSM-CHG-PRODUCT(PSM-SET, PSM-CHG-SUB)
008860                 = PSM-ACC-CHG-SCHED(PSM-ACC-IDX, PSM-SET)
008870             MOVE PSM-CHG-AMOUNT(PSM-SET, PSM-CHG-SUB)
008880                 TO PSM-ITEM-CHARGE
008890             SET PSM-ROW-FOUND TO TRUE
008900         END-IF.
008910 2750-EXIT.
008920         EXIT.
008930 2760-MATCH-CATCH-ALL.
008940         IF PSM-CHG-TYPE(PSM-SET, PSM-CHG-SUB) = "**"
008950             AND PSM-CHG-PRODUCT(PSM-SET, PSM-CHG-SUB)
008960                 = PSM-ACC-CHG-SCHED(PSM-ACC-IDX, PSM-SET)
008970             MOVE PSM-CHG-AMOUNT(PSM-SET, PSM-CHG-SUB)
008980                 TO PSM-ITEM-CHARGE
008990             SET PSM-ROW-FOUND TO TRUE
009000         END-IF.
009010 2760-EXIT.
009020         EXIT.
009030*---------------------------------------------------------------
009040*  3000-ROLL-UP.  EACH ACCOUNT ONTO ITS BRANCH, ITS PRODUCT AND
009050*  THE GRAND TOTAL.
009060*---------------------------------------------------------------
009070 3000-ROLL-UP.
009080         PERFORM 3100-ROLL-ONE-ACCOUNT THRU 3100-EXIT
009090             VARYING PSM-ACC-SUB FROM 1 BY 1
009100             UNTIL PSM-ACC-SUB > PSM-ACC-COUNT.
009110 3000-EXIT.
009120         EXIT.
009130 3100-ROLL-ONE-ACCOUNT.
009140         ADD 1 TO PSM-TOT-ACCOUNTS.
009150         SET PSM-BRN-IDX TO 1.
009160         SEARCH PSM-BRN-ENTRY
009170             AT END
009180                 SET PSM-BRN-IDX TO PSM-BRN-COUNT
009190                 SET PSM-BRN-IDX UP BY 1
009200             WHEN PSM-BRN-IDX > PSM-BRN-COUNT
009210                 CONTINUE
009220             WHEN PSM-BRN-CODE(PSM-BRN-IDX)
009230                     = PSM-ACC-BRANCH(PSM-ACC-SUB)
009240                 CONTINUE
009250         END-SEARCH.
009260         IF PSM-BRN-IDX > PSM-BRN-COUNT
009270             PERFORM 3300-ADD-BRANCH THRU 3300-EXIT
009280         END-IF.
009290         IF PSM-BRN-IDX NOT > PSM-BRN-COUNT
009300             ADD 1 TO PSM-BRN-ACCOUNTS(PSM-BRN-IDX)
009310         END-IF.
009320         SET PSM-PRD-IDX TO 1.
009330         SEARCH PSM-PRD-ENTRY
009340             AT END
009350                 SET PSM-PRD-IDX TO PSM-PRD-COUNT
009360                 SET PSM-PRD-IDX UP BY 1
009370             WHEN PSM-PRD-IDX > PSM-PRD-COUNT
009380                 CONTINUE
009390             WHEN PSM-PRD-CODE(PSM-PRD-IDX)
009400                     = PSM-ACC-PRODUCT(PSM-ACC-SUB)
009410                 CONTINUE
009420         END-SEARCH.
009430         IF PSM-PRD-IDX > PSM-PRD-COUNT
009440             PERFORM 3400-ADD-PRODUCT THRU 3400-EXIT
009450         END-IF.
009460         IF PSM-PRD-IDX NOT > PSM-PRD-COUNT
009470             ADD 1 TO PSM-PRD-ACCOUNTS(PSM-PRD-IDX)
009480         END-IF.
009490         PERFORM 3200-ROLL-ONE-SET THRU 3200-EXIT
009500             VARYING PSM-SET FROM 1 BY 1
009510             UNTIL PSM-SET > 2.
009520 3100-EXIT.
009530         EXIT.
009540*  A BRANCH OR PRODUCT THAT WOULD NOT FIT IS LEFT OUT OF ITS
009550*  SECTION (THE INDEX IS LEFT PAST THE TABLE) BUT STILL TOTALS.
009560 3200-ROLL-ONE-SET.
009570         ADD PSM-ACC-INTEREST(PSM-ACC-SUB, PSM-SET)
009580             TO PSM-TOT-INTEREST(PSM-SET).
009590         ADD PSM-ACC-FEES(PSM-ACC-SUB, PSM-SET)
009600             TO PSM-TOT-FEES(PSM-SET).
009610         IF PSM-BRN-IDX NOT > PSM-BRN-COUNT
009620             ADD PSM-ACC-INTEREST(PSM-ACC-SUB, PSM-SET)
009630                 TO PSM-BRN-INTEREST(PSM-BRN-IDX, PSM-SET)
009640             ADD PSM-ACC-FEES(PSM-ACC-SUB, PSM-SET)
009650                 TO PSM-BRN-FEES(PSM-BRN-IDX, PSM-SET)
009660         END-IF.
009670         IF PSM-PRD-IDX NOT > PSM-PRD-COUNT
009680             ADD PSM-ACC-INTEREST(PSM-ACC-SUB, PSM-SET)
009690                 TO PSM-PRD-INTEREST(PSM-PRD-IDX, PSM-SET)
009700             ADD PSM-ACC-FEES(PSM-ACC-SUB, PSM-SET)
009710                 TO PSM-PRD-FEES(PSM-PRD-IDX, PSM-SET)
009720         END-IF.
009730 3200-EXIT.
009740         EXIT.
009750 3300-ADD-BRANCH.
009760         IF PSM-BRN-COUNT = 200
009770             DISPLAY "PRICESIM: BRANCH TABLE FULL AT "
009780                 PSM-ACC-BRANCH(PSM-ACC-SUB)
009790             MOVE 4 TO RETURN-CODE
009800             GO TO 3300-EXIT
009810         END-IF.
009820         ADD 1 TO PSM-BRN-COUNT.
009830         SET PSM-BRN-IDX TO PSM-BRN-COUNT.
009840         MOVE PSM-ACC-BRANCH(PSM-ACC-SUB)
009850             TO PSM-BRN-CODE(PSM-BRN-IDX).
009860         MOVE ZERO TO PSM-BRN-ACCOUNTS(PSM-BRN-IDX)
009870             PSM-BRN-INTEREST(PSM-BRN-IDX, 1)
009880             PSM-BRN-INTEREST(PSM-BRN-IDX, 2)
009890             PSM-BRN-FEES(PSM-BRN-IDX, 1)
009900             PSM-BRN-FEES(PSM-BRN-IDX, 2).
009910 3300-EXIT.
009920         EXIT.
009930 3400-ADD-PRODUCT.
009940         IF PSM-PRD-COUNT = 100
009950             DISPLAY "PRICESIM: PRODUCT TABLE FULL AT "
009960                 PSM-ACC-PRODUCT(PSM-ACC-SUB)
009970             MOVE 4 TO RETURN-CODE
009980             GO TO 3400-EXIT
009990         END-IF.
010000         ADD 1 TO PSM-PRD-COUNT.
010010         SET PSM-PRD-IDX TO PSM-PRD-COUNT.
010020         MOVE PSM-ACC-PRODUCT(PSM-ACC-SUB)
010030             TO PSM-PRD-CODE(PSM-PRD-IDX).
010040         MOVE ZERO TO PSM-PRD-ACCOUNTS(PSM-PRD-IDX)
010050             PSM-PRD-INTEREST(PSM-PRD-IDX, 1)
010060             PSM-PRD-INTEREST(PSM-PRD-IDX, 2)
010070             PSM-PRD-FEES(PSM-PRD-IDX, 1)
010080             PSM-PRD-FEES(PSM-PRD-IDX, 2).
010090 3400-EXIT.
010100         EXIT.
010110*---------------------------------------------------------------
010120*  3800-FIND-ACCOUNT.  THE ACCOUNT FOR PSM-LOOKUP-KEY, ADDED ON
010130*  FIRST SIGHT.  PAST PSM-ACC-COUNT WHEN THE TABLE IS FULL.
010140*---------------------------------------------------------------
010150 3800-FIND-ACCOUNT.
010160         SET PSM-ACC-IDX TO 1.
010170         SEARCH PSM-ACC-ENTRY
010180             AT END
010190                 CONTINUE
010200             WHEN PSM-ACC-IDX > PSM-ACC-COUNT
010210                 CONTINUE
010220             WHEN PSM-ACC-KEY(PSM-ACC-IDX) = PSM-LOOKUP-KEY
010230                 GO TO 3800-EXIT
010240         END-SEARCH.
010250         IF PSM-ACC-COUNT = 5000
010260             IF NOT PSM-ACC-TABLE-FULL
010270                 DISPLAY "PRICESIM: ACCOUNT TABLE FULL - LATER "
010280                     "ACCOUNTS NOT SIMULATED"
010290                 SET PSM-ACC-TABLE-FULL TO TRUE
010300                 MOVE 4 TO RETURN-CODE
010310             END-IF
010320             SET PSM-ACC-IDX TO 5000
010330             SET PSM-ACC-IDX UP BY 1
010340             GO TO 3800-EXIT
010350         END-IF.
010360         ADD 1 TO PSM-ACC-COUNT.
010370         SET PSM-ACC-IDX TO PSM-ACC-COUNT.
010380         PERFORM 3850-ADD-ACCOUNT THRU 3850-EXIT.
010390 3800-EXIT.
010400         EXIT.
010410*---------------------------------------------------------------
010420*  3850-ADD-ACCOUNT.  THE PRODUCT AND CLOSED FLAG FROM ACCTMST.
010430*  EACH SET PRICES THE PRODUCT FROM ITS OWN ROWS ONLY WHEN THAT
010440*  SET'S TABLE HAS ANY FOR IT, ELSE FROM ITS DEFAULT SCHEDULE --
010450*  THE SAME TEST INTACCR AND SVCHARGE MAKE.
010460*---------------------------------------------------------------
010470 3850-ADD-ACCOUNT.
010480         MOVE PSM-LOOKUP-KEY TO PSM-ACC-KEY(PSM-ACC-IDX).
010490         MOVE SPACES TO PSM-ACC-PRODUCT(PSM-ACC-IDX).
010500         MOVE "N" TO PSM-ACC-CLOSED(PSM-ACC-IDX).
010510         MOVE ZERO TO PSM-ACC-ITEMS(PSM-ACC-IDX).
010520         MOVE SPACES TO PSM-ACC-RATE-SCHED(PSM-ACC-IDX, 1)
010530             PSM-ACC-RATE-SCHED(PSM-ACC-IDX, 2)
010540             PSM-ACC-CHG-SCHED(PSM-ACC-IDX, 1)
010550             PSM-ACC-CHG-SCHED(PSM-ACC-IDX, 2).
010560         MOVE ZERO TO PSM-ACC-INTEREST(PSM-ACC-IDX, 1)
010570             PSM-ACC-INTEREST(PSM-ACC-IDX, 2)
010580             PSM-ACC-FEES(PSM-ACC-IDX, 1)
010590             PSM-ACC-FEES(PSM-ACC-IDX, 2).
010600         IF NOT PSM-MASTER-AVAILABLE
010610             GO TO 3850-EXIT
010620         END-IF.
010630         MOVE PSM-ACC-ACCOUNT(PSM-ACC-IDX) TO ACM-ACCOUNT-NO.
010640         READ ACCOUNT-MASTER-FILE
010650             INVALID KEY
010660                 GO TO 3850-EXIT
010670         END-READ.
010680         IF ACM-ACCOUNT-CLOSED
010690             MOVE "Y" TO PSM-ACC-CLOSED(PSM-ACC-IDX)
010700         END-IF.
010710         IF ACM-NO-PRODUCT
010720             GO TO 3850-EXIT
010730         END-IF.
010740         MOVE ACM-PRODUCT-CODE TO PSM-ACC-PRODUCT(PSM-ACC-IDX).
010750         PERFORM 3860-SET-SCHEDULES THRU 3860-EXIT
010760             VARYING PSM-SET FROM 1 BY 1
010770             UNTIL PSM-SET > 2.
010780 3850-EXIT.
010790         EXIT.
010800 3860-SET-SCHEDULES.
010810         PERFORM 3870-CHECK-ONE-TIER THRU 3870-EXIT
010820             VARYING PSM-RATE-SUB FROM 1 BY 1
010830             UNTIL PSM-RATE-SUB > PSM-RATE-COUNT(PSM-SET)
010840                 OR PSM-ACC-RATE-SCHED(PSM-ACC-IDX, PSM-SET)
010850                     NOT = SPACES.
010860         PERFORM 3880-CHECK-ONE-CHARGE THRU 3880-EXIT
010870             VARYING PSM-CHG-SUB FROM 1 BY 1
010880             UNTIL PSM-CHG-SUB > PSM-CHG-COUNT(PSM-SET)
010890                 OR PSM-ACC-CHG-SCHED(PSM-ACC-IDX, PSM-SET)
010900                     NOT = SPACES.
010910 3860-EXIT.
010920         EXIT.
010930 3870-CHECK-ONE-TIER.
010940         IF PSM-TIER-PRODUCT(PSM-SET, PSM-RATE-SUB)
010950             = ACM-PRODUCT-CODE
010960             MOVE ACM-PRODUCT-CODE
010970                 TO PSM-ACC-RATE-SCHED(PSM-ACC-IDX, PSM-SET)
010980         END-IF.
010990 3870-EXIT.
011000         EXIT.
011010 3880-CHECK-ONE-CHARGE.
011020         IF PSM-CHG-PRODUCT(PSM-SET, PSM-CHG-SUB)
011030             = ACM-PRODUCT-CODE
011040             MOVE ACM-PRODUCT-CODE
011050                 TO PSM-ACC-CHG-SCHED(PSM-ACC-IDX, PSM-SET)
011060         END-IF.
011070 3880-EXIT.
011080         EXIT.
011090 4000-PRINT-HEADINGS.
011100         MOVE SPACES TO REPORT-RECORD.
011110         STRING "PRO-FORMA PRICING SIMULATION   MONTH: "
011120             PSM-SIM-MONTH "   RUN DATE: " PSM-RUN-DATE
011130             DELIMITED BY SIZE INTO REPORT-RECORD.
011140         WRITE REPORT-RECORD.
011150         MOVE SPACES TO REPORT-RECORD.
011160         STRING "CURRENT = INTRATTB / SVCCHGTB, PROPOSED = "
011170             "INTRATPR / SVCCHGPR.  NOTHING HAS BEEN POSTED."
011180             DELIMITED BY SIZE INTO REPORT-RECORD.
011190         WRITE REPORT-RECORD.
011200         IF NOT PSM-RATES-PROPOSED
011210             MOVE "NO INTRATPR ON FILE - PROPOSED INTEREST IS AT "
011220                 & "THE CURRENT RATES" TO REPORT-RECORD
011230             WRITE REPORT-RECORD
011240         END-IF.
011250         IF NOT PSM-CHARGES-PROPOSED
011260             MOVE "NO SVCCHGPR ON FILE - PROPOSED FEES ARE AT "
011270                 & "THE CURRENT CHARGES" TO REPORT-RECORD
011280             WRITE REPORT-RECORD
011290         END-IF.
011300         MOVE SPACES TO REPORT-RECORD.
011310         MOVE PSM-SNAPSHOTS-READ TO PSM-COUNT-EDIT.
011320         IF PSM-SNAPSHOTS-READ = ZERO
011330             MOVE "INTEREST: NO BALSNAP SNAPSHOTS FOR THE MONTH "
011340                 & "- NOT SIMULATED" TO REPORT-RECORD
011350         ELSE
011360             STRING "INTEREST: " PSM-COUNT-EDIT
011370                 " NIGHTLY BALSNAP SNAPSHOTS OF ACCTBAL, "
011380                 PSM-FIRST-SNAP-DATE " TO " PSM-LAST-SNAP-DATE
011390                 " (POSITIVE = INCOME, NEGATIVE = PAYABLE)"
011400                 DELIMITED BY SIZE INTO REPORT-RECORD
011410         END-IF.
011420         WRITE REPORT-RECORD.
011430         MOVE SPACES TO REPORT-RECORD.
011440         MOVE PSM-GENERATIONS-READ TO PSM-COUNT-EDIT.
011450         STRING "FEES:     " PSM-COUNT-EDIT
011460             " EXTRACT GENERATIONS.  FOREIGN AMOUNTS AT "
011470             "TODAY'S LOCAL EQUIVALENT."
011480             DELIMITED BY SIZE INTO REPORT-RECORD.
011490         WRITE REPORT-RECORD.
011500 4000-EXIT.
011510         EXIT.
011520 4500-PRINT-BRANCHES.
011530         MOVE SPACES TO REPORT-RECORD.
011540         WRITE REPORT-RECORD.
011550         MOVE "BY BRANCH" TO REPORT-RECORD.
011560         WRITE REPORT-RECORD.
011570         MOVE SPACES TO REPORT-RECORD.
011580         MOVE "BRN ACCTS" TO REPORT-RECORD.
011590         MOVE PSM-FIGURES-HEADING TO REPORT-RECORD(13:).
011600         WRITE REPORT-RECORD.
011610         PERFORM 4600-PRINT-ONE-BRANCH THRU 4600-EXIT
011620             VARYING PSM-BRN-SUB FROM 1 BY 1
011630             UNTIL PSM-BRN-SUB > PSM-BRN-COUNT.
011640         PERFORM 4900-PRINT-TOTAL THRU 4900-EXIT.
011650 4500-EXIT.
011660         EXIT.
011670 4600-PRINT-ONE-BRANCH.
011680         MOVE PSM-BRN-INTEREST(PSM-BRN-SUB, 1)
011690             TO PSM-LN-INT-CURRENT.
011700         MOVE PSM-BRN-INTEREST(PSM-BRN-SUB, 2)
011710             TO PSM-LN-INT-PROPOSED.
011720         MOVE PSM-BRN-FEES(PSM-BRN-SUB, 1) TO PSM-LN-FEE-CURRENT.
011730         MOVE PSM-BRN-FEES(PSM-BRN-SUB, 2) TO PSM-LN-FEE-PROPOSED.
011740         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
011750         MOVE PSM-BRN-ACCOUNTS(PSM-BRN-SUB) TO PSM-ACCOUNTS-EDIT.
011760         MOVE SPACES TO REPORT-RECORD.
011770         STRING PSM-BRN-CODE(PSM-BRN-SUB) " " PSM-ACCOUNTS-EDIT
011780             "   " PSM-FIGURES-TEXT
011790             DELIMITED BY SIZE INTO REPORT-RECORD.
011800         WRITE REPORT-RECORD.
011810 4600-EXIT.
011820         EXIT.
011830 4700-PRINT-PRODUCTS.
011840         MOVE SPACES TO REPORT-RECORD.
011850         WRITE REPORT-RECORD.
011860         MOVE "BY PRODUCT (BLANK = NO PRODUCT ON ACCTMST)"
011870             TO REPORT-RECORD.
011880         WRITE REPORT-RECORD.
011890         MOVE SPACES TO REPORT-RECORD.
011900         MOVE "PRD ACCTS" TO REPORT-RECORD.
011910         MOVE PSM-FIGURES-HEADING TO REPORT-RECORD(13:).
011920         WRITE REPORT-RECORD.
011930         PERFORM 4800-PRINT-ONE-PRODUCT THRU 4800-EXIT
011940             VARYING PSM-PRD-SUB FROM 1 BY 1
011950             UNTIL PSM-PRD-SUB > PSM-PRD-COUNT.
011960         PERFORM 4900-PRINT-TOTAL THRU 4900-EXIT.
011970 4700-EXIT.
011980         EXIT.
011990 4800-PRINT-ONE-PRODUCT.
012000         MOVE PSM-PRD-INTEREST(PSM-PRD-SUB, 1)
012010             TO PSM-LN-INT-CURRENT.
012020         MOVE PSM-PRD-INTEREST(PSM-PRD-SUB, 2)
012030             TO PSM-LN-INT-PROPOSED.
012040         MOVE PSM-PRD-FEES(PSM-PRD-SUB, 1) TO PSM-LN-FEE-CURRENT.
012050         MOVE PSM-PRD-FEES(PSM-PRD-SUB, 2) TO PSM-LN-FEE-PROPOSED.
012060         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
012070         MOVE PSM-PRD-ACCOUNTS(PSM-PRD-SUB) TO PSM-ACCOUNTS-EDIT.
012080         MOVE SPACES TO REPORT-RECORD.
012090         STRING PSM-PRD-CODE(PSM-PRD-SUB) "  " PSM-ACCOUNTS-EDIT
012100             "   " PSM-FIGURES-TEXT
012110             DELIMITED BY SIZE INTO REPORT-RECORD.
012120         WRITE REPORT-RECORD.
012130 4800-EXIT.
012140         EXIT.
012150 4900-PRINT-TOTAL.
012160         MOVE PSM-TOT-INTEREST(1) TO PSM-LN-INT-CURRENT.
012170         MOVE PSM-TOT-INTEREST(2) TO PSM-LN-INT-PROPOSED.
012180         MOVE PSM-TOT-FEES(1) TO PSM-LN-FEE-CURRENT.
012190         MOVE PSM-TOT-FEES(2) TO PSM-LN-FEE-PROPOSED.
012200         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
012210         MOVE PSM-TOT-ACCOUNTS TO PSM-ACCOUNTS-EDIT.
012220         MOVE SPACES TO REPORT-RECORD.
012230         STRING "ALL " PSM-ACCOUNTS-EDIT "   " PSM-FIGURES-TEXT
012240             DELIMITED BY SIZE INTO REPORT-RECORD.
012250         WRITE REPORT-RECORD.
012260 4900-EXIT.
012270         EXIT.
012280*---------------------------------------------------------------
012290*  5000-RELEASE-ACCOUNTS.  EVERY ACCOUNT WHOSE INCOME CHANGES,
012300*  KEYED ON THE SIZE OF THE CHANGE WHICHEVER WAY IT GOES.
012310*---------------------------------------------------------------
012320 5000-RELEASE-ACCOUNTS.
012330         PERFORM 5100-RELEASE-ONE-ACCOUNT THRU 5100-EXIT
012340             VARYING PSM-ACC-SUB FROM 1 BY 1
012350             UNTIL PSM-ACC-SUB > PSM-ACC-COUNT.
012360 5000-EXIT.
012370         EXIT.
012380 5100-RELEASE-ONE-ACCOUNT.
012390         COMPUTE PSM-IMPACT =
012400             PSM-ACC-INTEREST(PSM-ACC-SUB, 2)
012410             - PSM-ACC-INTEREST(PSM-ACC-SUB, 1)
012420             + PSM-ACC-FEES(PSM-ACC-SUB, 2)
012430             - PSM-ACC-FEES(PSM-ACC-SUB, 1).
012440         IF PSM-IMPACT = ZERO
012450             GO TO 5100-EXIT
012460         END-IF.
012470         ADD 1 TO PSM-ACCOUNTS-CHANGED.
012480         IF PSM-IMPACT < ZERO
012490             COMPUTE SRT-IMPACT = ZERO - PSM-IMPACT
012500         ELSE
012510             MOVE PSM-IMPACT TO SRT-IMPACT
012520         END-IF.
012530         MOVE PSM-ACC-SUB TO SRT-ENTRY-SUB.
012540         RELEASE SORT-WORK-RECORD.
012550 5100-EXIT.
012560         EXIT.
012570 5500-PRINT-IMPACTS.
012580         MOVE SPACES TO REPORT-RECORD.
012590         WRITE REPORT-RECORD.
012600         MOVE SPACES TO REPORT-RECORD.
012610         STRING "LARGEST ACCOUNT IMPACTS (TOP " PSM-IMPACT-LIMIT
012620             ", EITHER WAY)" DELIMITED BY SIZE INTO REPORT-RECORD.
012630         WRITE REPORT-RECORD.
012640         MOVE SPACES TO REPORT-RECORD.
012650         MOVE " RANK BRN ACCOUNT    PRD" TO REPORT-RECORD.
012660         MOVE PSM-FIGURES-HEADING TO REPORT-RECORD(25:).
012670         WRITE REPORT-RECORD.
012680         MOVE ZERO TO PSM-RANK.
012690         PERFORM 5600-RETURN-ONE-ACCOUNT THRU 5600-EXIT
012700             UNTIL PSM-SORT-AT-END.
012710         IF PSM-RANK = ZERO
012720             MOVE "  NO ACCOUNT'S INCOME CHANGES" TO REPORT-RECORD
012730             WRITE REPORT-RECORD
012740         END-IF.
012750 5500-EXIT.
012760         EXIT.
012770 5600-RETURN-ONE-ACCOUNT.
012780         RETURN SORT-WORK-FILE
012790             AT END
012800                 MOVE "Y" TO PSM-SORT-EOF-SWITCH
012810                 GO TO 5600-EXIT
012820         END-RETURN.
012830         IF PSM-RANK NOT < PSM-IMPACT-LIMIT
012840             GO TO 5600-EXIT
012850         END-IF.
012860         ADD 1 TO PSM-RANK.
012870         MOVE SRT-ENTRY-SUB TO PSM-ACC-SUB.
012880         MOVE PSM-ACC-INTEREST(PSM-ACC-SUB, 1)
012890             TO PSM-LN-INT-CURRENT.
012900         MOVE PSM-ACC-INTEREST(PSM-ACC-SUB, 2)
012910             TO PSM-LN-INT-PROPOSED.
012920         MOVE PSM-ACC-FEES(PSM-ACC-SUB, 1) TO PSM-LN-FEE-CURRENT.
012930         MOVE PSM-ACC-FEES(PSM-ACC-SUB, 2) TO PSM-LN-FEE-PROPOSED.
012940         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
012950         MOVE PSM-RANK TO PSM-RANK-EDIT.
012960         CALL "MASKACCT" USING PSM-ACC-ACCOUNT(PSM-ACC-SUB)
012970             PSM-MASKED-ACCOUNT.
012980         MOVE SPACES TO REPORT-RECORD.
012990         STRING PSM-RANK-EDIT " " PSM-ACC-BRANCH(PSM-ACC-SUB) " "
013000             PSM-MASKED-ACCOUNT " " PSM-ACC-PRODUCT(PSM-ACC-SUB)
013010             " " PSM-FIGURES-TEXT
013020             DELIMITED BY SIZE INTO REPORT-RECORD.
013030         WRITE REPORT-RECORD.
013040 5600-EXIT.
013050         EXIT.
013060*---------------------------------------------------------------
013070*  7000-EDIT-FIGURES.  CURRENT, PROPOSED AND CHANGE FOR INTEREST
013080*  AND FEES, AND THE NET CHANGE IN INCOME, FROM PSM-LINE-FIGURES
013090*  INTO PSM-FIGURES-TEXT UNDER PSM-FIGURES-HEADING.
013100*---------------------------------------------------------------
013110 7000-EDIT-FIGURES.
013120         COMPUTE PSM-LN-INT-CHANGE =
013130             PSM-LN-INT-PROPOSED - PSM-LN-INT-CURRENT.
013140         COMPUTE PSM-LN-FEE-CHANGE =
013150             PSM-LN-FEE-PROPOSED - PSM-LN-FEE-CURRENT.
013160         COMPUTE PSM-LN-NET-CHANGE =
013170             PSM-LN-INT-CHANGE + PSM-LN-FEE-CHANGE.
013180         MOVE PSM-LN-INT-CURRENT TO PSM-INT-CUR-EDIT.
013190         MOVE PSM-LN-INT-PROPOSED TO PSM-INT-PRO-EDIT.
013200         MOVE PSM-LN-INT-CHANGE TO PSM-INT-CHG-EDIT.
013210         MOVE PSM-LN-FEE-CURRENT TO PSM-FEE-CUR-EDIT.
013220         MOVE PSM-LN-FEE-PROPOSED TO PSM-FEE-PRO-EDIT.
013230         MOVE PSM-LN-FEE-CHANGE TO PSM-FEE-CHG-EDIT.
013240         MOVE PSM-LN-NET-CHANGE TO PSM-NET-CHG-EDIT.
013250         MOVE SPACES TO PSM-FIGURES-TEXT.
013260         STRING PSM-INT-CUR-EDIT " " PSM-INT-PRO-EDIT " "
013270             PSM-INT-CHG-EDIT " " PSM-FEE-CUR-EDIT " "
013280             PSM-FEE-PRO-EDIT " " PSM-FEE-CHG-EDIT " "
013290             PSM-NET-CHG-EDIT
013300             DELIMITED BY SIZE INTO PSM-FIGURES-TEXT.
013310 7000-EXIT.
013320         EXIT.
013330 8000-TERMINATE.
013340         IF PSM-MASTER-AVAILABLE
013350             CLOSE ACCOUNT-MASTER-FILE
013360         END-IF.
013370         IF PSM-READY
013380             CLOSE REPORT-FILE
013390         END-IF.
013400         COMPUTE PSM-IMPACT = PSM-TOT-INTEREST(2)
013410             - PSM-TOT-INTEREST(1) + PSM-TOT-FEES(2)
013420             - PSM-TOT-FEES(1).
013430         MOVE PSM-IMPACT TO PSM-NET-CHG-EDIT.
013440         DISPLAY "----------------------------------------------".
013450         DISPLAY "SNAPSHOTS ACCRUED    = " PSM-SNAPSHOTS-READ.
013460         DISPLAY "BALANCES ACCRUED     = " PSM-BALANCES-ACCRUED.
013470         DISPLAY "GENERATIONS PRICED   = " PSM-GENERATIONS-READ.
013480         DISPLAY "ITEMS PRICED         = " PSM-ITEMS-READ.
013490         DISPLAY "ACCOUNTS SIMULATED   = " PSM-ACC-COUNT.
013500         DISPLAY "ACCOUNTS CHANGED     = " PSM-ACCOUNTS-CHANGED.
013510         DISPLAY "NET CHANGE IN INCOME = " PSM-NET-CHG-EDIT.
013520         DISPLAY "PRICESIM: JOB COMPLETE".
013530 8000-EXIT.
013540         EXIT.
