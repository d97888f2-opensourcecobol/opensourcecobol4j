000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 PROFRPT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MONTHLY ACCOUNT AND CUSTOMER PROFITABILITY.  FOR THE MONTH
000180*  ON THE COMMAND LINE (YYYYMM, DEFAULT THE CURRENT MONTH) EACH
000190*  ACCOUNT'S MONTH IS BROUGHT TOGETHER FROM WHAT THE OTHER
000200*  PROGRAMS ALREADY LEAVE BEHIND:
000210*    INTEREST  THE TYPE "03" ITEMS INTCAP CAPITALIZED -- A DEBIT
000220*              IS INTEREST EARNED, A "C" CREDIT INTEREST PAID --
000230*              AND, WHEN THE MONTH IS THE CURRENT ONE, THE
000240*              INTACCRU ACCRUAL NOT YET CAPITALIZED (A FOREIGN
000250*              ACCRUAL AT ITS FXCONV LOCAL EQUIVALENT);
000260*    FEES      THE "04" SERVICE CHARGES SVCHARGE RAISED AND THE
000270*              "17" RETURNED-ITEM FEES, LESS THE "16" REFUNDS;
000280*    COST      EVERY ITEM ON THE MONTH'S EXTRACT GENERATIONS
000290*              (THE SAME GENERATIONS SVCHARGE PRICES) AT ITS
000300*              PROCCOST UNIT PROCESSING COST BY RECORD TYPE,
000310*              "**" BEING THE CATCH-ALL ROW.
000320*  PROFIT IS INTEREST PLUS FEES LESS COST.  ACCOUNTS ROLL UP TO
000330*  THE CUSTOMER THROUGH ACCTXREF (NO LINK ROLLS UP UNDER
000340*  "UNASSIGNED", THE WAY CUSTRPT DOES IT) AND TO THE BRANCH AND
000350*  REGION THROUGH BRNCHMST; THE BRANCH LINE ALSO SHOWS THE
000360*  PROCESSING FEES BRBILL BILLED THE BRANCH FOR THE MONTH WHEN
000370*  BILLEXT HOLDS THEM.  PROFRPT RANKS THE CUSTOMER RELATIONSHIPS
000380*  AND THEN THE ACCOUNTS LEAST PROFITABLE FIRST, FOLLOWED BY THE
000390*  BRANCH AND REGION TOTALS.  READS EVERYTHING, UPDATES NOTHING.
000400*  RC 4 WHEN THERE IS NO PROCCOST OR A TABLE FILLS, RC 8 ON A
000410*  BAD MONTH, RC 16 WHEN THE REPORT CANNOT BE OPENED.
000420*  ------------------------------------------------------------
000430*  MODIFICATION HISTORY
000440*  ------------------------------------------------------------
000450*  DATE       BY   DESCRIPTION
000460*  ---------- ---- --------------------------------------------
000470*  10/15/2026 DCG  ORIGINAL PROGRAM.
00047A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00047B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00047C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000480*---------------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.
000520         LINUX.
000530 OBJECT-COMPUTER.
000540         LINUX.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570         SELECT COST-TABLE-FILE ASSIGN TO "PROCCOST"
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS PFR-COST-FILE-STATUS.
000600         SELECT GEN-CATALOG-FILE ASSIGN TO "GENCATLG"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS PFR-GENCAT-FILE-STATUS.
000630         SELECT EXTRACT-FILE ASSIGN DYNAMIC PFR-EXTRACT-FILENAME
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS PFR-EXTRACT-FILE-STATUS.
000660         SELECT ACCRUAL-FILE ASSIGN TO "INTACCRU"
000670             ORGANIZATION IS INDEXED
000680             ACCESS MODE IS SEQUENTIAL
000690             RECORD KEY IS INA-KEY
000700             FILE STATUS IS PFR-ACCRUAL-FILE-STATUS.
000710         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000720             ORGANIZATION IS INDEXED
000730             ACCESS MODE IS RANDOM
000740             RECORD KEY IS AXR-ACCOUNT-NO
000750             FILE STATUS IS PFR-XREF-FILE-STATUS.
000760         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000770             ORGANIZATION IS INDEXED
000780             ACCESS MODE IS RANDOM
000790             RECORD KEY IS CUS-CUSTOMER-NO
000800             FILE STATUS IS PFR-CUSTOMER-FILE-STATUS.
000810         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000820             ORGANIZATION IS LINE SEQUENTIAL
000830             FILE STATUS IS PFR-BRANCH-FILE-STATUS.
000840         SELECT BILLING-EXTRACT-FILE ASSIGN TO "BILLEXT"
000850             ORGANIZATION IS LINE SEQUENTIAL
000860             FILE STATUS IS PFR-BILLING-FILE-STATUS.
000870         SELECT REPORT-FILE ASSIGN TO "PROFRPT"
000880             ORGANIZATION IS LINE SEQUENTIAL
000890             FILE STATUS IS PFR-REPORT-FILE-STATUS.
000900         SELECT SORT-WORK-FILE ASSIGN TO "PROFSORT".
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  COST-TABLE-FILE.
000940 01  COST-TABLE-RECORD.
000950         05  PCT-RECORD-TYPE         PIC X(02).
000960         05  PCT-UNIT-COST           PIC 9(03)V9(04).
000970 FD  GEN-CATALOG-FILE.
000980     COPY GENCATRC.
000990 FD  EXTRACT-FILE.
001000     COPY EXTRREC.
001010 FD  ACCRUAL-FILE.
001020     COPY INTACCRC.
001030 FD  ACCOUNT-XREF-FILE.
001040     COPY CUSXREFC.
001050 FD  CUSTOMER-MASTER-FILE.
001060     COPY CUSTREC.
001070 FD  BRANCH-MASTER-FILE.
001080     COPY BRNCHREC.
001090 FD  BILLING-EXTRACT-FILE.
001100 01  BILLING-EXTRACT-RECORD.
001110         05  BEX-BILL-MONTH          PIC 9(06).
001120         05  BEX-BRANCH-CODE         PIC X(03).
001130         05  BEX-ITEM-VOLUME         PIC 9(09).
001140         05  BEX-RATE                PIC 9(03)V9(04).
001150         05  BEX-FEE-AMOUNT          PIC S9(09)V99
001160                 SIGN IS TRAILING SEPARATE CHARACTER.
001170 FD  REPORT-FILE.
001180 01  REPORT-RECORD               PIC X(132).
001190*  ONE SORT RECORD PER CUSTOMER (SECTION 1) AND PER ACCOUNT
001200*  (SECTION 2), LEAST PROFITABLE FIRST WITHIN EACH.
001210 SD  SORT-WORK-FILE.
001220 01  SORT-WORK-RECORD.
001230         05  SRT-SECTION             PIC 9(01).
001240         05  SRT-PROFIT              PIC S9(11)V99 COMP-3.
001250         05  SRT-ENTRY-SUB           PIC 9(05).
001260 WORKING-STORAGE SECTION.
001270     COPY FXCONVC.
001280 01  PFR-FILE-STATUS-VALUES.
001290         05  PFR-COST-FILE-STATUS    PIC X(02).
001300             88  PFR-COST-FILE-OK        VALUE "00".
001310         05  PFR-GENCAT-FILE-STATUS  PIC X(02).
001320             88  PFR-GENCAT-FILE-OK      VALUE "00".
001330         05  PFR-EXTRACT-FILE-STATUS PIC X(02).
001340             88  PFR-EXTRACT-FILE-OK     VALUE "00".
001350         05  PFR-ACCRUAL-FILE-STATUS PIC X(02).
001360             88  PFR-ACCRUAL-FILE-OK     VALUE "00".
001370         05  PFR-XREF-FILE-STATUS    PIC X(02).
001380             88  PFR-XREF-FILE-OK        VALUE "00".
001390         05  PFR-CUSTOMER-FILE-STATUS PIC X(02).
001400             88  PFR-CUSTOMER-FILE-OK    VALUE "00".
001410         05  PFR-BRANCH-FILE-STATUS  PIC X(02).
001420             88  PFR-BRANCH-FILE-OK      VALUE "00".
001430         05  PFR-BILLING-FILE-STATUS PIC X(02).
001440             88  PFR-BILLING-FILE-OK     VALUE "00".
001450         05  PFR-REPORT-FILE-STATUS  PIC X(02).
001460             88  PFR-REPORT-FILE-OK      VALUE "00".
001470 01  PFR-SWITCHES.
001480         05  PFR-EOF-SWITCH          PIC X(01) VALUE "N".
001490             88  PFR-AT-END              VALUE "Y".
001500         05  PFR-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001510             88  PFR-SORT-AT-END         VALUE "Y".
001520         05  PFR-GEN-FOUND-SWITCH    PIC X(01) VALUE "N".
001530             88  PFR-GEN-FOUND           VALUE "Y".
001540         05  PFR-READY-SWITCH        PIC X(01) VALUE "N".
001550             88  PFR-READY               VALUE "Y".
001560         05  PFR-XREF-OPEN-SWITCH    PIC X(01) VALUE "N".
001570             88  PFR-XREF-OPEN           VALUE "Y".
001580         05  PFR-CUSTMST-OPEN-SWITCH PIC X(01) VALUE "N".
001590             88  PFR-CUSTMST-OPEN        VALUE "Y".
001600 01  PFR-RUN-DATE                PIC 9(08) VALUE ZERO.
001610 01  PFR-RUN-DATE-PARTS REDEFINES PFR-RUN-DATE.
001620         05  PFR-RUN-MONTH           PIC 9(06).
001630         05  FILLER                  PIC 9(02).
001640 01  PFR-PARM-STRING             PIC X(12) VALUE SPACES.
001650 01  PFR-REPORT-MONTH            PIC X(06) VALUE SPACES.
001660 01  PFR-EXTRACT-FILENAME        PIC X(30) VALUE SPACES.
001670 01  PFR-ARCH-FILENAME           PIC X(35) VALUE SPACES.
001680 01  PFR-COST-TABLE.
001690         05  PFR-CST-COUNT           PIC 9(03) COMP VALUE ZERO.
001700         05  PFR-CST-ENTRY OCCURS 100 TIMES
001710                 INDEXED BY PFR-CST-IDX.
001720             10  PFR-CST-TYPE        PIC X(02).
001730             10  PFR-CST-UNIT-COST   PIC 9(03)V9(04).
001740 01  PFR-GENERATION-TABLE.
001750         05  PFR-GEN-COUNT           PIC 9(03) COMP VALUE ZERO.
001760         05  PFR-GEN-SUB             PIC 9(03) COMP VALUE ZERO.
001770         05  PFR-GEN-ENTRY OCCURS 100 TIMES
001780                 INDEXED BY PFR-GEN-IDX.
001790             10  PFR-GEN-NUMBER      PIC 9(07).
001800             10  PFR-GEN-EXTRACT     PIC X(30).
001810             10  PFR-GEN-STATUS      PIC X(01).
001820*  ONE ENTRY PER ACCOUNT SEEN ON AN EXTRACT OR ON INTACCRU.
001830 01  PFR-ACCOUNT-TABLE.
001840         05  PFR-ACC-COUNT           PIC 9(05) COMP VALUE ZERO.
001850         05  PFR-ACC-SUB             PIC 9(05) COMP VALUE ZERO.
001860         05  PFR-ACC-ENTRY OCCURS 5000 TIMES
001870                 INDEXED BY PFR-ACC-IDX.
001880             10  PFR-ACC-KEY.
001890                 15  PFR-ACC-BRANCH  PIC X(03).
001900                 15  PFR-ACC-ACCOUNT PIC X(10).
001910             10  PFR-ACC-CUSTOMER    PIC X(10).
001920             10  PFR-ACC-ITEMS       PIC S9(07) COMP.
001930             10  PFR-ACC-INTEREST    PIC S9(11)V99 COMP-3.
001940             10  PFR-ACC-FEES        PIC S9(11)V99 COMP-3.
001950             10  PFR-ACC-COST        PIC S9(11)V99 COMP-3.
001960             10  PFR-ACC-PROFIT      PIC S9(11)V99 COMP-3.
001970 01  PFR-CUSTOMER-TABLE.
001980         05  PFR-CUS-COUNT           PIC 9(05) COMP VALUE ZERO.
001990         05  PFR-CUS-SUB             PIC 9(05) COMP VALUE ZERO.
002000         05  PFR-CUS-ENTRY OCCURS 5000 TIMES
002010                 INDEXED BY PFR-CUS-IDX.
002020             10  PFR-CUS-NO          PIC X(10).
002030             10  PFR-CUS-NAME        PIC X(30).
002040             10  PFR-CUS-ACCOUNTS    PIC S9(05) COMP.
002050             10  PFR-CUS-ITEMS       PIC S9(07) COMP.
002060             10  PFR-CUS-INTEREST    PIC S9(11)V99 COMP-3.
002070             10  PFR-CUS-FEES        PIC S9(11)V99 COMP-3.
002080             10  PFR-CUS-COST        PIC S9(11)V99 COMP-3.
002090             10  PFR-CUS-PROFIT      PIC S9(11)V99 COMP-3.
002100 01  PFR-BRANCH-TABLE.
002110         05  PFR-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
002120         05  PFR-BRN-SUB             PIC 9(03) COMP VALUE ZERO.
002130         05  PFR-BRN-ENTRY OCCURS 200 TIMES
002140                 INDEXED BY PFR-BRN-IDX.
002150             10  PFR-BRN-CODE        PIC X(03).
002160             10  PFR-BRN-NAME        PIC X(20).
002170             10  PFR-BRN-REGION      PIC X(03).
002180             10  PFR-BRN-ACCOUNTS    PIC S9(05) COMP.
002190             10  PFR-BRN-ITEMS       PIC S9(07) COMP.
002200             10  PFR-BRN-INTEREST    PIC S9(11)V99 COMP-3.
002210             10  PFR-BRN-FEES        PIC S9(11)V99 COMP-3.
002220             10  PFR-BRN-COST        PIC S9(11)V99 COMP-3.
002230             10  PFR-BRN-PROFIT      PIC S9(11)V99 COMP-3.
002240             10  PFR-BRN-BILLED      PIC S9(11)V99 COMP-3.
002250 01  PFR-REGION-TABLE.
002260         05  PFR-RGN-COUNT           PIC 9(03) COMP VALUE ZERO.
002270         05  PFR-RGN-SUB             PIC 9(03) COMP VALUE ZERO.
002280         05  PFR-RGN-ENTRY OCCURS 200 TIMES
002290                 INDEXED BY PFR-RGN-IDX.
002300             10  PFR-RGN-CODE        PIC X(03).
002310             10  PFR-RGN-ACCOUNTS    PIC S9(05) COMP.
002320             10  PFR-RGN-ITEMS       PIC S9(07) COMP.
002330             10  PFR-RGN-INTEREST    PIC S9(11)V99 COMP-3.
002340             10  PFR-RGN-FEES        PIC S9(11)V99 COMP-3.
002350             10  PFR-RGN-COST        PIC S9(11)V99 COMP-3.
002360             10  PFR-RGN-PROFIT      PIC S9(11)V99 COMP-3.
002370             10  PFR-RGN-BILLED      PIC S9(11)V99 COMP-3.
002380 01  PFR-WORK-FIELDS.
002390         05  PFR-LOOKUP-KEY          PIC X(13) VALUE SPACES.
002400         05  PFR-LOOKUP-CUSTOMER     PIC X(10) VALUE SPACES.
002410         05  PFR-LOOKUP-BRANCH       PIC X(03) VALUE SPACES.
002420         05  PFR-UNIT-COST           PIC 9(03)V9(04) VALUE ZERO.
002430         05  PFR-ITEM-AMOUNT         PIC S9(11)V99 COMP-3
002440                                         VALUE ZERO.
002450         05  PFR-PRIOR-SECTION       PIC 9(01) VALUE ZERO.
002460         05  PFR-RANK                PIC 9(05) VALUE ZERO.
002470         05  PFR-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
002480 01  PFR-TOTALS.
002490         05  PFR-TOT-ACCOUNTS        PIC S9(05) COMP VALUE ZERO.
002500         05  PFR-TOT-ITEMS           PIC S9(07) COMP VALUE ZERO.
002510         05  PFR-TOT-INTEREST        PIC S9(11)V99 COMP-3
002520                                         VALUE ZERO.
002530         05  PFR-TOT-FEES            PIC S9(11)V99 COMP-3
002540                                         VALUE ZERO.
002550         05  PFR-TOT-COST            PIC S9(11)V99 COMP-3
002560                                         VALUE ZERO.
002570         05  PFR-TOT-PROFIT          PIC S9(11)V99 COMP-3
002580                                         VALUE ZERO.
002590         05  PFR-TOT-BILLED          PIC S9(11)V99 COMP-3
002600                                         VALUE ZERO.
002610 01  PFR-COUNTERS.
002620         05  PFR-GENERATIONS-READ    PIC 9(05) VALUE ZERO.
002630         05  PFR-ITEMS-READ          PIC 9(09) VALUE ZERO.
002640         05  PFR-ACCRUALS-READ       PIC 9(07) VALUE ZERO.
002650         05  PFR-UNASSIGNED-COUNT    PIC 9(07) VALUE ZERO.
002660*  ONE PRINT LINE'S FIGURES, FILLED FROM WHICHEVER TABLE IS
002670*  BEING PRINTED.
002680 01  PFR-LINE-FIGURES.
002690         05  PFR-LN-ACCOUNTS         PIC S9(05) COMP.
002700         05  PFR-LN-ITEMS            PIC S9(07) COMP.
002710         05  PFR-LN-INTEREST         PIC S9(11)V99 COMP-3.
002720         05  PFR-LN-FEES             PIC S9(11)V99 COMP-3.
002730         05  PFR-LN-COST             PIC S9(11)V99 COMP-3.
002740         05  PFR-LN-PROFIT           PIC S9(11)V99 COMP-3.
002750 01  PFR-EDIT-FIELDS.
002760         05  PFR-RANK-EDIT           PIC ZZZZ9.
002770         05  PFR-ACCOUNTS-EDIT       PIC ZZZZ9.
002780         05  PFR-ITEMS-EDIT          PIC Z(06)9.
002790         05  PFR-INTEREST-EDIT       PIC -(11)9.99.
002800         05  PFR-FEES-EDIT           PIC -(11)9.99.
002810         05  PFR-COST-EDIT           PIC -(11)9.99.
002820         05  PFR-PROFIT-EDIT         PIC -(11)9.99.
002830         05  PFR-BILLED-EDIT         PIC -(11)9.99.
002840 01  PFR-FIGURES-TEXT            PIC X(64) VALUE SPACES.
00284A     COPY RUNDATEC.
002850 PROCEDURE DIVISION.
002860 0000-MAINLINE.
002870         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002880         IF PFR-READY
002890             PERFORM 2000-COST-ONE-GENERATION THRU 2000-EXIT
002900                 VARYING PFR-GEN-SUB FROM 1 BY 1
002910                 UNTIL PFR-GEN-SUB > PFR-GEN-COUNT
002920             PERFORM 2500-ADD-ACCRUALS THRU 2500-EXIT
002930             PERFORM 3000-ROLL-UP THRU 3000-EXIT
002940             SORT SORT-WORK-FILE
002950                 ON ASCENDING KEY SRT-SECTION
002960                 ON ASCENDING KEY SRT-PROFIT
002970                 INPUT PROCEDURE IS 4000-RELEASE-ENTRIES
002980                     THRU 4000-EXIT
002990                 OUTPUT PROCEDURE IS 5000-PRINT-RANKINGS
003000                     THRU 5000-EXIT
003010             PERFORM 6000-PRINT-BRANCHES THRU 6000-EXIT
003020             PERFORM 6500-PRINT-REGIONS THRU 6500-EXIT
003030         END-IF.
003040         PERFORM 8000-TERMINATE THRU 8000-EXIT.
003050         STOP RUN.
003060 1000-INITIALIZE.
003070         DISPLAY "PROFRPT: JOB STARTING".
003080         MOVE ZERO TO RETURN-CODE.
003090         CALL "RUNDATE" USING RUN-DATE-AREA.
00309A         MOVE RDT-RUN-DATE TO PFR-RUN-DATE.
003100         MOVE PFR-RUN-MONTH TO PFR-REPORT-MONTH.
003110         ACCEPT PFR-PARM-STRING FROM COMMAND-LINE.
003120         IF PFR-PARM-STRING NOT = SPACES
003130             MOVE PFR-PARM-STRING(1:6) TO PFR-REPORT-MONTH
003140         END-IF.
003150         IF PFR-REPORT-MONTH NOT NUMERIC
003160             DISPLAY "PROFRPT: REPORT MONTH MUST BE YYYYMM"
003170             MOVE 8 TO RETURN-CODE
003180             GO TO 1000-EXIT
003190         END-IF.
003200         DISPLAY "PROFRPT: PROFITABILITY FOR MONTH "
003210             PFR-REPORT-MONTH.
003220         PERFORM 1100-LOAD-COST-TABLE THRU 1100-EXIT.
003230         IF PFR-CST-COUNT = ZERO
003240             DISPLAY "PROFRPT: NO PROCCOST ON FILE - ITEMS ARE "
003250                 "COSTED AT ZERO"
003260             MOVE 4 TO RETURN-CODE
003270         END-IF.
003280         PERFORM 1200-BUILD-GENERATION-TABLE THRU 1200-EXIT.
003290         IF PFR-GEN-COUNT = ZERO
003300             DISPLAY "PROFRPT: NO EXTRACT GENERATIONS FOR "
003310                 PFR-REPORT-MONTH
003320         END-IF.
003330         PERFORM 1300-LOAD-BRANCHES THRU 1300-EXIT.
003340         OPEN OUTPUT REPORT-FILE.
003350         IF NOT PFR-REPORT-FILE-OK
003360             DISPLAY "PROFRPT: CANNOT OPEN PROFRPT, STATUS = "
003370                 PFR-REPORT-FILE-STATUS
003380             MOVE 16 TO RETURN-CODE
003390             GO TO 1000-EXIT
003400         END-IF.
003410         SET PFR-READY TO TRUE.
003420         MOVE SPACES TO REPORT-RECORD.
003430         STRING "ACCOUNT AND CUSTOMER PROFITABILITY   "
003440             "MONTH: " PFR-REPORT-MONTH
003450             "   RUN DATE: " PFR-RUN-DATE
003460             DELIMITED BY SIZE INTO REPORT-RECORD.
003470         WRITE REPORT-RECORD.
003480 1000-EXIT.
003490         EXIT.
003500 1100-LOAD-COST-TABLE.
003510         OPEN INPUT COST-TABLE-FILE.
003520         IF NOT PFR-COST-FILE-OK
003530             GO TO 1100-EXIT
003540         END-IF.
003550         MOVE "N" TO PFR-EOF-SWITCH.
003560         PERFORM 1150-LOAD-ONE-COST THRU 1150-EXIT
003570             UNTIL PFR-AT-END
003580                 OR PFR-CST-COUNT = 100.
003590         CLOSE COST-TABLE-FILE.
003600 1100-EXIT.
003610         EXIT.
003620 1150-LOAD-ONE-COST.
003630         READ COST-TABLE-FILE
003640             AT END
003650                 MOVE "Y" TO PFR-EOF-SWITCH
003660             NOT AT END
003670                 ADD 1 TO PFR-CST-COUNT
003680                 MOVE PCT-RECORD-TYPE
003690                     TO PFR-CST-TYPE(PFR-CST-COUNT)
003700                 MOVE PCT-UNIT-COST
003710                     TO PFR-CST-UNIT-COST(PFR-CST-COUNT)
003720         END-READ.
003730 1150-EXIT.
003740         EXIT.
003750*---------------------------------------------------------------
003760*  1200-BUILD-GENERATION-TABLE.  THE MONTH'S GENERATIONS, PICKED
003770*  THE WAY SVCHARGE PICKS THEM: INTRADAY AND EXTRMRG RUNS ARE
003780*  SKIPPED, AND THE LATEST CATALOG ROW FOR A GENERATION WINS.
003790*---------------------------------------------------------------
003800 1200-BUILD-GENERATION-TABLE.
003810         OPEN INPUT GEN-CATALOG-FILE.
003820         IF NOT PFR-GENCAT-FILE-OK
003830             GO TO 1200-EXIT
003840         END-IF.
003850         MOVE "N" TO PFR-EOF-SWITCH.
003860         PERFORM 1250-SCAN-ONE-CATALOG-ROW THRU 1250-EXIT
003870             UNTIL PFR-AT-END.
003880         CLOSE GEN-CATALOG-FILE.
003890 1200-EXIT.
003900         EXIT.
003910 1250-SCAN-ONE-CATALOG-ROW.
003920         READ GEN-CATALOG-FILE
003930             AT END
003940                 MOVE "Y" TO PFR-EOF-SWITCH
003950                 GO TO 1250-EXIT
003960         END-READ.
003970         IF GCT-RUN-DATE(1:6) NOT = PFR-REPORT-MONTH
003980             GO TO 1250-EXIT
003990         END-IF.
004000         IF GCT-RUN-ID = "INTRADAY"
004010             OR GCT-RUN-ID = "EXTRMRG"
004020             GO TO 1250-EXIT
004030         END-IF.
004040         MOVE "N" TO PFR-GEN-FOUND-SWITCH.
004050         IF PFR-GEN-COUNT > ZERO
004060             SET PFR-GEN-IDX TO 1
004070             SEARCH PFR-GEN-ENTRY
004080                 AT END
004090                     CONTINUE
004100                 WHEN PFR-GEN-NUMBER(PFR-GEN-IDX)
004110                     = GCT-GENERATION
004120                     SET PFR-GEN-FOUND TO TRUE
004130             END-SEARCH
004140         END-IF.
004150         IF NOT PFR-GEN-FOUND
004160             IF PFR-GEN-COUNT < 100
004170                 ADD 1 TO PFR-GEN-COUNT
004180                 SET PFR-GEN-IDX TO PFR-GEN-COUNT
004190                 MOVE GCT-GENERATION
004200                     TO PFR-GEN-NUMBER(PFR-GEN-IDX)
004210             ELSE
004220                 GO TO 1250-EXIT
004230             END-IF
004240         END-IF.
004250         MOVE GCT-EXTRACT-FILENAME
004260             TO PFR-GEN-EXTRACT(PFR-GEN-IDX).
004270         MOVE GCT-STATUS TO PFR-GEN-STATUS(PFR-GEN-IDX).
004280 1250-EXIT.
004290         EXIT.
004300 1300-LOAD-BRANCHES.
004310         OPEN INPUT BRANCH-MASTER-FILE.
004320         IF NOT PFR-BRANCH-FILE-OK
004330             DISPLAY "PROFRPT: NO BRNCHMST ON FILE - BRANCHES "
004340                 "ARE UNNAMED"
004350             GO TO 1300-EXIT
004360         END-IF.
004370         MOVE "N" TO PFR-EOF-SWITCH.
004380         PERFORM 1350-LOAD-ONE-BRANCH THRU 1350-EXIT
004390             UNTIL PFR-AT-END.
004400         CLOSE BRANCH-MASTER-FILE.
004410 1300-EXIT.
004420         EXIT.
004430 1350-LOAD-ONE-BRANCH.
004440         READ BRANCH-MASTER-FILE
004450             AT END
004460                 MOVE "Y" TO PFR-EOF-SWITCH
004470                 GO TO 1350-EXIT
004480         END-READ.
004490         IF PFR-BRN-COUNT = 200
004500             DISPLAY "PROFRPT: BRANCH TABLE FULL AT "
004510                 BRM-BRANCH-CODE
004520             MOVE 4 TO RETURN-CODE
004530             MOVE "Y" TO PFR-EOF-SWITCH
004540             GO TO 1350-EXIT
004550         END-IF.
004560         ADD 1 TO PFR-BRN-COUNT.
004570         SET PFR-BRN-IDX TO PFR-BRN-COUNT.
004580         MOVE BRM-BRANCH-CODE TO PFR-BRN-CODE(PFR-BRN-IDX).
004590         MOVE BRM-BRANCH-NAME TO PFR-BRN-NAME(PFR-BRN-IDX).
004600         MOVE BRM-REGION-CODE TO PFR-BRN-REGION(PFR-BRN-IDX).
004610         PERFORM 1390-CLEAR-BRANCH THRU 1390-EXIT.
004620 1350-EXIT.
004630         EXIT.
004640 1390-CLEAR-BRANCH.
004650         MOVE ZERO TO PFR-BRN-ACCOUNTS(PFR-BRN-IDX).
004660         MOVE ZERO TO PFR-BRN-ITEMS(PFR-BRN-IDX).
004670         MOVE ZERO TO PFR-BRN-INTEREST(PFR-BRN-IDX).
004680         MOVE ZERO TO PFR-BRN-FEES(PFR-BRN-IDX).
004690         MOVE ZERO TO PFR-BRN-COST(PFR-BRN-IDX).
004700         MOVE ZERO TO PFR-BRN-PROFIT(PFR-BRN-IDX).
004710         MOVE ZERO TO PFR-BRN-BILLED(PFR-BRN-IDX).
004720 1390-EXIT.
004730         EXIT.
004740 2000-COST-ONE-GENERATION.
004750         IF PFR-GEN-STATUS(PFR-GEN-SUB) = "P"
004760             GO TO 2000-EXIT
004770         END-IF.
004780         MOVE PFR-GEN-EXTRACT(PFR-GEN-SUB)
004790             TO PFR-EXTRACT-FILENAME.
004800         MOVE "N" TO PFR-EOF-SWITCH.
004810         OPEN INPUT EXTRACT-FILE.
004820         IF NOT PFR-EXTRACT-FILE-OK
004830             MOVE SPACES TO PFR-ARCH-FILENAME
004840             STRING PFR-EXTRACT-FILENAME DELIMITED BY SPACE
004850                 ".ARCH" DELIMITED BY SIZE
004860                 INTO PFR-ARCH-FILENAME
004870             MOVE PFR-ARCH-FILENAME TO PFR-EXTRACT-FILENAME
004880             OPEN INPUT EXTRACT-FILE
004890         END-IF.
004900         IF NOT PFR-EXTRACT-FILE-OK
004910             DISPLAY "PROFRPT: CANNOT OPEN GENERATION "
004920                 PFR-GEN-NUMBER(PFR-GEN-SUB) ", STATUS = "
004930                 PFR-EXTRACT-FILE-STATUS
004940             GO TO 2000-EXIT
004950         END-IF.
004960         ADD 1 TO PFR-GENERATIONS-READ.
004970         PERFORM 2100-COST-ONE-ITEM THRU 2100-EXIT
004980             UNTIL PFR-AT-END.
004990         CLOSE EXTRACT-FILE.
005000 2000-EXIT.
005010         EXIT.
005020 2100-COST-ONE-ITEM.
005030         READ EXTRACT-FILE
005040             AT END
005050                 MOVE "Y" TO PFR-EOF-SWITCH
005060                 GO TO 2100-EXIT
005070         END-READ.
005080         IF EXT-IS-HEADER-MARK OR EXT-IS-TRAILER-MARK
005090             GO TO 2100-EXIT
005100         END-IF.
005110         ADD 1 TO PFR-ITEMS-READ.
005120         MOVE SPACES TO PFR-LOOKUP-KEY.
005130         STRING EXT-BRANCH-CODE EXT-ACCOUNT-NO
005140             DELIMITED BY SIZE INTO PFR-LOOKUP-KEY.
005150         PERFORM 2300-FIND-ACCOUNT THRU 2300-EXIT.
005160         IF PFR-ACC-IDX > PFR-ACC-COUNT
005170             GO TO 2100-EXIT
005180         END-IF.
005190         PERFORM 2200-FIND-UNIT-COST THRU 2200-EXIT.
005200         ADD 1 TO PFR-ACC-ITEMS(PFR-ACC-IDX).
005210         ADD PFR-UNIT-COST TO PFR-ACC-COST(PFR-ACC-IDX).
005220*  EXT-AMOUNT IS ALREADY THE LOCAL EQUIVALENT.
005230         MOVE EXT-AMOUNT TO PFR-ITEM-AMOUNT.
005240         IF EXT-RECORD-TYPE = "03"
005250             IF EXT-IS-CREDIT
005260                 SUBTRACT PFR-ITEM-AMOUNT
005270                     FROM PFR-ACC-INTEREST(PFR-ACC-IDX)
005280             ELSE
005290                 ADD PFR-ITEM-AMOUNT
005300                     TO PFR-ACC-INTEREST(PFR-ACC-IDX)
005310             END-IF
005320         END-IF.
005330         IF EXT-RECORD-TYPE = "04"
005340             OR EXT-RECORD-TYPE = "17"
005350             ADD PFR-ITEM-AMOUNT TO PFR-ACC-FEES(PFR-ACC-IDX)
005360         END-IF.
005370         IF EXT-RECORD-TYPE = "16"
005380             SUBTRACT PFR-ITEM-AMOUNT
005390                 FROM PFR-ACC-FEES(PFR-ACC-IDX)
005400         END-IF.
005410 2100-EXIT.
005420         EXIT.
005430*---------------------------------------------------------------
005440*  2200-FIND-UNIT-COST.  THE EXACT RECORD-TYPE ROW WINS, THE "**"
005450*  ROW BACKS IT UP, AND NO ROW AT ALL COSTS NOTHING.
005460*---------------------------------------------------------------
005470 2200-FIND-UNIT-COST.
005480         MOVE ZERO TO PFR-UNIT-COST.
005490         SET PFR-CST-IDX TO 1.
005500         SEARCH PFR-CST-ENTRY
005510             AT END
005520                 GO TO 2200-CATCH-ALL
005530             WHEN PFR-CST-IDX > PFR-CST-COUNT
005540                 GO TO 2200-CATCH-ALL
005550             WHEN PFR-CST-TYPE(PFR-CST-IDX) = EXT-RECORD-TYPE
005560                 MOVE PFR-CST-UNIT-COST(PFR-CST-IDX)
005570                     TO PFR-UNIT-COST
005580         END-SEARCH.
005590         GO TO 2200-EXIT.
005600 2200-CATCH-ALL.
005610         SET PFR-CST-IDX TO 1.
005620         SEARCH PFR-CST-ENTRY
005630             AT END
005640                 CONTINUE
005650             WHEN PFR-CST-IDX > PFR-CST-COUNT
005660                 CONTINUE
005670             WHEN PFR-CST-TYPE(PFR-CST-IDX) = "**"
005680                 MOVE PFR-CST-UNIT-COST(PFR-CST-IDX)
005690                     TO PFR-UNIT-COST
005700         END-SEARCH.
005710 2200-EXIT.
005720         EXIT.
005730*---------------------------------------------------------------
005740*  2300-FIND-ACCOUNT.  PFR-ACC-IDX AT THE ACCOUNT'S ENTRY, ADDED
005750*  IF NEW; PAST PFR-ACC-COUNT WHEN THE TABLE IS FULL.
005760*---------------------------------------------------------------
005770 2300-FIND-ACCOUNT.
005780         SET PFR-ACC-IDX TO 1.
005790         SEARCH PFR-ACC-ENTRY
005800             AT END
005810                 PERFORM 2350-ADD-ACCOUNT THRU 2350-EXIT
005820             WHEN PFR-ACC-IDX > PFR-ACC-COUNT
005830                 PERFORM 2350-ADD-ACCOUNT THRU 2350-EXIT
005840             WHEN PFR-ACC-KEY(PFR-ACC-IDX) = PFR-LOOKUP-KEY
005850                 CONTINUE
005860         END-SEARCH.
005870 2300-EXIT.
005880         EXIT.
005890 2350-ADD-ACCOUNT.
005900         IF PFR-ACC-COUNT = 5000
005910             DISPLAY "PROFRPT: ACCOUNT TABLE FULL - "
005920                 PFR-LOOKUP-KEY " AND LATER ACCOUNTS LEFT OUT"
005930             MOVE 4 TO RETURN-CODE
005940             SET PFR-ACC-IDX TO 5001
005950             GO TO 2350-EXIT
005960         END-IF.
005970         ADD 1 TO PFR-ACC-COUNT.
005980         SET PFR-ACC-IDX TO PFR-ACC-COUNT.
005990         MOVE PFR-LOOKUP-KEY TO PFR-ACC-KEY(PFR-ACC-IDX).
006000         MOVE SPACES TO PFR-ACC-CUSTOMER(PFR-ACC-IDX).
006010         MOVE ZERO TO PFR-ACC-ITEMS(PFR-ACC-IDX).
006020         MOVE ZERO TO PFR-ACC-INTEREST(PFR-ACC-IDX).
006030         MOVE ZERO TO PFR-ACC-FEES(PFR-ACC-IDX).
006040         MOVE ZERO TO PFR-ACC-COST(PFR-ACC-IDX).
006050         MOVE ZERO TO PFR-ACC-PROFIT(PFR-ACC-IDX).
006060 2350-EXIT.
006070         EXIT.
006080*---------------------------------------------------------------
006090*  2500-ADD-ACCRUALS.  INTEREST ACCRUED BUT NOT YET CAPITALIZED
006100*  BELONGS TO THE CURRENT MONTH ONLY; A PAST MONTH'S INTEREST IS
006110*  ALREADY IN ITS "03" ITEMS.  A POSITIVE ACCRUAL IS A CHARGE ON
006120*  A DEBIT BALANCE, SO INCOME; A NEGATIVE ONE IS PAYABLE.
006130*---------------------------------------------------------------
006140 2500-ADD-ACCRUALS.
006150         IF PFR-REPORT-MONTH NOT = PFR-RUN-MONTH
006160             GO TO 2500-EXIT
006170         END-IF.
006180         OPEN INPUT ACCRUAL-FILE.
006190         IF NOT PFR-ACCRUAL-FILE-OK
006200             GO TO 2500-EXIT
006210         END-IF.
006220         MOVE "N" TO PFR-EOF-SWITCH.
006230         PERFORM 2550-ADD-ONE-ACCRUAL THRU 2550-EXIT
006240             UNTIL PFR-AT-END.
006250         CLOSE ACCRUAL-FILE.
006260 2500-EXIT.
006270         EXIT.
006280 2550-ADD-ONE-ACCRUAL.
006290         READ ACCRUAL-FILE NEXT RECORD
006300             AT END
006310                 MOVE "Y" TO PFR-EOF-SWITCH
006320                 GO TO 2550-EXIT
006330         END-READ.
006340         IF INA-ACCRUED-AMOUNT = ZERO
006350             GO TO 2550-EXIT
006360         END-IF.
006370         ADD 1 TO PFR-ACCRUALS-READ.
006380         MOVE INA-ACCRUED-AMOUNT TO PFR-ITEM-AMOUNT.
006390         IF NOT INA-LOCAL-CURRENCY
006400             MOVE "C" TO FXC-FUNCTION
006410             MOVE INA-CURRENCY-CODE TO FXC-FROM-CURRENCY
006420             MOVE SPACES TO FXC-TO-CURRENCY
006430             MOVE INA-ACCRUED-AMOUNT TO FXC-FROM-AMOUNT
006440             CALL "FXCONV" USING FX-CONVERT-AREA
006450             IF FXC-SUCCESSFUL
006460                 MOVE FXC-RESULT-AMOUNT TO PFR-ITEM-AMOUNT
006470             END-IF
006480         END-IF.
006490         MOVE INA-KEY TO PFR-LOOKUP-KEY.
006500         PERFORM 2300-FIND-ACCOUNT THRU 2300-EXIT.
006510         IF PFR-ACC-IDX > PFR-ACC-COUNT
006520             GO TO 2550-EXIT
006530         END-IF.
006540         ADD PFR-ITEM-AMOUNT TO PFR-ACC-INTEREST(PFR-ACC-IDX).
006550 2550-EXIT.
006560         EXIT.
006570*---------------------------------------------------------------
006580*  3000-ROLL-UP.  EACH ACCOUNT'S PROFIT, THEN ITS CUSTOMER AND
006590*  BRANCH; THE BRANCHES' BRBILL FEES; THE BRANCHES TO REGIONS.
006600*---------------------------------------------------------------
006610 3000-ROLL-UP.
006620         OPEN INPUT ACCOUNT-XREF-FILE.
006630         IF PFR-XREF-FILE-OK
006640             SET PFR-XREF-OPEN TO TRUE
006650         ELSE
006660             DISPLAY "PROFRPT: NO ACCTXREF ON FILE - EVERY "
006670                 "ACCOUNT IS UNASSIGNED"
006680         END-IF.
006690         OPEN INPUT CUSTOMER-MASTER-FILE.
006700         IF PFR-CUSTOMER-FILE-OK
006710             SET PFR-CUSTMST-OPEN TO TRUE
006720         END-IF.
006730         PERFORM 3100-ROLL-ONE-ACCOUNT THRU 3100-EXIT
006740             VARYING PFR-ACC-SUB FROM 1 BY 1
006750             UNTIL PFR-ACC-SUB > PFR-ACC-COUNT.
006760         IF PFR-XREF-OPEN
006770             CLOSE ACCOUNT-XREF-FILE
006780         END-IF.
006790         IF PFR-CUSTMST-OPEN
006800             CLOSE CUSTOMER-MASTER-FILE
006810         END-IF.
006820         PERFORM 3500-ADD-BRANCH-BILLING THRU 3500-EXIT.
006830         PERFORM 3700-ROLL-ONE-BRANCH THRU 3700-EXIT
006840             VARYING PFR-BRN-SUB FROM 1 BY 1
006850             UNTIL PFR-BRN-SUB > PFR-BRN-COUNT.
006860 3000-EXIT.
006870         EXIT.
006880 3100-ROLL-ONE-ACCOUNT.
006890         COMPUTE PFR-ACC-PROFIT(PFR-ACC-SUB) =
006900             PFR-ACC-INTEREST(PFR-ACC-SUB)
006910             + PFR-ACC-FEES(PFR-ACC-SUB)
006920             - PFR-ACC-COST(PFR-ACC-SUB).
006930         MOVE "UNASSIGNED" TO PFR-LOOKUP-CUSTOMER.
006940         IF PFR-XREF-OPEN
006950             MOVE PFR-ACC-ACCOUNT(PFR-ACC-SUB) TO AXR-ACCOUNT-NO
006960             READ ACCOUNT-XREF-FILE
006970                 INVALID KEY
006980                     CONTINUE
006990                 NOT INVALID KEY
007000                     MOVE AXR-CUSTOMER-NO TO PFR-LOOKUP-CUSTOMER
007010             END-READ
007020         END-IF.
007030         IF PFR-LOOKUP-CUSTOMER = "UNASSIGNED"
007040             ADD 1 TO PFR-UNASSIGNED-COUNT
007050         END-IF.
007060         MOVE PFR-LOOKUP-CUSTOMER
007070             TO PFR-ACC-CUSTOMER(PFR-ACC-SUB).
007080         PERFORM 3200-FIND-CUSTOMER THRU 3200-EXIT.
007090         IF PFR-CUS-IDX NOT > PFR-CUS-COUNT
007100             ADD 1 TO PFR-CUS-ACCOUNTS(PFR-CUS-IDX)
007110             ADD PFR-ACC-ITEMS(PFR-ACC-SUB)
007120                 TO PFR-CUS-ITEMS(PFR-CUS-IDX)
007130             ADD PFR-ACC-INTEREST(PFR-ACC-SUB)
007140                 TO PFR-CUS-INTEREST(PFR-CUS-IDX)
007150             ADD PFR-ACC-FEES(PFR-ACC-SUB)
007160                 TO PFR-CUS-FEES(PFR-CUS-IDX)
007170             ADD PFR-ACC-COST(PFR-ACC-SUB)
007180                 TO PFR-CUS-COST(PFR-CUS-IDX)
007190             ADD PFR-ACC-PROFIT(PFR-ACC-SUB)
007200                 TO PFR-CUS-PROFIT(PFR-CUS-IDX)
007210         END-IF.
007220         MOVE PFR-ACC-BRANCH(PFR-ACC-SUB) TO PFR-LOOKUP-BRANCH.
007230         PERFORM 3300-FIND-BRANCH THRU 3300-EXIT.
007240         IF PFR-BRN-IDX NOT > PFR-BRN-COUNT
007250             ADD 1 TO PFR-BRN-ACCOUNTS(PFR-BRN-IDX)
007260             ADD PFR-ACC-ITEMS(PFR-ACC-SUB)
007270                 TO PFR-BRN-ITEMS(PFR-BRN-IDX)
007280             ADD PFR-ACC-INTEREST(PFR-ACC-SUB)
007290                 TO PFR-BRN-INTEREST(PFR-BRN-IDX)
007300             ADD PFR-ACC-FEES(PFR-ACC-SUB)
007310                 TO PFR-BRN-FEES(PFR-BRN-IDX)
007320             ADD PFR-ACC-COST(PFR-ACC-SUB)
007330                 TO PFR-BRN-COST(PFR-BRN-IDX)
007340             ADD PFR-ACC-PROFIT(PFR-ACC-SUB)
007350                 TO PFR-BRN-PROFIT(PFR-BRN-IDX)
007360         END-IF.
007370         ADD 1 TO PFR-TOT-ACCOUNTS.
007380         ADD PFR-ACC-ITEMS(PFR-ACC-SUB) TO PFR-TOT-ITEMS.
007390         ADD PFR-ACC-INTEREST(PFR-ACC-SUB) TO PFR-TOT-INTEREST.
007400         ADD PFR-ACC-FEES(PFR-ACC-SUB) TO PFR-TOT-FEES.
007410         ADD PFR-ACC-COST(PFR-ACC-SUB) TO PFR-TOT-COST.
007420         ADD PFR-ACC-PROFIT(PFR-ACC-SUB) TO PFR-TOT-PROFIT.
007430 3100-EXIT.
007440         EXIT.
007450 3200-FIND-CUSTOMER.
007460         SET PFR-CUS-IDX TO 1.
007470         SEARCH PFR-CUS-ENTRY
007480             AT END
007490                 PERFORM 3250-ADD-CUSTOMER THRU 3250-EXIT
007500             WHEN PFR-CUS-IDX > PFR-CUS-COUNT
007510                 PERFORM 3250-ADD-CUSTOMER THRU 3250-EXIT
007520             WHEN PFR-CUS-NO(PFR-CUS-IDX) = PFR-LOOKUP-CUSTOMER
007530                 CONTINUE
007540         END-SEARCH.
007550 3200-EXIT.
007560         EXIT.
007570 3250-ADD-CUSTOMER.
007580         IF PFR-CUS-COUNT = 5000
007590             DISPLAY "PROFRPT: CUSTOMER TABLE FULL - "
007600                 PFR-LOOKUP-CUSTOMER " NOT RANKED"
007610             MOVE 4 TO RETURN-CODE
007620             SET PFR-CUS-IDX TO 5001
007630             GO TO 3250-EXIT
007640         END-IF.
007650         ADD 1 TO PFR-CUS-COUNT.
007660         SET PFR-CUS-IDX TO PFR-CUS-COUNT.
007670         MOVE PFR-LOOKUP-CUSTOMER TO PFR-CUS-NO(PFR-CUS-IDX).
007680         MOVE SPACES TO PFR-CUS-NAME(PFR-CUS-IDX).
007690         MOVE ZERO TO PFR-CUS-ACCOUNTS(PFR-CUS-IDX).
007700         MOVE ZERO TO PFR-CUS-ITEMS(PFR-CUS-IDX).
007710         MOVE ZERO TO PFR-CUS-INTEREST(PFR-CUS-IDX).
007720         MOVE ZERO TO PFR-CUS-FEES(PFR-CUS-IDX).
007730         MOVE ZERO TO PFR-CUS-COST(PFR-CUS-IDX).
007740         MOVE ZERO TO PFR-CUS-PROFIT(PFR-CUS-IDX).
007750         IF PFR-LOOKUP-CUSTOMER = "UNASSIGNED"
007760             MOVE "NO ACCTXREF LINK"
007770                 TO PFR-CUS-NAME(PFR-CUS-IDX)
007780             GO TO 3250-EXIT
007790         END-IF.
007800         IF NOT PFR-CUSTMST-OPEN
007810             GO TO 3250-EXIT
007820         END-IF.
007830         MOVE PFR-LOOKUP-CUSTOMER TO CUS-CUSTOMER-NO.
007840         READ CUSTOMER-MASTER-FILE
007850             INVALID KEY
007860                 MOVE "NOT ON CUSTMST"
007870                     TO PFR-CUS-NAME(PFR-CUS-IDX)
007880             NOT INVALID KEY
007890                 MOVE CUS-CUSTOMER-NAME
007900                     TO PFR-CUS-NAME(PFR-CUS-IDX)
007910         END-READ.
007920 3250-EXIT.
007930         EXIT.
007940*---------------------------------------------------------------
007950*  3300-FIND-BRANCH.  A BRANCH NOT ON BRNCHMST STILL GETS ITS
007960*  OWN LINE, UNDER REGION "???".
007970*---------------------------------------------------------------
007980 3300-FIND-BRANCH.
007990         SET PFR-BRN-IDX TO 1.
008000         SEARCH PFR-BRN-ENTRY
008010             AT END
008020                 PERFORM 3350-ADD-BRANCH THRU 3350-EXIT
008030             WHEN PFR-BRN-IDX > PFR-BRN-COUNT
008040                 PERFORM 3350-ADD-BRANCH THRU 3350-EXIT
008050             WHEN PFR-BRN-CODE(PFR-BRN-IDX) = PFR-LOOKUP-BRANCH
008060                 CONTINUE
008070         END-SEARCH.
008080 3300-EXIT.
008090         EXIT.
008100 3350-ADD-BRANCH.
008110         IF PFR-BRN-COUNT = 200
008120             DISPLAY "PROFRPT: BRANCH TABLE FULL - "
008130                 PFR-LOOKUP-BRANCH " NOT TOTALLED"
008140             MOVE 4 TO RETURN-CODE
008150             SET PFR-BRN-IDX TO 201
008160             GO TO 3350-EXIT
008170         END-IF.
008180         ADD 1 TO PFR-BRN-COUNT.
008190         SET PFR-BRN-IDX TO PFR-BRN-COUNT.
008200         MOVE PFR-LOOKUP-BRANCH TO PFR-BRN-CODE(PFR-BRN-IDX).
008210         MOVE "NOT ON BRNCHMST" TO PFR-BRN-NAME(PFR-BRN-IDX).
008220         MOVE "???" TO PFR-BRN-REGION(PFR-BRN-IDX).
008230         PERFORM 1390-CLEAR-BRANCH THRU 1390-EXIT.
008240 3350-EXIT.
008250         EXIT.
008260*---------------------------------------------------------------
008270*  3500-ADD-BRANCH-BILLING.  BILLEXT HOLDS THE LAST BRBILL RUN;
008280*  ITS ROWS COUNT ONLY WHEN THEY ARE FOR THIS MONTH.  THE "TOT"
008290*  ROW IS BRBILL'S OWN GRAND TOTAL.
008300*---------------------------------------------------------------
008310 3500-ADD-BRANCH-BILLING.
008320         OPEN INPUT BILLING-EXTRACT-FILE.
008330         IF NOT PFR-BILLING-FILE-OK
008340             GO TO 3500-EXIT
008350         END-IF.
008360         MOVE "N" TO PFR-EOF-SWITCH.
008370         PERFORM 3550-ADD-ONE-BILLING THRU 3550-EXIT
008380             UNTIL PFR-AT-END.
008390         CLOSE BILLING-EXTRACT-FILE.
008400 3500-EXIT.
008410         EXIT.
008420 3550-ADD-ONE-BILLING.
008430         READ BILLING-EXTRACT-FILE
008440             AT END
008450                 MOVE "Y" TO PFR-EOF-SWITCH
008460                 GO TO 3550-EXIT
008470         END-READ.
008480         IF BEX-BILL-MONTH NOT = PFR-REPORT-MONTH
008490             OR BEX-BRANCH-CODE = "TOT"
008500             GO TO 3550-EXIT
008510         END-IF.
008520         MOVE BEX-BRANCH-CODE TO PFR-LOOKUP-BRANCH.
008530         PERFORM 3300-FIND-BRANCH THRU 3300-EXIT.
008540         IF PFR-BRN-IDX NOT > PFR-BRN-COUNT
008550             ADD BEX-FEE-AMOUNT TO PFR-BRN-BILLED(PFR-BRN-IDX)
008560             ADD BEX-FEE-AMOUNT TO PFR-TOT-BILLED
008570         END-IF.
008580 3550-EXIT.
008590         EXIT.
008600 3700-ROLL-ONE-BRANCH.
008610         SET PFR-RGN-IDX TO 1.
008620         SEARCH PFR-RGN-ENTRY
008630             AT END
008640                 PERFORM 3750-ADD-REGION THRU 3750-EXIT
008650             WHEN PFR-RGN-IDX > PFR-RGN-COUNT
008660                 PERFORM 3750-ADD-REGION THRU 3750-EXIT
008670             WHEN PFR-RGN-CODE(PFR-RGN-IDX)
008680                 = PFR-BRN-REGION(PFR-BRN-SUB)
008690                 CONTINUE
008700         END-SEARCH.
008710         IF PFR-RGN-IDX > PFR-RGN-COUNT
008720             GO TO 3700-EXIT
008730         END-IF.
008740         ADD PFR-BRN-ACCOUNTS(PFR-BRN-SUB)
008750             TO PFR-RGN-ACCOUNTS(PFR-RGN-IDX).
008760         ADD PFR-BRN-ITEMS(PFR-BRN-SUB)
008770             TO PFR-RGN-ITEMS(PFR-RGN-IDX).
008780         ADD PFR-BRN-INTEREST(PFR-BRN-SUB)
008790             TO PFR-RGN-INTEREST(PFR-RGN-IDX).
008800         ADD PFR-BRN-FEES(PFR-BRN-SUB)
008810             TO PFR-RGN-FEES(PFR-RGN-IDX).
008820         ADD PFR-BRN-COST(PFR-BRN-SUB)
008830             TO PFR-RGN-COST(PFR-RGN-IDX).
008840         ADD PFR-BRN-PROFIT(PFR-BRN-SUB)
008850             TO PFR-RGN-PROFIT(PFR-RGN-IDX).
008860         ADD PFR-BRN-BILLED(PFR-BRN-SUB)
008870             TO PFR-RGN-BILLED(PFR-RGN-IDX).
008880 3700-EXIT.
008890         EXIT.
008900 3750-ADD-REGION.
008910         IF PFR-RGN-COUNT = 200
008920             SET PFR-RGN-IDX TO 201
008930             GO TO 3750-EXIT
008940         END-IF.
008950         ADD 1 TO PFR-RGN-COUNT.
008960         SET PFR-RGN-IDX TO PFR-RGN-COUNT.
008970         MOVE PFR-BRN-REGION(PFR-BRN-SUB)
008980             TO PFR-RGN-CODE(PFR-RGN-IDX).
008990         MOVE ZERO TO PFR-RGN-ACCOUNTS(PFR-RGN-IDX).
009000         MOVE ZERO TO PFR-RGN-ITEMS(PFR-RGN-IDX).
009010         MOVE ZERO TO PFR-RGN-INTEREST(PFR-RGN-IDX).
009020         MOVE ZERO TO PFR-RGN-FEES(PFR-RGN-IDX).
009030         MOVE ZERO TO PFR-RGN-COST(PFR-RGN-IDX).
009040         MOVE ZERO TO PFR-RGN-PROFIT(PFR-RGN-IDX).
009050         MOVE ZERO TO PFR-RGN-BILLED(PFR-RGN-IDX).
009060 3750-EXIT.
009070         EXIT.
009080 4000-RELEASE-ENTRIES.
009090         PERFORM 4100-RELEASE-ONE-CUSTOMER THRU 4100-EXIT
009100             VARYING PFR-CUS-SUB FROM 1 BY 1
009110             UNTIL PFR-CUS-SUB > PFR-CUS-COUNT.
009120         PERFORM 4200-RELEASE-ONE-ACCOUNT THRU 4200-EXIT
009130             VARYING PFR-ACC-SUB FROM 1 BY 1
009140             UNTIL PFR-ACC-SUB > PFR-ACC-COUNT.
009150 4000-EXIT.
009160         EXIT.
009170 4100-RELEASE-ONE-CUSTOMER.
009180         MOVE 1 TO SRT-SECTION.
009190         MOVE PFR-CUS-PROFIT(PFR-CUS-SUB) TO SRT-PROFIT.
009200         MOVE PFR-CUS-SUB TO SRT-ENTRY-SUB.
009210         RELEASE SORT-WORK-RECORD.
009220 4100-EXIT.
009230         EXIT.
009240 4200-RELEASE-ONE-ACCOUNT.
009250         MOVE 2 TO SRT-SECTION.
009260         MOVE PFR-ACC-PROFIT(PFR-ACC-SUB) TO SRT-PROFIT.
009270         MOVE PFR-ACC-SUB TO SRT-ENTRY-SUB.
009280         RELEASE SORT-WORK-RECORD.
009290 4200-EXIT.
009300         EXIT.
009310 5000-PRINT-RANKINGS.
009320         PERFORM 5100-RETURN-ONE-ENTRY THRU 5100-EXIT
009330             UNTIL PFR-SORT-AT-END.
009340 5000-EXIT.
009350         EXIT.
009360 5100-RETURN-ONE-ENTRY.
009370         RETURN SORT-WORK-FILE
009380             AT END
009390                 MOVE "Y" TO PFR-SORT-EOF-SWITCH
009400                 GO TO 5100-EXIT
009410         END-RETURN.
009420         IF SRT-SECTION NOT = PFR-PRIOR-SECTION
009430             MOVE SRT-SECTION TO PFR-PRIOR-SECTION
009440             MOVE ZERO TO PFR-RANK
009450             PERFORM 5200-START-SECTION THRU 5200-EXIT
009460         END-IF.
009470         ADD 1 TO PFR-RANK.
009480         IF SRT-SECTION = 1
009490             PERFORM 5300-PRINT-CUSTOMER THRU 5300-EXIT
009500         ELSE
009510             PERFORM 5400-PRINT-ACCOUNT THRU 5400-EXIT
009520         END-IF.
009530 5100-EXIT.
009540         EXIT.
009550 5200-START-SECTION.
009560         MOVE SPACES TO REPORT-RECORD.
009570         WRITE REPORT-RECORD.
009580         MOVE SPACES TO REPORT-RECORD.
009590         IF SRT-SECTION = 1
009600             STRING "CUSTOMER RELATIONSHIPS, LEAST PROFITABLE "
009610                 "FIRST" DELIMITED BY SIZE INTO REPORT-RECORD
009620             WRITE REPORT-RECORD
009630             MOVE SPACES TO REPORT-RECORD
009640             STRING " RANK CUSTOMER   NAME                    "
009650                 "       ACCTS   ITEMS"
009660                 DELIMITED BY SIZE INTO REPORT-RECORD
009670         ELSE
009680             STRING "ACCOUNTS, LEAST PROFITABLE FIRST"
009690                 DELIMITED BY SIZE INTO REPORT-RECORD
009700             WRITE REPORT-RECORD
009710             MOVE SPACES TO REPORT-RECORD
009720             STRING " RANK BRN ACCOUNT    CUSTOMER            "
009730                 "               ITEMS"
009740                 DELIMITED BY SIZE INTO REPORT-RECORD
009750         END-IF.
009760         MOVE "        INTEREST            FEES            COST"
009770             TO REPORT-RECORD(63:).
009780         MOVE "          PROFIT" TO REPORT-RECORD(111:).
009790         WRITE REPORT-RECORD.
009800 5200-EXIT.
009810         EXIT.
009820 5300-PRINT-CUSTOMER.
009830         MOVE SRT-ENTRY-SUB TO PFR-CUS-SUB.
009840         MOVE PFR-CUS-ACCOUNTS(PFR-CUS-SUB) TO PFR-LN-ACCOUNTS.
009850         MOVE PFR-CUS-ITEMS(PFR-CUS-SUB) TO PFR-LN-ITEMS.
009860         MOVE PFR-CUS-INTEREST(PFR-CUS-SUB) TO PFR-LN-INTEREST.
009870         MOVE PFR-CUS-FEES(PFR-CUS-SUB) TO PFR-LN-FEES.
009880         MOVE PFR-CUS-COST(PFR-CUS-SUB) TO PFR-LN-COST.
009890         MOVE PFR-CUS-PROFIT(PFR-CUS-SUB) TO PFR-LN-PROFIT.
009900         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
009910         MOVE PFR-RANK TO PFR-RANK-EDIT.
009920         MOVE SPACES TO REPORT-RECORD.
009930         STRING PFR-RANK-EDIT " " PFR-CUS-NO(PFR-CUS-SUB) " "
009940             PFR-CUS-NAME(PFR-CUS-SUB) " " PFR-ACCOUNTS-EDIT " "
009950             PFR-ITEMS-EDIT " " PFR-FIGURES-TEXT
009960             DELIMITED BY SIZE INTO REPORT-RECORD.
009970         WRITE REPORT-RECORD.
009980 5300-EXIT.
009990         EXIT.
010000 5400-PRINT-ACCOUNT.
010010         MOVE SRT-ENTRY-SUB TO PFR-ACC-SUB.
010020         MOVE 1 TO PFR-LN-ACCOUNTS.
010030         MOVE PFR-ACC-ITEMS(PFR-ACC-SUB) TO PFR-LN-ITEMS.
010040         MOVE PFR-ACC-INTEREST(PFR-ACC-SUB) TO PFR-LN-INTEREST.
010050         MOVE PFR-ACC-FEES(PFR-ACC-SUB) TO PFR-LN-FEES.
010060         MOVE PFR-ACC-COST(PFR-ACC-SUB) TO PFR-LN-COST.
010070         MOVE PFR-ACC-PROFIT(PFR-ACC-SUB) TO PFR-LN-PROFIT.
010080         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
010090         MOVE PFR-RANK TO PFR-RANK-EDIT.
010100         CALL "MASKACCT" USING PFR-ACC-ACCOUNT(PFR-ACC-SUB)
010110             PFR-MASKED-ACCOUNT.
010120         MOVE SPACES TO REPORT-RECORD.
010130         STRING PFR-RANK-EDIT " " PFR-ACC-BRANCH(PFR-ACC-SUB) " "
010140             PFR-MASKED-ACCOUNT " " PFR-ACC-CUSTOMER(PFR-ACC-SUB)
010150             "                       " PFR-ITEMS-EDIT " "
010160             PFR-FIGURES-TEXT
010170             DELIMITED BY SIZE INTO REPORT-RECORD.
010180         WRITE REPORT-RECORD.
010190 5400-EXIT.
010200         EXIT.
010210 6000-PRINT-BRANCHES.
010220         MOVE SPACES TO REPORT-RECORD.
010230         WRITE REPORT-RECORD.
010240         MOVE "BRANCH TOTALS (BILLED = BRBILL PROCESSING FEES)"
010250             TO REPORT-RECORD.
010260         WRITE REPORT-RECORD.
010270         MOVE SPACES TO REPORT-RECORD.
010280         STRING "BRN NAME                 RGN ACCTS  ITEMS"
010290             DELIMITED BY SIZE INTO REPORT-RECORD.
010300         MOVE "        INTEREST            FEES            COST"
010310             TO REPORT-RECORD(42:).
010320         MOVE "          PROFIT          BILLED"
010330             TO REPORT-RECORD(90:).
010340         WRITE REPORT-RECORD.
010350         PERFORM 6100-PRINT-ONE-BRANCH THRU 6100-EXIT
010360             VARYING PFR-BRN-SUB FROM 1 BY 1
010370             UNTIL PFR-BRN-SUB > PFR-BRN-COUNT.
010380 6000-EXIT.
010390         EXIT.
010400 6100-PRINT-ONE-BRANCH.
010410         IF PFR-BRN-ACCOUNTS(PFR-BRN-SUB) = ZERO
010420             AND PFR-BRN-BILLED(PFR-BRN-SUB) = ZERO
010430             GO TO 6100-EXIT
010440         END-IF.
010450         MOVE PFR-BRN-ACCOUNTS(PFR-BRN-SUB) TO PFR-LN-ACCOUNTS.
010460         MOVE PFR-BRN-ITEMS(PFR-BRN-SUB) TO PFR-LN-ITEMS.
010470         MOVE PFR-BRN-INTEREST(PFR-BRN-SUB) TO PFR-LN-INTEREST.
010480         MOVE PFR-BRN-FEES(PFR-BRN-SUB) TO PFR-LN-FEES.
010490         MOVE PFR-BRN-COST(PFR-BRN-SUB) TO PFR-LN-COST.
010500         MOVE PFR-BRN-PROFIT(PFR-BRN-SUB) TO PFR-LN-PROFIT.
010510         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
010520         MOVE PFR-BRN-BILLED(PFR-BRN-SUB) TO PFR-BILLED-EDIT.
010530         MOVE SPACES TO REPORT-RECORD.
010540         STRING PFR-BRN-CODE(PFR-BRN-SUB) " "
010550             PFR-BRN-NAME(PFR-BRN-SUB) " "
010560             PFR-BRN-REGION(PFR-BRN-SUB) " " PFR-ACCOUNTS-EDIT
010570             PFR-ITEMS-EDIT PFR-FIGURES-TEXT " " PFR-BILLED-EDIT
010580             DELIMITED BY SIZE INTO REPORT-RECORD.
010590         WRITE REPORT-RECORD.
010600 6100-EXIT.
010610         EXIT.
010620 6500-PRINT-REGIONS.
010630         MOVE SPACES TO REPORT-RECORD.
010640         WRITE REPORT-RECORD.
010650         MOVE "REGION TOTALS" TO REPORT-RECORD.
010660         WRITE REPORT-RECORD.
010670         PERFORM 6600-PRINT-ONE-REGION THRU 6600-EXIT
010680             VARYING PFR-RGN-SUB FROM 1 BY 1
010690             UNTIL PFR-RGN-SUB > PFR-RGN-COUNT.
010700         MOVE PFR-TOT-ACCOUNTS TO PFR-LN-ACCOUNTS.
010710         MOVE PFR-TOT-ITEMS TO PFR-LN-ITEMS.
010720         MOVE PFR-TOT-INTEREST TO PFR-LN-INTEREST.
010730         MOVE PFR-TOT-FEES TO PFR-LN-FEES.
010740         MOVE PFR-TOT-COST TO PFR-LN-COST.
010750         MOVE PFR-TOT-PROFIT TO PFR-LN-PROFIT.
010760         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
010770         MOVE PFR-TOT-BILLED TO PFR-BILLED-EDIT.
010780         MOVE SPACES TO REPORT-RECORD.
010790         WRITE REPORT-RECORD.
010800         MOVE SPACES TO REPORT-RECORD.
010810         STRING "ALL REGIONS                  " PFR-ACCOUNTS-EDIT
010820             PFR-ITEMS-EDIT PFR-FIGURES-TEXT " " PFR-BILLED-EDIT
010830             DELIMITED BY SIZE INTO REPORT-RECORD.
010840         WRITE REPORT-RECORD.
010850 6500-EXIT.
010860         EXIT.
010870 6600-PRINT-ONE-REGION.
010880         IF PFR-RGN-ACCOUNTS(PFR-RGN-SUB) = ZERO
010890             AND PFR-RGN-BILLED(PFR-RGN-SUB) = ZERO
010900             GO TO 6600-EXIT
010910         END-IF.
010920         MOVE PFR-RGN-ACCOUNTS(PFR-RGN-SUB) TO PFR-LN-ACCOUNTS.
010930         MOVE PFR-RGN-ITEMS(PFR-RGN-SUB) TO PFR-LN-ITEMS.
010940         MOVE PFR-RGN-INTEREST(PFR-RGN-SUB) TO PFR-LN-INTEREST.
010950         MOVE PFR-RGN-FEES(PFR-RGN-SUB) TO PFR-LN-FEES.
010960         MOVE PFR-RGN-COST(PFR-RGN-SUB) TO PFR-LN-COST.
010970         MOVE PFR-RGN-PROFIT(PFR-RGN-SUB) TO PFR-LN-PROFIT.
010980         PERFORM 7000-EDIT-FIGURES THRU 7000-EXIT.
010990         MOVE PFR-RGN-BILLED(PFR-RGN-SUB) TO PFR-BILLED-EDIT.
011000         MOVE SPACES TO REPORT-RECORD.
011010         STRING "REGION " PFR-RGN-CODE(PFR-RGN-SUB)
011020             "                   " PFR-ACCOUNTS-EDIT
011030             PFR-ITEMS-EDIT PFR-FIGURES-TEXT " " PFR-BILLED-EDIT
011040             DELIMITED BY SIZE INTO REPORT-RECORD.
011050         WRITE REPORT-RECORD.
011060 6600-EXIT.
011070         EXIT.
011080*---------------------------------------------------------------
011090*  7000-EDIT-FIGURES.  THE FOUR MONEY COLUMNS EVERY SECTION
011100*  SHARES, FROM PFR-LINE-FIGURES INTO PFR-FIGURES-TEXT.
011110*---------------------------------------------------------------
011120 7000-EDIT-FIGURES.
011130         MOVE PFR-LN-ACCOUNTS TO PFR-ACCOUNTS-EDIT.
011140         MOVE PFR-LN-ITEMS TO PFR-ITEMS-EDIT.
011150         MOVE PFR-LN-INTEREST TO PFR-INTEREST-EDIT.
011160         MOVE PFR-LN-FEES TO PFR-FEES-EDIT.
011170         MOVE PFR-LN-COST TO PFR-COST-EDIT.
011180         MOVE PFR-LN-PROFIT TO PFR-PROFIT-EDIT.
011190         MOVE SPACES TO PFR-FIGURES-TEXT.
011200         STRING " " PFR-INTEREST-EDIT " " PFR-FEES-EDIT " "
011210             PFR-COST-EDIT " " PFR-PROFIT-EDIT
011220             DELIMITED BY SIZE INTO PFR-FIGURES-TEXT.
011230 7000-EXIT.
011240         EXIT.
011250 8000-TERMINATE.
011260         IF PFR-READY
011270             CLOSE REPORT-FILE
011280         END-IF.
011290         MOVE PFR-TOT-PROFIT TO PFR-PROFIT-EDIT.
011300         DISPLAY "----------------------------------------------".
011310         DISPLAY "GENERATIONS READ     = " PFR-GENERATIONS-READ.
011320         DISPLAY "ITEMS COSTED         = " PFR-ITEMS-READ.
011330         DISPLAY "ACCRUALS ADDED       = " PFR-ACCRUALS-READ.
011340         DISPLAY "ACCOUNTS PROFILED    = " PFR-ACC-COUNT.
011350         DISPLAY "  WITH NO CUSTOMER   = " PFR-UNASSIGNED-COUNT.
011360         DISPLAY "CUSTOMERS RANKED     = " PFR-CUS-COUNT.
011370         DISPLAY "TOTAL PROFIT         = " PFR-PROFIT-EDIT.
011380         DISPLAY "PROFRPT: JOB ENDED, RETURN CODE = " RETURN-CODE.
011390 8000-EXIT.
011400         EXIT.
