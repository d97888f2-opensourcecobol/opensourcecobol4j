000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 RISKRATE.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MONTHLY CUSTOMER RISK RATING.  THE RISK SIGNALS HAVE ALWAYS
000180*  LIVED ON SEPARATE FILES -- CMPMON'S AMOUNT HITS AND VELOCITY
000190*  FLAGS ON CMPMTD, THE WATCHLST ACCOUNTS VALWATCH SCREENS FOR,
000200*  OVDRPT'S OVERDRAFT NOTICES ON NOTICLOG, AND THE PRODUCT AND
000210*  BRANCH OF EVERY ACCOUNT -- AND NOBODY ADDED THEM UP PER
000220*  CUSTOMER.  THIS RUN WALKS ACCTBAL, FINDS EACH ACCOUNT'S
000230*  CUSTOMER ON ACCTXREF, SCORES THE ACCOUNT'S SIGNALS WITH THE
000240*  POINTS ON THE RISKWTB WEIGHTS TABLE AND TOTALS THEM PER
000250*  CUSTOMER.  EVERY OPEN CUSTMST CUSTOMER IS THEN RATED LOW,
000260*  MEDIUM OR HIGH AGAINST THE RISKWTB FLOORS, AND THE RATING,
000270*  SCORE AND SCORING DATE ARE KEPT ON CUSTRISK WITH THE DATE
000280*  THE NEXT KYC REVIEW FALLS DUE: THE LAST REVIEW (OR, NEVER
000290*  REVIEWED, THE DATE THE CUSTOMER WAS LOADED) PLUS THE
000300*  RATING'S REVIEW CYCLE -- ONE YEAR HIGH, TWO MEDIUM, THREE
000310*  LOW UNLESS RISKWTB SAYS OTHERWISE.  REVIEWS COMPLIANCE HAS
000320*  COMPLETED ARRIVE ON KYCDONE AND ARE RECORDED FIRST.
000330*
000340*  RISKRVW LISTS, BRANCH BY BRANCH, EVERY REVIEW OVERDUE OR DUE
000350*  INSIDE THE RISKWTB DUE WINDOW, THEN EVERY CUSTOMER WHOSE
000360*  RATING WENT UP A BAND; EACH OF THOSE ALSO OPENS A WORKQ ITEM
000370*  FOR COMPLIANCE THROUGH WQOPEN.  A MISSING RISKWTB, CMPMTD,
000380*  WATCHLST, NOTICLOG, ACCTMST OR KYCDONE SIMPLY CONTRIBUTES
000390*  NOTHING (DEFAULT WEIGHTS FOR RISKWTB).  RC 4 WHEN A KYCDONE
000400*  ROW OR A SIGNAL TABLE HAD TO BE PASSED OVER; RC 16, NOTHING
000410*  RATED, WHEN CUSTMST, ACCTBAL OR CUSTRISK CANNOT BE OPENED OR
000420*  THERE ARE MORE CUSTOMERS THAN THE SCORE TABLE HOLDS.
000430*  ------------------------------------------------------------
000440*  MODIFICATION HISTORY
000450*  ------------------------------------------------------------
000460*  DATE       BY   DESCRIPTION
000470*  ---------- ---- --------------------------------------------
000480*  10/15/2026 DCG  ORIGINAL PROGRAM.
00048A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00048B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00048C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000490*---------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.
000530         LINUX.
000540 OBJECT-COMPUTER.
000550         LINUX.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580         SELECT WEIGHT-TABLE-FILE ASSIGN TO "RISKWTB"
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS RRT-WEIGHT-FILE-STATUS.
000610         SELECT WATCHLIST-FILE ASSIGN TO "WATCHLST"
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS RRT-WATCH-FILE-STATUS.
000640         SELECT MTD-FILE ASSIGN TO "CMPMTD"
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS RRT-MTD-FILE-STATUS.
000670         SELECT NOTICE-LOG-FILE ASSIGN TO "NOTICLOG"
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS RRT-LOG-FILE-STATUS.
000700         SELECT REVIEW-DONE-FILE ASSIGN TO "KYCDONE"
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS RRT-DONE-FILE-STATUS.
000730         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000740             ORGANIZATION IS INDEXED
000750             ACCESS MODE IS SEQUENTIAL
000760             RECORD KEY IS ABL-KEY
000770             FILE STATUS IS RRT-BALANCE-FILE-STATUS.
000780         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000790             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS RANDOM
000810             RECORD KEY IS AXR-ACCOUNT-NO
000820             FILE STATUS IS RRT-XREF-FILE-STATUS.
000830         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000840             ORGANIZATION IS INDEXED
000850             ACCESS MODE IS RANDOM
000860             RECORD KEY IS ACM-ACCOUNT-NO
000870             FILE STATUS IS RRT-MASTER-FILE-STATUS.
000880         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000890             ORGANIZATION IS INDEXED
000900             ACCESS MODE IS SEQUENTIAL
000910             RECORD KEY IS CUS-CUSTOMER-NO
000920             FILE STATUS IS RRT-CUSTOMER-FILE-STATUS.
000930         SELECT CUSTOMER-RISK-FILE ASSIGN TO "CUSTRISK"
000940             ORGANIZATION IS INDEXED
000950             ACCESS MODE IS RANDOM
000960             RECORD KEY IS CRK-CUSTOMER-NO
000970             FILE STATUS IS RRT-RISK-FILE-STATUS.
000980         SELECT REPORT-FILE ASSIGN TO "RISKRVW"
000990             ORGANIZATION IS LINE SEQUENTIAL
001000             FILE STATUS IS RRT-REPORT-FILE-STATUS.
001010         SELECT SORT-WORK-FILE ASSIGN TO "RISKSORT".
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  WEIGHT-TABLE-FILE.
001050     COPY RISKWTRC.
001060 FD  WATCHLIST-FILE.
001070 01  WATCHLIST-REC.
001080         05  WLS-ACCOUNT-NO          PIC X(10).
001090         05  WLS-ACTION              PIC X(01).
001100         05  WLS-REASON              PIC X(30).
001110 FD  MTD-FILE.
001120 01  MTD-REC.
001130         05  MTD-MONTH               PIC 9(06).
001140         05  MTD-BRANCH-CODE         PIC X(03).
001150         05  MTD-ACCOUNT-NO          PIC X(10).
001160         05  MTD-CUM-AMOUNT          PIC 9(11)V99.
001170         05  MTD-HIT-COUNT           PIC 9(05).
001180         05  MTD-VEL-FLAGS           PIC 9(05).
001190 FD  NOTICE-LOG-FILE.
001200     COPY NOTLOGRC.
001210 FD  REVIEW-DONE-FILE.
001220 01  REVIEW-DONE-RECORD.
001230         05  KYD-CUSTOMER-NO         PIC X(10).
001240         05  KYD-REVIEW-DATE         PIC 9(08).
001250         05  KYD-REVIEWED-BY         PIC X(08).
001260 FD  BALANCE-FILE.
001270     COPY BALREC.
001280 FD  ACCOUNT-XREF-FILE.
001290     COPY CUSXREFC.
001300 FD  ACCOUNT-MASTER-FILE.
001310     COPY ACCTREC.
001320 FD  CUSTOMER-MASTER-FILE.
001330     COPY CUSTREC.
001340 FD  CUSTOMER-RISK-FILE.
001350     COPY CUSRSKRC.
001360 FD  REPORT-FILE.
001370 01  REPORT-RECORD               PIC X(132).
001380 SD  SORT-WORK-FILE.
001390 01  SORT-WORK-RECORD.
001400         05  SRT-BRANCH-CODE         PIC X(03).
001410         05  SRT-REVIEW-STATE        PIC X(01).
001420             88  SRT-OVERDUE             VALUE "1".
001430             88  SRT-DUE                 VALUE "2".
001440         05  SRT-NEXT-REVIEW-DATE    PIC 9(08).
001450         05  SRT-CUSTOMER-NO         PIC X(10).
001460         05  SRT-CUSTOMER-NAME       PIC X(30).
001470         05  SRT-RISK-RATING         PIC X(01).
001480         05  SRT-RISK-SCORE          PIC 9(05).
001490         05  SRT-LAST-REVIEW-DATE    PIC 9(08).
001500 WORKING-STORAGE SECTION.
001510 01  RRT-FILE-STATUS-VALUES.
001520         05  RRT-WEIGHT-FILE-STATUS  PIC X(02).
001530             88  RRT-WEIGHT-FILE-OK      VALUE "00".
001540         05  RRT-WATCH-FILE-STATUS   PIC X(02).
001550             88  RRT-WATCH-FILE-OK       VALUE "00".
001560         05  RRT-MTD-FILE-STATUS     PIC X(02).
001570             88  RRT-MTD-FILE-OK         VALUE "00".
001580         05  RRT-LOG-FILE-STATUS     PIC X(02).
001590             88  RRT-LOG-FILE-OK         VALUE "00".
001600         05  RRT-DONE-FILE-STATUS    PIC X(02).
001610             88  RRT-DONE-FILE-OK        VALUE "00".
001620         05  RRT-BALANCE-FILE-STATUS PIC X(02).
001630             88  RRT-BALANCE-FILE-OK     VALUE "00".
001640         05  RRT-XREF-FILE-STATUS    PIC X(02).
001650             88  RRT-XREF-FILE-OK        VALUE "00".
001660         05  RRT-MASTER-FILE-STATUS  PIC X(02).
001670             88  RRT-MASTER-FILE-OK      VALUE "00".
001680         05  RRT-CUSTOMER-FILE-STATUS
001690                                     PIC X(02).
001700             88  RRT-CUSTOMER-FILE-OK    VALUE "00".
001710         05  RRT-RISK-FILE-STATUS    PIC X(02).
001720             88  RRT-RISK-FILE-OK        VALUE "00".
001730         05  RRT-REPORT-FILE-STATUS  PIC X(02).
001740             88  RRT-REPORT-FILE-OK      VALUE "00".
001750 01  RRT-SWITCHES.
001760         05  RRT-EOF-SWITCH          PIC X(01) VALUE "N".
001770             88  RRT-AT-END              VALUE "Y".
001780         05  RRT-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001790             88  RRT-SORT-AT-END         VALUE "Y".
001800         05  RRT-XREF-OPEN-SWITCH    PIC X(01) VALUE "N".
001810             88  RRT-XREF-OPEN           VALUE "Y".
001820         05  RRT-MASTER-OPEN-SWITCH  PIC X(01) VALUE "N".
001830             88  RRT-MASTER-OPEN         VALUE "Y".
001840         05  RRT-BAL-OPEN-SWITCH     PIC X(01) VALUE "N".
001850             88  RRT-BALANCE-OPEN        VALUE "Y".
001860         05  RRT-CUS-OPEN-SWITCH     PIC X(01) VALUE "N".
001870             88  RRT-CUSTOMER-OPEN       VALUE "Y".
001880         05  RRT-RISK-OPEN-SWITCH    PIC X(01) VALUE "N".
001890             88  RRT-RISK-OPEN           VALUE "Y".
001900         05  RRT-REPORT-OPEN-SWITCH  PIC X(01) VALUE "N".
001910             88  RRT-REPORT-OPEN         VALUE "Y".
001920         05  RRT-NEW-RISK-SWITCH     PIC X(01) VALUE "N".
001930             88  RRT-NEW-RISK-RECORD     VALUE "Y".
001940         05  RRT-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
001950             88  RRT-TABLE-OVERFLOW      VALUE "Y".
001960 01  RRT-RUN-DATE                PIC 9(08) VALUE ZERO.
001970*---------------------------------------------------------------
001980*  RISKWTB SETTINGS, PRESET TO THE SHOP DEFAULTS.  A ROW ON THE
001990*  TABLE REPLACES THE DEFAULT IT NAMES.
002000*---------------------------------------------------------------
002010 01  RRT-WEIGHTS.
002020         05  RRT-WGT-CMP-HIT         PIC 9(05) VALUE 5.
002030         05  RRT-WGT-VEL-FLAG        PIC 9(05) VALUE 10.
002040         05  RRT-WGT-WATCH-REJECT    PIC 9(05) VALUE 50.
002050         05  RRT-WGT-WATCH-REPORT    PIC 9(05) VALUE 25.
002060         05  RRT-WGT-OVERDRAFT       PIC 9(05) VALUE 2.
002070         05  RRT-MEDIUM-FLOOR        PIC 9(05) VALUE 20.
002080         05  RRT-HIGH-FLOOR          PIC 9(05) VALUE 50.
002090         05  RRT-LOW-CYCLE-YEARS     PIC 9(05) VALUE 3.
002100         05  RRT-MED-CYCLE-YEARS     PIC 9(05) VALUE 2.
002110         05  RRT-HIGH-CYCLE-YEARS    PIC 9(05) VALUE 1.
002120         05  RRT-OVD-LOOKBACK-DAYS   PIC 9(05) VALUE 365.
002130         05  RRT-DUE-WINDOW-DAYS     PIC 9(05) VALUE 30.
002140*  PRODUCT ("PRD") AND BRANCH ("BRN") POINTS FROM RISKWTB.
002150 01  RRT-MIX-TABLE.
002160         05  RRT-MIX-COUNT           PIC 9(03) COMP VALUE ZERO.
002170         05  RRT-MIX-ENTRY OCCURS 200 TIMES
002180                 INDEXED BY RRT-MIX-IDX.
002190             10  RRT-MIX-FACTOR      PIC X(03).
002200             10  RRT-MIX-QUALIFIER   PIC X(03).
002210             10  RRT-MIX-POINTS      PIC 9(05).
002220 01  RRT-WATCH-TABLE.
002230         05  RRT-WTC-COUNT           PIC 9(04) COMP VALUE ZERO.
002240         05  RRT-WTC-ENTRY OCCURS 1000 TIMES
002250                 INDEXED BY RRT-WTC-IDX.
002260             10  RRT-WTC-ACCOUNT     PIC X(10).
002270             10  RRT-WTC-ACTION      PIC X(01).
002280 01  RRT-MTD-TABLE.
002290         05  RRT-MTD-COUNT           PIC 9(04) COMP VALUE ZERO.
002300         05  RRT-MTD-ENTRY OCCURS 1000 TIMES
002310                 INDEXED BY RRT-MTD-IDX.
002320             10  RRT-MTD-BRANCH      PIC X(03).
002330             10  RRT-MTD-ACCOUNT     PIC X(10).
002340             10  RRT-MTD-HITS        PIC 9(05).
002350             10  RRT-MTD-VELS        PIC 9(05).
002360*  OVERDRAFT NOTICES INSIDE THE LOOKBACK, COUNTED PER ACCOUNT.
002370 01  RRT-OVD-TABLE.
002380         05  RRT-OVD-COUNT           PIC 9(04) COMP VALUE ZERO.
002390         05  RRT-OVD-ENTRY OCCURS 2000 TIMES
002400                 INDEXED BY RRT-OVD-IDX.
002410             10  RRT-OVD-ACCOUNT     PIC X(10).
002420             10  RRT-OVD-NOTICES     PIC 9(05).
002430*  SCORE POINTS TOTALLED PER CUSTOMER FROM THEIR ACCOUNTS.  THE
002440*  HOME BRANCH IS THE BRANCH OF THE FIRST ACCOUNT MET ON ACCTBAL.
002450 01  RRT-CUSTOMER-TABLE.
002460         05  RRT-CST-COUNT           PIC 9(04) COMP VALUE ZERO.
002470         05  RRT-CST-ENTRY OCCURS 5000 TIMES
002480                 INDEXED BY RRT-CST-IDX.
002490             10  RRT-CST-CUSTOMER    PIC X(10).
002500             10  RRT-CST-BRANCH      PIC X(03).
002510             10  RRT-CST-POINTS      PIC 9(07) COMP-3.
002520             10  RRT-CST-ACCOUNTS    PIC 9(04) COMP-3.
002530*  CUSTOMERS WHOSE RATING WENT UP A BAND TONIGHT, FOR RISKRVW.
002540 01  RRT-RAISED-TABLE.
002550         05  RRT-RSD-COUNT           PIC 9(04) COMP VALUE ZERO.
002560         05  RRT-RSD-SUB             PIC 9(04) COMP VALUE ZERO.
002570         05  RRT-RSD-ENTRY OCCURS 1000 TIMES.
002580             10  RRT-RSD-BRANCH      PIC X(03).
002590             10  RRT-RSD-CUSTOMER    PIC X(10).
002600             10  RRT-RSD-NAME        PIC X(30).
002610             10  RRT-RSD-FROM        PIC X(01).
002620             10  RRT-RSD-TO          PIC X(01).
002630             10  RRT-RSD-SCORE       PIC 9(05).
002640             10  RRT-RSD-NEXT-REVIEW PIC 9(08).
002650 01  RRT-WORK-FIELDS.
002660         05  RRT-ACCOUNT-POINTS      PIC 9(07) VALUE ZERO.
002670         05  RRT-CUSTOMER-POINTS     PIC 9(07) VALUE ZERO.
002680         05  RRT-NEW-RATING          PIC X(01) VALUE SPACE.
002690         05  RRT-OLD-RATING          PIC X(01) VALUE SPACE.
002700         05  RRT-NEW-RANK            PIC 9(01) VALUE ZERO.
002710         05  RRT-OLD-RANK            PIC 9(01) VALUE ZERO.
002720         05  RRT-RANK-RATING         PIC X(01) VALUE SPACE.
002730         05  RRT-RANK-RESULT         PIC 9(01) VALUE ZERO.
002740         05  RRT-CYCLE-YEARS         PIC 9(05) VALUE ZERO.
002750         05  RRT-LEAP-QUOTIENT       PIC 9(05) VALUE ZERO.
002760         05  RRT-LEAP-REMAINDER      PIC 9(03) VALUE ZERO.
002770         05  RRT-LAST-BRANCH         PIC X(03) VALUE SPACES.
002780         05  RRT-STATE-WORD          PIC X(08) VALUE SPACES.
002790 01  RRT-REVIEW-DATE             PIC 9(08) VALUE ZERO.
002800 01  RRT-REVIEW-DATE-PARTS REDEFINES RRT-REVIEW-DATE.
002810         05  RRT-REVIEW-YEAR         PIC 9(04).
002820         05  RRT-REVIEW-MONTH        PIC 9(02).
002830         05  RRT-REVIEW-DAY          PIC 9(02).
002840 01  RRT-COUNTERS.
002850         05  RRT-DONE-READ           PIC 9(07) VALUE ZERO.
002860         05  RRT-DONE-APPLIED        PIC 9(07) VALUE ZERO.
002870         05  RRT-DONE-REJECTED       PIC 9(07) VALUE ZERO.
002880         05  RRT-BALANCES-READ       PIC 9(07) VALUE ZERO.
002890         05  RRT-ACCOUNTS-SCORED     PIC 9(07) VALUE ZERO.
002900         05  RRT-ACCOUNTS-UNLINKED   PIC 9(07) VALUE ZERO.
002910         05  RRT-CUSTOMERS-READ      PIC 9(07) VALUE ZERO.
002920         05  RRT-CUSTOMERS-RATED     PIC 9(07) VALUE ZERO.
002930         05  RRT-RATED-LOW           PIC 9(07) VALUE ZERO.
002940         05  RRT-RATED-MEDIUM        PIC 9(07) VALUE ZERO.
002950         05  RRT-RATED-HIGH          PIC 9(07) VALUE ZERO.
002960         05  RRT-RAISED-COUNT        PIC 9(07) VALUE ZERO.
002970         05  RRT-OVERDUE-COUNT       PIC 9(07) VALUE ZERO.
002980         05  RRT-DUE-COUNT           PIC 9(07) VALUE ZERO.
002990         05  RRT-BRANCH-OVERDUE      PIC 9(07) VALUE ZERO.
003000         05  RRT-BRANCH-DUE          PIC 9(07) VALUE ZERO.
003010         05  RRT-UPDATE-FAILURES     PIC 9(07) VALUE ZERO.
003020 01  RRT-EDIT-FIELDS.
003030         05  RRT-COUNT-EDIT          PIC Z(06)9.
003040         05  RRT-SCORE-EDIT          PIC Z(04)9.
003050 01  RRT-WQ-FIELDS.
003060         05  RRT-WQ-SOURCE           PIC X(08) VALUE "RISKRATE".
003070         05  RRT-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
003080 COPY DATESRVC.
00308A     COPY RUNDATEC.
003090 PROCEDURE DIVISION.
003100 0000-MAINLINE.
003110         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003120         IF RETURN-CODE < 16
003130             PERFORM 1500-APPLY-REVIEWS THRU 1500-EXIT
003140             PERFORM 2000-SCORE-ACCOUNTS THRU 2000-EXIT
003150         END-IF.
003160         IF RETURN-CODE < 16
003170             SORT SORT-WORK-FILE
003180                 ON ASCENDING KEY SRT-BRANCH-CODE
003190                 ON ASCENDING KEY SRT-REVIEW-STATE
003200                 ON ASCENDING KEY SRT-NEXT-REVIEW-DATE
003210                 ON ASCENDING KEY SRT-CUSTOMER-NO
003220                 INPUT PROCEDURE IS 3000-RATE-CUSTOMERS
003230                     THRU 3000-EXIT
003240                 OUTPUT PROCEDURE IS 4000-PRINT-REVIEWS
003250                     THRU 4000-EXIT
003260         END-IF.
003270         PERFORM 8000-TERMINATE THRU 8000-EXIT.
003280         STOP RUN.
003290 1000-INITIALIZE.
003300         DISPLAY "RISKRATE: JOB STARTING".
003310         MOVE ZERO TO RETURN-CODE.
003320         CALL "RUNDATE" USING RUN-DATE-AREA.
00332A         MOVE RDT-RUN-DATE TO RRT-RUN-DATE.
003330         PERFORM 1100-LOAD-WEIGHTS THRU 1100-EXIT.
003340         PERFORM 1200-LOAD-WATCHLIST THRU 1200-EXIT.
003350         PERFORM 1300-LOAD-MTD THRU 1300-EXIT.
003360         PERFORM 1400-LOAD-OVERDRAFTS THRU 1400-EXIT.
003370         OPEN INPUT BALANCE-FILE.
003380         IF NOT RRT-BALANCE-FILE-OK
003390             DISPLAY "RISKRATE: CANNOT OPEN ACCTBAL, STATUS = "
003400                 RRT-BALANCE-FILE-STATUS
003410             MOVE 16 TO RETURN-CODE
003420             GO TO 1000-EXIT
003430         END-IF.
003440         SET RRT-BALANCE-OPEN TO TRUE.
003450         OPEN INPUT CUSTOMER-MASTER-FILE.
003460         IF NOT RRT-CUSTOMER-FILE-OK
003470             DISPLAY "RISKRATE: CANNOT OPEN CUSTMST, STATUS = "
003480                 RRT-CUSTOMER-FILE-STATUS
003490             MOVE 16 TO RETURN-CODE
003500             GO TO 1000-EXIT
003510         END-IF.
003520         SET RRT-CUSTOMER-OPEN TO TRUE.
003530         OPEN I-O CUSTOMER-RISK-FILE.
003540         IF NOT RRT-RISK-FILE-OK
003550             OPEN OUTPUT CUSTOMER-RISK-FILE
003560             CLOSE CUSTOMER-RISK-FILE
003570             OPEN I-O CUSTOMER-RISK-FILE
003580         END-IF.
003590         IF NOT RRT-RISK-FILE-OK
003600             DISPLAY "RISKRATE: CANNOT OPEN CUSTRISK, STATUS = "
003610                 RRT-RISK-FILE-STATUS
003620             MOVE 16 TO RETURN-CODE
003630             GO TO 1000-EXIT
003640         END-IF.
003650         SET RRT-RISK-OPEN TO TRUE.
003660*  WITHOUT ACCTXREF NO ACCOUNT REACHES A CUSTOMER, SO EVERY
003670*  CUSTOMER SCORES NOTHING; WITHOUT ACCTMST THE PRODUCT MIX
003680*  SCORES NOTHING.  BOTH ARE WARNINGS, NOT STOPPERS.
003690         OPEN INPUT ACCOUNT-XREF-FILE.
003700         IF RRT-XREF-FILE-OK
003710             SET RRT-XREF-OPEN TO TRUE
003720         ELSE
003730             DISPLAY "RISKRATE: NO ACCTXREF ON FILE - NO ACCOUNT "
003740                 "SIGNALS CAN BE SCORED"
003750             MOVE 4 TO RETURN-CODE
003760         END-IF.
003770         OPEN INPUT ACCOUNT-MASTER-FILE.
003780         IF RRT-MASTER-FILE-OK
003790             SET RRT-MASTER-OPEN TO TRUE
003800         ELSE
003810             DISPLAY "RISKRATE: NO ACCTMST ON FILE - PRODUCT MIX "
003820                 "NOT SCORED"
003830         END-IF.
003840 1000-EXIT.
003850         EXIT.
003860*---------------------------------------------------------------
003870*  1100-LOAD-WEIGHTS.  SIGNAL AND SETTING ROWS REPLACE THEIR
003880*  DEFAULTS; PRODUCT AND BRANCH ROWS ARE TABLED FOR THE MIX.
003890*---------------------------------------------------------------
003900 1100-LOAD-WEIGHTS.
003910         OPEN INPUT WEIGHT-TABLE-FILE.
003920         IF NOT RRT-WEIGHT-FILE-OK
003930             DISPLAY "RISKRATE: NO RISKWTB ON FILE - DEFAULT "
003940                 "WEIGHTS IN FORCE"
003950             GO TO 1100-EXIT
003960         END-IF.
003970         MOVE "N" TO RRT-EOF-SWITCH.
003980         PERFORM 1150-LOAD-ONE-WEIGHT THRU 1150-EXIT
003990             UNTIL RRT-AT-END.
004000         CLOSE WEIGHT-TABLE-FILE.
004010 1100-EXIT.
004020         EXIT.
004030 1150-LOAD-ONE-WEIGHT.
004040         READ WEIGHT-TABLE-FILE
004050             AT END
004060                 MOVE "Y" TO RRT-EOF-SWITCH
004070                 GO TO 1150-EXIT
004080         END-READ.
004090         IF RWT-VALUE NOT NUMERIC
004100             DISPLAY "RISKRATE: RISKWTB ROW " RWT-FACTOR
004110                 RWT-QUALIFIER " NOT NUMERIC - IGNORED"
004120             MOVE 4 TO RETURN-CODE
004130             GO TO 1150-EXIT
004140         END-IF.
004150         EVALUATE TRUE
004160             WHEN RWT-COMPLIANCE-HIT
004170                 MOVE RWT-VALUE TO RRT-WGT-CMP-HIT
004180             WHEN RWT-VELOCITY-FLAG
004190                 MOVE RWT-VALUE TO RRT-WGT-VEL-FLAG
004200             WHEN RWT-WATCH-REJECT
004210                 MOVE RWT-VALUE TO RRT-WGT-WATCH-REJECT
004220             WHEN RWT-WATCH-REPORT
004230                 MOVE RWT-VALUE TO RRT-WGT-WATCH-REPORT
004240             WHEN RWT-OVERDRAFT-NOTICE
004250                 MOVE RWT-VALUE TO RRT-WGT-OVERDRAFT
004260             WHEN RWT-MEDIUM-FLOOR
004270                 MOVE RWT-VALUE TO RRT-MEDIUM-FLOOR
004280             WHEN RWT-HIGH-FLOOR
004290                 MOVE RWT-VALUE TO RRT-HIGH-FLOOR
004300             WHEN RWT-LOW-CYCLE
004310                 MOVE RWT-VALUE TO RRT-LOW-CYCLE-YEARS
004320             WHEN RWT-MEDIUM-CYCLE
004330                 MOVE RWT-VALUE TO RRT-MED-CYCLE-YEARS
004340             WHEN RWT-HIGH-CYCLE
004350                 MOVE RWT-VALUE TO RRT-HIGH-CYCLE-YEARS
004360             WHEN RWT-OVERDRAFT-LOOKBACK
004370                 MOVE RWT-VALUE TO RRT-OVD-LOOKBACK-DAYS
004380             WHEN RWT-DUE-WINDOW
004390                 MOVE RWT-VALUE TO RRT-DUE-WINDOW-DAYS
004400             WHEN RWT-PRODUCT
004410             WHEN RWT-BRANCH
004420                 IF RRT-MIX-COUNT < 200
004430                     ADD 1 TO RRT-MIX-COUNT
004440                     MOVE RWT-FACTOR
004450                         TO RRT-MIX-FACTOR(RRT-MIX-COUNT)
004460                     MOVE RWT-QUALIFIER
004470                         TO RRT-MIX-QUALIFIER(RRT-MIX-COUNT)
004480                     MOVE RWT-VALUE
004490                         TO RRT-MIX-POINTS(RRT-MIX-COUNT)
004500                 ELSE
004510                     DISPLAY "RISKRATE: MORE THAN 200 RISKWTB "
004520                         "MIX ROWS - " RWT-FACTOR RWT-QUALIFIER
004530                         " IGNORED"
004540                     MOVE 4 TO RETURN-CODE
004550                 END-IF
004560             WHEN OTHER
004570                 DISPLAY "RISKRATE: RISKWTB FACTOR " RWT-FACTOR
004580                     " UNKNOWN - IGNORED"
004590                 MOVE 4 TO RETURN-CODE
004600         END-EVALUATE.
004610*  A MEDIUM FLOOR ABOVE THE HIGH FLOOR WOULD RATE NOBODY
004620*  MEDIUM; THE HIGH FLOOR WINS.
004630         IF RRT-MEDIUM-FLOOR > RRT-HIGH-FLOOR
004640             MOVE RRT-HIGH-FLOOR TO RRT-MEDIUM-FLOOR
004650         END-IF.
004660 1150-EXIT.
004670         EXIT.
004680 1200-LOAD-WATCHLIST.
004690         OPEN INPUT WATCHLIST-FILE.
004700         IF NOT RRT-WATCH-FILE-OK
004710             DISPLAY "RISKRATE: NO WATCHLST ON FILE - NO "
004720                 "WATCHLIST SIGNAL"
004730             GO TO 1200-EXIT
004740         END-IF.
004750         MOVE "N" TO RRT-EOF-SWITCH.
004760         PERFORM 1250-LOAD-ONE-WATCH THRU 1250-EXIT
004770             UNTIL RRT-AT-END.
004780         CLOSE WATCHLIST-FILE.
004790 1200-EXIT.
004800         EXIT.
004810 1250-LOAD-ONE-WATCH.
004820         READ WATCHLIST-FILE
004830             AT END
004840                 MOVE "Y" TO RRT-EOF-SWITCH
004850                 GO TO 1250-EXIT
004860         END-READ.
004870         IF WLS-ACCOUNT-NO = SPACES
004880             GO TO 1250-EXIT
004890         END-IF.
004900         IF RRT-WTC-COUNT = 1000
004910             DISPLAY "RISKRATE: WATCHLST OVER 1000 ROWS - "
004920                 WLS-ACCOUNT-NO " NOT SCORED"
004930             MOVE 4 TO RETURN-CODE
004940             GO TO 1250-EXIT
004950         END-IF.
004960         ADD 1 TO RRT-WTC-COUNT.
004970         MOVE WLS-ACCOUNT-NO TO RRT-WTC-ACCOUNT(RRT-WTC-COUNT).
004980         MOVE WLS-ACTION TO RRT-WTC-ACTION(RRT-WTC-COUNT).
004990 1250-EXIT.
005000         EXIT.
005010*---------------------------------------------------------------
005020*  1300-LOAD-MTD.  CMPMTD ONLY EVER HOLDS THE CURRENT MONTH, SO
005030*  EVERY ROW ON IT IS THIS MONTH'S ACTIVITY.
005040*---------------------------------------------------------------
005050 1300-LOAD-MTD.
005060         OPEN INPUT MTD-FILE.
005070         IF NOT RRT-MTD-FILE-OK
005080             DISPLAY "RISKRATE: NO CMPMTD ON FILE - NO "
005090                 "COMPLIANCE SIGNAL"
005100             GO TO 1300-EXIT
005110         END-IF.
005120         MOVE "N" TO RRT-EOF-SWITCH.
005130         PERFORM 1350-LOAD-ONE-MTD THRU 1350-EXIT
005140             UNTIL RRT-AT-END.
005150         CLOSE MTD-FILE.
005160 1300-EXIT.
005170         EXIT.
005180 1350-LOAD-ONE-MTD.
005190         READ MTD-FILE
005200             AT END
005210                 MOVE "Y" TO RRT-EOF-SWITCH
005220                 GO TO 1350-EXIT
005230         END-READ.
005240         IF RRT-MTD-COUNT = 1000
005250             DISPLAY "RISKRATE: CMPMTD OVER 1000 ROWS - "
005260                 MTD-ACCOUNT-NO " NOT SCORED"
005270             MOVE 4 TO RETURN-CODE
005280             GO TO 1350-EXIT
005290         END-IF.
005300         ADD 1 TO RRT-MTD-COUNT.
005310         MOVE MTD-BRANCH-CODE TO RRT-MTD-BRANCH(RRT-MTD-COUNT).
005320         MOVE MTD-ACCOUNT-NO TO RRT-MTD-ACCOUNT(RRT-MTD-COUNT).
005330         MOVE ZERO TO RRT-MTD-HITS(RRT-MTD-COUNT).
005340         MOVE ZERO TO RRT-MTD-VELS(RRT-MTD-COUNT).
005350         IF MTD-HIT-COUNT NUMERIC
005360             MOVE MTD-HIT-COUNT TO RRT-MTD-HITS(RRT-MTD-COUNT)
005370         END-IF.
005380         IF MTD-VEL-FLAGS NUMERIC
005390             MOVE MTD-VEL-FLAGS TO RRT-MTD-VELS(RRT-MTD-COUNT)
005400         END-IF.
005410 1350-EXIT.
005420         EXIT.
005430*---------------------------------------------------------------
005440*  1400-LOAD-OVERDRAFTS.  EVERY OVDRPT "OVDR" NOTICE LOGGED
005450*  INSIDE THE LOOKBACK COUNTS AGAINST ITS ACCOUNT, WHATEVER
005460*  CHANNEL IT WENT OUT ON.
005470*---------------------------------------------------------------
005480 1400-LOAD-OVERDRAFTS.
005490         OPEN INPUT NOTICE-LOG-FILE.
005500         IF NOT RRT-LOG-FILE-OK
005510             DISPLAY "RISKRATE: NO NOTICLOG ON FILE - NO "
005520                 "OVERDRAFT SIGNAL"
005530             GO TO 1400-EXIT
005540         END-IF.
005550         MOVE "N" TO RRT-EOF-SWITCH.
005560         PERFORM 1450-LOAD-ONE-NOTICE THRU 1450-EXIT
005570             UNTIL RRT-AT-END.
005580         CLOSE NOTICE-LOG-FILE.
005590 1400-EXIT.
005600         EXIT.
005610 1450-LOAD-ONE-NOTICE.
005620         READ NOTICE-LOG-FILE
005630             AT END
005640                 MOVE "Y" TO RRT-EOF-SWITCH
005650                 GO TO 1450-EXIT
005660         END-READ.
005670         IF NTL-LETTER-CODE NOT = "OVDR"
005680             GO TO 1450-EXIT
005690         END-IF.
005700         MOVE "C" TO DSV-FUNCTION.
005710         MOVE NTL-RUN-DATE TO DSV-DATE-1.
005720         MOVE RRT-RUN-DATE TO DSV-DATE-2.
005730         MOVE SPACES TO DSV-REGION-CODE.
005740         CALL "DATESRV" USING DATE-SERVICE-AREA.
005750         IF NOT DSV-SUCCESSFUL
005760             GO TO 1450-EXIT
005770         END-IF.
005780         IF DSV-DAYS-BETWEEN < ZERO
005790             OR DSV-DAYS-BETWEEN > RRT-OVD-LOOKBACK-DAYS
005800             GO TO 1450-EXIT
005810         END-IF.
005820         SET RRT-OVD-IDX TO 1.
005830         SEARCH RRT-OVD-ENTRY
005840             AT END
005850                 DISPLAY "RISKRATE: OVER 2000 OVERDRAWN "
005860                     "ACCOUNTS - " NTL-ACCOUNT-NO " NOT SCORED"
005870                 MOVE 4 TO RETURN-CODE
005880             WHEN RRT-OVD-IDX > RRT-OVD-COUNT
005890                 ADD 1 TO RRT-OVD-COUNT
005900                 MOVE NTL-ACCOUNT-NO
005910                     TO RRT-OVD-ACCOUNT(RRT-OVD-COUNT)
005920                 MOVE 1 TO RRT-OVD-NOTICES(RRT-OVD-COUNT)
005930             WHEN RRT-OVD-ACCOUNT(RRT-OVD-IDX) = NTL-ACCOUNT-NO
005940                 ADD 1 TO RRT-OVD-NOTICES(RRT-OVD-IDX)
005950         END-SEARCH.
005960 1450-EXIT.
005970         EXIT.
005980*---------------------------------------------------------------
005990*  1500-APPLY-REVIEWS.  EACH KYCDONE ROW RECORDS A COMPLETED
006000*  REVIEW ON CUSTRISK (OPENING A RECORD FOR A CUSTOMER NOT YET
006010*  RATED).  AN OLDER DATE THAN THE ONE ALREADY RECORDED IS
006020*  PASSED OVER; THE SCORING PASS THEN SETS THE NEXT REVIEW FROM
006030*  IT.
006040*---------------------------------------------------------------
006050 1500-APPLY-REVIEWS.
006060         OPEN INPUT REVIEW-DONE-FILE.
006070         IF NOT RRT-DONE-FILE-OK
006080             GO TO 1500-EXIT
006090         END-IF.
006100         MOVE "N" TO RRT-EOF-SWITCH.
006110         PERFORM 1550-APPLY-ONE-REVIEW THRU 1550-EXIT
006120             UNTIL RRT-AT-END.
006130         CLOSE REVIEW-DONE-FILE.
006140 1500-EXIT.
006150         EXIT.
006160 1550-APPLY-ONE-REVIEW.
006170         READ REVIEW-DONE-FILE
006180             AT END
006190                 MOVE "Y" TO RRT-EOF-SWITCH
006200                 GO TO 1550-EXIT
006210         END-READ.
006220         ADD 1 TO RRT-DONE-READ.
006230         IF KYD-CUSTOMER-NO = SPACES
006240             OR KYD-REVIEW-DATE NOT NUMERIC
006250             OR KYD-REVIEW-DATE = ZERO
006260             OR KYD-REVIEW-DATE > RRT-RUN-DATE
006270             DISPLAY "RISKRATE: KYCDONE ROW " RRT-DONE-READ
006280                 " REJECTED - BAD CUSTOMER OR REVIEW DATE"
006290             ADD 1 TO RRT-DONE-REJECTED
006300             MOVE 4 TO RETURN-CODE
006310             GO TO 1550-EXIT
006320         END-IF.
006330         MOVE KYD-CUSTOMER-NO TO CRK-CUSTOMER-NO.
006340         MOVE "N" TO RRT-NEW-RISK-SWITCH.
006350         READ CUSTOMER-RISK-FILE
006360             INVALID KEY
006370                 SET RRT-NEW-RISK-RECORD TO TRUE
006380         END-READ.
006390         IF RRT-NEW-RISK-RECORD
006400             PERFORM 3400-NEW-RISK-RECORD THRU 3400-EXIT
006410             MOVE KYD-CUSTOMER-NO TO CRK-CUSTOMER-NO
006420         ELSE
006430             IF KYD-REVIEW-DATE < CRK-LAST-REVIEW-DATE
006440                 GO TO 1550-EXIT
006450             END-IF
006460         END-IF.
006470         MOVE KYD-REVIEW-DATE TO CRK-LAST-REVIEW-DATE.
006480         MOVE KYD-REVIEWED-BY TO CRK-LAST-REVIEWED-BY.
006490         PERFORM 3500-SAVE-RISK-RECORD THRU 3500-EXIT.
006500         ADD 1 TO RRT-DONE-APPLIED.
006510 1550-EXIT.
006520         EXIT.
006530*---------------------------------------------------------------
006540*  2000-SCORE-ACCOUNTS.  EVERY ACCOUNT ON ACCTBAL WITH A
006550*  CUSTOMER ON ACCTXREF ADDS ITS SIGNAL POINTS TO THAT
006560*  CUSTOMER.  A CLOSED ACCOUNT CARRIES NO RISK FORWARD.
006570*---------------------------------------------------------------
006580 2000-SCORE-ACCOUNTS.
006590         MOVE "N" TO RRT-EOF-SWITCH.
006600         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
006610         PERFORM 2200-SCORE-ONE-ACCOUNT THRU 2200-EXIT
006620             UNTIL RRT-AT-END
006630                 OR RRT-TABLE-OVERFLOW.
006640         IF RRT-TABLE-OVERFLOW
006650             DISPLAY "RISKRATE: MORE THAN 5000 CUSTOMERS HOLD "
006660                 "ACCOUNTS - NOTHING RATED"
006670             MOVE 16 TO RETURN-CODE
006680         END-IF.
006690 2000-EXIT.
006700         EXIT.
006710 2100-READ-BALANCE.
006720         READ BALANCE-FILE NEXT RECORD
006730             AT END
006740                 MOVE "Y" TO RRT-EOF-SWITCH
006750         END-READ.
006760 2100-EXIT.
006770         EXIT.
006780 2200-SCORE-ONE-ACCOUNT.
006790         ADD 1 TO RRT-BALANCES-READ.
006800         IF NOT RRT-XREF-OPEN
006810             ADD 1 TO RRT-ACCOUNTS-UNLINKED
006820             GO TO 2200-NEXT
006830         END-IF.
006840         MOVE ABL-ACCOUNT-NO TO AXR-ACCOUNT-NO.
006850         READ ACCOUNT-XREF-FILE
006860             INVALID KEY
006870                 ADD 1 TO RRT-ACCOUNTS-UNLINKED
006880                 GO TO 2200-NEXT
006890         END-READ.
006900         MOVE SPACES TO ACM-PRODUCT-CODE.
006910         IF RRT-MASTER-OPEN
006920             MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO
006930             READ ACCOUNT-MASTER-FILE
006940                 INVALID KEY
006950                     MOVE SPACES TO ACCOUNT-MASTER-RECORD
006960             END-READ
006970             IF ACM-ACCOUNT-CLOSED
006980                 GO TO 2200-NEXT
006990             END-IF
007000         END-IF.
007010         PERFORM 2300-POINTS-FOR-ACCOUNT THRU 2300-EXIT.
007020         ADD 1 TO RRT-ACCOUNTS-SCORED.
007030         SET RRT-CST-IDX TO 1.
007040         SEARCH RRT-CST-ENTRY
007050             AT END
007060                 SET RRT-TABLE-OVERFLOW TO TRUE
007070             WHEN RRT-CST-IDX > RRT-CST-COUNT
007080                 ADD 1 TO RRT-CST-COUNT
007090                 MOVE AXR-CUSTOMER-NO
007100                     TO RRT-CST-CUSTOMER(RRT-CST-COUNT)
007110                 MOVE ABL-BRANCH-CODE
007120                     TO RRT-CST-BRANCH(RRT-CST-COUNT)
007130                 MOVE RRT-ACCOUNT-POINTS
007140                     TO RRT-CST-POINTS(RRT-CST-COUNT)
007150                 MOVE 1 TO RRT-CST-ACCOUNTS(RRT-CST-COUNT)
007160             WHEN RRT-CST-CUSTOMER(RRT-CST-IDX) = AXR-CUSTOMER-NO
007170                 ADD RRT-ACCOUNT-POINTS
007180                     TO RRT-CST-POINTS(RRT-CST-IDX)
007190                 ADD 1 TO RRT-CST-ACCOUNTS(RRT-CST-IDX)
007200         END-SEARCH.
007210 2200-NEXT.
007220         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
007230 2200-EXIT.
007240         EXIT.
007250 2300-POINTS-FOR-ACCOUNT.
007260         MOVE ZERO TO RRT-ACCOUNT-POINTS.
007270         IF RRT-MTD-COUNT > ZERO
007280             SET RRT-MTD-IDX TO 1
007290             SEARCH RRT-MTD-ENTRY
007300                 AT END
007310                     CONTINUE
007320                 WHEN RRT-MTD-IDX > RRT-MTD-COUNT
007330                     CONTINUE
007340                 WHEN RRT-MTD-BRANCH(RRT-MTD-IDX)
007350                         = ABL-BRANCH-CODE
007360                     AND RRT-MTD-ACCOUNT(RRT-MTD-IDX)
007370                         = ABL-ACCOUNT-NO
007380                     COMPUTE RRT-ACCOUNT-POINTS =
007390                         RRT-ACCOUNT-POINTS
007400                         + RRT-MTD-HITS(RRT-MTD-IDX)
007410                             * RRT-WGT-CMP-HIT
007420                         + RRT-MTD-VELS(RRT-MTD-IDX)
007430                             * RRT-WGT-VEL-FLAG
007440             END-SEARCH
007450         END-IF.
007460         IF RRT-WTC-COUNT > ZERO
007470             SET RRT-WTC-IDX TO 1
007480             SEARCH RRT-WTC-ENTRY
007490                 AT END
007500                     CONTINUE
007510                 WHEN RRT-WTC-IDX > RRT-WTC-COUNT
007520                     CONTINUE
007530                 WHEN RRT-WTC-ACCOUNT(RRT-WTC-IDX)
007540                         = ABL-ACCOUNT-NO
007550                     IF RRT-WTC-ACTION(RRT-WTC-IDX) = "R"
007560                         ADD RRT-WGT-WATCH-REJECT
007570                             TO RRT-ACCOUNT-POINTS
007580                     ELSE
007590                         ADD RRT-WGT-WATCH-REPORT
007600                             TO RRT-ACCOUNT-POINTS
007610                     END-IF
007620             END-SEARCH
007630         END-IF.
007640         IF RRT-OVD-COUNT > ZERO
007650             SET RRT-OVD-IDX TO 1
007660             SEARCH RRT-OVD-ENTRY
007670                 AT END
007680                     CONTINUE
007690                 WHEN RRT-OVD-IDX > RRT-OVD-COUNT
007700                     CONTINUE
007710                 WHEN RRT-OVD-ACCOUNT(RRT-OVD-IDX)
007720                         = ABL-ACCOUNT-NO
007730                     COMPUTE RRT-ACCOUNT-POINTS =
007740                         RRT-ACCOUNT-POINTS
007750                         + RRT-OVD-NOTICES(RRT-OVD-IDX)
007760                             * RRT-WGT-OVERDRAFT
007770             END-SEARCH
007780         END-IF.
007790         IF RRT-MIX-COUNT > ZERO
007800             PERFORM 2350-ADD-MIX-POINTS THRU 2350-EXIT
007810                 VARYING RRT-MIX-IDX FROM 1 BY 1
007820                 UNTIL RRT-MIX-IDX > RRT-MIX-COUNT
007830         END-IF.
007840 2300-EXIT.
007850         EXIT.
007860 2350-ADD-MIX-POINTS.
007870         IF RRT-MIX-FACTOR(RRT-MIX-IDX) = "PRD"
007880             AND NOT ACM-NO-PRODUCT
007890             AND RRT-MIX-QUALIFIER(RRT-MIX-IDX) = ACM-PRODUCT-CODE
007900             ADD RRT-MIX-POINTS(RRT-MIX-IDX) TO RRT-ACCOUNT-POINTS
007910         END-IF.
007920         IF RRT-MIX-FACTOR(RRT-MIX-IDX) = "BRN"
007930             AND RRT-MIX-QUALIFIER(RRT-MIX-IDX) = ABL-BRANCH-CODE
007940             ADD RRT-MIX-POINTS(RRT-MIX-IDX) TO RRT-ACCOUNT-POINTS
007950         END-IF.
007960 2350-EXIT.
007970         EXIT.
007980*---------------------------------------------------------------
007990*  3000-RATE-CUSTOMERS.  SORT INPUT PROCEDURE: EVERY OPEN
008000*  CUSTMST CUSTOMER IS RATED AND ITS CUSTRISK RECORD UPDATED;
008010*  A REVIEW OVERDUE OR DUE INSIDE THE WINDOW IS RELEASED TO THE
008020*  SORT FOR THE BRANCH LIST.
008030*---------------------------------------------------------------
008040 3000-RATE-CUSTOMERS.
008050         MOVE "N" TO RRT-EOF-SWITCH.
008060         PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
008070         PERFORM 3200-RATE-ONE-CUSTOMER THRU 3200-EXIT
008080             UNTIL RRT-AT-END.
008090 3000-EXIT.
008100         EXIT.
008110 3100-READ-CUSTOMER.
008120         READ CUSTOMER-MASTER-FILE NEXT RECORD
008130             AT END
008140                 MOVE "Y" TO RRT-EOF-SWITCH
008150         END-READ.
008160 3100-EXIT.
008170         EXIT.
008180 3200-RATE-ONE-CUSTOMER.
008190         ADD 1 TO RRT-CUSTOMERS-READ.
008200         IF NOT CUS-CUSTOMER-OPEN
008210             GO TO 3200-NEXT
008220         END-IF.
008230         MOVE CUS-CUSTOMER-NO TO CRK-CUSTOMER-NO.
008240         MOVE "N" TO RRT-NEW-RISK-SWITCH.
008250         READ CUSTOMER-RISK-FILE
008260             INVALID KEY
008270                 SET RRT-NEW-RISK-RECORD TO TRUE
008280         END-READ.
008290         IF RRT-NEW-RISK-RECORD
008300             PERFORM 3400-NEW-RISK-RECORD THRU 3400-EXIT
008310             MOVE CUS-CUSTOMER-NO TO CRK-CUSTOMER-NO
008320         END-IF.
008330         MOVE ZERO TO RRT-CUSTOMER-POINTS.
008340         MOVE ZERO TO CRK-ACCOUNT-COUNT.
008350         IF RRT-CST-COUNT > ZERO
008360             SET RRT-CST-IDX TO 1
008370             SEARCH RRT-CST-ENTRY
008380                 AT END
008390                     CONTINUE
008400                 WHEN RRT-CST-IDX > RRT-CST-COUNT
008410                     CONTINUE
008420                 WHEN RRT-CST-CUSTOMER(RRT-CST-IDX)
008430                         = CUS-CUSTOMER-NO
008440                     MOVE RRT-CST-POINTS(RRT-CST-IDX)
008450                         TO RRT-CUSTOMER-POINTS
008460                     MOVE RRT-CST-BRANCH(RRT-CST-IDX)
008470                         TO CRK-HOME-BRANCH
008480                     MOVE RRT-CST-ACCOUNTS(RRT-CST-IDX)
008490                         TO CRK-ACCOUNT-COUNT
008500             END-SEARCH
008510         END-IF.
008520         IF CRK-HOME-BRANCH = SPACES
008530             MOVE "***" TO CRK-HOME-BRANCH
008540         END-IF.
008550         EVALUATE TRUE
008560             WHEN RRT-CUSTOMER-POINTS NOT < RRT-HIGH-FLOOR
008570                 MOVE "H" TO RRT-NEW-RATING
008580                 MOVE RRT-HIGH-CYCLE-YEARS TO RRT-CYCLE-YEARS
008590                 ADD 1 TO RRT-RATED-HIGH
008600             WHEN RRT-CUSTOMER-POINTS NOT < RRT-MEDIUM-FLOOR
008610                 MOVE "M" TO RRT-NEW-RATING
008620                 MOVE RRT-MED-CYCLE-YEARS TO RRT-CYCLE-YEARS
008630                 ADD 1 TO RRT-RATED-MEDIUM
008640             WHEN OTHER
008650                 MOVE "L" TO RRT-NEW-RATING
008660                 MOVE RRT-LOW-CYCLE-YEARS TO RRT-CYCLE-YEARS
008670                 ADD 1 TO RRT-RATED-LOW
008680         END-EVALUATE.
008690         MOVE CRK-RISK-RATING TO RRT-OLD-RATING.
008700         IF NOT CRK-NOT-YET-RATED
008710             MOVE CRK-RISK-RATING TO CRK-PRIOR-RATING
008720             MOVE CRK-SCORED-DATE TO CRK-PRIOR-SCORED-DATE
008730         END-IF.
008740         MOVE RRT-NEW-RATING TO CRK-RISK-RATING.
008750         IF RRT-CUSTOMER-POINTS > 99999
008760             MOVE 99999 TO CRK-RISK-SCORE
008770         ELSE
008780             MOVE RRT-CUSTOMER-POINTS TO CRK-RISK-SCORE
008790         END-IF.
008800         MOVE RRT-RUN-DATE TO CRK-SCORED-DATE.
008810         PERFORM 3300-SET-NEXT-REVIEW THRU 3300-EXIT.
008820         PERFORM 3500-SAVE-RISK-RECORD THRU 3500-EXIT.
008830         ADD 1 TO RRT-CUSTOMERS-RATED.
008840         MOVE RRT-OLD-RATING TO RRT-RANK-RATING.
008850         PERFORM 3600-RANK-RATING THRU 3600-EXIT.
008860         MOVE RRT-RANK-RESULT TO RRT-OLD-RANK.
008870         MOVE RRT-NEW-RATING TO RRT-RANK-RATING.
008880         PERFORM 3600-RANK-RATING THRU 3600-EXIT.
008890         MOVE RRT-RANK-RESULT TO RRT-NEW-RANK.
008900         IF RRT-OLD-RANK > ZERO
008910             AND RRT-NEW-RANK > RRT-OLD-RANK
008920             PERFORM 3700-RATING-RAISED THRU 3700-EXIT
008930         END-IF.
008940         IF CRK-NEXT-REVIEW-DATE < RRT-RUN-DATE
008950             MOVE "1" TO SRT-REVIEW-STATE
008960             ADD 1 TO RRT-OVERDUE-COUNT
008970         ELSE
008980             MOVE "C" TO DSV-FUNCTION
008990             MOVE RRT-RUN-DATE TO DSV-DATE-1
009000             MOVE CRK-NEXT-REVIEW-DATE TO DSV-DATE-2
009010             MOVE SPACES TO DSV-REGION-CODE
009020             CALL "DATESRV" USING DATE-SERVICE-AREA
009030             IF NOT DSV-SUCCESSFUL
009040                 OR DSV-DAYS-BETWEEN > RRT-DUE-WINDOW-DAYS
009050                 GO TO 3200-NEXT
009060             END-IF
009070             MOVE "2" TO SRT-REVIEW-STATE
009080             ADD 1 TO RRT-DUE-COUNT
009090         END-IF.
009100         MOVE CRK-HOME-BRANCH TO SRT-BRANCH-CODE.
009110         MOVE CRK-NEXT-REVIEW-DATE TO SRT-NEXT-REVIEW-DATE.
009120         MOVE CUS-CUSTOMER-NO TO SRT-CUSTOMER-NO.
009130         MOVE CUS-CUSTOMER-NAME TO SRT-CUSTOMER-NAME.
009140         MOVE CRK-RISK-RATING TO SRT-RISK-RATING.
009150         MOVE CRK-RISK-SCORE TO SRT-RISK-SCORE.
009160         MOVE CRK-LAST-REVIEW-DATE TO SRT-LAST-REVIEW-DATE.
009170         RELEASE SORT-WORK-RECORD.
009180 3200-NEXT.
009190         PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
009200 3200-EXIT.
009210         EXIT.
009220*---------------------------------------------------------------
009230*  3300-SET-NEXT-REVIEW.  NEXT REVIEW = LAST REVIEW (OR, NEVER
009240*  REVIEWED, THE CUSTMST LOAD DATE) PLUS THE RATING'S CYCLE IN
009250*  YEARS.  A 29 FEBRUARY BASE FALLS DUE ON THE 28TH IN A YEAR
009260*  THAT IS NOT A LEAP YEAR.
009270*---------------------------------------------------------------
009280 3300-SET-NEXT-REVIEW.
009290         IF CRK-LAST-REVIEW-DATE NUMERIC
009300             AND CRK-LAST-REVIEW-DATE > ZERO
009310             MOVE CRK-LAST-REVIEW-DATE TO RRT-REVIEW-DATE
009320         ELSE
009330             IF CUS-LOAD-DATE NUMERIC
009340                 AND CUS-LOAD-DATE > ZERO
009350                 MOVE CUS-LOAD-DATE TO RRT-REVIEW-DATE
009360             ELSE
009370                 MOVE RRT-RUN-DATE TO RRT-REVIEW-DATE
009380             END-IF
009390         END-IF.
009400         ADD RRT-CYCLE-YEARS TO RRT-REVIEW-YEAR.
009410         IF RRT-REVIEW-MONTH = 02 AND RRT-REVIEW-DAY = 29
009420             DIVIDE RRT-REVIEW-YEAR BY 4 GIVING RRT-LEAP-QUOTIENT
009430                 REMAINDER RRT-LEAP-REMAINDER
009440             IF RRT-LEAP-REMAINDER NOT = ZERO
009450                 MOVE 28 TO RRT-REVIEW-DAY
009460             ELSE
009470                 DIVIDE RRT-REVIEW-YEAR BY 100
009480                     GIVING RRT-LEAP-QUOTIENT
009490                     REMAINDER RRT-LEAP-REMAINDER
009500                 IF RRT-LEAP-REMAINDER = ZERO
009510                     DIVIDE RRT-REVIEW-YEAR BY 400
009520                         GIVING RRT-LEAP-QUOTIENT
009530                         REMAINDER RRT-LEAP-REMAINDER
009540                     IF RRT-LEAP-REMAINDER NOT = ZERO
009550                         MOVE 28 TO RRT-REVIEW-DAY
009560                     END-IF
009570                 END-IF
009580             END-IF
009590         END-IF.
009600         MOVE RRT-REVIEW-DATE TO CRK-NEXT-REVIEW-DATE.
009610 3300-EXIT.
009620         EXIT.
009630 3400-NEW-RISK-RECORD.
009640         MOVE SPACES TO CUSTOMER-RISK-RECORD.
009650         MOVE ZERO TO CRK-RISK-SCORE.
009660         MOVE ZERO TO CRK-SCORED-DATE.
009670         MOVE ZERO TO CRK-PRIOR-SCORED-DATE.
009680         MOVE ZERO TO CRK-LAST-REVIEW-DATE.
009690         MOVE ZERO TO CRK-NEXT-REVIEW-DATE.
009700         MOVE ZERO TO CRK-ACCOUNT-COUNT.
009710 3400-EXIT.
009720         EXIT.
009730 3500-SAVE-RISK-RECORD.
009740         IF RRT-NEW-RISK-RECORD
009750             WRITE CUSTOMER-RISK-RECORD
009760                 INVALID KEY
009770                     ADD 1 TO RRT-UPDATE-FAILURES
009780                     DISPLAY "RISKRATE: CANNOT ADD CUSTRISK FOR "
009790                         CRK-CUSTOMER-NO ", STATUS = "
009800                         RRT-RISK-FILE-STATUS
009810                     MOVE 4 TO RETURN-CODE
009820             END-WRITE
009830             MOVE "N" TO RRT-NEW-RISK-SWITCH
009840         ELSE
009850             REWRITE CUSTOMER-RISK-RECORD
009860                 INVALID KEY
009870                     ADD 1 TO RRT-UPDATE-FAILURES
009880                     DISPLAY "RISKRATE: CANNOT UPDATE CUSTRISK "
009890                         "FOR "
009900                         CRK-CUSTOMER-NO ", STATUS = "
009910                         RRT-RISK-FILE-STATUS
009920                     MOVE 4 TO RETURN-CODE
009930             END-REWRITE
009940         END-IF.
009950 3500-EXIT.
009960         EXIT.
009970 3600-RANK-RATING.
009980         EVALUATE RRT-RANK-RATING
009990             WHEN "L"
010000                 MOVE 1 TO RRT-RANK-RESULT
010010             WHEN "M"
010020                 MOVE 2 TO RRT-RANK-RESULT
010030             WHEN "H"
010040                 MOVE 3 TO RRT-RANK-RESULT
010050             WHEN OTHER
010060                 MOVE ZERO TO RRT-RANK-RESULT
010070         END-EVALUATE.
010080 3600-EXIT.
010090         EXIT.
010100*---------------------------------------------------------------
010110*  3700-RATING-RAISED.  A CUSTOMER MOVING UP A BAND OPENS A
010120*  WORKQ ITEM FOR COMPLIANCE AND IS TABLED FOR RISKRVW.
010130*---------------------------------------------------------------
010140 3700-RATING-RAISED.
010150         ADD 1 TO RRT-RAISED-COUNT.
010160         MOVE CRK-RISK-SCORE TO RRT-SCORE-EDIT.
010170         MOVE SPACES TO RRT-WQ-DESCRIPTION.
010180         STRING "RISK RATING RAISED " RRT-OLD-RATING " TO "
010190             RRT-NEW-RATING " - CUSTOMER " CUS-CUSTOMER-NO
010200             " SCORE " RRT-SCORE-EDIT
010210             DELIMITED BY SIZE INTO RRT-WQ-DESCRIPTION.
010220         CALL "WQOPEN" USING RRT-WQ-SOURCE RRT-RUN-DATE
010230             RRT-WQ-DESCRIPTION.
010240         IF RRT-RSD-COUNT < 1000
010250             ADD 1 TO RRT-RSD-COUNT
010260             MOVE CRK-HOME-BRANCH TO RRT-RSD-BRANCH(RRT-RSD-COUNT)
010270             MOVE CUS-CUSTOMER-NO
010280                 TO RRT-RSD-CUSTOMER(RRT-RSD-COUNT)
010290             MOVE CUS-CUSTOMER-NAME TO RRT-RSD-NAME(RRT-RSD-COUNT)
010300             MOVE RRT-OLD-RATING TO RRT-RSD-FROM(RRT-RSD-COUNT)
010310             MOVE RRT-NEW-RATING TO RRT-RSD-TO(RRT-RSD-COUNT)
010320             MOVE CRK-RISK-SCORE TO RRT-RSD-SCORE(RRT-RSD-COUNT)
010330             MOVE CRK-NEXT-REVIEW-DATE
010340                 TO RRT-RSD-NEXT-REVIEW(RRT-RSD-COUNT)
010350         END-IF.
010360 3700-EXIT.
010370         EXIT.
010380*---------------------------------------------------------------
010390*  4000-PRINT-REVIEWS.  SORT OUTPUT PROCEDURE: RISKRVW, ONE
010400*  BLOCK PER BRANCH, OVERDUE REVIEWS FIRST, THEN THE RATING
010410*  INCREASES AND THE RUN'S COUNTS.
010420*---------------------------------------------------------------
010430 4000-PRINT-REVIEWS.
010440         OPEN OUTPUT REPORT-FILE.
010450         IF NOT RRT-REPORT-FILE-OK
010460             DISPLAY "RISKRATE: CANNOT OPEN RISKRVW, STATUS = "
010470                 RRT-REPORT-FILE-STATUS
010480             MOVE 4 TO RETURN-CODE
010490         ELSE
010500             SET RRT-REPORT-OPEN TO TRUE
010510         END-IF.
010520         MOVE SPACES TO REPORT-RECORD.
010530         MOVE RRT-DUE-WINDOW-DAYS TO RRT-SCORE-EDIT.
010540         STRING "KYC REVIEWS OVERDUE AND DUE BY BRANCH    "
010550             "RUN DATE: " RRT-RUN-DATE
010560             "    DUE WITHIN " RRT-SCORE-EDIT " DAYS"
010570             DELIMITED BY SIZE INTO REPORT-RECORD.
010580         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
010590         PERFORM 4100-PRINT-ONE-REVIEW THRU 4100-EXIT
010600             UNTIL RRT-SORT-AT-END.
010610         IF RRT-LAST-BRANCH NOT = SPACES
010620             PERFORM 4200-BRANCH-FOOTING THRU 4200-EXIT
010630         END-IF.
010640         PERFORM 4300-PRINT-RAISED THRU 4300-EXIT.
010650         PERFORM 4400-PRINT-COUNTS THRU 4400-EXIT.
010660         IF RRT-REPORT-OPEN
010670             CLOSE REPORT-FILE
010680         END-IF.
010690 4000-EXIT.
010700         EXIT.
010710 4100-PRINT-ONE-REVIEW.
010720         RETURN SORT-WORK-FILE
010730             AT END
010740                 MOVE "Y" TO RRT-SORT-EOF-SWITCH
010750                 GO TO 4100-EXIT
010760         END-RETURN.
010770         IF SRT-BRANCH-CODE NOT = RRT-LAST-BRANCH
010780             IF RRT-LAST-BRANCH NOT = SPACES
010790                 PERFORM 4200-BRANCH-FOOTING THRU 4200-EXIT
010800             END-IF
010810             MOVE SRT-BRANCH-CODE TO RRT-LAST-BRANCH
010820             MOVE SPACES TO REPORT-RECORD
010830             PERFORM 4900-WRITE-LINE THRU 4900-EXIT
010840             MOVE SPACES TO REPORT-RECORD
010850             STRING "BRANCH " SRT-BRANCH-CODE
010860                 DELIMITED BY SIZE INTO REPORT-RECORD
010870             PERFORM 4900-WRITE-LINE THRU 4900-EXIT
010880             MOVE SPACES TO REPORT-RECORD
010890             STRING "  CUSTOMER    NAME                          "
010900                 "  RATING  SCORE  LAST REVIEW  NEXT REVIEW  "
010910                 "STATUS"
010920                 DELIMITED BY SIZE INTO REPORT-RECORD
010930             PERFORM 4900-WRITE-LINE THRU 4900-EXIT
010940         END-IF.
010950         IF SRT-OVERDUE
010960             MOVE "OVERDUE" TO RRT-STATE-WORD
010970             ADD 1 TO RRT-BRANCH-OVERDUE
010980         ELSE
010990             MOVE "DUE" TO RRT-STATE-WORD
011000             ADD 1 TO RRT-BRANCH-DUE
011010         END-IF.
011020         MOVE SRT-RISK-SCORE TO RRT-SCORE-EDIT.
011030         MOVE SPACES TO REPORT-RECORD.
011040         STRING "  " SRT-CUSTOMER-NO "  " SRT-CUSTOMER-NAME
011050             "  " SRT-RISK-RATING "       " RRT-SCORE-EDIT
011060             "  " SRT-LAST-REVIEW-DATE "     "
011070             SRT-NEXT-REVIEW-DATE "     " RRT-STATE-WORD
011080             DELIMITED BY SIZE INTO REPORT-RECORD.
011090         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011100 4100-EXIT.
011110         EXIT.
011120 4200-BRANCH-FOOTING.
011130         MOVE SPACES TO REPORT-RECORD.
011140         STRING "  BRANCH " RRT-LAST-BRANCH " OVERDUE "
011150             RRT-BRANCH-OVERDUE "  DUE " RRT-BRANCH-DUE
011160             DELIMITED BY SIZE INTO REPORT-RECORD.
011170         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011180         MOVE ZERO TO RRT-BRANCH-OVERDUE.
011190         MOVE ZERO TO RRT-BRANCH-DUE.
011200 4200-EXIT.
011210         EXIT.
011220 4300-PRINT-RAISED.
011230         MOVE SPACES TO REPORT-RECORD.
011240         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011250         MOVE SPACES TO REPORT-RECORD.
011260         STRING "RATINGS RAISED THIS RUN (WORKQ ITEM OPENED FOR "
011270             "EACH)"
011280             DELIMITED BY SIZE INTO REPORT-RECORD.
011290         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011300         MOVE SPACES TO REPORT-RECORD.
011310         STRING "  BRANCH  CUSTOMER    NAME                      "
011320             "      FROM  TO  SCORE  NEXT REVIEW"
011330             DELIMITED BY SIZE INTO REPORT-RECORD.
011340         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011350         PERFORM 4350-PRINT-ONE-RAISED THRU 4350-EXIT
011360             VARYING RRT-RSD-SUB FROM 1 BY 1
011370             UNTIL RRT-RSD-SUB > RRT-RSD-COUNT.
011380 4300-EXIT.
011390         EXIT.
011400 4350-PRINT-ONE-RAISED.
011410         MOVE RRT-RSD-SCORE(RRT-RSD-SUB) TO RRT-SCORE-EDIT.
011420         MOVE SPACES TO REPORT-RECORD.
011430         STRING "  " RRT-RSD-BRANCH(RRT-RSD-SUB) "     "
011440             RRT-RSD-CUSTOMER(RRT-RSD-SUB) "  "
011450             RRT-RSD-NAME(RRT-RSD-SUB) "  "
011460             RRT-RSD-FROM(RRT-RSD-SUB) "     "
011470             RRT-RSD-TO(RRT-RSD-SUB) "   " RRT-SCORE-EDIT "  "
011480             RRT-RSD-NEXT-REVIEW(RRT-RSD-SUB)
011490             DELIMITED BY SIZE INTO REPORT-RECORD.
011500         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011510 4350-EXIT.
011520         EXIT.
011530 4400-PRINT-COUNTS.
011540         MOVE SPACES TO REPORT-RECORD.
011550         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011560         MOVE RRT-CUSTOMERS-RATED TO RRT-COUNT-EDIT.
011570         MOVE SPACES TO REPORT-RECORD.
011580         STRING "CUSTOMERS RATED:      " RRT-COUNT-EDIT
011590             DELIMITED BY SIZE INTO REPORT-RECORD.
011600         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011610         MOVE RRT-RATED-HIGH TO RRT-COUNT-EDIT.
011620         MOVE SPACES TO REPORT-RECORD.
011630         STRING "  HIGH:               " RRT-COUNT-EDIT
011640             DELIMITED BY SIZE INTO REPORT-RECORD.
011650         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011660         MOVE RRT-RATED-MEDIUM TO RRT-COUNT-EDIT.
011670         MOVE SPACES TO REPORT-RECORD.
011680         STRING "  MEDIUM:             " RRT-COUNT-EDIT
011690             DELIMITED BY SIZE INTO REPORT-RECORD.
011700         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011710         MOVE RRT-RATED-LOW TO RRT-COUNT-EDIT.
011720         MOVE SPACES TO REPORT-RECORD.
011730         STRING "  LOW:                " RRT-COUNT-EDIT
011740             DELIMITED BY SIZE INTO REPORT-RECORD.
011750         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011760         MOVE RRT-RAISED-COUNT TO RRT-COUNT-EDIT.
011770         MOVE SPACES TO REPORT-RECORD.
011780         STRING "RATINGS RAISED:       " RRT-COUNT-EDIT
011790             DELIMITED BY SIZE INTO REPORT-RECORD.
011800         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011810         MOVE RRT-OVERDUE-COUNT TO RRT-COUNT-EDIT.
011820         MOVE SPACES TO REPORT-RECORD.
011830         STRING "REVIEWS OVERDUE:      " RRT-COUNT-EDIT
011840             DELIMITED BY SIZE INTO REPORT-RECORD.
011850         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011860         MOVE RRT-DUE-COUNT TO RRT-COUNT-EDIT.
011870         MOVE SPACES TO REPORT-RECORD.
011880         STRING "REVIEWS DUE:          " RRT-COUNT-EDIT
011890             DELIMITED BY SIZE INTO REPORT-RECORD.
011900         PERFORM 4900-WRITE-LINE THRU 4900-EXIT.
011910 4400-EXIT.
011920         EXIT.
011930 4900-WRITE-LINE.
011940         IF RRT-REPORT-OPEN
011950             WRITE REPORT-RECORD
011960         END-IF.
011970 4900-EXIT.
011980         EXIT.
011990 8000-TERMINATE.
012000         IF RRT-BALANCE-OPEN
012010             CLOSE BALANCE-FILE
012020         END-IF.
012030         IF RRT-CUSTOMER-OPEN
012040             CLOSE CUSTOMER-MASTER-FILE
012050         END-IF.
012060         IF RRT-RISK-OPEN
012070             CLOSE CUSTOMER-RISK-FILE
012080         END-IF.
012090         IF RRT-XREF-OPEN
012100             CLOSE ACCOUNT-XREF-FILE
012110         END-IF.
012120         IF RRT-MASTER-OPEN
012130             CLOSE ACCOUNT-MASTER-FILE
012140         END-IF.
012150         DISPLAY "----------------------------------------------".
012160         DISPLAY "KYCDONE ROWS READ      = " RRT-DONE-READ.
012170         DISPLAY "  REVIEWS RECORDED     = " RRT-DONE-APPLIED.
012180         DISPLAY "  REJECTED             = " RRT-DONE-REJECTED.
012190         DISPLAY "BALANCES READ          = " RRT-BALANCES-READ.
012200         DISPLAY "  ACCOUNTS SCORED      = " RRT-ACCOUNTS-SCORED.
012210         DISPLAY "  NO CUSTOMER LINK     = "
012220             RRT-ACCOUNTS-UNLINKED.
012230         DISPLAY "CUSTOMERS READ         = " RRT-CUSTOMERS-READ.
012240         DISPLAY "CUSTOMERS RATED        = " RRT-CUSTOMERS-RATED.
012250         DISPLAY "  HIGH                 = " RRT-RATED-HIGH.
012260         DISPLAY "  MEDIUM               = " RRT-RATED-MEDIUM.
012270         DISPLAY "  LOW                  = " RRT-RATED-LOW.
012280         DISPLAY "RATINGS RAISED         = " RRT-RAISED-COUNT.
012290         DISPLAY "REVIEWS OVERDUE        = " RRT-OVERDUE-COUNT.
012300         DISPLAY "REVIEWS DUE            = " RRT-DUE-COUNT.
012310         DISPLAY "CUSTRISK FAILURES      = " RRT-UPDATE-FAILURES.
012320         DISPLAY "RISKRATE: JOB ENDED, RETURN CODE = "
012330             RETURN-CODE.
012340 8000-EXIT.
012350         EXIT.
