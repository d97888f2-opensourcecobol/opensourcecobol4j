000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 IDXREORG.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  INDEXED FILE REORGANIZATION AND GROWTH TRENDING.  THE
000180*  INDEXED MASTERS -- ACCTBAL, TXNHIST, LEDGMAST AND INTACCRU --
000190*  HAD NEVER BEEN REORGANIZED SINCE THEY WERE CREATED, AND
000200*  NOBODY KNEW HOW FAST ANY DATASET WAS GROWING UNTIL A STEP
000210*  RAN LONG.  TWO MODES, FROM THE COMMAND LINE:
000220*    MEASURE (THE DEFAULT, THE MONTH-END GROWRQ RUN) TAKES THE
000230*      BYTES ON DISK AND THE RECORD COUNT OF EVERY DATASET IN
000240*      THE LIST BELOW AND POSTS THEM TO GROWHIST, ONE ROW PER
000250*      DATASET PER MONTH.
000260*    REORG (THE QUARTERLY REORGRQ RUN) DOES THE SAME, BUT
000270*      FIRST REORGANIZES EACH INDEXED MASTER:
000280*        1. COPIES IT INTO TODAY'S BACKUP.yyyymmdd SET AS
000290*           <NAME>.PRE, VERIFIES THE COPY'S SIZE AND CATALOGS
000300*           IT ON BCKCATLG THE WAY BACKUP DOES, SO RESTORE
000310*           CAN PUT IT BACK.  NO VERIFIED BACKUP, NO REORG.
000320*        2. UNLOADS IT IN KEY ORDER TO <NAME>.UNL, COUNTING
000330*           RECORDS, TOTALLING THE NUMERIC KEY FIELDS AND THE
000340*           AMOUNT FIELD, AND COUNTING ANY KEY NOT ABOVE THE
000350*           ONE BEFORE IT.
000360*        3. RELOADS THE UNLOAD INTO A FRESH <NAME>.NEW, THEN
000370*           READS THE NEW FILE BACK AND PROVES THE SAME COUNT,
000380*           KEY TOTAL AND AMOUNT TOTAL.
000390*        4. ONLY THEN RENAMES <NAME>.NEW OVER THE ORIGINAL.  A
000400*           FILE THAT DOES NOT PROVE IS LEFT EXACTLY AS IT WAS.
000410*      ITEMTRAC AND WORKQ ARE LINE SEQUENTIAL LOGS -- THERE IS
000420*      NO INDEX TO REBUILD -- SO THEY ARE MEASURED ONLY.
000430*  GROWRPT THEN PROJECTS, FROM THE OLDEST GROWHIST ROW IN THE
000440*  LAST TWELVE MONTHS, EACH DATASET'S MONTHLY GROWTH IN BYTES
000450*  AND RECORDS AND THE MONTH IT REACHES ITS SPACE LIMIT OR ITS
000460*  RECORD LIMIT (THE VOLUME PAST WHICH ITS STEPS OUTRUN THE
000470*  WINDOW).  A DATASET ALREADY OVER A LIMIT, OR PROJECTED TO
000480*  REACH ONE INSIDE THE HORIZON (DEFAULT 6 MONTHS), OPENS A
000490*  WORKQ ITEM.
000500*  PARAMETER: [MEASURE|REORG][,HORIZON MONTHS].
000510*  RC 0 CLEAN, 4 A DATASET OVER OR NEAR ITS LIMIT, 8 BAD
000520*  PARAMETER OR A REORGANIZATION THAT DID NOT PROVE (THE
000530*  ORIGINAL IS UNTOUCHED), 16 GROWHIST OR GROWRPT COULD NOT BE
000540*  WRITTEN.  RUN ONLY WITH NOTHING ELSE UPDATING THE MASTERS.
000550*  ------------------------------------------------------------
000560*  MODIFICATION HISTORY
000570*  ------------------------------------------------------------
000580*  DATE       BY   DESCRIPTION
000590*  ---------- ---- --------------------------------------------
000600*  10/15/2026 DCG  ORIGINAL PROGRAM.
000610*---------------------------------------------------------------
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.
000650         LINUX.
000660 OBJECT-COMPUTER.
000670         LINUX.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700         SELECT BALANCE-SCAN-FILE ASSIGN DYNAMIC IXR-SCAN-NAME
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS DYNAMIC
000730             RECORD KEY IS ABL-KEY
000740             FILE STATUS IS IXR-SCAN-FILE-STATUS.
000750         SELECT HISTORY-SCAN-FILE ASSIGN DYNAMIC IXR-SCAN-NAME
000760             ORGANIZATION IS INDEXED
000770             ACCESS MODE IS DYNAMIC
000780             RECORD KEY IS THR-KEY
000790             FILE STATUS IS IXR-SCAN-FILE-STATUS.
000800         SELECT LEDGER-SCAN-FILE ASSIGN DYNAMIC IXR-SCAN-NAME
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS DYNAMIC
000830             RECORD KEY IS LMR-KEY
000840             FILE STATUS IS IXR-SCAN-FILE-STATUS.
000850         SELECT ACCRUAL-SCAN-FILE ASSIGN DYNAMIC IXR-SCAN-NAME
000860             ORGANIZATION IS INDEXED
000870             ACCESS MODE IS DYNAMIC
000880             RECORD KEY IS INA-KEY
000890             FILE STATUS IS IXR-SCAN-FILE-STATUS.
000900         SELECT FLAT-SCAN-FILE ASSIGN DYNAMIC IXR-SCAN-NAME
000910             ORGANIZATION IS LINE SEQUENTIAL
000920             FILE STATUS IS IXR-SCAN-FILE-STATUS.
000930         SELECT UNLOAD-FILE ASSIGN DYNAMIC IXR-UNLOAD-NAME
000940             ORGANIZATION IS LINE SEQUENTIAL
000950             FILE STATUS IS IXR-UNLOAD-FILE-STATUS.
000960         SELECT GROWTH-HISTORY-FILE ASSIGN TO "GROWHIST"
000970             ORGANIZATION IS LINE SEQUENTIAL
000980             FILE STATUS IS IXR-HISTORY-FILE-STATUS.
000990         SELECT BACKUP-CATALOG-FILE ASSIGN TO "BCKCATLG"
001000             ORGANIZATION IS LINE SEQUENTIAL
001010             FILE STATUS IS IXR-CATALOG-FILE-STATUS.
001020         SELECT REPORT-FILE ASSIGN TO "GROWRPT"
001030             ORGANIZATION IS LINE SEQUENTIAL
001040             FILE STATUS IS IXR-REPORT-FILE-STATUS.
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  BALANCE-SCAN-FILE.
001080     COPY BALREC.
001090 FD  HISTORY-SCAN-FILE.
001100     COPY TXNHISTC.
001110 FD  LEDGER-SCAN-FILE.
001120     COPY LEDGMSTR.
001130 FD  ACCRUAL-SCAN-FILE.
001140     COPY INTACCRC.
001150 FD  FLAT-SCAN-FILE.
001160 01  FLAT-SCAN-RECORD            PIC X(600).
001170*  ONE LINE PER RECORD, IN KEY ORDER, WIDE ENOUGH FOR THE
001180*  LARGEST MASTER (LEDGMAST).
001190 FD  UNLOAD-FILE.
001200 01  UNLOAD-RECORD               PIC X(606).
001210 FD  GROWTH-HISTORY-FILE.
001220     COPY GRWHSTRC.
001230 FD  BACKUP-CATALOG-FILE.
001240 01  BACKUP-CATALOG-REC.
001250         05  BCK-BACKUP-DATE         PIC 9(08).
001260         05  BCK-DATASET-NAME        PIC X(12).
001270         05  BCK-BACKUP-PATH         PIC X(30).
001280         05  BCK-VERIFIED            PIC X(01).
001290         05  BCK-STATUS              PIC X(01).
001300 FD  REPORT-FILE.
001310 01  REPORT-RECORD               PIC X(132).
001320 WORKING-STORAGE SECTION.
001330     COPY RUNDATEC.
001340     COPY CTLTOTAL.
001350 01  IXR-FILE-STATUS-VALUES.
001360         05  IXR-SCAN-FILE-STATUS    PIC X(02).
001370             88  IXR-SCAN-FILE-OK        VALUE "00".
001380         05  IXR-UNLOAD-FILE-STATUS  PIC X(02).
001390             88  IXR-UNLOAD-FILE-OK      VALUE "00".
001400         05  IXR-HISTORY-FILE-STATUS PIC X(02).
001410             88  IXR-HISTORY-FILE-OK     VALUE "00".
001420         05  IXR-CATALOG-FILE-STATUS PIC X(02).
001430             88  IXR-CATALOG-FILE-OK     VALUE "00".
001440         05  IXR-REPORT-FILE-STATUS  PIC X(02).
001450             88  IXR-REPORT-FILE-OK      VALUE "00".
001460 01  IXR-SWITCHES.
001470         05  IXR-EOF-SWITCH          PIC X(01) VALUE "N".
001480             88  IXR-AT-END              VALUE "Y".
001490         05  IXR-READY-SWITCH        PIC X(01) VALUE "N".
001500             88  IXR-READY               VALUE "Y".
001510         05  IXR-TROUBLE-SWITCH      PIC X(01) VALUE "N".
001520             88  IXR-TROUBLE-FOUND       VALUE "Y".
001530         05  IXR-SCAN-SWITCH         PIC X(01) VALUE "N".
001540             88  IXR-SCAN-FAILED         VALUE "Y".
001550         05  IXR-RELOAD-SWITCH       PIC X(01) VALUE "N".
001560             88  IXR-RELOAD-FAILED       VALUE "Y".
001570         05  IXR-BACKUP-SWITCH       PIC X(01) VALUE "N".
001580             88  IXR-BACKUP-VERIFIED     VALUE "Y".
001590         05  IXR-IO-SWITCH           PIC X(01) VALUE "N".
001600             88  IXR-IO-FAILED           VALUE "Y".
001610         05  IXR-FOUND-SWITCH        PIC X(01) VALUE "N".
001620             88  IXR-ROW-FOUND           VALUE "Y".
001630         05  IXR-PASS-MODE           PIC X(01) VALUE "C".
001640             88  IXR-PASS-UNLOAD         VALUE "U".
001650             88  IXR-PASS-COUNT-ONLY     VALUE "C".
001660 01  IXR-PARM-STRING             PIC X(20) VALUE SPACES.
001670 01  IXR-PARM-FIELDS.
001680         05  IXR-PARM-ACTION         PIC X(08) VALUE SPACES.
001690             88  IXR-MODE-MEASURE        VALUES "MEASURE" SPACES.
001700             88  IXR-MODE-REORG          VALUE "REORG".
001710         05  IXR-PARM-HORIZON        PIC 9(03) VALUE ZERO.
001720         05  IXR-HORIZON-MONTHS      PIC 9(03) VALUE 006.
001730 01  IXR-RUN-DATE                PIC 9(08) VALUE ZERO.
001740 01  IXR-RUN-DATE-PARTS REDEFINES IXR-RUN-DATE.
001750         05  IXR-RUN-MONTH-KEY       PIC 9(06).
001760         05  FILLER                  PIC 9(02).
001770 01  IXR-RUN-TIME                PIC 9(08) VALUE ZERO.
001780*---------------------------------------------------------------
001790*  THE DATASETS MEASURED, WITH THEIR LAYOUT AND LIMITS.  KIND
001800*  B/H/L/A IS THE INDEXED LAYOUT (BALREC, TXNHISTC, LEDGMSTR,
001810*  INTACCRC); S IS A LINE SEQUENTIAL LOG, MEASURED ONLY.  THE
001820*  SPACE LIMIT IS IN BYTES; THE RECORD LIMIT IS THE VOLUME AT
001830*  WHICH THE STEPS READING THE FILE NO LONGER FIT THE WINDOW.
001840*---------------------------------------------------------------
001850 01  IXR-DATASET-LIST-VALUES.
001860         05  FILLER PIC X(12) VALUE "ACCTBAL".
001870         05  FILLER PIC X(01) VALUE "B".
001880         05  FILLER PIC 9(12) VALUE 001000000000.
001890         05  FILLER PIC 9(09) VALUE 005000000.
001900         05  FILLER PIC X(12) VALUE "TXNHIST".
001910         05  FILLER PIC X(01) VALUE "H".
001920         05  FILLER PIC 9(12) VALUE 020000000000.
001930         05  FILLER PIC 9(09) VALUE 200000000.
001940         05  FILLER PIC X(12) VALUE "LEDGMAST".
001950         05  FILLER PIC X(01) VALUE "L".
001960         05  FILLER PIC 9(12) VALUE 001000000000.
001970         05  FILLER PIC 9(09) VALUE 001000000.
001980         05  FILLER PIC X(12) VALUE "INTACCRU".
001990         05  FILLER PIC X(01) VALUE "A".
002000         05  FILLER PIC 9(12) VALUE 001000000000.
002010         05  FILLER PIC 9(09) VALUE 005000000.
002020         05  FILLER PIC X(12) VALUE "ITEMTRAC".
002030         05  FILLER PIC X(01) VALUE "S".
002040         05  FILLER PIC 9(12) VALUE 010000000000.
002050         05  FILLER PIC 9(09) VALUE 100000000.
002060         05  FILLER PIC X(12) VALUE "WORKQ".
002070         05  FILLER PIC X(01) VALUE "S".
002080         05  FILLER PIC 9(12) VALUE 000100000000.
002090         05  FILLER PIC 9(09) VALUE 000500000.
002100 01  IXR-DATASET-LIST REDEFINES IXR-DATASET-LIST-VALUES.
002110         05  IXR-DATASET OCCURS 6 TIMES.
002120             10  IXR-DS-NAME         PIC X(12).
002130             10  IXR-DS-KIND         PIC X(01).
002140                 88  IXR-DS-INDEXED      VALUES "B" "H" "L" "A".
002150             10  IXR-DS-BYTE-LIMIT   PIC 9(12).
002160             10  IXR-DS-RECORD-LIMIT PIC 9(09).
002170 01  IXR-DS-SUB                  PIC 9(03) COMP VALUE ZERO.
002180*  WHAT THIS RUN FOUND AND DID, ONE ENTRY PER DATASET ABOVE.
002190 01  IXR-RESULT-TABLE.
002200         05  IXR-RESULT OCCURS 6 TIMES.
002210             10  IXR-RS-ON-DISK      PIC X(01).
002220                 88  IXR-RS-PRESENT      VALUE "Y".
002230             10  IXR-RS-REORG-FLAG   PIC X(01).
002240                 88  IXR-RS-REORGANIZED  VALUE "Y".
002250             10  IXR-RS-BYTES-BEFORE PIC 9(12).
002260             10  IXR-RS-BYTES-NOW    PIC 9(12).
002270             10  IXR-RS-RECORDS      PIC 9(09).
002280             10  IXR-RS-IN-COUNT     PIC 9(09).
002290             10  IXR-RS-OUT-COUNT    PIC 9(09).
002300             10  IXR-RS-SEQ-ERRORS   PIC 9(07).
002310             10  IXR-RS-RESULT       PIC X(14).
002320*  GROWHIST, HELD WHOLE -- THIS MONTH'S ROWS ARE REPLACED OR
002330*  ADDED AND THE FILE IS REWRITTEN.
002340 01  IXR-HISTORY-TABLE.
002350         05  IXR-HIST-COUNT          PIC 9(04) COMP VALUE ZERO.
002360         05  IXR-HIST-ENTRY OCCURS 1200 TIMES.
002370             10  IXR-HST-MONTH       PIC 9(06).
002380             10  IXR-HST-DATASET     PIC X(12).
002390             10  IXR-HST-DATE        PIC 9(08).
002400             10  IXR-HST-BYTES       PIC 9(12).
002410             10  IXR-HST-RECORDS     PIC 9(09).
002420             10  IXR-HST-REORG-FLAG  PIC X(01).
002430             10  IXR-HST-BYTES-BEFORE PIC 9(12).
002440             10  FILLER              PIC X(04).
002450 01  IXR-HIST-SUB                PIC 9(04) COMP VALUE ZERO.
002460 01  IXR-HIST-FOUND-SUB          PIC 9(04) COMP VALUE ZERO.
002470 01  IXR-FILE-NAMES.
002480         05  IXR-SCAN-NAME           PIC X(30) VALUE SPACES.
002490         05  IXR-UNLOAD-NAME         PIC X(30) VALUE SPACES.
002500         05  IXR-NEW-NAME            PIC X(30) VALUE SPACES.
002510         05  IXR-BACKUP-DIR          PIC X(16) VALUE SPACES.
002520         05  IXR-BACKUP-PATH         PIC X(30) VALUE SPACES.
002530 01  IXR-COMMAND                 PIC X(90) VALUE SPACES.
002540 01  IXR-COMMAND-RC              PIC S9(09) COMP-5.
002550 01  IXR-CHECK-FIELDS.
002560         05  IXR-CHECK-FILENAME      PIC X(50) VALUE SPACES.
002570         05  IXR-ORIG-FILE-INFO.
002580             10  IXR-ORIG-SIZE       PIC 9(18) COMP.
002590             10  FILLER              PIC X(08).
002600         05  IXR-COPY-FILE-INFO.
002610             10  IXR-COPY-SIZE       PIC 9(18) COMP.
002620             10  FILLER              PIC X(08).
002630         05  IXR-CHECK-RC            PIC S9(09) COMP-5.
002640*---------------------------------------------------------------
002650*  ONE PASS OVER A DATASET.  THE KEY TOTAL ADDS THE NUMERIC
002660*  PARTS OF EACH KEY (ACCOUNT NUMBER, POSTING DATE AND
002670*  SEQUENCE, RUN DATE AND TIME); THE AMOUNT TOTAL ADDS THE
002680*  BALANCE, ITEM, ACCRUAL OR CONTROL AMOUNT.
002690*---------------------------------------------------------------
002700 01  IXR-PASS-FIELDS.
002710         05  IXR-PASS-COUNT          PIC 9(09) COMP VALUE ZERO.
002720         05  IXR-PASS-KEY-TOTAL      PIC S9(17) COMP-3
002730                                         VALUE ZERO.
002740         05  IXR-PASS-AMOUNT-TOTAL   PIC S9(15)V99 COMP-3
002750                                         VALUE ZERO.
002760         05  IXR-PASS-SEQ-ERRORS     PIC 9(07) COMP VALUE ZERO.
002770         05  IXR-PREV-KEY            PIC X(30) VALUE LOW-VALUES.
002780         05  IXR-THIS-KEY            PIC X(30) VALUE SPACES.
002790         05  IXR-THIS-KEY-VALUE      PIC S9(17) COMP-3
002800                                         VALUE ZERO.
002810         05  IXR-THIS-AMOUNT         PIC S9(13)V99 COMP-3
002820                                         VALUE ZERO.
002830         05  IXR-KEY-ALPHA           PIC X(10) VALUE SPACES.
002840         05  IXR-KEY-NUMBER REDEFINES IXR-KEY-ALPHA
002850                                     PIC 9(10).
002860 01  IXR-BEFORE-TOTALS.
002870         05  IXR-BEFORE-COUNT        PIC 9(09) COMP VALUE ZERO.
002880         05  IXR-BEFORE-KEY-TOTAL    PIC S9(17) COMP-3
002890                                         VALUE ZERO.
002900         05  IXR-BEFORE-AMOUNT-TOTAL PIC S9(15)V99 COMP-3
002910                                         VALUE ZERO.
002920 01  IXR-LOAD-COUNTERS.
002930         05  IXR-LOADED-COUNT        PIC 9(09) COMP VALUE ZERO.
002940         05  IXR-LOAD-REJECTS        PIC 9(09) COMP VALUE ZERO.
002950 01  IXR-COUNTERS.
002960         05  IXR-REORG-COUNT         PIC 9(03) VALUE ZERO.
002970         05  IXR-MEASURED-COUNT      PIC 9(03) VALUE ZERO.
002980         05  IXR-WARNING-COUNT       PIC 9(03) VALUE ZERO.
002990         05  IXR-FAILED-COUNT        PIC 9(03) VALUE ZERO.
003000 01  IXR-TREND-FIELDS.
003010         05  IXR-CUR-MONTH-NUMBER    PIC 9(07) COMP VALUE ZERO.
003020         05  IXR-ROW-MONTH-NUMBER    PIC 9(07) COMP VALUE ZERO.
003030         05  IXR-OLD-MONTH-NUMBER    PIC 9(07) COMP VALUE ZERO.
003040         05  IXR-MONTHS-SPANNED      PIC 9(05) COMP VALUE ZERO.
003050         05  IXR-OLD-BYTES           PIC 9(12) VALUE ZERO.
003060         05  IXR-OLD-RECORDS         PIC 9(09) VALUE ZERO.
003070         05  IXR-BYTE-GROWTH         PIC S9(12) COMP-3
003080                                         VALUE ZERO.
003090         05  IXR-RECORD-GROWTH       PIC S9(09) COMP-3
003100                                         VALUE ZERO.
003110         05  IXR-HEADROOM            PIC S9(12) COMP-3
003120                                         VALUE ZERO.
003130         05  IXR-LIMIT-MONTHS        PIC 9(05) VALUE ZERO.
003140         05  IXR-MONTHS-TO-LIMIT     PIC 9(05) VALUE ZERO.
003150         05  IXR-PROJECTED-NUMBER    PIC 9(07) COMP VALUE ZERO.
003160         05  IXR-PROJECTED-YEAR      PIC 9(04) VALUE ZERO.
003170         05  IXR-PROJECTED-MONTH     PIC 9(02) VALUE ZERO.
003180         05  IXR-WORK-YEAR           PIC 9(07) COMP VALUE ZERO.
003190         05  IXR-WORK-MONTH          PIC 9(02) COMP VALUE ZERO.
003200         05  IXR-WORK-MONTH-KEY      PIC 9(06) VALUE ZERO.
003210         05  IXR-WORK-MONTH-PARTS REDEFINES IXR-WORK-MONTH-KEY.
003220             10  IXR-WORK-KEY-YEAR   PIC 9(04).
003230             10  IXR-WORK-KEY-MONTH  PIC 9(02).
003240         05  IXR-TREND-STATUS        PIC X(14) VALUE SPACES.
003250             88  IXR-TREND-WARNING       VALUES "OVER LIMIT"
003260                                                "WITHIN HORIZON".
003270 01  IXR-WQ-FIELDS.
003280         05  IXR-WQ-SOURCE           PIC X(08) VALUE "IDXREORG".
003290         05  IXR-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
003300 01  IXR-EVENT-LOG-FIELDS.
003310         05  IXR-EVL-PROGRAM         PIC X(08) VALUE "IDXREORG".
003320         05  IXR-EVL-SEVERITY        PIC X(01) VALUE "I".
003330         05  IXR-EVL-CODE            PIC X(04) VALUE SPACES.
003340         05  IXR-EVL-TEXT            PIC X(60) VALUE SPACES.
003350 01  IXR-PAGE-CONTROL.
003360         05  IXR-LINE-COUNT          PIC 9(03) COMP VALUE 99.
003370         05  IXR-PAGE-COUNT          PIC 9(05) VALUE ZERO.
003380         05  IXR-LINES-PER-PAGE      PIC 9(03) VALUE 060.
003390         05  IXR-PAGE-NO-EDIT        PIC ZZZZ9.
003400 01  IXR-DETAIL-LINE             PIC X(132) VALUE SPACES.
003410 01  IXR-COUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.
003420 01  IXR-AMOUNT-EDIT             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
003430 01  IXR-KEY-TOTAL-EDIT          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003440 01  IXR-REORG-HEADING.
003450         05  FILLER                  PIC X(02) VALUE SPACES.
003460         05  FILLER                  PIC X(12) VALUE "DATASET".
003470         05  FILLER                  PIC X(01) VALUE SPACES.
003480         05  FILLER                  PIC X(11) VALUE
003490                                         " RECORDS IN".
003500         05  FILLER                  PIC X(02) VALUE SPACES.
003510         05  FILLER                  PIC X(11) VALUE
003520                                         "RECORDS OUT".
003530         05  FILLER                  PIC X(02) VALUE SPACES.
003540         05  FILLER                  PIC X(07) VALUE "OUT SEQ".
003550         05  FILLER                  PIC X(02) VALUE SPACES.
003560         05  FILLER                  PIC X(15) VALUE
003570                                         "   BYTES BEFORE".
003580         05  FILLER                  PIC X(01) VALUE SPACES.
003590         05  FILLER                  PIC X(15) VALUE
003600                                         "    BYTES AFTER".
003610         05  FILLER                  PIC X(02) VALUE SPACES.
003620         05  FILLER                  PIC X(14) VALUE "RESULT".
003630 01  IXR-REORG-LINE.
003640         05  FILLER                  PIC X(02) VALUE SPACES.
003650         05  IXR-RGL-DATASET         PIC X(12).
003660         05  FILLER                  PIC X(01) VALUE SPACES.
003670         05  IXR-RGL-IN-COUNT        PIC ZZZ,ZZZ,ZZ9.
003680         05  FILLER                  PIC X(02) VALUE SPACES.
003690         05  IXR-RGL-OUT-COUNT       PIC ZZZ,ZZZ,ZZ9.
003700         05  FILLER                  PIC X(02) VALUE SPACES.
003710         05  IXR-RGL-SEQ-ERRORS      PIC ZZZ,ZZ9.
003720         05  FILLER                  PIC X(02) VALUE SPACES.
003730         05  IXR-RGL-BYTES-BEFORE    PIC ZZZ,ZZZ,ZZZ,ZZ9.
003740         05  FILLER                  PIC X(01) VALUE SPACES.
003750         05  IXR-RGL-BYTES-AFTER     PIC ZZZ,ZZZ,ZZZ,ZZ9.
003760         05  FILLER                  PIC X(02) VALUE SPACES.
003770         05  IXR-RGL-RESULT          PIC X(14).
003780 01  IXR-TREND-HEADING.
003790         05  FILLER                  PIC X(02) VALUE SPACES.
003800         05  FILLER                  PIC X(12) VALUE "DATASET".
003810         05  FILLER                  PIC X(01) VALUE SPACES.
003820         05  FILLER                  PIC X(15) VALUE
003830                                         "      BYTES NOW".
003840         05  FILLER                  PIC X(01) VALUE SPACES.
003850         05  FILLER                  PIC X(11) VALUE
003860                                         "    RECORDS".
003870         05  FILLER                  PIC X(02) VALUE SPACES.
003880         05  FILLER                  PIC X(12) VALUE
003890                                         " BYTES/MONTH".
003900         05  FILLER                  PIC X(01) VALUE SPACES.
003910         05  FILLER                  PIC X(10) VALUE
003920                                         "RECS/MONTH".
003930         05  FILLER                  PIC X(02) VALUE SPACES.
003940         05  FILLER                  PIC X(15) VALUE
003950                                         "    SPACE LIMIT".
003960         05  FILLER                  PIC X(01) VALUE SPACES.
003970         05  FILLER                  PIC X(11) VALUE
003980                                         "  REC LIMIT".
003990         05  FILLER                  PIC X(02) VALUE SPACES.
004000         05  FILLER                  PIC X(04) VALUE "MOS.".
004010         05  FILLER                  PIC X(02) VALUE SPACES.
004020         05  FILLER                  PIC X(07) VALUE "REACHES".
004030         05  FILLER                  PIC X(02) VALUE SPACES.
004040         05  FILLER                  PIC X(14) VALUE "STATUS".
004050 01  IXR-TREND-LINE.
004060         05  FILLER                  PIC X(02) VALUE SPACES.
004070         05  IXR-TRL-DATASET         PIC X(12).
004080         05  FILLER                  PIC X(01) VALUE SPACES.
004090         05  IXR-TRL-BYTES           PIC ZZZ,ZZZ,ZZZ,ZZ9.
004100         05  FILLER                  PIC X(01) VALUE SPACES.
004110         05  IXR-TRL-RECORDS         PIC ZZZ,ZZZ,ZZ9.
004120         05  FILLER                  PIC X(02) VALUE SPACES.
004130         05  IXR-TRL-BYTE-GROWTH     PIC -ZZZ,ZZZ,ZZ9.
004140         05  IXR-TRL-BYTE-GROWTH-X REDEFINES IXR-TRL-BYTE-GROWTH
004150                                     PIC X(12).
004160         05  FILLER                  PIC X(01) VALUE SPACES.
004170         05  IXR-TRL-RECORD-GROWTH   PIC -Z,ZZZ,ZZ9.
004180         05  IXR-TRL-RECORD-GROWTH-X REDEFINES
004190                                     IXR-TRL-RECORD-GROWTH
004200                                     PIC X(10).
004210         05  FILLER                  PIC X(02) VALUE SPACES.
004220         05  IXR-TRL-BYTE-LIMIT      PIC ZZZ,ZZZ,ZZZ,ZZ9.
004230         05  FILLER                  PIC X(01) VALUE SPACES.
004240         05  IXR-TRL-RECORD-LIMIT    PIC ZZZ,ZZZ,ZZ9.
004250         05  FILLER                  PIC X(02) VALUE SPACES.
004260         05  IXR-TRL-MONTHS          PIC ZZZ9.
004270         05  IXR-TRL-MONTHS-X REDEFINES IXR-TRL-MONTHS
004280                                     PIC X(04).
004290         05  FILLER                  PIC X(02) VALUE SPACES.
004300         05  IXR-TRL-REACHES         PIC X(07).
004310         05  FILLER                  PIC X(02) VALUE SPACES.
004320         05  IXR-TRL-STATUS          PIC X(14).
004330 PROCEDURE DIVISION.
004340 0000-MAINLINE.
004350         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004360         IF IXR-READY
004370             PERFORM 2000-PROCESS-ONE-DATASET THRU 2000-EXIT
004380                 VARYING IXR-DS-SUB FROM 1 BY 1
004390                 UNTIL IXR-DS-SUB > 6
004400             PERFORM 5000-REWRITE-HISTORY THRU 5000-EXIT
004410             PERFORM 6000-PRINT-REPORT THRU 6000-EXIT
004420         END-IF.
004430         PERFORM 8000-TERMINATE THRU 8000-EXIT.
004440         STOP RUN.
004450 1000-INITIALIZE.
004460         DISPLAY "IDXREORG: JOB STARTING".
004470         MOVE ZERO TO RETURN-CODE.
004480         CALL "RUNDATE" USING RUN-DATE-AREA.
004490         MOVE RDT-RUN-DATE TO IXR-RUN-DATE.
004500         ACCEPT IXR-RUN-TIME FROM TIME.
004510         ACCEPT IXR-PARM-STRING FROM COMMAND-LINE.
004520         IF IXR-PARM-STRING NOT = SPACES
004530             UNSTRING IXR-PARM-STRING DELIMITED BY ","
004540                 INTO IXR-PARM-ACTION
004550                      IXR-PARM-HORIZON
004560             END-UNSTRING
004570         END-IF.
004580         IF NOT IXR-MODE-MEASURE AND NOT IXR-MODE-REORG
004590             DISPLAY "IDXREORG: PARAMETER MUST BE "
004600                 "[MEASURE|REORG][,HORIZON MONTHS]"
004610             MOVE 8 TO RETURN-CODE
004620             GO TO 1000-EXIT
004630         END-IF.
004640         IF IXR-PARM-HORIZON > ZERO
004650             MOVE IXR-PARM-HORIZON TO IXR-HORIZON-MONTHS
004660         END-IF.
004670         MOVE SPACES TO IXR-RESULT-TABLE.
004680         MOVE "I" TO IXR-EVL-SEVERITY.
004690         MOVE "STRT" TO IXR-EVL-CODE.
004700         IF IXR-MODE-REORG
004710             MOVE "INDEXED FILE REORGANIZATION STARTING"
004720                 TO IXR-EVL-TEXT
004730             MOVE SPACES TO IXR-BACKUP-DIR
004740             STRING "BACKUP." IXR-RUN-DATE
004750                 DELIMITED BY SIZE INTO IXR-BACKUP-DIR
004760             MOVE SPACES TO IXR-COMMAND
004770             STRING "mkdir -p " IXR-BACKUP-DIR
004780                 DELIMITED BY SIZE INTO IXR-COMMAND
004790             CALL "SYSTEM" USING IXR-COMMAND
004800                 RETURNING IXR-COMMAND-RC
004810         ELSE
004820             MOVE "DATASET GROWTH MEASUREMENT STARTING"
004830                 TO IXR-EVL-TEXT
004840         END-IF.
004850         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
004860         OPEN INPUT GROWTH-HISTORY-FILE.
004870         IF IXR-HISTORY-FILE-OK
004880             MOVE "N" TO IXR-EOF-SWITCH
004890             PERFORM 1100-LOAD-ONE-HISTORY-ROW THRU 1100-EXIT
004900                 UNTIL IXR-AT-END
004910                     OR IXR-HIST-COUNT = 1200
004920             CLOSE GROWTH-HISTORY-FILE
004930         END-IF.
004940         DIVIDE IXR-RUN-MONTH-KEY BY 100
004950             GIVING IXR-WORK-YEAR REMAINDER IXR-WORK-MONTH.
004960         COMPUTE IXR-CUR-MONTH-NUMBER =
004970             IXR-WORK-YEAR * 12 + IXR-WORK-MONTH - 1.
004980         SET IXR-READY TO TRUE.
004990         DISPLAY "IDXREORG: " IXR-PARM-ACTION " RUN, "
005000             IXR-HIST-COUNT " GROWTH HISTORY ROW(S) ON FILE".
005010 1000-EXIT.
005020         EXIT.
005030 1100-LOAD-ONE-HISTORY-ROW.
005040         READ GROWTH-HISTORY-FILE
005050             AT END
005060                 MOVE "Y" TO IXR-EOF-SWITCH
005070             NOT AT END
005080                 ADD 1 TO IXR-HIST-COUNT
005090                 MOVE GROWTH-HISTORY-RECORD
005100                     TO IXR-HIST-ENTRY(IXR-HIST-COUNT)
005110         END-READ.
005120 1100-EXIT.
005130         EXIT.
005140*---------------------------------------------------------------
005150*  2000-PROCESS-ONE-DATASET.  A DATASET NOT ON DISK IS SKIPPED
005160*  AND GETS NO HISTORY ROW.  IN A REORG RUN EACH INDEXED
005170*  MASTER IS BACKED UP AND REORGANIZED; EVERY DATASET NOT
005180*  REORGANIZED (MEASURE RUN, SEQUENTIAL LOG, OR A REORG THAT
005190*  STOPPED SHORT) IS COUNTED WITH A PLAIN READ PASS.
005200*---------------------------------------------------------------
005210 2000-PROCESS-ONE-DATASET.
005220         MOVE "N" TO IXR-RS-ON-DISK(IXR-DS-SUB)
005230                     IXR-RS-REORG-FLAG(IXR-DS-SUB).
005240         MOVE ZERO TO IXR-RS-BYTES-BEFORE(IXR-DS-SUB)
005250                      IXR-RS-BYTES-NOW(IXR-DS-SUB)
005260                      IXR-RS-RECORDS(IXR-DS-SUB)
005270                      IXR-RS-IN-COUNT(IXR-DS-SUB)
005280                      IXR-RS-OUT-COUNT(IXR-DS-SUB)
005290                      IXR-RS-SEQ-ERRORS(IXR-DS-SUB).
005300         MOVE IXR-DS-NAME(IXR-DS-SUB) TO IXR-CHECK-FILENAME.
005310         CALL "CBL_CHECK_FILE_EXIST" USING IXR-CHECK-FILENAME
005320             IXR-ORIG-FILE-INFO
005330             RETURNING IXR-CHECK-RC.
005340         IF IXR-CHECK-RC NOT = ZERO
005350             MOVE "NOT ON DISK" TO IXR-RS-RESULT(IXR-DS-SUB)
005360             DISPLAY "IDXREORG: " IXR-DS-NAME(IXR-DS-SUB)
005370                 " NOT ON DISK - SKIPPED"
005380             GO TO 2000-EXIT
005390         END-IF.
005400         MOVE "Y" TO IXR-RS-ON-DISK(IXR-DS-SUB).
005410         MOVE IXR-ORIG-SIZE TO IXR-RS-BYTES-BEFORE(IXR-DS-SUB)
005420                               IXR-RS-BYTES-NOW(IXR-DS-SUB).
005430         IF IXR-MODE-REORG AND IXR-DS-INDEXED(IXR-DS-SUB)
005440             PERFORM 2100-BACKUP-ONE-DATASET THRU 2100-EXIT
005450             IF IXR-BACKUP-VERIFIED
005460                 PERFORM 2200-REORGANIZE-ONE THRU 2200-EXIT
005470             ELSE
005480                 MOVE "NO BACKUP" TO IXR-RS-RESULT(IXR-DS-SUB)
005490                 ADD 1 TO IXR-FAILED-COUNT
005500                 SET IXR-TROUBLE-FOUND TO TRUE
005510             END-IF
005520         END-IF.
005530         IF NOT IXR-RS-REORGANIZED(IXR-DS-SUB)
005540             MOVE "C" TO IXR-PASS-MODE
005550             MOVE IXR-DS-NAME(IXR-DS-SUB) TO IXR-SCAN-NAME
005560             PERFORM 3000-SCAN-DATASET THRU 3000-EXIT
005570             MOVE IXR-PASS-COUNT TO IXR-RS-RECORDS(IXR-DS-SUB)
005580             IF IXR-RS-RESULT(IXR-DS-SUB) = SPACES
005590                 MOVE "MEASURED" TO IXR-RS-RESULT(IXR-DS-SUB)
005600             END-IF
005610         END-IF.
005620         ADD 1 TO IXR-MEASURED-COUNT.
005630         PERFORM 2600-POST-HISTORY THRU 2600-EXIT.
005640 2000-EXIT.
005650         EXIT.
005660*---------------------------------------------------------------
005670*  2100-BACKUP-ONE-DATASET.  THE COPY GOES INTO TODAY'S BACKUP
005680*  SET UNDER <NAME>.PRE, IS SIZE-CHECKED AGAINST THE ORIGINAL
005690*  AND CATALOGED ON BCKCATLG -- BACKUP'S RETENTION RETIRES IT
005700*  WITH THE REST OF THE SET.
005710*---------------------------------------------------------------
005720 2100-BACKUP-ONE-DATASET.
005730         MOVE "N" TO IXR-BACKUP-SWITCH.
005740         MOVE SPACES TO IXR-BACKUP-PATH.
005750         STRING IXR-BACKUP-DIR DELIMITED BY SPACE
005760             "/" DELIMITED BY SIZE
005770             IXR-DS-NAME(IXR-DS-SUB) DELIMITED BY SPACE
005780             ".PRE" DELIMITED BY SIZE
005790             INTO IXR-BACKUP-PATH.
005800         MOVE SPACES TO IXR-COMMAND.
005810         STRING "cp " DELIMITED BY SIZE
005820             IXR-DS-NAME(IXR-DS-SUB) DELIMITED BY SPACE
005830             " " DELIMITED BY SIZE
005840             IXR-BACKUP-PATH DELIMITED BY SPACE
005850             INTO IXR-COMMAND.
005860         CALL "SYSTEM" USING IXR-COMMAND
005870             RETURNING IXR-COMMAND-RC.
005880         IF IXR-COMMAND-RC NOT = ZERO
005890             DISPLAY "IDXREORG: BACKUP COPY FAILED FOR "
005900                 IXR-DS-NAME(IXR-DS-SUB)
005910             GO TO 2100-EXIT
005920         END-IF.
005930         MOVE IXR-BACKUP-PATH TO IXR-CHECK-FILENAME.
005940         CALL "CBL_CHECK_FILE_EXIST" USING IXR-CHECK-FILENAME
005950             IXR-COPY-FILE-INFO
005960             RETURNING IXR-CHECK-RC.
005970         IF IXR-CHECK-RC = ZERO
005980             AND IXR-COPY-SIZE = IXR-ORIG-SIZE
005990             SET IXR-BACKUP-VERIFIED TO TRUE
006000         ELSE
006010             DISPLAY "IDXREORG: BACKUP OF "
006020                 IXR-DS-NAME(IXR-DS-SUB)
006030                 " DOES NOT MATCH THE ORIGINAL'S SIZE"
006040         END-IF.
006050         PERFORM 2150-CATALOG-BACKUP THRU 2150-EXIT.
006060 2100-EXIT.
006070         EXIT.
006080 2150-CATALOG-BACKUP.
006090         OPEN EXTEND BACKUP-CATALOG-FILE.
006100         IF NOT IXR-CATALOG-FILE-OK
006110             OPEN OUTPUT BACKUP-CATALOG-FILE
006120         END-IF.
006130         IF NOT IXR-CATALOG-FILE-OK
006140             DISPLAY "IDXREORG: BCKCATLG UNAVAILABLE, STATUS = "
006150                 IXR-CATALOG-FILE-STATUS
006160             MOVE "N" TO IXR-BACKUP-SWITCH
006170             GO TO 2150-EXIT
006180         END-IF.
006190         MOVE SPACES TO BACKUP-CATALOG-REC.
006200         MOVE IXR-RUN-DATE TO BCK-BACKUP-DATE.
006210         MOVE IXR-DS-NAME(IXR-DS-SUB) TO BCK-DATASET-NAME.
006220         MOVE IXR-BACKUP-PATH TO BCK-BACKUP-PATH.
006230         MOVE IXR-BACKUP-SWITCH TO BCK-VERIFIED.
006240         MOVE "A" TO BCK-STATUS.
006250         WRITE BACKUP-CATALOG-REC.
006260         CLOSE BACKUP-CATALOG-FILE.
006270 2150-EXIT.
006280         EXIT.
006290*---------------------------------------------------------------
006300*  2200-REORGANIZE-ONE.  UNLOAD, RELOAD, PROVE, AND ONLY THEN
006310*  REPLACE.  ANY FAILURE BEFORE THE RENAME LEAVES THE MASTER
006320*  AS IT WAS AND CLEARS AWAY THE WORK FILES.
006330*---------------------------------------------------------------
006340 2200-REORGANIZE-ONE.
006350         MOVE SPACES TO IXR-UNLOAD-NAME IXR-NEW-NAME.
006360         STRING IXR-DS-NAME(IXR-DS-SUB) DELIMITED BY SPACE
006370             ".UNL" DELIMITED BY SIZE INTO IXR-UNLOAD-NAME.
006380         STRING IXR-DS-NAME(IXR-DS-SUB) DELIMITED BY SPACE
006390             ".NEW" DELIMITED BY SIZE INTO IXR-NEW-NAME.
006400         OPEN OUTPUT UNLOAD-FILE.
006410         IF NOT IXR-UNLOAD-FILE-OK
006420             DISPLAY "IDXREORG: CANNOT OPEN " IXR-UNLOAD-NAME
006430                 ", STATUS = " IXR-UNLOAD-FILE-STATUS
006440             MOVE "UNLOAD FAILED" TO IXR-RS-RESULT(IXR-DS-SUB)
006450             GO TO 2200-FAILED
006460         END-IF.
006470         MOVE "U" TO IXR-PASS-MODE.
006480         MOVE IXR-DS-NAME(IXR-DS-SUB) TO IXR-SCAN-NAME.
006490         PERFORM 3000-SCAN-DATASET THRU 3000-EXIT.
006500         CLOSE UNLOAD-FILE.
006510         IF IXR-SCAN-FAILED
006520             MOVE "UNLOAD FAILED" TO IXR-RS-RESULT(IXR-DS-SUB)
006530             GO TO 2200-FAILED
006540         END-IF.
006550         MOVE IXR-PASS-COUNT TO IXR-BEFORE-COUNT
006560                                IXR-RS-IN-COUNT(IXR-DS-SUB).
006570         MOVE IXR-PASS-KEY-TOTAL TO IXR-BEFORE-KEY-TOTAL.
006580         MOVE IXR-PASS-AMOUNT-TOTAL TO IXR-BEFORE-AMOUNT-TOTAL.
006590         MOVE IXR-PASS-SEQ-ERRORS
006600             TO IXR-RS-SEQ-ERRORS(IXR-DS-SUB).
006610         PERFORM 2300-RELOAD-ONE THRU 2300-EXIT.
006620         IF IXR-RELOAD-FAILED
006630             MOVE "RELOAD FAILED" TO IXR-RS-RESULT(IXR-DS-SUB)
006640             GO TO 2200-FAILED
006650         END-IF.
006660         MOVE "C" TO IXR-PASS-MODE.
006670         MOVE IXR-NEW-NAME TO IXR-SCAN-NAME.
006680         PERFORM 3000-SCAN-DATASET THRU 3000-EXIT.
006690         MOVE IXR-PASS-COUNT TO IXR-RS-OUT-COUNT(IXR-DS-SUB).
006700         PERFORM 2250-SHOW-TOTALS THRU 2250-EXIT.
006710         IF IXR-SCAN-FAILED
006720             OR IXR-LOAD-REJECTS > ZERO
006730             OR IXR-PASS-COUNT NOT = IXR-BEFORE-COUNT
006740             OR IXR-PASS-KEY-TOTAL NOT = IXR-BEFORE-KEY-TOTAL
006750             OR IXR-PASS-AMOUNT-TOTAL
006760                 NOT = IXR-BEFORE-AMOUNT-TOTAL
006770             DISPLAY "IDXREORG: " IXR-NEW-NAME
006780                 " DOES NOT PROVE AGAINST THE UNLOAD - "
006790                 IXR-DS-NAME(IXR-DS-SUB) " LEFT AS IT WAS"
006800             MOVE "NOT PROVEN" TO IXR-RS-RESULT(IXR-DS-SUB)
006810             GO TO 2200-FAILED
006820         END-IF.
006830         CALL "CBL_RENAME_FILE" USING IXR-NEW-NAME
006840             IXR-DS-NAME(IXR-DS-SUB)
006850             RETURNING IXR-COMMAND-RC.
006860         IF IXR-COMMAND-RC NOT = ZERO
006870             DISPLAY "IDXREORG: COULD NOT RENAME " IXR-NEW-NAME
006880                 " OVER " IXR-DS-NAME(IXR-DS-SUB)
006890             MOVE "RENAME FAILED" TO IXR-RS-RESULT(IXR-DS-SUB)
006900             GO TO 2200-FAILED
006910         END-IF.
006920         CALL "CBL_DELETE_FILE" USING IXR-UNLOAD-NAME
006930             RETURNING IXR-COMMAND-RC.
006940         MOVE IXR-DS-NAME(IXR-DS-SUB) TO IXR-CHECK-FILENAME.
006950         CALL "CBL_CHECK_FILE_EXIST" USING IXR-CHECK-FILENAME
006960             IXR-COPY-FILE-INFO
006970             RETURNING IXR-CHECK-RC.
006980         IF IXR-CHECK-RC = ZERO
006990             MOVE IXR-COPY-SIZE TO IXR-RS-BYTES-NOW(IXR-DS-SUB)
007000         END-IF.
007010         MOVE IXR-PASS-COUNT TO IXR-RS-RECORDS(IXR-DS-SUB).
007020         MOVE "Y" TO IXR-RS-REORG-FLAG(IXR-DS-SUB).
007030         MOVE "REORGANIZED" TO IXR-RS-RESULT(IXR-DS-SUB).
007040         ADD 1 TO IXR-REORG-COUNT.
007050         DISPLAY "IDXREORG: " IXR-DS-NAME(IXR-DS-SUB)
007060             " REORGANIZED AND PROVED".
007070         GO TO 2200-EXIT.
007080 2200-FAILED.
007090         ADD 1 TO IXR-FAILED-COUNT.
007100         SET IXR-TROUBLE-FOUND TO TRUE.
007110         CALL "CBL_DELETE_FILE" USING IXR-NEW-NAME
007120             RETURNING IXR-COMMAND-RC.
007130         CALL "CBL_DELETE_FILE" USING IXR-UNLOAD-NAME
007140             RETURNING IXR-COMMAND-RC.
007150         MOVE "E" TO IXR-EVL-SEVERITY.
007160         MOVE "REOF" TO IXR-EVL-CODE.
007170         MOVE SPACES TO IXR-EVL-TEXT.
007180         STRING IXR-DS-NAME(IXR-DS-SUB) DELIMITED BY SPACE
007190             " NOT REORGANIZED - " DELIMITED BY SIZE
007200             IXR-RS-RESULT(IXR-DS-SUB) DELIMITED BY SIZE
007210             INTO IXR-EVL-TEXT.
007220         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
007230 2200-EXIT.
007240         EXIT.
007250 2250-SHOW-TOTALS.
007260         MOVE IXR-BEFORE-COUNT TO IXR-COUNT-EDIT.
007270         MOVE IXR-BEFORE-KEY-TOTAL TO IXR-KEY-TOTAL-EDIT.
007280         MOVE IXR-BEFORE-AMOUNT-TOTAL TO IXR-AMOUNT-EDIT.
007290         DISPLAY "IDXREORG: " IXR-DS-NAME(IXR-DS-SUB)
007300             " UNLOADED " IXR-COUNT-EDIT " KEYS "
007310             IXR-KEY-TOTAL-EDIT " AMOUNT " IXR-AMOUNT-EDIT.
007320         MOVE IXR-PASS-COUNT TO IXR-COUNT-EDIT.
007330         MOVE IXR-PASS-KEY-TOTAL TO IXR-KEY-TOTAL-EDIT.
007340         MOVE IXR-PASS-AMOUNT-TOTAL TO IXR-AMOUNT-EDIT.
007350         DISPLAY "IDXREORG: " IXR-DS-NAME(IXR-DS-SUB)
007360             " RELOADED " IXR-COUNT-EDIT " KEYS "
007370             IXR-KEY-TOTAL-EDIT " AMOUNT " IXR-AMOUNT-EDIT.
007380 2250-EXIT.
007390         EXIT.
007400*---------------------------------------------------------------
007410*  2300-RELOAD-ONE.  THE UNLOAD IS ALREADY IN KEY ORDER, SO
007420*  THE NEW FILE IS BUILT BY STRAIGHT WRITES.  A DUPLICATE OR
007430*  OUT-OF-ORDER KEY IS COUNTED AS A REJECT AND FAILS THE PROOF.
007440*---------------------------------------------------------------
007450 2300-RELOAD-ONE.
007460         MOVE "N" TO IXR-RELOAD-SWITCH.
007470         MOVE ZERO TO IXR-LOADED-COUNT IXR-LOAD-REJECTS.
007480         OPEN INPUT UNLOAD-FILE.
007490         IF NOT IXR-UNLOAD-FILE-OK
007500             SET IXR-RELOAD-FAILED TO TRUE
007510             GO TO 2300-EXIT
007520         END-IF.
007530         MOVE IXR-NEW-NAME TO IXR-SCAN-NAME.
007540         MOVE "N" TO IXR-EOF-SWITCH.
007550         EVALUATE IXR-DS-KIND(IXR-DS-SUB)
007560             WHEN "B"
007570                 PERFORM 2310-RELOAD-BALANCES THRU 2310-EXIT
007580             WHEN "H"
007590                 PERFORM 2320-RELOAD-HISTORY THRU 2320-EXIT
007600             WHEN "L"
007610                 PERFORM 2330-RELOAD-LEDGER THRU 2330-EXIT
007620             WHEN "A"
007630                 PERFORM 2340-RELOAD-ACCRUALS THRU 2340-EXIT
007640         END-EVALUATE.
007650         CLOSE UNLOAD-FILE.
007660         IF IXR-LOAD-REJECTS > ZERO
007670             DISPLAY "IDXREORG: " IXR-LOAD-REJECTS
007680                 " RECORD(S) REJECTED RELOADING " IXR-NEW-NAME
007690         END-IF.
007700 2300-EXIT.
007710         EXIT.
007720 2310-RELOAD-BALANCES.
007730         OPEN OUTPUT BALANCE-SCAN-FILE.
007740         IF NOT IXR-SCAN-FILE-OK
007750             SET IXR-RELOAD-FAILED TO TRUE
007760             GO TO 2310-EXIT
007770         END-IF.
007780         PERFORM 2315-RELOAD-ONE-BALANCE THRU 2315-EXIT
007790             UNTIL IXR-AT-END.
007800         CLOSE BALANCE-SCAN-FILE.
007810 2310-EXIT.
007820         EXIT.
007830 2315-RELOAD-ONE-BALANCE.
007840         READ UNLOAD-FILE
007850             AT END
007860                 MOVE "Y" TO IXR-EOF-SWITCH
007870                 GO TO 2315-EXIT
007880         END-READ.
007890         MOVE UNLOAD-RECORD TO BALANCE-RECORD.
007900         WRITE BALANCE-RECORD
007910             INVALID KEY
007920                 ADD 1 TO IXR-LOAD-REJECTS
007930             NOT INVALID KEY
007940                 ADD 1 TO IXR-LOADED-COUNT
007950         END-WRITE.
007960 2315-EXIT.
007970         EXIT.
007980 2320-RELOAD-HISTORY.
007990         OPEN OUTPUT HISTORY-SCAN-FILE.
008000         IF NOT IXR-SCAN-FILE-OK
008010             SET IXR-RELOAD-FAILED TO TRUE
008020             GO TO 2320-EXIT
008030         END-IF.
008040         PERFORM 2325-RELOAD-ONE-HISTORY THRU 2325-EXIT
008050             UNTIL IXR-AT-END.
008060         CLOSE HISTORY-SCAN-FILE.
008070 2320-EXIT.
008080         EXIT.
008090 2325-RELOAD-ONE-HISTORY.
008100         READ UNLOAD-FILE
008110             AT END
008120                 MOVE "Y" TO IXR-EOF-SWITCH
008130                 GO TO 2325-EXIT
008140         END-READ.
008150         MOVE UNLOAD-RECORD TO TXN-HISTORY-RECORD.
008160         WRITE TXN-HISTORY-RECORD
008170             INVALID KEY
008180                 ADD 1 TO IXR-LOAD-REJECTS
008190             NOT INVALID KEY
008200                 ADD 1 TO IXR-LOADED-COUNT
008210         END-WRITE.
008220 2325-EXIT.
008230         EXIT.
008240 2330-RELOAD-LEDGER.
008250         OPEN OUTPUT LEDGER-SCAN-FILE.
008260         IF NOT IXR-SCAN-FILE-OK
008270             SET IXR-RELOAD-FAILED TO TRUE
008280             GO TO 2330-EXIT
008290         END-IF.
008300         PERFORM 2335-RELOAD-ONE-LEDGER THRU 2335-EXIT
008310             UNTIL IXR-AT-END.
008320         CLOSE LEDGER-SCAN-FILE.
008330 2330-EXIT.
008340         EXIT.
008350 2335-RELOAD-ONE-LEDGER.
008360         READ UNLOAD-FILE
008370             AT END
008380                 MOVE "Y" TO IXR-EOF-SWITCH
008390                 GO TO 2335-EXIT
008400         END-READ.
008410         MOVE UNLOAD-RECORD TO LEDGER-MASTER-RECORD.
008420         WRITE LEDGER-MASTER-RECORD
008430             INVALID KEY
008440                 ADD 1 TO IXR-LOAD-REJECTS
008450             NOT INVALID KEY
008460                 ADD 1 TO IXR-LOADED-COUNT
008470         END-WRITE.
008480 2335-EXIT.
008490         EXIT.
008500 2340-RELOAD-ACCRUALS.
008510         OPEN OUTPUT ACCRUAL-SCAN-FILE.
008520         IF NOT IXR-SCAN-FILE-OK
008530             SET IXR-RELOAD-FAILED TO TRUE
008540             GO TO 2340-EXIT
008550         END-IF.
008560         PERFORM 2345-RELOAD-ONE-ACCRUAL THRU 2345-EXIT
008570             UNTIL IXR-AT-END.
008580         CLOSE ACCRUAL-SCAN-FILE.
008590 2340-EXIT.
008600         EXIT.
008610 2345-RELOAD-ONE-ACCRUAL.
008620         READ UNLOAD-FILE
008630             AT END
008640                 MOVE "Y" TO IXR-EOF-SWITCH
008650                 GO TO 2345-EXIT
008660         END-READ.
008670         MOVE UNLOAD-RECORD TO INTEREST-ACCRUAL-RECORD.
008680         WRITE INTEREST-ACCRUAL-RECORD
008690             INVALID KEY
008700                 ADD 1 TO IXR-LOAD-REJECTS
008710             NOT INVALID KEY
008720                 ADD 1 TO IXR-LOADED-COUNT
008730         END-WRITE.
008740 2345-EXIT.
008750         EXIT.
008760*---------------------------------------------------------------
008770*  2600-POST-HISTORY.  THIS MONTH'S ROW FOR THE DATASET IS
008780*  REPLACED IF AN EARLIER RUN THIS MONTH WROTE ONE.
008790*---------------------------------------------------------------
008800 2600-POST-HISTORY.
008810         MOVE "N" TO IXR-FOUND-SWITCH.
008820         MOVE ZERO TO IXR-HIST-SUB.
008830         PERFORM 2650-FIND-MONTH-ROW THRU 2650-EXIT
008840             UNTIL IXR-ROW-FOUND
008850                 OR IXR-HIST-SUB >= IXR-HIST-COUNT.
008860         IF IXR-ROW-FOUND
008870             MOVE IXR-HIST-SUB TO IXR-HIST-FOUND-SUB
008880         ELSE
008890             IF IXR-HIST-COUNT = 1200
008900                 DISPLAY "IDXREORG: GROWHIST TABLE FULL - NO ROW"
008910                     " FOR " IXR-DS-NAME(IXR-DS-SUB)
008920                 GO TO 2600-EXIT
008930             END-IF
008940             ADD 1 TO IXR-HIST-COUNT
008950             MOVE IXR-HIST-COUNT TO IXR-HIST-FOUND-SUB
008960         END-IF.
008970         MOVE SPACES TO IXR-HIST-ENTRY(IXR-HIST-FOUND-SUB).
008980         MOVE IXR-RUN-MONTH-KEY
008990             TO IXR-HST-MONTH(IXR-HIST-FOUND-SUB).
009000         MOVE IXR-DS-NAME(IXR-DS-SUB)
009010             TO IXR-HST-DATASET(IXR-HIST-FOUND-SUB).
009020         MOVE IXR-RUN-DATE TO IXR-HST-DATE(IXR-HIST-FOUND-SUB).
009030         MOVE IXR-RS-BYTES-NOW(IXR-DS-SUB)
009040             TO IXR-HST-BYTES(IXR-HIST-FOUND-SUB).
009050         MOVE IXR-RS-RECORDS(IXR-DS-SUB)
009060             TO IXR-HST-RECORDS(IXR-HIST-FOUND-SUB).
009070         MOVE IXR-RS-REORG-FLAG(IXR-DS-SUB)
009080             TO IXR-HST-REORG-FLAG(IXR-HIST-FOUND-SUB).
009090         IF IXR-RS-REORGANIZED(IXR-DS-SUB)
009100             MOVE IXR-RS-BYTES-BEFORE(IXR-DS-SUB)
009110                 TO IXR-HST-BYTES-BEFORE(IXR-HIST-FOUND-SUB)
009120         ELSE
009130             MOVE ZERO
009140                 TO IXR-HST-BYTES-BEFORE(IXR-HIST-FOUND-SUB)
009150         END-IF.
009160 2600-EXIT.
009170         EXIT.
009180 2650-FIND-MONTH-ROW.
009190         ADD 1 TO IXR-HIST-SUB.
009200         IF IXR-HST-MONTH(IXR-HIST-SUB) = IXR-RUN-MONTH-KEY
009210             AND IXR-HST-DATASET(IXR-HIST-SUB)
009220                 = IXR-DS-NAME(IXR-DS-SUB)
009230             SET IXR-ROW-FOUND TO TRUE
009240         END-IF.
009250 2650-EXIT.
009260         EXIT.
009270*---------------------------------------------------------------
009280*  3000-SCAN-DATASET.  ONE READ PASS OVER IXR-SCAN-NAME IN THE
009290*  DATASET'S OWN LAYOUT.  AN UNLOAD PASS ALSO WRITES EACH
009300*  RECORD TO THE (ALREADY OPEN) UNLOAD FILE.
009310*---------------------------------------------------------------
009320 3000-SCAN-DATASET.
009330         MOVE ZERO TO IXR-PASS-COUNT IXR-PASS-KEY-TOTAL
009340                      IXR-PASS-AMOUNT-TOTAL IXR-PASS-SEQ-ERRORS.
009350         MOVE LOW-VALUES TO IXR-PREV-KEY.
009360         MOVE "N" TO IXR-SCAN-SWITCH.
009370         MOVE "N" TO IXR-EOF-SWITCH.
009380         EVALUATE IXR-DS-KIND(IXR-DS-SUB)
009390             WHEN "B"
009400                 PERFORM 3100-SCAN-BALANCES THRU 3100-EXIT
009410             WHEN "H"
009420                 PERFORM 3200-SCAN-HISTORY THRU 3200-EXIT
009430             WHEN "L"
009440                 PERFORM 3300-SCAN-LEDGER THRU 3300-EXIT
009450             WHEN "A"
009460                 PERFORM 3400-SCAN-ACCRUALS THRU 3400-EXIT
009470             WHEN OTHER
009480                 PERFORM 3500-SCAN-FLAT THRU 3500-EXIT
009490         END-EVALUATE.
009500         IF IXR-SCAN-FAILED
009510             DISPLAY "IDXREORG: CANNOT READ " IXR-SCAN-NAME
009520                 ", STATUS = " IXR-SCAN-FILE-STATUS
009530         END-IF.
009540 3000-EXIT.
009550         EXIT.
009560 3100-SCAN-BALANCES.
009570         OPEN INPUT BALANCE-SCAN-FILE.
009580         IF NOT IXR-SCAN-FILE-OK
009590             SET IXR-SCAN-FAILED TO TRUE
009600             GO TO 3100-EXIT
009610         END-IF.
009620         PERFORM 3150-SCAN-ONE-BALANCE THRU 3150-EXIT
009630             UNTIL IXR-AT-END.
009640         CLOSE BALANCE-SCAN-FILE.
009650 3100-EXIT.
009660         EXIT.
009670 3150-SCAN-ONE-BALANCE.
009680         READ BALANCE-SCAN-FILE NEXT RECORD
009690             AT END
009700                 MOVE "Y" TO IXR-EOF-SWITCH
009710                 GO TO 3150-EXIT
009720         END-READ.
009730         MOVE ABL-KEY TO IXR-THIS-KEY.
009740         MOVE ZERO TO IXR-THIS-KEY-VALUE.
009750         MOVE ABL-ACCOUNT-NO TO IXR-KEY-ALPHA.
009760         IF IXR-KEY-ALPHA NUMERIC
009770             ADD IXR-KEY-NUMBER TO IXR-THIS-KEY-VALUE
009780         END-IF.
009790         MOVE ABL-CURRENT-BALANCE TO IXR-THIS-AMOUNT.
009800         IF IXR-PASS-UNLOAD
009810             MOVE BALANCE-RECORD TO UNLOAD-RECORD
009820             WRITE UNLOAD-RECORD
009830         END-IF.
009840         PERFORM 3900-ACCUMULATE THRU 3900-EXIT.
009850 3150-EXIT.
009860         EXIT.
009870 3200-SCAN-HISTORY.
009880         OPEN INPUT HISTORY-SCAN-FILE.
009890         IF NOT IXR-SCAN-FILE-OK
009900             SET IXR-SCAN-FAILED TO TRUE
009910             GO TO 3200-EXIT
009920         END-IF.
009930         PERFORM 3250-SCAN-ONE-HISTORY THRU 3250-EXIT
009940             UNTIL IXR-AT-END.
009950         CLOSE HISTORY-SCAN-FILE.
009960 3200-EXIT.
009970         EXIT.
009980 3250-SCAN-ONE-HISTORY.
009990         READ HISTORY-SCAN-FILE NEXT RECORD
010000             AT END
010010                 MOVE "Y" TO IXR-EOF-SWITCH
010020                 GO TO 3250-EXIT
010030         END-READ.
010040         MOVE THR-KEY TO IXR-THIS-KEY.
010050         COMPUTE IXR-THIS-KEY-VALUE =
010060             THR-POST-DATE + THR-SEQUENCE.
010070         MOVE THR-ACCOUNT-NO TO IXR-KEY-ALPHA.
010080         IF IXR-KEY-ALPHA NUMERIC
010090             ADD IXR-KEY-NUMBER TO IXR-THIS-KEY-VALUE
010100         END-IF.
010110         MOVE THR-AMOUNT TO IXR-THIS-AMOUNT.
010120         IF IXR-PASS-UNLOAD
010130             MOVE TXN-HISTORY-RECORD TO UNLOAD-RECORD
010140             WRITE UNLOAD-RECORD
010150         END-IF.
010160         PERFORM 3900-ACCUMULATE THRU 3900-EXIT.
010170 3250-EXIT.
010180         EXIT.
010190 3300-SCAN-LEDGER.
010200         OPEN INPUT LEDGER-SCAN-FILE.
010210         IF NOT IXR-SCAN-FILE-OK
010220             SET IXR-SCAN-FAILED TO TRUE
010230             GO TO 3300-EXIT
010240         END-IF.
010250         PERFORM 3350-SCAN-ONE-LEDGER THRU 3350-EXIT
010260             UNTIL IXR-AT-END.
010270         CLOSE LEDGER-SCAN-FILE.
010280 3300-EXIT.
010290         EXIT.
010300*  THE LEDGER MASTER'S AMOUNT IS THE CONTROL TOTAL CARRIED IN
010310*  ITS CTL-TOTAL-RECORD IMAGE.
010320 3350-SCAN-ONE-LEDGER.
010330         READ LEDGER-SCAN-FILE NEXT RECORD
010340             AT END
010350                 MOVE "Y" TO IXR-EOF-SWITCH
010360                 GO TO 3350-EXIT
010370         END-READ.
010380         MOVE LMR-KEY TO IXR-THIS-KEY.
010390         COMPUTE IXR-THIS-KEY-VALUE =
010400             LMR-RUN-DATE + LMR-RUN-TIME.
010410         MOVE LMR-CTL-DATA TO CTL-TOTAL-RECORD.
010420         MOVE ZERO TO IXR-THIS-AMOUNT.
010430         IF CTL-AMOUNT-TOTAL NUMERIC
010440             MOVE CTL-AMOUNT-TOTAL TO IXR-THIS-AMOUNT
010450         END-IF.
010460         IF IXR-PASS-UNLOAD
010470             MOVE LEDGER-MASTER-RECORD TO UNLOAD-RECORD
010480             WRITE UNLOAD-RECORD
010490         END-IF.
010500         PERFORM 3900-ACCUMULATE THRU 3900-EXIT.
010510 3350-EXIT.
010520         EXIT.
010530 3400-SCAN-ACCRUALS.
010540         OPEN INPUT ACCRUAL-SCAN-FILE.
010550         IF NOT IXR-SCAN-FILE-OK
010560             SET IXR-SCAN-FAILED TO TRUE
010570             GO TO 3400-EXIT
010580         END-IF.
010590         PERFORM 3450-SCAN-ONE-ACCRUAL THRU 3450-EXIT
010600             UNTIL IXR-AT-END.
010610         CLOSE ACCRUAL-SCAN-FILE.
010620 3400-EXIT.
010630         EXIT.
010640 3450-SCAN-ONE-ACCRUAL.
010650         READ ACCRUAL-SCAN-FILE NEXT RECORD
010660             AT END
010670                 MOVE "Y" TO IXR-EOF-SWITCH
010680                 GO TO 3450-EXIT
010690         END-READ.
010700         MOVE INA-KEY TO IXR-THIS-KEY.
010710         MOVE ZERO TO IXR-THIS-KEY-VALUE.
010720         MOVE INA-ACCOUNT-NO TO IXR-KEY-ALPHA.
010730         IF IXR-KEY-ALPHA NUMERIC
010740             ADD IXR-KEY-NUMBER TO IXR-THIS-KEY-VALUE
010750         END-IF.
010760         MOVE INA-ACCRUED-AMOUNT TO IXR-THIS-AMOUNT.
010770         IF IXR-PASS-UNLOAD
010780             MOVE INTEREST-ACCRUAL-RECORD TO UNLOAD-RECORD
010790             WRITE UNLOAD-RECORD
010800         END-IF.
010810         PERFORM 3900-ACCUMULATE THRU 3900-EXIT.
010820 3450-EXIT.
010830         EXIT.
010840 3500-SCAN-FLAT.
010850         OPEN INPUT FLAT-SCAN-FILE.
010860         IF NOT IXR-SCAN-FILE-OK
010870             SET IXR-SCAN-FAILED TO TRUE
010880             GO TO 3500-EXIT
010890         END-IF.
010900         PERFORM 3550-COUNT-ONE-LINE THRU 3550-EXIT
010910             UNTIL IXR-AT-END.
010920         CLOSE FLAT-SCAN-FILE.
010930 3500-EXIT.
010940         EXIT.
010950 3550-COUNT-ONE-LINE.
010960         READ FLAT-SCAN-FILE
010970             AT END
010980                 MOVE "Y" TO IXR-EOF-SWITCH
010990             NOT AT END
011000                 ADD 1 TO IXR-PASS-COUNT
011010         END-READ.
011020 3550-EXIT.
011030         EXIT.
011040 3900-ACCUMULATE.
011050         ADD 1 TO IXR-PASS-COUNT.
011060         IF IXR-THIS-KEY NOT > IXR-PREV-KEY
011070             ADD 1 TO IXR-PASS-SEQ-ERRORS
011080         END-IF.
011090         MOVE IXR-THIS-KEY TO IXR-PREV-KEY.
011100         ADD IXR-THIS-KEY-VALUE TO IXR-PASS-KEY-TOTAL.
011110         ADD IXR-THIS-AMOUNT TO IXR-PASS-AMOUNT-TOTAL.
011120 3900-EXIT.
011130         EXIT.
011140 5000-REWRITE-HISTORY.
011150         OPEN OUTPUT GROWTH-HISTORY-FILE.
011160         IF NOT IXR-HISTORY-FILE-OK
011170             DISPLAY "IDXREORG: CANNOT REWRITE GROWHIST, "
011180                 "STATUS = " IXR-HISTORY-FILE-STATUS
011190             SET IXR-IO-FAILED TO TRUE
011200             GO TO 5000-EXIT
011210         END-IF.
011220         PERFORM 5100-WRITE-ONE-HISTORY-ROW THRU 5100-EXIT
011230             VARYING IXR-HIST-SUB FROM 1 BY 1
011240             UNTIL IXR-HIST-SUB > IXR-HIST-COUNT.
011250         CLOSE GROWTH-HISTORY-FILE.
011260 5000-EXIT.
011270         EXIT.
011280 5100-WRITE-ONE-HISTORY-ROW.
011290         MOVE IXR-HIST-ENTRY(IXR-HIST-SUB)
011300             TO GROWTH-HISTORY-RECORD.
011310         WRITE GROWTH-HISTORY-RECORD.
011320 5100-EXIT.
011330         EXIT.
011340*---------------------------------------------------------------
011350*  6000-PRINT-REPORT.  THE REORGANIZATION RESULTS (REORG RUNS
011360*  ONLY), THEN THE GROWTH TREND FOR EVERY DATASET ON DISK.
011370*---------------------------------------------------------------
011380 6000-PRINT-REPORT.
011390         OPEN OUTPUT REPORT-FILE.
011400         IF NOT IXR-REPORT-FILE-OK
011410             DISPLAY "IDXREORG: CANNOT OPEN GROWRPT, STATUS = "
011420                 IXR-REPORT-FILE-STATUS
011430             SET IXR-IO-FAILED TO TRUE
011440             GO TO 6000-EXIT
011450         END-IF.
011460         IF IXR-MODE-REORG
011470             MOVE "REORGANIZATION (BACKUP, UNLOAD IN KEY ORDER, "
011480                 TO IXR-DETAIL-LINE
011490             MOVE "RELOAD, PROVE COUNTS AND KEY/AMOUNT TOTALS)"
011500                 TO IXR-DETAIL-LINE(46:)
011510             PERFORM 6900-WRITE-LINE THRU 6900-EXIT
011520             MOVE SPACES TO IXR-DETAIL-LINE
011530             PERFORM 6900-WRITE-LINE THRU 6900-EXIT
011540             MOVE IXR-REORG-HEADING TO IXR-DETAIL-LINE
011550             PERFORM 6900-WRITE-LINE THRU 6900-EXIT
011560             PERFORM 6100-PRINT-REORG-LINE THRU 6100-EXIT
011570                 VARYING IXR-DS-SUB FROM 1 BY 1
011580                 UNTIL IXR-DS-SUB > 6
011590             MOVE SPACES TO IXR-DETAIL-LINE
011600             PERFORM 6900-WRITE-LINE THRU 6900-EXIT
011610             PERFORM 6900-WRITE-LINE THRU 6900-EXIT
011620         END-IF.
011630         MOVE SPACES TO IXR-DETAIL-LINE.
011640         STRING "GROWTH TREND (FROM THE OLDEST GROWHIST ROW IN "
011650             "THE LAST 12 MONTHS)   HORIZON "
011660             IXR-HORIZON-MONTHS " MONTHS"
011670             DELIMITED BY SIZE INTO IXR-DETAIL-LINE.
011680         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
011690         MOVE SPACES TO IXR-DETAIL-LINE.
011700         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
011710         MOVE IXR-TREND-HEADING TO IXR-DETAIL-LINE.
011720         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
011730         PERFORM 6200-PRINT-TREND-LINE THRU 6200-EXIT
011740             VARYING IXR-DS-SUB FROM 1 BY 1
011750             UNTIL IXR-DS-SUB > 6.
011760         MOVE SPACES TO IXR-DETAIL-LINE.
011770         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
011780         MOVE IXR-WARNING-COUNT TO IXR-COUNT-EDIT.
011790         STRING "  DATASETS OVER OR NEAR A LIMIT: " IXR-COUNT-EDIT
011800             "   (EACH OPENS A WORKQ ITEM)"
011810             DELIMITED BY SIZE INTO IXR-DETAIL-LINE.
011820         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
011830         CLOSE REPORT-FILE.
011840 6000-EXIT.
011850         EXIT.
011860 6100-PRINT-REORG-LINE.
011870         MOVE IXR-DS-NAME(IXR-DS-SUB) TO IXR-RGL-DATASET.
011880         MOVE IXR-RS-IN-COUNT(IXR-DS-SUB) TO IXR-RGL-IN-COUNT.
011890         MOVE IXR-RS-OUT-COUNT(IXR-DS-SUB) TO IXR-RGL-OUT-COUNT.
011900         MOVE IXR-RS-SEQ-ERRORS(IXR-DS-SUB)
011910             TO IXR-RGL-SEQ-ERRORS.
011920         MOVE IXR-RS-BYTES-BEFORE(IXR-DS-SUB)
011930             TO IXR-RGL-BYTES-BEFORE.
011940         MOVE IXR-RS-BYTES-NOW(IXR-DS-SUB)
011950             TO IXR-RGL-BYTES-AFTER.
011960         IF NOT IXR-DS-INDEXED(IXR-DS-SUB)
011970             AND IXR-RS-PRESENT(IXR-DS-SUB)
011980             MOVE "NOT INDEXED" TO IXR-RGL-RESULT
011990         ELSE
012000             MOVE IXR-RS-RESULT(IXR-DS-SUB) TO IXR-RGL-RESULT
012010         END-IF.
012020         MOVE IXR-REORG-LINE TO IXR-DETAIL-LINE.
012030         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
012040 6100-EXIT.
012050         EXIT.
012060*---------------------------------------------------------------
012070*  6200-PRINT-TREND-LINE.  MONTHLY GROWTH IS THE CHANGE SINCE
012080*  THE OLDEST ROW IN THE LAST TWELVE MONTHS OVER THE MONTHS
012090*  BETWEEN.  THE MONTHS TO A LIMIT ARE ROUNDED UP, AND THE
012100*  NEARER OF THE SPACE AND RECORD LIMITS IS THE ONE REPORTED.
012110*---------------------------------------------------------------
012120 6200-PRINT-TREND-LINE.
012130         IF NOT IXR-RS-PRESENT(IXR-DS-SUB)
012140             GO TO 6200-EXIT
012150         END-IF.
012160         MOVE SPACES TO IXR-TREND-LINE.
012170         MOVE IXR-DS-NAME(IXR-DS-SUB) TO IXR-TRL-DATASET.
012180         MOVE IXR-RS-BYTES-NOW(IXR-DS-SUB) TO IXR-TRL-BYTES.
012190         MOVE IXR-RS-RECORDS(IXR-DS-SUB) TO IXR-TRL-RECORDS.
012200         MOVE IXR-DS-BYTE-LIMIT(IXR-DS-SUB) TO IXR-TRL-BYTE-LIMIT.
012210         MOVE IXR-DS-RECORD-LIMIT(IXR-DS-SUB)
012220             TO IXR-TRL-RECORD-LIMIT.
012230         MOVE SPACES TO IXR-TREND-STATUS.
012240         MOVE 99999 TO IXR-MONTHS-TO-LIMIT.
012250         IF IXR-RS-BYTES-NOW(IXR-DS-SUB)
012260                 NOT < IXR-DS-BYTE-LIMIT(IXR-DS-SUB)
012270             OR IXR-RS-RECORDS(IXR-DS-SUB)
012280                 NOT < IXR-DS-RECORD-LIMIT(IXR-DS-SUB)
012290             MOVE "OVER LIMIT" TO IXR-TREND-STATUS
012300             MOVE ZERO TO IXR-MONTHS-TO-LIMIT
012310         END-IF.
012320         PERFORM 6250-FIND-OLDEST-ROW THRU 6250-EXIT.
012330         IF IXR-MONTHS-SPANNED = ZERO
012340             MOVE "    NO TREND" TO IXR-TRL-BYTE-GROWTH-X
012350             IF IXR-TREND-STATUS = SPACES
012360                 MOVE "FIRST MONTH" TO IXR-TREND-STATUS
012370             END-IF
012380             GO TO 6200-PROJECT
012390         END-IF.
012400         COMPUTE IXR-BYTE-GROWTH ROUNDED =
012410             (IXR-RS-BYTES-NOW(IXR-DS-SUB) - IXR-OLD-BYTES)
012420                 / IXR-MONTHS-SPANNED.
012430         COMPUTE IXR-RECORD-GROWTH ROUNDED =
012440             (IXR-RS-RECORDS(IXR-DS-SUB) - IXR-OLD-RECORDS)
012450                 / IXR-MONTHS-SPANNED.
012460         MOVE IXR-BYTE-GROWTH TO IXR-TRL-BYTE-GROWTH.
012470         MOVE IXR-RECORD-GROWTH TO IXR-TRL-RECORD-GROWTH.
012480         IF IXR-TREND-STATUS NOT = SPACES
012490             GO TO 6200-PROJECT
012500         END-IF.
012510         IF IXR-BYTE-GROWTH > ZERO
012520             COMPUTE IXR-HEADROOM =
012530                 IXR-DS-BYTE-LIMIT(IXR-DS-SUB)
012540                     - IXR-RS-BYTES-NOW(IXR-DS-SUB)
012550             DIVIDE IXR-HEADROOM BY IXR-BYTE-GROWTH
012560                 GIVING IXR-LIMIT-MONTHS
012570                 ON SIZE ERROR
012580                     MOVE 9999 TO IXR-LIMIT-MONTHS
012590             END-DIVIDE
012600             IF IXR-LIMIT-MONTHS * IXR-BYTE-GROWTH < IXR-HEADROOM
012610                 ADD 1 TO IXR-LIMIT-MONTHS
012620             END-IF
012630             IF IXR-LIMIT-MONTHS < IXR-MONTHS-TO-LIMIT
012640                 MOVE IXR-LIMIT-MONTHS TO IXR-MONTHS-TO-LIMIT
012650             END-IF
012660         END-IF.
012670         IF IXR-RECORD-GROWTH > ZERO
012680             COMPUTE IXR-HEADROOM =
012690                 IXR-DS-RECORD-LIMIT(IXR-DS-SUB)
012700                     - IXR-RS-RECORDS(IXR-DS-SUB)
012710             DIVIDE IXR-HEADROOM BY IXR-RECORD-GROWTH
012720                 GIVING IXR-LIMIT-MONTHS
012730                 ON SIZE ERROR
012740                     MOVE 9999 TO IXR-LIMIT-MONTHS
012750             END-DIVIDE
012760             IF IXR-LIMIT-MONTHS * IXR-RECORD-GROWTH
012770                 < IXR-HEADROOM
012780                 ADD 1 TO IXR-LIMIT-MONTHS
012790             END-IF
012800             IF IXR-LIMIT-MONTHS < IXR-MONTHS-TO-LIMIT
012810                 MOVE IXR-LIMIT-MONTHS TO IXR-MONTHS-TO-LIMIT
012820             END-IF
012830         END-IF.
012840         IF IXR-MONTHS-TO-LIMIT = 99999
012850             MOVE "NOT GROWING" TO IXR-TREND-STATUS
012860         ELSE
012870             IF IXR-MONTHS-TO-LIMIT NOT > IXR-HORIZON-MONTHS
012880                 MOVE "WITHIN HORIZON" TO IXR-TREND-STATUS
012890             ELSE
012900                 MOVE "OK" TO IXR-TREND-STATUS
012910             END-IF
012920         END-IF.
012930 6200-PROJECT.
012940         IF IXR-MONTHS-TO-LIMIT > ZERO
012950             AND IXR-MONTHS-TO-LIMIT < 10000
012960             MOVE IXR-MONTHS-TO-LIMIT TO IXR-TRL-MONTHS
012970             COMPUTE IXR-PROJECTED-NUMBER =
012980                 IXR-CUR-MONTH-NUMBER + IXR-MONTHS-TO-LIMIT
012990             DIVIDE IXR-PROJECTED-NUMBER BY 12
013000                 GIVING IXR-WORK-YEAR
013010                 REMAINDER IXR-WORK-MONTH
013020             MOVE IXR-WORK-YEAR TO IXR-PROJECTED-YEAR
013030             COMPUTE IXR-PROJECTED-MONTH = IXR-WORK-MONTH + 1
013040             STRING IXR-PROJECTED-YEAR "/" IXR-PROJECTED-MONTH
013050                 DELIMITED BY SIZE INTO IXR-TRL-REACHES
013060         END-IF.
013070         MOVE IXR-TREND-STATUS TO IXR-TRL-STATUS.
013080         MOVE IXR-TREND-LINE TO IXR-DETAIL-LINE.
013090         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
013100         IF IXR-TREND-WARNING
013110             PERFORM 6300-QUEUE-WARNING THRU 6300-EXIT
013120         END-IF.
013130 6200-EXIT.
013140         EXIT.
013150*  THE OLDEST ROW FOR THE DATASET FROM TWELVE MONTHS BACK UP TO
013160*  (NOT INCLUDING) THIS MONTH.
013170 6250-FIND-OLDEST-ROW.
013180         MOVE ZERO TO IXR-MONTHS-SPANNED IXR-OLD-BYTES
013190                      IXR-OLD-RECORDS.
013200         MOVE IXR-CUR-MONTH-NUMBER TO IXR-OLD-MONTH-NUMBER.
013210         PERFORM 6260-CHECK-ONE-ROW THRU 6260-EXIT
013220             VARYING IXR-HIST-SUB FROM 1 BY 1
013230             UNTIL IXR-HIST-SUB > IXR-HIST-COUNT.
013240         COMPUTE IXR-MONTHS-SPANNED =
013250             IXR-CUR-MONTH-NUMBER - IXR-OLD-MONTH-NUMBER.
013260 6250-EXIT.
013270         EXIT.
013280 6260-CHECK-ONE-ROW.
013290         IF IXR-HST-DATASET(IXR-HIST-SUB)
013300             NOT = IXR-DS-NAME(IXR-DS-SUB)
013310             GO TO 6260-EXIT
013320         END-IF.
013330         MOVE IXR-HST-MONTH(IXR-HIST-SUB) TO IXR-WORK-MONTH-KEY.
013340         COMPUTE IXR-ROW-MONTH-NUMBER =
013350             IXR-WORK-KEY-YEAR * 12 + IXR-WORK-KEY-MONTH - 1.
013360         IF IXR-ROW-MONTH-NUMBER < IXR-OLD-MONTH-NUMBER
013370             AND IXR-ROW-MONTH-NUMBER + 12
013380                 NOT < IXR-CUR-MONTH-NUMBER
013390             MOVE IXR-ROW-MONTH-NUMBER TO IXR-OLD-MONTH-NUMBER
013400             MOVE IXR-HST-BYTES(IXR-HIST-SUB) TO IXR-OLD-BYTES
013410             MOVE IXR-HST-RECORDS(IXR-HIST-SUB)
013420                 TO IXR-OLD-RECORDS
013430         END-IF.
013440 6260-EXIT.
013450         EXIT.
013460 6300-QUEUE-WARNING.
013470         ADD 1 TO IXR-WARNING-COUNT.
013480         MOVE SPACES TO IXR-WQ-DESCRIPTION.
013490         IF IXR-TREND-STATUS = "OVER LIMIT"
013500             STRING IXR-DS-NAME(IXR-DS-SUB) DELIMITED BY SPACE
013510                 " IS OVER ITS SPACE OR RECORD LIMIT - "
013520                 "PLAN CAPACITY" DELIMITED BY SIZE
013530                 INTO IXR-WQ-DESCRIPTION
013540         ELSE
013550             STRING IXR-DS-NAME(IXR-DS-SUB) DELIMITED BY SPACE
013560                 " PROJECTED TO REACH ITS LIMIT BY "
013570                 IXR-TRL-REACHES DELIMITED BY SIZE
013580                 INTO IXR-WQ-DESCRIPTION
013590         END-IF.
013600         CALL "WQOPEN" USING IXR-WQ-SOURCE IXR-RUN-DATE
013610             IXR-WQ-DESCRIPTION.
013620         DISPLAY "IDXREORG: " IXR-WQ-DESCRIPTION.
013630 6300-EXIT.
013640         EXIT.
013650 6900-WRITE-LINE.
013660         IF IXR-LINE-COUNT >= IXR-LINES-PER-PAGE
013670             PERFORM 6950-WRITE-PAGE-HEADER THRU 6950-EXIT
013680         END-IF.
013690         MOVE IXR-DETAIL-LINE TO REPORT-RECORD.
013700         WRITE REPORT-RECORD.
013710         ADD 1 TO IXR-LINE-COUNT.
013720         MOVE SPACES TO IXR-DETAIL-LINE.
013730 6900-EXIT.
013740         EXIT.
013750 6950-WRITE-PAGE-HEADER.
013760         ADD 1 TO IXR-PAGE-COUNT.
013770         MOVE IXR-PAGE-COUNT TO IXR-PAGE-NO-EDIT.
013780         MOVE SPACES TO REPORT-RECORD.
013790         STRING "INDEXED FILE REORGANIZATION AND GROWTH TREND"
013800             "   RUN DATE: " IXR-RUN-DATE
013810             "   PAGE: " IXR-PAGE-NO-EDIT
013820             DELIMITED BY SIZE INTO REPORT-RECORD.
013830         WRITE REPORT-RECORD.
013840         MOVE SPACES TO REPORT-RECORD.
013850         WRITE REPORT-RECORD.
013860         MOVE 2 TO IXR-LINE-COUNT.
013870 6950-EXIT.
013880         EXIT.
013890 8000-TERMINATE.
013900         IF IXR-READY
013910             MOVE "ENDC" TO IXR-EVL-CODE
013920             MOVE SPACES TO IXR-EVL-TEXT
013930             IF IXR-TROUBLE-FOUND
013940                 MOVE "E" TO IXR-EVL-SEVERITY
013950                 STRING "REORGANIZED " IXR-REORG-COUNT
013960                     ", NOT REORGANIZED " IXR-FAILED-COUNT
013970                     " - SEE GROWRPT"
013980                     DELIMITED BY SIZE INTO IXR-EVL-TEXT
013990             ELSE
014000                 MOVE "I" TO IXR-EVL-SEVERITY
014010                 STRING "MEASURED " IXR-MEASURED-COUNT
014020                     ", REORGANIZED " IXR-REORG-COUNT
014030                     ", NEAR LIMIT " IXR-WARNING-COUNT
014040                     DELIMITED BY SIZE INTO IXR-EVL-TEXT
014050             END-IF
014060             PERFORM 9000-LOG-EVENT THRU 9000-EXIT
014070         END-IF.
014080         IF IXR-READY
014090             MOVE ZERO TO RETURN-CODE
014100             IF IXR-IO-FAILED
014110                 MOVE 16 TO RETURN-CODE
014120             ELSE
014130                 IF IXR-TROUBLE-FOUND
014140                     MOVE 8 TO RETURN-CODE
014150                 ELSE
014160                     IF IXR-WARNING-COUNT > ZERO
014170                         MOVE 4 TO RETURN-CODE
014180                     END-IF
014190                 END-IF
014200             END-IF
014210         END-IF.
014220         DISPLAY "IDXREORG: MEASURED " IXR-MEASURED-COUNT
014230             "  REORGANIZED " IXR-REORG-COUNT
014240             "  FAILED " IXR-FAILED-COUNT
014250             "  NEAR LIMIT " IXR-WARNING-COUNT.
014260         DISPLAY "IDXREORG: JOB COMPLETE, RETURN CODE "
014270             RETURN-CODE.
014280 8000-EXIT.
014290         EXIT.
014300 9000-LOG-EVENT.
014310         CALL "EVLOG" USING IXR-EVL-PROGRAM IXR-EVL-SEVERITY
014320             IXR-EVL-CODE IXR-EVL-TEXT.
014330 9000-EXIT.
014340         EXIT.
