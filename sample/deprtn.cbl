000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 DEPRTN.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MONTH-END DEPOSIT REGULATORY RETURN.  BREAKS THE DEPOSIT BOOK
000180*  AT THE MONTH'S LAST BUSINESS DAY DOWN BY ACCOUNT TYPE, BALANCE
000190*  SIZE BAND, RESIDENCY AND BRANCH REGION, WITH THE NUMBER OF
000200*  ACCOUNTS AND THE BALANCE IN EACH, FROM THE BALSNAP SNAPSHOT
000210*  OF ACCTBAL TAKEN THAT NIGHT (SNAPCATL, ACTIVE, THE LATEST
000220*  GENERATION OF THE DATE).  EACH SNAPSHOT BALANCE IS CLASSIFIED
000230*  THROUGH THE MASTERS:
000240*    ACCOUNT TYPE  ACM-PRODUCT-CODE ON ACCTMST, NAMED FROM PRODMST
000250*                  (BLANK WHEN THE ACCOUNT HAS NO PRODUCT OR IS
000260*                  NOT ON ACCTMST).
000270*    SIZE BAND     THE BALANCE AT ITS FXCONV LOCAL EQUIVALENT,
000280*                  BANDED ON DPR-BAND-VALUES BELOW.
000290*    RESIDENCY     ACCTXREF TO THE OWNING CUSTOMER ON CUSTMST:
000300*                  NON-RESIDENT WHEN THE CUSTOMER'S WITHHOLDING
000310*                  CODE IS "NR", RESIDENT OTHERWISE, UNKNOWN WHEN
000320*                  THE ACCOUNT HAS NO CUSTOMER ON FILE.
000330*    REGION        BRM-REGION-CODE OF THE SNAPSHOT BRANCH ON
000340*                  BRNCHMST ("???" WHEN NOT ON BRNCHMST).
000350*  DEPRTRPT IS THE PRINTED RETURN -- ONE SECTION PER DIMENSION,
000360*  THE FULL CROSS-TABULATION, AND THE CONTROL TOTALS.  DEPRTNX
000370*  (DEPRTNRC) IS THE FIXED-FORMAT ELECTRONIC SUBMISSION OF THE
000380*  SAME CROSS-TABULATION.  THE RETURN MUST TIE TO THE SNAPSHOT:
000390*  RECORDS READ TO THE CATALOG'S RECORD COUNT, ACCOUNTS RETURNED
000400*  TO RECORDS READ, AND THE RETURN'S BALANCE TO THE SNAPSHOT'S
000410*  TOTAL, OR THE RETURN IS MARKED OUT OF BALANCE.
000420*  RUN NIGHTLY AFTER BALSNAP WITH NO PARAMETER IT ACTS ONLY ON
000430*  THE LAST BUSINESS DAY OF THE MONTH (THE NEXT BUSINESS DAY
000440*  FALLS IN A LATER MONTH, AS FXREVAL TESTS IT).  A MONTH ON THE
000450*  COMMAND LINE (YYYYMM) RE-PRODUCES THAT MONTH'S RETURN FROM ITS
000460*  LATEST SNAPSHOT.  RC 4 WHEN THE SNAPSHOT IS NOT THE LAST
000470*  BUSINESS DAY'S, THERE IS NO SNAPSHOT, A BALANCE CANNOT BE
000480*  CONVERTED OR A TABLE FILLS; RC 8 ON A BAD MONTH OR WHEN THE
000490*  RETURN IS OUT OF BALANCE; RC 16 WHEN DEPRTRPT OR DEPRTNX
000500*  CANNOT BE OPENED OR INSTCTL NAMES NO INSTITUTION.
000510*  ------------------------------------------------------------
000520*  MODIFICATION HISTORY
000530*  ------------------------------------------------------------
000540*  DATE       BY   DESCRIPTION
000550*  ---------- ---- --------------------------------------------
000560*  10/15/2026 DCG  ORIGINAL PROGRAM.
00056A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO THE
00056B*                  MONTH-END TEST SEES A CATCH-UP RUN'S BUSINESS
00056C*                  DAY (BUSDATE) AND A MISSED MONTH-END STILL
00056D*                  GETS ITS RETURN.
00056E*  10/15/2026 DCG  THE INSTITUTION NAME ON THE RETURN HEADER AND
00056F*                  TITLE NOW COMES FROM INSTCTL; RC 16 AND NO
00056G*                  RETURN WHEN INSTCTL IS MISSING OR THE NAME IS
00056H*                  BLANK.
00056I*  10/15/2026 DCG  THE BALSNAP SNAPSHOT RECORD IS NOW THE BALREC
00056J*                  COPYBOOK, NOT A HAND-CODED IMAGE, SO IT
00056K*                  FOLLOWS EVERY CHANGE TO THE ACCTBAL LAYOUT.
000570*---------------------------------------------------------------
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.
000610         LINUX.
000620 OBJECT-COMPUTER.
000630         LINUX.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660         SELECT SNAP-CATALOG-FILE ASSIGN TO "SNAPCATL"
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS DPR-CATALOG-FILE-STATUS.
000690         SELECT SNAPSHOT-FILE ASSIGN DYNAMIC DPR-SNAPSHOT-FILENAME
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS DPR-SNAPSHOT-FILE-STATUS.
000720         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000730             ORGANIZATION IS INDEXED
000740             ACCESS MODE IS RANDOM
000750             RECORD KEY IS ACM-ACCOUNT-NO
000760             FILE STATUS IS DPR-ACCTMST-FILE-STATUS.
000770         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000780             ORGANIZATION IS INDEXED
000790             ACCESS MODE IS RANDOM
000800             RECORD KEY IS AXR-ACCOUNT-NO
000810             FILE STATUS IS DPR-XREF-FILE-STATUS.
000820         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000830             ORGANIZATION IS INDEXED
000840             ACCESS MODE IS RANDOM
000850             RECORD KEY IS CUS-CUSTOMER-NO
000860             FILE STATUS IS DPR-CUSTOMER-FILE-STATUS.
000870         SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMST"
000880             ORGANIZATION IS LINE SEQUENTIAL
000890             FILE STATUS IS DPR-PRODMST-FILE-STATUS.
000900         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000910             ORGANIZATION IS LINE SEQUENTIAL
000920             FILE STATUS IS DPR-BRANCH-FILE-STATUS.
000930         SELECT REPORT-FILE ASSIGN TO "DEPRTRPT"
000940             ORGANIZATION IS LINE SEQUENTIAL
000950             FILE STATUS IS DPR-REPORT-FILE-STATUS.
000960         SELECT RETURN-FILE ASSIGN TO "DEPRTNX"
000970             ORGANIZATION IS LINE SEQUENTIAL
000980             FILE STATUS IS DPR-RETURN-FILE-STATUS.
00098A         SELECT INSTITUTION-CONTROL-FILE ASSIGN TO "INSTCTL"
00098B             ORGANIZATION IS LINE SEQUENTIAL
00098C             FILE STATUS IS DPR-INSTCTL-FILE-STATUS.
000990         SELECT SORT-WORK-FILE ASSIGN TO "DRTSORT".
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  SNAP-CATALOG-FILE.
001030 01  SNAP-CATALOG-RECORD.
001040         05  SNC-SNAP-DATE           PIC 9(08).
001050         05  SNC-GENERATION          PIC 9(07).
001060         05  SNC-FILENAME            PIC X(30).
001070         05  SNC-RECORD-COUNT        PIC 9(09).
001080         05  SNC-STATUS              PIC X(01).
001090         05  FILLER                  PIC X(05).
001100*  A BALSNAP GENERATION IS AN ACCTBAL RECORD IMAGE.
001120 FD  SNAPSHOT-FILE.
001130     COPY BALREC.
001220 FD  ACCOUNT-MASTER-FILE.
001230     COPY ACCTREC.
001240 FD  ACCOUNT-XREF-FILE.
001250     COPY CUSXREFC.
001260 FD  CUSTOMER-MASTER-FILE.
001270     COPY CUSTREC.
001280 FD  PRODUCT-MASTER-FILE.
001290     COPY PRODREC.
001300 FD  BRANCH-MASTER-FILE.
001310     COPY BRNCHREC.
001320 FD  REPORT-FILE.
001330 01  REPORT-RECORD               PIC X(132).
001340 FD  RETURN-FILE.
001350     COPY DEPRTNRC.
00135A FD  INSTITUTION-CONTROL-FILE.
00135B     COPY INSTCTLC.
001360*  ONE SORT RECORD PER CELL OF THE RETURN, IN SUBMISSION ORDER.
001370 SD  SORT-WORK-FILE.
001380 01  SORT-WORK-RECORD.
001390         05  SRT-CELL-KEY            PIC X(08).
001400         05  SRT-ACCOUNTS            PIC S9(07) COMP.
001410         05  SRT-BALANCE             PIC S9(13)V99 COMP-3.
001420 WORKING-STORAGE SECTION.
001430     COPY FXCONVC.
001440     COPY DATESRVC.
001450 01  DPR-FILE-STATUS-VALUES.
001460         05  DPR-CATALOG-FILE-STATUS PIC X(02).
001470             88  DPR-CATALOG-FILE-OK     VALUE "00".
001480         05  DPR-SNAPSHOT-FILE-STATUS PIC X(02).
001490             88  DPR-SNAPSHOT-FILE-OK    VALUE "00".
001500         05  DPR-ACCTMST-FILE-STATUS PIC X(02).
001510             88  DPR-ACCTMST-FILE-OK     VALUE "00".
001520         05  DPR-XREF-FILE-STATUS    PIC X(02).
001530             88  DPR-XREF-FILE-OK        VALUE "00".
001540         05  DPR-CUSTOMER-FILE-STATUS PIC X(02).
001550             88  DPR-CUSTOMER-FILE-OK    VALUE "00".
001560         05  DPR-PRODMST-FILE-STATUS PIC X(02).
001570             88  DPR-PRODMST-FILE-OK     VALUE "00".
001580         05  DPR-BRANCH-FILE-STATUS  PIC X(02).
001590             88  DPR-BRANCH-FILE-OK      VALUE "00".
001600         05  DPR-REPORT-FILE-STATUS  PIC X(02).
001610             88  DPR-REPORT-FILE-OK      VALUE "00".
001620         05  DPR-RETURN-FILE-STATUS  PIC X(02).
001630             88  DPR-RETURN-FILE-OK      VALUE "00".
00163A         05  DPR-INSTCTL-FILE-STATUS PIC X(02).
00163B             88  DPR-INSTCTL-FILE-OK     VALUE "00".
001640 01  DPR-SWITCHES.
001650         05  DPR-EOF-SWITCH          PIC X(01) VALUE "N".
001660             88  DPR-AT-END              VALUE "Y".
001670         05  DPR-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001680             88  DPR-SORT-AT-END         VALUE "Y".
001690         05  DPR-READY-SWITCH        PIC X(01) VALUE "N".
001700             88  DPR-READY               VALUE "Y".
001710         05  DPR-MONTH-END-SWITCH    PIC X(01) VALUE "N".
001720             88  DPR-MONTH-END           VALUE "Y".
001730         05  DPR-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
001740             88  DPR-MASTER-AVAILABLE    VALUE "Y".
001750         05  DPR-XREF-AVAIL-SWITCH   PIC X(01) VALUE "N".
001760             88  DPR-XREF-AVAILABLE      VALUE "Y".
001770         05  DPR-CUST-AVAIL-SWITCH   PIC X(01) VALUE "N".
001780             88  DPR-CUST-AVAILABLE      VALUE "Y".
001790         05  DPR-CELL-FULL-SWITCH    PIC X(01) VALUE "N".
001800             88  DPR-CELL-TABLE-FULL     VALUE "Y".
001810         05  DPR-BALANCE-SWITCH      PIC X(01) VALUE "Y".
001820             88  DPR-IN-BALANCE          VALUE "Y".
001830             88  DPR-OUT-OF-BALANCE      VALUE "N".
001840 01  DPR-RUN-DATE                PIC 9(08) VALUE ZERO.
001850 01  DPR-PARM-STRING             PIC X(12) VALUE SPACES.
001860 01  DPR-RETURN-MONTH            PIC X(06) VALUE SPACES.
001870 01  DPR-RETURN-MONTH-PARTS REDEFINES DPR-RETURN-MONTH.
001880         05  DPR-RETURN-YEAR         PIC 9(04).
001890         05  DPR-RETURN-MM           PIC 9(02).
001900 01  DPR-NEXT-MONTH-START        PIC 9(08) VALUE ZERO.
001910 01  DPR-NEXT-MONTH-PARTS REDEFINES DPR-NEXT-MONTH-START.
001920         05  DPR-NEXT-YEAR           PIC 9(04).
001930         05  DPR-NEXT-MM             PIC 9(02).
001940         05  DPR-NEXT-DD             PIC 9(02).
001950 01  DPR-LAST-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
001960 01  DPR-SNAPSHOT-FILENAME       PIC X(30) VALUE SPACES.
001970*  THE SNAPSHOT THE RETURN IS TAKEN FROM.
001980 01  DPR-SNAPSHOT.
001990         05  DPR-SNAP-DATE           PIC 9(08) VALUE ZERO.
002000         05  DPR-SNAP-GEN            PIC 9(07) VALUE ZERO.
002010         05  DPR-SNAP-FILE           PIC X(30) VALUE SPACES.
002020         05  DPR-SNAP-RECORD-COUNT   PIC 9(09) VALUE ZERO.
00202A*  NAME THE REGULATOR KNOWS THE FILER BY, TAKEN FROM INSTCTL.
002030 01  DPR-INSTITUTION-NAME        PIC X(30) VALUE SPACES.
002050*  SIZE BANDS ON THE LOCAL-EQUIVALENT BALANCE.  BAND 01 TAKES
002060*  EVERY DEBIT BALANCE; A CREDIT BALANCE FALLS IN THE HIGHEST
002070*  BAND WHOSE FLOOR IT REACHES.
002080 01  DPR-BAND-VALUES.
002090         05  FILLER                  PIC X(02) VALUE "01".
002100         05  FILLER                  PIC 9(09)V99 VALUE ZERO.
002110         05  FILLER                  PIC X(22) VALUE
002120             "OVERDRAWN".
002130         05  FILLER                  PIC X(02) VALUE "02".
002140         05  FILLER                  PIC 9(09)V99 VALUE ZERO.
002150         05  FILLER                  PIC X(22) VALUE
002160             "0.00 - 9,999.99".
002170         05  FILLER                  PIC X(02) VALUE "03".
002180         05  FILLER                  PIC 9(09)V99 VALUE 10000.
002190         05  FILLER                  PIC X(22) VALUE
002200             "10,000.00 - 49,999.99".
002210         05  FILLER                  PIC X(02) VALUE "04".
002220         05  FILLER                  PIC 9(09)V99 VALUE 50000.
002230         05  FILLER                  PIC X(22) VALUE
002240             "50,000.00 - 99,999.99".
002250         05  FILLER                  PIC X(02) VALUE "05".
002260         05  FILLER                  PIC 9(09)V99 VALUE 100000.
002270         05  FILLER                  PIC X(22) VALUE
002280             "100,000.00-249,999.99".
002290         05  FILLER                  PIC X(02) VALUE "06".
002300         05  FILLER                  PIC 9(09)V99 VALUE 250000.
002310         05  FILLER                  PIC X(22) VALUE
002320             "250,000.00-999,999.99".
002330         05  FILLER                  PIC X(02) VALUE "07".
002340         05  FILLER                  PIC 9(09)V99 VALUE 1000000.
002350         05  FILLER                  PIC X(22) VALUE
002360             "1,000,000.00 AND OVER".
002370 01  DPR-BAND-TABLE REDEFINES DPR-BAND-VALUES.
002380         05  DPR-BAND-ENTRY OCCURS 7 TIMES.
002390             10  DPR-BAND-CODE       PIC X(02).
002400             10  DPR-BAND-FLOOR      PIC 9(09)V99.
002410             10  DPR-BAND-LABEL      PIC X(22).
002420 01  DPR-BAND-SUB                PIC 9(02) COMP VALUE ZERO.
002430 01  DPR-BAND-SELECTED           PIC 9(02) COMP VALUE ZERO.
002440 01  DPR-BAND-TOTALS.
002450         05  DPR-BND-ENTRY OCCURS 7 TIMES.
002460             10  DPR-BND-ACCOUNTS    PIC S9(07) COMP.
002470             10  DPR-BND-BALANCE     PIC S9(13)V99 COMP-3.
002480 01  DPR-RESIDENCY-VALUES.
002490         05  FILLER                  PIC X(23) VALUE
002500             "RRESIDENT".
002510         05  FILLER                  PIC X(23) VALUE
002520             "NNON-RESIDENT".
002530         05  FILLER                  PIC X(23) VALUE
002540             "UNO CUSTOMER ON FILE".
002550 01  DPR-RESIDENCY-TABLE REDEFINES DPR-RESIDENCY-VALUES.
002560         05  DPR-RES-ENTRY OCCURS 3 TIMES.
002570             10  DPR-RES-CODE        PIC X(01).
002580             10  DPR-RES-LABEL       PIC X(22).
002590 01  DPR-RES-SUB                 PIC 9(01) COMP VALUE ZERO.
002600 01  DPR-RESIDENCY-TOTALS.
002610         05  DPR-RST-ENTRY OCCURS 3 TIMES.
002620             10  DPR-RST-ACCOUNTS    PIC S9(07) COMP.
002630             10  DPR-RST-BALANCE     PIC S9(13)V99 COMP-3.
002640*  PRODMST, WITH ITS ACCOUNT COUNT AND BALANCE ON THE RETURN.  A
002650*  CODE NOT ON PRODMST (AND THE BLANK CODE) IS ADDED ON SIGHT.
002660 01  DPR-PRODUCT-TABLE.
002670         05  DPR-PRD-COUNT           PIC 9(03) COMP VALUE ZERO.
002680         05  DPR-PRD-SUB             PIC 9(03) COMP VALUE ZERO.
002690         05  DPR-PRD-ENTRY OCCURS 100 TIMES
002700                 INDEXED BY DPR-PRD-IDX.
002710             10  DPR-PRD-CODE        PIC X(02).
002720             10  DPR-PRD-NAME        PIC X(22).
002730             10  DPR-PRD-ACCOUNTS    PIC S9(07) COMP.
002740             10  DPR-PRD-BALANCE     PIC S9(13)V99 COMP-3.
002750*  BRNCHMST'S BRANCH-TO-REGION MAP.
002760 01  DPR-BRANCH-TABLE.
002770         05  DPR-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
002780         05  DPR-BRN-ENTRY OCCURS 200 TIMES
002790                 INDEXED BY DPR-BRN-IDX.
002800             10  DPR-BRN-CODE        PIC X(03).
002810             10  DPR-BRN-REGION      PIC X(03).
002820 01  DPR-REGION-TABLE.
002830         05  DPR-RGN-COUNT           PIC 9(03) COMP VALUE ZERO.
002840         05  DPR-RGN-SUB             PIC 9(03) COMP VALUE ZERO.
002850         05  DPR-RGN-ENTRY OCCURS 250 TIMES
002860                 INDEXED BY DPR-RGN-IDX.
002870             10  DPR-RGN-CODE        PIC X(03).
002880             10  DPR-RGN-ACCOUNTS    PIC S9(07) COMP.
002890             10  DPR-RGN-BALANCE     PIC S9(13)V99 COMP-3.
002900*  ONE CELL PER REGION, ACCOUNT TYPE, RESIDENCY AND BAND SEEN.
002910 01  DPR-CELL-TABLE.
002920         05  DPR-CELL-COUNT          PIC 9(05) COMP VALUE ZERO.
002930         05  DPR-CELL-SUB            PIC 9(05) COMP VALUE ZERO.
002940         05  DPR-CELL-ENTRY OCCURS 3000 TIMES
002950                 INDEXED BY DPR-CELL-IDX.
002960             10  DPR-CELL-KEY.
002970                 15  DPR-CELL-REGION PIC X(03).
002980                 15  DPR-CELL-PRODUCT PIC X(02).
002990                 15  DPR-CELL-RESIDENCY PIC X(01).
003000                 15  DPR-CELL-BAND   PIC X(02).
003010             10  DPR-CELL-ACCOUNTS   PIC S9(07) COMP.
003020             10  DPR-CELL-BALANCE    PIC S9(13)V99 COMP-3.
003030 01  DPR-WORK-FIELDS.
003040         05  DPR-LOOKUP-KEY.
003050             10  DPR-KEY-REGION      PIC X(03).
003060             10  DPR-KEY-PRODUCT     PIC X(02).
003070             10  DPR-KEY-RESIDENCY   PIC X(01).
003080             10  DPR-KEY-BAND        PIC X(02).
003090         05  DPR-SORT-KEY REDEFINES DPR-LOOKUP-KEY.
003100             10  DPR-SRT-REGION      PIC X(03).
003110             10  DPR-SRT-PRODUCT     PIC X(02).
003120             10  DPR-SRT-RESIDENCY   PIC X(01).
003130             10  DPR-SRT-BAND        PIC X(02).
003140         05  DPR-LOCAL-BALANCE       PIC S9(11)V99 COMP-3
003150                                         VALUE ZERO.
003160         05  DPR-BALANCE-DIFFERENCE  PIC S9(13)V99 COMP-3
003170                                         VALUE ZERO.
003180*  CONTROL TOTALS.  THE SNAPSHOT SIDE IS ACCUMULATED AS EACH
003190*  RECORD IS READ, THE RETURN SIDE AS EACH DT ROW IS WRITTEN.
003200 01  DPR-CONTROL-TOTALS.
003210         05  DPR-RECORDS-READ        PIC 9(09) VALUE ZERO.
003220         05  DPR-RECORDS-CLASSIFIED  PIC 9(09) VALUE ZERO.
003230         05  DPR-NOT-CONVERTED       PIC 9(07) VALUE ZERO.
003240         05  DPR-NO-CUSTOMER         PIC 9(07) VALUE ZERO.
003250         05  DPR-SNAP-BALANCE        PIC S9(13)V99 COMP-3
003260                                         VALUE ZERO.
003270         05  DPR-LEDGER-BALANCE      PIC S9(13)V99 COMP-3
003280                                         VALUE ZERO.
003290         05  DPR-DETAIL-ROWS         PIC 9(07) VALUE ZERO.
003300         05  DPR-RTN-ACCOUNTS        PIC 9(09) VALUE ZERO.
003310         05  DPR-RTN-BALANCE         PIC S9(13)V99 COMP-3
003320                                         VALUE ZERO.
003330*  ONE PRINT LINE OF A RETURN SECTION.
003340 01  DPR-LINE-FIGURES.
003350         05  DPR-LN-CODE             PIC X(03).
003360         05  DPR-LN-NAME             PIC X(22).
003370         05  DPR-LN-ACCOUNTS         PIC S9(09) COMP.
003380         05  DPR-LN-BALANCE          PIC S9(13)V99 COMP-3.
003390 01  DPR-EDIT-FIELDS.
003400         05  DPR-ACCOUNTS-EDIT       PIC ZZZ,ZZZ,ZZ9.
003410         05  DPR-BALANCE-EDIT        PIC -,---,---,---,--9.99.
003420         05  DPR-COUNT-EDIT          PIC ZZZ,ZZZ,ZZ9.
00342A     COPY RUNDATEC.
003430 PROCEDURE DIVISION.
003440 0000-MAINLINE.
003450         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003460         IF DPR-READY
003470             PERFORM 2000-CLASSIFY-SNAPSHOT THRU 2000-EXIT
003480             PERFORM 3000-ROLL-UP THRU 3000-EXIT
003490                 VARYING DPR-CELL-SUB FROM 1 BY 1
003500                 UNTIL DPR-CELL-SUB > DPR-CELL-COUNT
003510             PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT
003520             PERFORM 4100-PRINT-PRODUCTS THRU 4100-EXIT
003530             PERFORM 4200-PRINT-BANDS THRU 4200-EXIT
003540             PERFORM 4300-PRINT-RESIDENCY THRU 4300-EXIT
003550             PERFORM 4400-PRINT-REGIONS THRU 4400-EXIT
003560             SORT SORT-WORK-FILE
003570                 ON ASCENDING KEY SRT-CELL-KEY
003580                 INPUT PROCEDURE IS 5000-RELEASE-CELLS
003590                     THRU 5000-EXIT
003600                 OUTPUT PROCEDURE IS 5500-WRITE-DETAIL
003610                     THRU 5500-EXIT
003620             PERFORM 6000-CONTROL-TOTALS THRU 6000-EXIT
003630         END-IF.
003640         PERFORM 8000-TERMINATE THRU 8000-EXIT.
003650         STOP RUN.
003660 1000-INITIALIZE.
003670         DISPLAY "DEPRTN: JOB STARTING".
003680         MOVE ZERO TO RETURN-CODE.
003690         CALL "RUNDATE" USING RUN-DATE-AREA.
00369A         MOVE RDT-RUN-DATE TO DPR-RUN-DATE.
003700         ACCEPT DPR-PARM-STRING FROM COMMAND-LINE.
003710         IF DPR-PARM-STRING = SPACES
003720             PERFORM 1050-CHECK-MONTH-END THRU 1050-EXIT
003730             IF NOT DPR-MONTH-END
003740                 DISPLAY "DEPRTN: " DPR-RUN-DATE " IS NOT THE "
003750                     "LAST BUSINESS DAY OF THE MONTH - NO RETURN"
003760                 GO TO 1000-EXIT
003770             END-IF
003780             MOVE DPR-RUN-DATE(1:6) TO DPR-RETURN-MONTH
003790         ELSE
003800             MOVE DPR-PARM-STRING(1:6) TO DPR-RETURN-MONTH
003810         END-IF.
003820         IF DPR-RETURN-MONTH NOT NUMERIC
003830             OR DPR-RETURN-MM < 1 OR DPR-RETURN-MM > 12
003840             DISPLAY "DEPRTN: RETURN MONTH MUST BE YYYYMM"
003850             MOVE 8 TO RETURN-CODE
003860             GO TO 1000-EXIT
003870         END-IF.
003880         DISPLAY "DEPRTN: DEPOSIT RETURN FOR " DPR-RETURN-MONTH.
00388A         OPEN INPUT INSTITUTION-CONTROL-FILE.
00388B         IF NOT DPR-INSTCTL-FILE-OK
00388C             DISPLAY "DEPRTN: CANNOT OPEN INSTCTL, STATUS = "
00388D                 DPR-INSTCTL-FILE-STATUS " - NO RETURN"
00388E             MOVE 16 TO RETURN-CODE
00388F             GO TO 1000-EXIT
00388G         END-IF.
00388H         READ INSTITUTION-CONTROL-FILE
00388I             AT END
00388J                 MOVE SPACES TO INSTITUTION-CONTROL-RECORD
00388K         END-READ.
00388L         CLOSE INSTITUTION-CONTROL-FILE.
00388M         IF ICT-INSTITUTION-NAME = SPACES
00388N             DISPLAY "DEPRTN: NO INSTITUTION NAME ON INSTCTL - "
00388O                 "NO RETURN"
00388P             MOVE 16 TO RETURN-CODE
00388Q             GO TO 1000-EXIT
00388R         END-IF.
00388S         MOVE ICT-INSTITUTION-NAME TO DPR-INSTITUTION-NAME.
003890         INITIALIZE DPR-BAND-TOTALS DPR-RESIDENCY-TOTALS.
003900         PERFORM 1100-FIND-LAST-BUSINESS-DAY THRU 1100-EXIT.
003910         PERFORM 1200-FIND-SNAPSHOT THRU 1200-EXIT.
003920         IF DPR-SNAP-DATE = ZERO
003930             DISPLAY "DEPRTN: NO ACTIVE BALSNAP SNAPSHOT FOR "
003940                 DPR-RETURN-MONTH " - NO RETURN"
003950             MOVE 4 TO RETURN-CODE
003960             GO TO 1000-EXIT
003970         END-IF.
003980         IF DPR-SNAP-DATE NOT = DPR-LAST-BUSINESS-DATE
003990             DISPLAY "DEPRTN: SNAPSHOT IS DATED " DPR-SNAP-DATE
004000                 ", NOT THE LAST BUSINESS DAY "
004010                 DPR-LAST-BUSINESS-DATE
004020             MOVE 4 TO RETURN-CODE
004030         END-IF.
004040         PERFORM 1300-LOAD-PRODUCTS THRU 1300-EXIT.
004050         PERFORM 1400-LOAD-BRANCHES THRU 1400-EXIT.
004060*  WITHOUT A MASTER THE DIMENSION IT FEEDS FALLS TO ITS "NOT ON
004070*  FILE" VALUE; THE RETURN STILL BALANCES.
004080         OPEN INPUT ACCOUNT-MASTER-FILE.
004090         IF DPR-ACCTMST-FILE-OK
004100             SET DPR-MASTER-AVAILABLE TO TRUE
004110         ELSE
004120             DISPLAY "DEPRTN: ACCTMST UNAVAILABLE - ACCOUNT "
004130                 "TYPES NOT CLASSIFIED"
004140             MOVE 4 TO RETURN-CODE
004150         END-IF.
004160         OPEN INPUT ACCOUNT-XREF-FILE.
004170         IF DPR-XREF-FILE-OK
004180             SET DPR-XREF-AVAILABLE TO TRUE
004190         END-IF.
004200         OPEN INPUT CUSTOMER-MASTER-FILE.
004210         IF DPR-CUSTOMER-FILE-OK
004220             SET DPR-CUST-AVAILABLE TO TRUE
004230         END-IF.
004240         IF NOT DPR-XREF-AVAILABLE OR NOT DPR-CUST-AVAILABLE
004250             DISPLAY "DEPRTN: ACCTXREF OR CUSTMST UNAVAILABLE - "
004260                 "RESIDENCY NOT CLASSIFIED"
004270             MOVE 4 TO RETURN-CODE
004280         END-IF.
004290         OPEN OUTPUT REPORT-FILE.
004300         IF NOT DPR-REPORT-FILE-OK
004310             DISPLAY "DEPRTN: CANNOT OPEN DEPRTRPT, STATUS = "
004320                 DPR-REPORT-FILE-STATUS
004330             MOVE 16 TO RETURN-CODE
004340             GO TO 1000-EXIT
004350         END-IF.
004360         OPEN OUTPUT RETURN-FILE.
004370         IF NOT DPR-RETURN-FILE-OK
004380             DISPLAY "DEPRTN: CANNOT OPEN DEPRTNX, STATUS = "
004390                 DPR-RETURN-FILE-STATUS
004400             CLOSE REPORT-FILE
004410             MOVE 16 TO RETURN-CODE
004420             GO TO 1000-EXIT
004430         END-IF.
004440         MOVE SPACES TO DEPOSIT-RETURN-RECORD.
004450         SET DRT-FILE-HEADER TO TRUE.
004460         MOVE DPR-RETURN-MONTH TO DRT-FH-RETURN-MONTH.
004470         MOVE DPR-SNAP-DATE TO DRT-FH-AS-OF-DATE.
004480         MOVE DPR-RUN-DATE TO DRT-FH-RUN-DATE.
004490         MOVE "BALSNAP" TO DRT-FH-SOURCE.
004500         MOVE DPR-INSTITUTION-NAME TO DRT-FH-INSTITUTION.
004510         WRITE DEPOSIT-RETURN-RECORD.
004520         SET DPR-READY TO TRUE.
004530 1000-EXIT.
004540         EXIT.
004550*---------------------------------------------------------------
004560*  1050-CHECK-MONTH-END.  TODAY IS THE MONTH-END WHEN THE NEXT
004570*  BUSINESS DAY FALLS IN A LATER MONTH.
004580*---------------------------------------------------------------
004590 1050-CHECK-MONTH-END.
004600         MOVE SPACES TO DSV-REGION-CODE.
004610         MOVE "N" TO DSV-FUNCTION.
004620         MOVE DPR-RUN-DATE TO DSV-DATE-1.
004630         CALL "DATESRV" USING DATE-SERVICE-AREA.
004640         IF NOT DSV-SUCCESSFUL
004650             DISPLAY "DEPRTN: CALENDAR UNAVAILABLE - MONTH-END "
004660                 "NOT DETERMINED"
004670             MOVE 4 TO RETURN-CODE
004680             GO TO 1050-EXIT
004690         END-IF.
004700         IF DSV-RESULT-DATE(1:6) NOT = DPR-RUN-DATE(1:6)
004710             SET DPR-MONTH-END TO TRUE
004720             DISPLAY "DEPRTN: TODAY (" DPR-RUN-DATE
004730                 ") IS THE LAST BUSINESS DAY OF THE MONTH"
004740         END-IF.
004750 1050-EXIT.
004760         EXIT.
004770*---------------------------------------------------------------
004780*  1100-FIND-LAST-BUSINESS-DAY.  THE BUSINESS DAY BEFORE THE
004790*  FIRST OF THE NEXT MONTH.  WITHOUT THE CALENDAR THE LAST
004800*  BUSINESS DAY IS LEFT ZERO AND ANY SNAPSHOT IS FLAGGED.
004810*---------------------------------------------------------------
004820 1100-FIND-LAST-BUSINESS-DAY.
004830         IF DPR-RETURN-MM = 12
004840             COMPUTE DPR-NEXT-YEAR = DPR-RETURN-YEAR + 1
004850             MOVE 1 TO DPR-NEXT-MM
004860         ELSE
004870             MOVE DPR-RETURN-YEAR TO DPR-NEXT-YEAR
004880             COMPUTE DPR-NEXT-MM = DPR-RETURN-MM + 1
004890         END-IF.
004900         MOVE 1 TO DPR-NEXT-DD.
004910         MOVE SPACES TO DSV-REGION-CODE.
004920         MOVE "P" TO DSV-FUNCTION.
004930         MOVE DPR-NEXT-MONTH-START TO DSV-DATE-1.
004940         CALL "DATESRV" USING DATE-SERVICE-AREA.
004950         IF DSV-SUCCESSFUL
004960             MOVE DSV-RESULT-DATE TO DPR-LAST-BUSINESS-DATE
004970         ELSE
004980             DISPLAY "DEPRTN: CALENDAR UNAVAILABLE - LAST "
004990                 "BUSINESS DAY NOT DETERMINED"
005000         END-IF.
005010 1100-EXIT.
005020         EXIT.
005030*---------------------------------------------------------------
005040*  1200-FIND-SNAPSHOT.  THE MONTH'S LATEST ACTIVE SNAPSHOT, THE
005050*  LATEST GENERATION WHEN A DATE WAS SNAPPED MORE THAN ONCE.
005060*---------------------------------------------------------------
005070 1200-FIND-SNAPSHOT.
005080         OPEN INPUT SNAP-CATALOG-FILE.
005090         IF NOT DPR-CATALOG-FILE-OK
005100             DISPLAY "DEPRTN: CANNOT OPEN SNAPCATL, STATUS = "
005110                 DPR-CATALOG-FILE-STATUS
005120             GO TO 1200-EXIT
005130         END-IF.
005140         MOVE "N" TO DPR-EOF-SWITCH.
005150         PERFORM 1250-SCAN-ONE-SNAPSHOT THRU 1250-EXIT
005160             UNTIL DPR-AT-END.
005170         CLOSE SNAP-CATALOG-FILE.
005180 1200-EXIT.
005190         EXIT.
005200 1250-SCAN-ONE-SNAPSHOT.
005210         READ SNAP-CATALOG-FILE
005220             AT END
005230                 MOVE "Y" TO DPR-EOF-SWITCH
005240                 GO TO 1250-EXIT
005250         END-READ.
005260         IF SNC-STATUS NOT = "A"
005270             GO TO 1250-EXIT
005280         END-IF.
005290         IF SNC-SNAP-DATE(1:6) NOT = DPR-RETURN-MONTH
005300             GO TO 1250-EXIT
005310         END-IF.
005320         IF SNC-SNAP-DATE < DPR-SNAP-DATE
005330             GO TO 1250-EXIT
005340         END-IF.
005350         IF SNC-SNAP-DATE = DPR-SNAP-DATE
005360             AND SNC-GENERATION < DPR-SNAP-GEN
005370             GO TO 1250-EXIT
005380         END-IF.
005390         MOVE SNC-SNAP-DATE TO DPR-SNAP-DATE.
005400         MOVE SNC-GENERATION TO DPR-SNAP-GEN.
005410         MOVE SNC-FILENAME TO DPR-SNAP-FILE.
005420         MOVE SNC-RECORD-COUNT TO DPR-SNAP-RECORD-COUNT.
005430 1250-EXIT.
005440         EXIT.
005450 1300-LOAD-PRODUCTS.
005460         OPEN INPUT PRODUCT-MASTER-FILE.
005470         IF NOT DPR-PRODMST-FILE-OK
005480             DISPLAY "DEPRTN: NO PRODMST ON FILE - ACCOUNT TYPES "
005490                 "PRINTED BY CODE ONLY"
005500             GO TO 1300-EXIT
005510         END-IF.
005520         MOVE "N" TO DPR-EOF-SWITCH.
005530         PERFORM 1350-LOAD-ONE-PRODUCT THRU 1350-EXIT
005540             UNTIL DPR-AT-END.
005550         CLOSE PRODUCT-MASTER-FILE.
005560 1300-EXIT.
005570         EXIT.
005580 1350-LOAD-ONE-PRODUCT.
005590         READ PRODUCT-MASTER-FILE
005600             AT END
005610                 MOVE "Y" TO DPR-EOF-SWITCH
005620                 GO TO 1350-EXIT
005630         END-READ.
005640         IF DPR-PRD-COUNT = 80
005650             DISPLAY "DEPRTN: PRODUCT TABLE FULL - LATER PRODMST "
005660                 "ROWS IGNORED"
005670             MOVE 4 TO RETURN-CODE
005680             MOVE "Y" TO DPR-EOF-SWITCH
005690             GO TO 1350-EXIT
005700         END-IF.
005710         ADD 1 TO DPR-PRD-COUNT.
005720         SET DPR-PRD-IDX TO DPR-PRD-COUNT.
005730         MOVE PRD-PRODUCT-CODE TO DPR-PRD-CODE(DPR-PRD-IDX).
005740         MOVE PRD-PRODUCT-NAME TO DPR-PRD-NAME(DPR-PRD-IDX).
005750         MOVE ZERO TO DPR-PRD-ACCOUNTS(DPR-PRD-IDX)
005760             DPR-PRD-BALANCE(DPR-PRD-IDX).
005770 1350-EXIT.
005780         EXIT.
005790 1400-LOAD-BRANCHES.
005800         OPEN INPUT BRANCH-MASTER-FILE.
005810         IF NOT DPR-BRANCH-FILE-OK
005820             DISPLAY "DEPRTN: NO BRNCHMST ON FILE - REGIONS NOT "
005830                 "CLASSIFIED"
005840             MOVE 4 TO RETURN-CODE
005850             GO TO 1400-EXIT
005860         END-IF.
005870         MOVE "N" TO DPR-EOF-SWITCH.
005880         PERFORM 1450-LOAD-ONE-BRANCH THRU 1450-EXIT
005890             UNTIL DPR-AT-END.
005900         CLOSE BRANCH-MASTER-FILE.
005910 1400-EXIT.
005920         EXIT.
005930 1450-LOAD-ONE-BRANCH.
005940         READ BRANCH-MASTER-FILE
005950             AT END
005960                 MOVE "Y" TO DPR-EOF-SWITCH
005970                 GO TO 1450-EXIT
005980         END-READ.
005990         IF DPR-BRN-COUNT = 200
006000             DISPLAY "DEPRTN: BRANCH TABLE FULL - LATER BRNCHMST "
006010                 "ROWS IGNORED"
006020             MOVE 4 TO RETURN-CODE
006030             MOVE "Y" TO DPR-EOF-SWITCH
006040             GO TO 1450-EXIT
006050         END-IF.
006060         ADD 1 TO DPR-BRN-COUNT.
006070         SET DPR-BRN-IDX TO DPR-BRN-COUNT.
006080         MOVE BRM-BRANCH-CODE TO DPR-BRN-CODE(DPR-BRN-IDX).
006090         MOVE BRM-REGION-CODE TO DPR-BRN-REGION(DPR-BRN-IDX).
006100 1450-EXIT.
006110         EXIT.
006120*---------------------------------------------------------------
006130*  2000-CLASSIFY-SNAPSHOT.  EVERY RECORD ON THE SNAPSHOT, ZERO
006140*  BALANCES INCLUDED, IS ONE ACCOUNT ON THE RETURN.
006150*---------------------------------------------------------------
006160 2000-CLASSIFY-SNAPSHOT.
006170         MOVE DPR-SNAP-FILE TO DPR-SNAPSHOT-FILENAME.
006180         OPEN INPUT SNAPSHOT-FILE.
006190         IF NOT DPR-SNAPSHOT-FILE-OK
006200             DISPLAY "DEPRTN: CANNOT OPEN SNAPSHOT "
006210                 DPR-SNAPSHOT-FILENAME ", STATUS = "
006220                 DPR-SNAPSHOT-FILE-STATUS
006230             MOVE 4 TO RETURN-CODE
006240             GO TO 2000-EXIT
006250         END-IF.
006260         MOVE "N" TO DPR-EOF-SWITCH.
006270         PERFORM 2100-CLASSIFY-ONE-BALANCE THRU 2100-EXIT
006280             UNTIL DPR-AT-END.
006290         CLOSE SNAPSHOT-FILE.
006300 2000-EXIT.
006310         EXIT.
006320 2100-CLASSIFY-ONE-BALANCE.
006330         READ SNAPSHOT-FILE
006340             AT END
006350                 MOVE "Y" TO DPR-EOF-SWITCH
006360                 GO TO 2100-EXIT
006370         END-READ.
006380         ADD 1 TO DPR-RECORDS-READ.
006390         ADD ABL-CURRENT-BALANCE TO DPR-LEDGER-BALANCE.
006400         PERFORM 2200-SET-LOCAL-BALANCE THRU 2200-EXIT.
006410         ADD DPR-LOCAL-BALANCE TO DPR-SNAP-BALANCE.
006420         PERFORM 2300-SET-REGION THRU 2300-EXIT.
006430         PERFORM 2400-SET-PRODUCT THRU 2400-EXIT.
006440         PERFORM 2500-SET-RESIDENCY THRU 2500-EXIT.
006450         PERFORM 2600-SET-BAND THRU 2600-EXIT.
006460         PERFORM 2800-FIND-CELL THRU 2800-EXIT.
006470         IF DPR-CELL-IDX > DPR-CELL-COUNT
006480             GO TO 2100-EXIT
006490         END-IF.
006500         ADD 1 TO DPR-CELL-ACCOUNTS(DPR-CELL-IDX).
006510         ADD DPR-LOCAL-BALANCE TO DPR-CELL-BALANCE(DPR-CELL-IDX).
006520         ADD 1 TO DPR-RECORDS-CLASSIFIED.
006530 2100-EXIT.
006540         EXIT.
006550*  A FOREIGN BALANCE FXCONV CANNOT PRICE IS RETURNED IN ITS OWN
006560*  UNITS AND COUNTED, SO THE RETURN STILL TIES TO THE SNAPSHOT.
006570 2200-SET-LOCAL-BALANCE.
006580         MOVE ABL-CURRENT-BALANCE TO DPR-LOCAL-BALANCE.
006590         IF ABL-LOCAL-CURRENCY OR ABL-CURRENT-BALANCE = ZERO
006600             GO TO 2200-EXIT
006610         END-IF.
006620         MOVE "C" TO FXC-FUNCTION.
006630         MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY.
006640         MOVE SPACES TO FXC-TO-CURRENCY.
006650         MOVE ABL-CURRENT-BALANCE TO FXC-FROM-AMOUNT.
006660         CALL "FXCONV" USING FX-CONVERT-AREA.
006670         IF FXC-SUCCESSFUL
006680             MOVE FXC-RESULT-AMOUNT TO DPR-LOCAL-BALANCE
006690         ELSE
006700             ADD 1 TO DPR-NOT-CONVERTED
006710         END-IF.
006720 2200-EXIT.
006730         EXIT.
006740 2300-SET-REGION.
006750         MOVE "???" TO DPR-KEY-REGION.
006760         SET DPR-BRN-IDX TO 1.
006770         SEARCH DPR-BRN-ENTRY
006780             AT END
006790                 CONTINUE
006800             WHEN DPR-BRN-IDX > DPR-BRN-COUNT
006810                 CONTINUE
006820             WHEN DPR-BRN-CODE(DPR-BRN-IDX) = ABL-BRANCH-CODE
006830                 MOVE DPR-BRN-REGION(DPR-BRN-IDX)
006840                     TO DPR-KEY-REGION
006850         END-SEARCH.
006860 2300-EXIT.
006870         EXIT.
006880 2400-SET-PRODUCT.
006890         MOVE SPACES TO DPR-KEY-PRODUCT.
006900         IF NOT DPR-MASTER-AVAILABLE
006910             GO TO 2400-EXIT
006920         END-IF.
006930         MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO.
006940         READ ACCOUNT-MASTER-FILE
006950             INVALID KEY
006960                 GO TO 2400-EXIT
006970         END-READ.
006980         MOVE ACM-PRODUCT-CODE TO DPR-KEY-PRODUCT.
006990 2400-EXIT.
007000         EXIT.
007010 2500-SET-RESIDENCY.
007020         MOVE "U" TO DPR-KEY-RESIDENCY.
007030         IF NOT DPR-XREF-AVAILABLE OR NOT DPR-CUST-AVAILABLE
007040             ADD 1 TO DPR-NO-CUSTOMER
007050             GO TO 2500-EXIT
007060         END-IF.
007070         MOVE ABL-ACCOUNT-NO TO AXR-ACCOUNT-NO.
007080         READ ACCOUNT-XREF-FILE
007090             INVALID KEY
007100                 ADD 1 TO DPR-NO-CUSTOMER
007110                 GO TO 2500-EXIT
007120         END-READ.
007130         MOVE AXR-CUSTOMER-NO TO CUS-CUSTOMER-NO.
007140         READ CUSTOMER-MASTER-FILE
007150             INVALID KEY
007160                 ADD 1 TO DPR-NO-CUSTOMER
007170                 GO TO 2500-EXIT
007180         END-READ.
007190         IF CUS-WHT-CODE = "NR"
007200             MOVE "N" TO DPR-KEY-RESIDENCY
007210         ELSE
007220             MOVE "R" TO DPR-KEY-RESIDENCY
007230         END-IF.
007240 2500-EXIT.
007250         EXIT.
007260 2600-SET-BAND.
007270         MOVE 1 TO DPR-BAND-SELECTED.
007280         IF DPR-LOCAL-BALANCE NOT < ZERO
007290             PERFORM 2650-TEST-ONE-BAND THRU 2650-EXIT
007300                 VARYING DPR-BAND-SUB FROM 2 BY 1
007310                 UNTIL DPR-BAND-SUB > 7
007320         END-IF.
007330         MOVE DPR-BAND-CODE(DPR-BAND-SELECTED) TO DPR-KEY-BAND.
007340 2600-EXIT.
007350         EXIT.
007360 2650-TEST-ONE-BAND.
007370         IF DPR-BAND-FLOOR(DPR-BAND-SUB) NOT > DPR-LOCAL-BALANCE
007380             MOVE DPR-BAND-SUB TO DPR-BAND-SELECTED
007390         END-IF.
007400 2650-EXIT.
007410         EXIT.
007420*---------------------------------------------------------------
007430*  2800-FIND-CELL.  THE CELL FOR DPR-LOOKUP-KEY, ADDED ON FIRST
007440*  SIGHT.  PAST DPR-CELL-COUNT WHEN THE TABLE IS FULL -- THE
007450*  BALANCE IS THEN LEFT OFF THE RETURN AND THE CONTROL TOTALS
007460*  SHOW IT.
007470*---------------------------------------------------------------
007480 2800-FIND-CELL.
007490         SET DPR-CELL-IDX TO 1.
007500         SEARCH DPR-CELL-ENTRY
007510             AT END
007520                 CONTINUE
007530             WHEN DPR-CELL-IDX > DPR-CELL-COUNT
007540                 CONTINUE
007550             WHEN DPR-CELL-KEY(DPR-CELL-IDX) = DPR-LOOKUP-KEY
007560                 GO TO 2800-EXIT
007570         END-SEARCH.
007580         IF DPR-CELL-COUNT = 3000
007590             IF NOT DPR-CELL-TABLE-FULL
007600                 DISPLAY "DEPRTN: CELL TABLE FULL - LATER "
007610                     "BALANCES NOT RETURNED"
007620                 SET DPR-CELL-TABLE-FULL TO TRUE
007630                 MOVE 4 TO RETURN-CODE
007640             END-IF
007650             SET DPR-CELL-IDX TO 3000
007660             SET DPR-CELL-IDX UP BY 1
007670             GO TO 2800-EXIT
007680         END-IF.
007690         ADD 1 TO DPR-CELL-COUNT.
007700         SET DPR-CELL-IDX TO DPR-CELL-COUNT.
007710         MOVE DPR-LOOKUP-KEY TO DPR-CELL-KEY(DPR-CELL-IDX).
007720         MOVE ZERO TO DPR-CELL-ACCOUNTS(DPR-CELL-IDX)
007730             DPR-CELL-BALANCE(DPR-CELL-IDX).
007740 2800-EXIT.
007750         EXIT.
007760*---------------------------------------------------------------
007770*  3000-ROLL-UP.  ONE CELL INTO THE PRODUCT, BAND, RESIDENCY AND
007780*  REGION TOTALS THE RETURN'S SECTIONS PRINT.
007790*---------------------------------------------------------------
007800 3000-ROLL-UP.
007810         MOVE DPR-CELL-KEY(DPR-CELL-SUB) TO DPR-LOOKUP-KEY.
007820         PERFORM 3050-ROLL-UP-PRODUCT THRU 3050-EXIT.
007830         PERFORM 3100-ROLL-UP-BAND THRU 3100-EXIT
007840             VARYING DPR-BAND-SUB FROM 1 BY 1
007850             UNTIL DPR-BAND-SUB > 7.
007860         PERFORM 3200-ROLL-UP-RESIDENCY THRU 3200-EXIT
007870             VARYING DPR-RES-SUB FROM 1 BY 1
007880             UNTIL DPR-RES-SUB > 3.
007890         PERFORM 3300-ROLL-UP-REGION THRU 3300-EXIT.
007900 3000-EXIT.
007910         EXIT.
007920*  A PRODUCT CODE NOT ON PRODMST IS ADDED ON FIRST SIGHT.
007930 3050-ROLL-UP-PRODUCT.
007940         SET DPR-PRD-IDX TO 1.
007950         SEARCH DPR-PRD-ENTRY
007960             AT END
007970                 SET DPR-PRD-IDX TO DPR-PRD-COUNT
007980                 SET DPR-PRD-IDX UP BY 1
007990             WHEN DPR-PRD-IDX > DPR-PRD-COUNT
008000                 CONTINUE
008010             WHEN DPR-PRD-CODE(DPR-PRD-IDX) = DPR-KEY-PRODUCT
008020                 CONTINUE
008030         END-SEARCH.
008040         IF DPR-PRD-IDX > DPR-PRD-COUNT
008050             IF DPR-PRD-COUNT = 100
008060                 DISPLAY "DEPRTN: PRODUCT TABLE FULL - ACCOUNT "
008070                     "TYPE " DPR-KEY-PRODUCT " NOT PRINTED"
008080                 MOVE 4 TO RETURN-CODE
008090                 GO TO 3050-EXIT
008100             END-IF
008110             ADD 1 TO DPR-PRD-COUNT
008120             SET DPR-PRD-IDX TO DPR-PRD-COUNT
008130             MOVE DPR-KEY-PRODUCT TO DPR-PRD-CODE(DPR-PRD-IDX)
008140             IF DPR-KEY-PRODUCT = SPACES
008150                 MOVE "NO PRODUCT / NO ACCT"
008160                     TO DPR-PRD-NAME(DPR-PRD-IDX)
008170             ELSE
008180                 MOVE "NOT ON PRODMST"
008190                     TO DPR-PRD-NAME(DPR-PRD-IDX)
008200             END-IF
008210             MOVE ZERO TO DPR-PRD-ACCOUNTS(DPR-PRD-IDX)
008220                 DPR-PRD-BALANCE(DPR-PRD-IDX)
008230         END-IF.
008240         ADD DPR-CELL-ACCOUNTS(DPR-CELL-SUB)
008250             TO DPR-PRD-ACCOUNTS(DPR-PRD-IDX).
008260         ADD DPR-CELL-BALANCE(DPR-CELL-SUB)
008270             TO DPR-PRD-BALANCE(DPR-PRD-IDX).
008280 3050-EXIT.
008290         EXIT.
008300 3100-ROLL-UP-BAND.
008310         IF DPR-BAND-CODE(DPR-BAND-SUB) = DPR-KEY-BAND
008320             ADD DPR-CELL-ACCOUNTS(DPR-CELL-SUB)
008330                 TO DPR-BND-ACCOUNTS(DPR-BAND-SUB)
008340             ADD DPR-CELL-BALANCE(DPR-CELL-SUB)
008350                 TO DPR-BND-BALANCE(DPR-BAND-SUB)
008360         END-IF.
008370 3100-EXIT.
008380         EXIT.
008390 3200-ROLL-UP-RESIDENCY.
008400         IF DPR-RES-CODE(DPR-RES-SUB) = DPR-KEY-RESIDENCY
008410             ADD DPR-CELL-ACCOUNTS(DPR-CELL-SUB)
008420                 TO DPR-RST-ACCOUNTS(DPR-RES-SUB)
008430             ADD DPR-CELL-BALANCE(DPR-CELL-SUB)
008440                 TO DPR-RST-BALANCE(DPR-RES-SUB)
008450         END-IF.
008460 3200-EXIT.
008470         EXIT.
008480 3300-ROLL-UP-REGION.
008490         SET DPR-RGN-IDX TO 1.
008500         SEARCH DPR-RGN-ENTRY
008510             AT END
008520                 SET DPR-RGN-IDX TO DPR-RGN-COUNT
008530                 SET DPR-RGN-IDX UP BY 1
008540             WHEN DPR-RGN-IDX > DPR-RGN-COUNT
008550                 CONTINUE
008560             WHEN DPR-RGN-CODE(DPR-RGN-IDX) = DPR-KEY-REGION
008570                 CONTINUE
008580         END-SEARCH.
008590         IF DPR-RGN-IDX > DPR-RGN-COUNT
008600             ADD 1 TO DPR-RGN-COUNT
008610             SET DPR-RGN-IDX TO DPR-RGN-COUNT
008620             MOVE DPR-KEY-REGION TO DPR-RGN-CODE(DPR-RGN-IDX)
008630             MOVE ZERO TO DPR-RGN-ACCOUNTS(DPR-RGN-IDX)
008640                 DPR-RGN-BALANCE(DPR-RGN-IDX)
008650         END-IF.
008660         ADD DPR-CELL-ACCOUNTS(DPR-CELL-SUB)
008670             TO DPR-RGN-ACCOUNTS(DPR-RGN-IDX).
008680         ADD DPR-CELL-BALANCE(DPR-CELL-SUB)
008690             TO DPR-RGN-BALANCE(DPR-RGN-IDX).
008700 3300-EXIT.
008710         EXIT.
008720 4000-PRINT-HEADINGS.
008730         MOVE SPACES TO REPORT-RECORD.
008740         STRING "MONTH-END DEPOSIT RETURN   " DPR-INSTITUTION-NAME
008750             "   RETURN MONTH: " DPR-RETURN-MONTH
008760             "   RUN DATE: " DPR-RUN-DATE
008770             DELIMITED BY SIZE INTO REPORT-RECORD.
008780         WRITE REPORT-RECORD.
008790         MOVE SPACES TO REPORT-RECORD.
008800         STRING "AS OF " DPR-SNAP-DATE
008810             " FROM BALSNAP SNAPSHOT GENERATION " DPR-SNAP-GEN
008820             " (" DELIMITED BY SIZE
008830             DPR-SNAP-FILE DELIMITED BY SPACE
008840             ")" DELIMITED BY SIZE INTO REPORT-RECORD.
008850         WRITE REPORT-RECORD.
008860         IF DPR-SNAP-DATE NOT = DPR-LAST-BUSINESS-DATE
008870             MOVE SPACES TO REPORT-RECORD
008880             STRING "*** SNAPSHOT IS NOT THE LAST BUSINESS "
008890                 "DAY'S (" DPR-LAST-BUSINESS-DATE
008900                 ") - NOT FOR SUBMISSION "
008910                 "WITHOUT REVIEW ***"
008920                 DELIMITED BY SIZE INTO REPORT-RECORD
008930             WRITE REPORT-RECORD
008940         END-IF.
008950         MOVE "BALANCES AT LOCAL EQUIVALENT.  COUNTS ARE "
008960             & "ACCOUNTS ON THE SNAPSHOT." TO REPORT-RECORD.
008970         WRITE REPORT-RECORD.
008980 4000-EXIT.
008990         EXIT.
009000 4100-PRINT-PRODUCTS.
009010         MOVE "BY ACCOUNT TYPE" TO DPR-LN-NAME.
009020         PERFORM 7100-PRINT-SECTION-HEAD THRU 7100-EXIT.
009030         PERFORM 4150-PRINT-ONE-PRODUCT THRU 4150-EXIT
009040             VARYING DPR-PRD-SUB FROM 1 BY 1
009050             UNTIL DPR-PRD-SUB > DPR-PRD-COUNT.
009060         PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.
009070 4100-EXIT.
009080         EXIT.
009090 4150-PRINT-ONE-PRODUCT.
009100         IF DPR-PRD-ACCOUNTS(DPR-PRD-SUB) = ZERO
009110             GO TO 4150-EXIT
009120         END-IF.
009130         MOVE DPR-PRD-CODE(DPR-PRD-SUB) TO DPR-LN-CODE.
009140         MOVE DPR-PRD-NAME(DPR-PRD-SUB) TO DPR-LN-NAME.
009150         MOVE DPR-PRD-ACCOUNTS(DPR-PRD-SUB) TO DPR-LN-ACCOUNTS.
009160         MOVE DPR-PRD-BALANCE(DPR-PRD-SUB) TO DPR-LN-BALANCE.
009170         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009180 4150-EXIT.
009190         EXIT.
009200 4200-PRINT-BANDS.
009210         MOVE "BY BALANCE SIZE BAND" TO DPR-LN-NAME.
009220         PERFORM 7100-PRINT-SECTION-HEAD THRU 7100-EXIT.
009230         PERFORM 4250-PRINT-ONE-BAND THRU 4250-EXIT
009240             VARYING DPR-BAND-SUB FROM 1 BY 1
009250             UNTIL DPR-BAND-SUB > 7.
009260         PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.
009270 4200-EXIT.
009280         EXIT.
009290 4250-PRINT-ONE-BAND.
009300         MOVE DPR-BAND-CODE(DPR-BAND-SUB) TO DPR-LN-CODE.
009310         MOVE DPR-BAND-LABEL(DPR-BAND-SUB) TO DPR-LN-NAME.
009320         MOVE DPR-BND-ACCOUNTS(DPR-BAND-SUB) TO DPR-LN-ACCOUNTS.
009330         MOVE DPR-BND-BALANCE(DPR-BAND-SUB) TO DPR-LN-BALANCE.
009340         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009350 4250-EXIT.
009360         EXIT.
009370 4300-PRINT-RESIDENCY.
009380         MOVE "BY RESIDENCY" TO DPR-LN-NAME.
009390         PERFORM 7100-PRINT-SECTION-HEAD THRU 7100-EXIT.
009400         PERFORM 4350-PRINT-ONE-RESIDENCY THRU 4350-EXIT
009410             VARYING DPR-RES-SUB FROM 1 BY 1
009420             UNTIL DPR-RES-SUB > 3.
009430         PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.
009440 4300-EXIT.
009450         EXIT.
009460 4350-PRINT-ONE-RESIDENCY.
009470         MOVE DPR-RES-CODE(DPR-RES-SUB) TO DPR-LN-CODE.
009480         MOVE DPR-RES-LABEL(DPR-RES-SUB) TO DPR-LN-NAME.
009490         MOVE DPR-RST-ACCOUNTS(DPR-RES-SUB) TO DPR-LN-ACCOUNTS.
009500         MOVE DPR-RST-BALANCE(DPR-RES-SUB) TO DPR-LN-BALANCE.
009510         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009520 4350-EXIT.
009530         EXIT.
009540 4400-PRINT-REGIONS.
009550         MOVE "BY BRANCH REGION" TO DPR-LN-NAME.
009560         PERFORM 7100-PRINT-SECTION-HEAD THRU 7100-EXIT.
009570         PERFORM 4450-PRINT-ONE-REGION THRU 4450-EXIT
009580             VARYING DPR-RGN-SUB FROM 1 BY 1
009590             UNTIL DPR-RGN-SUB > DPR-RGN-COUNT.
009600         PERFORM 7200-PRINT-SECTION-TOTAL THRU 7200-EXIT.
009610 4400-EXIT.
009620         EXIT.
009630 4450-PRINT-ONE-REGION.
009640         MOVE DPR-RGN-CODE(DPR-RGN-SUB) TO DPR-LN-CODE.
009650         IF DPR-RGN-CODE(DPR-RGN-SUB) = "???"
009660             MOVE "BRANCH NOT ON BRNCHMST" TO DPR-LN-NAME
009670         ELSE
009680             MOVE SPACES TO DPR-LN-NAME
009690         END-IF.
009700         MOVE DPR-RGN-ACCOUNTS(DPR-RGN-SUB) TO DPR-LN-ACCOUNTS.
009710         MOVE DPR-RGN-BALANCE(DPR-RGN-SUB) TO DPR-LN-BALANCE.
009720         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
009730 4450-EXIT.
009740         EXIT.
009750 5000-RELEASE-CELLS.
009760         PERFORM 5100-RELEASE-ONE-CELL THRU 5100-EXIT
009770             VARYING DPR-CELL-SUB FROM 1 BY 1
009780             UNTIL DPR-CELL-SUB > DPR-CELL-COUNT.
009790 5000-EXIT.
009800         EXIT.
009810 5100-RELEASE-ONE-CELL.
009820         MOVE DPR-CELL-KEY(DPR-CELL-SUB) TO SRT-CELL-KEY.
009830         MOVE DPR-CELL-ACCOUNTS(DPR-CELL-SUB) TO SRT-ACCOUNTS.
009840         MOVE DPR-CELL-BALANCE(DPR-CELL-SUB) TO SRT-BALANCE.
009850         RELEASE SORT-WORK-RECORD.
009860 5100-EXIT.
009870         EXIT.
009880*---------------------------------------------------------------
009890*  5500-WRITE-DETAIL.  THE CROSS-TABULATION IN SUBMISSION ORDER,
009900*  EACH CELL PRINTED AND WRITTEN TO DEPRTNX AS A DT ROW.  THE
009910*  RETURN'S CONTROL TOTALS ARE TAKEN FROM WHAT IS WRITTEN.
009920*---------------------------------------------------------------
009930 5500-WRITE-DETAIL.
009940         MOVE SPACES TO REPORT-RECORD.
009950         WRITE REPORT-RECORD.
009960         MOVE "RETURN DETAIL (AS SUBMITTED ON DEPRTNX)"
009970             TO REPORT-RECORD.
009980         WRITE REPORT-RECORD.
009990         MOVE "RGN PR RES BAND              ACCOUNTS"
010000             & "               BALANCE" TO REPORT-RECORD.
010010         WRITE REPORT-RECORD.
010020         PERFORM 5600-WRITE-ONE-CELL THRU 5600-EXIT
010030             UNTIL DPR-SORT-AT-END.
010040 5500-EXIT.
010050         EXIT.
010060 5600-WRITE-ONE-CELL.
010070         RETURN SORT-WORK-FILE
010080             AT END
010090                 MOVE "Y" TO DPR-SORT-EOF-SWITCH
010100                 GO TO 5600-EXIT
010110         END-RETURN.
010120         MOVE SRT-CELL-KEY TO DPR-SORT-KEY.
010130         MOVE SPACES TO DEPOSIT-RETURN-RECORD.
010140         SET DRT-DETAIL TO TRUE.
010150         MOVE DPR-SRT-REGION TO DRT-DT-REGION-CODE.
010160         MOVE DPR-SRT-PRODUCT TO DRT-DT-PRODUCT-CODE.
010170         MOVE DPR-SRT-RESIDENCY TO DRT-DT-RESIDENCY.
010180         MOVE DPR-SRT-BAND TO DRT-DT-BAND.
010190         MOVE SRT-ACCOUNTS TO DRT-DT-ACCOUNTS.
010200         MOVE SRT-BALANCE TO DRT-DT-BALANCE.
010210         WRITE DEPOSIT-RETURN-RECORD.
010220         ADD 1 TO DPR-DETAIL-ROWS.
010230         ADD SRT-ACCOUNTS TO DPR-RTN-ACCOUNTS.
010240         ADD SRT-BALANCE TO DPR-RTN-BALANCE.
010250         MOVE SRT-ACCOUNTS TO DPR-ACCOUNTS-EDIT.
010260         MOVE SRT-BALANCE TO DPR-BALANCE-EDIT.
010270         MOVE SPACES TO REPORT-RECORD.
010280         STRING DPR-SRT-REGION " " DPR-SRT-PRODUCT "  "
010290             DPR-SRT-RESIDENCY "   " DPR-SRT-BAND
010300             "            " DPR-ACCOUNTS-EDIT "  "
010310             DPR-BALANCE-EDIT
010320             DELIMITED BY SIZE INTO REPORT-RECORD.
010330         WRITE REPORT-RECORD.
010340 5600-EXIT.
010350         EXIT.
010360*---------------------------------------------------------------
010370*  6000-CONTROL-TOTALS.  THE RETURN AGAINST THE SNAPSHOT, PRINTED
010380*  AND CARRIED ON THE FT ROW.
010390*---------------------------------------------------------------
010400 6000-CONTROL-TOTALS.
010410         IF DPR-RECORDS-READ NOT = DPR-SNAP-RECORD-COUNT
010420             OR DPR-RTN-ACCOUNTS NOT = DPR-RECORDS-READ
010430             OR DPR-RTN-BALANCE NOT = DPR-SNAP-BALANCE
010440             SET DPR-OUT-OF-BALANCE TO TRUE
010450         END-IF.
010460         COMPUTE DPR-BALANCE-DIFFERENCE =
010470             DPR-SNAP-BALANCE - DPR-RTN-BALANCE.
010480         MOVE SPACES TO REPORT-RECORD.
010490         WRITE REPORT-RECORD.
010500         MOVE "CONTROL TOTALS" TO REPORT-RECORD.
010510         WRITE REPORT-RECORD.
010520         MOVE DPR-SNAP-RECORD-COUNT TO DPR-COUNT-EDIT.
010530         MOVE SPACES TO REPORT-RECORD.
010540         STRING "  SNAPSHOT RECORDS ON SNAPCATL     "
010550             DPR-COUNT-EDIT
010560             DELIMITED BY SIZE INTO REPORT-RECORD.
010570         WRITE REPORT-RECORD.
010580         MOVE DPR-RECORDS-READ TO DPR-COUNT-EDIT.
010590         MOVE SPACES TO REPORT-RECORD.
010600         STRING "  SNAPSHOT RECORDS READ            "
010610             DPR-COUNT-EDIT
010620             DELIMITED BY SIZE INTO REPORT-RECORD.
010630         WRITE REPORT-RECORD.
010640         MOVE DPR-RTN-ACCOUNTS TO DPR-COUNT-EDIT.
010650         MOVE SPACES TO REPORT-RECORD.
010660         STRING "  ACCOUNTS ON THE RETURN           "
010670             DPR-COUNT-EDIT
010680             DELIMITED BY SIZE INTO REPORT-RECORD.
010690         WRITE REPORT-RECORD.
010700         MOVE DPR-DETAIL-ROWS TO DPR-COUNT-EDIT.
010710         MOVE SPACES TO REPORT-RECORD.
010720         STRING "  RETURN DETAIL ROWS               "
010730             DPR-COUNT-EDIT
010740             DELIMITED BY SIZE INTO REPORT-RECORD.
010750         WRITE REPORT-RECORD.
010760         MOVE DPR-SNAP-BALANCE TO DPR-BALANCE-EDIT.
010770         MOVE SPACES TO REPORT-RECORD.
010780         STRING "  SNAPSHOT BALANCE (LOCAL EQUIV)   "
010790             DPR-BALANCE-EDIT
010800             DELIMITED BY SIZE INTO REPORT-RECORD.
010810         WRITE REPORT-RECORD.
010820         MOVE DPR-RTN-BALANCE TO DPR-BALANCE-EDIT.
010830         MOVE SPACES TO REPORT-RECORD.
010840         STRING "  RETURN BALANCE                   "
010850             DPR-BALANCE-EDIT
010860             DELIMITED BY SIZE INTO REPORT-RECORD.
010870         WRITE REPORT-RECORD.
010880         MOVE DPR-BALANCE-DIFFERENCE TO DPR-BALANCE-EDIT.
010890         MOVE SPACES TO REPORT-RECORD.
010900         STRING "  DIFFERENCE                       "
010910             DPR-BALANCE-EDIT
010920             DELIMITED BY SIZE INTO REPORT-RECORD.
010930         WRITE REPORT-RECORD.
010940         MOVE DPR-LEDGER-BALANCE TO DPR-BALANCE-EDIT.
010950         MOVE SPACES TO REPORT-RECORD.
010960         STRING "  LEDGER BALANCE (OWN CURRENCIES)  "
010970             DPR-BALANCE-EDIT
010980             DELIMITED BY SIZE INTO REPORT-RECORD.
010990         WRITE REPORT-RECORD.
011000         IF DPR-NOT-CONVERTED > ZERO
011010             MOVE DPR-NOT-CONVERTED TO DPR-COUNT-EDIT
011020             MOVE SPACES TO REPORT-RECORD
011030             STRING "  FOREIGN BALANCES NOT CONVERTED   "
011040                 DPR-COUNT-EDIT "  (RETURNED IN OWN UNITS)"
011050                 DELIMITED BY SIZE INTO REPORT-RECORD
011060             WRITE REPORT-RECORD
011070             MOVE 4 TO RETURN-CODE
011080         END-IF.
011090         IF DPR-NO-CUSTOMER > ZERO
011100             MOVE DPR-NO-CUSTOMER TO DPR-COUNT-EDIT
011110             MOVE SPACES TO REPORT-RECORD
011120             STRING "  ACCOUNTS WITH NO CUSTOMER        "
011130                 DPR-COUNT-EDIT "  (RESIDENCY U)"
011140                 DELIMITED BY SIZE INTO REPORT-RECORD
011150             WRITE REPORT-RECORD
011160         END-IF.
011170         IF DPR-IN-BALANCE
011180             MOVE "  RETURN IN BALANCE WITH THE SNAPSHOT"
011190                 TO REPORT-RECORD
011200         ELSE
011210             MOVE "  *** RETURN OUT OF BALANCE WITH THE "
011220                 & "SNAPSHOT - NOT FOR SUBMISSION ***"
011230                 TO REPORT-RECORD
011240             MOVE 8 TO RETURN-CODE
011250         END-IF.
011260         WRITE REPORT-RECORD.
011270         MOVE SPACES TO DEPOSIT-RETURN-RECORD.
011280         SET DRT-FILE-TRAILER TO TRUE.
011290         MOVE DPR-DETAIL-ROWS TO DRT-FT-DETAIL-COUNT.
011300         MOVE DPR-RTN-ACCOUNTS TO DRT-FT-ACCOUNTS.
011310         MOVE DPR-RTN-BALANCE TO DRT-FT-BALANCE.
011320         MOVE DPR-RECORDS-READ TO DRT-FT-SNAP-RECORDS.
011330         MOVE DPR-SNAP-BALANCE TO DRT-FT-SNAP-BALANCE.
011340         WRITE DEPOSIT-RETURN-RECORD.
011350 6000-EXIT.
011360         EXIT.
011370*---------------------------------------------------------------
011380*  7000-PRINT-LINE.  ONE SECTION LINE FROM DPR-LINE-FIGURES.
011390*---------------------------------------------------------------
011400 7000-PRINT-LINE.
011410         MOVE DPR-LN-ACCOUNTS TO DPR-ACCOUNTS-EDIT.
011420         MOVE DPR-LN-BALANCE TO DPR-BALANCE-EDIT.
011430         MOVE SPACES TO REPORT-RECORD.
011440         STRING "  " DPR-LN-CODE " " DPR-LN-NAME "  "
011450             DPR-ACCOUNTS-EDIT "  " DPR-BALANCE-EDIT
011460             DELIMITED BY SIZE INTO REPORT-RECORD.
011470         WRITE REPORT-RECORD.
011480 7000-EXIT.
011490         EXIT.
011500 7100-PRINT-SECTION-HEAD.
011510         MOVE SPACES TO REPORT-RECORD.
011520         WRITE REPORT-RECORD.
011530         MOVE DPR-LN-NAME TO REPORT-RECORD.
011540         WRITE REPORT-RECORD.
011550         MOVE "  CODE DESCRIPTION               ACCOUNTS"
011560             & "               BALANCE" TO REPORT-RECORD.
011570         WRITE REPORT-RECORD.
011580 7100-EXIT.
011590         EXIT.
011600*  EVERY SECTION TOTALS TO THE WHOLE RETURN.
011610 7200-PRINT-SECTION-TOTAL.
011620         MOVE SPACES TO DPR-LN-CODE.
011630         MOVE "TOTAL" TO DPR-LN-NAME.
011640         MOVE DPR-RECORDS-CLASSIFIED TO DPR-LN-ACCOUNTS.
011650         MOVE ZERO TO DPR-LN-BALANCE.
011660         PERFORM 7250-ADD-ONE-CELL THRU 7250-EXIT
011670             VARYING DPR-CELL-SUB FROM 1 BY 1
011680             UNTIL DPR-CELL-SUB > DPR-CELL-COUNT.
011690         PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
011700 7200-EXIT.
011710         EXIT.
011720 7250-ADD-ONE-CELL.
011730         ADD DPR-CELL-BALANCE(DPR-CELL-SUB) TO DPR-LN-BALANCE.
011740 7250-EXIT.
011750         EXIT.
011760 8000-TERMINATE.
011770         IF DPR-MASTER-AVAILABLE
011780             CLOSE ACCOUNT-MASTER-FILE
011790         END-IF.
011800         IF DPR-XREF-AVAILABLE
011810             CLOSE ACCOUNT-XREF-FILE
011820         END-IF.
011830         IF DPR-CUST-AVAILABLE
011840             CLOSE CUSTOMER-MASTER-FILE
011850         END-IF.
011860         IF DPR-READY
011870             CLOSE REPORT-FILE RETURN-FILE
011880         END-IF.
011890         MOVE DPR-SNAP-BALANCE TO DPR-BALANCE-EDIT.
011900         DISPLAY "----------------------------------------------".
011910         DISPLAY "SNAPSHOT RECORDS READ = " DPR-RECORDS-READ.
011920         DISPLAY "ACCOUNTS RETURNED     = " DPR-RTN-ACCOUNTS.
011930         DISPLAY "RETURN DETAIL ROWS    = " DPR-DETAIL-ROWS.
011940         DISPLAY "SNAPSHOT BALANCE      = " DPR-BALANCE-EDIT.
011950         MOVE DPR-RTN-BALANCE TO DPR-BALANCE-EDIT.
011960         DISPLAY "RETURN BALANCE        = " DPR-BALANCE-EDIT.
011970         IF DPR-READY AND DPR-OUT-OF-BALANCE
011980             DISPLAY "DEPRTN: RETURN OUT OF BALANCE"
011990         END-IF.
012000         DISPLAY "DEPRTN: JOB COMPLETE".
012010 8000-EXIT.
012020         EXIT.
