000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 OFCRPORT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MONTHLY RELATIONSHIP OFFICER PORTFOLIO REPORT.  FOR EVERY
000180*  OFFICER ON OFCRMST, EVERY OPEN CUSTOMER IN THEIR BOOK (THE
000190*  CUS-OFFICER-CODE ON CUSTMST) WITH THE CUSTOMER'S ACCOUNTS
000200*  THROUGH ACCTXREF: TOTAL BALANCE FROM ACCTBAL, THE BALANCE AT
000210*  THE END OF LAST MONTH FROM THE LATEST BALSNAP SNAPSHOT DATED
000220*  BEFORE THE FIRST OF THIS MONTH (SNAPCATL), THE CHANGE, AND THE
000230*  COUNT OF OVERDRAWN AND OF DORMANT (ACCTMST "D") ACCOUNTS, EACH
000240*  OF WHICH IS ALSO LISTED MASKED UNDER ITS CUSTOMER.  A FOREIGN
000250*  BALANCE COUNTS AT ITS FXCONV LOCAL EQUIVALENT.  AN OFFICER
000260*  WHO HAS LEFT BUT STILL HOLDS CUSTOMERS IS FLAGGED, AND A
000270*  CUSTOMER CODE NOT ON OFCRMST GETS ITS OWN HEADING.  RC 4 WHEN
000280*  THERE IS NO PRIOR SNAPSHOT (CHANGE NOT SHOWN), A TABLE FILLS
000290*  OR A DEPARTED OFFICER STILL HOLDS A BOOK; RC 16 WHEN CUSTMST
000300*  OR THE REPORT CANNOT BE OPENED.
000310*  ------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330*  ------------------------------------------------------------
000340*  DATE       BY   DESCRIPTION
000350*  ---------- ---- --------------------------------------------
000360*  10/15/2026 DCG  ORIGINAL PROGRAM.
00036A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00036B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00036C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
00036D*  10/15/2026 DCG  THE BALSNAP SNAPSHOT RECORD IS NOW THE BALREC
00036E*                  COPYBOOK, NOT A HAND-CODED IMAGE, SO IT
00036F*                  FOLLOWS EVERY CHANGE TO THE ACCTBAL LAYOUT.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.
000410         LINUX.
000420 OBJECT-COMPUTER.
000430         LINUX.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460         SELECT OFFICER-MASTER-FILE ASSIGN TO "OFCRMST"
000470             ORGANIZATION IS INDEXED
000480             ACCESS MODE IS SEQUENTIAL
000490             RECORD KEY IS OFM-OFFICER-CODE
000500             FILE STATUS IS OPR-OFFICER-FILE-STATUS.
000510         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS SEQUENTIAL
000540             RECORD KEY IS CUS-CUSTOMER-NO
000550             FILE STATUS IS OPR-CUSTOMER-FILE-STATUS.
000560         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS SEQUENTIAL
000590             RECORD KEY IS AXR-ACCOUNT-NO
000600             FILE STATUS IS OPR-XREF-FILE-STATUS.
000610         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS SEQUENTIAL
000640             RECORD KEY IS ABL-KEY OF BALANCE-RECORD
000650             FILE STATUS IS OPR-BALANCE-FILE-STATUS.
000660         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000670             ORGANIZATION IS INDEXED
000680             ACCESS MODE IS RANDOM
000690             RECORD KEY IS ACM-ACCOUNT-NO
000700             FILE STATUS IS OPR-MASTER-FILE-STATUS.
000710         SELECT SNAP-CATALOG-FILE ASSIGN TO "SNAPCATL"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS OPR-CATALOG-FILE-STATUS.
000740         SELECT SNAPSHOT-FILE ASSIGN DYNAMIC OPR-SNAPSHOT-FILENAME
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS OPR-SNAPSHOT-FILE-STATUS.
000770         SELECT REPORT-FILE ASSIGN TO "OFCRPORT"
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS OPR-REPORT-FILE-STATUS.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  OFFICER-MASTER-FILE.
000830     COPY OFCRMSTC.
000840 FD  CUSTOMER-MASTER-FILE.
000850     COPY CUSTREC.
000860 FD  ACCOUNT-XREF-FILE.
000870     COPY CUSXREFC.
000880 FD  BALANCE-FILE.
000890     COPY BALREC.
000900 FD  ACCOUNT-MASTER-FILE.
000910     COPY ACCTREC.
000920 FD  SNAP-CATALOG-FILE.
000930 01  SNAP-CATALOG-RECORD.
000940         05  SNC-SNAP-DATE           PIC 9(08).
000950         05  SNC-GENERATION          PIC 9(07).
000960         05  SNC-FILENAME            PIC X(30).
000970         05  SNC-RECORD-COUNT        PIC 9(09).
000980         05  SNC-STATUS              PIC X(01).
000990         05  FILLER                  PIC X(05).
001000*  A BALSNAP GENERATION IS AN ACCTBAL RECORD IMAGE.
001020 FD  SNAPSHOT-FILE.
001030     COPY BALREC REPLACING ==BALANCE-RECORD== BY
001040         ==SNAPSHOT-RECORD==.
001110 FD  REPORT-FILE.
001120 01  REPORT-RECORD               PIC X(132).
001130 WORKING-STORAGE SECTION.
001140     COPY FXCONVC.
001150 01  OPR-FILE-STATUS-VALUES.
001160         05  OPR-OFFICER-FILE-STATUS PIC X(02).
001170             88  OPR-OFFICER-FILE-OK     VALUE "00".
001180         05  OPR-CUSTOMER-FILE-STATUS PIC X(02).
001190             88  OPR-CUSTOMER-FILE-OK    VALUE "00".
001200         05  OPR-XREF-FILE-STATUS    PIC X(02).
001210             88  OPR-XREF-FILE-OK        VALUE "00".
001220         05  OPR-BALANCE-FILE-STATUS PIC X(02).
001230             88  OPR-BALANCE-FILE-OK     VALUE "00".
001240         05  OPR-MASTER-FILE-STATUS  PIC X(02).
001250             88  OPR-MASTER-FILE-OK      VALUE "00".
001260         05  OPR-CATALOG-FILE-STATUS PIC X(02).
001270             88  OPR-CATALOG-FILE-OK     VALUE "00".
001280         05  OPR-SNAPSHOT-FILE-STATUS PIC X(02).
001290             88  OPR-SNAPSHOT-FILE-OK    VALUE "00".
001300         05  OPR-REPORT-FILE-STATUS  PIC X(02).
001310             88  OPR-REPORT-FILE-OK      VALUE "00".
001320 01  OPR-SWITCHES.
001330         05  OPR-EOF-SWITCH          PIC X(01) VALUE "N".
001340             88  OPR-AT-END              VALUE "Y".
001350         05  OPR-READY-SWITCH        PIC X(01) VALUE "N".
001360             88  OPR-READY               VALUE "Y".
001370         05  OPR-PRIOR-SWITCH        PIC X(01) VALUE "N".
001380             88  OPR-PRIOR-AVAILABLE     VALUE "Y".
001390         05  OPR-MASTER-SWITCH       PIC X(01) VALUE "N".
001400             88  OPR-MASTER-OPEN         VALUE "Y".
001410 01  OPR-RUN-DATE                PIC 9(08) VALUE ZERO.
001420 01  OPR-RUN-DATE-PARTS REDEFINES OPR-RUN-DATE.
001430         05  OPR-RUN-MONTH           PIC 9(06).
001440         05  OPR-RUN-DAY             PIC 9(02).
001450 01  OPR-MONTH-START             PIC 9(08) VALUE ZERO.
001460 01  OPR-BEST-DATE               PIC 9(08) VALUE ZERO.
001470 01  OPR-BEST-GEN                PIC 9(07) VALUE ZERO.
001480 01  OPR-SNAPSHOT-FILENAME       PIC X(30) VALUE SPACES.
001490 01  OPR-OFFICER-TABLE.
001500         05  OPR-OFC-COUNT           PIC 9(03) COMP VALUE ZERO.
001510         05  OPR-OFC-SUB             PIC 9(03) COMP VALUE ZERO.
001520         05  OPR-OFC-ENTRY OCCURS 200 TIMES
001530                 INDEXED BY OPR-OFC-IDX.
001540             10  OPR-OFC-CODE        PIC X(03).
001550             10  OPR-OFC-NAME        PIC X(30).
001560             10  OPR-OFC-BRANCH      PIC X(03).
001570             10  OPR-OFC-STATUS      PIC X(01).
001580             10  OPR-OFC-LEFT-DATE   PIC 9(08).
001590             10  OPR-OFC-SUCCESSOR   PIC X(03).
001600             10  OPR-OFC-CUSTOMERS   PIC S9(05) COMP.
001610 01  OPR-CUSTOMER-TABLE.
001620         05  OPR-CUS-COUNT           PIC 9(05) COMP VALUE ZERO.
001630         05  OPR-CUS-SUB             PIC 9(05) COMP VALUE ZERO.
001640         05  OPR-CUS-ENTRY OCCURS 5000 TIMES
001650                 INDEXED BY OPR-CUS-IDX.
001660             10  OPR-CUS-NO          PIC X(10).
001670             10  OPR-CUS-NAME        PIC X(30).
001680             10  OPR-CUS-OFFICER-SUB PIC 9(03) COMP.
001690             10  OPR-CUS-ACCOUNTS    PIC S9(05) COMP.
001700             10  OPR-CUS-OVERDRAWN   PIC S9(05) COMP.
001710             10  OPR-CUS-DORMANT     PIC S9(05) COMP.
001720             10  OPR-CUS-BALANCE     PIC S9(13)V99 COMP-3.
001730             10  OPR-CUS-PRIOR       PIC S9(13)V99 COMP-3.
001740 01  OPR-ACCOUNT-TABLE.
001750         05  OPR-ACC-COUNT           PIC 9(05) COMP VALUE ZERO.
001760         05  OPR-ACC-SUB             PIC 9(05) COMP VALUE ZERO.
001770         05  OPR-ACC-ENTRY OCCURS 10000 TIMES
001780                 INDEXED BY OPR-ACC-IDX.
001790             10  OPR-ACC-ACCOUNT     PIC X(10).
001800             10  OPR-ACC-BRANCH      PIC X(03).
001810             10  OPR-ACC-CUSTOMER-SUB PIC 9(05) COMP.
001820             10  OPR-ACC-BALANCE     PIC S9(13)V99 COMP-3.
001830             10  OPR-ACC-PRIOR       PIC S9(13)V99 COMP-3.
001840             10  OPR-ACC-DORMANT-FLAG PIC X(01).
001850                 88  OPR-ACC-DORMANT     VALUE "Y".
001860 01  OPR-WORK-FIELDS.
001870         05  OPR-LOOKUP-OFFICER      PIC X(03) VALUE SPACES.
001880         05  OPR-LOOKUP-CUSTOMER     PIC X(10) VALUE SPACES.
001890         05  OPR-LOOKUP-ACCOUNT      PIC X(10) VALUE SPACES.
001900         05  OPR-LOOKUP-CURRENCY     PIC X(03) VALUE SPACES.
001910         05  OPR-LOOKUP-AMOUNT       PIC S9(13)V99 COMP-3
001920                                         VALUE ZERO.
001930         05  OPR-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
001940         05  OPR-STATE-TEXT          PIC X(09) VALUE SPACES.
001950 01  OPR-OFFICER-TOTALS.
001960         05  OPR-OT-CUSTOMERS        PIC S9(05) COMP VALUE ZERO.
001970         05  OPR-OT-ACCOUNTS         PIC S9(05) COMP VALUE ZERO.
001980         05  OPR-OT-OVERDRAWN        PIC S9(05) COMP VALUE ZERO.
001990         05  OPR-OT-DORMANT          PIC S9(05) COMP VALUE ZERO.
002000         05  OPR-OT-BALANCE          PIC S9(13)V99 COMP-3
002010                                         VALUE ZERO.
002020         05  OPR-OT-PRIOR            PIC S9(13)V99 COMP-3
002030                                         VALUE ZERO.
002040 01  OPR-GRAND-TOTALS.
002050         05  OPR-GT-CUSTOMERS        PIC S9(05) COMP VALUE ZERO.
002060         05  OPR-GT-ACCOUNTS         PIC S9(05) COMP VALUE ZERO.
002070         05  OPR-GT-OVERDRAWN        PIC S9(05) COMP VALUE ZERO.
002080         05  OPR-GT-DORMANT          PIC S9(05) COMP VALUE ZERO.
002090         05  OPR-GT-BALANCE          PIC S9(13)V99 COMP-3
002100                                         VALUE ZERO.
002110         05  OPR-GT-PRIOR            PIC S9(13)V99 COMP-3
002120                                         VALUE ZERO.
002130 01  OPR-COUNTERS.
002140         05  OPR-NO-OFFICER-COUNT    PIC 9(07) VALUE ZERO.
002150         05  OPR-LEFT-HOLDING-COUNT  PIC 9(05) VALUE ZERO.
002160*  ONE PRINT LINE'S FIGURES, FROM A CUSTOMER OR A TOTAL.
002170 01  OPR-LINE-FIGURES.
002180         05  OPR-LN-ACCOUNTS         PIC S9(05) COMP.
002190         05  OPR-LN-OVERDRAWN        PIC S9(05) COMP.
002200         05  OPR-LN-DORMANT          PIC S9(05) COMP.
002210         05  OPR-LN-BALANCE          PIC S9(13)V99 COMP-3.
002220         05  OPR-LN-PRIOR            PIC S9(13)V99 COMP-3.
002230         05  OPR-LN-CHANGE           PIC S9(13)V99 COMP-3.
002240 01  OPR-EDIT-FIELDS.
002250         05  OPR-COUNT-EDIT          PIC ZZZZ9.
002260         05  OPR-ACCOUNTS-EDIT       PIC ZZZZ9.
002270         05  OPR-OVERDRAWN-EDIT      PIC ZZZZ9.
002280         05  OPR-DORMANT-EDIT        PIC ZZZZ9.
002290         05  OPR-BALANCE-EDIT        PIC -(13)9.99.
002300         05  OPR-PRIOR-EDIT          PIC -(13)9.99.
002310         05  OPR-CHANGE-EDIT         PIC -(13)9.99.
002320 01  OPR-FIGURES-TEXT            PIC X(80) VALUE SPACES.
00232A     COPY RUNDATEC.
002330 PROCEDURE DIVISION.
002340 0000-MAINLINE.
002350         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002360         IF OPR-READY
002370             PERFORM 2000-LOAD-CUSTOMERS THRU 2000-EXIT
002380             PERFORM 2500-LOAD-LINKS THRU 2500-EXIT
002390             PERFORM 3000-ADD-BALANCES THRU 3000-EXIT
002400             PERFORM 3500-ADD-PRIOR-BALANCES THRU 3500-EXIT
002410             PERFORM 4000-ROLL-UP-ACCOUNTS THRU 4000-EXIT
002420             PERFORM 5000-PRINT-OFFICER THRU 5000-EXIT
002430                 VARYING OPR-OFC-SUB FROM 1 BY 1
002440                 UNTIL OPR-OFC-SUB > OPR-OFC-COUNT
002450             PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT
002460         END-IF.
002470         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002480         STOP RUN.
002490 1000-INITIALIZE.
002500         DISPLAY "OFCRPORT: JOB STARTING".
002510         MOVE ZERO TO RETURN-CODE.
002520         CALL "RUNDATE" USING RUN-DATE-AREA.
00252A         MOVE RDT-RUN-DATE TO OPR-RUN-DATE.
002530         MOVE OPR-RUN-DATE TO OPR-MONTH-START.
002540         MOVE 01 TO OPR-MONTH-START(7:2).
002550         OPEN INPUT CUSTOMER-MASTER-FILE.
002560         IF NOT OPR-CUSTOMER-FILE-OK
002570             DISPLAY "OFCRPORT: CANNOT OPEN CUSTMST, STATUS = "
002580                 OPR-CUSTOMER-FILE-STATUS
002590             MOVE 16 TO RETURN-CODE
002600             GO TO 1000-EXIT
002610         END-IF.
002620         OPEN OUTPUT REPORT-FILE.
002630         IF NOT OPR-REPORT-FILE-OK
002640             DISPLAY "OFCRPORT: CANNOT OPEN OFCRPORT, STATUS = "
002650                 OPR-REPORT-FILE-STATUS
002660             CLOSE CUSTOMER-MASTER-FILE
002670             MOVE 16 TO RETURN-CODE
002680             GO TO 1000-EXIT
002690         END-IF.
002700         SET OPR-READY TO TRUE.
002710         PERFORM 1100-LOAD-OFFICERS THRU 1100-EXIT.
002720         PERFORM 1300-FIND-PRIOR-SNAPSHOT THRU 1300-EXIT.
002730         MOVE SPACES TO REPORT-RECORD.
002740         STRING "RELATIONSHIP OFFICER PORTFOLIOS   RUN DATE: "
002750             OPR-RUN-DATE DELIMITED BY SIZE INTO REPORT-RECORD.
002760         WRITE REPORT-RECORD.
002770         MOVE SPACES TO REPORT-RECORD.
002780         IF OPR-PRIOR-AVAILABLE
002790             STRING "BALANCES FROM ACCTBAL, COMPARED WITH THE "
002800                 "SNAPSHOT OF " OPR-BEST-DATE
002810                 DELIMITED BY SIZE INTO REPORT-RECORD
002820         ELSE
002830             MOVE "BALANCES FROM ACCTBAL - NO SNAPSHOT FOR LAST "
002840                 & "MONTH, CHANGE NOT SHOWN" TO REPORT-RECORD
002850         END-IF.
002860         WRITE REPORT-RECORD.
002870 1000-EXIT.
002880         EXIT.
002890 1100-LOAD-OFFICERS.
002900         OPEN INPUT OFFICER-MASTER-FILE.
002910         IF NOT OPR-OFFICER-FILE-OK
002920             DISPLAY "OFCRPORT: NO OFCRMST ON FILE - OFFICER "
002930                 "CODES ARE UNNAMED"
002940             GO TO 1100-EXIT
002950         END-IF.
002960         MOVE "N" TO OPR-EOF-SWITCH.
002970         PERFORM 1150-LOAD-ONE-OFFICER THRU 1150-EXIT
002980             UNTIL OPR-AT-END.
002990         CLOSE OFFICER-MASTER-FILE.
003000 1100-EXIT.
003010         EXIT.
003020 1150-LOAD-ONE-OFFICER.
003030         READ OFFICER-MASTER-FILE NEXT RECORD
003040             AT END
003050                 MOVE "Y" TO OPR-EOF-SWITCH
003060                 GO TO 1150-EXIT
003070         END-READ.
003080         IF OPR-OFC-COUNT = 200
003090             DISPLAY "OFCRPORT: OFFICER TABLE FULL AT "
003100                 OFM-OFFICER-CODE
003110             MOVE 4 TO RETURN-CODE
003120             MOVE "Y" TO OPR-EOF-SWITCH
003130             GO TO 1150-EXIT
003140         END-IF.
003150         ADD 1 TO OPR-OFC-COUNT.
003160         SET OPR-OFC-IDX TO OPR-OFC-COUNT.
003170         MOVE OFM-OFFICER-CODE TO OPR-OFC-CODE(OPR-OFC-IDX).
003180         MOVE OFM-OFFICER-NAME TO OPR-OFC-NAME(OPR-OFC-IDX).
003190         MOVE OFM-BRANCH-CODE TO OPR-OFC-BRANCH(OPR-OFC-IDX).
003200         MOVE OFM-STATUS TO OPR-OFC-STATUS(OPR-OFC-IDX).
003210         MOVE OFM-LEFT-DATE TO OPR-OFC-LEFT-DATE(OPR-OFC-IDX).
003220         MOVE OFM-SUCCESSOR-CODE
003230             TO OPR-OFC-SUCCESSOR(OPR-OFC-IDX).
003240         MOVE ZERO TO OPR-OFC-CUSTOMERS(OPR-OFC-IDX).
003250 1150-EXIT.
003260         EXIT.
003270*---------------------------------------------------------------
003280*  1300-FIND-PRIOR-SNAPSHOT.  THE LATEST ACTIVE SNAPSHOT DATED
003290*  BEFORE THE FIRST OF THIS MONTH -- LAST MONTH'S CLOSING
003300*  BALANCES -- FOUND THE WAY BALASOF FINDS ITS COVERING ONE.
003310*---------------------------------------------------------------
003320 1300-FIND-PRIOR-SNAPSHOT.
003330         OPEN INPUT SNAP-CATALOG-FILE.
003340         IF NOT OPR-CATALOG-FILE-OK
003350             GO TO 1300-CHECK
003360         END-IF.
003370         MOVE "N" TO OPR-EOF-SWITCH.
003380         PERFORM 1350-SCAN-ONE-CATALOG-ROW THRU 1350-EXIT
003390             UNTIL OPR-AT-END.
003400         CLOSE SNAP-CATALOG-FILE.
003410 1300-CHECK.
003420         IF OPR-SNAPSHOT-FILENAME = SPACES
003430             DISPLAY "OFCRPORT: NO SNAPSHOT BEFORE "
003440                 OPR-MONTH-START
003450                 " - MONTH-OVER-MONTH CHANGE NOT SHOWN"
003460             MOVE 4 TO RETURN-CODE
003470         ELSE
003480             SET OPR-PRIOR-AVAILABLE TO TRUE
003490         END-IF.
003500 1300-EXIT.
003510         EXIT.
003520 1350-SCAN-ONE-CATALOG-ROW.
003530         READ SNAP-CATALOG-FILE
003540             AT END
003550                 MOVE "Y" TO OPR-EOF-SWITCH
003560                 GO TO 1350-EXIT
003570         END-READ.
003580         IF SNC-STATUS NOT = "A"
003590             GO TO 1350-EXIT
003600         END-IF.
003610         IF SNC-SNAP-DATE NOT < OPR-MONTH-START
003620             GO TO 1350-EXIT
003630         END-IF.
003640         IF SNC-SNAP-DATE > OPR-BEST-DATE
003650             OR (SNC-SNAP-DATE = OPR-BEST-DATE
003660                 AND SNC-GENERATION > OPR-BEST-GEN)
003670             MOVE SNC-SNAP-DATE TO OPR-BEST-DATE
003680             MOVE SNC-GENERATION TO OPR-BEST-GEN
003690             MOVE SNC-FILENAME TO OPR-SNAPSHOT-FILENAME
003700         END-IF.
003710 1350-EXIT.
003720         EXIT.
003730*---------------------------------------------------------------
003740*  2000-LOAD-CUSTOMERS.  EVERY OPEN CUSTOMER WITH AN OFFICER, IN
003750*  CUSTOMER ORDER.  AN OFFICER CODE NOT ON OFCRMST IS ADDED TO
003760*  THE OFFICER TABLE SO ITS CUSTOMERS STILL PRINT.
003770*---------------------------------------------------------------
003780 2000-LOAD-CUSTOMERS.
003790         MOVE "N" TO OPR-EOF-SWITCH.
003800         PERFORM 2100-LOAD-ONE-CUSTOMER THRU 2100-EXIT
003810             UNTIL OPR-AT-END.
003820         CLOSE CUSTOMER-MASTER-FILE.
003830 2000-EXIT.
003840         EXIT.
003850 2100-LOAD-ONE-CUSTOMER.
003860         READ CUSTOMER-MASTER-FILE NEXT RECORD
003870             AT END
003880                 MOVE "Y" TO OPR-EOF-SWITCH
003890                 GO TO 2100-EXIT
003900         END-READ.
003910         IF NOT CUS-CUSTOMER-OPEN
003920             GO TO 2100-EXIT
003930         END-IF.
003940         IF CUS-NO-OFFICER
003950             ADD 1 TO OPR-NO-OFFICER-COUNT
003960             GO TO 2100-EXIT
003970         END-IF.
003980         IF OPR-CUS-COUNT = 5000
003990             DISPLAY "OFCRPORT: CUSTOMER TABLE FULL AT "
004000                 CUS-CUSTOMER-NO " - LATER CUSTOMERS LEFT OUT"
004010             MOVE 4 TO RETURN-CODE
004020             MOVE "Y" TO OPR-EOF-SWITCH
004030             GO TO 2100-EXIT
004040         END-IF.
004050         MOVE CUS-OFFICER-CODE TO OPR-LOOKUP-OFFICER.
004060         PERFORM 2200-FIND-OFFICER THRU 2200-EXIT.
004070         IF OPR-OFC-IDX > OPR-OFC-COUNT
004080             GO TO 2100-EXIT
004090         END-IF.
004100         ADD 1 TO OPR-OFC-CUSTOMERS(OPR-OFC-IDX).
004110         ADD 1 TO OPR-CUS-COUNT.
004120         SET OPR-CUS-IDX TO OPR-CUS-COUNT.
004130         MOVE CUS-CUSTOMER-NO TO OPR-CUS-NO(OPR-CUS-IDX).
004140         MOVE CUS-CUSTOMER-NAME TO OPR-CUS-NAME(OPR-CUS-IDX).
004150         SET OPR-CUS-OFFICER-SUB(OPR-CUS-IDX) TO OPR-OFC-IDX.
004160         MOVE ZERO TO OPR-CUS-ACCOUNTS(OPR-CUS-IDX).
004170         MOVE ZERO TO OPR-CUS-OVERDRAWN(OPR-CUS-IDX).
004180         MOVE ZERO TO OPR-CUS-DORMANT(OPR-CUS-IDX).
004190         MOVE ZERO TO OPR-CUS-BALANCE(OPR-CUS-IDX).
004200         MOVE ZERO TO OPR-CUS-PRIOR(OPR-CUS-IDX).
004210 2100-EXIT.
004220         EXIT.
004230 2200-FIND-OFFICER.
004240         SET OPR-OFC-IDX TO 1.
004250         SEARCH OPR-OFC-ENTRY
004260             AT END
004270                 PERFORM 2250-ADD-UNKNOWN-OFFICER THRU 2250-EXIT
004280             WHEN OPR-OFC-IDX > OPR-OFC-COUNT
004290                 PERFORM 2250-ADD-UNKNOWN-OFFICER THRU 2250-EXIT
004300             WHEN OPR-OFC-CODE(OPR-OFC-IDX) = OPR-LOOKUP-OFFICER
004310                 CONTINUE
004320         END-SEARCH.
004330 2200-EXIT.
004340         EXIT.
004350 2250-ADD-UNKNOWN-OFFICER.
004360         IF OPR-OFC-COUNT = 200
004370             DISPLAY "OFCRPORT: OFFICER TABLE FULL AT "
004380                 OPR-LOOKUP-OFFICER " - CUSTOMER LEFT OUT"
004390             MOVE 4 TO RETURN-CODE
004400             SET OPR-OFC-IDX TO 201
004410             GO TO 2250-EXIT
004420         END-IF.
004430         ADD 1 TO OPR-OFC-COUNT.
004440         SET OPR-OFC-IDX TO OPR-OFC-COUNT.
004450         MOVE OPR-LOOKUP-OFFICER TO OPR-OFC-CODE(OPR-OFC-IDX).
004460         MOVE "NOT ON OFCRMST" TO OPR-OFC-NAME(OPR-OFC-IDX).
004470         MOVE SPACES TO OPR-OFC-BRANCH(OPR-OFC-IDX).
004480         MOVE "?" TO OPR-OFC-STATUS(OPR-OFC-IDX).
004490         MOVE ZERO TO OPR-OFC-LEFT-DATE(OPR-OFC-IDX).
004500         MOVE SPACES TO OPR-OFC-SUCCESSOR(OPR-OFC-IDX).
004510         MOVE ZERO TO OPR-OFC-CUSTOMERS(OPR-OFC-IDX).
004520 2250-EXIT.
004530         EXIT.
004540*---------------------------------------------------------------
004550*  2500-LOAD-LINKS.  EVERY ACCTXREF ACCOUNT OF A CUSTOMER IN THE
004560*  TABLE BECOMES AN ACCOUNT ENTRY POINTING AT ITS CUSTOMER.
004570*---------------------------------------------------------------
004580 2500-LOAD-LINKS.
004590         OPEN INPUT ACCOUNT-XREF-FILE.
004600         IF NOT OPR-XREF-FILE-OK
004610             DISPLAY "OFCRPORT: NO ACCTXREF ON FILE - NO "
004620                 "ACCOUNTS IN ANY BOOK"
004630             MOVE 4 TO RETURN-CODE
004640             GO TO 2500-EXIT
004650         END-IF.
004660         MOVE "N" TO OPR-EOF-SWITCH.
004670         PERFORM 2600-LOAD-ONE-LINK THRU 2600-EXIT
004680             UNTIL OPR-AT-END.
004690         CLOSE ACCOUNT-XREF-FILE.
004700 2500-EXIT.
004710         EXIT.
004720 2600-LOAD-ONE-LINK.
004730         READ ACCOUNT-XREF-FILE NEXT RECORD
004740             AT END
004750                 MOVE "Y" TO OPR-EOF-SWITCH
004760                 GO TO 2600-EXIT
004770         END-READ.
004780         MOVE AXR-CUSTOMER-NO TO OPR-LOOKUP-CUSTOMER.
004790         SET OPR-CUS-IDX TO 1.
004800         SEARCH OPR-CUS-ENTRY
004810             AT END
004820                 GO TO 2600-EXIT
004830             WHEN OPR-CUS-IDX > OPR-CUS-COUNT
004840                 GO TO 2600-EXIT
004850             WHEN OPR-CUS-NO(OPR-CUS-IDX) = OPR-LOOKUP-CUSTOMER
004860                 CONTINUE
004870         END-SEARCH.
004880         IF OPR-ACC-COUNT = 10000
004890             DISPLAY "OFCRPORT: ACCOUNT TABLE FULL AT "
004900                 AXR-ACCOUNT-NO " - LATER ACCOUNTS LEFT OUT"
004910             MOVE 4 TO RETURN-CODE
004920             MOVE "Y" TO OPR-EOF-SWITCH
004930             GO TO 2600-EXIT
004940         END-IF.
004950         ADD 1 TO OPR-ACC-COUNT.
004960         SET OPR-ACC-IDX TO OPR-ACC-COUNT.
004970         MOVE AXR-ACCOUNT-NO TO OPR-ACC-ACCOUNT(OPR-ACC-IDX).
004980         MOVE SPACES TO OPR-ACC-BRANCH(OPR-ACC-IDX).
004990         SET OPR-ACC-CUSTOMER-SUB(OPR-ACC-IDX) TO OPR-CUS-IDX.
005000         MOVE ZERO TO OPR-ACC-BALANCE(OPR-ACC-IDX).
005010         MOVE ZERO TO OPR-ACC-PRIOR(OPR-ACC-IDX).
005020         MOVE "N" TO OPR-ACC-DORMANT-FLAG(OPR-ACC-IDX).
005030 2600-EXIT.
005040         EXIT.
005050 3000-ADD-BALANCES.
005060         OPEN INPUT BALANCE-FILE.
005070         IF NOT OPR-BALANCE-FILE-OK
005080             DISPLAY "OFCRPORT: NO ACCTBAL ON FILE - BALANCES "
005090                 "ARE ZERO"
005100             MOVE 4 TO RETURN-CODE
005110             GO TO 3000-EXIT
005120         END-IF.
005130         MOVE "N" TO OPR-EOF-SWITCH.
005140         PERFORM 3100-ADD-ONE-BALANCE THRU 3100-EXIT
005150             UNTIL OPR-AT-END.
005160         CLOSE BALANCE-FILE.
005170 3000-EXIT.
005180         EXIT.
005190 3100-ADD-ONE-BALANCE.
005200         READ BALANCE-FILE NEXT RECORD
005210             AT END
005220                 MOVE "Y" TO OPR-EOF-SWITCH
005230                 GO TO 3100-EXIT
005240         END-READ.
005250         MOVE ABL-ACCOUNT-NO OF BALANCE-RECORD
00525A             TO OPR-LOOKUP-ACCOUNT.
005260         PERFORM 3800-FIND-ACCOUNT THRU 3800-EXIT.
005270         IF OPR-ACC-IDX > OPR-ACC-COUNT
005280             GO TO 3100-EXIT
005290         END-IF.
005300         MOVE ABL-BRANCH-CODE OF BALANCE-RECORD
00530A             TO OPR-ACC-BRANCH(OPR-ACC-IDX).
005310         MOVE ABL-CURRENCY-CODE OF BALANCE-RECORD
00531A             TO OPR-LOOKUP-CURRENCY.
005320         MOVE ABL-CURRENT-BALANCE OF BALANCE-RECORD
00532A             TO OPR-LOOKUP-AMOUNT.
005330         PERFORM 3900-TO-LOCAL THRU 3900-EXIT.
005340         ADD OPR-LOOKUP-AMOUNT TO OPR-ACC-BALANCE(OPR-ACC-IDX).
005350 3100-EXIT.
005360         EXIT.
005370 3500-ADD-PRIOR-BALANCES.
005380         IF NOT OPR-PRIOR-AVAILABLE
005390             GO TO 3500-EXIT
005400         END-IF.
005410         OPEN INPUT SNAPSHOT-FILE.
005420         IF NOT OPR-SNAPSHOT-FILE-OK
005430             DISPLAY "OFCRPORT: CANNOT OPEN SNAPSHOT "
005440                 OPR-SNAPSHOT-FILENAME ", STATUS = "
005450                 OPR-SNAPSHOT-FILE-STATUS
005460                 " - MONTH-OVER-MONTH CHANGE NOT SHOWN"
005470             MOVE "N" TO OPR-PRIOR-SWITCH
005480             MOVE 4 TO RETURN-CODE
005490             GO TO 3500-EXIT
005500         END-IF.
005510         MOVE "N" TO OPR-EOF-SWITCH.
005520         PERFORM 3600-ADD-ONE-PRIOR THRU 3600-EXIT
005530             UNTIL OPR-AT-END.
005540         CLOSE SNAPSHOT-FILE.
005550 3500-EXIT.
005560         EXIT.
005570 3600-ADD-ONE-PRIOR.
005580         READ SNAPSHOT-FILE
005590             AT END
005600                 MOVE "Y" TO OPR-EOF-SWITCH
005610                 GO TO 3600-EXIT
005620         END-READ.
005630         MOVE ABL-ACCOUNT-NO OF SNAPSHOT-RECORD
00563A             TO OPR-LOOKUP-ACCOUNT.
005640         PERFORM 3800-FIND-ACCOUNT THRU 3800-EXIT.
005650         IF OPR-ACC-IDX > OPR-ACC-COUNT
005660             GO TO 3600-EXIT
005670         END-IF.
005680         MOVE ABL-CURRENCY-CODE OF SNAPSHOT-RECORD
00568A             TO OPR-LOOKUP-CURRENCY.
005690         MOVE ABL-CURRENT-BALANCE OF SNAPSHOT-RECORD
00569A             TO OPR-LOOKUP-AMOUNT.
005700         PERFORM 3900-TO-LOCAL THRU 3900-EXIT.
005710         ADD OPR-LOOKUP-AMOUNT TO OPR-ACC-PRIOR(OPR-ACC-IDX).
005720 3600-EXIT.
005730         EXIT.
005740*  PAST OPR-ACC-COUNT WHEN THE ACCOUNT IS IN NO BOOK.
005750 3800-FIND-ACCOUNT.
005760         SET OPR-ACC-IDX TO 1.
005770         SEARCH OPR-ACC-ENTRY
005780             AT END
005790                 SET OPR-ACC-IDX TO OPR-ACC-COUNT
005800                 SET OPR-ACC-IDX UP BY 1
005810             WHEN OPR-ACC-IDX > OPR-ACC-COUNT
005820                 CONTINUE
005830             WHEN OPR-ACC-ACCOUNT(OPR-ACC-IDX)
005840                     = OPR-LOOKUP-ACCOUNT
005850                 CONTINUE
005860         END-SEARCH.
005870 3800-EXIT.
005880         EXIT.
005890*  A FOREIGN BALANCE AT ITS LOCAL EQUIVALENT; WITH NO RATE THE
005900*  AMOUNT IS LEFT AS IT STANDS.
005910 3900-TO-LOCAL.
005920         IF OPR-LOOKUP-CURRENCY = SPACES
005930             GO TO 3900-EXIT
005940         END-IF.
005950         MOVE "C" TO FXC-FUNCTION.
005960         MOVE OPR-LOOKUP-CURRENCY TO FXC-FROM-CURRENCY.
005970         MOVE SPACES TO FXC-TO-CURRENCY.
005980         MOVE OPR-LOOKUP-AMOUNT TO FXC-FROM-AMOUNT.
005990         CALL "FXCONV" USING FX-CONVERT-AREA.
006000         IF FXC-SUCCESSFUL
006010             MOVE FXC-RESULT-AMOUNT TO OPR-LOOKUP-AMOUNT
006020         END-IF.
006030 3900-EXIT.
006040         EXIT.
006050*---------------------------------------------------------------
006060*  4000-ROLL-UP-ACCOUNTS.  EACH ACCOUNT'S DORMANCY FROM ACCTMST,
006070*  THEN ITS FIGURES ONTO ITS CUSTOMER.
006080*---------------------------------------------------------------
006090 4000-ROLL-UP-ACCOUNTS.
006100         OPEN INPUT ACCOUNT-MASTER-FILE.
006110         IF OPR-MASTER-FILE-OK
006120             SET OPR-MASTER-OPEN TO TRUE
006130         ELSE
006140             DISPLAY "OFCRPORT: NO ACCTMST ON FILE - DORMANCY "
006150                 "NOT SHOWN"
006160         END-IF.
006170         PERFORM 4100-ROLL-UP-ONE-ACCOUNT THRU 4100-EXIT
006180             VARYING OPR-ACC-SUB FROM 1 BY 1
006190             UNTIL OPR-ACC-SUB > OPR-ACC-COUNT.
006200         IF OPR-MASTER-OPEN
006210             CLOSE ACCOUNT-MASTER-FILE
006220         END-IF.
006230 4000-EXIT.
006240         EXIT.
006250 4100-ROLL-UP-ONE-ACCOUNT.
006260         IF OPR-MASTER-OPEN
006270             MOVE OPR-ACC-ACCOUNT(OPR-ACC-SUB) TO ACM-ACCOUNT-NO
006280             READ ACCOUNT-MASTER-FILE
006290                 INVALID KEY
006300                     CONTINUE
006310                 NOT INVALID KEY
006320                     IF ACM-ACCOUNT-DORMANT
006330                         MOVE "Y"
006340                             TO OPR-ACC-DORMANT-FLAG(OPR-ACC-SUB)
006350                     END-IF
006360             END-READ
006370         END-IF.
006380         MOVE OPR-ACC-CUSTOMER-SUB(OPR-ACC-SUB) TO OPR-CUS-SUB.
006390         ADD 1 TO OPR-CUS-ACCOUNTS(OPR-CUS-SUB).
006400         ADD OPR-ACC-BALANCE(OPR-ACC-SUB)
006410             TO OPR-CUS-BALANCE(OPR-CUS-SUB).
006420         ADD OPR-ACC-PRIOR(OPR-ACC-SUB)
006430             TO OPR-CUS-PRIOR(OPR-CUS-SUB).
006440         IF OPR-ACC-BALANCE(OPR-ACC-SUB) < ZERO
006450             ADD 1 TO OPR-CUS-OVERDRAWN(OPR-CUS-SUB)
006460         END-IF.
006470         IF OPR-ACC-DORMANT(OPR-ACC-SUB)
006480             ADD 1 TO OPR-CUS-DORMANT(OPR-CUS-SUB)
006490         END-IF.
006500 4100-EXIT.
006510         EXIT.
006520*---------------------------------------------------------------
006530*  5000-PRINT-OFFICER.  HEADING, THE BOOK IN CUSTOMER ORDER AND
006540*  THE OFFICER TOTAL.  AN OFFICER WITH AN EMPTY BOOK PRINTS ITS
006550*  HEADING ONLY.
006560*---------------------------------------------------------------
006570 5000-PRINT-OFFICER.
006580         MOVE ZERO TO OPR-OT-CUSTOMERS.
006590         MOVE ZERO TO OPR-OT-ACCOUNTS.
006600         MOVE ZERO TO OPR-OT-OVERDRAWN.
006610         MOVE ZERO TO OPR-OT-DORMANT.
006620         MOVE ZERO TO OPR-OT-BALANCE.
006630         MOVE ZERO TO OPR-OT-PRIOR.
006640         MOVE SPACES TO REPORT-RECORD.
006650         WRITE REPORT-RECORD.
006660         MOVE SPACES TO REPORT-RECORD.
006670         EVALUATE OPR-OFC-STATUS(OPR-OFC-SUB)
006680             WHEN "O"
006690                 MOVE "ACTIVE" TO OPR-STATE-TEXT
006700             WHEN "C"
006710                 MOVE "LEFT" TO OPR-STATE-TEXT
006720             WHEN OTHER
006730                 MOVE "UNKNOWN" TO OPR-STATE-TEXT
006740         END-EVALUATE.
006750         STRING "OFFICER " OPR-OFC-CODE(OPR-OFC-SUB) "  "
006760             OPR-OFC-NAME(OPR-OFC-SUB) "  BRANCH "
006770             OPR-OFC-BRANCH(OPR-OFC-SUB) "  " OPR-STATE-TEXT
006780             DELIMITED BY SIZE INTO REPORT-RECORD.
006790         IF OPR-OFC-STATUS(OPR-OFC-SUB) = "C"
006800             STRING "LEFT " OPR-OFC-LEFT-DATE(OPR-OFC-SUB)
006810                 ", BOOK PASSED TO "
006820                 OPR-OFC-SUCCESSOR(OPR-OFC-SUB)
006830                 DELIMITED BY SIZE INTO REPORT-RECORD(64:)
006840         END-IF.
006850         WRITE REPORT-RECORD.
006860         IF OPR-OFC-CUSTOMERS(OPR-OFC-SUB) = ZERO
006870             MOVE "    NO CUSTOMERS IN THE BOOK" TO REPORT-RECORD
006880             WRITE REPORT-RECORD
006890             GO TO 5000-EXIT
006900         END-IF.
006910         IF OPR-OFC-STATUS(OPR-OFC-SUB) = "C"
006920             MOVE "    *** OFFICER HAS LEFT BUT STILL HOLDS "
006930                 & "CUSTOMERS - REASSIGN THE BOOK ***"
006940                 TO REPORT-RECORD
006950             WRITE REPORT-RECORD
006960             ADD 1 TO OPR-LEFT-HOLDING-COUNT
006970             MOVE 4 TO RETURN-CODE
006980         END-IF.
006990         MOVE SPACES TO REPORT-RECORD.
007000         MOVE "    CUSTOMER   NAME" TO REPORT-RECORD.
007010         MOVE "ACCTS" TO REPORT-RECORD(47:).
007020         MOVE "BALANCE" TO REPORT-RECORD(64:).
007030         MOVE "PRIOR MONTH" TO REPORT-RECORD(78:).
007040         MOVE "CHANGE" TO REPORT-RECORD(100:).
007050         MOVE "OVERDRAWN  DORMANT" TO REPORT-RECORD(107:).
007060         WRITE REPORT-RECORD.
007070         PERFORM 5100-PRINT-ONE-CUSTOMER THRU 5100-EXIT
007080             VARYING OPR-CUS-SUB FROM 1 BY 1
007090             UNTIL OPR-CUS-SUB > OPR-CUS-COUNT.
007100         MOVE OPR-OT-ACCOUNTS TO OPR-LN-ACCOUNTS.
007110         MOVE OPR-OT-OVERDRAWN TO OPR-LN-OVERDRAWN.
007120         MOVE OPR-OT-DORMANT TO OPR-LN-DORMANT.
007130         MOVE OPR-OT-BALANCE TO OPR-LN-BALANCE.
007140         MOVE OPR-OT-PRIOR TO OPR-LN-PRIOR.
007150         PERFORM 6000-EDIT-FIGURES THRU 6000-EXIT.
007160         MOVE OPR-OT-CUSTOMERS TO OPR-COUNT-EDIT.
007170         MOVE SPACES TO REPORT-RECORD.
007180         STRING "    OFFICER TOTAL  " OPR-COUNT-EDIT
007190             " CUSTOMER(S)"
007200             DELIMITED BY SIZE INTO REPORT-RECORD.
007210         MOVE OPR-FIGURES-TEXT TO REPORT-RECORD(47:).
007220         WRITE REPORT-RECORD.
007230 5000-EXIT.
007240         EXIT.
007250 5100-PRINT-ONE-CUSTOMER.
007260         IF OPR-CUS-OFFICER-SUB(OPR-CUS-SUB) NOT = OPR-OFC-SUB
007270             GO TO 5100-EXIT
007280         END-IF.
007290         MOVE OPR-CUS-ACCOUNTS(OPR-CUS-SUB) TO OPR-LN-ACCOUNTS.
007300         MOVE OPR-CUS-OVERDRAWN(OPR-CUS-SUB) TO OPR-LN-OVERDRAWN.
007310         MOVE OPR-CUS-DORMANT(OPR-CUS-SUB) TO OPR-LN-DORMANT.
007320         MOVE OPR-CUS-BALANCE(OPR-CUS-SUB) TO OPR-LN-BALANCE.
007330         MOVE OPR-CUS-PRIOR(OPR-CUS-SUB) TO OPR-LN-PRIOR.
007340         PERFORM 6000-EDIT-FIGURES THRU 6000-EXIT.
007350         MOVE SPACES TO REPORT-RECORD.
007360         STRING "    " OPR-CUS-NO(OPR-CUS-SUB) " "
007370             OPR-CUS-NAME(OPR-CUS-SUB)
007380             DELIMITED BY SIZE INTO REPORT-RECORD.
007390         MOVE OPR-FIGURES-TEXT TO REPORT-RECORD(47:).
007400         WRITE REPORT-RECORD.
007410         ADD 1 TO OPR-OT-CUSTOMERS.
007420         ADD OPR-CUS-ACCOUNTS(OPR-CUS-SUB) TO OPR-OT-ACCOUNTS.
007430         ADD OPR-CUS-OVERDRAWN(OPR-CUS-SUB) TO OPR-OT-OVERDRAWN.
007440         ADD OPR-CUS-DORMANT(OPR-CUS-SUB) TO OPR-OT-DORMANT.
007450         ADD OPR-CUS-BALANCE(OPR-CUS-SUB) TO OPR-OT-BALANCE.
007460         ADD OPR-CUS-PRIOR(OPR-CUS-SUB) TO OPR-OT-PRIOR.
007470         ADD 1 TO OPR-GT-CUSTOMERS.
007480         ADD OPR-CUS-ACCOUNTS(OPR-CUS-SUB) TO OPR-GT-ACCOUNTS.
007490         ADD OPR-CUS-OVERDRAWN(OPR-CUS-SUB) TO OPR-GT-OVERDRAWN.
007500         ADD OPR-CUS-DORMANT(OPR-CUS-SUB) TO OPR-GT-DORMANT.
007510         ADD OPR-CUS-BALANCE(OPR-CUS-SUB) TO OPR-GT-BALANCE.
007520         ADD OPR-CUS-PRIOR(OPR-CUS-SUB) TO OPR-GT-PRIOR.
007530         IF OPR-CUS-OVERDRAWN(OPR-CUS-SUB) = ZERO
007540             AND OPR-CUS-DORMANT(OPR-CUS-SUB) = ZERO
007550             GO TO 5100-EXIT
007560         END-IF.
007570         PERFORM 5200-PRINT-PROBLEM-ACCOUNT THRU 5200-EXIT
007580             VARYING OPR-ACC-SUB FROM 1 BY 1
007590             UNTIL OPR-ACC-SUB > OPR-ACC-COUNT.
007600 5100-EXIT.
007610         EXIT.
007620*  THE CUSTOMER'S OVERDRAWN AND DORMANT ACCOUNTS, ONE LINE EACH.
007630 5200-PRINT-PROBLEM-ACCOUNT.
007640         IF OPR-ACC-CUSTOMER-SUB(OPR-ACC-SUB) NOT = OPR-CUS-SUB
007650             GO TO 5200-EXIT
007660         END-IF.
007670         MOVE SPACES TO OPR-STATE-TEXT.
007680         IF OPR-ACC-BALANCE(OPR-ACC-SUB) < ZERO
007690             MOVE "OVERDRAWN" TO OPR-STATE-TEXT
007700         END-IF.
007710         IF OPR-ACC-DORMANT(OPR-ACC-SUB)
007720             IF OPR-STATE-TEXT = SPACES
007730                 MOVE "DORMANT" TO OPR-STATE-TEXT
007740             ELSE
007750                 MOVE "OD+DORM" TO OPR-STATE-TEXT
007760             END-IF
007770         END-IF.
007780         IF OPR-STATE-TEXT = SPACES
007790             GO TO 5200-EXIT
007800         END-IF.
007810         CALL "MASKACCT" USING OPR-ACC-ACCOUNT(OPR-ACC-SUB)
007820             OPR-MASKED-ACCOUNT.
007830         MOVE OPR-ACC-BALANCE(OPR-ACC-SUB) TO OPR-BALANCE-EDIT.
007840         MOVE SPACES TO REPORT-RECORD.
007850         STRING "               ACCOUNT " OPR-MASKED-ACCOUNT
007860             "  BRANCH " OPR-ACC-BRANCH(OPR-ACC-SUB) "  "
007870             OPR-STATE-TEXT
007880             DELIMITED BY SIZE INTO REPORT-RECORD.
007890         MOVE OPR-BALANCE-EDIT TO REPORT-RECORD(59:).
007900         WRITE REPORT-RECORD.
007910 5200-EXIT.
007920         EXIT.
007930*---------------------------------------------------------------
007940*  6000-EDIT-FIGURES.  ACCOUNTS, BALANCE, PRIOR, CHANGE AND THE
007950*  TWO PROBLEM COUNTS, FROM OPR-LINE-FIGURES INTO
007960*  OPR-FIGURES-TEXT (PRINT COLUMNS 47-126).
007970*---------------------------------------------------------------
007980 6000-EDIT-FIGURES.
007990         MOVE OPR-LN-ACCOUNTS TO OPR-ACCOUNTS-EDIT.
008000         MOVE OPR-LN-OVERDRAWN TO OPR-OVERDRAWN-EDIT.
008010         MOVE OPR-LN-DORMANT TO OPR-DORMANT-EDIT.
008020         MOVE OPR-LN-BALANCE TO OPR-BALANCE-EDIT.
008030         MOVE SPACES TO OPR-FIGURES-TEXT.
008040         STRING OPR-ACCOUNTS-EDIT "  " OPR-BALANCE-EDIT
008050             DELIMITED BY SIZE INTO OPR-FIGURES-TEXT.
008060         IF OPR-PRIOR-AVAILABLE
008070             COMPUTE OPR-LN-CHANGE = OPR-LN-BALANCE - OPR-LN-PRIOR
008080             MOVE OPR-LN-PRIOR TO OPR-PRIOR-EDIT
008090             MOVE OPR-LN-CHANGE TO OPR-CHANGE-EDIT
008100             MOVE OPR-PRIOR-EDIT TO OPR-FIGURES-TEXT(26:)
008110             MOVE OPR-CHANGE-EDIT TO OPR-FIGURES-TEXT(43:)
008120         END-IF.
008130         MOVE OPR-OVERDRAWN-EDIT TO OPR-FIGURES-TEXT(65:).
008140         MOVE OPR-DORMANT-EDIT TO OPR-FIGURES-TEXT(74:).
008150 6000-EXIT.
008160         EXIT.
008170 7000-PRINT-SUMMARY.
008180         MOVE OPR-GT-ACCOUNTS TO OPR-LN-ACCOUNTS.
008190         MOVE OPR-GT-OVERDRAWN TO OPR-LN-OVERDRAWN.
008200         MOVE OPR-GT-DORMANT TO OPR-LN-DORMANT.
008210         MOVE OPR-GT-BALANCE TO OPR-LN-BALANCE.
008220         MOVE OPR-GT-PRIOR TO OPR-LN-PRIOR.
008230         PERFORM 6000-EDIT-FIGURES THRU 6000-EXIT.
008240         MOVE OPR-GT-CUSTOMERS TO OPR-COUNT-EDIT.
008250         MOVE SPACES TO REPORT-RECORD.
008260         WRITE REPORT-RECORD.
008270         MOVE SPACES TO REPORT-RECORD.
008280         STRING "ALL OFFICERS       " OPR-COUNT-EDIT
008290             " CUSTOMER(S)"
008300             DELIMITED BY SIZE INTO REPORT-RECORD.
008310         MOVE OPR-FIGURES-TEXT TO REPORT-RECORD(47:).
008320         WRITE REPORT-RECORD.
008330         MOVE SPACES TO REPORT-RECORD.
008340         STRING "OPEN CUSTOMERS WITH NO OFFICER: "
008350             OPR-NO-OFFICER-COUNT
008360             DELIMITED BY SIZE INTO REPORT-RECORD.
008370         WRITE REPORT-RECORD.
008380         IF OPR-LEFT-HOLDING-COUNT > ZERO
008390             MOVE SPACES TO REPORT-RECORD
008400             STRING "DEPARTED OFFICERS STILL HOLDING A BOOK: "
008410                 OPR-LEFT-HOLDING-COUNT
008420                 DELIMITED BY SIZE INTO REPORT-RECORD
008430             WRITE REPORT-RECORD
008440         END-IF.
008450 7000-EXIT.
008460         EXIT.
008470 8000-TERMINATE.
008480         IF OPR-READY
008490             CLOSE REPORT-FILE
008500         END-IF.
008510         MOVE OPR-GT-BALANCE TO OPR-BALANCE-EDIT.
008520         DISPLAY "----------------------------------------------".
008530         DISPLAY "OFFICERS             = " OPR-OFC-COUNT.
008540         DISPLAY "CUSTOMERS IN A BOOK  = " OPR-CUS-COUNT.
008550         DISPLAY "CUSTOMERS NO OFFICER = " OPR-NO-OFFICER-COUNT.
008560         DISPLAY "ACCOUNTS IN A BOOK   = " OPR-ACC-COUNT.
008570         DISPLAY "TOTAL BALANCE        = " OPR-BALANCE-EDIT.
008580         DISPLAY "OFCRPORT: JOB ENDED, RETURN CODE = "
008590             RETURN-CODE.
008600 8000-EXIT.
008610         EXIT.
