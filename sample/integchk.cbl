000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 INTEGCHK.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  CROSS-MASTER REFERENTIAL INTEGRITY SWEEP.  EACH MASTER IS
000180*  LOADED AND MAINTAINED ON ITS OWN, SO NOTHING STOPS A ROW
000190*  ON ONE FROM OUTLIVING THE ROW IT POINTS AT ON ANOTHER.
000200*  THIS STEP WALKS EVERY SUCH RELATIONSHIP AND REPORTS EACH
000210*  BROKEN LINK ON INTEGRPT BY CATEGORY:
000220*
000230*    BALNOACT  E  ACCTBAL BALANCE, ACCOUNT NOT ON ACCTMST
000240*    XRFNOACT  W  ACCTXREF LINK, ACCOUNT NOT ON ACCTMST
000250*    XRFNOCUS  E  ACCTXREF LINK, CUSTOMER NOT ON CUSTMST
000260*    ACRNOBAL  E  INTACCRU ACCRUAL WITH NO ACCTBAL RECORD
000270*    STONOACT  E  STORDERS ORDER, ACCOUNT NOT ON ACCTMST
000280*    STOCLOSD  E  STORDERS ORDER ON A CLOSED ACCOUNT
000290*    STPNOACT  W  STOPFILE STOP, ACCOUNT NOT ON ACCTMST
000300*    STPCLOSD  W  STOPFILE STOP ON A CLOSED ACCOUNT
000310*    BRNCLOSD  E  OPEN ACCOUNT AT A BRANCH BRNCHMST CLOSED
000320*    BRNNOBRN  E  OPEN ACCOUNT AT A BRANCH NOT ON BRNCHMST
000330*
000340*  "CLOSED" IS CLOSED OR CHARGED OFF ON ACCTMST.  THE BRANCH
000350*  OF AN ACCOUNT IS THE BRANCH HALF OF ITS ACCTBAL KEY.  A
000360*  MASTER THAT IS NOT ON DISK LEAVES THE CATEGORIES THAT NEED
000370*  IT MARKED NOT CHECKED RATHER THAN CLEAN.  THE SUMMARY PAGE
000380*  GIVES EVERY CATEGORY'S SEVERITY AND COUNT, AND EACH ERROR
000390*  CATEGORY WITH A VIOLATION OPENS ONE WORKQ ITEM THROUGH
000400*  WQOPEN CARRYING ITS COUNT.  READ-ONLY -- THE SWEEP
000410*  REPORTS, IT NEVER REPAIRS.  RUN BY RUNDAILY.SH AHEAD OF
000420*  THE MONTH-END STEPS.  RC 0 CLEAN, 4 WARNINGS ONLY (OR A
000430*  CATEGORY NOT CHECKED), 8 ANY ERROR-SEVERITY VIOLATION.
000440*  ------------------------------------------------------------
000450*  MODIFICATION HISTORY
000460*  ------------------------------------------------------------
000470*  DATE       BY   DESCRIPTION
000480*  ---------- ---- --------------------------------------------
000490*  10/15/2026 DCG  ORIGINAL PROGRAM.
00049A*  10/15/2026 DCG  STORDERS ROWS NOW CARRY STORDGEN'S HELD-ITEM
00049B*                  STATUS, ATTEMPTS AND DATES AFTER THE NEXT DUE
00049C*                  DATE; THE RECORD TAKES THEM AS FILLER.
000500*---------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.
000540         LINUX.
000550 OBJECT-COMPUTER.
000560         LINUX.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000600             ORGANIZATION IS INDEXED
000610             ACCESS MODE IS RANDOM
000620             RECORD KEY IS ACM-ACCOUNT-NO
000630             FILE STATUS IS IGC-ACCTMST-FILE-STATUS.
000640         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000650             ORGANIZATION IS INDEXED
000660             ACCESS MODE IS RANDOM
000670             RECORD KEY IS CUS-CUSTOMER-NO
000680             FILE STATUS IS IGC-CUSTMST-FILE-STATUS.
000690         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000700             ORGANIZATION IS INDEXED
000710             ACCESS MODE IS DYNAMIC
000720             RECORD KEY IS ABL-KEY
000730             FILE STATUS IS IGC-BALANCE-FILE-STATUS.
000740         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000750             ORGANIZATION IS INDEXED
000760             ACCESS MODE IS SEQUENTIAL
000770             RECORD KEY IS AXR-ACCOUNT-NO
000780             FILE STATUS IS IGC-XREF-FILE-STATUS.
000790         SELECT ACCRUAL-FILE ASSIGN TO "INTACCRU"
000800             ORGANIZATION IS INDEXED
000810             ACCESS MODE IS SEQUENTIAL
000820             RECORD KEY IS INA-KEY
000830             FILE STATUS IS IGC-ACCRUAL-FILE-STATUS.
000840         SELECT ORDER-FILE ASSIGN TO "STORDERS"
000850             ORGANIZATION IS LINE SEQUENTIAL
000860             FILE STATUS IS IGC-ORDER-FILE-STATUS.
000870         SELECT STOP-FILE ASSIGN TO "STOPFILE"
000880             ORGANIZATION IS LINE SEQUENTIAL
000890             FILE STATUS IS IGC-STOP-FILE-STATUS.
000900         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000910             ORGANIZATION IS LINE SEQUENTIAL
000920             FILE STATUS IS IGC-BRANCH-FILE-STATUS.
000930         SELECT REPORT-FILE ASSIGN TO "INTEGRPT"
000940             ORGANIZATION IS LINE SEQUENTIAL
000950             FILE STATUS IS IGC-REPORT-FILE-STATUS.
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  ACCOUNT-MASTER-FILE.
000990     COPY ACCTREC.
001000 FD  CUSTOMER-MASTER-FILE.
001010     COPY CUSTREC.
001020 FD  BALANCE-FILE.
001030     COPY BALREC.
001040 FD  ACCOUNT-XREF-FILE.
001050     COPY CUSXREFC.
001060 FD  ACCRUAL-FILE.
001070     COPY INTACCRC.
001080 FD  ORDER-FILE.
001090 01  ORDER-RECORD.
001100         05  ORD-BRANCH-CODE         PIC X(03).
001110         05  ORD-ACCOUNT-NO          PIC X(10).
001120         05  ORD-RECORD-TYPE         PIC X(02).
001130         05  ORD-AMOUNT              PIC 9(09)V99.
001140         05  ORD-FREQUENCY           PIC X(01).
001150         05  ORD-NEXT-DUE-DATE       PIC 9(08).
00115A         05  FILLER                  PIC X(19).
001160 FD  STOP-FILE.
001170 01  STOP-ORDER-RECORD.
001180         05  STP-ACCOUNT-NO          PIC X(10).
001190         05  STP-RECORD-TYPE         PIC X(02).
001200         05  STP-AMOUNT-FROM         PIC 9(09)V99.
001210         05  STP-AMOUNT-TO           PIC 9(09)V99.
001220         05  STP-EXPIRY-DATE         PIC 9(08).
001230         05  STP-REQUEST-BRANCH      PIC X(03).
001240 FD  BRANCH-MASTER-FILE.
001250     COPY BRNCHREC.
001260 FD  REPORT-FILE.
001270 01  REPORT-RECORD               PIC X(132).
001280 WORKING-STORAGE SECTION.
001290     COPY RUNDATEC.
001300 01  IGC-FILE-STATUS-VALUES.
001310         05  IGC-ACCTMST-FILE-STATUS PIC X(02).
001320             88  IGC-ACCTMST-FILE-OK     VALUE "00".
001330         05  IGC-CUSTMST-FILE-STATUS PIC X(02).
001340             88  IGC-CUSTMST-FILE-OK     VALUE "00".
001350         05  IGC-BALANCE-FILE-STATUS PIC X(02).
001360             88  IGC-BALANCE-FILE-OK     VALUE "00".
001370         05  IGC-XREF-FILE-STATUS    PIC X(02).
001380             88  IGC-XREF-FILE-OK        VALUE "00".
001390         05  IGC-ACCRUAL-FILE-STATUS PIC X(02).
001400             88  IGC-ACCRUAL-FILE-OK     VALUE "00".
001410         05  IGC-ORDER-FILE-STATUS   PIC X(02).
001420             88  IGC-ORDER-FILE-OK       VALUE "00".
001430         05  IGC-STOP-FILE-STATUS    PIC X(02).
001440             88  IGC-STOP-FILE-OK        VALUE "00".
001450         05  IGC-BRANCH-FILE-STATUS  PIC X(02).
001460             88  IGC-BRANCH-FILE-OK      VALUE "00".
001470         05  IGC-REPORT-FILE-STATUS  PIC X(02).
001480             88  IGC-REPORT-FILE-OK      VALUE "00".
001490 01  IGC-SWITCHES.
001500         05  IGC-ACCTMST-SWITCH      PIC X(01) VALUE "N".
001510             88  IGC-ACCTMST-AVAILABLE   VALUE "Y".
001520         05  IGC-CUSTMST-SWITCH      PIC X(01) VALUE "N".
001530             88  IGC-CUSTMST-AVAILABLE   VALUE "Y".
001540         05  IGC-BALANCE-SWITCH      PIC X(01) VALUE "N".
001550             88  IGC-BALANCE-AVAILABLE   VALUE "Y".
001560         05  IGC-BRANCH-SWITCH       PIC X(01) VALUE "N".
001570             88  IGC-BRANCH-AVAILABLE    VALUE "Y".
001580         05  IGC-EOF-SWITCH          PIC X(01) VALUE "N".
001590             88  IGC-AT-END              VALUE "Y".
001600         05  IGC-FOUND-SWITCH        PIC X(01) VALUE "N".
001610             88  IGC-ACCOUNT-FOUND       VALUE "Y".
001620         05  IGC-CLOSED-SWITCH       PIC X(01) VALUE "N".
001630             88  IGC-ACCOUNT-CLOSED      VALUE "Y".
001640 01  IGC-RUN-DATE                PIC 9(08) VALUE ZERO.
001650*  THE CATEGORIES, IN REPORT ORDER: CODE, SEVERITY (E ERROR,
001660*  W WARNING) AND DESCRIPTION.
001670 01  IGC-CATEGORY-VALUES.
001680         05  FILLER                  PIC X(49) VALUE
001690             "BALNOACTEACCTBAL BALANCE, ACCOUNT NOT ON ACCTMST".
001700         05  FILLER                  PIC X(49) VALUE
001710             "XRFNOACTWACCTXREF LINK, ACCOUNT NOT ON ACCTMST".
001720         05  FILLER                  PIC X(49) VALUE
001730             "XRFNOCUSEACCTXREF LINK, CUSTOMER NOT ON CUSTMST".
001740         05  FILLER                  PIC X(49) VALUE
001750             "ACRNOBALEINTACCRU ACCRUAL WITH NO ACCTBAL RECORD".
001760         05  FILLER                  PIC X(49) VALUE
001770             "STONOACTESTORDERS ORDER, ACCOUNT NOT ON ACCTMST".
001780         05  FILLER                  PIC X(49) VALUE
001790             "STOCLOSDESTORDERS ORDER ON A CLOSED ACCOUNT".
001800         05  FILLER                  PIC X(49) VALUE
001810             "STPNOACTWSTOPFILE STOP, ACCOUNT NOT ON ACCTMST".
001820         05  FILLER                  PIC X(49) VALUE
001830             "STPCLOSDWSTOPFILE STOP ON A CLOSED ACCOUNT".
001840         05  FILLER                  PIC X(49) VALUE
001850             "BRNCLOSDEOPEN ACCOUNT AT A BRANCH BRNCHMST CLOSED".
001860         05  FILLER                  PIC X(49) VALUE
001870             "BRNNOBRNEOPEN ACCOUNT AT A BRANCH NOT ON BRNCHMST".
001880 01  IGC-CATEGORY-TABLE REDEFINES IGC-CATEGORY-VALUES.
001890         05  IGC-CAT-ENTRY OCCURS 10 TIMES.
001900             10  IGC-CAT-CODE        PIC X(08).
001910             10  IGC-CAT-SEVERITY    PIC X(01).
001920                 88  IGC-CAT-ERROR       VALUE "E".
001930             10  IGC-CAT-DESCRIPTION PIC X(40).
001940 01  IGC-CATEGORY-RESULTS.
001950         05  IGC-RES-ENTRY OCCURS 10 TIMES.
001960             10  IGC-RES-COUNT       PIC 9(07).
001970             10  IGC-RES-CHECKED     PIC X(01).
001980                 88  IGC-RES-WAS-CHECKED VALUE "Y".
001990 01  IGC-CAT-SUB                 PIC 9(02) COMP VALUE ZERO.
002000*  CATEGORY SUBSCRIPTS.
002010 01  IGC-CATEGORY-NUMBERS.
002020         05  IGC-BALNOACT            PIC 9(02) COMP VALUE 1.
002030         05  IGC-XRFNOACT            PIC 9(02) COMP VALUE 2.
002040         05  IGC-XRFNOCUS            PIC 9(02) COMP VALUE 3.
002050         05  IGC-ACRNOBAL            PIC 9(02) COMP VALUE 4.
002060         05  IGC-STONOACT            PIC 9(02) COMP VALUE 5.
002070         05  IGC-STOCLOSD            PIC 9(02) COMP VALUE 6.
002080         05  IGC-STPNOACT            PIC 9(02) COMP VALUE 7.
002090         05  IGC-STPCLOSD            PIC 9(02) COMP VALUE 8.
002100         05  IGC-BRNCLOSD            PIC 9(02) COMP VALUE 9.
002110         05  IGC-BRNNOBRN            PIC 9(02) COMP VALUE 10.
002120 01  IGC-BRANCH-TABLE.
002130         05  IGC-BRN-COUNT           PIC 9(03) COMP VALUE ZERO.
002140         05  IGC-BRN-ENTRY OCCURS 100 TIMES
002150                 INDEXED BY IGC-BRN-IDX.
002160             10  IGC-BRN-CODE        PIC X(03).
002170             10  IGC-BRN-STATUS      PIC X(01).
002180 01  IGC-VIOLATION-FIELDS.
002190         05  IGC-VIOL-KEY            PIC X(20) VALUE SPACES.
002200         05  IGC-VIOL-DETAIL         PIC X(50) VALUE SPACES.
002210 01  IGC-COUNTERS.
002220         05  IGC-BALANCES-READ       PIC 9(07) VALUE ZERO.
002230         05  IGC-XREFS-READ          PIC 9(07) VALUE ZERO.
002240         05  IGC-ACCRUALS-READ       PIC 9(07) VALUE ZERO.
002250         05  IGC-ORDERS-READ         PIC 9(07) VALUE ZERO.
002260         05  IGC-STOPS-READ          PIC 9(07) VALUE ZERO.
002270         05  IGC-ERROR-TOTAL         PIC 9(07) VALUE ZERO.
002280         05  IGC-WARNING-TOTAL       PIC 9(07) VALUE ZERO.
002290         05  IGC-UNCHECKED-TOTAL     PIC 9(02) VALUE ZERO.
002300 01  IGC-PRINT-LINE-FIELDS.
002310         05  IGC-COUNT-EDIT          PIC Z,ZZZ,ZZ9.
002320         05  IGC-CHECKED-TEXT        PIC X(11).
002330 01  IGC-WORKQ-FIELDS.
002340         05  IGC-WQ-SOURCE           PIC X(08) VALUE "INTEGCHK".
002350         05  IGC-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
002360 PROCEDURE DIVISION.
002370 0000-MAINLINE.
002380         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002390         PERFORM 2000-CHECK-BALANCES THRU 2000-EXIT.
002400         PERFORM 3000-CHECK-CROSS-REFERENCE THRU 3000-EXIT.
002410         PERFORM 4000-CHECK-ACCRUALS THRU 4000-EXIT.
002420         PERFORM 5000-CHECK-STANDING-ORDERS THRU 5000-EXIT.
002430         PERFORM 5500-CHECK-STOP-ORDERS THRU 5500-EXIT.
002440         PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002450         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002460         STOP RUN.
002470 1000-INITIALIZE.
002480         DISPLAY "INTEGCHK: CROSS-MASTER INTEGRITY SWEEP".
002490         CALL "RUNDATE" USING RUN-DATE-AREA.
002500         MOVE RDT-RUN-DATE TO IGC-RUN-DATE.
002510         MOVE ZERO TO IGC-CAT-SUB.
002520         PERFORM 1050-CLEAR-ONE-RESULT THRU 1050-EXIT
002530             10 TIMES.
002540         OPEN OUTPUT REPORT-FILE.
002550         MOVE SPACES TO REPORT-RECORD.
002560         STRING "REFERENTIAL INTEGRITY SWEEP    RUN DATE: "
002570             IGC-RUN-DATE
002580             DELIMITED BY SIZE INTO REPORT-RECORD.
002590         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
002600         MOVE SPACES TO REPORT-RECORD.
002610         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
002620         MOVE "CATEGORY  S  KEY                   DETAIL"
002630             TO REPORT-RECORD.
002640         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
002650         OPEN INPUT ACCOUNT-MASTER-FILE.
002660         IF IGC-ACCTMST-FILE-OK
002670             SET IGC-ACCTMST-AVAILABLE TO TRUE
002680         ELSE
002690             DISPLAY "INTEGCHK: ACCTMST UNAVAILABLE - ACCOUNT "
002700                 "LINKS NOT CHECKED"
002710         END-IF.
002720         OPEN INPUT CUSTOMER-MASTER-FILE.
002730         IF IGC-CUSTMST-FILE-OK
002740             SET IGC-CUSTMST-AVAILABLE TO TRUE
002750         ELSE
002760             DISPLAY "INTEGCHK: CUSTMST UNAVAILABLE - CUSTOMER "
002770                 "LINKS NOT CHECKED"
002780         END-IF.
002790         OPEN INPUT BALANCE-FILE.
002800         IF IGC-BALANCE-FILE-OK
002810             SET IGC-BALANCE-AVAILABLE TO TRUE
002820         ELSE
002830             DISPLAY "INTEGCHK: ACCTBAL UNAVAILABLE - BALANCE "
002840                 "LINKS NOT CHECKED"
002850         END-IF.
002860         PERFORM 1100-LOAD-BRANCH-MASTER THRU 1100-EXIT.
002870 1000-EXIT.
002880         EXIT.
002890 1050-CLEAR-ONE-RESULT.
002900         ADD 1 TO IGC-CAT-SUB.
002910         MOVE ZERO TO IGC-RES-COUNT(IGC-CAT-SUB).
002920         MOVE "N" TO IGC-RES-CHECKED(IGC-CAT-SUB).
002930 1050-EXIT.
002940         EXIT.
002950 1100-LOAD-BRANCH-MASTER.
002960         OPEN INPUT BRANCH-MASTER-FILE.
002970         IF NOT IGC-BRANCH-FILE-OK
002980             DISPLAY "INTEGCHK: BRNCHMST UNAVAILABLE - BRANCH "
002990                 "LINKS NOT CHECKED"
003000             GO TO 1100-EXIT
003010         END-IF.
003020         SET IGC-BRANCH-AVAILABLE TO TRUE.
003030         MOVE "N" TO IGC-EOF-SWITCH.
003040         PERFORM 1150-LOAD-ONE-BRANCH THRU 1150-EXIT
003050             UNTIL IGC-AT-END
003060                 OR IGC-BRN-COUNT = 100.
003070         CLOSE BRANCH-MASTER-FILE.
003080 1100-EXIT.
003090         EXIT.
003100 1150-LOAD-ONE-BRANCH.
003110         READ BRANCH-MASTER-FILE
003120             AT END
003130                 MOVE "Y" TO IGC-EOF-SWITCH
003140             NOT AT END
003150                 ADD 1 TO IGC-BRN-COUNT
003160                 MOVE BRM-BRANCH-CODE
003170                     TO IGC-BRN-CODE(IGC-BRN-COUNT)
003180                 MOVE BRM-STATUS
003190                     TO IGC-BRN-STATUS(IGC-BRN-COUNT)
003200         END-READ.
003210 1150-EXIT.
003220         EXIT.
003230*---------------------------------------------------------------
003240*  2000-CHECK-BALANCES.  EVERY ACCTBAL ROW MUST BELONG TO AN
003250*  ACCTMST ACCOUNT, AND AN ACCOUNT STILL OPEN MUST SIT AT A
003260*  BRANCH BRNCHMST KNOWS AND HAS NOT CLOSED.
003270*---------------------------------------------------------------
003280 2000-CHECK-BALANCES.
003290         IF NOT IGC-BALANCE-AVAILABLE
003300             OR NOT IGC-ACCTMST-AVAILABLE
003310             GO TO 2000-EXIT
003320         END-IF.
003330         MOVE "Y" TO IGC-RES-CHECKED(IGC-BALNOACT).
003340         IF IGC-BRANCH-AVAILABLE
003350             MOVE "Y" TO IGC-RES-CHECKED(IGC-BRNCLOSD)
003360             MOVE "Y" TO IGC-RES-CHECKED(IGC-BRNNOBRN)
003370         END-IF.
003380         MOVE "N" TO IGC-EOF-SWITCH.
003390         PERFORM 2100-CHECK-ONE-BALANCE THRU 2100-EXIT
003400             UNTIL IGC-AT-END.
003410 2000-EXIT.
003420         EXIT.
003430 2100-CHECK-ONE-BALANCE.
003440         READ BALANCE-FILE NEXT RECORD
003450             AT END
003460                 MOVE "Y" TO IGC-EOF-SWITCH
003470                 GO TO 2100-EXIT
003480         END-READ.
003490         ADD 1 TO IGC-BALANCES-READ.
003500         MOVE SPACES TO IGC-VIOL-KEY IGC-VIOL-DETAIL.
003510         STRING ABL-BRANCH-CODE "-" ABL-ACCOUNT-NO
003520             DELIMITED BY SIZE INTO IGC-VIOL-KEY.
003530         MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO.
003540         PERFORM 6100-LOOKUP-ACCOUNT THRU 6100-EXIT.
003550         IF NOT IGC-ACCOUNT-FOUND
003560             MOVE IGC-BALNOACT TO IGC-CAT-SUB
003570             MOVE "BALANCE RECORD HAS NO ACCOUNT MASTER"
003580                 TO IGC-VIOL-DETAIL
003590             PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
003600             GO TO 2100-EXIT
003610         END-IF.
003620         IF IGC-ACCOUNT-CLOSED OR NOT IGC-BRANCH-AVAILABLE
003630             GO TO 2100-EXIT
003640         END-IF.
003650         SET IGC-BRN-IDX TO 1.
003660         SEARCH IGC-BRN-ENTRY
003670             AT END
003680                 MOVE IGC-BRNNOBRN TO IGC-CAT-SUB
003690                 STRING "BRANCH " ABL-BRANCH-CODE
003700                     " IS NOT ON BRNCHMST"
003710                     DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
003720                 PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
003730             WHEN IGC-BRN-IDX > IGC-BRN-COUNT
003740                 MOVE IGC-BRNNOBRN TO IGC-CAT-SUB
003750                 STRING "BRANCH " ABL-BRANCH-CODE
003760                     " IS NOT ON BRNCHMST"
003770                     DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
003780                 PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
003790             WHEN IGC-BRN-CODE(IGC-BRN-IDX) = ABL-BRANCH-CODE
003800                 IF IGC-BRN-STATUS(IGC-BRN-IDX) = "C"
003810                     MOVE IGC-BRNCLOSD TO IGC-CAT-SUB
003820                     STRING "ACCOUNT OPEN, BRANCH "
003830                         ABL-BRANCH-CODE " IS CLOSED"
003840                         DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
003850                     PERFORM 6000-RECORD-VIOLATION
003860                         THRU 6000-EXIT
003870                 END-IF
003880         END-SEARCH.
003890 2100-EXIT.
003900         EXIT.
003910*---------------------------------------------------------------
003920*  3000-CHECK-CROSS-REFERENCE.  EVERY ACCTXREF LINK MUST JOIN
003930*  AN ACCTMST ACCOUNT TO A CUSTMST CUSTOMER.
003940*---------------------------------------------------------------
003950 3000-CHECK-CROSS-REFERENCE.
003960         OPEN INPUT ACCOUNT-XREF-FILE.
003970         IF NOT IGC-XREF-FILE-OK
003980             DISPLAY "INTEGCHK: NO ACCTXREF - CUSTOMER LINKS "
003990                 "NOT CHECKED"
004000             GO TO 3000-EXIT
004010         END-IF.
004020         IF IGC-ACCTMST-AVAILABLE
004030             MOVE "Y" TO IGC-RES-CHECKED(IGC-XRFNOACT)
004040         END-IF.
004050         IF IGC-CUSTMST-AVAILABLE
004060             MOVE "Y" TO IGC-RES-CHECKED(IGC-XRFNOCUS)
004070         END-IF.
004080         MOVE "N" TO IGC-EOF-SWITCH.
004090         PERFORM 3100-CHECK-ONE-LINK THRU 3100-EXIT
004100             UNTIL IGC-AT-END.
004110         CLOSE ACCOUNT-XREF-FILE.
004120 3000-EXIT.
004130         EXIT.
004140 3100-CHECK-ONE-LINK.
004150         READ ACCOUNT-XREF-FILE
004160             AT END
004170                 MOVE "Y" TO IGC-EOF-SWITCH
004180                 GO TO 3100-EXIT
004190         END-READ.
004200         ADD 1 TO IGC-XREFS-READ.
004210         MOVE SPACES TO IGC-VIOL-KEY IGC-VIOL-DETAIL.
004220         MOVE AXR-ACCOUNT-NO TO IGC-VIOL-KEY.
004230         IF IGC-ACCTMST-AVAILABLE
004240             MOVE AXR-ACCOUNT-NO TO ACM-ACCOUNT-NO
004250             PERFORM 6100-LOOKUP-ACCOUNT THRU 6100-EXIT
004260             IF NOT IGC-ACCOUNT-FOUND
004270                 MOVE IGC-XRFNOACT TO IGC-CAT-SUB
004280                 STRING "LINKED TO CUSTOMER " AXR-CUSTOMER-NO
004290                     DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
004300                 PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
004310             END-IF
004320         END-IF.
004330         IF NOT IGC-CUSTMST-AVAILABLE
004340             GO TO 3100-EXIT
004350         END-IF.
004360         MOVE AXR-CUSTOMER-NO TO CUS-CUSTOMER-NO.
004370         READ CUSTOMER-MASTER-FILE
004380             INVALID KEY
004390                 MOVE IGC-XRFNOCUS TO IGC-CAT-SUB
004400                 MOVE SPACES TO IGC-VIOL-DETAIL
004410                 STRING "CUSTOMER " AXR-CUSTOMER-NO
004420                     " IS NOT ON CUSTMST"
004430                     DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
004440                 PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
004450         END-READ.
004460 3100-EXIT.
004470         EXIT.
004480*---------------------------------------------------------------
004490*  4000-CHECK-ACCRUALS.  AN INTACCRU ACCRUAL WITH NO ACCTBAL
004500*  ROW UNDER THE SAME BRANCH AND ACCOUNT WOULD BE CAPITALIZED
004510*  TO NOTHING AT MONTH END.
004520*---------------------------------------------------------------
004530 4000-CHECK-ACCRUALS.
004540         IF NOT IGC-BALANCE-AVAILABLE
004550             GO TO 4000-EXIT
004560         END-IF.
004570         OPEN INPUT ACCRUAL-FILE.
004580         IF NOT IGC-ACCRUAL-FILE-OK
004590             GO TO 4000-EXIT
004600         END-IF.
004610         MOVE "Y" TO IGC-RES-CHECKED(IGC-ACRNOBAL).
004620         MOVE "N" TO IGC-EOF-SWITCH.
004630         PERFORM 4100-CHECK-ONE-ACCRUAL THRU 4100-EXIT
004640             UNTIL IGC-AT-END.
004650         CLOSE ACCRUAL-FILE.
004660 4000-EXIT.
004670         EXIT.
004680 4100-CHECK-ONE-ACCRUAL.
004690         READ ACCRUAL-FILE
004700             AT END
004710                 MOVE "Y" TO IGC-EOF-SWITCH
004720                 GO TO 4100-EXIT
004730         END-READ.
004740         ADD 1 TO IGC-ACCRUALS-READ.
004750         MOVE INA-KEY TO ABL-KEY.
004760         READ BALANCE-FILE
004770             INVALID KEY
004780                 MOVE SPACES TO IGC-VIOL-KEY IGC-VIOL-DETAIL
004790                 STRING INA-BRANCH-CODE "-" INA-ACCOUNT-NO
004800                     DELIMITED BY SIZE INTO IGC-VIOL-KEY
004810                 MOVE "ACCRUAL HELD, NO BALANCE RECORD"
004820                     TO IGC-VIOL-DETAIL
004830                 MOVE IGC-ACRNOBAL TO IGC-CAT-SUB
004840                 PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
004850         END-READ.
004860 4100-EXIT.
004870         EXIT.
004880 5000-CHECK-STANDING-ORDERS.
004890         IF NOT IGC-ACCTMST-AVAILABLE
004900             GO TO 5000-EXIT
004910         END-IF.
004920         OPEN INPUT ORDER-FILE.
004930         IF NOT IGC-ORDER-FILE-OK
004940             GO TO 5000-EXIT
004950         END-IF.
004960         MOVE "Y" TO IGC-RES-CHECKED(IGC-STONOACT).
004970         MOVE "Y" TO IGC-RES-CHECKED(IGC-STOCLOSD).
004980         MOVE "N" TO IGC-EOF-SWITCH.
004990         PERFORM 5100-CHECK-ONE-ORDER THRU 5100-EXIT
005000             UNTIL IGC-AT-END.
005010         CLOSE ORDER-FILE.
005020 5000-EXIT.
005030         EXIT.
005040 5100-CHECK-ONE-ORDER.
005050         READ ORDER-FILE
005060             AT END
005070                 MOVE "Y" TO IGC-EOF-SWITCH
005080                 GO TO 5100-EXIT
005090         END-READ.
005100         ADD 1 TO IGC-ORDERS-READ.
005110         MOVE SPACES TO IGC-VIOL-KEY IGC-VIOL-DETAIL.
005120         STRING ORD-BRANCH-CODE "-" ORD-ACCOUNT-NO
005130             DELIMITED BY SIZE INTO IGC-VIOL-KEY.
005140         MOVE ORD-ACCOUNT-NO TO ACM-ACCOUNT-NO.
005150         PERFORM 6100-LOOKUP-ACCOUNT THRU 6100-EXIT.
005160         IF NOT IGC-ACCOUNT-FOUND
005170             MOVE IGC-STONOACT TO IGC-CAT-SUB
005180             STRING "TYPE " ORD-RECORD-TYPE " NEXT DUE "
005190                 ORD-NEXT-DUE-DATE ", NO ACCOUNT MASTER"
005200                 DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
005210             PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
005220             GO TO 5100-EXIT
005230         END-IF.
005240         IF IGC-ACCOUNT-CLOSED
005250             MOVE IGC-STOCLOSD TO IGC-CAT-SUB
005260             STRING "TYPE " ORD-RECORD-TYPE " NEXT DUE "
005270                 ORD-NEXT-DUE-DATE ", ACCOUNT STATUS "
005280                 ACM-STATUS
005290                 DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
005300             PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
005310         END-IF.
005320 5100-EXIT.
005330         EXIT.
005340 5500-CHECK-STOP-ORDERS.
005350         IF NOT IGC-ACCTMST-AVAILABLE
005360             GO TO 5500-EXIT
005370         END-IF.
005380         OPEN INPUT STOP-FILE.
005390         IF NOT IGC-STOP-FILE-OK
005400             GO TO 5500-EXIT
005410         END-IF.
005420         MOVE "Y" TO IGC-RES-CHECKED(IGC-STPNOACT).
005430         MOVE "Y" TO IGC-RES-CHECKED(IGC-STPCLOSD).
005440         MOVE "N" TO IGC-EOF-SWITCH.
005450         PERFORM 5600-CHECK-ONE-STOP THRU 5600-EXIT
005460             UNTIL IGC-AT-END.
005470         CLOSE STOP-FILE.
005480 5500-EXIT.
005490         EXIT.
005500 5600-CHECK-ONE-STOP.
005510         READ STOP-FILE
005520             AT END
005530                 MOVE "Y" TO IGC-EOF-SWITCH
005540                 GO TO 5600-EXIT
005550         END-READ.
005560         ADD 1 TO IGC-STOPS-READ.
005570         MOVE SPACES TO IGC-VIOL-KEY IGC-VIOL-DETAIL.
005580         MOVE STP-ACCOUNT-NO TO IGC-VIOL-KEY.
005590         MOVE STP-ACCOUNT-NO TO ACM-ACCOUNT-NO.
005600         PERFORM 6100-LOOKUP-ACCOUNT THRU 6100-EXIT.
005610         IF NOT IGC-ACCOUNT-FOUND
005620             MOVE IGC-STPNOACT TO IGC-CAT-SUB
005630             STRING "TYPE " STP-RECORD-TYPE " EXPIRES "
005640                 STP-EXPIRY-DATE ", NO ACCOUNT MASTER"
005650                 DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
005660             PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
005670             GO TO 5600-EXIT
005680         END-IF.
005690         IF IGC-ACCOUNT-CLOSED
005700             MOVE IGC-STPCLOSD TO IGC-CAT-SUB
005710             STRING "TYPE " STP-RECORD-TYPE " EXPIRES "
005720                 STP-EXPIRY-DATE ", ACCOUNT STATUS " ACM-STATUS
005730                 DELIMITED BY SIZE INTO IGC-VIOL-DETAIL
005740             PERFORM 6000-RECORD-VIOLATION THRU 6000-EXIT
005750         END-IF.
005760 5600-EXIT.
005770         EXIT.
005780 6000-RECORD-VIOLATION.
005790         ADD 1 TO IGC-RES-COUNT(IGC-CAT-SUB).
005800         IF IGC-CAT-ERROR(IGC-CAT-SUB)
005810             ADD 1 TO IGC-ERROR-TOTAL
005820         ELSE
005830             ADD 1 TO IGC-WARNING-TOTAL
005840         END-IF.
005850         MOVE SPACES TO REPORT-RECORD.
005860         STRING IGC-CAT-CODE(IGC-CAT-SUB) "  "
005870             IGC-CAT-SEVERITY(IGC-CAT-SUB) "  " IGC-VIOL-KEY
005880             " " IGC-VIOL-DETAIL
005890             DELIMITED BY SIZE INTO REPORT-RECORD.
005900         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
005910 6000-EXIT.
005920         EXIT.
005930 6100-LOOKUP-ACCOUNT.
005940         MOVE "N" TO IGC-FOUND-SWITCH.
005950         MOVE "N" TO IGC-CLOSED-SWITCH.
005960         READ ACCOUNT-MASTER-FILE
005970             INVALID KEY
005980                 GO TO 6100-EXIT
005990         END-READ.
006000         SET IGC-ACCOUNT-FOUND TO TRUE.
006010         IF ACM-ACCOUNT-CLOSED OR ACM-ACCOUNT-CHARGED-OFF
006020             SET IGC-ACCOUNT-CLOSED TO TRUE
006030         END-IF.
006040 6100-EXIT.
006050         EXIT.
006060 6900-WRITE-LINE.
006070         IF IGC-REPORT-FILE-OK
006080             WRITE REPORT-RECORD
006090         END-IF.
006100 6900-EXIT.
006110         EXIT.
006120*---------------------------------------------------------------
006130*  7000-PRINT-SUMMARY.  ONE LINE PER CATEGORY, CLEAN ONES
006140*  INCLUDED, SO THE PAGE SHOWS WHAT WAS PROVED AS WELL AS
006150*  WHAT WAS FOUND.
006160*---------------------------------------------------------------
006170 7000-PRINT-SUMMARY.
006180         MOVE SPACES TO REPORT-RECORD.
006190         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006200         MOVE "SUMMARY BY CATEGORY" TO REPORT-RECORD.
006210         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006220         MOVE SPACES TO REPORT-RECORD.
006230         STRING "CATEGORY  S  DESCRIPTION                       "
006240             "       VIOLATIONS  STATUS"
006250             DELIMITED BY SIZE INTO REPORT-RECORD.
006260         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006270         PERFORM 7100-PRINT-ONE-CATEGORY THRU 7100-EXIT
006280             VARYING IGC-CAT-SUB FROM 1 BY 1
006290             UNTIL IGC-CAT-SUB > 10.
006300         MOVE SPACES TO REPORT-RECORD.
006310         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006320         STRING "READ: ACCTBAL " IGC-BALANCES-READ
006330             "  ACCTXREF " IGC-XREFS-READ
006340             "  INTACCRU " IGC-ACCRUALS-READ
006350             "  STORDERS " IGC-ORDERS-READ
006360             "  STOPFILE " IGC-STOPS-READ
006370             DELIMITED BY SIZE INTO REPORT-RECORD.
006380         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006390 7000-EXIT.
006400         EXIT.
006410 7100-PRINT-ONE-CATEGORY.
006420         MOVE IGC-RES-COUNT(IGC-CAT-SUB) TO IGC-COUNT-EDIT.
006430         IF NOT IGC-RES-WAS-CHECKED(IGC-CAT-SUB)
006440             MOVE "NOT CHECKED" TO IGC-CHECKED-TEXT
006450             ADD 1 TO IGC-UNCHECKED-TOTAL
006460         ELSE
006470             IF IGC-RES-COUNT(IGC-CAT-SUB) = ZERO
006480                 MOVE "CLEAN" TO IGC-CHECKED-TEXT
006490             ELSE
006500                 MOVE "BROKEN" TO IGC-CHECKED-TEXT
006510             END-IF
006520         END-IF.
006530         MOVE SPACES TO REPORT-RECORD.
006540         STRING IGC-CAT-CODE(IGC-CAT-SUB) "  "
006550             IGC-CAT-SEVERITY(IGC-CAT-SUB) "  "
006560             IGC-CAT-DESCRIPTION(IGC-CAT-SUB) "  "
006570             IGC-COUNT-EDIT "  " IGC-CHECKED-TEXT
006580             DELIMITED BY SIZE INTO REPORT-RECORD.
006590         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006600         DISPLAY "INTEGCHK: " IGC-CAT-CODE(IGC-CAT-SUB) " "
006610             IGC-CAT-SEVERITY(IGC-CAT-SUB) " "
006620             IGC-COUNT-EDIT " " IGC-CHECKED-TEXT.
006630         IF IGC-CAT-ERROR(IGC-CAT-SUB)
006640             AND IGC-RES-COUNT(IGC-CAT-SUB) > ZERO
006650             MOVE SPACES TO IGC-WQ-DESCRIPTION
006660             STRING "INTEGRITY: " IGC-RES-COUNT(IGC-CAT-SUB)
006670                 " X " IGC-CAT-DESCRIPTION(IGC-CAT-SUB)
006680                 DELIMITED BY SIZE INTO IGC-WQ-DESCRIPTION
006690             CALL "WQOPEN" USING IGC-WQ-SOURCE IGC-RUN-DATE
006700                 IGC-WQ-DESCRIPTION
006710         END-IF.
006720 7100-EXIT.
006730         EXIT.
006740 8000-TERMINATE.
006750         IF IGC-ACCTMST-AVAILABLE
006760             CLOSE ACCOUNT-MASTER-FILE
006770         END-IF.
006780         IF IGC-CUSTMST-AVAILABLE
006790             CLOSE CUSTOMER-MASTER-FILE
006800         END-IF.
006810         IF IGC-BALANCE-AVAILABLE
006820             CLOSE BALANCE-FILE
006830         END-IF.
006840         IF IGC-REPORT-FILE-OK
006850             CLOSE REPORT-FILE
006860         END-IF.
006870         DISPLAY "INTEGCHK: ERRORS " IGC-ERROR-TOTAL
006880             "  WARNINGS " IGC-WARNING-TOTAL
006890             "  CATEGORIES NOT CHECKED " IGC-UNCHECKED-TOTAL.
006900         EVALUATE TRUE
006910             WHEN IGC-ERROR-TOTAL > ZERO
006920                 MOVE 8 TO RETURN-CODE
006930             WHEN IGC-WARNING-TOTAL > ZERO
006940                 OR IGC-UNCHECKED-TOTAL > ZERO
006950                 MOVE 4 TO RETURN-CODE
006960             WHEN OTHER
006970                 MOVE ZERO TO RETURN-CODE
006980         END-EVALUATE.
006990         DISPLAY "INTEGCHK: SWEEP COMPLETE, RETURN CODE "
007000             RETURN-CODE.
007010 8000-EXIT.
007020         EXIT.
