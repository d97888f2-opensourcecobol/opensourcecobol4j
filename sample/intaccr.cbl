000350*                  ACCRUES THE SAME DAY TWICE.  MONTH-END
000360*                  CAPITALIZATION IS INTCAP'S JOB, NOT THIS
000370*                  ONE'S.
00037A*  10/15/2026 DCG  RATES BY PRODUCT.  AN INTRATTB ROW MAY NOW
00037B*                  CARRY A PRODUCT CODE IN COLS 18-19; ROWS WITH
00037C*                  SPACES THERE ARE THE DEFAULT TIERS, EXACTLY THE
00037D*                  TABLE AS IT WAS.  EACH BALANCE'S ACCOUNT IS
00037E*                  LOOKED UP ON ACCTMST AND PRICED FROM ITS
00037F*                  PRODUCT'S OWN TIERS WHEN INTRATTB HAS ANY,
00037G*                  OTHERWISE FROM THE DEFAULT TIERS -- SO NO
00037H*                  PRODUCT, AN UNPRICED PRODUCT, OR NO ACCTMST AT
00037I*                  ALL ACCRUES JUST AS BEFORE.  EACH PRODUCT'S
00037J*                  ROWS ARE KEPT IN ASCENDING FLOOR ORDER LIKE THE
00037K*                  DEFAULT ROWS.  THE TABLE NOW HOLDS 100 ROWS.
00037L*  10/15/2026 DCG  FOREIGN-CURRENCY ACCOUNTS.  THE ACCRUAL IS
00037M*                  KEPT IN THE BALANCE'S OWN CURRENCY AND NOW
00037N*                  CARRIES IT (INA-CURRENCY-CODE, FROM ABL-
00037O*                  CURRENCY-CODE).  TIER FLOORS ARE LOCAL
00037P*                  AMOUNTS, SO A FOREIGN BALANCE IS MEASURED
00037Q*                  AGAINST THEM AT ITS LOCAL EQUIVALENT.  THE
00037R*                  NET TOTAL IS NOW THE LOCAL EQUIVALENT OF
00037S*                  THE DAY'S ACCRUALS, WITH A TOTAL PER FOREIGN
00037T*                  CURRENCY IN ITS OWN UNITS BENEATH IT.
00037U*  10/15/2026 DCG  EACH DAY'S INTEREST IS ALSO APPENDED TO THE
00037V*                  INTACMOV MOVEMENT FILE (INTMOVRC) WITH ITS
00037W*                  LOCAL EQUIVALENT AND ITS SIDE -- PAYABLE OR
00037X*                  RECEIVABLE -- FOR ACRVOUCH'S DAILY ACCRUAL
00037Y*                  VOUCHER.  AN ACCOUNT SKIPPED ON A RERUN
00037Z*                  WRITES NOTHING, SO NO DAY IS VOUCHERED TWICE.
0003A1*  10/15/2026 DCG  A NEW ACCRUAL RECORD STARTS WITH NO BACK-VALUE
0003A2*                  ADJUSTMENT (INA-BACKVALUE-AMOUNT, INA-LAST-
0003A3*                  BACKVALUE-DATE); INTBVADJ BOOKS THOSE.
0003AA*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0003AB*                  CATCH-UP RUN OF A MISSED BUSINESS DAY IS
0003AC*                  STAMPED WITH THAT DAY (BUSDATE) AND NOT TODAY.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000490             ACCESS MODE IS SEQUENTIAL
000500             RECORD KEY IS ABL-KEY
000510             FILE STATUS IS IAC-BALANCE-FILE-STATUS.
00051A         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
00051B             ORGANIZATION IS INDEXED
00051C             ACCESS MODE IS RANDOM
00051D             RECORD KEY IS ACM-ACCOUNT-NO
00051E             FILE STATUS IS IAC-ACCTMST-FILE-STATUS.
000520         SELECT RATE-TABLE-FILE ASSIGN TO "INTRATTB"
000530             ORGANIZATION IS LINE SEQUENTIAL
000540             FILE STATUS IS IAC-RATE-FILE-STATUS.
000570             ACCESS MODE IS RANDOM
000580             RECORD KEY IS INA-KEY
000590             FILE STATUS IS IAC-ACCRUAL-FILE-STATUS.
00059A         SELECT MOVEMENT-FILE ASSIGN TO "INTACMOV"
00059B             ORGANIZATION IS LINE SEQUENTIAL
00059C             FILE STATUS IS IAC-MOVEMENT-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  BALANCE-FILE.
000650 01  RATE-TABLE-RECORD.
000660         05  IRT-TIER-FLOOR          PIC 9(09)V99.
000670         05  IRT-ANNUAL-RATE         PIC 9(02)V9(04).
00067A         05  IRT-PRODUCT-CODE        PIC X(02).
000680 FD  ACCRUAL-FILE.
000690     COPY INTACCRC.
00069A FD  ACCOUNT-MASTER-FILE.
00069B     COPY ACCTREC.
00069C FD  MOVEMENT-FILE.
00069D     COPY INTMOVRC.
000700 WORKING-STORAGE SECTION.
000710 01  IAC-FILE-STATUS-VALUES.
000720         05  IAC-BALANCE-FILE-STATUS PIC X(02).
000750             88  IAC-RATE-FILE-OK        VALUE "00".
000760         05  IAC-ACCRUAL-FILE-STATUS PIC X(02).
000770             88  IAC-ACCRUAL-FILE-OK     VALUE "00".
00077A         05  IAC-ACCTMST-FILE-STATUS PIC X(02).
00077B             88  IAC-ACCTMST-FILE-OK     VALUE "00".
00077C         05  IAC-MOVEMENT-FILE-STATUS PIC X(02).
00077D             88  IAC-MOVEMENT-FILE-OK    VALUE "00".
000780 01  IAC-SWITCHES.
000790         05  IAC-EOF-SWITCH          PIC X(01) VALUE "N".
000800             88  IAC-END-OF-FILE         VALUE "Y".
000820             88  IAC-RATES-AT-END        VALUE "Y".
000830         05  IAC-NEW-ACCRUAL-SWITCH  PIC X(01) VALUE "N".
000840             88  IAC-NEW-ACCRUAL         VALUE "Y".
00084A         05  IAC-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
00084B             88  IAC-MASTER-AVAILABLE    VALUE "Y".
00084C         05  IAC-TIER-SEEN-SWITCH    PIC X(01) VALUE "N".
00084D             88  IAC-TIER-SEEN           VALUE "Y".
000850 01  IAC-RUN-DATE                PIC 9(08) VALUE ZERO.
000860 01  IAC-COUNTERS.
000870         05  IAC-ACCOUNTS-READ       PIC 9(07) VALUE ZERO.
000890         05  IAC-ACCOUNTS-SKIPPED    PIC 9(07) VALUE ZERO.
000900         05  IAC-ZERO-BALANCES       PIC 9(07) VALUE ZERO.
000910 01  IAC-RATE-TABLE.
000920         05  IAC-RATE-COUNT          PIC 9(03) COMP VALUE ZERO.
000930         05  IAC-RATE-ENTRY OCCURS 100 TIMES.
000940             10  IAC-TIER-PRODUCT    PIC X(02).
000950             10  IAC-TIER-FLOOR      PIC 9(09)V99.
000960             10  IAC-TIER-RATE       PIC 9(02)V9(04).
00096A 01  IAC-RATE-SUB                PIC 9(03) COMP VALUE ZERO.
00096B 01  IAC-SCHEDULE-PRODUCT        PIC X(02) VALUE SPACES.
000970 01  IAC-ACCRUAL-WORK-FIELDS.
000980         05  IAC-BALANCE-MAGNITUDE   PIC 9(09)V99 VALUE ZERO.
000990         05  IAC-SELECTED-RATE       PIC 9(02)V9(04) VALUE ZERO.
001020         05  IAC-ACCRUED-TOTAL       PIC S9(11)V99 COMP-3
001030                                         VALUE ZERO.
001040         05  IAC-TOTAL-EDIT          PIC -(11)9.99.
001042         05  IAC-LOCAL-MAGNITUDE     PIC S9(11)V99 COMP-3
001043                                         VALUE ZERO.
001044         05  IAC-UNPRICED-COUNT      PIC 9(07) VALUE ZERO.
00104P         05  IAC-DAY-LOCAL           PIC S9(11)V99 COMP-3
00104Q                                         VALUE ZERO.
00104R         05  IAC-DAY-RATE-SWITCH     PIC X(01) VALUE SPACE.
00104S         05  IAC-MOVEMENTS-WRITTEN   PIC 9(07) VALUE ZERO.
001045*  THE DAY'S ACCRUALS PER FOREIGN CURRENCY, IN ITS OWN UNITS.
001046 01  IAC-CURRENCY-TABLE.
001047         05  IAC-CCY-COUNT           PIC 9(02) COMP VALUE ZERO.
001048         05  IAC-CCY-ENTRY OCCURS 20 TIMES
001049                 INDEXED BY IAC-CCY-IDX.
00104A             10  IAC-CCY-CODE        PIC X(03).
00104B             10  IAC-CCY-TOTAL       PIC S9(11)V99 COMP-3.
00104C         05  IAC-CCY-SUB             PIC 9(02) COMP VALUE ZERO.
00104D COPY FXCONVC.
00104E COPY RUNDATEC.
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110         STOP RUN.
001120 1000-INITIALIZE.
001130         DISPLAY "INTACCR: JOB STARTING".
001140         CALL "RUNDATE" USING RUN-DATE-AREA.
00114A         MOVE RDT-RUN-DATE TO IAC-RUN-DATE.
001150         PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
001160         IF IAC-RATE-COUNT = ZERO
001170             DISPLAY "INTACCR: NO INTRATTB ON FILE - "
001380             MOVE "Y" TO IAC-EOF-SWITCH
001390             GO TO 1000-EXIT
001400         END-IF.
00140P         OPEN EXTEND MOVEMENT-FILE.
00140Q         IF NOT IAC-MOVEMENT-FILE-OK
00140R             OPEN OUTPUT MOVEMENT-FILE
00140S         END-IF.
00140T         IF NOT IAC-MOVEMENT-FILE-OK
00140U             DISPLAY "INTACCR: CANNOT OPEN INTACMOV, STATUS = "
00140V                 IAC-MOVEMENT-FILE-STATUS
00140W             MOVE "Y" TO IAC-EOF-SWITCH
00140X             GO TO 1000-EXIT
00140Y         END-IF.
00140A*  THE PRODUCT LOOKUP.  NO ACCTMST MEANS EVERY ACCOUNT PRICES
00140B*  FROM THE DEFAULT TIERS, THE SAME AS BEFORE THERE WERE ANY
00140C*  PRODUCTS.
00140D         OPEN INPUT ACCOUNT-MASTER-FILE.
00140E         IF IAC-ACCTMST-FILE-OK
00140F             SET IAC-MASTER-AVAILABLE TO TRUE
00140G         ELSE
00140H             DISPLAY "INTACCR: ACCTMST UNAVAILABLE - EVERY "
00140I                 "ACCOUNT PRICES FROM THE DEFAULT TIERS"
00140J         END-IF.
001410         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
001420 1000-EXIT.
001430         EXIT.
001480         END-IF.
001490         PERFORM 1150-LOAD-ONE-RATE THRU 1150-EXIT
001500             UNTIL IAC-RATES-AT-END
001510                 OR IAC-RATE-COUNT = 100.
001520         CLOSE RATE-TABLE-FILE.
001530         DISPLAY "INTACCR: " IAC-RATE-COUNT
001540             " RATE TIER(S) ON FILE".
001640                     TO IAC-TIER-FLOOR(IAC-RATE-COUNT)
001650                 MOVE IRT-ANNUAL-RATE
001660                     TO IAC-TIER-RATE(IAC-RATE-COUNT)
00166A                 MOVE IRT-PRODUCT-CODE
00166B                     TO IAC-TIER-PRODUCT(IAC-RATE-COUNT)
001670         END-READ.
001680 1150-EXIT.
001690         EXIT.
001860             ABL-CURRENT-BALANCE * IAC-SELECTED-RATE
001870                 / 100 / 365.
001880         ADD IAC-DAY-INTEREST TO INA-ACCRUED-AMOUNT.
001882         MOVE ABL-CURRENCY-CODE TO INA-CURRENCY-CODE.
001884         IF ABL-LOCAL-CURRENCY
001890             ADD IAC-DAY-INTEREST TO IAC-ACCRUED-TOTAL
001891             MOVE IAC-DAY-INTEREST TO IAC-DAY-LOCAL
001893             MOVE SPACE TO IAC-DAY-RATE-SWITCH
001892         ELSE
001894             PERFORM 2500-ADD-FOREIGN-INTEREST THRU 2500-EXIT
001896         END-IF.
001900         MOVE IAC-RUN-DATE TO INA-LAST-ACCRUAL-DATE.
001910         PERFORM 2400-STORE-ACCRUAL THRU 2400-EXIT.
001911         PERFORM 2700-WRITE-MOVEMENT THRU 2700-EXIT.
001920         ADD 1 TO IAC-ACCOUNTS-ACCRUED.
001930 2000-NEXT.
001940         PERFORM 2100-READ-BALANCE THRU 2100-EXIT.
002120                 MOVE ZERO TO INA-ACCRUED-AMOUNT
002130                 MOVE ZERO TO INA-LAST-ACCRUAL-DATE
002140                 MOVE ZERO TO INA-LAST-CAPITAL-DATE
002142                 MOVE ABL-CURRENCY-CODE TO INA-CURRENCY-CODE
002143                 MOVE ZERO TO INA-BACKVALUE-AMOUNT
002144                 MOVE ZERO TO INA-LAST-BACKVALUE-DATE
002150         END-READ.
002160 2200-EXIT.
002170         EXIT.
002180*---------------------------------------------------------------
00219A*  2300-SELECT-RATE.  HIGHEST TIER FLOOR AT OR UNDER THE
00219B*  BALANCE MAGNITUDE WINS, AMONG THE TIERS OF THE ACCOUNT'S
00219C*  PRODUCT WHEN INTRATTB HAS ANY, OTHERWISE AMONG THE DEFAULT
00219D*  (SPACES) TIERS.  EACH SCHEDULE IS KEPT IN ASCENDING FLOOR
00219E*  ORDER, SO ITS LAST QUALIFYING TIER IS THE ANSWER AND ITS
00219F*  FIRST TIER IS THE FLOOR RATE.
002220*---------------------------------------------------------------
002230 2300-SELECT-RATE.
002240         IF ABL-CURRENT-BALANCE < ZERO
002270         ELSE
002280             MOVE ABL-CURRENT-BALANCE TO IAC-BALANCE-MAGNITUDE
002290         END-IF.
002292*  THE FLOORS ARE LOCAL AMOUNTS.  A FOREIGN BALANCE CURRATES
002294*  CANNOT PRICE IS MEASURED IN ITS OWN UNITS.
002296         IF NOT ABL-LOCAL-CURRENCY
002298             MOVE "C" TO FXC-FUNCTION
00229A             MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY
00229B             MOVE SPACES TO FXC-TO-CURRENCY
00229C             MOVE IAC-BALANCE-MAGNITUDE TO FXC-FROM-AMOUNT
00229D             CALL "FXCONV" USING FX-CONVERT-AREA
00229E             IF FXC-SUCCESSFUL
00229F                 MOVE FXC-RESULT-AMOUNT TO IAC-LOCAL-MAGNITUDE
00229G                 IF IAC-LOCAL-MAGNITUDE > 999999999.99
00229H                     MOVE 999999999.99 TO IAC-BALANCE-MAGNITUDE
00229I                 ELSE
00229J                     MOVE IAC-LOCAL-MAGNITUDE
00229K                         TO IAC-BALANCE-MAGNITUDE
00229L                 END-IF
00229M             END-IF
00229N         END-IF.
00230A         PERFORM 2320-SET-SCHEDULE THRU 2320-EXIT.
00230B         MOVE ZERO TO IAC-SELECTED-RATE.
00230C         MOVE "N" TO IAC-TIER-SEEN-SWITCH.
002310         PERFORM 2350-TEST-ONE-TIER THRU 2350-EXIT
002320             VARYING IAC-RATE-SUB FROM 1 BY 1
002330             UNTIL IAC-RATE-SUB > IAC-RATE-COUNT.
002340 2300-EXIT.
002350         EXIT.
002351*---------------------------------------------------------------
002352*  2320-SET-SCHEDULE.  THE ACCOUNT'S PRODUCT FROM ACCTMST, KEPT
002353*  ONLY IF INTRATTB CARRIES AT LEAST ONE TIER FOR IT.  NO
002354*  MASTER, NO ROW, NO PRODUCT OR AN UNPRICED PRODUCT LEAVES
002355*  THE DEFAULT SCHEDULE.
002356*---------------------------------------------------------------
002357 2320-SET-SCHEDULE.
002358         MOVE SPACES TO IAC-SCHEDULE-PRODUCT.
002359         IF NOT IAC-MASTER-AVAILABLE
00235A             GO TO 2320-EXIT
00235B         END-IF.
00235C         MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO.
00235D         READ ACCOUNT-MASTER-FILE
00235E             INVALID KEY
00235F                 GO TO 2320-EXIT
00235G         END-READ.
00235H         IF ACM-NO-PRODUCT
00235I             GO TO 2320-EXIT
00235J         END-IF.
00235K         PERFORM 2330-CHECK-ONE-TIER THRU 2330-EXIT
00235L             VARYING IAC-RATE-SUB FROM 1 BY 1
00235M             UNTIL IAC-RATE-SUB > IAC-RATE-COUNT
00235N                 OR IAC-SCHEDULE-PRODUCT NOT = SPACES.
00235O 2320-EXIT.
00235P         EXIT.
00235Q 2330-CHECK-ONE-TIER.
00235R         IF IAC-TIER-PRODUCT(IAC-RATE-SUB) = ACM-PRODUCT-CODE
00235S             MOVE ACM-PRODUCT-CODE TO IAC-SCHEDULE-PRODUCT
00235T         END-IF.
00235U 2330-EXIT.
00235V         EXIT.
002360 2350-TEST-ONE-TIER.
00236A         IF IAC-TIER-PRODUCT(IAC-RATE-SUB)
00236B             NOT = IAC-SCHEDULE-PRODUCT
00236C             GO TO 2350-EXIT
00236D         END-IF.
00236E         IF NOT IAC-TIER-SEEN
00236F             MOVE IAC-TIER-RATE(IAC-RATE-SUB) TO IAC-SELECTED-RATE
00236G             SET IAC-TIER-SEEN TO TRUE
00236H         END-IF.
002370         IF IAC-TIER-FLOOR(IAC-RATE-SUB)
002380             NOT > IAC-BALANCE-MAGNITUDE
002390             MOVE IAC-TIER-RATE(IAC-RATE-SUB)
002590         END-IF.
002600 2400-EXIT.
002610         EXIT.
00261A*---------------------------------------------------------------
00261B*  2500-ADD-FOREIGN-INTEREST.  A FOREIGN ACCOUNT'S DAY OF
00261C*  INTEREST GOES INTO ITS CURRENCY'S OWN TOTAL AND, AT THE
00261D*  CURRATES RATE, INTO THE LOCAL-EQUIVALENT NET TOTAL.
00261E*---------------------------------------------------------------
00261F 2500-ADD-FOREIGN-INTEREST.
00261G         SET IAC-CCY-IDX TO 1.
00261H         SEARCH IAC-CCY-ENTRY
00261I             AT END
00261J                 CONTINUE
00261R             WHEN IAC-CCY-IDX > IAC-CCY-COUNT
00261S                 ADD 1 TO IAC-CCY-COUNT
00261T                 MOVE ABL-CURRENCY-CODE
00261U                     TO IAC-CCY-CODE(IAC-CCY-IDX)
00261V                 MOVE IAC-DAY-INTEREST
00261W                     TO IAC-CCY-TOTAL(IAC-CCY-IDX)
00261X             WHEN IAC-CCY-CODE(IAC-CCY-IDX) = ABL-CURRENCY-CODE
00261Y                 ADD IAC-DAY-INTEREST
00261Z                     TO IAC-CCY-TOTAL(IAC-CCY-IDX)
0026Z0         END-SEARCH.
00262A         MOVE "C" TO FXC-FUNCTION.
00262B         MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY.
00262C         MOVE SPACES TO FXC-TO-CURRENCY.
00262D         MOVE IAC-DAY-INTEREST TO FXC-FROM-AMOUNT.
00262E         CALL "FXCONV" USING FX-CONVERT-AREA.
00262F         IF FXC-SUCCESSFUL
00262G             ADD FXC-RESULT-AMOUNT TO IAC-ACCRUED-TOTAL
00262W             MOVE FXC-RESULT-AMOUNT TO IAC-DAY-LOCAL
00262X             MOVE SPACE TO IAC-DAY-RATE-SWITCH
00262H         ELSE
00262Y             MOVE ZERO TO IAC-DAY-LOCAL
00262Z             MOVE "N" TO IAC-DAY-RATE-SWITCH
00262I             ADD 1 TO IAC-UNPRICED-COUNT
00262J             DISPLAY "INTACCR: NO RATE FOR " ABL-CURRENCY-CODE
00262K                 " - ACCOUNT " ABL-ACCOUNT-NO
00262L                 " LEFT OUT OF THE NET TOTAL"
00262M         END-IF.
00262N 2500-EXIT.
00262O         EXIT.
00262P 2600-SHOW-ONE-CURRENCY.
00262Q         MOVE IAC-CCY-TOTAL(IAC-CCY-SUB) TO IAC-TOTAL-EDIT.
00262R         DISPLAY "  ACCRUED IN " IAC-CCY-CODE(IAC-CCY-SUB)
00262S             "         = " IAC-TOTAL-EDIT.
00262T 2600-EXIT.
00262U         EXIT.
0026M0*---------------------------------------------------------------
0026M1*  2700-WRITE-MOVEMENT.  THE DAY'S INTEREST FOR ACRVOUCH.  A
0026M2*  CHARGE ON A DEBIT BALANCE IS RECEIVABLE, INTEREST OWED ON A
0026M3*  CREDIT BALANCE IS PAYABLE.
0026M4*---------------------------------------------------------------
0026M5 2700-WRITE-MOVEMENT.
0026M6         IF IAC-DAY-INTEREST = ZERO
0026M7             GO TO 2700-EXIT
0026M8         END-IF.
0026M9         MOVE SPACES TO INTEREST-MOVEMENT-RECORD.
0026MA         MOVE IAC-RUN-DATE TO IMV-RUN-DATE.
0026MB         MOVE ABL-BRANCH-CODE TO IMV-BRANCH-CODE.
0026MC         MOVE ABL-ACCOUNT-NO TO IMV-ACCOUNT-NO.
0026MD         MOVE "A" TO IMV-MOVE-TYPE.
0026ME         IF IAC-DAY-INTEREST < ZERO
0026MF             MOVE "P" TO IMV-SIDE
0026MG         ELSE
0026MH             MOVE "R" TO IMV-SIDE
0026MI         END-IF.
0026MJ         MOVE ABL-CURRENCY-CODE TO IMV-CURRENCY-CODE.
0026MK         MOVE IAC-DAY-INTEREST TO IMV-AMOUNT.
0026ML         MOVE IAC-DAY-LOCAL TO IMV-LOCAL-AMOUNT.
0026MM         MOVE IAC-DAY-RATE-SWITCH TO IMV-RATE-SWITCH.
0026MN         WRITE INTEREST-MOVEMENT-RECORD.
0026MO         ADD 1 TO IAC-MOVEMENTS-WRITTEN.
0026MP 2700-EXIT.
0026MQ         EXIT.
002620 8000-TERMINATE.
002630         IF IAC-BALANCE-FILE-OK
002640             CLOSE BALANCE-FILE
002660         IF IAC-ACCRUAL-FILE-OK
002670             CLOSE ACCRUAL-FILE
002680         END-IF.
00268A         IF IAC-MASTER-AVAILABLE
00268B             CLOSE ACCOUNT-MASTER-FILE
00268C         END-IF.
00268D         IF IAC-MOVEMENT-FILE-OK
00268E             CLOSE MOVEMENT-FILE
00268F         END-IF.
002690         MOVE IAC-ACCRUED-TOTAL TO IAC-TOTAL-EDIT.
002700         DISPLAY "----------------------------------------------".
002710         DISPLAY "ACCOUNTS READ          = " IAC-ACCOUNTS-READ.
002730         DISPLAY "ALREADY DONE TODAY     = " IAC-ACCOUNTS-SKIPPED.
002740         DISPLAY "ZERO BALANCES BYPASSED = " IAC-ZERO-BALANCES.
002750         DISPLAY "NET INTEREST ACCRUED   = " IAC-TOTAL-EDIT.
002751         DISPLAY "MOVEMENTS FOR THE GL   = "
00275Z             IAC-MOVEMENTS-WRITTEN.
002752         PERFORM 2600-SHOW-ONE-CURRENCY THRU 2600-EXIT
002754             VARYING IAC-CCY-SUB FROM 1 BY 1
002756             UNTIL IAC-CCY-SUB > IAC-CCY-COUNT.
002758         IF IAC-UNPRICED-COUNT > ZERO
00275A             DISPLAY "UNPRICED, NOT IN NET   = "
00275B                 IAC-UNPRICED-COUNT
00275C         END-IF.
002760         DISPLAY "INTACCR: JOB COMPLETE".
002770 8000-EXIT.
002780         EXIT.
