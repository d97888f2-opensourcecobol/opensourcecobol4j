000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 LIQPROJ.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  FORWARD LIQUIDITY PROJECTION FOR TREASURY.  BUILDS A DAY-BY-
000180*  DAY FORECAST, PER CURRENCY, OF THE MONEY ALREADY KNOWN TO BE
000190*  MOVING OVER THE NEXT 30 BUSINESS DAYS (DATESRV, SO HOLIDAYS
000200*  ARE SKIPPED AND A WEEKEND OR HOLIDAY ITEM LANDS ON THE NEXT
000210*  BUSINESS DAY):
000220*    FUTRWHSE  EVERY VALUE-DATED ITEM WAITING FOR ITS DATE, IN
000230*              ITS OWN CURRENCY.
000240*    STORDERS  EVERY STANDING ORDER, DUE DATE STEPPED DAILY,
000250*              WEEKLY OR MONTHLY EXACTLY AS STORDGEN WILL STEP IT,
000260*              IN LOCAL CURRENCY AS STORDGEN GENERATES IT.
000270*    TERMDEP   EVERY ACTIVE DEPOSIT MATURING (OR BROKEN EARLY)
000280*              INSIDE THE HORIZON: THE INTEREST TDMATURE WILL PAY
000290*              AND ANY EARLY-WITHDRAWAL PENALTY (DEFAULT 90 DAYS),
000300*              IN THE DEPOSIT ACCOUNT'S CURRENCY.  THE DEPOSITS
000310*              PAID OUT OR BROKEN ARE ALSO SHOWN AS TERM FUNDS
000320*              MATURING -- MONEY LEAVING FIXED TERM THAT TREASURY
000330*              CAN NO LONGER COUNT ON, THOUGH IT STAYS ON THE
000340*              BOOKS.
000350*  EACH ITEM'S SIDE IS THE TXNTYPTB TYPE'S D/C BEHAVIOR, AS
000360*  SAMPLE WILL APPLY IT.  DEBITS ADD TO CUSTOMER BALANCES AND
000370*  CREDITS TAKE FROM THEM, THE WAY BALPOST POSTS THEM, SO THE
000380*  NET FLOW IS DEBITS LESS CREDITS AND THE PROJECTED POSITION IS
000390*  TONIGHT'S ACCTBAL LEDGER TOTAL FOR THE CURRENCY PLUS THE
000400*  CUMULATIVE NET.  LIQRPT IS THE PRINTED FORECAST; LIQCSV
000410*  CARRIES THE SAME FIGURES FOR TREASURY'S FUNDING MODEL:
000420*    H,LIQPROJ,RUN DATE,FIRST DAY,LAST DAY
000430*    D,CURRENCY,DAY NO,DATE,DEBITS,CREDITS,NET,POSITION,
000440*      TERM MATURING
000450*    T,DETAIL ROW COUNT
000460*  A MISSING SOURCE FILE IS NOTED AND LEFT OUT.  RETURN CODE 4
000470*  WHEN AN ITEM COULD NOT BE PLACED (TABLE FULL, BAD DATE OR
000480*  FREQUENCY), 16 WHEN LIQRPT OR LIQCSV CANNOT BE OPENED.
000490*  ------------------------------------------------------------
000500*  MODIFICATION HISTORY
000510*  ------------------------------------------------------------
000520*  DATE       BY   DESCRIPTION
000530*  ---------- ---- --------------------------------------------
000540*  10/15/2026 DCG  ORIGINAL PROGRAM.
00054A*  10/15/2026 DCG  STORDERS ROWS NOW CARRY STORDGEN'S HELD-ITEM
00054B*                  STATUS, ATTEMPTS AND DATES AFTER THE NEXT DUE
00054C*                  DATE; THE RECORD TAKES THEM AS FILLER.
00054D*  10/15/2026 DCG  THE TXNTYPTB TYPE TABLE NOW HOLDS 50 TYPES
00054E*                  (WAS 20).  A MASTER WITH MORE ROWS THAN THAT
00054F*                  STOPS THE RUN WITH RETURN CODE 16 INSTEAD OF
00054G*                  QUIETLY DROPPING THE TYPES PAST THE LIMIT.
00054H*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00054I*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00054J*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000550*---------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.
000590         LINUX.
000600 OBJECT-COMPUTER.
000610         LINUX.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640         SELECT TXN-TYPE-FILE ASSIGN TO "TXNTYPTB"
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS LQP-TXNTYP-FILE-STATUS.
000670         SELECT WAREHOUSE-FILE ASSIGN TO "FUTRWHSE"
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS LQP-WAREHOUSE-FILE-STATUS.
000700         SELECT ORDER-FILE ASSIGN TO "STORDERS"
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS LQP-ORDER-FILE-STATUS.
000730         SELECT DEPOSIT-FILE ASSIGN TO "TERMDEP"
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS LQP-DEPOSIT-FILE-STATUS.
000760         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000770             ORGANIZATION IS INDEXED
000780             ACCESS MODE IS SEQUENTIAL
000790             RECORD KEY IS ABL-KEY
000800             FILE STATUS IS LQP-BALANCE-FILE-STATUS.
000810         SELECT REPORT-FILE ASSIGN TO "LIQRPT"
000820             ORGANIZATION IS LINE SEQUENTIAL
000830             FILE STATUS IS LQP-REPORT-FILE-STATUS.
000840         SELECT CSV-FILE ASSIGN TO "LIQCSV"
000850             ORGANIZATION IS LINE SEQUENTIAL
000860             FILE STATUS IS LQP-CSV-FILE-STATUS.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  TXN-TYPE-FILE.
000900     COPY TXNTYPRC.
000910 FD  WAREHOUSE-FILE.
000920     COPY FUTWHSRC.
000930 FD  ORDER-FILE.
000940 01  ORDER-RECORD.
000950         05  ORD-BRANCH-CODE         PIC X(03).
000960         05  ORD-ACCOUNT-NO          PIC X(10).
000970         05  ORD-RECORD-TYPE         PIC X(02).
000980         05  ORD-AMOUNT              PIC 9(09)V99.
000990         05  ORD-FREQUENCY           PIC X(01).
001000             88  ORD-FREQ-DAILY          VALUE "D".
001010             88  ORD-FREQ-WEEKLY         VALUE "W".
001020             88  ORD-FREQ-MONTHLY        VALUE "M".
001030             88  ORD-FREQ-VALID          VALUES "D" "W" "M".
001040         05  ORD-NEXT-DUE-DATE       PIC 9(08).
00104A         05  FILLER                  PIC X(19).
001050 FD  DEPOSIT-FILE.
001060     COPY TERMDPRC.
001070 FD  BALANCE-FILE.
001080     COPY BALREC.
001090 FD  REPORT-FILE.
001100 01  REPORT-RECORD               PIC X(132).
001110 FD  CSV-FILE.
001120 01  CSV-RECORD                  PIC X(150).
001130 WORKING-STORAGE SECTION.
001140 01  LQP-FILE-STATUS-VALUES.
001150         05  LQP-TXNTYP-FILE-STATUS  PIC X(02).
001160             88  LQP-TXNTYP-FILE-OK      VALUE "00".
001170         05  LQP-WAREHOUSE-FILE-STATUS PIC X(02).
001180             88  LQP-WAREHOUSE-FILE-OK   VALUE "00".
001190         05  LQP-ORDER-FILE-STATUS   PIC X(02).
001200             88  LQP-ORDER-FILE-OK       VALUE "00".
001210         05  LQP-DEPOSIT-FILE-STATUS PIC X(02).
001220             88  LQP-DEPOSIT-FILE-OK     VALUE "00".
001230         05  LQP-BALANCE-FILE-STATUS PIC X(02).
001240             88  LQP-BALANCE-FILE-OK     VALUE "00".
001250         05  LQP-REPORT-FILE-STATUS  PIC X(02).
001260             88  LQP-REPORT-FILE-OK      VALUE "00".
001270         05  LQP-CSV-FILE-STATUS     PIC X(02).
001280             88  LQP-CSV-FILE-OK         VALUE "00".
001290 01  LQP-SWITCHES.
001300         05  LQP-EOF-SWITCH          PIC X(01) VALUE "N".
001310             88  LQP-AT-END              VALUE "Y".
001320         05  LQP-PLACED-SWITCH       PIC X(01) VALUE "N".
001330             88  LQP-ITEM-PLACED         VALUE "Y".
001340 01  LQP-RUN-DATE                PIC 9(08) VALUE ZERO.
001350 01  LQP-HORIZON-DAYS            PIC 9(02) VALUE 30.
001360 01  LQP-PENALTY-DAYS            PIC 9(03) VALUE 090.
001370 01  LQP-COUNTERS.
001380         05  LQP-WAREHOUSE-ITEMS     PIC 9(07) VALUE ZERO.
001390         05  LQP-ORDER-COUNT         PIC 9(07) VALUE ZERO.
001400         05  LQP-ORDER-ITEMS         PIC 9(07) VALUE ZERO.
001410         05  LQP-DEPOSIT-COUNT       PIC 9(07) VALUE ZERO.
001420         05  LQP-BEYOND-HORIZON      PIC 9(07) VALUE ZERO.
001430         05  LQP-NOT-PLACED          PIC 9(07) VALUE ZERO.
001440         05  LQP-BALANCES-READ       PIC 9(07) VALUE ZERO.
001450         05  LQP-CSV-ROWS            PIC 9(07) VALUE ZERO.
001460         05  LQP-LOOP-GUARD          PIC 9(03) COMP VALUE ZERO.
001470*  THE 30 BUSINESS DAYS, FROM THE NEXT ONE AFTER TONIGHT.
001480 01  LQP-DAY-TABLE.
001490         05  LQP-DAY-SUB             PIC 9(02) COMP VALUE ZERO.
001500         05  LQP-DAY-ENTRY OCCURS 30 TIMES
001510                 INDEXED BY LQP-DAY-IDX.
001520             10  LQP-DAY-DATE        PIC 9(08).
001530 01  LQP-FIRST-DAY               PIC 9(08) VALUE ZERO.
001540 01  LQP-LAST-DAY                PIC 9(08) VALUE ZERO.
001550*  ONE ROW PER CURRENCY SEEN, SPACES BEING LOCAL.
001560 01  LQP-CURRENCY-TABLE.
001570         05  LQP-CCY-COUNT           PIC 9(02) COMP VALUE ZERO.
001580         05  LQP-CCY-SUB             PIC 9(02) COMP VALUE ZERO.
001590         05  LQP-CCY-ENTRY OCCURS 20 TIMES
001600                 INDEXED BY LQP-CCY-IDX.
001610             10  LQP-CCY-CODE        PIC X(03).
001620             10  LQP-CCY-OPENING     PIC S9(13)V99 COMP-3.
001630             10  LQP-CCY-DAY OCCURS 30 TIMES.
001640                 15  LQP-CCY-DEBITS  PIC S9(13)V99 COMP-3.
001650                 15  LQP-CCY-CREDITS PIC S9(13)V99 COMP-3.
001660                 15  LQP-CCY-MATURING PIC S9(13)V99 COMP-3.
001670 01  LQP-TTM-TABLE.
001680         05  LQP-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
001690         05  LQP-TTM-ENTRY OCCURS 50 TIMES
001700                 INDEXED BY LQP-TTM-IDX.
001710             10  LQP-TTM-TYPE        PIC X(02).
001720             10  LQP-TTM-DC          PIC X(01).
001730*  THE DEPOSITS THAT SETTLE INSIDE THE HORIZON, WAITING FOR THE
001740*  ACCTBAL PASS TO SAY WHAT CURRENCY EACH IS HELD IN.
001750 01  LQP-DEPOSIT-TABLE.
001760         05  LQP-TDP-COUNT           PIC 9(03) COMP VALUE ZERO.
001770         05  LQP-TDP-SUB             PIC 9(03) COMP VALUE ZERO.
001780         05  LQP-TDP-ENTRY OCCURS 500 TIMES
001790                 INDEXED BY LQP-TDP-IDX.
001800             10  LQP-TDP-ACCOUNT     PIC X(10).
001810             10  LQP-TDP-CURRENCY    PIC X(03).
001820             10  LQP-TDP-DATE        PIC 9(08).
001830             10  LQP-TDP-INTEREST    PIC 9(09)V99.
001840             10  LQP-TDP-PENALTY     PIC 9(09)V99.
001850             10  LQP-TDP-LEAVING     PIC 9(11)V99.
001860 01  LQP-ITEM-FIELDS.
001870         05  LQP-ITEM-DATE           PIC 9(08) VALUE ZERO.
001880         05  LQP-ITEM-TYPE           PIC X(02) VALUE SPACES.
001890         05  LQP-ITEM-DC             PIC X(01) VALUE SPACE.
001900             88  LQP-ITEM-IS-CREDIT      VALUE "C".
001910         05  LQP-ITEM-CURRENCY       PIC X(03) VALUE SPACES.
001920         05  LQP-ITEM-AMOUNT         PIC S9(11)V99 COMP-3
001930                                         VALUE ZERO.
001940         05  LQP-ITEM-MATURING       PIC S9(11)V99 COMP-3
001950                                         VALUE ZERO.
001960         05  LQP-ITEM-TRAN-AMOUNT    PIC 9(09)V99 VALUE ZERO.
001970 01  LQP-DEPOSIT-FIELDS.
001980         05  LQP-SETTLE-DATE         PIC 9(08) VALUE ZERO.
001990         05  LQP-DAYS-HELD           PIC S9(05) VALUE ZERO.
002000         05  LQP-INTEREST            PIC 9(09)V99 VALUE ZERO.
002010         05  LQP-PENALTY             PIC 9(09)V99 VALUE ZERO.
002020         05  LQP-PAYOUT              PIC 9(11)V99 VALUE ZERO.
002030 01  LQP-DATE-WORK-FIELDS.
002040         05  LQP-WORK-DATE.
002050             10  LQP-WORK-YEAR       PIC 9(04).
002060             10  LQP-WORK-MONTH      PIC 9(02).
002070             10  LQP-WORK-DAY        PIC 9(02).
002080         05  LQP-WORK-DATE-N REDEFINES LQP-WORK-DATE
002090                                     PIC 9(08).
002100         05  LQP-LEAP-QUOTIENT       PIC 9(04) COMP.
002110         05  LQP-LEAP-REMAINDER      PIC 9(04) COMP.
002120         05  LQP-MONTH-LENGTH        PIC 9(02) VALUE ZERO.
002130 01  LQP-DAYS-IN-MONTH-VALUES.
002140         05  FILLER                  PIC X(24) VALUE
002150             "312831303130313130313031".
002160 01  LQP-DAYS-IN-MONTH-TABLE REDEFINES
002170         LQP-DAYS-IN-MONTH-VALUES.
002180         05  LQP-DAYS-IN-MONTH OCCURS 12 TIMES
002190                                     PIC 9(02).
002200 01  LQP-REPORT-FIELDS.
002210         05  LQP-NET                 PIC S9(13)V99 COMP-3
002220                                         VALUE ZERO.
002230         05  LQP-POSITION            PIC S9(13)V99 COMP-3
002240                                         VALUE ZERO.
002250         05  LQP-TOTAL-DEBITS        PIC S9(13)V99 COMP-3
002260                                         VALUE ZERO.
002270         05  LQP-TOTAL-CREDITS       PIC S9(13)V99 COMP-3
002280                                         VALUE ZERO.
002290         05  LQP-TOTAL-MATURING      PIC S9(13)V99 COMP-3
002300                                         VALUE ZERO.
002310         05  LQP-CCY-LABEL           PIC X(05) VALUE SPACES.
002320         05  LQP-DAY-NO-EDIT         PIC Z9.
002330         05  LQP-DEBITS-EDIT         PIC Z(12)9.99.
002340         05  LQP-CREDITS-EDIT        PIC Z(12)9.99.
002350         05  LQP-NET-EDIT            PIC -(13)9.99.
002360         05  LQP-POSITION-EDIT       PIC -(13)9.99.
002370         05  LQP-MATURING-EDIT       PIC Z(12)9.99.
002380         05  LQP-CSV-DAY-NO          PIC 9(02).
002390         05  LQP-CSV-DEBITS          PIC +(13)9.99.
002400         05  LQP-CSV-CREDITS         PIC +(13)9.99.
002410         05  LQP-CSV-NET             PIC +(13)9.99.
002420         05  LQP-CSV-POSITION        PIC +(13)9.99.
002430         05  LQP-CSV-MATURING        PIC +(13)9.99.
002440         05  LQP-COUNT-EDIT          PIC Z(06)9.
002450     COPY DATESRVC.
00245A     COPY RUNDATEC.
002460 PROCEDURE DIVISION.
002470 0000-MAINLINE.
002480         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490         IF RETURN-CODE < 16
002500             PERFORM 2000-LOAD-WAREHOUSE THRU 2000-EXIT
002510             PERFORM 3000-LOAD-ORDERS THRU 3000-EXIT
002520             PERFORM 4000-LOAD-DEPOSITS THRU 4000-EXIT
002530             PERFORM 5000-LOAD-BALANCES THRU 5000-EXIT
002540             PERFORM 4500-PLACE-DEPOSITS THRU 4500-EXIT
002550             PERFORM 6000-WRITE-PROJECTION THRU 6000-EXIT
002560         END-IF.
002570         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002580         STOP RUN.
002590*---------------------------------------------------------------
002600*  1000-INITIALIZE.  BUILDS THE BUSINESS-DAY TABLE, LOADS THE
002610*  TYPE MASTER'S D/C BEHAVIOR AND OPENS THE TWO OUTPUTS.  THE
002620*  LOCAL CURRENCY ALWAYS HAS A ROW, FIRST.
002630*---------------------------------------------------------------
002640 1000-INITIALIZE.
002650         DISPLAY "LIQPROJ: JOB STARTING".
002660         MOVE ZERO TO RETURN-CODE.
002670         CALL "RUNDATE" USING RUN-DATE-AREA.
00267A         MOVE RDT-RUN-DATE TO LQP-RUN-DATE.
002680         MOVE LQP-RUN-DATE TO DSV-RESULT-DATE.
002690         PERFORM 1100-NEXT-BUSINESS-DAY THRU 1100-EXIT
002700             VARYING LQP-DAY-SUB FROM 1 BY 1
002710             UNTIL LQP-DAY-SUB > LQP-HORIZON-DAYS.
002720         MOVE LQP-DAY-DATE(1) TO LQP-FIRST-DAY.
002730         MOVE LQP-DAY-DATE(LQP-HORIZON-DAYS) TO LQP-LAST-DAY.
002740         DISPLAY "LIQPROJ: PROJECTING " LQP-FIRST-DAY " TO "
002750             LQP-LAST-DAY.
002760         MOVE SPACES TO LQP-ITEM-CURRENCY.
002770         PERFORM 7000-FIND-CURRENCY THRU 7000-EXIT.
002780         OPEN INPUT TXN-TYPE-FILE.
002790         IF LQP-TXNTYP-FILE-OK
002800             MOVE "N" TO LQP-EOF-SWITCH
002810             PERFORM 1200-LOAD-ONE-TYPE THRU 1200-EXIT
002820                 UNTIL LQP-AT-END
002830                     OR LQP-TTM-COUNT = 50
00283A             IF NOT LQP-AT-END
00283B                 READ TXN-TYPE-FILE
00283C                     AT END
00283D                         MOVE "Y" TO LQP-EOF-SWITCH
00283E                 END-READ
00283F             END-IF
002840             CLOSE TXN-TYPE-FILE
002850         ELSE
002860             DISPLAY "LIQPROJ: NO TXNTYPTB - EVERY ITEM TAKES "
002870                 "ITS OWN SIDE"
002880         END-IF.
00288A         IF LQP-TXNTYP-FILE-OK AND NOT LQP-AT-END
00288B             DISPLAY "LIQPROJ: TXNTYPTB HOLDS MORE THAN 50 "
00288C                 "TYPES - NOTHING PROJECTED"
00288D             MOVE 16 TO RETURN-CODE
00288E             GO TO 1000-EXIT
00288F         END-IF.
002890         OPEN OUTPUT REPORT-FILE.
002900         IF NOT LQP-REPORT-FILE-OK
002910             DISPLAY "LIQPROJ: CANNOT OPEN LIQRPT, STATUS = "
002920                 LQP-REPORT-FILE-STATUS
002930             MOVE 16 TO RETURN-CODE
002940             GO TO 1000-EXIT
002950         END-IF.
002960         OPEN OUTPUT CSV-FILE.
002970         IF NOT LQP-CSV-FILE-OK
002980             DISPLAY "LIQPROJ: CANNOT OPEN LIQCSV, STATUS = "
002990                 LQP-CSV-FILE-STATUS
003000             MOVE 16 TO RETURN-CODE
003010             GO TO 1000-EXIT
003020         END-IF.
003030 1000-EXIT.
003040         EXIT.
003050 1100-NEXT-BUSINESS-DAY.
003060         MOVE "N" TO DSV-FUNCTION.
003070         MOVE DSV-RESULT-DATE TO DSV-DATE-1.
003080         MOVE SPACES TO DSV-REGION-CODE.
003090         CALL "DATESRV" USING DATE-SERVICE-AREA.
003100         MOVE DSV-RESULT-DATE TO LQP-DAY-DATE(LQP-DAY-SUB).
003110 1100-EXIT.
003120         EXIT.
003130 1200-LOAD-ONE-TYPE.
003140         READ TXN-TYPE-FILE
003150             AT END
003160                 MOVE "Y" TO LQP-EOF-SWITCH
003170             NOT AT END
003180                 ADD 1 TO LQP-TTM-COUNT
003190                 MOVE TTM-RECORD-TYPE
003200                     TO LQP-TTM-TYPE(LQP-TTM-COUNT)
003210                 MOVE TTM-DC-BEHAVIOR TO LQP-TTM-DC(LQP-TTM-COUNT)
003220         END-READ.
003230 1200-EXIT.
003240         EXIT.
003250*---------------------------------------------------------------
003260*  2000-LOAD-WAREHOUSE.  EVERY VALUE-DATED ITEM STILL WAITING.
003270*  THE ITEM IMAGE IS THE TRANS-RECORD LAYOUT: TYPE AT 14, AMOUNT
003280*  AT 24, D/C AT 35, CURRENCY AT 36.
003290*---------------------------------------------------------------
003300 2000-LOAD-WAREHOUSE.
003310         OPEN INPUT WAREHOUSE-FILE.
003320         IF NOT LQP-WAREHOUSE-FILE-OK
003330             DISPLAY "LIQPROJ: NO FUTRWHSE - NO VALUE-DATED ITEMS"
003340             GO TO 2000-EXIT
003350         END-IF.
003360         MOVE "N" TO LQP-EOF-SWITCH.
003370         PERFORM 2100-ONE-WAREHOUSE-ITEM THRU 2100-EXIT
003380             UNTIL LQP-AT-END.
003390         CLOSE WAREHOUSE-FILE.
003400 2000-EXIT.
003410         EXIT.
003420 2100-ONE-WAREHOUSE-ITEM.
003430         READ WAREHOUSE-FILE
003440             AT END
003450                 MOVE "Y" TO LQP-EOF-SWITCH
003460                 GO TO 2100-EXIT
003470         END-READ.
003480         ADD 1 TO LQP-WAREHOUSE-ITEMS.
003490         MOVE ZERO TO LQP-ITEM-TRAN-AMOUNT.
003500         IF FWH-TRAN-DATA(24:11) IS NUMERIC
003510             MOVE FWH-TRAN-DATA(24:11) TO LQP-ITEM-TRAN-AMOUNT
003520         END-IF.
003530         MOVE LQP-ITEM-TRAN-AMOUNT TO LQP-ITEM-AMOUNT.
003540         MOVE FWH-VALUE-DATE TO LQP-ITEM-DATE.
003550         MOVE FWH-TRAN-DATA(14:2) TO LQP-ITEM-TYPE.
003560         MOVE FWH-TRAN-DATA(35:1) TO LQP-ITEM-DC.
003570         MOVE FWH-TRAN-DATA(36:3) TO LQP-ITEM-CURRENCY.
003580         MOVE ZERO TO LQP-ITEM-MATURING.
003590         PERFORM 7200-APPLY-TYPE-BEHAVIOR THRU 7200-EXIT.
003600         PERFORM 7100-PLACE-ITEM THRU 7100-EXIT.
003610 2100-EXIT.
003620         EXIT.
003630*---------------------------------------------------------------
003640*  3000-LOAD-ORDERS.  EACH STANDING ORDER FALLS DUE ON ITS NEXT
003650*  DUE DATE AND EVERY STEP AFTER IT UNTIL THE HORIZON ENDS.  AN
003660*  ORDER STORDGEN WOULD REJECT IS COUNTED AND LEFT OUT.
003670*---------------------------------------------------------------
003680 3000-LOAD-ORDERS.
003690         OPEN INPUT ORDER-FILE.
003700         IF NOT LQP-ORDER-FILE-OK
003710             DISPLAY "LIQPROJ: NO STORDERS - NO STANDING ORDERS"
003720             GO TO 3000-EXIT
003730         END-IF.
003740         MOVE "N" TO LQP-EOF-SWITCH.
003750         PERFORM 3100-ONE-ORDER THRU 3100-EXIT
003760             UNTIL LQP-AT-END.
003770         CLOSE ORDER-FILE.
003780 3000-EXIT.
003790         EXIT.
003800 3100-ONE-ORDER.
003810         READ ORDER-FILE
003820             AT END
003830                 MOVE "Y" TO LQP-EOF-SWITCH
003840                 GO TO 3100-EXIT
003850         END-READ.
003860         ADD 1 TO LQP-ORDER-COUNT.
003870         IF NOT ORD-FREQ-VALID
003880             OR ORD-NEXT-DUE-DATE NOT NUMERIC
003890             OR ORD-NEXT-DUE-DATE = ZERO
003900             DISPLAY "LIQPROJ: STANDING ORDER FOR " ORD-ACCOUNT-NO
003910                 " HAS A BAD FREQUENCY OR DUE DATE - LEFT OUT"
003920             ADD 1 TO LQP-NOT-PLACED
003930             MOVE 4 TO RETURN-CODE
003940             GO TO 3100-EXIT
003950         END-IF.
003960         MOVE ORD-NEXT-DUE-DATE TO LQP-WORK-DATE-N.
003970         MOVE ZERO TO LQP-LOOP-GUARD.
003980         PERFORM 3200-ONE-OCCURRENCE THRU 3200-EXIT
003990             UNTIL LQP-WORK-DATE-N > LQP-LAST-DAY
004000                 OR LQP-LOOP-GUARD > 400.
004010 3100-EXIT.
004020         EXIT.
004030 3200-ONE-OCCURRENCE.
004040         ADD 1 TO LQP-LOOP-GUARD.
004050         ADD 1 TO LQP-ORDER-ITEMS.
004060         MOVE LQP-WORK-DATE-N TO LQP-ITEM-DATE.
004070         MOVE ORD-RECORD-TYPE TO LQP-ITEM-TYPE.
004080         MOVE SPACE TO LQP-ITEM-DC.
004090         MOVE SPACES TO LQP-ITEM-CURRENCY.
004100         MOVE ORD-AMOUNT TO LQP-ITEM-AMOUNT.
004110         MOVE ZERO TO LQP-ITEM-MATURING.
004120         PERFORM 7200-APPLY-TYPE-BEHAVIOR THRU 7200-EXIT.
004130         PERFORM 7100-PLACE-ITEM THRU 7100-EXIT.
004140         EVALUATE TRUE
004150             WHEN ORD-FREQ-DAILY
004160                 PERFORM 3300-ADD-ONE-DAY THRU 3300-EXIT
004170             WHEN ORD-FREQ-WEEKLY
004180                 PERFORM 3300-ADD-ONE-DAY THRU 3300-EXIT 7 TIMES
004190             WHEN ORD-FREQ-MONTHLY
004200                 PERFORM 3400-ADD-ONE-MONTH THRU 3400-EXIT
004210         END-EVALUATE.
004220 3200-EXIT.
004230         EXIT.
004240 3300-ADD-ONE-DAY.
004250         PERFORM 3500-SET-MONTH-LENGTH THRU 3500-EXIT.
004260         IF LQP-WORK-DAY < LQP-MONTH-LENGTH
004270             ADD 1 TO LQP-WORK-DAY
004280             GO TO 3300-EXIT
004290         END-IF.
004300         MOVE 01 TO LQP-WORK-DAY.
004310         IF LQP-WORK-MONTH < 12
004320             ADD 1 TO LQP-WORK-MONTH
004330         ELSE
004340             MOVE 01 TO LQP-WORK-MONTH
004350             ADD 1 TO LQP-WORK-YEAR
004360         END-IF.
004370 3300-EXIT.
004380         EXIT.
004390 3400-ADD-ONE-MONTH.
004400         IF LQP-WORK-MONTH < 12
004410             ADD 1 TO LQP-WORK-MONTH
004420         ELSE
004430             MOVE 01 TO LQP-WORK-MONTH
004440             ADD 1 TO LQP-WORK-YEAR
004450         END-IF.
004460         PERFORM 3500-SET-MONTH-LENGTH THRU 3500-EXIT.
004470         IF LQP-WORK-DAY > LQP-MONTH-LENGTH
004480             MOVE LQP-MONTH-LENGTH TO LQP-WORK-DAY
004490         END-IF.
004500 3400-EXIT.
004510         EXIT.
004520 3500-SET-MONTH-LENGTH.
004530         MOVE LQP-DAYS-IN-MONTH(LQP-WORK-MONTH)
004540             TO LQP-MONTH-LENGTH.
004550         IF LQP-WORK-MONTH = 02
004560             DIVIDE LQP-WORK-YEAR BY 4
004570                 GIVING LQP-LEAP-QUOTIENT
004580                 REMAINDER LQP-LEAP-REMAINDER
004590             IF LQP-LEAP-REMAINDER = ZERO
004600                 MOVE 29 TO LQP-MONTH-LENGTH
004610             END-IF
004620         END-IF.
004630 3500-EXIT.
004640         EXIT.
004650*---------------------------------------------------------------
004660*  4000-LOAD-DEPOSITS.  AN ACTIVE DEPOSIT SETTLES ON ITS EARLY-
004670*  WITHDRAWAL DATE IF ONE IS SET, OTHERWISE ON ITS MATURITY
004680*  DATE.  INTEREST AND PENALTY ARE WORKED OUT THE WAY TDMATURE
004690*  WILL WORK THEM: PRINCIPAL X RATE X CALENDAR DAYS / 36500,
004700*  THE PENALTY CAPPED AT WHAT THE DEPOSIT WOULD PAY.
004710*---------------------------------------------------------------
004720 4000-LOAD-DEPOSITS.
004730         OPEN INPUT DEPOSIT-FILE.
004740         IF NOT LQP-DEPOSIT-FILE-OK
004750             DISPLAY "LIQPROJ: NO TERMDEP - NO TERM DEPOSITS"
004760             GO TO 4000-EXIT
004770         END-IF.
004780         MOVE "N" TO LQP-EOF-SWITCH.
004790         PERFORM 4100-ONE-DEPOSIT THRU 4100-EXIT
004800             UNTIL LQP-AT-END.
004810         CLOSE DEPOSIT-FILE.
004820 4000-EXIT.
004830         EXIT.
004840 4100-ONE-DEPOSIT.
004850         READ DEPOSIT-FILE
004860             AT END
004870                 MOVE "Y" TO LQP-EOF-SWITCH
004880                 GO TO 4100-EXIT
004890         END-READ.
004900         IF NOT TDP-ACTIVE
004910             GO TO 4100-EXIT
004920         END-IF.
004930         ADD 1 TO LQP-DEPOSIT-COUNT.
004940         IF TDP-NO-EARLY-WITHDRAWAL
004950             MOVE TDP-MATURITY-DATE TO LQP-SETTLE-DATE
004960         ELSE
004970             MOVE TDP-EARLY-WDL-DATE TO LQP-SETTLE-DATE
004980         END-IF.
004990         IF LQP-SETTLE-DATE > LQP-LAST-DAY
005000             ADD 1 TO LQP-BEYOND-HORIZON
005010             GO TO 4100-EXIT
005020         END-IF.
005030         IF LQP-TDP-COUNT = 500
005040             DISPLAY "LIQPROJ: DEPOSIT TABLE FULL - "
005050                 TDP-ACCOUNT-NO " LEFT OUT"
005060             ADD 1 TO LQP-NOT-PLACED
005070             MOVE 4 TO RETURN-CODE
005080             GO TO 4100-EXIT
005090         END-IF.
005100         MOVE "C" TO DSV-FUNCTION.
005110         MOVE TDP-START-DATE TO DSV-DATE-1.
005120         MOVE LQP-SETTLE-DATE TO DSV-DATE-2.
005130         MOVE SPACES TO DSV-REGION-CODE.
005140         CALL "DATESRV" USING DATE-SERVICE-AREA.
005150         MOVE ZERO TO LQP-DAYS-HELD.
005160         IF DSV-SUCCESSFUL
005170             AND DSV-DAYS-BETWEEN > ZERO
005180             MOVE DSV-DAYS-BETWEEN TO LQP-DAYS-HELD
005190         END-IF.
005200         COMPUTE LQP-INTEREST ROUNDED =
005210             TDP-PRINCIPAL * TDP-ANNUAL-RATE
005220             * LQP-DAYS-HELD / 36500.
005230         MOVE ZERO TO LQP-PENALTY.
005240         MOVE ZERO TO LQP-PAYOUT.
005250         IF NOT TDP-NO-EARLY-WITHDRAWAL
005260             COMPUTE LQP-PAYOUT = TDP-PRINCIPAL + LQP-INTEREST
005270             COMPUTE LQP-PENALTY ROUNDED =
005280                 TDP-PRINCIPAL * TDP-ANNUAL-RATE
005290                 * LQP-PENALTY-DAYS / 36500
005300             IF LQP-PENALTY > LQP-PAYOUT
005310                 MOVE LQP-PAYOUT TO LQP-PENALTY
005320             END-IF
005330             SUBTRACT LQP-PENALTY FROM LQP-PAYOUT
005340         ELSE
005350             IF TDP-PAY-OUT
005360                 COMPUTE LQP-PAYOUT = TDP-PRINCIPAL + LQP-INTEREST
005370             END-IF
005380         END-IF.
005390         ADD 1 TO LQP-TDP-COUNT.
005400         MOVE TDP-ACCOUNT-NO TO LQP-TDP-ACCOUNT(LQP-TDP-COUNT).
005410         MOVE SPACES TO LQP-TDP-CURRENCY(LQP-TDP-COUNT).
005420         MOVE LQP-SETTLE-DATE TO LQP-TDP-DATE(LQP-TDP-COUNT).
005430         MOVE LQP-INTEREST TO LQP-TDP-INTEREST(LQP-TDP-COUNT).
005440         MOVE LQP-PENALTY TO LQP-TDP-PENALTY(LQP-TDP-COUNT).
005450         MOVE LQP-PAYOUT TO LQP-TDP-LEAVING(LQP-TDP-COUNT).
005460 4100-EXIT.
005470         EXIT.
005480*  INTEREST IS A TYPE "03" ITEM AND THE PENALTY A TYPE "08", SO
005490*  THE TYPE MASTER GIVES EACH ITS SIDE.
005500 4500-PLACE-DEPOSITS.
005510         PERFORM 4600-PLACE-ONE-DEPOSIT THRU 4600-EXIT
005520             VARYING LQP-TDP-SUB FROM 1 BY 1
005530             UNTIL LQP-TDP-SUB > LQP-TDP-COUNT.
005540 4500-EXIT.
005550         EXIT.
005560 4600-PLACE-ONE-DEPOSIT.
005570         MOVE LQP-TDP-DATE(LQP-TDP-SUB) TO LQP-ITEM-DATE.
005580         MOVE LQP-TDP-CURRENCY(LQP-TDP-SUB) TO LQP-ITEM-CURRENCY.
005590         MOVE "03" TO LQP-ITEM-TYPE.
005600         MOVE SPACE TO LQP-ITEM-DC.
005610         MOVE LQP-TDP-INTEREST(LQP-TDP-SUB) TO LQP-ITEM-AMOUNT.
005620         MOVE LQP-TDP-LEAVING(LQP-TDP-SUB) TO LQP-ITEM-MATURING.
005630         PERFORM 7200-APPLY-TYPE-BEHAVIOR THRU 7200-EXIT.
005640         PERFORM 7100-PLACE-ITEM THRU 7100-EXIT.
005650         IF LQP-TDP-PENALTY(LQP-TDP-SUB) > ZERO
005660             MOVE "08" TO LQP-ITEM-TYPE
005670             MOVE "C" TO LQP-ITEM-DC
005680             MOVE LQP-TDP-PENALTY(LQP-TDP-SUB) TO LQP-ITEM-AMOUNT
005690             MOVE ZERO TO LQP-ITEM-MATURING
005700             PERFORM 7200-APPLY-TYPE-BEHAVIOR THRU 7200-EXIT
005710             PERFORM 7100-PLACE-ITEM THRU 7100-EXIT
005720         END-IF.
005730 4600-EXIT.
005740         EXIT.
005750*---------------------------------------------------------------
005760*  5000-LOAD-BALANCES.  TONIGHT'S LEDGER BALANCES, TOTALLED PER
005770*  CURRENCY, ARE WHERE EVERY POSITION STARTS.  THE SAME PASS
005780*  PICKS UP EACH DEPOSIT ACCOUNT'S CURRENCY.
005790*---------------------------------------------------------------
005800 5000-LOAD-BALANCES.
005810         OPEN INPUT BALANCE-FILE.
005820         IF NOT LQP-BALANCE-FILE-OK
005830             DISPLAY "LIQPROJ: NO ACCTBAL - POSITIONS START "
005840                 "AT ZERO"
005850             GO TO 5000-EXIT
005860         END-IF.
005870         MOVE "N" TO LQP-EOF-SWITCH.
005880         PERFORM 5100-ONE-BALANCE THRU 5100-EXIT
005890             UNTIL LQP-AT-END.
005900         CLOSE BALANCE-FILE.
005910 5000-EXIT.
005920         EXIT.
005930 5100-ONE-BALANCE.
005940         READ BALANCE-FILE
005950             AT END
005960                 MOVE "Y" TO LQP-EOF-SWITCH
005970                 GO TO 5100-EXIT
005980         END-READ.
005990         ADD 1 TO LQP-BALANCES-READ.
006000         MOVE ABL-CURRENCY-CODE TO LQP-ITEM-CURRENCY.
006010         PERFORM 7000-FIND-CURRENCY THRU 7000-EXIT.
006020         IF LQP-CCY-SUB > ZERO
006030             ADD ABL-CURRENT-BALANCE
006040                 TO LQP-CCY-OPENING(LQP-CCY-SUB)
006050         END-IF.
006060         IF LQP-TDP-COUNT = ZERO
006070             GO TO 5100-EXIT
006080         END-IF.
006090         SET LQP-TDP-IDX TO 1.
006100         SEARCH LQP-TDP-ENTRY
006110             AT END
006120                 CONTINUE
006130             WHEN LQP-TDP-IDX > LQP-TDP-COUNT
006140                 CONTINUE
006150             WHEN LQP-TDP-ACCOUNT(LQP-TDP-IDX) = ABL-ACCOUNT-NO
006160                 MOVE ABL-CURRENCY-CODE
006170                     TO LQP-TDP-CURRENCY(LQP-TDP-IDX)
006180         END-SEARCH.
006190 5100-EXIT.
006200         EXIT.
006210*---------------------------------------------------------------
006220*  6000-WRITE-PROJECTION.  ONE BLOCK PER CURRENCY ON LIQRPT, ONE
006230*  CSV ROW PER CURRENCY AND DAY.
006240*---------------------------------------------------------------
006250 6000-WRITE-PROJECTION.
006260         MOVE SPACES TO CSV-RECORD.
006270         STRING "H,LIQPROJ," LQP-RUN-DATE "," LQP-FIRST-DAY ","
006280             LQP-LAST-DAY
006290             DELIMITED BY SIZE INTO CSV-RECORD.
006300         WRITE CSV-RECORD.
006310         MOVE SPACES TO REPORT-RECORD.
006320         STRING "FORWARD LIQUIDITY PROJECTION    RUN DATE: "
006330             LQP-RUN-DATE "    BUSINESS DAYS " LQP-FIRST-DAY
006340             " TO " LQP-LAST-DAY
006350             DELIMITED BY SIZE INTO REPORT-RECORD.
006360         WRITE REPORT-RECORD.
006370         PERFORM 6100-ONE-CURRENCY THRU 6100-EXIT
006380             VARYING LQP-CCY-SUB FROM 1 BY 1
006390             UNTIL LQP-CCY-SUB > LQP-CCY-COUNT.
006400         MOVE SPACES TO REPORT-RECORD.
006410         WRITE REPORT-RECORD.
006420         MOVE LQP-WAREHOUSE-ITEMS TO LQP-COUNT-EDIT.
006430         MOVE SPACES TO REPORT-RECORD.
006440         STRING "VALUE-DATED ITEMS READ:      " LQP-COUNT-EDIT
006450             DELIMITED BY SIZE INTO REPORT-RECORD.
006460         WRITE REPORT-RECORD.
006470         MOVE LQP-ORDER-ITEMS TO LQP-COUNT-EDIT.
006480         MOVE SPACES TO REPORT-RECORD.
006490         STRING "STANDING ORDER PAYMENTS:     " LQP-COUNT-EDIT
006500             DELIMITED BY SIZE INTO REPORT-RECORD.
006510         WRITE REPORT-RECORD.
006520         MOVE LQP-TDP-COUNT TO LQP-COUNT-EDIT.
006530         MOVE SPACES TO REPORT-RECORD.
006540         STRING "TERM DEPOSITS SETTLING:      " LQP-COUNT-EDIT
006550             DELIMITED BY SIZE INTO REPORT-RECORD.
006560         WRITE REPORT-RECORD.
006570         MOVE LQP-BEYOND-HORIZON TO LQP-COUNT-EDIT.
006580         MOVE SPACES TO REPORT-RECORD.
006590         STRING "ITEMS BEYOND THE HORIZON:    " LQP-COUNT-EDIT
006600             DELIMITED BY SIZE INTO REPORT-RECORD.
006610         WRITE REPORT-RECORD.
006620         MOVE LQP-NOT-PLACED TO LQP-COUNT-EDIT.
006630         MOVE SPACES TO REPORT-RECORD.
006640         STRING "ITEMS LEFT OUT:              " LQP-COUNT-EDIT
006650             DELIMITED BY SIZE INTO REPORT-RECORD.
006660         WRITE REPORT-RECORD.
006670         MOVE SPACES TO CSV-RECORD.
006680         STRING "T," LQP-CSV-ROWS
006690             DELIMITED BY SIZE INTO CSV-RECORD.
006700         WRITE CSV-RECORD.
006710 6000-EXIT.
006720         EXIT.
006730 6100-ONE-CURRENCY.
006740         IF LQP-CCY-CODE(LQP-CCY-SUB) = SPACES
006750             MOVE "LOCAL" TO LQP-CCY-LABEL
006760         ELSE
006770             MOVE LQP-CCY-CODE(LQP-CCY-SUB) TO LQP-CCY-LABEL
006780         END-IF.
006790         MOVE LQP-CCY-OPENING(LQP-CCY-SUB) TO LQP-POSITION.
006800         MOVE ZERO TO LQP-TOTAL-DEBITS.
006810         MOVE ZERO TO LQP-TOTAL-CREDITS.
006820         MOVE ZERO TO LQP-TOTAL-MATURING.
006830         MOVE SPACES TO REPORT-RECORD.
006840         WRITE REPORT-RECORD.
006850         MOVE LQP-POSITION TO LQP-POSITION-EDIT.
006860         MOVE SPACES TO REPORT-RECORD.
006870         STRING "CURRENCY: " LQP-CCY-LABEL
006880             "    OPENING LEDGER POSITION: " LQP-POSITION-EDIT
006890             DELIMITED BY SIZE INTO REPORT-RECORD.
006900         WRITE REPORT-RECORD.
006910         MOVE SPACES TO REPORT-RECORD.
006920         STRING "DAY  DATE               DEBITS           CREDITS"
006930             "          NET FLOW          POSITION"
006940             "     TERM MATURING"
006950             DELIMITED BY SIZE INTO REPORT-RECORD.
006960         WRITE REPORT-RECORD.
006970         PERFORM 6200-ONE-DAY THRU 6200-EXIT
006980             VARYING LQP-DAY-SUB FROM 1 BY 1
006990             UNTIL LQP-DAY-SUB > LQP-HORIZON-DAYS.
007000         MOVE LQP-TOTAL-DEBITS TO LQP-DEBITS-EDIT.
007010         MOVE LQP-TOTAL-CREDITS TO LQP-CREDITS-EDIT.
007020         COMPUTE LQP-NET = LQP-TOTAL-DEBITS - LQP-TOTAL-CREDITS.
007030         MOVE LQP-NET TO LQP-NET-EDIT.
007040         MOVE LQP-POSITION TO LQP-POSITION-EDIT.
007050         MOVE LQP-TOTAL-MATURING TO LQP-MATURING-EDIT.
007060         MOVE SPACES TO REPORT-RECORD.
007070         STRING "TOTAL         " LQP-DEBITS-EDIT " "
007080             LQP-CREDITS-EDIT " " LQP-NET-EDIT " "
007090             LQP-POSITION-EDIT " " LQP-MATURING-EDIT
007100             DELIMITED BY SIZE INTO REPORT-RECORD.
007110         WRITE REPORT-RECORD.
007120 6100-EXIT.
007130         EXIT.
007140 6200-ONE-DAY.
007150         COMPUTE LQP-NET =
007160             LQP-CCY-DEBITS(LQP-CCY-SUB, LQP-DAY-SUB)
007170             - LQP-CCY-CREDITS(LQP-CCY-SUB, LQP-DAY-SUB).
007180         ADD LQP-NET TO LQP-POSITION.
007190         ADD LQP-CCY-DEBITS(LQP-CCY-SUB, LQP-DAY-SUB)
007200             TO LQP-TOTAL-DEBITS.
007210         ADD LQP-CCY-CREDITS(LQP-CCY-SUB, LQP-DAY-SUB)
007220             TO LQP-TOTAL-CREDITS.
007230         ADD LQP-CCY-MATURING(LQP-CCY-SUB, LQP-DAY-SUB)
007240             TO LQP-TOTAL-MATURING.
007250         MOVE LQP-DAY-SUB TO LQP-DAY-NO-EDIT.
007260         MOVE LQP-CCY-DEBITS(LQP-CCY-SUB, LQP-DAY-SUB)
007270             TO LQP-DEBITS-EDIT.
007280         MOVE LQP-CCY-CREDITS(LQP-CCY-SUB, LQP-DAY-SUB)
007290             TO LQP-CREDITS-EDIT.
007300         MOVE LQP-NET TO LQP-NET-EDIT.
007310         MOVE LQP-POSITION TO LQP-POSITION-EDIT.
007320         MOVE LQP-CCY-MATURING(LQP-CCY-SUB, LQP-DAY-SUB)
007330             TO LQP-MATURING-EDIT.
007340         MOVE SPACES TO REPORT-RECORD.
007350         STRING LQP-DAY-NO-EDIT "   " LQP-DAY-DATE(LQP-DAY-SUB)
007360             " " LQP-DEBITS-EDIT " " LQP-CREDITS-EDIT " "
007370             LQP-NET-EDIT " " LQP-POSITION-EDIT " "
007380             LQP-MATURING-EDIT
007390             DELIMITED BY SIZE INTO REPORT-RECORD.
007400         WRITE REPORT-RECORD.
007410         MOVE LQP-DAY-SUB TO LQP-CSV-DAY-NO.
007420         MOVE LQP-CCY-DEBITS(LQP-CCY-SUB, LQP-DAY-SUB)
007430             TO LQP-CSV-DEBITS.
007440         MOVE LQP-CCY-CREDITS(LQP-CCY-SUB, LQP-DAY-SUB)
007450             TO LQP-CSV-CREDITS.
007460         MOVE LQP-NET TO LQP-CSV-NET.
007470         MOVE LQP-POSITION TO LQP-CSV-POSITION.
007480         MOVE LQP-CCY-MATURING(LQP-CCY-SUB, LQP-DAY-SUB)
007490             TO LQP-CSV-MATURING.
007500         MOVE SPACES TO CSV-RECORD.
007510         STRING "D," LQP-CCY-CODE(LQP-CCY-SUB) "," LQP-CSV-DAY-NO
007520             "," LQP-DAY-DATE(LQP-DAY-SUB) "," LQP-CSV-DEBITS
007530             "," LQP-CSV-CREDITS "," LQP-CSV-NET
007540             "," LQP-CSV-POSITION "," LQP-CSV-MATURING
007550             DELIMITED BY SIZE INTO CSV-RECORD.
007560         WRITE CSV-RECORD.
007570         ADD 1 TO LQP-CSV-ROWS.
007580 6200-EXIT.
007590         EXIT.
007600*  FINDS LQP-ITEM-CURRENCY'S ROW, ADDING IT IF NEW.  LQP-CCY-SUB
007610*  IS ZERO WHEN THE TABLE IS FULL.
007620 7000-FIND-CURRENCY.
007630         MOVE ZERO TO LQP-CCY-SUB.
007640         SET LQP-CCY-IDX TO 1.
007650         SEARCH LQP-CCY-ENTRY
007660             AT END
007670                 CONTINUE
007680             WHEN LQP-CCY-IDX > LQP-CCY-COUNT
007690                 ADD 1 TO LQP-CCY-COUNT
007700                 MOVE LQP-CCY-COUNT TO LQP-CCY-SUB
007710                 PERFORM 7050-CLEAR-CURRENCY THRU 7050-EXIT
007720             WHEN LQP-CCY-CODE(LQP-CCY-IDX) = LQP-ITEM-CURRENCY
007730                 SET LQP-CCY-SUB TO LQP-CCY-IDX
007740         END-SEARCH.
007750 7000-EXIT.
007760         EXIT.
007770 7050-CLEAR-CURRENCY.
007780         MOVE LQP-ITEM-CURRENCY TO LQP-CCY-CODE(LQP-CCY-SUB).
007790         MOVE ZERO TO LQP-CCY-OPENING(LQP-CCY-SUB).
007800         PERFORM 7060-CLEAR-ONE-DAY THRU 7060-EXIT
007810             VARYING LQP-DAY-SUB FROM 1 BY 1
007820             UNTIL LQP-DAY-SUB > LQP-HORIZON-DAYS.
007830 7050-EXIT.
007840         EXIT.
007850 7060-CLEAR-ONE-DAY.
007860         MOVE ZERO TO LQP-CCY-DEBITS(LQP-CCY-SUB, LQP-DAY-SUB).
007870         MOVE ZERO TO LQP-CCY-CREDITS(LQP-CCY-SUB, LQP-DAY-SUB).
007880         MOVE ZERO TO LQP-CCY-MATURING(LQP-CCY-SUB, LQP-DAY-SUB).
007890 7060-EXIT.
007900         EXIT.
007910*---------------------------------------------------------------
007920*  7100-PLACE-ITEM.  AN ITEM DATED ON OR BEFORE THE FIRST DAY
007930*  MOVES ON THE FIRST DAY; OTHERWISE ON THE FIRST BUSINESS DAY
007940*  ON OR AFTER ITS DATE.  PAST THE LAST DAY IT IS COUNTED ONLY.
007950*---------------------------------------------------------------
007960 7100-PLACE-ITEM.
007970         IF LQP-ITEM-DATE > LQP-LAST-DAY
007980             ADD 1 TO LQP-BEYOND-HORIZON
007990             GO TO 7100-EXIT
008000         END-IF.
008010         PERFORM 7000-FIND-CURRENCY THRU 7000-EXIT.
008020         IF LQP-CCY-SUB = ZERO
008030             DISPLAY "LIQPROJ: CURRENCY TABLE FULL - "
008040                 LQP-ITEM-CURRENCY " ITEM LEFT OUT"
008050             ADD 1 TO LQP-NOT-PLACED
008060             MOVE 4 TO RETURN-CODE
008070             GO TO 7100-EXIT
008080         END-IF.
008090         SET LQP-DAY-IDX TO 1.
008100         SEARCH LQP-DAY-ENTRY
008110             AT END
008120                 ADD 1 TO LQP-BEYOND-HORIZON
008130                 GO TO 7100-EXIT
008140             WHEN LQP-DAY-DATE(LQP-DAY-IDX) NOT < LQP-ITEM-DATE
008150                 SET LQP-DAY-SUB TO LQP-DAY-IDX
008160         END-SEARCH.
008170         IF LQP-ITEM-IS-CREDIT
008180             ADD LQP-ITEM-AMOUNT
008190                 TO LQP-CCY-CREDITS(LQP-CCY-SUB, LQP-DAY-SUB)
008200         ELSE
008210             ADD LQP-ITEM-AMOUNT
008220                 TO LQP-CCY-DEBITS(LQP-CCY-SUB, LQP-DAY-SUB)
008230         END-IF.
008240         ADD LQP-ITEM-MATURING
008250             TO LQP-CCY-MATURING(LQP-CCY-SUB, LQP-DAY-SUB).
008260 7100-EXIT.
008270         EXIT.
008280*  THE TYPE MASTER'S D/C BEHAVIOR OWNS THE ITEM'S SIDE, AS IN
008290*  SAMPLE; "F" (OR AN UNKNOWN TYPE) KEEPS THE ITEM'S OWN.
008300 7200-APPLY-TYPE-BEHAVIOR.
008310         IF LQP-TTM-COUNT = ZERO
008320             GO TO 7200-EXIT
008330         END-IF.
008340         SET LQP-TTM-IDX TO 1.
008350         SEARCH LQP-TTM-ENTRY
008360             AT END
008370                 GO TO 7200-EXIT
008380             WHEN LQP-TTM-IDX > LQP-TTM-COUNT
008390                 GO TO 7200-EXIT
008400             WHEN LQP-TTM-TYPE(LQP-TTM-IDX) = LQP-ITEM-TYPE
008410                 CONTINUE
008420         END-SEARCH.
008430         EVALUATE LQP-TTM-DC(LQP-TTM-IDX)
008440             WHEN "D"
008450                 MOVE SPACE TO LQP-ITEM-DC
008460             WHEN "C"
008470                 MOVE "C" TO LQP-ITEM-DC
008480             WHEN OTHER
008490                 CONTINUE
008500         END-EVALUATE.
008510 7200-EXIT.
008520         EXIT.
008530 8000-TERMINATE.
008540         IF LQP-REPORT-FILE-OK
008550             CLOSE REPORT-FILE
008560         END-IF.
008570         IF LQP-CSV-FILE-OK
008580             CLOSE CSV-FILE
008590         END-IF.
008600         DISPLAY "----------------------------------------------".
008610         DISPLAY "VALUE-DATED ITEMS      = " LQP-WAREHOUSE-ITEMS.
008620         DISPLAY "STANDING ORDERS        = " LQP-ORDER-COUNT.
008630         DISPLAY "ORDER PAYMENTS         = " LQP-ORDER-ITEMS.
008640         DISPLAY "ACTIVE TERM DEPOSITS   = " LQP-DEPOSIT-COUNT.
008650         DISPLAY "ACCTBAL ROWS READ      = " LQP-BALANCES-READ.
008660         DISPLAY "BEYOND THE HORIZON     = " LQP-BEYOND-HORIZON.
008670         DISPLAY "ITEMS LEFT OUT         = " LQP-NOT-PLACED.
008680         DISPLAY "CSV DETAIL ROWS        = " LQP-CSV-ROWS.
008690         DISPLAY "LIQPROJ: JOB COMPLETE, RETURN CODE = "
008700             RETURN-CODE.
008710 8000-EXIT.
008720         EXIT.
