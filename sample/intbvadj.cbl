000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 INTBVADJ.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  BACK-VALUE INTEREST
000220*                  ADJUSTMENT, RUN RIGHT AFTER INTACCR.  BALPOST
000230*                  POSTS AN ITEM THE NIGHT IT ARRIVES AND INTACCR
000240*                  ACCRUES ON THE NEW BALANCE FROM THAT NIGHT ON,
000250*                  SO A BACK-DATED DEPOSIT OR CORRECTION MISSES
000260*                  THE ACCRUAL NIGHTS BETWEEN ITS TRANSACTION DATE
000270*                  AND TODAY.  THIS STEP WALKS TODAY'S EXTRACT
000280*                  GENERATIONS (GENCATLG, THE OVDRPT WALK), TAKES
000290*                  EVERY POSTABLE ITEM DATED BEFORE THE RUN DATE,
000300*                  COUNTS THE BUSINESS-DAY ACCRUAL NIGHTS IT
000310*                  MISSED (DATESRV), PRICES IT AT THE INTRATTB
000320*                  RATE INTACCR APPLIED TO THE ACCOUNT TONIGHT
000330*                  AND BOOKS THE DIFFERENCE INTO INTACCRU: INTO
000340*                  INA-ACCRUED-AMOUNT SO INTCAP CAPITALIZES IT,
000350*                  AND INTO INA-BACKVALUE-AMOUNT SO IT STAYS
000360*                  IDENTIFIABLE.  EACH ADJUSTMENT IS ALSO A "B"
000370*                  MOVEMENT ON INTACMOV FOR ACRVOUCH.  ANY
000380*                  ADJUSTMENT WHOSE LOCAL EQUIVALENT EXCEEDS THE
000390*                  THRESHOLD ON THE COMMAND LINE (WHOLE LOCAL
000400*                  UNITS, BLANK OR ZERO LISTS THEM ALL) IS LISTED
000410*                  ON BVADJRPT FOR REVIEW, RC 4.  AN ACCOUNT
000420*                  ALREADY ADJUSTED TODAY BY AN EARLIER RUN IS
000430*                  LEFT ALONE, SO A RERUN NEVER BOOKS TWICE.
000440*                  RC 16, NOTHING BOOKED, WHEN INTACCRU OR
000450*                  INTACMOV CANNOT BE OPENED OR THE DAY HOLDS
000460*                  MORE BACK-VALUED ITEMS THAN THE TABLE.
00046A*  10/15/2026 DCG  THE TXNTYPTB TYPE TABLE NOW HOLDS 50 TYPES
00046B*                  (WAS 20).  A MASTER WITH MORE ROWS THAN THAT
00046C*                  STOPS THE RUN WITH RETURN CODE 16 INSTEAD OF
00046D*                  QUIETLY DROPPING THE TYPES PAST THE LIMIT.
00046E*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00046F*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00046G*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000470*---------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.
000510         LINUX.
000520 OBJECT-COMPUTER.
000530         LINUX.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560         SELECT GEN-CATALOG-FILE ASSIGN TO "GENCATLG"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS IBV-GENCAT-FILE-STATUS.
000590         SELECT EXTRACT-FILE ASSIGN DYNAMIC IBV-EXTRACT-FILENAME
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS IBV-EXTRACT-FILE-STATUS.
000620         SELECT TXN-TYPE-FILE ASSIGN TO "TXNTYPTB"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS IBV-TXNTYP-FILE-STATUS.
000650         SELECT RATE-TABLE-FILE ASSIGN TO "INTRATTB"
000660             ORGANIZATION IS LINE SEQUENTIAL
000670             FILE STATUS IS IBV-RATE-FILE-STATUS.
000680         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS RANDOM
000710             RECORD KEY IS ABL-KEY
000720             FILE STATUS IS IBV-BALANCE-FILE-STATUS.
000730         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000740             ORGANIZATION IS INDEXED
000750             ACCESS MODE IS RANDOM
000760             RECORD KEY IS ACM-ACCOUNT-NO
000770             FILE STATUS IS IBV-ACCTMST-FILE-STATUS.
000780         SELECT ACCRUAL-FILE ASSIGN TO "INTACCRU"
000790             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS RANDOM
000810             RECORD KEY IS INA-KEY
000820             FILE STATUS IS IBV-ACCRUAL-FILE-STATUS.
000830         SELECT MOVEMENT-FILE ASSIGN TO "INTACMOV"
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS IBV-MOVEMENT-FILE-STATUS.
000860         SELECT REPORT-FILE ASSIGN TO "BVADJRPT"
000870             ORGANIZATION IS LINE SEQUENTIAL
000880             FILE STATUS IS IBV-REPORT-FILE-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  GEN-CATALOG-FILE.
000920     COPY GENCATRC.
000930 FD  EXTRACT-FILE.
000940     COPY EXTRREC.
000950 FD  TXN-TYPE-FILE.
000960     COPY TXNTYPRC.
000970 FD  RATE-TABLE-FILE.
000980 01  RATE-TABLE-RECORD.
000990         05  IRT-TIER-FLOOR          PIC 9(09)V99.
001000         05  IRT-ANNUAL-RATE         PIC 9(02)V9(04).
001010         05  IRT-PRODUCT-CODE        PIC X(02).
001020 FD  BALANCE-FILE.
001030     COPY BALREC.
001040 FD  ACCOUNT-MASTER-FILE.
001050     COPY ACCTREC.
001060 FD  ACCRUAL-FILE.
001070     COPY INTACCRC.
001080 FD  MOVEMENT-FILE.
001090     COPY INTMOVRC.
001100 FD  REPORT-FILE.
001110 01  REPORT-RECORD               PIC X(132).
001120 WORKING-STORAGE SECTION.
001130 01  IBV-FILE-STATUS-VALUES.
001140         05  IBV-GENCAT-FILE-STATUS  PIC X(02).
001150             88  IBV-GENCAT-FILE-OK      VALUE "00".
001160         05  IBV-EXTRACT-FILE-STATUS PIC X(02).
001170             88  IBV-EXTRACT-FILE-OK     VALUE "00".
001180         05  IBV-TXNTYP-FILE-STATUS  PIC X(02).
001190             88  IBV-TXNTYP-FILE-OK      VALUE "00".
001200         05  IBV-RATE-FILE-STATUS    PIC X(02).
001210             88  IBV-RATE-FILE-OK        VALUE "00".
001220         05  IBV-BALANCE-FILE-STATUS PIC X(02).
001230             88  IBV-BALANCE-FILE-OK     VALUE "00".
001240         05  IBV-ACCTMST-FILE-STATUS PIC X(02).
001250             88  IBV-ACCTMST-FILE-OK     VALUE "00".
001260         05  IBV-ACCRUAL-FILE-STATUS PIC X(02).
001270             88  IBV-ACCRUAL-FILE-OK     VALUE "00".
001280         05  IBV-MOVEMENT-FILE-STATUS PIC X(02).
001290             88  IBV-MOVEMENT-FILE-OK    VALUE "00".
001300         05  IBV-REPORT-FILE-STATUS  PIC X(02).
001310             88  IBV-REPORT-FILE-OK      VALUE "00".
001320 01  IBV-SWITCHES.
001330         05  IBV-GENCAT-EOF-SWITCH   PIC X(01) VALUE "N".
001340             88  IBV-GENCAT-AT-END       VALUE "Y".
001350         05  IBV-EXTR-EOF-SWITCH     PIC X(01) VALUE "N".
001360             88  IBV-EXTR-AT-END         VALUE "Y".
001370         05  IBV-TTM-EOF-SWITCH      PIC X(01) VALUE "N".
001380             88  IBV-TTM-AT-END          VALUE "Y".
001390         05  IBV-RATE-EOF-SWITCH     PIC X(01) VALUE "N".
001400             88  IBV-RATES-AT-END        VALUE "Y".
001410         05  IBV-GEN-FOUND-SWITCH    PIC X(01) VALUE "N".
001420             88  IBV-GEN-FOUND           VALUE "Y".
001430         05  IBV-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
001440             88  IBV-MASTER-AVAILABLE    VALUE "Y".
001450         05  IBV-TIER-SEEN-SWITCH    PIC X(01) VALUE "N".
001460             88  IBV-TIER-SEEN           VALUE "Y".
001470         05  IBV-NEW-ACCRUAL-SWITCH  PIC X(01) VALUE "N".
001480             88  IBV-NEW-ACCRUAL         VALUE "Y".
001490         05  IBV-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
001500             88  IBV-TABLE-OVERFLOW      VALUE "Y".
001510         05  IBV-DONE-TODAY-SWITCH   PIC X(01) VALUE "N".
001520             88  IBV-DONE-TODAY          VALUE "Y".
001530 01  IBV-RUN-DATE                PIC 9(08) VALUE ZERO.
001540 01  IBV-PARM-STRING             PIC X(12) VALUE SPACES.
001550 01  IBV-PARM-THRESHOLD          PIC 9(09) VALUE ZERO.
001560         88  IBV-NO-THRESHOLD            VALUE ZERO.
001570 01  IBV-EXTRACT-FILENAME        PIC X(30) VALUE SPACES.
001580 01  IBV-COUNTERS.
001590         05  IBV-ITEMS-READ          PIC 9(07) VALUE ZERO.
001600         05  IBV-BACK-VALUED         PIC 9(07) VALUE ZERO.
001610         05  IBV-NO-NIGHT-MISSED     PIC 9(07) VALUE ZERO.
001620         05  IBV-NO-BALANCE          PIC 9(07) VALUE ZERO.
001630         05  IBV-UNPRICED-ITEMS      PIC 9(07) VALUE ZERO.
001640         05  IBV-ADJUSTED-COUNT      PIC 9(07) VALUE ZERO.
001650         05  IBV-ALREADY-DONE        PIC 9(07) VALUE ZERO.
001660         05  IBV-LISTED-COUNT        PIC 9(07) VALUE ZERO.
001670         05  IBV-UNPRICED-LOCAL      PIC 9(07) VALUE ZERO.
001680 01  IBV-GENERATION-LIST.
001690         05  IBV-GEN-COUNT           PIC 9(02) COMP VALUE ZERO.
001700         05  IBV-GEN-SUB             PIC 9(02) COMP VALUE ZERO.
001710         05  IBV-GEN-ENTRY OCCURS 20 TIMES
001720                 INDEXED BY IBV-GEN-IDX.
001730             10  IBV-GEN-NUMBER      PIC 9(07).
001740             10  IBV-GEN-EXTRACT     PIC X(30).
001750 01  IBV-TXN-TYPE-TABLE.
001760         05  IBV-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
001770         05  IBV-TTM-ENTRY OCCURS 50 TIMES
001780                 INDEXED BY IBV-TTM-IDX.
001790             10  IBV-TTM-TYPE        PIC X(02).
001800             10  IBV-TTM-POSTS       PIC X(01).
001810 01  IBV-RATE-TABLE.
001820         05  IBV-RATE-COUNT          PIC 9(03) COMP VALUE ZERO.
001830         05  IBV-RATE-ENTRY OCCURS 100 TIMES.
001840             10  IBV-TIER-PRODUCT    PIC X(02).
001850             10  IBV-TIER-FLOOR      PIC 9(09)V99.
001860             10  IBV-TIER-RATE       PIC 9(02)V9(04).
001870 01  IBV-RATE-SUB                PIC 9(03) COMP VALUE ZERO.
001880 01  IBV-SCHEDULE-PRODUCT        PIC X(02) VALUE SPACES.
001890*  TODAY'S BACK-VALUED ITEMS, PRICED IN THE FIRST PASS AND
001900*  BOOKED IN THE SECOND, SO AN OVERFLOW STOPS THE STEP BEFORE
001910*  ANYTHING HAS REACHED INTACCRU.
001920 01  IBV-ITEM-TABLE.
001930         05  IBV-ITM-COUNT           PIC 9(04) COMP VALUE ZERO.
001940         05  IBV-ITM-SUB             PIC 9(04) COMP VALUE ZERO.
001950         05  IBV-ITM-ENTRY OCCURS 2000 TIMES
001960                 INDEXED BY IBV-ITM-IDX.
001970             10  IBV-ITM-KEY.
001980                 15  IBV-ITM-BRANCH  PIC X(03).
001990                 15  IBV-ITM-ACCOUNT PIC X(10).
002000             10  IBV-ITM-TYPE        PIC X(02).
002010             10  IBV-ITM-TRANS-DATE  PIC 9(08).
002020             10  IBV-ITM-NIGHTS      PIC 9(05).
002030             10  IBV-ITM-RATE        PIC 9(02)V9(04).
002040             10  IBV-ITM-CURRENCY    PIC X(03).
002050             10  IBV-ITM-AMOUNT      PIC S9(11)V99 COMP-3.
002060             10  IBV-ITM-ADJUSTMENT  PIC S9(09)V99 COMP-3.
002070             10  IBV-ITM-LOCAL       PIC S9(11)V99 COMP-3.
002080             10  IBV-ITM-RATE-SWITCH PIC X(01).
002090             10  IBV-ITM-STATUS      PIC X(01).
002100                 88  IBV-ITM-BOOKED      VALUE "B".
002110 01  IBV-WORK-FIELDS.
002120         05  IBV-NIGHTS              PIC S9(05) VALUE ZERO.
002130         05  IBV-SIGNED-AMOUNT       PIC S9(11)V99 COMP-3
002140                                         VALUE ZERO.
002150         05  IBV-ADJUSTMENT          PIC S9(09)V99 COMP-3
002160                                         VALUE ZERO.
002170         05  IBV-BALANCE-MAGNITUDE   PIC 9(09)V99 VALUE ZERO.
002180         05  IBV-LOCAL-MAGNITUDE     PIC S9(11)V99 COMP-3
002190                                         VALUE ZERO.
002200         05  IBV-SELECTED-RATE       PIC 9(02)V9(04) VALUE ZERO.
002210         05  IBV-LOCAL-ABS           PIC S9(11)V99 COMP-3
002220                                         VALUE ZERO.
002230         05  IBV-NET-LOCAL           PIC S9(11)V99 COMP-3
002240                                         VALUE ZERO.
002250         05  IBV-LISTED-LOCAL        PIC S9(11)V99 COMP-3
002260                                         VALUE ZERO.
002270         05  IBV-AMOUNT-EDIT         PIC -(11)9.99.
002280         05  IBV-ADJUST-EDIT         PIC -(09)9.99.
002290         05  IBV-LOCAL-EDIT          PIC -(11)9.99.
002300         05  IBV-RATE-EDIT           PIC Z9.9999.
002310         05  IBV-NIGHTS-EDIT         PIC ZZZZ9.
002320         05  IBV-COUNT-EDIT          PIC Z(06)9.
002330 COPY DATESRVC.
002340 COPY FXCONVC.
00234A     COPY RUNDATEC.
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380         IF RETURN-CODE < 16
002390             PERFORM 2000-SCAN-ONE-GENERATION THRU 2000-EXIT
002400                 VARYING IBV-GEN-SUB FROM 1 BY 1
002410                 UNTIL IBV-GEN-SUB > IBV-GEN-COUNT
002420                     OR IBV-TABLE-OVERFLOW
002430         END-IF.
002440         IF IBV-TABLE-OVERFLOW
002450             DISPLAY "INTBVADJ: MORE THAN 2000 BACK-VALUED ITEMS "
002460                 "TODAY - NOTHING BOOKED"
002470             MOVE 16 TO RETURN-CODE
002480         END-IF.
002490         IF RETURN-CODE < 16
002500             PERFORM 1500-OPEN-OUTPUTS THRU 1500-EXIT
002510         END-IF.
002520         IF RETURN-CODE < 16
002530             PERFORM 3000-BOOK-ONE-ITEM THRU 3000-EXIT
002540                 VARYING IBV-ITM-SUB FROM 1 BY 1
002550                 UNTIL IBV-ITM-SUB > IBV-ITM-COUNT
002560         END-IF.
002570         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002580         STOP RUN.
002590 1000-INITIALIZE.
002600         DISPLAY "INTBVADJ: JOB STARTING".
002610         MOVE ZERO TO RETURN-CODE.
002620         CALL "RUNDATE" USING RUN-DATE-AREA.
00262A         MOVE RDT-RUN-DATE TO IBV-RUN-DATE.
002630         ACCEPT IBV-PARM-STRING FROM COMMAND-LINE.
002640         IF IBV-PARM-STRING NOT = SPACES
002650             UNSTRING IBV-PARM-STRING DELIMITED BY ","
002660                 INTO IBV-PARM-THRESHOLD
002670             END-UNSTRING
002680         END-IF.
002690         PERFORM 1100-LOAD-RATE-TABLE THRU 1100-EXIT.
002700         IF IBV-RATE-COUNT = ZERO
002710             DISPLAY "INTBVADJ: NO INTRATTB ON FILE - "
002720                 "NOTHING TO ADJUST"
002730             MOVE ZERO TO IBV-GEN-COUNT
002740             GO TO 1000-EXIT
002750         END-IF.
002760         PERFORM 1200-LOAD-TXN-TYPES THRU 1200-EXIT.
002770         PERFORM 1300-BUILD-GENERATION-LIST THRU 1300-EXIT.
002780         OPEN INPUT BALANCE-FILE.
002790         IF NOT IBV-BALANCE-FILE-OK
002800             DISPLAY "INTBVADJ: CANNOT OPEN ACCTBAL, STATUS = "
002810                 IBV-BALANCE-FILE-STATUS
002820             MOVE 16 TO RETURN-CODE
002830             GO TO 1000-EXIT
002840         END-IF.
002850*  THE PRODUCT LOOKUP.  NO ACCTMST PRICES EVERY ACCOUNT FROM
002860*  THE DEFAULT TIERS, THE SAME AS INTACCR.
002870         OPEN INPUT ACCOUNT-MASTER-FILE.
002880         IF IBV-ACCTMST-FILE-OK
002890             SET IBV-MASTER-AVAILABLE TO TRUE
002900         END-IF.
002910 1000-EXIT.
002920         EXIT.
002930 1100-LOAD-RATE-TABLE.
002940         OPEN INPUT RATE-TABLE-FILE.
002950         IF NOT IBV-RATE-FILE-OK
002960             GO TO 1100-EXIT
002970         END-IF.
002980         PERFORM 1150-LOAD-ONE-RATE THRU 1150-EXIT
002990             UNTIL IBV-RATES-AT-END
003000                 OR IBV-RATE-COUNT = 100.
003010         CLOSE RATE-TABLE-FILE.
003020 1100-EXIT.
003030         EXIT.
003040 1150-LOAD-ONE-RATE.
003050         READ RATE-TABLE-FILE
003060             AT END
003070                 MOVE "Y" TO IBV-RATE-EOF-SWITCH
003080             NOT AT END
003090                 ADD 1 TO IBV-RATE-COUNT
003100                 MOVE IRT-TIER-FLOOR
003110                     TO IBV-TIER-FLOOR(IBV-RATE-COUNT)
003120                 MOVE IRT-ANNUAL-RATE
003130                     TO IBV-TIER-RATE(IBV-RATE-COUNT)
003140                 MOVE IRT-PRODUCT-CODE
003150                     TO IBV-TIER-PRODUCT(IBV-RATE-COUNT)
003160         END-READ.
003170 1150-EXIT.
003180         EXIT.
003190 1200-LOAD-TXN-TYPES.
003200         OPEN INPUT TXN-TYPE-FILE.
003210         IF NOT IBV-TXNTYP-FILE-OK
003220             GO TO 1200-EXIT
003230         END-IF.
003240         PERFORM 1250-LOAD-ONE-TYPE THRU 1250-EXIT
003250             UNTIL IBV-TTM-AT-END
003260                 OR IBV-TTM-COUNT = 50.
00326A         IF NOT IBV-TTM-AT-END
00326B             READ TXN-TYPE-FILE
00326C                 AT END
00326D                     MOVE "Y" TO IBV-TTM-EOF-SWITCH
00326E             END-READ
00326F         END-IF.
003270         CLOSE TXN-TYPE-FILE.
00327A         IF NOT IBV-TTM-AT-END
00327B             DISPLAY "INTBVADJ: TXNTYPTB HOLDS MORE THAN 50 "
00327C                 "TYPES - RUN STOPPED"
00327D             MOVE 16 TO RETURN-CODE
00327E             STOP RUN
00327F         END-IF.
003280 1200-EXIT.
003290         EXIT.
003300 1250-LOAD-ONE-TYPE.
003310         READ TXN-TYPE-FILE
003320             AT END
003330                 MOVE "Y" TO IBV-TTM-EOF-SWITCH
003340             NOT AT END
003350                 ADD 1 TO IBV-TTM-COUNT
003360                 MOVE TTM-RECORD-TYPE
003370                     TO IBV-TTM-TYPE(IBV-TTM-COUNT)
003380                 MOVE TTM-POSTS-BALANCE
003390                     TO IBV-TTM-POSTS(IBV-TTM-COUNT)
003400         END-READ.
003410 1250-EXIT.
003420         EXIT.
003430*---------------------------------------------------------------
003440*  1300-BUILD-GENERATION-LIST.  EVERY GENERATION GENCATLG
003450*  RECORDS FOR THE RUN DATE, LATEST STATUS ROW PER GENERATION
003460*  WINNING -- THE GENERATIONS BALPOST POSTED TONIGHT.
003470*---------------------------------------------------------------
003480 1300-BUILD-GENERATION-LIST.
003490         OPEN INPUT GEN-CATALOG-FILE.
003500         IF NOT IBV-GENCAT-FILE-OK
003510             GO TO 1300-EXIT
003520         END-IF.
003530         PERFORM 1350-SCAN-ONE-CATALOG-ROW THRU 1350-EXIT
003540             UNTIL IBV-GENCAT-AT-END.
003550         CLOSE GEN-CATALOG-FILE.
003560 1300-EXIT.
003570         EXIT.
003580 1350-SCAN-ONE-CATALOG-ROW.
003590         READ GEN-CATALOG-FILE
003600             AT END
003610                 MOVE "Y" TO IBV-GENCAT-EOF-SWITCH
003620                 GO TO 1350-EXIT
003630         END-READ.
003640         IF GCT-RUN-DATE NOT = IBV-RUN-DATE
003650             GO TO 1350-EXIT
003660         END-IF.
003670         IF GCT-RUN-ID = "INTRADAY"
003680             OR GCT-RUN-ID = "EXTRMRG"
003690             GO TO 1350-EXIT
003700         END-IF.
003710         IF GCT-STATUS-PURGED
003720             GO TO 1350-EXIT
003730         END-IF.
003740         MOVE "N" TO IBV-GEN-FOUND-SWITCH.
003750         IF IBV-GEN-COUNT > ZERO
003760             SET IBV-GEN-IDX TO 1
003770             SEARCH IBV-GEN-ENTRY
003780                 AT END
003790                     CONTINUE
003800                 WHEN IBV-GEN-NUMBER(IBV-GEN-IDX)
003810                     = GCT-GENERATION
003820                     SET IBV-GEN-FOUND TO TRUE
003830             END-SEARCH
003840         END-IF.
003850         IF IBV-GEN-FOUND
003860             MOVE GCT-EXTRACT-FILENAME
003870                 TO IBV-GEN-EXTRACT(IBV-GEN-IDX)
003880         ELSE
003890             IF IBV-GEN-COUNT < 20
003900                 ADD 1 TO IBV-GEN-COUNT
003910                 SET IBV-GEN-IDX TO IBV-GEN-COUNT
003920                 MOVE GCT-GENERATION
003930                     TO IBV-GEN-NUMBER(IBV-GEN-IDX)
003940                 MOVE GCT-EXTRACT-FILENAME
003950                     TO IBV-GEN-EXTRACT(IBV-GEN-IDX)
003960             END-IF
003970         END-IF.
003980 1350-EXIT.
003990         EXIT.
004000*---------------------------------------------------------------
004010*  1500-OPEN-OUTPUTS.  INTACCRU IS BUILT IF INTACCR HAS NEVER
004020*  RUN; A FILE THAT STILL WILL NOT OPEN STOPS THE STEP BEFORE
004030*  ANY ADJUSTMENT IS BOOKED.
004040*---------------------------------------------------------------
004050 1500-OPEN-OUTPUTS.
004060         OPEN I-O ACCRUAL-FILE.
004070         IF NOT IBV-ACCRUAL-FILE-OK
004080             OPEN OUTPUT ACCRUAL-FILE
004090             CLOSE ACCRUAL-FILE
004100             OPEN I-O ACCRUAL-FILE
004110         END-IF.
004120         IF NOT IBV-ACCRUAL-FILE-OK
004130             DISPLAY "INTBVADJ: CANNOT OPEN INTACCRU, STATUS = "
004140                 IBV-ACCRUAL-FILE-STATUS
004150             MOVE 16 TO RETURN-CODE
004160             GO TO 1500-EXIT
004170         END-IF.
004180         OPEN EXTEND MOVEMENT-FILE.
004190         IF NOT IBV-MOVEMENT-FILE-OK
004200             OPEN OUTPUT MOVEMENT-FILE
004210         END-IF.
004220         IF NOT IBV-MOVEMENT-FILE-OK
004230             DISPLAY "INTBVADJ: CANNOT OPEN INTACMOV, STATUS = "
004240                 IBV-MOVEMENT-FILE-STATUS
004250             MOVE 16 TO RETURN-CODE
004260             GO TO 1500-EXIT
004270         END-IF.
004280         OPEN OUTPUT REPORT-FILE.
004290         MOVE SPACES TO REPORT-RECORD.
004300         STRING "BACK-VALUE INTEREST ADJUSTMENTS FOR REVIEW    "
004310             "RUN DATE: " IBV-RUN-DATE
004320             DELIMITED BY SIZE INTO REPORT-RECORD.
004330         WRITE REPORT-RECORD.
004340         MOVE SPACES TO REPORT-RECORD.
004350         IF IBV-NO-THRESHOLD
004360             MOVE "EVERY ADJUSTMENT LISTED" TO REPORT-RECORD
004370         ELSE
004380             MOVE IBV-PARM-THRESHOLD TO IBV-AMOUNT-EDIT
004390             STRING "ADJUSTMENTS OVER A LOCAL EQUIVALENT OF "
004400                 IBV-AMOUNT-EDIT
004410                 DELIMITED BY SIZE INTO REPORT-RECORD
004420         END-IF.
004430         WRITE REPORT-RECORD.
004440         MOVE SPACES TO REPORT-RECORD.
004450         STRING "BRANCH  ACCOUNT     TY  TRANS DATE  NIGHTS"
004460             "     RATE  CCY        ITEM AMOUNT"
004470             "    ADJUSTMENT  LOCAL EQUIVALENT"
004480             DELIMITED BY SIZE INTO REPORT-RECORD.
004490         WRITE REPORT-RECORD.
004500 1500-EXIT.
004510         EXIT.
004520 2000-SCAN-ONE-GENERATION.
004530         MOVE IBV-GEN-EXTRACT(IBV-GEN-SUB)
004540             TO IBV-EXTRACT-FILENAME.
004550         MOVE "N" TO IBV-EXTR-EOF-SWITCH.
004560         OPEN INPUT EXTRACT-FILE.
004570         IF NOT IBV-EXTRACT-FILE-OK
004580             DISPLAY "INTBVADJ: CANNOT OPEN "
004590                 IBV-EXTRACT-FILENAME ", STATUS = "
004600                 IBV-EXTRACT-FILE-STATUS
004610             GO TO 2000-EXIT
004620         END-IF.
004630         PERFORM 2100-PRICE-ONE-ITEM THRU 2100-EXIT
004640             UNTIL IBV-EXTR-AT-END
004650                 OR IBV-TABLE-OVERFLOW.
004660         CLOSE EXTRACT-FILE.
004670 2000-EXIT.
004680         EXIT.
004690*---------------------------------------------------------------
004700*  2100-PRICE-ONE-ITEM.  A POSTABLE ITEM DATED BEFORE THE RUN
004710*  DATE, ON A BALANCE BALPOST COULD POST IT TO, IS PRICED FOR
004720*  THE ACCRUAL NIGHTS IT MISSED AND KEPT FOR BOOKING.
004730*---------------------------------------------------------------
004740 2100-PRICE-ONE-ITEM.
004750         READ EXTRACT-FILE
004760             AT END
004770                 MOVE "Y" TO IBV-EXTR-EOF-SWITCH
004780                 GO TO 2100-EXIT
004790         END-READ.
004800         IF EXT-IS-HEADER-MARK OR EXT-IS-TRAILER-MARK
004810             GO TO 2100-EXIT
004820         END-IF.
004830         ADD 1 TO IBV-ITEMS-READ.
004840         IF EXT-TRANS-DATE NOT NUMERIC
004850             OR EXT-TRANS-DATE NOT < IBV-RUN-DATE
004860             GO TO 2100-EXIT
004870         END-IF.
004880         IF IBV-TTM-COUNT > ZERO
004890             SET IBV-TTM-IDX TO 1
004900             SEARCH IBV-TTM-ENTRY
004910                 AT END
004920                     CONTINUE
004930                 WHEN IBV-TTM-TYPE(IBV-TTM-IDX) = EXT-RECORD-TYPE
004940                     IF IBV-TTM-POSTS(IBV-TTM-IDX) = "N"
004950                         GO TO 2100-EXIT
004960                     END-IF
004970             END-SEARCH
004980         END-IF.
004990         ADD 1 TO IBV-BACK-VALUED.
005000         PERFORM 2200-COUNT-MISSED-NIGHTS THRU 2200-EXIT.
005010         IF IBV-NIGHTS NOT > ZERO
005020             ADD 1 TO IBV-NO-NIGHT-MISSED
005030             GO TO 2100-EXIT
005040         END-IF.
005050         MOVE EXT-BRANCH-CODE TO ABL-BRANCH-CODE.
005060         MOVE EXT-ACCOUNT-NO TO ABL-ACCOUNT-NO.
005070         READ BALANCE-FILE
005080             INVALID KEY
005090                 ADD 1 TO IBV-NO-BALANCE
005100                 GO TO 2100-EXIT
005110         END-READ.
005120*  THE ITEM IN THE BALANCE'S CURRENCY, EXACTLY AS BALPOST
005130*  POSTED IT.  ONE CURRATES COULD NOT PRICE NEVER POSTED.
005140         MOVE "A" TO FXC-FUNCTION.
005150         MOVE ABL-CURRENCY-CODE TO FXC-TO-CURRENCY.
005160         MOVE EXT-AMOUNT TO FXC-LOCAL-AMOUNT.
005170         IF EXT-ORIG-AMOUNT NUMERIC
005180             MOVE EXT-CURRENCY-CODE TO FXC-FROM-CURRENCY
005190             MOVE EXT-ORIG-AMOUNT TO FXC-FROM-AMOUNT
005200         ELSE
005210             MOVE SPACES TO FXC-FROM-CURRENCY
005220             MOVE EXT-AMOUNT TO FXC-FROM-AMOUNT
005230         END-IF.
005240         CALL "FXCONV" USING FX-CONVERT-AREA.
005250         IF NOT FXC-SUCCESSFUL
005260             ADD 1 TO IBV-UNPRICED-ITEMS
005270             GO TO 2100-EXIT
005280         END-IF.
005290         IF EXT-IS-CREDIT
005300             COMPUTE IBV-SIGNED-AMOUNT = ZERO - FXC-RESULT-AMOUNT
005310         ELSE
005320             MOVE FXC-RESULT-AMOUNT TO IBV-SIGNED-AMOUNT
005330         END-IF.
005340         PERFORM 2300-SELECT-RATE THRU 2300-EXIT.
005350         COMPUTE IBV-ADJUSTMENT ROUNDED =
005360             IBV-SIGNED-AMOUNT * IBV-SELECTED-RATE * IBV-NIGHTS
005370                 / 100 / 365.
005380         IF IBV-ADJUSTMENT = ZERO
005390             GO TO 2100-EXIT
005400         END-IF.
005410         IF IBV-ITM-COUNT = 2000
005420             SET IBV-TABLE-OVERFLOW TO TRUE
005430             GO TO 2100-EXIT
005440         END-IF.
005450         ADD 1 TO IBV-ITM-COUNT.
005460         MOVE EXT-BRANCH-CODE TO IBV-ITM-BRANCH(IBV-ITM-COUNT).
005470         MOVE EXT-ACCOUNT-NO TO IBV-ITM-ACCOUNT(IBV-ITM-COUNT).
005480         MOVE EXT-RECORD-TYPE TO IBV-ITM-TYPE(IBV-ITM-COUNT).
005490         MOVE EXT-TRANS-DATE TO IBV-ITM-TRANS-DATE(IBV-ITM-COUNT).
005500         MOVE IBV-NIGHTS TO IBV-ITM-NIGHTS(IBV-ITM-COUNT).
005510         MOVE IBV-SELECTED-RATE TO IBV-ITM-RATE(IBV-ITM-COUNT).
005520         MOVE ABL-CURRENCY-CODE
005530             TO IBV-ITM-CURRENCY(IBV-ITM-COUNT).
005540         MOVE IBV-SIGNED-AMOUNT TO IBV-ITM-AMOUNT(IBV-ITM-COUNT).
005550         MOVE IBV-ADJUSTMENT TO IBV-ITM-ADJUSTMENT(IBV-ITM-COUNT).
005560         MOVE SPACE TO IBV-ITM-STATUS(IBV-ITM-COUNT).
005570         PERFORM 2500-SET-LOCAL-EQUIVALENT THRU 2500-EXIT.
005580 2100-EXIT.
005590         EXIT.
005600*---------------------------------------------------------------
005610*  2200-COUNT-MISSED-NIGHTS.  INTACCR ACCRUES ONCE EACH
005620*  BUSINESS NIGHT, SO AN ITEM DATED D AND POSTED TONIGHT MISSED
005630*  THE BUSINESS DAYS FROM D UP TO, NOT INCLUDING, TONIGHT:
005640*  DATESRV'S COUNT AFTER D THROUGH TONIGHT, LESS TONIGHT, PLUS
005650*  D ITSELF WHEN D WAS A BUSINESS DAY.  A DATE DATESRV REJECTS
005660*  MISSED NOTHING.
005670*---------------------------------------------------------------
005680 2200-COUNT-MISSED-NIGHTS.
005690         MOVE ZERO TO IBV-NIGHTS.
005700         MOVE SPACES TO DSV-REGION-CODE.
005710         MOVE "D" TO DSV-FUNCTION.
005720         MOVE EXT-TRANS-DATE TO DSV-DATE-1.
005730         MOVE IBV-RUN-DATE TO DSV-DATE-2.
005740         CALL "DATESRV" USING DATE-SERVICE-AREA.
005750         IF NOT DSV-SUCCESSFUL
005760             GO TO 2200-EXIT
005770         END-IF.
005780         COMPUTE IBV-NIGHTS = DSV-DAYS-BETWEEN - 1.
005790         MOVE "B" TO DSV-FUNCTION.
005800         CALL "DATESRV" USING DATE-SERVICE-AREA.
005810         IF DSV-SUCCESSFUL
005820             AND DSV-IS-BUSINESS-DAY
005830             ADD 1 TO IBV-NIGHTS
005840         END-IF.
005850 2200-EXIT.
005860         EXIT.
005870*---------------------------------------------------------------
005880*  2300-SELECT-RATE.  THE RATE INTACCR PRICED THE ACCOUNT AT
005890*  TONIGHT: HIGHEST TIER FLOOR AT OR UNDER THE BALANCE'S LOCAL
005900*  MAGNITUDE, AMONG THE TIERS OF THE ACCOUNT'S PRODUCT WHEN
005910*  INTRATTB HAS ANY, OTHERWISE AMONG THE DEFAULT TIERS.
005920*---------------------------------------------------------------
005930 2300-SELECT-RATE.
005940         IF ABL-CURRENT-BALANCE < ZERO
005950             COMPUTE IBV-BALANCE-MAGNITUDE =
005960                 ZERO - ABL-CURRENT-BALANCE
005970         ELSE
005980             MOVE ABL-CURRENT-BALANCE TO IBV-BALANCE-MAGNITUDE
005990         END-IF.
006000         IF NOT ABL-LOCAL-CURRENCY
006010             MOVE "C" TO FXC-FUNCTION
006020             MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY
006030             MOVE SPACES TO FXC-TO-CURRENCY
006040             MOVE IBV-BALANCE-MAGNITUDE TO FXC-FROM-AMOUNT
006050             CALL "FXCONV" USING FX-CONVERT-AREA
006060             IF FXC-SUCCESSFUL
006070                 MOVE FXC-RESULT-AMOUNT TO IBV-LOCAL-MAGNITUDE
006080                 IF IBV-LOCAL-MAGNITUDE > 999999999.99
006090                     MOVE 999999999.99 TO IBV-BALANCE-MAGNITUDE
006100                 ELSE
006110                     MOVE IBV-LOCAL-MAGNITUDE
006120                         TO IBV-BALANCE-MAGNITUDE
006130                 END-IF
006140             END-IF
006150         END-IF.
006160         PERFORM 2320-SET-SCHEDULE THRU 2320-EXIT.
006170         MOVE ZERO TO IBV-SELECTED-RATE.
006180         MOVE "N" TO IBV-TIER-SEEN-SWITCH.
006190         PERFORM 2350-TEST-ONE-TIER THRU 2350-EXIT
006200             VARYING IBV-RATE-SUB FROM 1 BY 1
006210             UNTIL IBV-RATE-SUB > IBV-RATE-COUNT.
006220 2300-EXIT.
006230         EXIT.
006240 2320-SET-SCHEDULE.
006250         MOVE SPACES TO IBV-SCHEDULE-PRODUCT.
006260         IF NOT IBV-MASTER-AVAILABLE
006270             GO TO 2320-EXIT
006280         END-IF.
006290         MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO.
006300         READ ACCOUNT-MASTER-FILE
006310             INVALID KEY
006320                 GO TO 2320-EXIT
006330         END-READ.
006340         IF ACM-NO-PRODUCT
006350             GO TO 2320-EXIT
006360         END-IF.
006370         PERFORM 2330-CHECK-ONE-TIER THRU 2330-EXIT
006380             VARYING IBV-RATE-SUB FROM 1 BY 1
006390             UNTIL IBV-RATE-SUB > IBV-RATE-COUNT
006400                 OR IBV-SCHEDULE-PRODUCT NOT = SPACES.
006410 2320-EXIT.
006420         EXIT.
006430 2330-CHECK-ONE-TIER.
006440         IF IBV-TIER-PRODUCT(IBV-RATE-SUB) = ACM-PRODUCT-CODE
006450             MOVE ACM-PRODUCT-CODE TO IBV-SCHEDULE-PRODUCT
006460         END-IF.
006470 2330-EXIT.
006480         EXIT.
006490 2350-TEST-ONE-TIER.
006500         IF IBV-TIER-PRODUCT(IBV-RATE-SUB)
006510             NOT = IBV-SCHEDULE-PRODUCT
006520             GO TO 2350-EXIT
006530         END-IF.
006540         IF NOT IBV-TIER-SEEN
006550             MOVE IBV-TIER-RATE(IBV-RATE-SUB) TO IBV-SELECTED-RATE
006560             SET IBV-TIER-SEEN TO TRUE
006570         END-IF.
006580         IF IBV-TIER-FLOOR(IBV-RATE-SUB)
006590             NOT > IBV-BALANCE-MAGNITUDE
006600             MOVE IBV-TIER-RATE(IBV-RATE-SUB)
006610                 TO IBV-SELECTED-RATE
006620         END-IF.
006630 2350-EXIT.
006640         EXIT.
006650*---------------------------------------------------------------
006660*  2500-SET-LOCAL-EQUIVALENT.  THE ADJUSTMENT'S LOCAL VALUE FOR
006670*  THE MOVEMENT AND THE THRESHOLD TEST.  A FOREIGN ADJUSTMENT
006680*  CURRATES CANNOT PRICE IS STILL BOOKED, MARKED UNPRICED.
006690*---------------------------------------------------------------
006700 2500-SET-LOCAL-EQUIVALENT.
006710         MOVE SPACE TO IBV-ITM-RATE-SWITCH(IBV-ITM-COUNT).
006720         IF ABL-LOCAL-CURRENCY
006730             MOVE IBV-ADJUSTMENT TO IBV-ITM-LOCAL(IBV-ITM-COUNT)
006740             GO TO 2500-EXIT
006750         END-IF.
006760         MOVE "C" TO FXC-FUNCTION.
006770         MOVE ABL-CURRENCY-CODE TO FXC-FROM-CURRENCY.
006780         MOVE SPACES TO FXC-TO-CURRENCY.
006790         MOVE IBV-ADJUSTMENT TO FXC-FROM-AMOUNT.
006800         CALL "FXCONV" USING FX-CONVERT-AREA.
006810         IF FXC-SUCCESSFUL
006820             MOVE FXC-RESULT-AMOUNT
006830                 TO IBV-ITM-LOCAL(IBV-ITM-COUNT)
006840         ELSE
006850             MOVE ZERO TO IBV-ITM-LOCAL(IBV-ITM-COUNT)
006860             MOVE "N" TO IBV-ITM-RATE-SWITCH(IBV-ITM-COUNT)
006870         END-IF.
006880 2500-EXIT.
006890         EXIT.
006900*---------------------------------------------------------------
006910*  3000-BOOK-ONE-ITEM.  AN ACCOUNT STAMPED WITH TODAY'S
006920*  BACK-VALUE DATE BY AN EARLIER RUN -- NOT BY AN EARLIER ITEM
006930*  OF THIS RUN -- IS ALREADY DONE AND IS SKIPPED.
006940*---------------------------------------------------------------
006950 3000-BOOK-ONE-ITEM.
006960         PERFORM 3100-FETCH-ACCRUAL THRU 3100-EXIT.
006970         IF INA-LAST-BACKVALUE-DATE = IBV-RUN-DATE
006980             PERFORM 3200-CHECK-THIS-RUN THRU 3200-EXIT
006990             IF NOT IBV-DONE-TODAY
007000                 ADD 1 TO IBV-ALREADY-DONE
007010                 GO TO 3000-EXIT
007020             END-IF
007030         END-IF.
007040         ADD IBV-ITM-ADJUSTMENT(IBV-ITM-SUB)
007050             TO INA-ACCRUED-AMOUNT.
007060         ADD IBV-ITM-ADJUSTMENT(IBV-ITM-SUB)
007070             TO INA-BACKVALUE-AMOUNT.
007080         MOVE IBV-RUN-DATE TO INA-LAST-BACKVALUE-DATE.
007090         MOVE IBV-ITM-CURRENCY(IBV-ITM-SUB) TO INA-CURRENCY-CODE.
007100         PERFORM 3300-STORE-ACCRUAL THRU 3300-EXIT.
007110         SET IBV-ITM-BOOKED(IBV-ITM-SUB) TO TRUE.
007120         ADD 1 TO IBV-ADJUSTED-COUNT.
007130         ADD IBV-ITM-LOCAL(IBV-ITM-SUB) TO IBV-NET-LOCAL.
007140         IF IBV-ITM-RATE-SWITCH(IBV-ITM-SUB) = "N"
007150             ADD 1 TO IBV-UNPRICED-LOCAL
007160         END-IF.
007170         PERFORM 3400-WRITE-MOVEMENT THRU 3400-EXIT.
007180         PERFORM 3500-REPORT-ADJUSTMENT THRU 3500-EXIT.
007190 3000-EXIT.
007200         EXIT.
007210 3100-FETCH-ACCRUAL.
007220         MOVE "N" TO IBV-NEW-ACCRUAL-SWITCH.
007230         MOVE IBV-ITM-BRANCH(IBV-ITM-SUB) TO INA-BRANCH-CODE.
007240         MOVE IBV-ITM-ACCOUNT(IBV-ITM-SUB) TO INA-ACCOUNT-NO.
007250         READ ACCRUAL-FILE
007260             INVALID KEY
007270                 SET IBV-NEW-ACCRUAL TO TRUE
007280                 MOVE SPACES TO INTEREST-ACCRUAL-RECORD
007290                 MOVE IBV-ITM-BRANCH(IBV-ITM-SUB)
007300                     TO INA-BRANCH-CODE
007310                 MOVE IBV-ITM-ACCOUNT(IBV-ITM-SUB)
007320                     TO INA-ACCOUNT-NO
007330                 MOVE ZERO TO INA-ACCRUED-AMOUNT
007340                 MOVE ZERO TO INA-LAST-ACCRUAL-DATE
007350                 MOVE ZERO TO INA-LAST-CAPITAL-DATE
007360                 MOVE IBV-ITM-CURRENCY(IBV-ITM-SUB)
007370                     TO INA-CURRENCY-CODE
007380                 MOVE ZERO TO INA-BACKVALUE-AMOUNT
007390                 MOVE ZERO TO INA-LAST-BACKVALUE-DATE
007400         END-READ.
007410 3100-EXIT.
007420         EXIT.
007430 3200-CHECK-THIS-RUN.
007440         MOVE "N" TO IBV-DONE-TODAY-SWITCH.
007450         SET IBV-ITM-IDX TO 1.
007460         SEARCH IBV-ITM-ENTRY
007470             AT END
007480                 CONTINUE
007490             WHEN IBV-ITM-IDX NOT < IBV-ITM-SUB
007500                 CONTINUE
007510             WHEN IBV-ITM-KEY(IBV-ITM-IDX) = INA-KEY
007520                 AND IBV-ITM-BOOKED(IBV-ITM-IDX)
007530                 SET IBV-DONE-TODAY TO TRUE
007540         END-SEARCH.
007550 3200-EXIT.
007560         EXIT.
007570 3300-STORE-ACCRUAL.
007580         IF IBV-NEW-ACCRUAL
007590             WRITE INTEREST-ACCRUAL-RECORD
007600                 INVALID KEY
007610                     DISPLAY "INTBVADJ: WRITE FAILED FOR "
007620                         INA-ACCOUNT-NO ", STATUS = "
007630                         IBV-ACCRUAL-FILE-STATUS
007640             END-WRITE
007650         ELSE
007660             REWRITE INTEREST-ACCRUAL-RECORD
007670                 INVALID KEY
007680                     DISPLAY "INTBVADJ: REWRITE FAILED FOR "
007690                         INA-ACCOUNT-NO ", STATUS = "
007700                         IBV-ACCRUAL-FILE-STATUS
007710             END-REWRITE
007720         END-IF.
007730 3300-EXIT.
007740         EXIT.
007750*---------------------------------------------------------------
007760*  3400-WRITE-MOVEMENT.  THE ADJUSTMENT FOR ACRVOUCH, SIDED THE
007770*  WAY INTACCR SIDES A DAY OF INTEREST.
007780*---------------------------------------------------------------
007790 3400-WRITE-MOVEMENT.
007800         MOVE SPACES TO INTEREST-MOVEMENT-RECORD.
007810         MOVE IBV-RUN-DATE TO IMV-RUN-DATE.
007820         MOVE IBV-ITM-BRANCH(IBV-ITM-SUB) TO IMV-BRANCH-CODE.
007830         MOVE IBV-ITM-ACCOUNT(IBV-ITM-SUB) TO IMV-ACCOUNT-NO.
007840         MOVE "B" TO IMV-MOVE-TYPE.
007850         IF IBV-ITM-ADJUSTMENT(IBV-ITM-SUB) < ZERO
007860             MOVE "P" TO IMV-SIDE
007870         ELSE
007880             MOVE "R" TO IMV-SIDE
007890         END-IF.
007900         MOVE IBV-ITM-CURRENCY(IBV-ITM-SUB) TO IMV-CURRENCY-CODE.
007910         MOVE IBV-ITM-ADJUSTMENT(IBV-ITM-SUB) TO IMV-AMOUNT.
007920         MOVE IBV-ITM-LOCAL(IBV-ITM-SUB) TO IMV-LOCAL-AMOUNT.
007930         MOVE IBV-ITM-RATE-SWITCH(IBV-ITM-SUB) TO IMV-RATE-SWITCH.
007940         WRITE INTEREST-MOVEMENT-RECORD.
007950 3400-EXIT.
007960         EXIT.
007970*---------------------------------------------------------------
007980*  3500-REPORT-ADJUSTMENT.  AN UNPRICED FOREIGN ADJUSTMENT HAS
007990*  NO LOCAL VALUE TO TEST AND IS ALWAYS LISTED.
008000*---------------------------------------------------------------
008010 3500-REPORT-ADJUSTMENT.
008020         IF IBV-ITM-LOCAL(IBV-ITM-SUB) < ZERO
008030             COMPUTE IBV-LOCAL-ABS =
008040                 ZERO - IBV-ITM-LOCAL(IBV-ITM-SUB)
008050         ELSE
008060             MOVE IBV-ITM-LOCAL(IBV-ITM-SUB) TO IBV-LOCAL-ABS
008070         END-IF.
008080         IF IBV-ITM-RATE-SWITCH(IBV-ITM-SUB) NOT = "N"
008090             AND NOT IBV-NO-THRESHOLD
008100             AND IBV-LOCAL-ABS NOT > IBV-PARM-THRESHOLD
008110             GO TO 3500-EXIT
008120         END-IF.
008130         ADD 1 TO IBV-LISTED-COUNT.
008140         ADD IBV-ITM-LOCAL(IBV-ITM-SUB) TO IBV-LISTED-LOCAL.
008150         MOVE IBV-ITM-NIGHTS(IBV-ITM-SUB) TO IBV-NIGHTS-EDIT.
008160         MOVE IBV-ITM-RATE(IBV-ITM-SUB) TO IBV-RATE-EDIT.
008170         MOVE IBV-ITM-AMOUNT(IBV-ITM-SUB) TO IBV-AMOUNT-EDIT.
008180         MOVE IBV-ITM-ADJUSTMENT(IBV-ITM-SUB) TO IBV-ADJUST-EDIT.
008190         MOVE SPACES TO REPORT-RECORD.
008200         IF IBV-ITM-RATE-SWITCH(IBV-ITM-SUB) = "N"
008210             STRING IBV-ITM-BRANCH(IBV-ITM-SUB) "     "
008220                 IBV-ITM-ACCOUNT(IBV-ITM-SUB) "  "
008230                 IBV-ITM-TYPE(IBV-ITM-SUB) "  "
008240                 IBV-ITM-TRANS-DATE(IBV-ITM-SUB) "   "
008250                 IBV-NIGHTS-EDIT "  " IBV-RATE-EDIT "  "
008260                 IBV-ITM-CURRENCY(IBV-ITM-SUB) " "
008270                 IBV-AMOUNT-EDIT " " IBV-ADJUST-EDIT
008280                 "       NO RATE"
008290                 DELIMITED BY SIZE INTO REPORT-RECORD
008300         ELSE
008310             MOVE IBV-ITM-LOCAL(IBV-ITM-SUB) TO IBV-LOCAL-EDIT
008320             STRING IBV-ITM-BRANCH(IBV-ITM-SUB) "     "
008330                 IBV-ITM-ACCOUNT(IBV-ITM-SUB) "  "
008340                 IBV-ITM-TYPE(IBV-ITM-SUB) "  "
008350                 IBV-ITM-TRANS-DATE(IBV-ITM-SUB) "   "
008360                 IBV-NIGHTS-EDIT "  " IBV-RATE-EDIT "  "
008370                 IBV-ITM-CURRENCY(IBV-ITM-SUB) " "
008380                 IBV-AMOUNT-EDIT " " IBV-ADJUST-EDIT " "
008390                 IBV-LOCAL-EDIT
008400                 DELIMITED BY SIZE INTO REPORT-RECORD
008410         END-IF.
008420         WRITE REPORT-RECORD.
008430 3500-EXIT.
008440         EXIT.
008450 8000-TERMINATE.
008460         IF IBV-BALANCE-FILE-OK
008470             CLOSE BALANCE-FILE
008480         END-IF.
008490         IF IBV-MASTER-AVAILABLE
008500             CLOSE ACCOUNT-MASTER-FILE
008510         END-IF.
008520         IF IBV-ACCRUAL-FILE-OK
008530             CLOSE ACCRUAL-FILE
008540         END-IF.
008550         IF IBV-MOVEMENT-FILE-OK
008560             CLOSE MOVEMENT-FILE
008570         END-IF.
008580         IF IBV-REPORT-FILE-OK
008590             MOVE SPACES TO REPORT-RECORD
008600             WRITE REPORT-RECORD
008610             MOVE IBV-LISTED-COUNT TO IBV-COUNT-EDIT
008620             MOVE IBV-LISTED-LOCAL TO IBV-LOCAL-EDIT
008630             MOVE SPACES TO REPORT-RECORD
008640             STRING "ADJUSTMENTS LISTED: " IBV-COUNT-EDIT
008650                 "    LOCAL EQUIVALENT: " IBV-LOCAL-EDIT
008660                 DELIMITED BY SIZE INTO REPORT-RECORD
008670             WRITE REPORT-RECORD
008680             MOVE IBV-ADJUSTED-COUNT TO IBV-COUNT-EDIT
008690             MOVE IBV-NET-LOCAL TO IBV-LOCAL-EDIT
008700             MOVE SPACES TO REPORT-RECORD
008710             STRING "ADJUSTMENTS BOOKED: " IBV-COUNT-EDIT
008720                 "    LOCAL EQUIVALENT: " IBV-LOCAL-EDIT
008730                 DELIMITED BY SIZE INTO REPORT-RECORD
008740             WRITE REPORT-RECORD
008750             CLOSE REPORT-FILE
008760         END-IF.
008770         IF RETURN-CODE < 16
008780             IF IBV-LISTED-COUNT > ZERO
008790                 MOVE 4 TO RETURN-CODE
008800             END-IF
008810         END-IF.
008820         MOVE IBV-NET-LOCAL TO IBV-LOCAL-EDIT.
008830         DISPLAY "----------------------------------------------".
008840         DISPLAY "EXTRACT ITEMS READ     = " IBV-ITEMS-READ.
008850         DISPLAY "BACK-VALUED ITEMS      = " IBV-BACK-VALUED.
008860         DISPLAY "  NO ACCRUAL MISSED    = " IBV-NO-NIGHT-MISSED.
008870         DISPLAY "  NO BALANCE ON FILE   = " IBV-NO-BALANCE.
008880         DISPLAY "  NOT POSTED, NO RATE  = " IBV-UNPRICED-ITEMS.
008890         DISPLAY "  ALREADY ADJUSTED     = " IBV-ALREADY-DONE.
008900         DISPLAY "ADJUSTMENTS BOOKED     = " IBV-ADJUSTED-COUNT.
008910         DISPLAY "NET LOCAL ADJUSTMENT   = " IBV-LOCAL-EDIT.
008920         IF IBV-UNPRICED-LOCAL > ZERO
008930             DISPLAY "UNPRICED, NOT IN NET   = "
008940                 IBV-UNPRICED-LOCAL
008950         END-IF.
008960         DISPLAY "LISTED FOR REVIEW      = " IBV-LISTED-COUNT.
008970         DISPLAY "INTBVADJ: JOB ENDED, RETURN CODE = "
008980             RETURN-CODE.
008990 8000-EXIT.
009000         EXIT.
