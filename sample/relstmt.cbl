000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 RELSTMT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  COMBINED RELATIONSHIP STATEMENTS.  A CUSTOMER WHO HAS OPTED
000180*  (CUSTCONT CCT-STATEMENT-OPTION "C", SET THROUGH CUSTMNT) GETS
000190*  ONE STATEMENT A MONTH COVERING EVERY ACCOUNT LINKED TO THEM
000200*  ON ACCTXREF, IN PLACE OF THE STATEMENT PER ACCOUNT STMTGEN
000210*  WOULD PRODUCE (STMTGEN LEAVES THOSE ACCOUNTS OUT).  TAKES THE
000220*  STATEMENT MONTH (YYYYMM) ON THE COMMAND LINE, DEFAULTING TO
000230*  THE CURRENT MONTH.  EACH STATEMENT ON RELSTMT.Myyyymm HOLDS:
000240*    - A RELATIONSHIP SUMMARY LISTING EVERY LINKED ACCOUNT WITH
000250*      ITS ACCTBAL BALANCE AND ITS LOCAL EQUIVALENT;
000260*    - ONE SECTION PER ACCOUNT -- OPENING BALANCE, EVERY ITEM
000270*      POSTED TO IT IN THE MONTH FROM TXNHIST, NET MOVEMENT AND
000280*      CLOSING BALANCE, IN THE ACCOUNT'S OWN CURRENCY;
000290*    - RELATIONSHIP TOTALS IN LOCAL CURRENCY.
000300*  EVERY STATEMENT GOES THROUGH MAILCHK: THE NAME AND ADDRESS
000310*  PRINT UNDER THE HEADING, AND A RETURNED-MAIL CUSTOMER'S
000320*  STATEMENT IS HELD TO HELDMAIL.  THE RUN IS CATALOGED ON
000330*  STMTCATL (SMC-CHANNEL "R") SO STMTRPRN CAN REPRINT IT.  RC 4
000340*  WHEN TXNHIST CANNOT BE READ OR A TABLE FILLS; RC 16 WHEN THE
000350*  STATEMENT FILE CANNOT BE OPENED.
000360*  ------------------------------------------------------------
000370*  MODIFICATION HISTORY
000380*  ------------------------------------------------------------
000390*  DATE       BY   DESCRIPTION
000400*  ---------- ---- --------------------------------------------
000410*  10/15/2026 DCG  ORIGINAL PROGRAM.
00041A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00041B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00041C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000420*---------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.
000460         LINUX.
000470 OBJECT-COMPUTER.
000480         LINUX.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
000520             ORGANIZATION IS INDEXED
000530             ACCESS MODE IS SEQUENTIAL
000540             RECORD KEY IS CCT-CUSTOMER-NO
000550             FILE STATUS IS RST-CONTACT-FILE-STATUS.
000560         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS SEQUENTIAL
000590             RECORD KEY IS AXR-ACCOUNT-NO
000600             FILE STATUS IS RST-XREF-FILE-STATUS.
000610         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000620             ORGANIZATION IS INDEXED
000630             ACCESS MODE IS SEQUENTIAL
000640             RECORD KEY IS ABL-KEY
000650             FILE STATUS IS RST-BALANCE-FILE-STATUS.
000660         SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
000670             ORGANIZATION IS INDEXED
000680             ACCESS MODE IS DYNAMIC
000690             RECORD KEY IS THR-KEY
000700             FILE STATUS IS RST-HISTORY-FILE-STATUS.
000710         SELECT STATEMENT-FILE ASSIGN DYNAMIC
000720             RST-STATEMENT-FILENAME
000730             ORGANIZATION IS LINE SEQUENTIAL
000740             FILE STATUS IS RST-STATEMENT-FILE-STATUS.
000750         SELECT STATEMENT-CATALOG-FILE ASSIGN TO "STMTCATL"
000760             ORGANIZATION IS LINE SEQUENTIAL
000770             FILE STATUS IS RST-STMCAT-FILE-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  CONTACT-FILE.
000810     COPY CUSTCTRC.
000820 FD  ACCOUNT-XREF-FILE.
000830     COPY CUSXREFC.
000840 FD  BALANCE-FILE.
000850     COPY BALREC.
000860 FD  HISTORY-FILE.
000870     COPY TXNHISTC.
000880 FD  STATEMENT-FILE.
000890 01  STATEMENT-RECORD            PIC X(132).
000900 FD  STATEMENT-CATALOG-FILE.
000910     COPY STMCATRC.
000920 WORKING-STORAGE SECTION.
000930     COPY MAILCHKC.
000940     COPY FXCONVC.
000950 01  RST-FILE-STATUS-VALUES.
000960         05  RST-CONTACT-FILE-STATUS PIC X(02).
000970             88  RST-CONTACT-FILE-OK     VALUE "00".
000980         05  RST-XREF-FILE-STATUS    PIC X(02).
000990             88  RST-XREF-FILE-OK        VALUE "00".
001000         05  RST-BALANCE-FILE-STATUS PIC X(02).
001010             88  RST-BALANCE-FILE-OK     VALUE "00".
001020         05  RST-HISTORY-FILE-STATUS PIC X(02).
001030             88  RST-HISTORY-FILE-OK     VALUE "00".
001040         05  RST-STATEMENT-FILE-STATUS PIC X(02).
001050             88  RST-STATEMENT-FILE-OK   VALUE "00".
001060         05  RST-STMCAT-FILE-STATUS  PIC X(02).
001070             88  RST-STMCAT-FILE-OK      VALUE "00".
001080 01  RST-SWITCHES.
001090         05  RST-EOF-SWITCH          PIC X(01) VALUE "N".
001100             88  RST-AT-END              VALUE "Y".
001110         05  RST-READY-SWITCH        PIC X(01) VALUE "N".
001120             88  RST-READY               VALUE "Y".
001130         05  RST-HISTORY-SWITCH      PIC X(01) VALUE "N".
001140             88  RST-HISTORY-OPEN        VALUE "Y".
001150         05  RST-ITEMS-SWITCH        PIC X(01) VALUE "N".
001160             88  RST-ITEMS-DONE          VALUE "Y".
001170 01  RST-PARM-STRING             PIC X(09) VALUE SPACES.
001180 01  RST-STATEMENT-MONTH         PIC 9(06) VALUE ZERO.
001190 01  RST-RUN-DATE                PIC 9(08) VALUE ZERO.
001200 01  RST-RUN-TIME                PIC 9(08) VALUE ZERO.
001210 01  RST-STATEMENT-FILENAME      PIC X(30) VALUE SPACES.
001220*  EVERY OPTED-IN CUSTOMER, IN CUSTOMER NUMBER ORDER.
001230 01  RST-CUSTOMER-TABLE.
001240         05  RST-CUS-COUNT           PIC 9(05) COMP VALUE ZERO.
001250         05  RST-CUS-SUB             PIC 9(05) COMP VALUE ZERO.
001260         05  RST-CUS-ENTRY OCCURS 5000 TIMES
001270                 INDEXED BY RST-CUS-IDX.
001280             10  RST-CUS-NO          PIC X(10).
001290             10  RST-CUS-ACCOUNTS    PIC S9(05) COMP.
001300*  EVERY ACCOUNT LINKED TO ONE OF THEM, WITH ITS ACCTBAL FIGURES.
001310 01  RST-ACCOUNT-TABLE.
001320         05  RST-ACC-COUNT           PIC 9(05) COMP VALUE ZERO.
001330         05  RST-ACC-SUB             PIC 9(05) COMP VALUE ZERO.
001340         05  RST-ACC-ENTRY OCCURS 10000 TIMES
001350                 INDEXED BY RST-ACC-IDX.
001360             10  RST-ACC-ACCOUNT     PIC X(10).
001370             10  RST-ACC-CUSTOMER-SUB PIC 9(05) COMP.
001380             10  RST-ACC-BRANCH      PIC X(03).
001390             10  RST-ACC-CURRENCY    PIC X(03).
001400             10  RST-ACC-BALANCE     PIC S9(11)V99 COMP-3.
001410             10  RST-ACC-ON-FILE     PIC X(01).
001420                 88  RST-ACC-HAS-BALANCE VALUE "Y".
001430*  THE CURRENT ACCOUNT'S ITEMS FOR THE MONTH.
001440 01  RST-ITEM-TABLE.
001450         05  RST-ITEM-COUNT          PIC 9(03) COMP VALUE ZERO.
001460         05  RST-ITEM-SUB            PIC 9(03) COMP VALUE ZERO.
001470         05  RST-ITEM-ENTRY OCCURS 200 TIMES.
001480             10  RST-ITM-TRANS-DATE  PIC 9(08).
001490             10  RST-ITM-RECORD-TYPE PIC X(02).
001500             10  RST-ITM-AMOUNT      PIC S9(11)V99 COMP-3.
001510             10  RST-ITM-DC-INDICATOR PIC X(01).
001520             10  RST-ITM-CURRENCY-CODE PIC X(03).
001530             10  RST-ITM-RATE-SWITCH PIC X(01).
001540                 88  RST-ITM-NO-RATE     VALUE "N".
001550 01  RST-ACCOUNT-WORK.
001560         05  RST-ITEMS-TOTAL         PIC 9(05) COMP VALUE ZERO.
001570         05  RST-ITEM-AMOUNT         PIC S9(11)V99 COMP-3
001580                                         VALUE ZERO.
001590         05  RST-ACCT-NET            PIC S9(11)V99 COMP-3
001600                                         VALUE ZERO.
001610         05  RST-OPENING-BALANCE     PIC S9(11)V99 COMP-3
001620                                         VALUE ZERO.
001630         05  RST-CLOSING-BALANCE     PIC S9(11)V99 COMP-3
001640                                         VALUE ZERO.
001650         05  RST-LOCAL-BALANCE       PIC S9(11)V99 COMP-3
001660                                         VALUE ZERO.
001670 01  RST-RELATIONSHIP-TOTALS.
001680         05  RST-REL-ACCOUNTS        PIC 9(05) VALUE ZERO.
001690         05  RST-REL-BALANCE         PIC S9(13)V99 COMP-3
001700                                         VALUE ZERO.
001710         05  RST-REL-CREDITS         PIC S9(13)V99 COMP-3
001720                                         VALUE ZERO.
001730         05  RST-REL-DEBITS          PIC S9(13)V99 COMP-3
001740                                         VALUE ZERO.
001750         05  RST-REL-NO-RATE         PIC 9(05) VALUE ZERO.
001760 01  RST-HISTORY-START-KEY.
001770         05  RST-HSK-ACCOUNT-NO      PIC X(10).
001780         05  RST-HSK-POST-DATE       PIC 9(08).
001790         05  RST-HSK-SEQUENCE        PIC 9(05).
001800 01  RST-COUNTERS.
001810         05  RST-OPTED-COUNT         PIC 9(07) VALUE ZERO.
001820         05  RST-NO-ACCOUNT-COUNT    PIC 9(07) VALUE ZERO.
001830         05  RST-STATEMENT-COUNT     PIC 9(07) VALUE ZERO.
001840         05  RST-HELD-COUNT          PIC 9(07) VALUE ZERO.
001850         05  RST-ACCOUNT-SECTIONS    PIC 9(07) VALUE ZERO.
001860         05  RST-TXN-LINE-COUNT      PIC 9(09) VALUE ZERO.
001870         05  RST-NO-RATE-COUNT       PIC 9(07) VALUE ZERO.
001880 01  RST-PAGE-FIELDS.
001890         05  RST-PAGE-COUNT          PIC 9(05) COMP VALUE ZERO.
001900         05  RST-PAGE-NO-EDIT        PIC ZZZZ9.
001910 01  RST-EDIT-FIELDS.
001920         05  RST-BALANCE-EDIT        PIC -(11)9.99.
001930         05  RST-LOCAL-EDIT          PIC -(11)9.99.
001940         05  RST-TOTAL-EDIT          PIC -(13)9.99.
001950         05  RST-AMOUNT-EDIT         PIC ZZZZZZZZ9.99.
001960         05  RST-NET-EDIT            PIC -(11)9.99.
001970         05  RST-COUNT-EDIT          PIC ZZZZ9.
00197A     COPY RUNDATEC.
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010         IF RST-READY
002020             PERFORM 1100-LOAD-CUSTOMERS THRU 1100-EXIT
002030             PERFORM 1300-LOAD-LINKS THRU 1300-EXIT
002040             PERFORM 1500-LOAD-BALANCES THRU 1500-EXIT
002050             PERFORM 1700-OPEN-HISTORY THRU 1700-EXIT
002060             PERFORM 2000-PRODUCE-STATEMENT THRU 2000-EXIT
002070                 VARYING RST-CUS-SUB FROM 1 BY 1
002080                 UNTIL RST-CUS-SUB > RST-CUS-COUNT
002090         END-IF.
002100         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002110         STOP RUN.
002120 1000-INITIALIZE.
002130         DISPLAY "RELSTMT: JOB STARTING".
002140         MOVE ZERO TO RETURN-CODE.
002150         CALL "RUNDATE" USING RUN-DATE-AREA.
00215A         MOVE RDT-RUN-DATE TO RST-RUN-DATE.
002160         ACCEPT RST-RUN-TIME FROM TIME.
002170         ACCEPT RST-PARM-STRING FROM COMMAND-LINE.
002180         IF RST-PARM-STRING = SPACES
002190             MOVE RST-RUN-DATE(1:6) TO RST-PARM-STRING
002200         END-IF.
002210         IF RST-PARM-STRING(1:6) NOT NUMERIC
002220             DISPLAY "RELSTMT: PARAMETER MUST BE THE STATEMENT "
002230                 "MONTH YYYYMM - RUN ABANDONED"
002240             MOVE 16 TO RETURN-CODE
002250             GO TO 1000-EXIT
002260         END-IF.
002270         MOVE RST-PARM-STRING(1:6) TO RST-STATEMENT-MONTH.
002280         DISPLAY "RELSTMT: STATEMENT MONTH " RST-STATEMENT-MONTH.
002290         MOVE SPACES TO RST-STATEMENT-FILENAME.
002300         STRING "RELSTMT.M" RST-STATEMENT-MONTH
002310             DELIMITED BY SIZE INTO RST-STATEMENT-FILENAME.
002320         OPEN OUTPUT STATEMENT-FILE.
002330         IF NOT RST-STATEMENT-FILE-OK
002340             DISPLAY "RELSTMT: CANNOT OPEN "
002350                 RST-STATEMENT-FILENAME
002360                 ", STATUS = " RST-STATEMENT-FILE-STATUS
002370             MOVE 16 TO RETURN-CODE
002380             GO TO 1000-EXIT
002390         END-IF.
002400         SET RST-READY TO TRUE.
002410 1000-EXIT.
002420         EXIT.
002430*---------------------------------------------------------------
002440*  1100-LOAD-CUSTOMERS.  EVERY CUSTOMER WHOSE CONTACT RECORD
002450*  CARRIES THE COMBINED STATEMENT OPTION.
002460*---------------------------------------------------------------
002470 1100-LOAD-CUSTOMERS.
002480         OPEN INPUT CONTACT-FILE.
002490         IF NOT RST-CONTACT-FILE-OK
002500             DISPLAY "RELSTMT: NO CUSTCONT ON FILE - NO CUSTOMER "
002510                 "HAS OPTED FOR A COMBINED STATEMENT"
002520             GO TO 1100-EXIT
002530         END-IF.
002540         MOVE "N" TO RST-EOF-SWITCH.
002550         PERFORM 1150-LOAD-ONE-CUSTOMER THRU 1150-EXIT
002560             UNTIL RST-AT-END.
002570         CLOSE CONTACT-FILE.
002580 1100-EXIT.
002590         EXIT.
002600 1150-LOAD-ONE-CUSTOMER.
002610         READ CONTACT-FILE NEXT RECORD
002620             AT END
002630                 MOVE "Y" TO RST-EOF-SWITCH
002640                 GO TO 1150-EXIT
002650         END-READ.
002660         IF NOT CCT-COMBINED-STATEMENT
002670             GO TO 1150-EXIT
002680         END-IF.
002690         ADD 1 TO RST-OPTED-COUNT.
002700         IF RST-CUS-COUNT = 5000
002710             DISPLAY "RELSTMT: CUSTOMER TABLE FULL AT "
002720                 CCT-CUSTOMER-NO " - NO COMBINED STATEMENT"
002730             MOVE 4 TO RETURN-CODE
002740             GO TO 1150-EXIT
002750         END-IF.
002760         ADD 1 TO RST-CUS-COUNT.
002770         MOVE CCT-CUSTOMER-NO TO RST-CUS-NO(RST-CUS-COUNT).
002780         MOVE ZERO TO RST-CUS-ACCOUNTS(RST-CUS-COUNT).
002790 1150-EXIT.
002800         EXIT.
002810*---------------------------------------------------------------
002820*  1300-LOAD-LINKS.  EVERY ACCTXREF ACCOUNT OF AN OPTED-IN
002830*  CUSTOMER, IN ACCOUNT NUMBER ORDER.
002840*---------------------------------------------------------------
002850 1300-LOAD-LINKS.
002860         IF RST-CUS-COUNT = ZERO
002870             GO TO 1300-EXIT
002880         END-IF.
002890         OPEN INPUT ACCOUNT-XREF-FILE.
002900         IF NOT RST-XREF-FILE-OK
002910             DISPLAY "RELSTMT: NO ACCTXREF ON FILE - NO ACCOUNTS "
002920                 "TO STATEMENT"
002930             MOVE 4 TO RETURN-CODE
002940             GO TO 1300-EXIT
002950         END-IF.
002960         MOVE "N" TO RST-EOF-SWITCH.
002970         PERFORM 1350-LOAD-ONE-LINK THRU 1350-EXIT
002980             UNTIL RST-AT-END.
002990         CLOSE ACCOUNT-XREF-FILE.
003000 1300-EXIT.
003010         EXIT.
003020 1350-LOAD-ONE-LINK.
003030         READ ACCOUNT-XREF-FILE NEXT RECORD
003040             AT END
003050                 MOVE "Y" TO RST-EOF-SWITCH
003060                 GO TO 1350-EXIT
003070         END-READ.
003080         SET RST-CUS-IDX TO 1.
003090         SEARCH RST-CUS-ENTRY
003100             AT END
003110                 GO TO 1350-EXIT
003120             WHEN RST-CUS-IDX > RST-CUS-COUNT
003130                 GO TO 1350-EXIT
003140             WHEN RST-CUS-NO(RST-CUS-IDX) = AXR-CUSTOMER-NO
003150                 CONTINUE
003160         END-SEARCH.
003170         IF RST-ACC-COUNT = 10000
003180             DISPLAY "RELSTMT: ACCOUNT TABLE FULL AT "
003190                 AXR-ACCOUNT-NO " - LEFT OFF ITS STATEMENT"
003200             MOVE 4 TO RETURN-CODE
003210             MOVE "Y" TO RST-EOF-SWITCH
003220             GO TO 1350-EXIT
003230         END-IF.
003240         ADD 1 TO RST-ACC-COUNT.
003250         SET RST-ACC-IDX TO RST-ACC-COUNT.
003260         MOVE AXR-ACCOUNT-NO TO RST-ACC-ACCOUNT(RST-ACC-IDX).
003270         SET RST-ACC-CUSTOMER-SUB(RST-ACC-IDX) TO RST-CUS-IDX.
003280         MOVE SPACES TO RST-ACC-BRANCH(RST-ACC-IDX).
003290         MOVE SPACES TO RST-ACC-CURRENCY(RST-ACC-IDX).
003300         MOVE ZERO TO RST-ACC-BALANCE(RST-ACC-IDX).
003310         MOVE "N" TO RST-ACC-ON-FILE(RST-ACC-IDX).
003320         ADD 1 TO RST-CUS-ACCOUNTS(RST-CUS-IDX).
003330 1350-EXIT.
003340         EXIT.
003350*---------------------------------------------------------------
003360*  1500-LOAD-BALANCES.  BRANCH, CURRENCY AND CURRENT BALANCE
003370*  FOR EACH TABLED ACCOUNT FROM ONE PASS OF ACCTBAL.
003380*---------------------------------------------------------------
003390 1500-LOAD-BALANCES.
003400         IF RST-ACC-COUNT = ZERO
003410             GO TO 1500-EXIT
003420         END-IF.
003430         OPEN INPUT BALANCE-FILE.
003440         IF NOT RST-BALANCE-FILE-OK
003450             DISPLAY "RELSTMT: ACCTBAL UNAVAILABLE - STATEMENTS "
003460                 "OPEN FROM ZERO"
003470             GO TO 1500-EXIT
003480         END-IF.
003490         MOVE "N" TO RST-EOF-SWITCH.
003500         PERFORM 1550-LOAD-ONE-BALANCE THRU 1550-EXIT
003510             UNTIL RST-AT-END.
003520         CLOSE BALANCE-FILE.
003530 1500-EXIT.
003540         EXIT.
003550 1550-LOAD-ONE-BALANCE.
003560         READ BALANCE-FILE NEXT RECORD
003570             AT END
003580                 MOVE "Y" TO RST-EOF-SWITCH
003590                 GO TO 1550-EXIT
003600         END-READ.
003610         SET RST-ACC-IDX TO 1.
003620         SEARCH RST-ACC-ENTRY
003630             AT END
003640                 GO TO 1550-EXIT
003650             WHEN RST-ACC-IDX > RST-ACC-COUNT
003660                 GO TO 1550-EXIT
003670             WHEN RST-ACC-ACCOUNT(RST-ACC-IDX) = ABL-ACCOUNT-NO
003680                 CONTINUE
003690         END-SEARCH.
003700         MOVE ABL-BRANCH-CODE TO RST-ACC-BRANCH(RST-ACC-IDX).
003710         MOVE ABL-CURRENCY-CODE TO RST-ACC-CURRENCY(RST-ACC-IDX).
003720         MOVE ABL-CURRENT-BALANCE TO RST-ACC-BALANCE(RST-ACC-IDX).
003730         MOVE "Y" TO RST-ACC-ON-FILE(RST-ACC-IDX).
003740 1550-EXIT.
003750         EXIT.
003760 1700-OPEN-HISTORY.
003770         IF RST-ACC-COUNT = ZERO
003780             GO TO 1700-EXIT
003790         END-IF.
003800         OPEN INPUT HISTORY-FILE.
003810         IF RST-HISTORY-FILE-OK
003820             SET RST-HISTORY-OPEN TO TRUE
003830         ELSE
003840             DISPLAY "RELSTMT: TXNHIST UNAVAILABLE, STATUS = "
003850                 RST-HISTORY-FILE-STATUS
003860                 " - ACCOUNT SECTIONS LIST NO ITEMS"
003870             MOVE 4 TO RETURN-CODE
003880         END-IF.
003890 1700-EXIT.
003900         EXIT.
003910*---------------------------------------------------------------
003920*  2000-PRODUCE-STATEMENT.  ONE CUSTOMER'S COMBINED STATEMENT:
003930*  MAILCHK FIRST (A HELD CUSTOMER PRINTS NOTHING), THEN THE
003940*  HEADING, THE SUMMARY, EACH ACCOUNT'S SECTION AND THE TOTALS.
003950*---------------------------------------------------------------
003960 2000-PRODUCE-STATEMENT.
003970         IF RST-CUS-ACCOUNTS(RST-CUS-SUB) = ZERO
003980             ADD 1 TO RST-NO-ACCOUNT-COUNT
003990             GO TO 2000-EXIT
004000         END-IF.
004010         MOVE SPACES TO MAIL-CHECK-AREA.
004020         MOVE "C" TO MCK-FUNCTION.
004030         MOVE RST-CUS-NO(RST-CUS-SUB) TO MCK-CUSTOMER-NO.
004040         MOVE "RELSTMT" TO MCK-PROGRAM.
004050         STRING "COMBINED STATEMENT " RST-STATEMENT-MONTH
004060             DELIMITED BY SIZE INTO MCK-ITEM-DESC.
004070         CALL "MAILCHK" USING MAIL-CHECK-AREA.
004080         IF MCK-HELD
004090             ADD 1 TO RST-HELD-COUNT
004100             GO TO 2000-EXIT
004110         END-IF.
004120         MOVE ZERO TO RST-REL-ACCOUNTS.
004130         MOVE ZERO TO RST-REL-BALANCE.
004140         MOVE ZERO TO RST-REL-CREDITS.
004150         MOVE ZERO TO RST-REL-DEBITS.
004160         MOVE ZERO TO RST-REL-NO-RATE.
004170         PERFORM 2100-PRINT-HEADING THRU 2100-EXIT.
004180         PERFORM 2200-PRINT-SUMMARY THRU 2200-EXIT.
004190         PERFORM 3000-PRINT-ACCOUNT-SECTION THRU 3000-EXIT
004200             VARYING RST-ACC-SUB FROM 1 BY 1
004210             UNTIL RST-ACC-SUB > RST-ACC-COUNT.
004220         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
004230         ADD 1 TO RST-STATEMENT-COUNT.
004240 2000-EXIT.
004250         EXIT.
004260 2100-PRINT-HEADING.
004270         ADD 1 TO RST-PAGE-COUNT.
004280         MOVE RST-PAGE-COUNT TO RST-PAGE-NO-EDIT.
004290         MOVE SPACES TO STATEMENT-RECORD.
004300         WRITE STATEMENT-RECORD.
004310         MOVE SPACES TO STATEMENT-RECORD.
004320         STRING "COMBINED RELATIONSHIP STATEMENT   CUSTOMER "
004330             RST-CUS-NO(RST-CUS-SUB)
004340             "   MONTH " RST-STATEMENT-MONTH
004350             "   RUN DATE: " RST-RUN-DATE
004360             "   PAGE: " RST-PAGE-NO-EDIT
004370             DELIMITED BY SIZE INTO STATEMENT-RECORD.
004380         WRITE STATEMENT-RECORD.
004390         MOVE MCK-CUSTOMER-NAME TO STATEMENT-RECORD.
004400         WRITE STATEMENT-RECORD.
004410         IF NOT MCK-SEND
004420             GO TO 2100-EXIT
004430         END-IF.
004440         MOVE MCK-ADDRESS-LINE-1 TO STATEMENT-RECORD.
004450         WRITE STATEMENT-RECORD.
004460         IF MCK-ADDRESS-LINE-2 NOT = SPACES
004470             MOVE MCK-ADDRESS-LINE-2 TO STATEMENT-RECORD
004480             WRITE STATEMENT-RECORD
004490         END-IF.
004500         MOVE SPACES TO STATEMENT-RECORD.
004510         STRING MCK-CITY DELIMITED BY "  "
004520             " " MCK-REGION " " MCK-POSTAL-CODE
004530             " " MCK-COUNTRY
004540             DELIMITED BY SIZE INTO STATEMENT-RECORD.
004550         WRITE STATEMENT-RECORD.
004560 2100-EXIT.
004570         EXIT.
004580 2200-PRINT-SUMMARY.
004590         MOVE SPACES TO STATEMENT-RECORD.
004600         WRITE STATEMENT-RECORD.
004610         MOVE "RELATIONSHIP SUMMARY" TO STATEMENT-RECORD.
004620         WRITE STATEMENT-RECORD.
004630         MOVE "ACCOUNT    BRANCH CCY" TO STATEMENT-RECORD.
004640         MOVE "BALANCE" TO STATEMENT-RECORD(31:7).
004650         MOVE "LOCAL EQUIVALENT" TO STATEMENT-RECORD(40:16).
004660         WRITE STATEMENT-RECORD.
004670         PERFORM 2250-PRINT-SUMMARY-LINE THRU 2250-EXIT
004680             VARYING RST-ACC-SUB FROM 1 BY 1
004690             UNTIL RST-ACC-SUB > RST-ACC-COUNT.
004700 2200-EXIT.
004710         EXIT.
004720 2250-PRINT-SUMMARY-LINE.
004730         IF RST-ACC-CUSTOMER-SUB(RST-ACC-SUB) NOT = RST-CUS-SUB
004740             GO TO 2250-EXIT
004750         END-IF.
004760         PERFORM 2300-SET-LOCAL-BALANCE THRU 2300-EXIT.
004770         MOVE RST-ACC-BALANCE(RST-ACC-SUB) TO RST-BALANCE-EDIT.
004780         MOVE RST-LOCAL-BALANCE TO RST-LOCAL-EDIT.
004790         MOVE SPACES TO STATEMENT-RECORD.
004800         STRING RST-ACC-ACCOUNT(RST-ACC-SUB) " "
004810             RST-ACC-BRANCH(RST-ACC-SUB) "    "
004820             RST-ACC-CURRENCY(RST-ACC-SUB) " " RST-BALANCE-EDIT
004830             "   " RST-LOCAL-EDIT
004840             DELIMITED BY SIZE INTO STATEMENT-RECORD.
004850         IF NOT FXC-SUCCESSFUL
004860             MOVE "NO RATE" TO STATEMENT-RECORD(49:7)
004870             ADD 1 TO RST-REL-NO-RATE
004880         END-IF.
004890         IF NOT RST-ACC-HAS-BALANCE(RST-ACC-SUB)
004900             MOVE "NOT ON ACCTBAL" TO STATEMENT-RECORD(58:14)
004910         END-IF.
004920         WRITE STATEMENT-RECORD.
004930         ADD 1 TO RST-REL-ACCOUNTS.
004940         ADD RST-LOCAL-BALANCE TO RST-REL-BALANCE.
004950 2250-EXIT.
004960         EXIT.
004970*  A FOREIGN BALANCE AT ITS CURRATES LOCAL EQUIVALENT -- ZERO,
004980*  AND LEFT OUT OF THE TOTAL, WHEN THERE IS NO RATE.
004990 2300-SET-LOCAL-BALANCE.
005000         MOVE RST-ACC-BALANCE(RST-ACC-SUB) TO RST-LOCAL-BALANCE.
005010         MOVE ZERO TO FXC-RETURN-CODE.
005020         IF RST-ACC-CURRENCY(RST-ACC-SUB) = SPACES
005030             GO TO 2300-EXIT
005040         END-IF.
005050         MOVE "C" TO FXC-FUNCTION.
005060         MOVE RST-ACC-CURRENCY(RST-ACC-SUB) TO FXC-FROM-CURRENCY.
005070         MOVE SPACES TO FXC-TO-CURRENCY.
005080         MOVE RST-ACC-BALANCE(RST-ACC-SUB) TO FXC-FROM-AMOUNT.
005090         CALL "FXCONV" USING FX-CONVERT-AREA.
005100         IF FXC-SUCCESSFUL
005110             MOVE FXC-RESULT-AMOUNT TO RST-LOCAL-BALANCE
005120         ELSE
005130             MOVE ZERO TO RST-LOCAL-BALANCE
005140         END-IF.
005150 2300-EXIT.
005160         EXIT.
005170*---------------------------------------------------------------
005180*  3000-PRINT-ACCOUNT-SECTION.  THE ACCOUNT'S MONTH FROM
005190*  TXNHIST.  ITEMS ARE HELD ON HISTORY AT THEIR LOCAL
005200*  EQUIVALENT; A FOREIGN ACCOUNT SHOWS EACH IN ITS OWN CURRENCY.
005210*  OPENING IS THE ACCTBAL BALANCE LESS THE MONTH'S NET, THE WAY
005220*  STMTGEN WORKS IT.
005230*---------------------------------------------------------------
005240 3000-PRINT-ACCOUNT-SECTION.
005250         IF RST-ACC-CUSTOMER-SUB(RST-ACC-SUB) NOT = RST-CUS-SUB
005260             GO TO 3000-EXIT
005270         END-IF.
005280         MOVE ZERO TO RST-ITEM-COUNT.
005290         MOVE ZERO TO RST-ITEMS-TOTAL.
005300         MOVE ZERO TO RST-ACCT-NET.
005310         IF RST-HISTORY-OPEN
005320             PERFORM 3100-GATHER-ITEMS THRU 3100-EXIT
005330         END-IF.
005340         IF RST-ACC-HAS-BALANCE(RST-ACC-SUB)
005350             MOVE RST-ACC-BALANCE(RST-ACC-SUB)
005360                 TO RST-CLOSING-BALANCE
005370             COMPUTE RST-OPENING-BALANCE =
005380                 RST-CLOSING-BALANCE - RST-ACCT-NET
005390         ELSE
005400             MOVE ZERO TO RST-OPENING-BALANCE
005410             MOVE RST-ACCT-NET TO RST-CLOSING-BALANCE
005420         END-IF.
005430         MOVE SPACES TO STATEMENT-RECORD.
005440         WRITE STATEMENT-RECORD.
005450         MOVE SPACES TO STATEMENT-RECORD.
005460         STRING "ACCOUNT SECTION   ACCOUNT "
005470             RST-ACC-ACCOUNT(RST-ACC-SUB)
005480             "   BRANCH " RST-ACC-BRANCH(RST-ACC-SUB)
005490             DELIMITED BY SIZE INTO STATEMENT-RECORD.
005500         IF RST-ACC-CURRENCY(RST-ACC-SUB) NOT = SPACES
005510             STRING "   CURRENCY: " RST-ACC-CURRENCY(RST-ACC-SUB)
005520                 DELIMITED BY SIZE INTO STATEMENT-RECORD(50:)
005530         END-IF.
005540         WRITE STATEMENT-RECORD.
005550         MOVE RST-OPENING-BALANCE TO RST-BALANCE-EDIT.
005560         MOVE SPACES TO STATEMENT-RECORD.
005570         STRING "OPENING BALANCE " RST-BALANCE-EDIT
005580             DELIMITED BY SIZE INTO STATEMENT-RECORD.
005590         IF NOT RST-ACC-HAS-BALANCE(RST-ACC-SUB)
005600             MOVE "OPENING BALANCE UNAVAILABLE - BALANCE MASTER"
005610                 TO STATEMENT-RECORD(40:45)
005620         END-IF.
005630         WRITE STATEMENT-RECORD.
005640         MOVE "DATE     TY       AMOUNT D/C CCY"
005650             TO STATEMENT-RECORD.
005660         WRITE STATEMENT-RECORD.
005670         MOVE "-------- -- ------------ --- ---"
005680             TO STATEMENT-RECORD.
005690         WRITE STATEMENT-RECORD.
005700         PERFORM 3300-PRINT-ONE-ITEM THRU 3300-EXIT
005710             VARYING RST-ITEM-SUB FROM 1 BY 1
005720             UNTIL RST-ITEM-SUB > RST-ITEM-COUNT.
005730         IF RST-ITEMS-TOTAL > RST-ITEM-COUNT
005740             MOVE SPACES TO STATEMENT-RECORD
005750             COMPUTE RST-COUNT-EDIT =
005760                 RST-ITEMS-TOTAL - RST-ITEM-COUNT
005770             STRING "... " RST-COUNT-EDIT
005780                 " FURTHER ITEM(S) IN THE NET BUT NOT LISTED"
005790                 DELIMITED BY SIZE INTO STATEMENT-RECORD
005800             WRITE STATEMENT-RECORD
005810         END-IF.
005820         MOVE RST-ACCT-NET TO RST-NET-EDIT.
005830         MOVE SPACES TO STATEMENT-RECORD.
005840         STRING "MONTH NET MOVEMENT " RST-NET-EDIT
005850             DELIMITED BY SIZE INTO STATEMENT-RECORD.
005860         WRITE STATEMENT-RECORD.
005870         MOVE RST-CLOSING-BALANCE TO RST-BALANCE-EDIT.
005880         MOVE SPACES TO STATEMENT-RECORD.
005890         STRING "CLOSING BALANCE " RST-BALANCE-EDIT
005900             DELIMITED BY SIZE INTO STATEMENT-RECORD.
005910         WRITE STATEMENT-RECORD.
005920         ADD 1 TO RST-ACCOUNT-SECTIONS.
005930         ADD RST-ITEMS-TOTAL TO RST-TXN-LINE-COUNT.
005940 3000-EXIT.
005950         EXIT.
005960*  THE MONTH'S POSTINGS: A KEYED START AT THE FIRST OF THE
005970*  MONTH, THEN FORWARD UNTIL THE ACCOUNT OR THE MONTH CHANGES.
005980 3100-GATHER-ITEMS.
005990         MOVE RST-ACC-ACCOUNT(RST-ACC-SUB) TO RST-HSK-ACCOUNT-NO.
006000         MOVE RST-STATEMENT-MONTH TO RST-HSK-POST-DATE(1:6).
006010         MOVE 01 TO RST-HSK-POST-DATE(7:2).
006020         MOVE ZERO TO RST-HSK-SEQUENCE.
006030         MOVE RST-HISTORY-START-KEY TO THR-KEY.
006040         START HISTORY-FILE KEY NOT < THR-KEY
006050             INVALID KEY
006060                 GO TO 3100-EXIT
006070         END-START.
006080         MOVE "N" TO RST-ITEMS-SWITCH.
006090         PERFORM 3200-GATHER-ONE-ITEM THRU 3200-EXIT
006100             UNTIL RST-ITEMS-DONE.
006110 3100-EXIT.
006120         EXIT.
006130 3200-GATHER-ONE-ITEM.
006140         READ HISTORY-FILE NEXT RECORD
006150             AT END
006160                 SET RST-ITEMS-DONE TO TRUE
006170                 GO TO 3200-EXIT
006180         END-READ.
006190         IF THR-ACCOUNT-NO NOT = RST-ACC-ACCOUNT(RST-ACC-SUB)
006200             OR THR-POST-DATE(1:6) NOT = RST-STATEMENT-MONTH
006210             SET RST-ITEMS-DONE TO TRUE
006220             GO TO 3200-EXIT
006230         END-IF.
006240         MOVE THR-AMOUNT TO RST-ITEM-AMOUNT.
006250         MOVE ZERO TO FXC-RETURN-CODE.
006260         IF RST-ACC-CURRENCY(RST-ACC-SUB) NOT = SPACES
006270             MOVE "C" TO FXC-FUNCTION
006280             MOVE SPACES TO FXC-FROM-CURRENCY
006290             MOVE RST-ACC-CURRENCY(RST-ACC-SUB) TO FXC-TO-CURRENCY
006300             MOVE THR-AMOUNT TO FXC-FROM-AMOUNT
006310             CALL "FXCONV" USING FX-CONVERT-AREA
006320             MOVE FXC-RESULT-AMOUNT TO RST-ITEM-AMOUNT
006330         END-IF.
006340         ADD 1 TO RST-ITEMS-TOTAL.
006350         IF FXC-SUCCESSFUL
006360             IF THR-IS-CREDIT
006370                 SUBTRACT RST-ITEM-AMOUNT FROM RST-ACCT-NET
006380             ELSE
006390                 ADD RST-ITEM-AMOUNT TO RST-ACCT-NET
006400             END-IF
006410         ELSE
006420             ADD 1 TO RST-NO-RATE-COUNT
006430         END-IF.
006440         IF THR-IS-CREDIT
006450             ADD THR-AMOUNT TO RST-REL-CREDITS
006460         ELSE
006470             ADD THR-AMOUNT TO RST-REL-DEBITS
006480         END-IF.
006490         IF RST-ITEM-COUNT = 200
006500             GO TO 3200-EXIT
006510         END-IF.
006520         ADD 1 TO RST-ITEM-COUNT.
006530         MOVE THR-TRANS-DATE
006540             TO RST-ITM-TRANS-DATE(RST-ITEM-COUNT).
006550         MOVE THR-RECORD-TYPE
006560             TO RST-ITM-RECORD-TYPE(RST-ITEM-COUNT).
006570         MOVE RST-ITEM-AMOUNT TO RST-ITM-AMOUNT(RST-ITEM-COUNT).
006580         MOVE THR-DC-INDICATOR
006590             TO RST-ITM-DC-INDICATOR(RST-ITEM-COUNT).
006600         MOVE THR-CURRENCY-CODE
006610             TO RST-ITM-CURRENCY-CODE(RST-ITEM-COUNT).
006620         MOVE "Y" TO RST-ITM-RATE-SWITCH(RST-ITEM-COUNT).
006630         IF NOT FXC-SUCCESSFUL
006640             MOVE "N" TO RST-ITM-RATE-SWITCH(RST-ITEM-COUNT)
006650         END-IF.
006660 3200-EXIT.
006670         EXIT.
006680 3300-PRINT-ONE-ITEM.
006690         MOVE RST-ITM-AMOUNT(RST-ITEM-SUB) TO RST-AMOUNT-EDIT.
006700         MOVE SPACES TO STATEMENT-RECORD.
006710         STRING RST-ITM-TRANS-DATE(RST-ITEM-SUB) " "
006720             RST-ITM-RECORD-TYPE(RST-ITEM-SUB) " "
006730             RST-AMOUNT-EDIT " "
006740             RST-ITM-DC-INDICATOR(RST-ITEM-SUB) "   "
006750             RST-ITM-CURRENCY-CODE(RST-ITEM-SUB)
006760             DELIMITED BY SIZE INTO STATEMENT-RECORD.
006770         IF RST-ITM-NO-RATE(RST-ITEM-SUB)
006780             MOVE "     NO RATE" TO STATEMENT-RECORD(13:12)
006790             MOVE "NOT IN THE NET - NO RATE"
006800                 TO STATEMENT-RECORD(35:24)
006810         END-IF.
006820         WRITE STATEMENT-RECORD.
006830 3300-EXIT.
006840         EXIT.
006850*---------------------------------------------------------------
006860*  4000-PRINT-TOTALS.  THE RELATIONSHIP IN LOCAL CURRENCY: THE
006870*  SUMMARY'S BALANCES AND THE MONTH'S CREDITS AND DEBITS AS
006880*  POSTED.
006890*---------------------------------------------------------------
006900 4000-PRINT-TOTALS.
006910         MOVE SPACES TO STATEMENT-RECORD.
006920         WRITE STATEMENT-RECORD.
006930         MOVE "RELATIONSHIP TOTALS (LOCAL CURRENCY)"
006940             TO STATEMENT-RECORD.
006950         WRITE STATEMENT-RECORD.
006960         MOVE RST-REL-ACCOUNTS TO RST-COUNT-EDIT.
006970         MOVE SPACES TO STATEMENT-RECORD.
006980         STRING "ACCOUNTS              " RST-COUNT-EDIT
006990             DELIMITED BY SIZE INTO STATEMENT-RECORD.
007000         WRITE STATEMENT-RECORD.
007010         MOVE RST-REL-BALANCE TO RST-TOTAL-EDIT.
007020         MOVE SPACES TO STATEMENT-RECORD.
007030         STRING "TOTAL BALANCE   " RST-TOTAL-EDIT
007040             DELIMITED BY SIZE INTO STATEMENT-RECORD.
007050         IF RST-REL-NO-RATE > ZERO
007060             MOVE "EXCLUDES BALANCES WITH NO RATE"
007070                 TO STATEMENT-RECORD(40:30)
007080         END-IF.
007090         WRITE STATEMENT-RECORD.
007100         MOVE RST-REL-CREDITS TO RST-TOTAL-EDIT.
007110         MOVE SPACES TO STATEMENT-RECORD.
007120         STRING "MONTH CREDITS   " RST-TOTAL-EDIT
007130             DELIMITED BY SIZE INTO STATEMENT-RECORD.
007140         WRITE STATEMENT-RECORD.
007150         MOVE RST-REL-DEBITS TO RST-TOTAL-EDIT.
007160         MOVE SPACES TO STATEMENT-RECORD.
007170         STRING "MONTH DEBITS    " RST-TOTAL-EDIT
007180             DELIMITED BY SIZE INTO STATEMENT-RECORD.
007190         WRITE STATEMENT-RECORD.
007200 4000-EXIT.
007210         EXIT.
007220 8000-TERMINATE.
007230         IF RST-HISTORY-OPEN
007240             CLOSE HISTORY-FILE
007250         END-IF.
007260         IF RST-READY
007270             MOVE SPACES TO STATEMENT-RECORD
007280             STRING "STATEMENT RUN CONTROL: STATEMENTS "
007290                 RST-STATEMENT-COUNT " ACCOUNTS "
007300                 RST-ACCOUNT-SECTIONS " TXN LINES "
007310                 RST-TXN-LINE-COUNT
007320                 DELIMITED BY SIZE INTO STATEMENT-RECORD
007330             WRITE STATEMENT-RECORD
007340             CLOSE STATEMENT-FILE
007350             MOVE "E" TO MCK-FUNCTION
007360             CALL "MAILCHK" USING MAIL-CHECK-AREA
007370             PERFORM 8500-CATALOG-STATEMENT-RUN THRU 8500-EXIT
007380         END-IF.
007390         IF RST-NO-RATE-COUNT > ZERO
007400             DISPLAY "RELSTMT: " RST-NO-RATE-COUNT
007410                 " ITEM(S) LISTED AS NOT IN THE NET - NO RATE"
007420         END-IF.
007430         DISPLAY "----------------------------------------------".
007440         DISPLAY "CUSTOMERS OPTED IN   = " RST-OPTED-COUNT.
007450         DISPLAY "NO LINKED ACCOUNTS   = " RST-NO-ACCOUNT-COUNT.
007460         DISPLAY "STATEMENTS PRINTED   = " RST-STATEMENT-COUNT.
007470         DISPLAY "HELD - RETURNED MAIL = " RST-HELD-COUNT.
007480         DISPLAY "ACCOUNT SECTIONS     = " RST-ACCOUNT-SECTIONS.
007490         DISPLAY "TXN LINES            = " RST-TXN-LINE-COUNT.
007500         DISPLAY "RELSTMT: JOB COMPLETE, RETURN CODE "
007510             RETURN-CODE.
007520 8000-EXIT.
007530         EXIT.
007540*---------------------------------------------------------------
007550*  8500-CATALOG-STATEMENT-RUN.  ONE STMTCATL ROW FOR THE RUN,
007560*  CHANNEL "R", SO STMTRPRN CAN FIND IT.  CATALOG TROUBLE IS
007570*  NOTED AND SWALLOWED, AS IN STMTGEN.
007580*---------------------------------------------------------------
007590 8500-CATALOG-STATEMENT-RUN.
007600         OPEN EXTEND STATEMENT-CATALOG-FILE.
007610         IF NOT RST-STMCAT-FILE-OK
007620             OPEN OUTPUT STATEMENT-CATALOG-FILE
007630         END-IF.
007640         IF NOT RST-STMCAT-FILE-OK
007650             DISPLAY "RELSTMT: STMTCATL UNAVAILABLE, STATUS = "
007660                 RST-STMCAT-FILE-STATUS
007670             GO TO 8500-EXIT
007680         END-IF.
007690         MOVE SPACES TO STATEMENT-CATALOG-RECORD.
007700         MOVE RST-STATEMENT-MONTH TO SMC-STMT-MONTH.
007710         MOVE RST-RUN-DATE TO SMC-RUN-DATE.
007720         MOVE RST-RUN-TIME TO SMC-RUN-TIME.
007730         MOVE RST-STATEMENT-FILENAME TO SMC-FILENAME.
007740         MOVE RST-STATEMENT-COUNT TO SMC-STATEMENT-COUNT.
007750         MOVE "A" TO SMC-STATUS.
007760         MOVE "R" TO SMC-CHANNEL.
007770         WRITE STATEMENT-CATALOG-RECORD.
007780         CLOSE STATEMENT-CATALOG-FILE.
007790 8500-EXIT.
007800         EXIT.
