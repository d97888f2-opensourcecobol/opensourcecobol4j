000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 TXNSEL.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  AD HOC TRANSACTION HISTORY EXTRACT.  "ALL ITEMS OVER 10,000
000180*  AT BRANCH 003 OF TYPE 02 IN AUGUST" OR "ALL ACTIVITY ON
000190*  THESE FORTY ACCOUNTS" USED TO MEAN A ONE-OFF PROGRAM OR AN
000200*  AFTERNOON AT ACCTHINQ.  THIS UTILITY IS DRIVEN BY A DECK
000210*  OF SELECTION CARDS ON TXNSELC (KEYWORD=VALUE, ONE PER
000220*  LINE, "*" IN COLUMN 1 FOR A COMMENT -- THE PARMCARD WAY):
000230*    USERID=     THE REQUESTING OPERATOR (REQUIRED).
000240*    TITLE=      FREE TEXT FOR THE CONTROL PAGE.
000250*    DATEFROM=   DATETO=  YYYYMMDD, INCLUSIVE.
000260*    DATEBASIS=  POST (DEFAULT) OR TRANS -- WHICH DATE THE
000270*                RANGE APPLIES TO.
000280*    BRANCH=     ONE BRANCH CODE.
000290*    REGION=     EVERY BRANCH OF A REGION, PER BRNCHMST.
000300*    ACCTLIST=   NAME OF A FILE OF ACCOUNT NUMBERS, ONE PER
000310*                LINE IN COLUMNS 1-10 (UP TO 1000).
000320*    RECTYPE=    ONE RECORD TYPE.
000330*    AMOUNTMIN=  AMOUNTMAX=  INCLUSIVE, E.G. 10000 OR 10000.00.
000340*    DCIND=      D (DEBITS) OR C (CREDITS).
000350*    CURRENCY=   A CURRENCY CODE, OR LOCAL FOR LOCAL CURRENCY.
000360*    FORMAT=     CSV (DEFAULT, WITH A HEADING LINE) OR FIXED.
000370*    COLUMNS=    OUTPUT COLUMNS IN ORDER, COMMA SEPARATED, FROM
000380*                ACCOUNT POSTDATE SEQUENCE BRANCH REGION
000390*                RECTYPE TRANDATE AMOUNT DCIND CURRENCY.  MORE
000400*                THAN ONE COLUMNS CARD ADDS ON.  DEFAULT IS
000410*                BRANCH ACCOUNT POSTDATE TRANDATE RECTYPE
000420*                AMOUNT DCIND CURRENCY.
000430*    OUTFILE=    OUTPUT FILE NAME (DEFAULT TXNSELO).
000440*  AN ACCOUNT LIST IS READ BY KEY, ACCOUNT BY ACCOUNT; ANY
000450*  OTHER SELECTION BROWSES TXNHIST FROM THE TOP.  ACCOUNT
000460*  NUMBERS GO OUT MASKED THROUGH MASKACCT UNLESS OPERAUTH
000470*  GIVES THE OPERATOR INVESTIGATE RIGHTS -- THE SAME RIGHT
000480*  THAT OPENS THE DETOKEN AND CASE CHANNELS; AN UNKNOWN OR
000490*  CLOSED OPERATOR IS REFUSED.  TXNSELR IS THE CONTROL-TOTAL
000500*  PAGE: THE CARDS, WHO ASKED, WHETHER ACCOUNTS ARE IN THE
000510*  CLEAR, RECORDS READ, ITEMS SELECTED, DEBIT AND CREDIT
000520*  COUNTS AND AMOUNTS, AND ANY LISTED ACCOUNT WITH NO HISTORY.
000530*  EVERY RUN IS LOGGED THROUGH EVLOG.  RC 0 ITEMS SELECTED, 4
000540*  NOTHING SELECTED, 8 A FILE COULD NOT BE OPENED, 16 A BAD
000550*  CARD OR AN OPERATOR REFUSED (NOTHING IS WRITTEN).
000560*  ------------------------------------------------------------
000570*  MODIFICATION HISTORY
000580*  ------------------------------------------------------------
000590*  DATE       BY   DESCRIPTION
000600*  ---------- ---- --------------------------------------------
000610*  10/15/2026 DCG  ORIGINAL PROGRAM.
000620*---------------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.
000660         LINUX.
000670 OBJECT-COMPUTER.
000680         LINUX.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710         SELECT CARD-FILE ASSIGN TO "TXNSELC"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS TSL-CARD-FILE-STATUS.
000740         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS TSL-BRANCH-FILE-STATUS.
000770         SELECT ACCOUNT-LIST-FILE ASSIGN DYNAMIC TSL-ACCTLIST-NAME
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS TSL-ACCTLIST-FILE-STATUS.
000800         SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
000810             ORGANIZATION IS INDEXED
000820             ACCESS MODE IS DYNAMIC
000830             RECORD KEY IS THR-KEY
000840             FILE STATUS IS TSL-HISTORY-FILE-STATUS.
000850         SELECT OUTPUT-FILE ASSIGN DYNAMIC TSL-OUTPUT-NAME
000860             ORGANIZATION IS LINE SEQUENTIAL
000870             FILE STATUS IS TSL-OUTPUT-FILE-STATUS.
000880         SELECT REPORT-FILE ASSIGN TO "TXNSELR"
000890             ORGANIZATION IS LINE SEQUENTIAL
000900             FILE STATUS IS TSL-REPORT-FILE-STATUS.
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  CARD-FILE.
000940 01  CARD-RECORD                 PIC X(80).
000950 FD  BRANCH-MASTER-FILE.
000960     COPY BRNCHREC.
000970 FD  ACCOUNT-LIST-FILE.
000980 01  ACCOUNT-LIST-RECORD.
000990         05  ALS-ACCOUNT-NO          PIC X(10).
001000         05  FILLER                  PIC X(70).
001010 FD  HISTORY-FILE.
001020     COPY TXNHISTC.
001030 FD  OUTPUT-FILE.
001040 01  OUTPUT-RECORD               PIC X(200).
001050 FD  REPORT-FILE.
001060 01  REPORT-RECORD               PIC X(132).
001070 WORKING-STORAGE SECTION.
001080 01  TSL-FILE-STATUS-VALUES.
001090         05  TSL-CARD-FILE-STATUS    PIC X(02).
001100             88  TSL-CARD-FILE-OK        VALUE "00".
001110         05  TSL-BRANCH-FILE-STATUS  PIC X(02).
001120             88  TSL-BRANCH-FILE-OK      VALUE "00".
001130         05  TSL-ACCTLIST-FILE-STATUS PIC X(02).
001140             88  TSL-ACCTLIST-FILE-OK    VALUE "00".
001150         05  TSL-HISTORY-FILE-STATUS PIC X(02).
001160             88  TSL-HISTORY-FILE-OK     VALUE "00".
001170         05  TSL-OUTPUT-FILE-STATUS  PIC X(02).
001180             88  TSL-OUTPUT-FILE-OK      VALUE "00".
001190         05  TSL-REPORT-FILE-STATUS  PIC X(02).
001200             88  TSL-REPORT-FILE-OK      VALUE "00".
001210 01  TSL-SWITCHES.
001220         05  TSL-CARD-EOF-SWITCH     PIC X(01) VALUE "N".
001230             88  TSL-CARDS-AT-END        VALUE "Y".
001240         05  TSL-BRM-EOF-SWITCH      PIC X(01) VALUE "N".
001250             88  TSL-BRANCHES-AT-END     VALUE "Y".
001260         05  TSL-ALS-EOF-SWITCH      PIC X(01) VALUE "N".
001270             88  TSL-LIST-AT-END         VALUE "Y".
001280         05  TSL-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
001290             88  TSL-HISTORY-AT-END      VALUE "Y".
001300         05  TSL-CLEAR-SWITCH        PIC X(01) VALUE "N".
001310             88  TSL-ACCOUNTS-IN-CLEAR   VALUE "Y".
001320         05  TSL-SELECT-SWITCH       PIC X(01) VALUE "N".
001330             88  TSL-ITEM-SELECTED       VALUE "Y".
001340         05  TSL-FILES-OPEN-SWITCH   PIC X(01) VALUE "N".
001350             88  TSL-FILES-OPEN          VALUE "Y".
001360     COPY OPAUTHC.
001370     COPY RUNDATEC.
001380 01  TSL-RUN-DATE                PIC 9(08) VALUE ZERO.
001390 01  TSL-ACCTLIST-NAME           PIC X(30) VALUE SPACES.
001400 01  TSL-OUTPUT-NAME             PIC X(30) VALUE "TXNSELO".
001410*  THE SELECTION IN FORCE ONCE THE CARDS ARE READ.
001420 01  TSL-SELECTION.
001430         05  TSL-USER-ID             PIC X(08) VALUE SPACES.
001440         05  TSL-TITLE               PIC X(60) VALUE SPACES.
001450         05  TSL-DATE-FROM           PIC 9(08) VALUE ZERO.
001460         05  TSL-DATE-TO             PIC 9(08) VALUE 99999999.
001470         05  TSL-DATE-BASIS          PIC X(01) VALUE "P".
001480             88  TSL-BASIS-POST          VALUE "P".
001490             88  TSL-BASIS-TRANS         VALUE "T".
001500         05  TSL-BRANCH              PIC X(03) VALUE SPACES.
001510         05  TSL-REGION              PIC X(03) VALUE SPACES.
001520         05  TSL-RECTYPE             PIC X(02) VALUE SPACES.
001530         05  TSL-AMOUNT-MIN          PIC 9(09)V99 VALUE ZERO.
001540         05  TSL-AMOUNT-MAX          PIC 9(09)V99
001550                                     VALUE 999999999.99.
001560         05  TSL-DC-WANTED           PIC X(01) VALUE SPACES.
001570             88  TSL-ANY-DC              VALUE SPACES.
001580             88  TSL-DEBITS-ONLY         VALUE "D".
001590             88  TSL-CREDITS-ONLY        VALUE "C".
001600         05  TSL-CURRENCY            PIC X(03) VALUE SPACES.
001610         05  TSL-CURRENCY-SWITCH     PIC X(01) VALUE "N".
001620             88  TSL-CURRENCY-SELECTED   VALUE "Y".
001630         05  TSL-FORMAT              PIC X(01) VALUE "C".
001640             88  TSL-FORMAT-CSV          VALUE "C".
001650             88  TSL-FORMAT-FIXED        VALUE "F".
001660*  CARD PARSING -- SAME SHAPE AS SAMPLE'S PARMCARD HANDLING.
001670 01  TSL-CARD-FIELDS.
001680         05  TSL-CARD-WORK           PIC X(80) VALUE SPACES.
001690         05  TSL-CARD-KEYWORD        PIC X(15) VALUE SPACES.
001700         05  TSL-CARD-VALUE          PIC X(64) VALUE SPACES.
001710         05  TSL-CARD-NUMERIC-VALUE  PIC 9(09) VALUE ZERO.
001720         05  TSL-VALUE-LENGTH        PIC 9(03) COMP VALUE ZERO.
001730         05  TSL-VALUE-SCAN-SUB      PIC 9(03) COMP VALUE ZERO.
001740         05  TSL-BAD-CARD-COUNT      PIC 9(03) VALUE ZERO.
001750         05  TSL-ECHO-COUNT          PIC 9(03) COMP VALUE ZERO.
001760         05  TSL-ECHO-LINE OCCURS 30 TIMES
001770                                     PIC X(80).
001780 01  TSL-AMOUNT-PARSE.
001790         05  TSL-AMT-WHOLE-X         PIC X(12) VALUE SPACES.
001800         05  TSL-AMT-FRAC-X          PIC X(12) VALUE SPACES.
001810         05  TSL-WHOLE-LENGTH        PIC 9(03) COMP VALUE ZERO.
001820         05  TSL-FRAC-LENGTH         PIC 9(03) COMP VALUE ZERO.
001830         05  TSL-AMT-BUILD           PIC 9(09)V99 VALUE ZERO.
001840         05  TSL-AMT-BUILD-X REDEFINES TSL-AMT-BUILD
001850                                     PIC X(11).
001860         05  TSL-AMT-WHOLE-WORK      PIC X(09) VALUE ZEROS.
001870         05  TSL-AMT-FRAC-WORK       PIC X(02) VALUE ZEROS.
001880*  OUTPUT COLUMNS, IN THE ORDER ASKED.
001890 01  TSL-COLUMN-TABLE.
001900         05  TSL-COL-COUNT           PIC 9(03) COMP VALUE ZERO.
001910         05  TSL-COL-NAME OCCURS 12 TIMES
001920                                     PIC X(10).
001930 01  TSL-COLUMN-PARSE.
001940         05  TSL-COL-WORK            PIC X(12) VALUE SPACES.
001950         05  TSL-COL-POINTER         PIC 9(03) COMP VALUE ZERO.
001960         05  TSL-COL-SUB             PIC 9(03) COMP VALUE ZERO.
001970 01  TSL-COLUMN-NAMES-LIST.
001980         05  FILLER                  PIC X(10) VALUE "ACCOUNT".
001990         05  FILLER                  PIC X(10) VALUE "POSTDATE".
002000         05  FILLER                  PIC X(10) VALUE "SEQUENCE".
002010         05  FILLER                  PIC X(10) VALUE "BRANCH".
002020         05  FILLER                  PIC X(10) VALUE "REGION".
002030         05  FILLER                  PIC X(10) VALUE "RECTYPE".
002040         05  FILLER                  PIC X(10) VALUE "TRANDATE".
002050         05  FILLER                  PIC X(10) VALUE "AMOUNT".
002060         05  FILLER                  PIC X(10) VALUE "DCIND".
002070         05  FILLER                  PIC X(10) VALUE "CURRENCY".
002080 01  TSL-COLUMN-NAMES REDEFINES TSL-COLUMN-NAMES-LIST.
002090         05  TSL-KNOWN-COLUMN OCCURS 10 TIMES
002100                 INDEXED BY TSL-KNOWN-IDX
002110                                     PIC X(10).
002120*  BRNCHMST, FOR THE REGION SELECTION AND THE REGION COLUMN.
002130 01  TSL-BRANCH-TABLE.
002140         05  TSL-BRANCH-COUNT        PIC 9(03) COMP VALUE ZERO.
002150         05  TSL-BRANCH-ENTRY OCCURS 500 TIMES
002160                 INDEXED BY TSL-BRANCH-IDX.
002170             10  TSL-BRT-BRANCH      PIC X(03).
002180             10  TSL-BRT-REGION      PIC X(03).
002190*  THE ACCOUNT LIST, READ BY KEY IN THE ORDER GIVEN.
002200 01  TSL-ACCOUNT-TABLE.
002210         05  TSL-ACCOUNT-COUNT       PIC 9(04) COMP VALUE ZERO.
002220         05  TSL-ACCOUNT-ENTRY OCCURS 1000 TIMES
002230                 INDEXED BY TSL-ACCOUNT-IDX.
002240             10  TSL-ACT-ACCOUNT     PIC X(10).
002250             10  TSL-ACT-FOUND-SW    PIC X(01).
002260                 88  TSL-ACT-FOUND       VALUE "Y".
002270 01  TSL-COUNTERS.
002280         05  TSL-READ-COUNT          PIC 9(09) VALUE ZERO.
002290         05  TSL-SELECTED-COUNT      PIC 9(09) VALUE ZERO.
002300         05  TSL-DEBIT-COUNT         PIC 9(09) VALUE ZERO.
002310         05  TSL-DEBIT-AMOUNT        PIC 9(13)V99 VALUE ZERO.
002320         05  TSL-CREDIT-COUNT        PIC 9(09) VALUE ZERO.
002330         05  TSL-CREDIT-AMOUNT       PIC 9(13)V99 VALUE ZERO.
002340         05  TSL-NET-AMOUNT          PIC S9(13)V99 VALUE ZERO.
002350         05  TSL-NOT-FOUND-COUNT     PIC 9(04) VALUE ZERO.
002360         05  TSL-LIST-SKIPPED        PIC 9(04) VALUE ZERO.
002370*  ONE OUTPUT LINE AND THE PIECES IT IS BUILT FROM.
002380 01  TSL-OUTPUT-FIELDS.
002390         05  TSL-OUTPUT-LINE         PIC X(200) VALUE SPACES.
002400         05  TSL-OUT-POINTER         PIC 9(03) COMP VALUE ZERO.
002410         05  TSL-DELIMITER           PIC X(01) VALUE ",".
002420         05  TSL-OUT-ACCOUNT         PIC X(10) VALUE SPACES.
002430         05  TSL-OUT-REGION          PIC X(03) VALUE SPACES.
002440         05  TSL-CSV-AMOUNT          PIC Z(08)9.99.
002450         05  TSL-FIXED-AMOUNT        PIC 9(09).99.
002460         05  TSL-LEAD-SPACES         PIC 9(03) COMP VALUE ZERO.
002470 01  TSL-REPORT-FIELDS.
002480         05  TSL-DETAIL-LINE         PIC X(132) VALUE SPACES.
002490         05  TSL-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002500         05  TSL-LINES-PER-PAGE      PIC 9(03) COMP VALUE 60.
002510         05  TSL-PAGE-COUNT          PIC 9(05) VALUE ZERO.
002520         05  TSL-PAGE-NO-EDIT        PIC ZZZZ9.
002530         05  TSL-EDIT-COUNT          PIC ZZZ,ZZZ,ZZ9.
002540         05  TSL-EDIT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
002550         05  TSL-EDIT-NET            PIC -,---,---,---,--9.99.
002560         05  TSL-EDIT-AMT-MIN        PIC ZZZ,ZZZ,ZZ9.99.
002570         05  TSL-EDIT-AMT-MAX        PIC ZZZ,ZZZ,ZZ9.99.
002580         05  TSL-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
002590 01  TSL-EVENT-LOG-FIELDS.
002600         05  TSL-EVL-PROGRAM         PIC X(08) VALUE "TXNSEL".
002610         05  TSL-EVL-SEVERITY        PIC X(01) VALUE "I".
002620         05  TSL-EVL-CODE            PIC X(04) VALUE SPACES.
002630         05  TSL-EVL-TEXT            PIC X(60) VALUE SPACES.
002640 PROCEDURE DIVISION.
002650 0000-MAINLINE.
002660         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670         IF RETURN-CODE > ZERO
002680             GO TO 0000-WRAP-UP
002690         END-IF.
002700         IF TSL-ACCOUNT-COUNT > ZERO
002710             PERFORM 3000-SELECT-ONE-ACCOUNT THRU 3000-EXIT
002720                 VARYING TSL-ACCOUNT-IDX FROM 1 BY 1
002730                 UNTIL TSL-ACCOUNT-IDX > TSL-ACCOUNT-COUNT
002740         ELSE
002750             PERFORM 3500-SELECT-ALL-ACCOUNTS THRU 3500-EXIT
002760         END-IF.
002770         PERFORM 6000-WRITE-CONTROL-PAGE THRU 6000-EXIT.
002780         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002790 0000-WRAP-UP.
002800         DISPLAY "TXNSEL: JOB COMPLETE, RETURN CODE "
002810             RETURN-CODE.
002820         STOP RUN.
002830*---------------------------------------------------------------
002840*  1000-INITIALIZE.  THE CARDS ARE READ AND VALIDATED, THE
002850*  OPERATOR IS CHECKED AND THE REFERENCE FILES LOADED BEFORE
002860*  ANYTHING IS OPENED FOR OUTPUT.
002870*---------------------------------------------------------------
002880 1000-INITIALIZE.
002890         DISPLAY "TXNSEL: AD HOC HISTORY EXTRACT STARTING".
002900         CALL "RUNDATE" USING RUN-DATE-AREA.
002910         MOVE RDT-RUN-DATE TO TSL-RUN-DATE.
002920         OPEN INPUT CARD-FILE.
002930         IF NOT TSL-CARD-FILE-OK
002940             DISPLAY "TXNSEL: NO TXNSELC SELECTION CARDS, "
002950                 "STATUS = " TSL-CARD-FILE-STATUS
002960             MOVE 16 TO RETURN-CODE
002970             GO TO 1000-EXIT
002980         END-IF.
002990         PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
003000             UNTIL TSL-CARDS-AT-END.
003010         CLOSE CARD-FILE.
003020         IF TSL-USER-ID = SPACES
003030             DISPLAY "TXNSEL: NO USERID CARD - THE REQUESTING "
003040                 "OPERATOR MUST BE NAMED"
003050             ADD 1 TO TSL-BAD-CARD-COUNT
003060         END-IF.
003070         IF TSL-DATE-FROM > TSL-DATE-TO
003080             DISPLAY "TXNSEL: DATEFROM IS AFTER DATETO"
003090             ADD 1 TO TSL-BAD-CARD-COUNT
003100         END-IF.
003110         IF TSL-AMOUNT-MIN > TSL-AMOUNT-MAX
003120             DISPLAY "TXNSEL: AMOUNTMIN IS ABOVE AMOUNTMAX"
003130             ADD 1 TO TSL-BAD-CARD-COUNT
003140         END-IF.
003150         IF TSL-BAD-CARD-COUNT > ZERO
003160             DISPLAY "TXNSEL: " TSL-BAD-CARD-COUNT
003170                 " BAD CARD(S) - RUN ABENDED BEFORE PROCESSING,"
003180                 " FIX THE DECK AND RESUBMIT"
003190             MOVE 16 TO RETURN-CODE
003200             GO TO 1000-EXIT
003210         END-IF.
003220         IF TSL-COL-COUNT = ZERO
003230             PERFORM 1400-DEFAULT-COLUMNS THRU 1400-EXIT
003240         END-IF.
003250         MOVE TSL-USER-ID TO OPA-USER-ID.
003260         MOVE "I" TO OPA-FUNCTION.
003270         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
003280         EVALUATE TRUE
003290             WHEN OPA-GRANTED
003300                 SET TSL-ACCOUNTS-IN-CLEAR TO TRUE
003310             WHEN OPA-NOT-AUTHORIZED
003320                 MOVE "N" TO TSL-CLEAR-SWITCH
003330             WHEN OTHER
003340                 DISPLAY "TXNSEL: OPERATOR " TSL-USER-ID
003350                     " IS NOT A KNOWN OPEN OPERATOR - REFUSED"
003360                 MOVE 16 TO RETURN-CODE
003370                 GO TO 1000-EXIT
003380         END-EVALUATE.
003390         PERFORM 1500-LOAD-BRANCHES THRU 1500-EXIT.
003400         IF TSL-REGION NOT = SPACES
003410             AND TSL-BRANCH-COUNT = ZERO
003420             DISPLAY "TXNSEL: REGION SELECTION NEEDS BRNCHMST, "
003430                 "STATUS = " TSL-BRANCH-FILE-STATUS
003440             MOVE 8 TO RETURN-CODE
003450             GO TO 1000-EXIT
003460         END-IF.
003470         IF TSL-ACCTLIST-NAME NOT = SPACES
003480             PERFORM 1600-LOAD-ACCOUNT-LIST THRU 1600-EXIT
003490             IF RETURN-CODE > ZERO
003500                 GO TO 1000-EXIT
003510             END-IF
003520         END-IF.
003530         OPEN INPUT HISTORY-FILE.
003540         IF NOT TSL-HISTORY-FILE-OK
003550             DISPLAY "TXNSEL: TXNHIST UNAVAILABLE, STATUS = "
003560                 TSL-HISTORY-FILE-STATUS
003570             MOVE 8 TO RETURN-CODE
003580             GO TO 1000-EXIT
003590         END-IF.
003600         OPEN OUTPUT OUTPUT-FILE.
003610         IF NOT TSL-OUTPUT-FILE-OK
003620             DISPLAY "TXNSEL: " TSL-OUTPUT-NAME
003630                 " COULD NOT BE OPENED, STATUS = "
003640                 TSL-OUTPUT-FILE-STATUS
003650             CLOSE HISTORY-FILE
003660             MOVE 8 TO RETURN-CODE
003670             GO TO 1000-EXIT
003680         END-IF.
003690         OPEN OUTPUT REPORT-FILE.
003700         IF NOT TSL-REPORT-FILE-OK
003710             DISPLAY "TXNSEL: TXNSELR COULD NOT BE OPENED, "
003720                 "STATUS = " TSL-REPORT-FILE-STATUS
003730             CLOSE HISTORY-FILE
003740             CLOSE OUTPUT-FILE
003750             MOVE 8 TO RETURN-CODE
003760             GO TO 1000-EXIT
003770         END-IF.
003780         SET TSL-FILES-OPEN TO TRUE.
003790         IF TSL-FORMAT-CSV
003800             PERFORM 1700-WRITE-HEADING THRU 1700-EXIT
003810         END-IF.
003820         MOVE ZERO TO RETURN-CODE.
003830 1000-EXIT.
003840         EXIT.
003850 1100-READ-ONE-CARD.
003860         READ CARD-FILE
003870             AT END
003880                 MOVE "Y" TO TSL-CARD-EOF-SWITCH
003890                 GO TO 1100-EXIT
003900         END-READ.
003910         IF CARD-RECORD = SPACES
003920             OR CARD-RECORD(1:1) = "*"
003930             GO TO 1100-EXIT
003940         END-IF.
003950         MOVE CARD-RECORD TO TSL-CARD-WORK.
003960         IF TSL-ECHO-COUNT < 30
003970             ADD 1 TO TSL-ECHO-COUNT
003980             MOVE TSL-CARD-WORK TO TSL-ECHO-LINE(TSL-ECHO-COUNT)
003990         END-IF.
004000         PERFORM 1200-APPLY-ONE-CARD THRU 1200-EXIT.
004010 1100-EXIT.
004020         EXIT.
004030 1200-APPLY-ONE-CARD.
004040         MOVE SPACES TO TSL-CARD-KEYWORD.
004050         MOVE SPACES TO TSL-CARD-VALUE.
004060         UNSTRING TSL-CARD-WORK DELIMITED BY "="
004070             INTO TSL-CARD-KEYWORD TSL-CARD-VALUE
004080         END-UNSTRING.
004090         IF TSL-CARD-KEYWORD = SPACES
004100             OR TSL-CARD-VALUE = SPACES
004110             PERFORM 1290-BAD-CARD THRU 1290-EXIT
004120             GO TO 1200-EXIT
004130         END-IF.
004140         EVALUATE TSL-CARD-KEYWORD
004150             WHEN "USERID"
004160                 MOVE TSL-CARD-VALUE(1:8) TO TSL-USER-ID
004170             WHEN "TITLE"
004180                 MOVE TSL-CARD-VALUE TO TSL-TITLE
004190             WHEN "DATEFROM"
004200                 PERFORM 1210-DATE-VALUE THRU 1210-EXIT
004210                 MOVE TSL-CARD-NUMERIC-VALUE TO TSL-DATE-FROM
004220             WHEN "DATETO"
004230                 PERFORM 1210-DATE-VALUE THRU 1210-EXIT
004240                 MOVE TSL-CARD-NUMERIC-VALUE TO TSL-DATE-TO
004250             WHEN "DATEBASIS"
004260                 EVALUATE TSL-CARD-VALUE
004270                     WHEN "POST"
004280                         SET TSL-BASIS-POST TO TRUE
004290                     WHEN "TRANS"
004300                         SET TSL-BASIS-TRANS TO TRUE
004310                     WHEN OTHER
004320                         PERFORM 1290-BAD-CARD THRU 1290-EXIT
004330                 END-EVALUATE
004340             WHEN "BRANCH"
004350                 MOVE TSL-CARD-VALUE(1:3) TO TSL-BRANCH
004360             WHEN "REGION"
004370                 MOVE TSL-CARD-VALUE(1:3) TO TSL-REGION
004380             WHEN "ACCTLIST"
004390                 MOVE TSL-CARD-VALUE TO TSL-ACCTLIST-NAME
004400             WHEN "RECTYPE"
004410                 MOVE TSL-CARD-VALUE(1:2) TO TSL-RECTYPE
004420             WHEN "AMOUNTMIN"
004430                 PERFORM 1220-AMOUNT-VALUE THRU 1220-EXIT
004440                 MOVE TSL-AMT-BUILD TO TSL-AMOUNT-MIN
004450             WHEN "AMOUNTMAX"
004460                 PERFORM 1220-AMOUNT-VALUE THRU 1220-EXIT
004470                 MOVE TSL-AMT-BUILD TO TSL-AMOUNT-MAX
004480             WHEN "DCIND"
004490                 IF TSL-CARD-VALUE = "D" OR "C"
004500                     MOVE TSL-CARD-VALUE(1:1) TO TSL-DC-WANTED
004510                 ELSE
004520                     PERFORM 1290-BAD-CARD THRU 1290-EXIT
004530                 END-IF
004540             WHEN "CURRENCY"
004550                 SET TSL-CURRENCY-SELECTED TO TRUE
004560                 IF TSL-CARD-VALUE = "LOCAL"
004570                     MOVE SPACES TO TSL-CURRENCY
004580                 ELSE
004590                     MOVE TSL-CARD-VALUE(1:3) TO TSL-CURRENCY
004600                 END-IF
004610             WHEN "FORMAT"
004620                 EVALUATE TSL-CARD-VALUE
004630                     WHEN "CSV"
004640                         SET TSL-FORMAT-CSV TO TRUE
004650                     WHEN "FIXED"
004660                         SET TSL-FORMAT-FIXED TO TRUE
004670                     WHEN OTHER
004680                         PERFORM 1290-BAD-CARD THRU 1290-EXIT
004690                 END-EVALUATE
004700             WHEN "COLUMNS"
004710                 MOVE 1 TO TSL-COL-POINTER
004720                 PERFORM 1300-TAKE-ONE-COLUMN THRU 1300-EXIT
004730                     UNTIL TSL-COL-POINTER > 64
004740             WHEN "OUTFILE"
004750                 MOVE TSL-CARD-VALUE TO TSL-OUTPUT-NAME
004760             WHEN OTHER
004770                 PERFORM 1290-BAD-CARD THRU 1290-EXIT
004780         END-EVALUATE.
004790 1200-EXIT.
004800         EXIT.
004810 1210-DATE-VALUE.
004820         PERFORM 1230-NUMERIC-VALUE THRU 1230-EXIT.
004830         IF TSL-VALUE-LENGTH NOT = 8
004840             PERFORM 1290-BAD-CARD THRU 1290-EXIT
004850         END-IF.
004860 1210-EXIT.
004870         EXIT.
004880*---------------------------------------------------------------
004890*  1220-AMOUNT-VALUE.  WHOLE UNITS WITH AN OPTIONAL ONE OR TWO
004900*  DECIMAL PLACES -- 10000, 10000.5, 10000.00.
004910*---------------------------------------------------------------
004920 1220-AMOUNT-VALUE.
004930         MOVE SPACES TO TSL-AMT-WHOLE-X.
004940         MOVE SPACES TO TSL-AMT-FRAC-X.
004950         MOVE ZERO TO TSL-WHOLE-LENGTH.
004960         MOVE ZERO TO TSL-FRAC-LENGTH.
004970         UNSTRING TSL-CARD-VALUE DELIMITED BY "." OR ALL SPACE
004980             INTO TSL-AMT-WHOLE-X COUNT IN TSL-WHOLE-LENGTH
004990                  TSL-AMT-FRAC-X COUNT IN TSL-FRAC-LENGTH
005000         END-UNSTRING.
005010         IF TSL-WHOLE-LENGTH = ZERO
005020             OR TSL-WHOLE-LENGTH > 9
005030             OR TSL-FRAC-LENGTH > 2
005040             PERFORM 1290-BAD-CARD THRU 1290-EXIT
005050             GO TO 1220-EXIT
005060         END-IF.
005070         MOVE ZEROS TO TSL-AMT-WHOLE-WORK.
005080         MOVE TSL-AMT-WHOLE-X(1:TSL-WHOLE-LENGTH)
005090             TO TSL-AMT-WHOLE-WORK
005100                 (10 - TSL-WHOLE-LENGTH:TSL-WHOLE-LENGTH).
005110         MOVE ZEROS TO TSL-AMT-FRAC-WORK.
005120         IF TSL-FRAC-LENGTH > ZERO
005130             MOVE TSL-AMT-FRAC-X(1:TSL-FRAC-LENGTH)
005140                 TO TSL-AMT-FRAC-WORK(1:TSL-FRAC-LENGTH)
005150         END-IF.
005160         MOVE TSL-AMT-WHOLE-WORK TO TSL-AMT-BUILD-X(1:9).
005170         MOVE TSL-AMT-FRAC-WORK TO TSL-AMT-BUILD-X(10:2).
005180         IF TSL-AMT-BUILD NOT NUMERIC
005190             MOVE ZERO TO TSL-AMT-BUILD
005200             PERFORM 1290-BAD-CARD THRU 1290-EXIT
005210         END-IF.
005220 1220-EXIT.
005230         EXIT.
005240 1230-NUMERIC-VALUE.
005250         MOVE ZERO TO TSL-VALUE-LENGTH.
005260         PERFORM 1240-SIZE-VALUE THRU 1240-EXIT
005270             VARYING TSL-VALUE-SCAN-SUB FROM 64 BY -1
005280             UNTIL TSL-VALUE-SCAN-SUB < 1
005290                 OR TSL-VALUE-LENGTH > ZERO.
005300         MOVE ZERO TO TSL-CARD-NUMERIC-VALUE.
005310         IF TSL-VALUE-LENGTH = ZERO
005320             OR TSL-VALUE-LENGTH > 9
005330             PERFORM 1290-BAD-CARD THRU 1290-EXIT
005340             GO TO 1230-EXIT
005350         END-IF.
005360         MOVE TSL-CARD-VALUE(1:TSL-VALUE-LENGTH)
005370             TO TSL-CARD-NUMERIC-VALUE
005380                 (10 - TSL-VALUE-LENGTH:TSL-VALUE-LENGTH).
005390         IF TSL-CARD-NUMERIC-VALUE NOT NUMERIC
005400             MOVE ZERO TO TSL-CARD-NUMERIC-VALUE
005410             PERFORM 1290-BAD-CARD THRU 1290-EXIT
005420         END-IF.
005430 1230-EXIT.
005440         EXIT.
005450 1240-SIZE-VALUE.
005460         IF TSL-CARD-VALUE(TSL-VALUE-SCAN-SUB:1) NOT = SPACE
005470             MOVE TSL-VALUE-SCAN-SUB TO TSL-VALUE-LENGTH
005480         END-IF.
005490 1240-EXIT.
005500         EXIT.
005510*---------------------------------------------------------------
005520*  1290-BAD-CARD.  EVERY BAD CARD IS NAMED, THEN THE RUN IS
005530*  ABENDED ONCE THE WHOLE DECK HAS BEEN SEEN.
005540*---------------------------------------------------------------
005550 1290-BAD-CARD.
005560         DISPLAY "TXNSEL: BAD SELECTION CARD: " TSL-CARD-WORK.
005570         ADD 1 TO TSL-BAD-CARD-COUNT.
005580 1290-EXIT.
005590         EXIT.
005600 1300-TAKE-ONE-COLUMN.
005610         MOVE SPACES TO TSL-COL-WORK.
005620         UNSTRING TSL-CARD-VALUE DELIMITED BY "," OR ALL SPACE
005630             INTO TSL-COL-WORK
005640             WITH POINTER TSL-COL-POINTER
005650         END-UNSTRING.
005660         IF TSL-COL-WORK = SPACES
005670             MOVE 65 TO TSL-COL-POINTER
005680             GO TO 1300-EXIT
005690         END-IF.
005700         SET TSL-KNOWN-IDX TO 1.
005710         SEARCH TSL-KNOWN-COLUMN
005720             AT END
005730                 PERFORM 1290-BAD-CARD THRU 1290-EXIT
005740                 DISPLAY "TXNSEL: UNKNOWN COLUMN " TSL-COL-WORK
005750                 GO TO 1300-EXIT
005760             WHEN TSL-KNOWN-COLUMN(TSL-KNOWN-IDX) = TSL-COL-WORK
005770                 CONTINUE
005780         END-SEARCH.
005790         IF TSL-COL-COUNT = 12
005800             PERFORM 1290-BAD-CARD THRU 1290-EXIT
005810             DISPLAY "TXNSEL: MORE THAN 12 COLUMNS"
005820             MOVE 65 TO TSL-COL-POINTER
005830             GO TO 1300-EXIT
005840         END-IF.
005850         ADD 1 TO TSL-COL-COUNT.
005860         MOVE TSL-COL-WORK TO TSL-COL-NAME(TSL-COL-COUNT).
005870 1300-EXIT.
005880         EXIT.
005890 1400-DEFAULT-COLUMNS.
005900         MOVE 8 TO TSL-COL-COUNT.
005910         MOVE "BRANCH" TO TSL-COL-NAME(1).
005920         MOVE "ACCOUNT" TO TSL-COL-NAME(2).
005930         MOVE "POSTDATE" TO TSL-COL-NAME(3).
005940         MOVE "TRANDATE" TO TSL-COL-NAME(4).
005950         MOVE "RECTYPE" TO TSL-COL-NAME(5).
005960         MOVE "AMOUNT" TO TSL-COL-NAME(6).
005970         MOVE "DCIND" TO TSL-COL-NAME(7).
005980         MOVE "CURRENCY" TO TSL-COL-NAME(8).
005990 1400-EXIT.
006000         EXIT.
006010 1500-LOAD-BRANCHES.
006020         OPEN INPUT BRANCH-MASTER-FILE.
006030         IF NOT TSL-BRANCH-FILE-OK
006040             GO TO 1500-EXIT
006050         END-IF.
006060         PERFORM 1550-LOAD-ONE-BRANCH THRU 1550-EXIT
006070             UNTIL TSL-BRANCHES-AT-END.
006080         CLOSE BRANCH-MASTER-FILE.
006090 1500-EXIT.
006100         EXIT.
006110 1550-LOAD-ONE-BRANCH.
006120         READ BRANCH-MASTER-FILE
006130             AT END
006140                 MOVE "Y" TO TSL-BRM-EOF-SWITCH
006150                 GO TO 1550-EXIT
006160         END-READ.
006170         IF TSL-BRANCH-COUNT = 500
006180             GO TO 1550-EXIT
006190         END-IF.
006200         ADD 1 TO TSL-BRANCH-COUNT.
006210         MOVE BRM-BRANCH-CODE TO TSL-BRT-BRANCH(TSL-BRANCH-COUNT).
006220         MOVE BRM-REGION-CODE TO TSL-BRT-REGION(TSL-BRANCH-COUNT).
006230 1550-EXIT.
006240         EXIT.
006250 1600-LOAD-ACCOUNT-LIST.
006260         OPEN INPUT ACCOUNT-LIST-FILE.
006270         IF NOT TSL-ACCTLIST-FILE-OK
006280             DISPLAY "TXNSEL: ACCOUNT LIST " TSL-ACCTLIST-NAME
006290                 " COULD NOT BE OPENED, STATUS = "
006300                 TSL-ACCTLIST-FILE-STATUS
006310             MOVE 8 TO RETURN-CODE
006320             GO TO 1600-EXIT
006330         END-IF.
006340         PERFORM 1650-LOAD-ONE-ACCOUNT THRU 1650-EXIT
006350             UNTIL TSL-LIST-AT-END.
006360         CLOSE ACCOUNT-LIST-FILE.
006370         IF TSL-ACCOUNT-COUNT = ZERO
006380             DISPLAY "TXNSEL: ACCOUNT LIST " TSL-ACCTLIST-NAME
006390                 " IS EMPTY"
006400             MOVE 8 TO RETURN-CODE
006410             GO TO 1600-EXIT
006420         END-IF.
006430         MOVE ZERO TO RETURN-CODE.
006440 1600-EXIT.
006450         EXIT.
006460 1650-LOAD-ONE-ACCOUNT.
006470         READ ACCOUNT-LIST-FILE
006480             AT END
006490                 MOVE "Y" TO TSL-ALS-EOF-SWITCH
006500                 GO TO 1650-EXIT
006510         END-READ.
006520         IF ALS-ACCOUNT-NO = SPACES
006530             OR ALS-ACCOUNT-NO(1:1) = "*"
006540             GO TO 1650-EXIT
006550         END-IF.
006560         IF TSL-ACCOUNT-COUNT = 1000
006570             ADD 1 TO TSL-LIST-SKIPPED
006580             GO TO 1650-EXIT
006590         END-IF.
006600         ADD 1 TO TSL-ACCOUNT-COUNT.
006610         MOVE ALS-ACCOUNT-NO
006615             TO TSL-ACT-ACCOUNT(TSL-ACCOUNT-COUNT).
006620         MOVE "N" TO TSL-ACT-FOUND-SW(TSL-ACCOUNT-COUNT).
006630 1650-EXIT.
006640         EXIT.
006650 1700-WRITE-HEADING.
006660         MOVE SPACES TO TSL-OUTPUT-LINE.
006670         MOVE 1 TO TSL-OUT-POINTER.
006680         PERFORM 1750-HEADING-ONE-COLUMN THRU 1750-EXIT
006690             VARYING TSL-COL-SUB FROM 1 BY 1
006700             UNTIL TSL-COL-SUB > TSL-COL-COUNT.
006710         WRITE OUTPUT-RECORD FROM TSL-OUTPUT-LINE.
006720 1700-EXIT.
006730         EXIT.
006740 1750-HEADING-ONE-COLUMN.
006750         IF TSL-COL-SUB > 1
006760             STRING TSL-DELIMITER DELIMITED BY SIZE
006770                 INTO TSL-OUTPUT-LINE
006780                 WITH POINTER TSL-OUT-POINTER
006790         END-IF.
006800         STRING TSL-COL-NAME(TSL-COL-SUB) DELIMITED BY SPACE
006810             INTO TSL-OUTPUT-LINE
006820             WITH POINTER TSL-OUT-POINTER.
006830 1750-EXIT.
006840         EXIT.
006850*---------------------------------------------------------------
006860*  3000-SELECT-ONE-ACCOUNT.  A KEYED START AT THE ACCOUNT (AND
006870*  AT DATEFROM WHEN THE RANGE IS ON POST DATE, WHICH IS PART
006880*  OF THE KEY), THEN FORWARD UNTIL THE ACCOUNT CHANGES.
006890*---------------------------------------------------------------
006900 3000-SELECT-ONE-ACCOUNT.
006910         MOVE "N" TO TSL-HIST-EOF-SWITCH.
006920         MOVE TSL-ACT-ACCOUNT(TSL-ACCOUNT-IDX) TO THR-ACCOUNT-NO.
006930         IF TSL-BASIS-POST
006940             MOVE TSL-DATE-FROM TO THR-POST-DATE
006950         ELSE
006960             MOVE ZERO TO THR-POST-DATE
006970         END-IF.
006980         MOVE ZERO TO THR-SEQUENCE.
006990         START HISTORY-FILE KEY NOT < THR-KEY
007000             INVALID KEY
007010                 MOVE "Y" TO TSL-HIST-EOF-SWITCH
007020         END-START.
007030         PERFORM 3100-READ-ACCOUNT-ROW THRU 3100-EXIT
007040             UNTIL TSL-HISTORY-AT-END.
007050         IF NOT TSL-ACT-FOUND(TSL-ACCOUNT-IDX)
007060             ADD 1 TO TSL-NOT-FOUND-COUNT
007070         END-IF.
007080 3000-EXIT.
007090         EXIT.
007100 3100-READ-ACCOUNT-ROW.
007110         READ HISTORY-FILE NEXT RECORD
007120             AT END
007130                 MOVE "Y" TO TSL-HIST-EOF-SWITCH
007140                 GO TO 3100-EXIT
007150         END-READ.
007160         IF THR-ACCOUNT-NO NOT = TSL-ACT-ACCOUNT(TSL-ACCOUNT-IDX)
007170             MOVE "Y" TO TSL-HIST-EOF-SWITCH
007180             GO TO 3100-EXIT
007190         END-IF.
007200         IF TSL-BASIS-POST
007210             AND THR-POST-DATE > TSL-DATE-TO
007220             MOVE "Y" TO TSL-HIST-EOF-SWITCH
007230             GO TO 3100-EXIT
007240         END-IF.
007250         SET TSL-ACT-FOUND(TSL-ACCOUNT-IDX) TO TRUE.
007260         PERFORM 4000-APPLY-SELECTION THRU 4000-EXIT.
007270 3100-EXIT.
007280         EXIT.
007290 3500-SELECT-ALL-ACCOUNTS.
007300         MOVE "N" TO TSL-HIST-EOF-SWITCH.
007310         MOVE LOW-VALUES TO THR-KEY.
007320         START HISTORY-FILE KEY NOT < THR-KEY
007330             INVALID KEY
007340                 MOVE "Y" TO TSL-HIST-EOF-SWITCH
007350         END-START.
007360         PERFORM 3600-READ-ANY-ROW THRU 3600-EXIT
007370             UNTIL TSL-HISTORY-AT-END.
007380 3500-EXIT.
007390         EXIT.
007400 3600-READ-ANY-ROW.
007410         READ HISTORY-FILE NEXT RECORD
007420             AT END
007430                 MOVE "Y" TO TSL-HIST-EOF-SWITCH
007440                 GO TO 3600-EXIT
007450         END-READ.
007460         PERFORM 4000-APPLY-SELECTION THRU 4000-EXIT.
007470 3600-EXIT.
007480         EXIT.
007490*---------------------------------------------------------------
007500*  4000-APPLY-SELECTION.  EVERY CARD GIVEN MUST HOLD.
007510*---------------------------------------------------------------
007520 4000-APPLY-SELECTION.
007530         ADD 1 TO TSL-READ-COUNT.
007540         IF TSL-BASIS-POST
007550             IF THR-POST-DATE < TSL-DATE-FROM
007560                 OR THR-POST-DATE > TSL-DATE-TO
007570                 GO TO 4000-EXIT
007580             END-IF
007590         ELSE
007600             IF THR-TRANS-DATE < TSL-DATE-FROM
007610                 OR THR-TRANS-DATE > TSL-DATE-TO
007620                 GO TO 4000-EXIT
007630             END-IF
007640         END-IF.
007650         IF TSL-BRANCH NOT = SPACES
007660             AND THR-BRANCH-CODE NOT = TSL-BRANCH
007670             GO TO 4000-EXIT
007680         END-IF.
007690         IF TSL-RECTYPE NOT = SPACES
007700             AND THR-RECORD-TYPE NOT = TSL-RECTYPE
007710             GO TO 4000-EXIT
007720         END-IF.
007730         IF THR-AMOUNT < TSL-AMOUNT-MIN
007740             OR THR-AMOUNT > TSL-AMOUNT-MAX
007750             GO TO 4000-EXIT
007760         END-IF.
007770         IF TSL-CREDITS-ONLY AND NOT THR-IS-CREDIT
007780             GO TO 4000-EXIT
007790         END-IF.
007800         IF TSL-DEBITS-ONLY AND THR-IS-CREDIT
007810             GO TO 4000-EXIT
007820         END-IF.
007830         IF TSL-CURRENCY-SELECTED
007840             AND THR-CURRENCY-CODE NOT = TSL-CURRENCY
007850             GO TO 4000-EXIT
007860         END-IF.
007870         PERFORM 4100-FIND-REGION THRU 4100-EXIT.
007880         IF TSL-REGION NOT = SPACES
007890             AND TSL-OUT-REGION NOT = TSL-REGION
007900             GO TO 4000-EXIT
007910         END-IF.
007920         PERFORM 5000-WRITE-ITEM THRU 5000-EXIT.
007930 4000-EXIT.
007940         EXIT.
007950 4100-FIND-REGION.
007960         MOVE SPACES TO TSL-OUT-REGION.
007970         IF TSL-BRANCH-COUNT = ZERO
007980             GO TO 4100-EXIT
007990         END-IF.
008000         SET TSL-BRANCH-IDX TO 1.
008010         SEARCH TSL-BRANCH-ENTRY
008020             AT END
008030                 CONTINUE
008040             WHEN TSL-BRANCH-IDX > TSL-BRANCH-COUNT
008050                 CONTINUE
008060             WHEN TSL-BRT-BRANCH(TSL-BRANCH-IDX) = THR-BRANCH-CODE
008070                 MOVE TSL-BRT-REGION(TSL-BRANCH-IDX)
008080                     TO TSL-OUT-REGION
008090         END-SEARCH.
008100 4100-EXIT.
008110         EXIT.
008120*---------------------------------------------------------------
008130*  5000-WRITE-ITEM.  ONE OUTPUT LINE, THE COLUMNS IN THE ORDER
008140*  ASKED.  CSV TRIMS EACH VALUE; FIXED KEEPS EACH AT ITS FULL
008150*  WIDTH WITH NO SEPARATOR.
008160*---------------------------------------------------------------
008170 5000-WRITE-ITEM.
008180         ADD 1 TO TSL-SELECTED-COUNT.
008190         IF THR-IS-CREDIT
008200             ADD 1 TO TSL-CREDIT-COUNT
008210             ADD THR-AMOUNT TO TSL-CREDIT-AMOUNT
008220         ELSE
008230             ADD 1 TO TSL-DEBIT-COUNT
008240             ADD THR-AMOUNT TO TSL-DEBIT-AMOUNT
008250         END-IF.
008260         IF TSL-ACCOUNTS-IN-CLEAR
008270             MOVE THR-ACCOUNT-NO TO TSL-OUT-ACCOUNT
008280         ELSE
008290             CALL "MASKACCT" USING THR-ACCOUNT-NO TSL-OUT-ACCOUNT
008300         END-IF.
008310         MOVE SPACES TO TSL-OUTPUT-LINE.
008320         MOVE 1 TO TSL-OUT-POINTER.
008330         PERFORM 5100-ONE-COLUMN THRU 5100-EXIT
008340             VARYING TSL-COL-SUB FROM 1 BY 1
008350             UNTIL TSL-COL-SUB > TSL-COL-COUNT.
008360         WRITE OUTPUT-RECORD FROM TSL-OUTPUT-LINE.
008370 5000-EXIT.
008380         EXIT.
008390 5100-ONE-COLUMN.
008400         IF TSL-FORMAT-CSV
008410             AND TSL-COL-SUB > 1
008420             STRING TSL-DELIMITER DELIMITED BY SIZE
008430                 INTO TSL-OUTPUT-LINE
008440                 WITH POINTER TSL-OUT-POINTER
008450         END-IF.
008460         EVALUATE TSL-COL-NAME(TSL-COL-SUB)
008470             WHEN "ACCOUNT"
008480                 STRING TSL-OUT-ACCOUNT DELIMITED BY SIZE
008490                     INTO TSL-OUTPUT-LINE
008500                     WITH POINTER TSL-OUT-POINTER
008510             WHEN "POSTDATE"
008520                 STRING THR-POST-DATE DELIMITED BY SIZE
008530                     INTO TSL-OUTPUT-LINE
008540                     WITH POINTER TSL-OUT-POINTER
008550             WHEN "SEQUENCE"
008560                 STRING THR-SEQUENCE DELIMITED BY SIZE
008570                     INTO TSL-OUTPUT-LINE
008580                     WITH POINTER TSL-OUT-POINTER
008590             WHEN "BRANCH"
008600                 STRING THR-BRANCH-CODE DELIMITED BY SIZE
008610                     INTO TSL-OUTPUT-LINE
008620                     WITH POINTER TSL-OUT-POINTER
008630             WHEN "REGION"
008640                 PERFORM 5200-TEXT-COLUMN-REGION THRU 5200-EXIT
008650             WHEN "RECTYPE"
008660                 STRING THR-RECORD-TYPE DELIMITED BY SIZE
008670                     INTO TSL-OUTPUT-LINE
008680                     WITH POINTER TSL-OUT-POINTER
008690             WHEN "TRANDATE"
008700                 STRING THR-TRANS-DATE DELIMITED BY SIZE
008710                     INTO TSL-OUTPUT-LINE
008720                     WITH POINTER TSL-OUT-POINTER
008730             WHEN "AMOUNT"
008740                 PERFORM 5300-AMOUNT-COLUMN THRU 5300-EXIT
008750             WHEN "DCIND"
008760                 STRING THR-DC-INDICATOR DELIMITED BY SIZE
008770                     INTO TSL-OUTPUT-LINE
008780                     WITH POINTER TSL-OUT-POINTER
008790             WHEN "CURRENCY"
008800                 PERFORM 5400-TEXT-COLUMN-CURRENCY THRU 5400-EXIT
008810         END-EVALUATE.
008820 5100-EXIT.
008830         EXIT.
008840*  A BLANK REGION OR CURRENCY IS AN EMPTY CSV VALUE.
008850 5200-TEXT-COLUMN-REGION.
008860         IF TSL-FORMAT-FIXED
008870             STRING TSL-OUT-REGION DELIMITED BY SIZE
008880                 INTO TSL-OUTPUT-LINE
008890                 WITH POINTER TSL-OUT-POINTER
008900         ELSE
008910             STRING TSL-OUT-REGION DELIMITED BY SPACE
008920                 INTO TSL-OUTPUT-LINE
008930                 WITH POINTER TSL-OUT-POINTER
008940         END-IF.
008950 5200-EXIT.
008960         EXIT.
008970 5300-AMOUNT-COLUMN.
008980         IF TSL-FORMAT-FIXED
008990             MOVE THR-AMOUNT TO TSL-FIXED-AMOUNT
009000             STRING TSL-FIXED-AMOUNT DELIMITED BY SIZE
009010                 INTO TSL-OUTPUT-LINE
009020                 WITH POINTER TSL-OUT-POINTER
009030             GO TO 5300-EXIT
009040         END-IF.
009050         MOVE THR-AMOUNT TO TSL-CSV-AMOUNT.
009060         MOVE ZERO TO TSL-LEAD-SPACES.
009070         INSPECT TSL-CSV-AMOUNT
009080             TALLYING TSL-LEAD-SPACES FOR LEADING SPACES.
009090         STRING TSL-CSV-AMOUNT(TSL-LEAD-SPACES + 1:)
009100             DELIMITED BY SIZE
009110             INTO TSL-OUTPUT-LINE
009120             WITH POINTER TSL-OUT-POINTER.
009130 5300-EXIT.
009140         EXIT.
009150 5400-TEXT-COLUMN-CURRENCY.
009160         IF TSL-FORMAT-FIXED
009170             STRING THR-CURRENCY-CODE DELIMITED BY SIZE
009180                 INTO TSL-OUTPUT-LINE
009190                 WITH POINTER TSL-OUT-POINTER
009200         ELSE
009210             STRING THR-CURRENCY-CODE DELIMITED BY SPACE
009220                 INTO TSL-OUTPUT-LINE
009230                 WITH POINTER TSL-OUT-POINTER
009240         END-IF.
009250 5400-EXIT.
009260         EXIT.
009270*---------------------------------------------------------------
009280*  6000-WRITE-CONTROL-PAGE.  WHAT WAS ASKED, BY WHOM, AND THE
009290*  TOTALS THE OUTPUT MUST ADD UP TO.
009300*---------------------------------------------------------------
009310 6000-WRITE-CONTROL-PAGE.
009320         IF TSL-TITLE NOT = SPACES
009330             STRING "REQUEST:  " TSL-TITLE
009340                 DELIMITED BY SIZE INTO TSL-DETAIL-LINE
009350             PERFORM 6900-WRITE-LINE THRU 6900-EXIT
009360         END-IF.
009370         STRING "REQUESTED BY: " TSL-USER-ID
009380             "   ACCOUNTS: " DELIMITED BY SIZE
009390             INTO TSL-DETAIL-LINE.
009400         IF TSL-ACCOUNTS-IN-CLEAR
009410             MOVE "IN THE CLEAR (INVESTIGATE RIGHTS)"
009420                 TO TSL-DETAIL-LINE(36:40)
009430         ELSE
009440             MOVE "MASKED" TO TSL-DETAIL-LINE(36:40)
009450         END-IF.
009460         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009470         STRING "OUTPUT:       " TSL-OUTPUT-NAME
009480             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
009490         IF TSL-FORMAT-CSV
009500             MOVE "FORMAT: CSV" TO TSL-DETAIL-LINE(50:20)
009510         ELSE
009520             MOVE "FORMAT: FIXED" TO TSL-DETAIL-LINE(50:20)
009530         END-IF.
009540         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009550         MOVE "COLUMNS:" TO TSL-DETAIL-LINE.
009560         MOVE 15 TO TSL-OUT-POINTER.
009570         PERFORM 6050-LIST-ONE-COLUMN THRU 6050-EXIT
009580             VARYING TSL-COL-SUB FROM 1 BY 1
009590             UNTIL TSL-COL-SUB > TSL-COL-COUNT.
009600         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009610         MOVE TSL-AMOUNT-MIN TO TSL-EDIT-AMT-MIN.
009620         MOVE TSL-AMOUNT-MAX TO TSL-EDIT-AMT-MAX.
009630         STRING "DATES:        " TSL-DATE-FROM " - " TSL-DATE-TO
009640             "   AMOUNTS: " TSL-EDIT-AMT-MIN " - "
009650             TSL-EDIT-AMT-MAX
009660             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
009670         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009680         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009690         MOVE "SELECTION CARDS:" TO TSL-DETAIL-LINE.
009700         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009710         PERFORM 6100-ECHO-ONE-CARD THRU 6100-EXIT
009720             VARYING TSL-COL-SUB FROM 1 BY 1
009730             UNTIL TSL-COL-SUB > TSL-ECHO-COUNT.
009740         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009750         MOVE "CONTROL TOTALS:" TO TSL-DETAIL-LINE.
009760         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009770         MOVE TSL-READ-COUNT TO TSL-EDIT-COUNT.
009780         STRING "  HISTORY RECORDS READ    " TSL-EDIT-COUNT
009790             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
009800         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009810         MOVE TSL-SELECTED-COUNT TO TSL-EDIT-COUNT.
009820         STRING "  ITEMS SELECTED          " TSL-EDIT-COUNT
009830             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
009840         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009850         MOVE TSL-DEBIT-COUNT TO TSL-EDIT-COUNT.
009860         MOVE TSL-DEBIT-AMOUNT TO TSL-EDIT-AMOUNT.
009870         STRING "  DEBITS                  " TSL-EDIT-COUNT
009880             "   " TSL-EDIT-AMOUNT
009890             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
009900         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009910         MOVE TSL-CREDIT-COUNT TO TSL-EDIT-COUNT.
009920         MOVE TSL-CREDIT-AMOUNT TO TSL-EDIT-AMOUNT.
009930         STRING "  CREDITS                 " TSL-EDIT-COUNT
009940             "   " TSL-EDIT-AMOUNT
009950             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
009960         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
009970         COMPUTE TSL-NET-AMOUNT =
009980             TSL-DEBIT-AMOUNT - TSL-CREDIT-AMOUNT.
009990         MOVE TSL-NET-AMOUNT TO TSL-EDIT-NET.
010000         STRING "  NET (DEBITS - CREDITS)                "
010010             TSL-EDIT-NET
010020             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
010030         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
010040         IF TSL-ACCOUNT-COUNT = ZERO
010050             GO TO 6000-EXIT
010060         END-IF.
010070         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
010080         MOVE TSL-ACCOUNT-COUNT TO TSL-EDIT-COUNT.
010090         STRING "  ACCOUNTS ON LIST        " TSL-EDIT-COUNT
010100             "   FROM " TSL-ACCTLIST-NAME
010110             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
010120         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
010130         IF TSL-LIST-SKIPPED > ZERO
010140             MOVE TSL-LIST-SKIPPED TO TSL-EDIT-COUNT
010150             STRING "  ACCOUNTS NOT TAKEN      " TSL-EDIT-COUNT
010160                 "   (LIST LIMIT IS 1000)"
010170                 DELIMITED BY SIZE INTO TSL-DETAIL-LINE
010180             PERFORM 6900-WRITE-LINE THRU 6900-EXIT
010190         END-IF.
010200         MOVE TSL-NOT-FOUND-COUNT TO TSL-EDIT-COUNT.
010210         STRING "  ACCOUNTS WITH NO HISTORY" TSL-EDIT-COUNT
010220             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
010230         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
010240         PERFORM 6200-LIST-NOT-FOUND THRU 6200-EXIT
010250             VARYING TSL-ACCOUNT-IDX FROM 1 BY 1
010260             UNTIL TSL-ACCOUNT-IDX > TSL-ACCOUNT-COUNT.
010270 6000-EXIT.
010280         EXIT.
010290 6050-LIST-ONE-COLUMN.
010300         STRING TSL-COL-NAME(TSL-COL-SUB) DELIMITED BY SPACE
010310             " " DELIMITED BY SIZE
010320             INTO TSL-DETAIL-LINE
010330             WITH POINTER TSL-OUT-POINTER.
010340 6050-EXIT.
010350         EXIT.
010360 6100-ECHO-ONE-CARD.
010370         STRING "  " TSL-ECHO-LINE(TSL-COL-SUB)
010380             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
010390         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
010400 6100-EXIT.
010410         EXIT.
010420 6200-LIST-NOT-FOUND.
010430         IF TSL-ACT-FOUND(TSL-ACCOUNT-IDX)
010440             GO TO 6200-EXIT
010450         END-IF.
010460         IF TSL-ACCOUNTS-IN-CLEAR
010470             MOVE TSL-ACT-ACCOUNT(TSL-ACCOUNT-IDX)
010480                 TO TSL-MASKED-ACCOUNT
010490         ELSE
010500             CALL "MASKACCT" USING
010510                 TSL-ACT-ACCOUNT(TSL-ACCOUNT-IDX)
010520                 TSL-MASKED-ACCOUNT
010530         END-IF.
010540         STRING "    NO HISTORY: " TSL-MASKED-ACCOUNT
010550             DELIMITED BY SIZE INTO TSL-DETAIL-LINE.
010560         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
010570 6200-EXIT.
010580         EXIT.
010590 6900-WRITE-LINE.
010600         IF TSL-LINE-COUNT >= TSL-LINES-PER-PAGE
010610             PERFORM 6950-WRITE-PAGE-HEADER THRU 6950-EXIT
010620         END-IF.
010630         MOVE TSL-DETAIL-LINE TO REPORT-RECORD.
010640         WRITE REPORT-RECORD.
010650         ADD 1 TO TSL-LINE-COUNT.
010660         MOVE SPACES TO TSL-DETAIL-LINE.
010670 6900-EXIT.
010680         EXIT.
010690 6950-WRITE-PAGE-HEADER.
010700         ADD 1 TO TSL-PAGE-COUNT.
010710         MOVE TSL-PAGE-COUNT TO TSL-PAGE-NO-EDIT.
010720         MOVE SPACES TO REPORT-RECORD.
010730         STRING "AD HOC HISTORY EXTRACT - CONTROL TOTALS"
010740             "   RUN DATE: " TSL-RUN-DATE
010750             "   PAGE: " TSL-PAGE-NO-EDIT
010760             DELIMITED BY SIZE INTO REPORT-RECORD.
010770         WRITE REPORT-RECORD.
010780         MOVE SPACES TO REPORT-RECORD.
010790         WRITE REPORT-RECORD.
010800         MOVE 2 TO TSL-LINE-COUNT.
010810 6950-EXIT.
010820         EXIT.
010830 8000-TERMINATE.
010840         CLOSE HISTORY-FILE.
010850         CLOSE OUTPUT-FILE.
010860         CLOSE REPORT-FILE.
010870         DISPLAY "TXNSEL: " TSL-SELECTED-COUNT " ITEM(S) OF "
010880             TSL-READ-COUNT " READ WRITTEN TO " TSL-OUTPUT-NAME.
010890         MOVE "TXSL" TO TSL-EVL-CODE.
010900         MOVE "I" TO TSL-EVL-SEVERITY.
010910         MOVE SPACES TO TSL-EVL-TEXT.
010920         IF TSL-ACCOUNTS-IN-CLEAR
010930             STRING TSL-USER-ID " EXTRACTED " TSL-SELECTED-COUNT
010940                 " ITEMS, ACCOUNTS IN CLEAR"
010950                 DELIMITED BY SIZE INTO TSL-EVL-TEXT
010960         ELSE
010970             STRING TSL-USER-ID " EXTRACTED " TSL-SELECTED-COUNT
010980                 " ITEMS, ACCOUNTS MASKED"
010990                 DELIMITED BY SIZE INTO TSL-EVL-TEXT
011000         END-IF.
011010         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
011020         IF TSL-SELECTED-COUNT = ZERO
011030             MOVE 4 TO RETURN-CODE
011040         ELSE
011050             MOVE ZERO TO RETURN-CODE
011060         END-IF.
011070 8000-EXIT.
011080         EXIT.
011090 9000-LOG-EVENT.
011100         CALL "EVLOG" USING TSL-EVL-PROGRAM TSL-EVL-SEVERITY
011110             TSL-EVL-CODE TSL-EVL-TEXT.
011120 9000-EXIT.
011130         EXIT.
