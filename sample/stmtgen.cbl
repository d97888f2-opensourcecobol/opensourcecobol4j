00041I*                  STMTRPRN KEEPS REPRINTING FROM THE PRINT
00041J*                  ARCHIVE.  NO ACCTMST ON FILE MEANS EVERY
00041K*                  ACCOUNT PRINTS, THE OLD BEHAVIOR.
00041L*  10/15/2026 DCG  A PRINTED STATEMENT FOR AN ACCOUNT CARRYING A
00041M*                  PRODUCT CODE NOW NAMES THE PRODUCT UNDER THE
00041N*                  HEADING LINE, FROM THE PRODMST PRODUCT MASTER
00041O*                  (THE BARE CODE WHEN PRODMST HAS NO ROW FOR
00041P*                  IT).  AN ACCOUNT WITH NO PRODUCT PRINTS
00041Q*                  EXACTLY AS BEFORE; THE ELECTRONIC EXTRACT'S
00041R*                  LAYOUT IS UNCHANGED.
0004A1*  10/15/2026 DCG  RETURNED MAIL.  BEFORE A PAPER STATEMENT IS
0004A2*                  PRINTED THE SHARED MAILCHK ROUTINE LOOKS UP
0004A3*                  THE ACCOUNT'S CUSTOMER; A CUSTOMER WHOSE MAIL
0004A4*                  IS FLAGGED RETURNED ON CUSTCONT IS HELD --
0004A5*                  NOTHING PRINTS AND MAILCHK LISTS THE ITEM ON
0004A6*                  HELDMAIL.  A DELIVERABLE ADDRESS NOW PRINTS
0004A7*                  UNDER THE HEADING.  HELD STATEMENTS ARE A
0004A8*                  THIRD LEG OF THE CHANNEL CONTROL.  THE
0004A9*                  ELECTRONIC EXTRACT IS UNCHANGED.
0004AA*  10/15/2026 DCG  FOREIGN-CURRENCY ACCOUNTS.  A STATEMENT IS
0004AB*                  NOW IN THE ACCOUNT'S OWN CURRENCY (ABL-
0004AC*                  CURRENCY-CODE, ELSE ACM-CURRENCY-CODE, ELSE
0004AD*                  LOCAL), NAMED UNDER THE HEADING WHEN NOT
0004AE*                  LOCAL.  EACH ITEM IS EXPRESSED THROUGH FXCONV
0004AF*                  THE WAY BALPOST POSTED IT, AND AN ITEM IN
0004AG*                  ANY OTHER CURRENCY ALSO SHOWS ITS ORIGINAL
0004AH*                  AMOUNT.  AN ITEM CURRATES CANNOT PRICE (WHICH
0004AI*                  BALPOST LEFT OFF THE ACCOUNT) IS LISTED AS
0004AJ*                  SUCH AND KEPT OUT OF THE NET.  THE ELECTRONIC
0004AK*                  EXTRACT GAINS TRAILING ACCOUNT CURRENCY AND
0004AL*                  ORIGINAL AMOUNT COLUMNS.
0004AM*  10/15/2026 DCG  COMBINED RELATIONSHIP STATEMENTS.  AN ACCOUNT
0004AN*                  WHOSE ACCTXREF CUSTOMER HAS OPTED (CUSTCONT
0004AO*                  CCT-STATEMENT-OPTION "C") FOR ONE COMBINED
0004AP*                  STATEMENT IS LEFT TO RELSTMT -- NOTHING PRINTS
0004AQ*                  OR GOES ELECTRONIC FOR IT HERE.  THOSE ACCOUNTS
0004AR*                  ARE A FOURTH LEG OF THE CHANNEL CONTROL.  NO
0004AS*                  ACCTXREF OR CUSTCONT MEANS NONE ARE LEFT OUT.
0004AT*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0004AU*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
0004AV*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000410*---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000667             STM-ELEC-FILENAME
000668             ORGANIZATION IS LINE SEQUENTIAL
000669             FILE STATUS IS STM-ELEC-FILE-STATUS.
00066A         SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMST"
00066B             ORGANIZATION IS LINE SEQUENTIAL
00066C             FILE STATUS IS STM-PRODMST-FILE-STATUS.
00066D         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
00066E             ORGANIZATION IS INDEXED
00066F             ACCESS MODE IS RANDOM
00066G             RECORD KEY IS AXR-ACCOUNT-NO
00066H             FILE STATUS IS STM-XREF-FILE-STATUS.
00066I         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
00066J             ORGANIZATION IS INDEXED
00066K             ACCESS MODE IS RANDOM
00066L             RECORD KEY IS CCT-CUSTOMER-NO
00066M             FILE STATUS IS STM-CONTACT-FILE-STATUS.
000670         SELECT SORT-WORK-FILE ASSIGN TO "STMTSORT".
000680 DATA DIVISION.
000690 FILE SECTION.
000894     COPY STMCATRC.
0011E1 FD  ELECTRONIC-FILE.
0011E2 01  ELECTRONIC-RECORD           PIC X(132).
0011EA FD  PRODUCT-MASTER-FILE.
0011EB     COPY PRODREC.
0011A1 FD  ACCOUNT-XREF-FILE.
0011A2     COPY CUSXREFC.
0011A3 FD  CONTACT-FILE.
0011A4     COPY CUSTCTRC.
000900 SD  SORT-WORK-FILE.
000910 01  SORT-WORK-RECORD.
000920         05  SRT-BRANCH-CODE         PIC X(03).
000960         05  SRT-AMOUNT              PIC 9(09)V99.
000970         05  SRT-DC-INDICATOR        PIC X(01).
000980         05  SRT-CURRENCY-CODE       PIC X(03).
000982         05  SRT-ORIG-CURRENCY       PIC X(03).
000984         05  SRT-ORIG-AMOUNT         PIC 9(09)V99.
000990 WORKING-STORAGE SECTION.
001000     COPY CTLTOTAL.
001010 01  STM-FILE-STATUS-VALUES.
001390                                         VALUE ZERO.
001400         05  STM-CLOSING-BALANCE     PIC S9(11)V99 COMP-3
001410                                         VALUE ZERO.
001412         05  STM-ACCT-CURRENCY       PIC X(03) VALUE SPACES.
001414             88  STM-ACCT-LOCAL          VALUE SPACES.
001416         05  STM-TXN-AMOUNT          PIC S9(11)V99 COMP-3
001418                                         VALUE ZERO.
001419         05  STM-NO-RATE-COUNT       PIC 9(07) VALUE ZERO.
001420 01  STM-ACCT-TXN-TABLE.
001430         05  STM-TXN-COUNT           PIC 9(03) COMP VALUE ZERO.
001440         05  STM-TXN-SUB             PIC 9(03) COMP VALUE ZERO.
001493         05  STM-ELEC-COUNT          PIC 9(07) VALUE ZERO.
001494         05  STM-PRINT-TXN-LINES     PIC 9(09) VALUE ZERO.
001495         05  STM-ELEC-TXN-LINES      PIC 9(09) VALUE ZERO.
00149A         05  STM-HELD-COUNT          PIC 9(07) VALUE ZERO.
00149B         05  STM-HELD-TXN-LINES      PIC 9(09) VALUE ZERO.
001500         05  STM-LEDGER-EXPECTED     PIC S9(09)
001510                 SIGN IS TRAILING SEPARATE CHARACTER VALUE ZERO.
001520 01  STM-PAGE-FIELDS.
001560         05  STM-BALANCE-EDIT        PIC -(11)9.99.
001570         05  STM-AMOUNT-EDIT         PIC ZZZZZZZZ9.99.
001580         05  STM-NET-EDIT            PIC -(11)9.99.
001581         05  STM-ORIG-EDIT           PIC ZZZZZZZZ9.99.
001582         05  STM-CSV-AMOUNT          PIC 9(09).99.
001586         05  STM-CSV-ORIG-AMOUNT     PIC 9(09).99.
001583         05  STM-CSV-SIGNED          PIC +(11)9.99.
00158A         05  STM-CSV-SIGNED-2        PIC +(11)9.99.
001584         05  STM-CSV-COUNT           PIC 9(03).
001585 01  STM-DELIVERY-WORK           PIC X(01) VALUE "P".
00158B 01  STM-PRODUCT-TABLE.
00158C         05  STM-PRODMST-FILE-STATUS PIC X(02).
00158D             88  STM-PRODMST-FILE-OK     VALUE "00".
00158E         05  STM-PRD-EOF-SWITCH      PIC X(01) VALUE "N".
00158F             88  STM-PRODUCTS-AT-END     VALUE "Y".
00158G         05  STM-PRD-COUNT           PIC 9(03) COMP VALUE ZERO.
00158H         05  STM-PRD-ENTRY OCCURS 50 TIMES
00158I                 INDEXED BY STM-PRD-IDX.
00158J             10  STM-PRD-CODE        PIC X(02).
00158K             10  STM-PRD-NAME        PIC X(20).
00158L         05  STM-PRODUCT-NAME        PIC X(20) VALUE SPACES.
00158M     COPY MAILCHKC.
00158N 01  STM-COMBINED-FIELDS.
00158O         05  STM-XREF-FILE-STATUS    PIC X(02).
00158P             88  STM-XREF-FILE-OK        VALUE "00".
00158Q         05  STM-CONTACT-FILE-STATUS PIC X(02).
00158R             88  STM-CONTACT-FILE-OK     VALUE "00".
00158S         05  STM-COMBINED-AVAIL-SWITCH PIC X(01) VALUE "N".
00158T             88  STM-COMBINED-CHECKABLE  VALUE "Y".
00158U         05  STM-COMBINED-COUNT      PIC 9(07) VALUE ZERO.
00158V         05  STM-COMBINED-TXN-LINES  PIC 9(09) VALUE ZERO.
001590 01  STM-WORK-TXN.
001600         05  STM-WRK-TRANS-DATE      PIC 9(08).
001610         05  STM-WRK-RECORD-TYPE     PIC X(02).
001620         05  STM-WRK-AMOUNT          PIC 9(09)V99.
001630         05  STM-WRK-DC-INDICATOR    PIC X(01).
001640         05  STM-WRK-CURRENCY-CODE   PIC X(03).
001642         05  STM-WRK-ORIG-AMOUNT     PIC 9(09)V99.
001644         05  STM-WRK-RATE-SWITCH     PIC X(01).
001646             88  STM-WRK-NO-RATE         VALUE "N".
001650         05  FILLER                  PIC X(01).
001652     COPY FXCONVC.
00165A     COPY RUNDATEC.
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790         STOP RUN.
001800 1000-INITIALIZE.
001810         DISPLAY "STMTGEN: JOB STARTING".
001820         CALL "RUNDATE" USING RUN-DATE-AREA.
00182A         MOVE RDT-RUN-DATE TO STM-RUN-DATE.
001830         ACCEPT STM-RUN-TIME FROM TIME.
001840         ACCEPT STM-PARM-STRING FROM COMMAND-LINE.
001850         IF STM-PARM-STRING = SPACES
001894             PERFORM 1500-SET-CYCLE-PERIOD THRU 1500-EXIT
001896         END-IF.
001897         PERFORM 1700-LOAD-RENUMBERINGS THRU 1700-EXIT.
00189A         PERFORM 1800-LOAD-PRODUCTS THRU 1800-EXIT.
001900         OPEN INPUT GENERATION-FILE.
001910         IF STM-GENERATION-FILE-OK
001920             READ GENERATION-FILE
0020D9                     "EVERY ACCOUNT PRINTS"
0020DA             END-IF
0020DB         END-IF.
0020A1         PERFORM 1900-OPEN-RELATIONSHIP-FILES THRU 1900-EXIT.
00204A         MOVE SPACES TO STM-STATEMENT-FILENAME.
00204B         IF STM-WHOLE-MONTH-RUN
00204C             STRING "STMTFILE.M" STM-STATEMENT-MONTH
00204R         END-IF.
002050         OPEN OUTPUT STATEMENT-FILE.
002052         OPEN OUTPUT ELECTRONIC-FILE.
002054         MOVE SPACES TO ELECTRONIC-RECORD.
002055         STRING "REC,ACCOUNT,BRANCH,TRANS_DATE,TYPE,AMOUNT,DC,CCY"
002056             ",ACCT_CCY,ORIG_AMOUNT"
002057             DELIMITED BY SIZE INTO ELECTRONIC-RECORD.
002058         WRITE ELECTRONIC-RECORD.
002060 1000-EXIT.
002070         EXIT.
0017AM         END-READ.
0017AN 1750-EXIT.
0017AO         EXIT.
001801*---------------------------------------------------------------
001802*  1800-LOAD-PRODUCTS.  PRODUCT NAMES FOR THE STATEMENT HEAD.
001803*  NO PRODMST MEANS AN EMPTY TABLE AND THE BARE CODE PRINTS.
001804*---------------------------------------------------------------
001805 1800-LOAD-PRODUCTS.
001806         OPEN INPUT PRODUCT-MASTER-FILE.
001807         IF NOT STM-PRODMST-FILE-OK
001808             GO TO 1800-EXIT
001809         END-IF.
00180A         PERFORM 1850-LOAD-ONE-PRODUCT THRU 1850-EXIT
00180B             UNTIL STM-PRODUCTS-AT-END
00180C                 OR STM-PRD-COUNT = 50.
00180D         CLOSE PRODUCT-MASTER-FILE.
00180E 1800-EXIT.
00180F         EXIT.
00180G 1850-LOAD-ONE-PRODUCT.
00180H         READ PRODUCT-MASTER-FILE
00180I             AT END
00180J                 MOVE "Y" TO STM-PRD-EOF-SWITCH
00180K             NOT AT END
00180L                 ADD 1 TO STM-PRD-COUNT
00180M                 MOVE PRD-PRODUCT-CODE
00180N                     TO STM-PRD-CODE(STM-PRD-COUNT)
00180O                 MOVE PRD-PRODUCT-NAME
00180P                     TO STM-PRD-NAME(STM-PRD-COUNT)
00180Q         END-READ.
00180R 1850-EXIT.
00180S         EXIT.
0018A1*---------------------------------------------------------------
0018A2*  1900-OPEN-RELATIONSHIP-FILES.  ACCTXREF AND CUSTCONT SAY
0018A3*  WHICH ACCOUNTS BELONG TO A CUSTOMER ON A COMBINED STATEMENT.
0018A4*  WITHOUT BOTH, EVERY ACCOUNT IS STATEMENTED HERE.
0018A5*---------------------------------------------------------------
0018A6 1900-OPEN-RELATIONSHIP-FILES.
0018A7         OPEN INPUT ACCOUNT-XREF-FILE.
0018A8         IF NOT STM-XREF-FILE-OK
0018A9             DISPLAY "STMTGEN: ACCTXREF UNAVAILABLE - NO ACCOUNT "
0018AA                 "IS LEFT TO THE COMBINED STATEMENT"
0018AB             GO TO 1900-EXIT
0018AC         END-IF.
0018AD         OPEN INPUT CONTACT-FILE.
0018AE         IF NOT STM-CONTACT-FILE-OK
0018AF             DISPLAY "STMTGEN: CUSTCONT UNAVAILABLE - NO ACCOUNT "
0018AG                 "IS LEFT TO THE COMBINED STATEMENT"
0018AH             CLOSE ACCOUNT-XREF-FILE
0018AI             GO TO 1900-EXIT
0018AJ         END-IF.
0018AK         SET STM-COMBINED-CHECKABLE TO TRUE.
0018AL 1900-EXIT.
0018AM         EXIT.
002080 2000-SWEEP-GENERATIONS.
002090         IF STM-LAST-GENERATION = ZERO
002100             GO TO 2000-EXIT
00255M         MOVE EXT-AMOUNT TO SRT-AMOUNT.
00255N         MOVE EXT-DC-INDICATOR TO SRT-DC-INDICATOR.
00255O         MOVE EXT-CURRENCY-CODE TO SRT-CURRENCY-CODE.
0025W0*  A RECORD FROM BEFORE EXTRREC CARRIED AN ORIGINAL AMOUNT IS
00255S*  A LOCAL ITEM, THE WAY BALPOST TAKES IT.
00255T         IF EXT-ORIG-AMOUNT NUMERIC
00255U             MOVE EXT-CURRENCY-CODE TO SRT-ORIG-CURRENCY
00255W             MOVE EXT-ORIG-AMOUNT TO SRT-ORIG-AMOUNT
00255X         ELSE
00255Y             MOVE SPACES TO SRT-ORIG-CURRENCY
00255Z             MOVE EXT-AMOUNT TO SRT-ORIG-AMOUNT
0025W1         END-IF.
00255P         RELEASE SORT-WORK-RECORD.
00255Q 2250-EXIT.
00255R         EXIT.
002750             MOVE SRT-BRANCH-CODE TO STM-CURR-BRANCH
002760             MOVE SRT-ACCOUNT-NO TO STM-CURR-ACCOUNT
002770             MOVE "N" TO STM-FIRST-ACCOUNT-SWITCH
002775             PERFORM 3300-SET-ACCOUNT-CURRENCY THRU 3300-EXIT
002780         END-IF.
002790         IF SRT-BRANCH-CODE NOT = STM-CURR-BRANCH
002800             OR SRT-ACCOUNT-NO NOT = STM-CURR-ACCOUNT
002810             PERFORM 4000-ACCOUNT-BREAK THRU 4000-EXIT
002820             MOVE SRT-BRANCH-CODE TO STM-CURR-BRANCH
002830             MOVE SRT-ACCOUNT-NO TO STM-CURR-ACCOUNT
002835             PERFORM 3300-SET-ACCOUNT-CURRENCY THRU 3300-EXIT
002840         END-IF.
002845         PERFORM 3400-SET-TXN-AMOUNT THRU 3400-EXIT.
002850         IF STM-TXN-COUNT < 200
002860             ADD 1 TO STM-TXN-COUNT
002870             MOVE SPACES TO STM-WORK-TXN
002880             MOVE SRT-TRANS-DATE TO STM-WRK-TRANS-DATE
002890             MOVE SRT-RECORD-TYPE TO STM-WRK-RECORD-TYPE
002900             MOVE STM-TXN-AMOUNT TO STM-WRK-AMOUNT
002910             MOVE SRT-DC-INDICATOR TO STM-WRK-DC-INDICATOR
002920             MOVE SRT-CURRENCY-CODE TO STM-WRK-CURRENCY-CODE
002922             MOVE SRT-ORIG-AMOUNT TO STM-WRK-ORIG-AMOUNT
002924             IF NOT FXC-SUCCESSFUL
002926                 MOVE "N" TO STM-WRK-RATE-SWITCH
002928             END-IF
002930             MOVE STM-WORK-TXN TO STM-TXN-ENTRY(STM-TXN-COUNT)
002940         END-IF.
002950         IF SRT-DC-INDICATOR = "C"
002960             SUBTRACT STM-TXN-AMOUNT FROM STM-ACCT-NET
002970         ELSE
002980             ADD STM-TXN-AMOUNT TO STM-ACCT-NET
002990         END-IF.
003000         ADD 1 TO STM-ACCT-TXN-COUNT.
003010 3200-EXIT.
003020         EXIT.
0030A1*---------------------------------------------------------------
0030A2*  3300-SET-ACCOUNT-CURRENCY.  THE CURRENCY THE ACCOUNT IS
0030A3*  HELD IN: ITS BALANCE'S, ELSE ITS MASTER'S, ELSE LOCAL.
0030A4*---------------------------------------------------------------
0030A5 3300-SET-ACCOUNT-CURRENCY.
0030A6         MOVE SPACES TO STM-ACCT-CURRENCY.
0030A7         IF STM-BALANCE-AVAILABLE
0030A8             MOVE STM-CURR-BRANCH TO ABL-BRANCH-CODE
0030A9             MOVE STM-CURR-ACCOUNT TO ABL-ACCOUNT-NO
0030AA             READ BALANCE-FILE
0030AB                 INVALID KEY
0030AC                     CONTINUE
0030AD                 NOT INVALID KEY
0030AE                     MOVE ABL-CURRENCY-CODE TO STM-ACCT-CURRENCY
0030AF                     GO TO 3300-EXIT
0030AG             END-READ
0030AH         END-IF.
0030AI         IF STM-ACCTMST-AVAILABLE
0030AJ             MOVE STM-CURR-ACCOUNT TO ACM-ACCOUNT-NO
0030AK             READ ACCOUNT-MASTER-FILE
0030AL                 INVALID KEY
0030AM                     CONTINUE
0030AN                 NOT INVALID KEY
0030AO                     MOVE ACM-CURRENCY-CODE TO STM-ACCT-CURRENCY
0030AP             END-READ
0030AQ         END-IF.
0030AR 3300-EXIT.
0030AS         EXIT.
0030B1*---------------------------------------------------------------
0030B2*  3400-SET-TXN-AMOUNT.  THE ITEM IN THE ACCOUNT'S CURRENCY,
0030B3*  WORKED OUT AS BALPOST POSTED IT.  AN ITEM WITH NO RATE WAS
0030B4*  NOT POSTED AND ADDS NOTHING TO THE NET.
0030B5*---------------------------------------------------------------
0030B6 3400-SET-TXN-AMOUNT.
0030B7         MOVE "A" TO FXC-FUNCTION.
0030B8         MOVE SRT-ORIG-CURRENCY TO FXC-FROM-CURRENCY.
0030B9         MOVE SRT-ORIG-AMOUNT TO FXC-FROM-AMOUNT.
0030BA         MOVE SRT-AMOUNT TO FXC-LOCAL-AMOUNT.
0030BB         MOVE STM-ACCT-CURRENCY TO FXC-TO-CURRENCY.
0030BC         CALL "FXCONV" USING FX-CONVERT-AREA.
0030BD         MOVE FXC-RESULT-AMOUNT TO STM-TXN-AMOUNT.
0030BE         IF NOT FXC-SUCCESSFUL
0030BF             ADD 1 TO STM-NO-RATE-COUNT
0030BG         END-IF.
0030BH 3400-EXIT.
0030BI         EXIT.
003030 4000-ACCOUNT-BREAK.
003040         PERFORM 4100-FETCH-BALANCES THRU 4100-EXIT.
003042         PERFORM 4050-SET-DELIVERY THRU 4050-EXIT.
003043         PERFORM 4080-CHECK-COMBINED THRU 4080-EXIT.
00304A         IF STM-DELIVERY-WORK = "P"
00304B             PERFORM 4070-CHECK-MAIL THRU 4070-EXIT
00304C         END-IF.
00304D         EVALUATE STM-DELIVERY-WORK
00304E             WHEN "E"
00304F                 PERFORM 4600-WRITE-ELEC-STATEMENT THRU 4600-EXIT
00304G                 ADD 1 TO STM-ELEC-COUNT
00304H                 ADD STM-ACCT-TXN-COUNT TO STM-ELEC-TXN-LINES
0030AT             WHEN "R"
0030AU                 ADD 1 TO STM-COMBINED-COUNT
0030AV                 ADD STM-ACCT-TXN-COUNT TO STM-COMBINED-TXN-LINES
00304I             WHEN "H"
00304J                 ADD 1 TO STM-HELD-COUNT
00304K                 ADD STM-ACCT-TXN-COUNT TO STM-HELD-TXN-LINES
00304L             WHEN OTHER
00304M                 PERFORM 4200-PRINT-STATEMENT-HEAD THRU 4200-EXIT
00304N                 PERFORM 4300-PRINT-ONE-TXN THRU 4300-EXIT
00304O                     VARYING STM-TXN-SUB FROM 1 BY 1
00304P                     UNTIL STM-TXN-SUB > STM-TXN-COUNT
00304Q                 PERFORM 4400-PRINT-STATEMENT-FOOT THRU 4400-EXIT
00304R                 ADD 1 TO STM-PRINT-COUNT
00304S                 ADD STM-ACCT-TXN-COUNT TO STM-PRINT-TXN-LINES
00304T         END-EVALUATE.
003100         ADD 1 TO STM-STATEMENT-COUNT.
003110         ADD STM-ACCT-TXN-COUNT TO STM-TXN-LINE-COUNT.
003120         MOVE ZERO TO STM-ACCT-NET.
0040A1*---------------------------------------------------------------
0040A2*  4050-SET-DELIVERY.  THE ACCOUNT'S ACM-DELIVERY-CODE PICKS
0040A3*  ITS CHANNEL.  NO MASTER, NO ROW, OR ANYTHING BUT "E"
0040A4*  PRINTS -- EVERY EXISTING ACCOUNT KEEPS ITS PAPER.  THE SAME
0040AO*  READ PICKS UP THE PRODUCT NAME FOR THE STATEMENT HEAD.
0040A5*---------------------------------------------------------------
0040A6 4050-SET-DELIVERY.
0040A7         MOVE "P" TO STM-DELIVERY-WORK.
0040AP         MOVE SPACES TO STM-PRODUCT-NAME.
0040A8         IF NOT STM-ACCTMST-AVAILABLE
0040A9             GO TO 4050-EXIT
0040AA         END-IF.
0040AG         IF ACM-DELIVER-ELECTRONIC
0040AH             MOVE "E" TO STM-DELIVERY-WORK
0040AI         END-IF.
0040AQ         IF NOT ACM-NO-PRODUCT
0040AR             PERFORM 4060-SET-PRODUCT-NAME THRU 4060-EXIT
0040AS         END-IF.
0040AJ 4050-EXIT.
0040AK         EXIT.
0040B1 4060-SET-PRODUCT-NAME.
0040B2         MOVE ACM-PRODUCT-CODE TO STM-PRODUCT-NAME.
0040B3         SET STM-PRD-IDX TO 1.
0040B4         SEARCH STM-PRD-ENTRY
0040B5             AT END
0040B6                 CONTINUE
0040B7             WHEN STM-PRD-CODE(STM-PRD-IDX) = ACM-PRODUCT-CODE
0040B8                 MOVE STM-PRD-NAME(STM-PRD-IDX)
0040B9                     TO STM-PRODUCT-NAME
0040BA         END-SEARCH.
0040BB 4060-EXIT.
0040BC         EXIT.
0040BD*---------------------------------------------------------------
0040BE*  4070-CHECK-MAIL.  A PAPER STATEMENT GOES THROUGH MAILCHK
0040BF*  FIRST.  A RETURNED-MAIL CUSTOMER'S STATEMENT IS HELD ("H")
0040BG*  AND LISTED ON HELDMAIL BY MAILCHK; OTHERWISE THE NAME AND
0040BH*  ADDRESS IT HANDS BACK PRINT UNDER THE HEADING.
0040BI*---------------------------------------------------------------
0040BJ 4070-CHECK-MAIL.
0040BK         MOVE SPACES TO MAIL-CHECK-AREA.
0040BL         MOVE "C" TO MCK-FUNCTION.
0040BM         MOVE STM-CURR-ACCOUNT TO MCK-ACCOUNT-NO.
0040BN         MOVE "STMTGEN" TO MCK-PROGRAM.
0040BO         STRING "STATEMENT " STM-STATEMENT-MONTH " "
0040BP             STM-CYCLE-CODE
0040BQ             DELIMITED BY SIZE INTO MCK-ITEM-DESC.
0040BR         CALL "MAILCHK" USING MAIL-CHECK-AREA.
0040BS         IF MCK-HELD
0040BT             MOVE "H" TO STM-DELIVERY-WORK
0040BU         END-IF.
0040BV 4070-EXIT.
0040BW         EXIT.
0040AL*---------------------------------------------------------------
0040AM*  4080-CHECK-COMBINED.  AN ACCOUNT WHOSE CUSTOMER TAKES ONE
0040AN*  COMBINED RELATIONSHIP STATEMENT ("R") IS STATEMENTED BY
0040AT*  RELSTMT, WHATEVER ITS OWN DELIVERY CODE SAYS.
0040AU*---------------------------------------------------------------
0040AV 4080-CHECK-COMBINED.
0040AW         IF NOT STM-COMBINED-CHECKABLE
0040AX             GO TO 4080-EXIT
0040AY         END-IF.
0040AZ         MOVE STM-CURR-ACCOUNT TO AXR-ACCOUNT-NO.
0040BX         READ ACCOUNT-XREF-FILE
0040BY             INVALID KEY
0040BZ                 GO TO 4080-EXIT
0040C1         END-READ.
0040C2         MOVE AXR-CUSTOMER-NO TO CCT-CUSTOMER-NO.
0040C3         READ CONTACT-FILE
0040C4             INVALID KEY
0040C5                 GO TO 4080-EXIT
0040C6         END-READ.
0040C7         IF CCT-COMBINED-STATEMENT
0040C8             MOVE "R" TO STM-DELIVERY-WORK
0040C9         END-IF.
0040CA 4080-EXIT.
0040CB         EXIT.
0046A1*---------------------------------------------------------------
0046A2*  4600-WRITE-ELEC-STATEMENT.  ONE "S" SUMMARY ROW (ACCOUNT,
0046A3*  BRANCH, TXN COUNT, OPENING, CLOSING, NET) AND ONE "T" ROW
0046AD         STRING "S," STM-CURR-ACCOUNT "," STM-CURR-BRANCH
0046AE             "," STM-CSV-COUNT "," STM-CSV-SIGNED
0046AF             "," STM-CSV-SIGNED-2
0046AH             "," STM-ACCT-CURRENCY
0046AG             DELIMITED BY SIZE INTO ELECTRONIC-RECORD.
0046AJ         WRITE ELECTRONIC-RECORD.
0046AK         PERFORM 4650-WRITE-ONE-ELEC-TXN THRU 4650-EXIT
0046AP 4650-WRITE-ONE-ELEC-TXN.
0046AQ         MOVE STM-TXN-ENTRY(STM-TXN-SUB) TO STM-WORK-TXN.
0046AR         MOVE STM-WRK-AMOUNT TO STM-CSV-AMOUNT.
0046B4         MOVE STM-WRK-ORIG-AMOUNT TO STM-CSV-ORIG-AMOUNT.
0046AS         MOVE SPACES TO ELECTRONIC-RECORD.
0046AT         STRING "T," STM-CURR-ACCOUNT "," STM-CURR-BRANCH
0046AU             "," STM-WRK-TRANS-DATE
0046AW             "," STM-CSV-AMOUNT
0046AX             "," STM-WRK-DC-INDICATOR
0046AY             "," STM-WRK-CURRENCY-CODE
0046B5             "," STM-ACCT-CURRENCY
0046B6             "," STM-CSV-ORIG-AMOUNT
0046AZ             DELIMITED BY SIZE INTO ELECTRONIC-RECORD.
0046B1         WRITE ELECTRONIC-RECORD.
0046B2 4650-EXIT.
003470             "   PAGE: " STM-PAGE-NO-EDIT
003480             DELIMITED BY SIZE INTO STATEMENT-RECORD.
003490         WRITE STATEMENT-RECORD.
00349A         IF STM-PRODUCT-NAME NOT = SPACES
00349B             MOVE SPACES TO STATEMENT-RECORD
00349C             STRING "PRODUCT: " STM-PRODUCT-NAME
00349D                 DELIMITED BY SIZE INTO STATEMENT-RECORD
00349E             WRITE STATEMENT-RECORD
00349F         END-IF.
00349W         IF NOT STM-ACCT-LOCAL
00349X             MOVE SPACES TO STATEMENT-RECORD
00349Y             STRING "CURRENCY: " STM-ACCT-CURRENCY
00349Z                 DELIMITED BY SIZE INTO STATEMENT-RECORD
0034A1             WRITE STATEMENT-RECORD
0034A2         END-IF.
00349G         IF MCK-SEND
00349H             MOVE MCK-CUSTOMER-NAME TO STATEMENT-RECORD
00349I             WRITE STATEMENT-RECORD
00349J             MOVE MCK-ADDRESS-LINE-1 TO STATEMENT-RECORD
00349K             WRITE STATEMENT-RECORD
00349L             IF MCK-ADDRESS-LINE-2 NOT = SPACES
00349M                 MOVE MCK-ADDRESS-LINE-2 TO STATEMENT-RECORD
00349N                 WRITE STATEMENT-RECORD
00349O             END-IF
00349P             MOVE SPACES TO STATEMENT-RECORD
00349Q             STRING MCK-CITY DELIMITED BY "  "
00349R                 " " MCK-REGION " " MCK-POSTAL-CODE
00349S                 " " MCK-COUNTRY
00349T                 DELIMITED BY SIZE INTO STATEMENT-RECORD
00349U             WRITE STATEMENT-RECORD
00349V         END-IF.
003500         MOVE STM-OPENING-BALANCE TO STM-BALANCE-EDIT.
003510         MOVE SPACES TO STATEMENT-RECORD.
003520         STRING "OPENING BALANCE " STM-BALANCE-EDIT
003560                 TO STATEMENT-RECORD(40:45)
003570         END-IF.
003580         WRITE STATEMENT-RECORD.
003590         MOVE "DATE     TY       AMOUNT D/C CCY     ORIGINAL"
003600             TO STATEMENT-RECORD.
003610         WRITE STATEMENT-RECORD.
003620         MOVE "-------- -- ------------ --- --- ------------"
003630             TO STATEMENT-RECORD.
003640         WRITE STATEMENT-RECORD.
003650 4200-EXIT.
003670 4300-PRINT-ONE-TXN.
003680         MOVE STM-TXN-ENTRY(STM-TXN-SUB) TO STM-WORK-TXN.
003690         MOVE STM-WRK-AMOUNT TO STM-AMOUNT-EDIT.
003692         MOVE STM-WRK-ORIG-AMOUNT TO STM-ORIG-EDIT.
003700         MOVE SPACES TO STATEMENT-RECORD.
003710         STRING STM-WRK-TRANS-DATE " " STM-WRK-RECORD-TYPE
003720             " " STM-AMOUNT-EDIT " " STM-WRK-DC-INDICATOR
003730             "   " STM-WRK-CURRENCY-CODE
003740             DELIMITED BY SIZE INTO STATEMENT-RECORD.
003742         IF STM-WRK-CURRENCY-CODE NOT = STM-ACCT-CURRENCY
003744             MOVE STM-ORIG-EDIT TO STATEMENT-RECORD(34:12)
003746         END-IF.
003748         IF STM-WRK-NO-RATE
00374A             MOVE "     NO RATE" TO STATEMENT-RECORD(13:12)
00374B             MOVE "NOT POSTED - NO RATE"
00374C                 TO STATEMENT-RECORD(47:20)
00374D         END-IF.
003750         WRITE STATEMENT-RECORD.
003760 4300-EXIT.
003770         EXIT.
004320                 STM-LEDGER-EXPECTED
004330         END-IF.
0042C7 8000-CHANNEL-CONTROL.
0042C8         IF STM-NO-RATE-COUNT > ZERO
0042C9             DISPLAY "STMTGEN: " STM-NO-RATE-COUNT
0042CA                 " ITEM(S) LISTED AS NOT POSTED - NO RATE"
0042CB         END-IF.
0043B1*  THE CHANNEL SPLIT MUST ACCOUNT FOR EVERY STATEMENT AND
0043B2*  EVERY TRANSACTION LINE EXACTLY ONCE.
0043B3         DISPLAY "STMTGEN: CHANNEL CONTROL - PRINT "
0043B4             STM-PRINT-COUNT " (" STM-PRINT-TXN-LINES
0043B5             " LINES), ELECTRONIC " STM-ELEC-COUNT
0043B6             " (" STM-ELEC-TXN-LINES " LINES)".
0043B7         DISPLAY "STMTGEN: CHANNEL CONTROL - HELD "
0043B8             STM-HELD-COUNT " (" STM-HELD-TXN-LINES
0043B9             " LINES) - RETURNED MAIL, SEE HELDMAIL".
0043A1         DISPLAY "STMTGEN: CHANNEL CONTROL - COMBINED "
0043A2             STM-COMBINED-COUNT " (" STM-COMBINED-TXN-LINES
0043A3             " LINES) - LEFT TO RELSTMT".
0043BA         IF STM-PRINT-COUNT + STM-ELEC-COUNT + STM-HELD-COUNT
0043A4             + STM-COMBINED-COUNT
0043BB             NOT = STM-STATEMENT-COUNT
0043BC             OR STM-PRINT-TXN-LINES + STM-ELEC-TXN-LINES
0043BD                 + STM-HELD-TXN-LINES
0043A5                 + STM-COMBINED-TXN-LINES
0043BE             NOT = STM-TXN-LINE-COUNT
0043BF             DISPLAY "STMTGEN: CHANNEL SPLIT MISMATCH - THE "
0043BG                 "FOUR LEGS DO NOT COVER EVERY ACCOUNT "
0043BH                 "EXACTLY ONCE"
0043BI             MOVE 4 TO RETURN-CODE
0043BJ         END-IF.
004340         CLOSE STATEMENT-FILE.
004342         CLOSE ELECTRONIC-FILE.
00434B         MOVE "E" TO MCK-FUNCTION.
00434C         CALL "MAILCHK" USING MAIL-CHECK-AREA.
00434A         PERFORM 8500-CATALOG-STATEMENT-RUN THRU 8500-EXIT.
004350         IF STM-BALANCE-AVAILABLE
004360             CLOSE BALANCE-FILE
004370         END-IF.
004371         IF STM-COMBINED-CHECKABLE
004372             CLOSE ACCOUNT-XREF-FILE
004373             CLOSE CONTACT-FILE
004374         END-IF.
004380         DISPLAY "STMTGEN: " STM-STATEMENT-COUNT
004390             " STATEMENT(S) PRODUCED TO "
004392             STM-STATEMENT-FILENAME.
