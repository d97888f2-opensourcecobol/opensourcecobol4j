00036I*                  THROUGH KEYREL BEFORE IT REACHES KEYEDTRN
00036J*                  AND THE STREAM -- THE APPRMNT TWO-PERSON
00036K*                  PRINCIPLE, APPLIED TO MANUAL MONEY.
00036L*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00036M*                  SIGN-ON AND BEFORE EACH KEYED RECORD IS
00036N*                  WRITTEN TO KEYEDHLD.
00036O*  10/15/2026 DCG  TELLER CASH MODE.  "CASH" ON THE COMMAND LINE
00036P*                  KEYS A BRANCH'S PAPER END-OF-DAY TELLER CASH
00036Q*                  POSITIONS -- BRANCH, TELLER, DATE, OPENING
00036R*                  CASH, RECEIVED, PAID OUT, CLOSING COUNT -- ONTO
00036S*                  TELLCASH (TELCSHC) FOR TELLPRF TO PROVE.  NO
00036T*                  MONEY MOVES, SO NO KEYEDHLD BATCH IS OPENED.
00036U*  10/15/2026 DCG  A KEYED CASH POSITION'S OVER OR SHORT IS NOW
00036V*                  SHOWN BEFORE IT IS WRITTEN, AND THE OPERATOR
00036W*                  CONFIRMS IT (Y/N); "N" WRITES NOTHING.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000518         SELECT BATCH-REGISTRY-FILE ASSIGN TO "KEYBATCH"
00051A             ORGANIZATION IS LINE SEQUENTIAL
00051B             FILE STATUS IS KEY-BATREG-FILE-STATUS.
00051C         SELECT TELLER-CASH-FILE ASSIGN TO "TELLCASH"
00051D             ORGANIZATION IS LINE SEQUENTIAL
00051E             FILE STATUS IS KEY-CASH-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  BRANCH-MASTER-FILE.
00056B         05  KBN-LAST-NUMBER         PIC 9(05).
00056C FD  BATCH-REGISTRY-FILE.
00056D     COPY KEYBATRC.
00056E FD  TELLER-CASH-FILE.
00056F     COPY TELCSHC.
000640 WORKING-STORAGE SECTION.
00064A     COPY OPAUTHC.
00064B     COPY BATCHWNC.
000650     COPY DATESRVC.
000660 01  KEY-FILE-STATUS-VALUES.
000670         05  KEY-BRANCH-FILE-STATUS  PIC X(02).
000688             88  KEY-BATREG-FILE-OK      VALUE "00".
000690         05  KEY-KEYED-FILE-STATUS   PIC X(02).
000700             88  KEY-KEYED-FILE-OK       VALUE "00".
00070A         05  KEY-CASH-FILE-STATUS    PIC X(02).
00070B             88  KEY-CASH-FILE-OK        VALUE "00".
000710 01  KEY-SWITCHES.
000720         05  KEY-DONE-SWITCH         PIC X(01) VALUE "N".
000730             88  KEY-DONE                VALUE "Y".
000790             88  KEY-ENTRY-ABORTED       VALUE "Y".
000800         05  KEY-BRANCH-FOUND-SWITCH PIC X(01) VALUE "N".
000810             88  KEY-BRANCH-FOUND        VALUE "Y".
00081A         05  KEY-MODE-SWITCH         PIC X(01) VALUE "T".
00081B             88  KEY-CASH-MODE           VALUE "C".
000820 01  KEY-SESSION-CONTEXT.
000830         05  KEY-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
000840         05  KEY-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
000850         05  KEY-TODAY-DATE          PIC 9(08) VALUE ZERO.
00085A         05  KEY-PARM-STRING         PIC X(12) VALUE SPACES.
000860 01  KEY-BRANCH-TABLE.
000870         05  KEY-BRM-COUNT           PIC 9(03) COMP VALUE ZERO.
000880         05  KEY-BRM-ENTRY OCCURS 100 TIMES
000997         05  KEY-AMT-SCAN-SUB        PIC 9(02) COMP VALUE ZERO.
001000         05  KEY-IN-DC               PIC X(01) VALUE SPACES.
001010         05  KEY-IN-MEMO             PIC X(60) VALUE SPACES.
00101A         05  KEY-IN-TELLER           PIC X(06) VALUE SPACES.
00101B         05  KEY-IN-CONFIRM          PIC X(01) VALUE SPACES.
001020 01  KEY-BUILD-RECORD.
001030         05  KEY-BLD-BRANCH          PIC X(03).
001040         05  KEY-BLD-ACCOUNT         PIC X(10).
001222         05  KEY-BATCH-ID            PIC 9(05) VALUE ZERO.
001224         05  KEY-BATCH-AMOUNT        PIC 9(11)V99 VALUE ZERO.
001230         05  KEY-REJECT-COUNT        PIC 9(05) VALUE ZERO.
00123A         05  KEY-CASH-COUNT          PIC 9(05) VALUE ZERO.
001240 01  KEY-AMOUNT-EDIT             PIC ZZZZZZZZ9.99.
00124A 01  KEY-CASH-DIFFERENCE         PIC S9(09)V99 VALUE ZERO.
00124B 01  KEY-DIFFERENCE-EDIT         PIC -(9)9.99.
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310         STOP RUN.
001320 1000-INITIALIZE.
001330         DISPLAY "KEYENTRY: JOB STARTING".
00133A         ACCEPT KEY-PARM-STRING FROM COMMAND-LINE.
00133B         IF KEY-PARM-STRING(1:4) = "CASH"
00133C             SET KEY-CASH-MODE TO TRUE
00133D             DISPLAY "KEYENTRY: TELLER CASH POSITION ENTRY"
00133E         END-IF.
001340         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001350         ACCEPT KEY-SESSION-USER-ID FROM CONSOLE.
001360         IF KEY-SESSION-USER-ID = SPACES
00142I             MOVE "Y" TO KEY-DONE-SWITCH
00142J             GO TO 1000-EXIT
00142K         END-IF.
00142L         INITIALIZE BATCH-WINDOW-AREA.
00142M         MOVE "KEYENTRY" TO BWN-PROGRAM.
00142N         MOVE KEY-SESSION-USER-ID TO BWN-USER-ID.
00142O         MOVE "S" TO BWN-FUNCTION.
00142P         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001430         PERFORM 1100-LOAD-BRANCH-MASTER THRU 1100-EXIT.
00143A         IF KEY-CASH-MODE
00143B             PERFORM 1400-OPEN-TELLER-CASH THRU 1400-EXIT
00143C             GO TO 1000-EXIT
00143D         END-IF.
001432         PERFORM 1300-ASSIGN-BATCH-ID THRU 1300-EXIT.
001440         OPEN EXTEND KEYED-TRAN-FILE.
001442         IF NOT KEY-KEYED-FILE-OK
0013KH             KEY-BATCH-ID.
0013KI 1300-EXIT.
0013KJ         EXIT.
0013AA*---------------------------------------------------------------
0013AB*  1400-OPEN-TELLER-CASH.  POSITIONS ARE ADDED TO WHATEVER IS
0013AC*  ALREADY KEYED TODAY; TELLPRF TAKES THE LAST ONE KEYED FOR A
0013AD*  TELLER, SO A MISTAKE IS PUT RIGHT BY KEYING IT AGAIN.
0013AE*---------------------------------------------------------------
0013AF 1400-OPEN-TELLER-CASH.
0013AG         OPEN EXTEND TELLER-CASH-FILE.
0013AH         IF NOT KEY-CASH-FILE-OK
0013AI             OPEN OUTPUT TELLER-CASH-FILE
0013AJ         END-IF.
0013AK         IF NOT KEY-CASH-FILE-OK
0013AL             DISPLAY "KEYENTRY: CANNOT OPEN TELLCASH, STATUS = "
0013AM                 KEY-CASH-FILE-STATUS
0013AN             SET KEY-DONE TO TRUE
0013AO         END-IF.
0013AP 1400-EXIT.
0013AQ         EXIT.
001780 2000-KEY-ONE-RECORD.
001790         DISPLAY " ".
00179A         IF KEY-CASH-MODE
00179B             PERFORM 5000-KEY-ONE-POSITION THRU 5000-EXIT
00179C             GO TO 2000-EXIT
00179D         END-IF.
001800         DISPLAY "KEY A TRANSACTION (BLANK BRANCH = SIGN OFF)".
001810         MOVE "N" TO KEY-ABORT-SWITCH.
001820         PERFORM 2100-GET-BRANCH THRU 2100-EXIT.
003770 3000-EXIT.
003780         EXIT.
003790 4000-WRITE-KEYED-RECORD.
00379A         MOVE "U" TO BWN-FUNCTION.
00379B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00379C         IF BWN-UPDATE-REFUSED
00379D             DISPLAY "  RECORD NOT WRITTEN"
00379E             GO TO 4000-EXIT
00379F         END-IF.
003800         MOVE SPACES TO KEY-MEMO-AREA.
003810         STRING "KEYED BY " KEY-SESSION-USER-ID " "
003820             KEY-IN-MEMO
003920             KEY-IN-DC " (RECORD " KEY-ACCEPT-COUNT ")".
003930 4000-EXIT.
003940         EXIT.
0039AA*---------------------------------------------------------------
0039AB*  5000-KEY-ONE-POSITION.  ONE TELLER'S END-OF-DAY CASH FROM THE
0039AC*  BRANCH'S PAPER RETURN, USING THE SAME BRANCH, DATE AND AMOUNT
0039AD*  EDITS AS A KEYED TRANSACTION.  THE OPERATOR SEES THE OVER OR
0039AE*  SHORT BEFORE THE POSITION IS WRITTEN, AND ANSWERS "N" TO
0039BR*  DROP A POSITION KEYED WRONG.
0039AF*---------------------------------------------------------------
0039AG 5000-KEY-ONE-POSITION.
0039AH         DISPLAY "KEY A TELLER CASH POSITION (BLANK BRANCH = "
0039AI             "SIGN OFF)".
0039AJ         MOVE "N" TO KEY-ABORT-SWITCH.
0039AK         PERFORM 2100-GET-BRANCH THRU 2100-EXIT.
0039AL         IF KEY-DONE
0039AM             GO TO 5000-EXIT
0039AN         END-IF.
0039AO         MOVE SPACES TO TELLER-CASH-RECORD.
0039AP         MOVE KEY-IN-BRANCH TO TCP-BRANCH-CODE.
0039AQ         PERFORM 5100-GET-TELLER THRU 5100-EXIT.
0039AR         MOVE KEY-IN-TELLER TO TCP-TELLER-ID.
0039AS         DISPLAY "  POSITION DATE -".
0039AT         PERFORM 2400-GET-DATE THRU 2400-EXIT.
0039AU         MOVE KEY-IN-DATE TO TCP-POSITION-DATE.
0039AV         DISPLAY "  OPENING CASH -".
0039AW         PERFORM 2500-GET-AMOUNT THRU 2500-EXIT.
0039AX         MOVE KEY-IN-AMOUNT TO TCP-OPENING-CASH.
0039AY         DISPLAY "  CASH RECEIVED -".
0039AZ         PERFORM 2500-GET-AMOUNT THRU 2500-EXIT.
0039BA         MOVE KEY-IN-AMOUNT TO TCP-CASH-RECEIVED.
0039BB         DISPLAY "  CASH PAID OUT -".
0039BC         PERFORM 2500-GET-AMOUNT THRU 2500-EXIT.
0039BD         MOVE KEY-IN-AMOUNT TO TCP-CASH-PAID-OUT.
0039BE         DISPLAY "  CLOSING COUNT -".
0039BF         PERFORM 2500-GET-AMOUNT THRU 2500-EXIT.
0039BG         MOVE KEY-IN-AMOUNT TO TCP-CLOSING-COUNT.
0039BH         SET TCP-KEYED TO TRUE.
0039BI         MOVE KEY-SESSION-USER-ID TO TCP-ENTERED-BY.
0039BS         COMPUTE KEY-CASH-DIFFERENCE = TCP-CLOSING-COUNT
0039BT             - TCP-OPENING-CASH - TCP-CASH-RECEIVED
0039BU             + TCP-CASH-PAID-OUT.
0039BX         MOVE KEY-CASH-DIFFERENCE TO KEY-DIFFERENCE-EDIT.
0039CQ         DISPLAY "  " TCP-BRANCH-CODE "/" TCP-TELLER-ID " "
0039CR             TCP-POSITION-DATE " OVER/SHORT " KEY-DIFFERENCE-EDIT.
0039CS         DISPLAY "  WRITE THIS POSITION (Y/N): "
0039CY             WITH NO ADVANCING.
0039CT         ACCEPT KEY-IN-CONFIRM FROM CONSOLE.
0039CU         IF KEY-IN-CONFIRM NOT = "Y"
0039CV             DISPLAY "  POSITION NOT WRITTEN"
0039CW             GO TO 5000-EXIT
0039CX         END-IF.
0039BJ         MOVE "U" TO BWN-FUNCTION.
0039BK         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
0039BL         IF BWN-UPDATE-REFUSED
0039BM             DISPLAY "  POSITION NOT WRITTEN"
0039BN             GO TO 5000-EXIT
0039BO         END-IF.
0039BP         WRITE TELLER-CASH-RECORD.
0039BQ         ADD 1 TO KEY-CASH-COUNT.
0039BV         DISPLAY "  ACCEPTED - " TCP-BRANCH-CODE "/" TCP-TELLER-ID
0039BW             " " TCP-POSITION-DATE " (POSITION " KEY-CASH-COUNT
0039CZ             ")".
0039BY 5000-EXIT.
0039BZ         EXIT.
0039CA 5100-GET-TELLER.
0039CB         MOVE "N" TO KEY-FIELD-OK-SWITCH.
0039CC         PERFORM 5150-PROMPT-TELLER THRU 5150-EXIT
0039CD             UNTIL KEY-FIELD-OK.
0039CE 5100-EXIT.
0039CF         EXIT.
0039CG 5150-PROMPT-TELLER.
0039CH         DISPLAY "  TELLER ID (6 CHARS): " WITH NO ADVANCING.
0039CI         ACCEPT KEY-IN-TELLER FROM CONSOLE.
0039CJ         IF KEY-IN-TELLER = SPACES
0039CK             DISPLAY "  TELLER ID MAY NOT BE BLANK"
0039CL             GO TO 5150-EXIT
0039CM         END-IF.
0039CN         SET KEY-FIELD-OK TO TRUE.
0039CO 5150-EXIT.
0039CP         EXIT.
003950 8000-TERMINATE.
00395A         IF KEY-CASH-MODE
00395B             IF KEY-CASH-FILE-OK
00395C                 CLOSE TELLER-CASH-FILE
00395D             END-IF
00395E             DISPLAY "KEYENTRY: " KEY-CASH-COUNT
00395F                 " TELLER CASH POSITION(S) KEYED TO TELLCASH"
00395G             DISPLAY "KEYENTRY: JOB COMPLETE FOR USER "
00395H                 KEY-SESSION-USER-ID
00395I             GO TO 8000-EXIT
00395J         END-IF.
003960         IF KEY-KEYED-FILE-OK
004030             CLOSE KEYED-TRAN-FILE
004040         END-IF.
