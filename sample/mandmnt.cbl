000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 MANDMNT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  DIRECT DEBIT MANDATE MAINTENANCE.  A THIRD PARTY MAY ONLY
000180*  COLLECT FROM A CUSTOMER'S ACCOUNT UNDER A MANDATE THE
000190*  CUSTOMER HAS SIGNED.  THIS SIGN-ON PROGRAM (LGLMAINT STYLE,
000200*  OPERAUTH FUNCTION "T") KEYS EACH SIGNED MANDATE ONTO
000210*  MANDATE -- ACCOUNT, COLLECTOR ID, THE MOST THE COLLECTOR
000220*  MAY TAKE IN ONE COLLECTION, HOW OFTEN, AND THE DATES IT IS
000230*  GOOD BETWEEN -- AND CANCELS ONE WHEN THE CUSTOMER WITHDRAWS
000240*  IT, EFFECTIVE FROM THE DATE THE CUSTOMER GIVES (TODAY OR
000250*  LATER).  A CANCELLED MANDATE STAYS ON FILE SO THE CANCEL
000260*  DATE AND WHO KEYED IT CAN BE SHOWN; A NEW MANDATE FOR THE
000270*  SAME ACCOUNT AND COLLECTOR REPLACES IT.  FROM THE MOMENT A
000280*  MANDATE IS ON FILE THE EDIT PASS HOLDS EVERY COLLECTION TO
000290*  IT (SEE VALMAND).  THE ACCOUNT MUST BE ON ACCTMST AND OPEN.
000300*  ------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  ------------------------------------------------------------
000330*  DATE       BY   DESCRIPTION
000340*  ---------- ---- --------------------------------------------
000350*  10/15/2026 DCG  ORIGINAL PROGRAM.
00035A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00035B*                  SIGN-ON AND BEFORE A MANDATE IS WRITTEN OR
00035C*                  CANCELLED.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.
000400         LINUX.
000410 OBJECT-COMPUTER.
000420         LINUX.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450         SELECT MANDATE-FILE ASSIGN TO "MANDATE"
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS DYNAMIC
000480             RECORD KEY IS MDT-KEY
000490             FILE STATUS IS MDM-MANDATE-FILE-STATUS.
000500         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS RANDOM
000530             RECORD KEY IS ACM-ACCOUNT-NO
000540             FILE STATUS IS MDM-ACCOUNT-FILE-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  MANDATE-FILE.
000580     COPY MANDATRC.
000590 FD  ACCOUNT-MASTER-FILE.
000600     COPY ACCTREC.
000610 WORKING-STORAGE SECTION.
000620     COPY OPAUTHC.
00062A     COPY BATCHWNC.
000630 01  MDM-FILE-STATUS-VALUES.
000640         05  MDM-MANDATE-FILE-STATUS PIC X(02).
000650             88  MDM-MANDATE-FILE-OK     VALUE "00".
000660             88  MDM-MANDATE-NOT-FOUND   VALUE "35".
000670         05  MDM-ACCOUNT-FILE-STATUS PIC X(02).
000680             88  MDM-ACCOUNT-FILE-OK     VALUE "00".
000690 01  MDM-SWITCHES.
000700         05  MDM-DONE-SWITCH         PIC X(01) VALUE "N".
000710             88  MDM-DONE                VALUE "Y".
000720         05  MDM-MANDATE-OPEN-SWITCH PIC X(01) VALUE "N".
000730             88  MDM-MANDATE-OPEN        VALUE "Y".
000740         05  MDM-ACCOUNT-OPEN-SWITCH PIC X(01) VALUE "N".
000750             88  MDM-ACCOUNT-OPEN        VALUE "Y".
000760         05  MDM-FOUND-SWITCH        PIC X(01) VALUE "N".
000770             88  MDM-MANDATE-FOUND       VALUE "Y".
000780         05  MDM-REPLACE-SWITCH      PIC X(01) VALUE "N".
000790             88  MDM-REPLACING           VALUE "Y".
000800         05  MDM-FIELD-OK-SWITCH     PIC X(01) VALUE "N".
000810             88  MDM-FIELD-OK            VALUE "Y".
000820         05  MDM-BROWSE-EOF-SWITCH   PIC X(01) VALUE "N".
000830             88  MDM-BROWSE-AT-END       VALUE "Y".
000840 01  MDM-MENU-CHOICE             PIC X(01) VALUE SPACES.
000850 01  MDM-SESSION-CONTEXT.
000860         05  MDM-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
000870         05  MDM-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
000880 01  MDM-WORK-FIELDS.
000890         05  MDM-RUN-DATE            PIC 9(08) VALUE ZERO.
000900         05  MDM-WORK-ACCOUNT        PIC X(10) VALUE SPACES.
000910         05  MDM-WORK-COLLECTOR      PIC X(04) VALUE SPACES.
000920         05  MDM-WORK-BRANCH         PIC X(03) VALUE SPACES.
000930         05  MDM-WORK-DATE-X         PIC X(08) VALUE SPACES.
000940         05  MDM-WORK-DATE           PIC 9(08) VALUE ZERO.
000950         05  MDM-CONFIRM             PIC X(01) VALUE SPACES.
000960         05  MDM-LIST-COUNT          PIC 9(05) COMP VALUE ZERO.
000970*  THE AMOUNT IS KEYED AS DIGITS ONLY, PENCE IN THE LAST TWO,
000980*  AND RIGHT-JUSTIFIED THE KEYENTRY WAY.
000990 01  MDM-AMOUNT-ENTRY.
001000         05  MDM-IN-AMOUNT-X         PIC X(14) VALUE SPACES.
001010         05  MDM-IN-AMOUNT-DIGITS    PIC X(13) VALUE ZEROS.
001020         05  MDM-IN-AMOUNT-LENGTH    PIC 9(02) COMP VALUE ZERO.
001030         05  MDM-AMT-SCAN-SUB        PIC 9(02) COMP VALUE ZERO.
001040         05  MDM-IN-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001050 01  MDM-DISPLAY-FIELDS.
001060         05  MDM-MAX-EDIT            PIC Z(08)9.99.
001070         05  MDM-LAST-EDIT           PIC Z(08)9.99.
001080         05  MDM-STATE-TEXT          PIC X(09) VALUE SPACES.
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001130             UNTIL MDM-DONE.
001140         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001150         STOP RUN.
001160 1000-INITIALIZE.
001170         DISPLAY "MANDMNT: JOB STARTING".
001180         ACCEPT MDM-RUN-DATE FROM DATE YYYYMMDD.
001190         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001200         ACCEPT MDM-SESSION-USER-ID FROM CONSOLE.
001210         IF MDM-SESSION-USER-ID = SPACES
001220             MOVE "GUEST" TO MDM-SESSION-USER-ID
001230         END-IF.
001240         ACCEPT MDM-SESSION-SIGNON-TIME FROM TIME.
001250         DISPLAY "MANDMNT: SIGNED ON AS " MDM-SESSION-USER-ID
001260             " AT " MDM-SESSION-SIGNON-TIME.
001270*  THE SHARED OPERATOR MASTER DECIDES WHO GETS IN --
001280*  SEE OPERAUTH; A MISSING OPERMST STILL GRANTS ALL.
001290         MOVE MDM-SESSION-USER-ID TO OPA-USER-ID.
001300         MOVE "T" TO OPA-FUNCTION.
001310         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001320         IF NOT OPA-GRANTED
001330             DISPLAY "MANDMNT: ACCESS DENIED FOR "
001340                 MDM-SESSION-USER-ID " - SESSION ENDED"
001350             MOVE "Y" TO MDM-DONE-SWITCH
001360             GO TO 1000-EXIT
001370         END-IF.
00137A         INITIALIZE BATCH-WINDOW-AREA.
00137B         MOVE "MANDMNT" TO BWN-PROGRAM.
00137C         MOVE MDM-SESSION-USER-ID TO BWN-USER-ID.
00137D         MOVE "S" TO BWN-FUNCTION.
00137E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001380         OPEN I-O MANDATE-FILE.
001390         IF MDM-MANDATE-NOT-FOUND
001400             OPEN OUTPUT MANDATE-FILE
001410             CLOSE MANDATE-FILE
001420             OPEN I-O MANDATE-FILE
001430         END-IF.
001440         IF NOT MDM-MANDATE-FILE-OK
001450             DISPLAY "MANDMNT: CANNOT OPEN MANDATE, STATUS = "
001460                 MDM-MANDATE-FILE-STATUS " - SESSION ENDED"
001470             MOVE "Y" TO MDM-DONE-SWITCH
001480             GO TO 1000-EXIT
001490         END-IF.
001500         SET MDM-MANDATE-OPEN TO TRUE.
001510         OPEN INPUT ACCOUNT-MASTER-FILE.
001520         IF MDM-ACCOUNT-FILE-OK
001530             SET MDM-ACCOUNT-OPEN TO TRUE
001540         ELSE
001550             DISPLAY "MANDMNT: ACCTMST UNAVAILABLE, STATUS = "
001560                 MDM-ACCOUNT-FILE-STATUS
001570                 " - NEW MANDATES CANNOT BE ENTERED"
001580         END-IF.
001590 1000-EXIT.
001600         EXIT.
001610 2000-MENU-LOOP.
001620         DISPLAY " ".
001630         DISPLAY "----------------------------------------------".
001640         DISPLAY "DIRECT DEBIT MANDATE MAINTENANCE".
001650         DISPLAY "USER: " MDM-SESSION-USER-ID
001660             "   SIGNED ON: " MDM-SESSION-SIGNON-TIME.
001670         DISPLAY "----------------------------------------------".
001680         DISPLAY "1. INQUIRE ON A MANDATE".
001690         DISPLAY "2. ENTER A NEW MANDATE".
001700         DISPLAY "3. CANCEL A MANDATE FROM A GIVEN DATE".
001710         DISPLAY "4. LIST MANDATES ON AN ACCOUNT".
001720         DISPLAY "5. EXIT".
001730         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
001740         ACCEPT MDM-MENU-CHOICE FROM CONSOLE.
001750         EVALUATE MDM-MENU-CHOICE
001760             WHEN "1"
001770                 PERFORM 2100-FIND-MANDATE THRU 2100-EXIT
001780             WHEN "2"
001790                 PERFORM 3000-ENTER-MANDATE THRU 3000-EXIT
001800             WHEN "3"
001810                 PERFORM 4000-CANCEL-MANDATE THRU 4000-EXIT
001820             WHEN "4"
001830                 PERFORM 5000-LIST-ACCOUNT THRU 5000-EXIT
001840             WHEN "5"
001850                 SET MDM-DONE TO TRUE
001860             WHEN OTHER
001870                 DISPLAY "MANDMNT: INVALID SELECTION, TRY AGAIN"
001880         END-EVALUATE.
001890 2000-EXIT.
001900         EXIT.
001910 2050-GET-KEY.
001920         MOVE "N" TO MDM-FIELD-OK-SWITCH.
001930         DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
001940         MOVE SPACES TO MDM-WORK-ACCOUNT.
001950         ACCEPT MDM-WORK-ACCOUNT FROM CONSOLE.
001960         DISPLAY "COLLECTOR ID: " WITH NO ADVANCING.
001970         MOVE SPACES TO MDM-WORK-COLLECTOR.
001980         ACCEPT MDM-WORK-COLLECTOR FROM CONSOLE.
001990         IF MDM-WORK-ACCOUNT = SPACES
002000             OR MDM-WORK-COLLECTOR = SPACES
002010             DISPLAY "MANDMNT: ACCOUNT AND COLLECTOR ARE REQUIRED"
002020             GO TO 2050-EXIT
002030         END-IF.
002040         SET MDM-FIELD-OK TO TRUE.
002050 2050-EXIT.
002060         EXIT.
002070 2100-FIND-MANDATE.
002080         MOVE "N" TO MDM-FOUND-SWITCH.
002090         PERFORM 2050-GET-KEY THRU 2050-EXIT.
002100         IF NOT MDM-FIELD-OK
002110             GO TO 2100-EXIT
002120         END-IF.
002130         MOVE MDM-WORK-ACCOUNT TO MDT-ACCOUNT-NO.
002140         MOVE MDM-WORK-COLLECTOR TO MDT-COLLECTOR-ID.
002150         READ MANDATE-FILE
002160             INVALID KEY
002170                 DISPLAY "MANDMNT: NO MANDATE FOR COLLECTOR "
002180                     MDM-WORK-COLLECTOR " ON ACCOUNT "
002190                     MDM-WORK-ACCOUNT
002200                 GO TO 2100-EXIT
002210         END-READ.
002220         SET MDM-MANDATE-FOUND TO TRUE.
002230         PERFORM 2200-SHOW-MANDATE THRU 2200-EXIT.
002240 2100-EXIT.
002250         EXIT.
002260 2200-SHOW-MANDATE.
002270         MOVE MDT-MAX-AMOUNT TO MDM-MAX-EDIT.
002280         MOVE MDT-LAST-COLLECT-AMOUNT TO MDM-LAST-EDIT.
002290         PERFORM 2300-SET-STATE THRU 2300-EXIT.
002300         DISPLAY "  ACCOUNT     " MDT-BRANCH-CODE " "
002310             MDT-ACCOUNT-NO "  COLLECTOR " MDT-COLLECTOR-ID
002320             "  " MDM-STATE-TEXT.
002330         DISPLAY "  COLLECTOR   " MDT-COLLECTOR-NAME.
002340         DISPLAY "  MAXIMUM     " MDM-MAX-EDIT
002350             "  FREQUENCY " MDT-FREQUENCY.
002360         DISPLAY "  VALID FROM  " MDT-VALID-FROM "  TO "
002370             MDT-VALID-TO "  ENTERED " MDT-CREATED-DATE " BY "
002380             MDT-CREATED-BY.
002390         DISPLAY "  COLLECTED   " MDT-COLLECT-COUNT " TIME(S), "
002400             "LAST " MDT-LAST-COLLECT-DATE " FOR " MDM-LAST-EDIT.
002410         IF NOT MDT-NOT-CANCELLED
002420             DISPLAY "  CANCELLED   FROM " MDT-CANCEL-EFFECTIVE
002430                 "  KEYED " MDT-CANCEL-ENTERED " BY "
002440                 MDT-CANCELLED-BY
002450         END-IF.
002460 2200-EXIT.
002470         EXIT.
002480 2300-SET-STATE.
002490         MOVE "ACTIVE" TO MDM-STATE-TEXT.
002500         IF NOT MDT-NOT-CANCELLED
002510             IF MDT-CANCEL-EFFECTIVE > MDM-RUN-DATE
002520                 MOVE "CANCELING" TO MDM-STATE-TEXT
002530             ELSE
002540                 MOVE "CANCELLED" TO MDM-STATE-TEXT
002550             END-IF
002560             GO TO 2300-EXIT
002570         END-IF.
002580         IF MDT-VALID-FROM > MDM-RUN-DATE
002590             MOVE "FUTURE" TO MDM-STATE-TEXT
002600             GO TO 2300-EXIT
002610         END-IF.
002620         IF NOT MDT-NO-END-DATE
002630             AND MDT-VALID-TO < MDM-RUN-DATE
002640             MOVE "EXPIRED" TO MDM-STATE-TEXT
002650         END-IF.
002660 2300-EXIT.
002670         EXIT.
002680*---------------------------------------------------------------
002690*  3000-ENTER-MANDATE.  EVERY FIELD IS EDITED AS IT IS KEYED; A
002700*  BAD ENTRY ABANDONS THE MANDATE AND NOTHING IS WRITTEN.  A
002710*  LIVE MANDATE FOR THE SAME ACCOUNT AND COLLECTOR MUST BE
002720*  CANCELLED FIRST; A CANCELLED ONE IS REPLACED.
002730*---------------------------------------------------------------
002740 3000-ENTER-MANDATE.
002750         MOVE "N" TO MDM-REPLACE-SWITCH.
002760         IF NOT MDM-ACCOUNT-OPEN
002770             DISPLAY "MANDMNT: ACCTMST UNAVAILABLE"
002780             GO TO 3000-EXIT
002790         END-IF.
002800         PERFORM 2050-GET-KEY THRU 2050-EXIT.
002810         IF NOT MDM-FIELD-OK
002820             GO TO 3000-EXIT
002830         END-IF.
002840         MOVE MDM-WORK-ACCOUNT TO MDT-ACCOUNT-NO.
002850         MOVE MDM-WORK-COLLECTOR TO MDT-COLLECTOR-ID.
002860         READ MANDATE-FILE
002870             INVALID KEY
002880                 CONTINUE
002890             NOT INVALID KEY
002900                 SET MDM-REPLACING TO TRUE
002910         END-READ.
002920         IF MDM-REPLACING AND MDT-NOT-CANCELLED
002930             DISPLAY "MANDMNT: A MANDATE FOR COLLECTOR "
002940                 MDM-WORK-COLLECTOR " IS ALREADY ON FILE - "
002950                 "CANCEL IT FIRST"
002960             GO TO 3000-EXIT
002970         END-IF.
002980         MOVE MDM-WORK-ACCOUNT TO ACM-ACCOUNT-NO.
002990         READ ACCOUNT-MASTER-FILE
003000             INVALID KEY
003010                 DISPLAY "MANDMNT: ACCOUNT " MDM-WORK-ACCOUNT
003020                     " IS NOT ON ACCTMST"
003030                 GO TO 3000-EXIT
003040         END-READ.
003050         IF NOT ACM-ACCOUNT-OPEN
003060             DISPLAY "MANDMNT: ACCOUNT " MDM-WORK-ACCOUNT
003070                 " IS NOT OPEN"
003080             GO TO 3000-EXIT
003090         END-IF.
003100         DISPLAY "BRANCH CODE: " WITH NO ADVANCING.
003110         MOVE SPACES TO MDM-WORK-BRANCH.
003120         ACCEPT MDM-WORK-BRANCH FROM CONSOLE.
003130         IF MDM-WORK-BRANCH = SPACES
003140             DISPLAY "MANDMNT: BRANCH CODE IS REQUIRED"
003150             GO TO 3000-EXIT
003160         END-IF.
003170         MOVE SPACES TO MANDATE-RECORD.
003180         MOVE MDM-WORK-ACCOUNT TO MDT-ACCOUNT-NO.
003190         MOVE MDM-WORK-COLLECTOR TO MDT-COLLECTOR-ID.
003200         MOVE MDM-WORK-BRANCH TO MDT-BRANCH-CODE.
003210         DISPLAY "COLLECTOR NAME: " WITH NO ADVANCING.
003220         ACCEPT MDT-COLLECTOR-NAME FROM CONSOLE.
003230         IF MDT-COLLECTOR-NAME = SPACES
003240             DISPLAY "MANDMNT: COLLECTOR NAME MAY NOT BE BLANK"
003250             GO TO 3000-EXIT
003260         END-IF.
003270         PERFORM 3300-GET-AMOUNT THRU 3300-EXIT.
003280         IF NOT MDM-FIELD-OK
003290             GO TO 3000-EXIT
003300         END-IF.
003310         IF MDM-IN-AMOUNT > 999999999.99
003320             DISPLAY "MANDMNT: MAXIMUM AMOUNT IS TOO LARGE"
003330             GO TO 3000-EXIT
003340         END-IF.
003350         MOVE MDM-IN-AMOUNT TO MDT-MAX-AMOUNT.
003360         DISPLAY "FREQUENCY (W=WEEKLY, F=FORTNIGHTLY, M=MONTHLY,".
003370         DISPLAY "  Q=QUARTERLY, A=ANNUAL, O=ONE-OFF, "
003380             "V=VARIABLE): " WITH NO ADVANCING.
003390         ACCEPT MDT-FREQUENCY FROM CONSOLE.
003400         IF NOT MDT-FREQUENCY-VALID
003410             DISPLAY "MANDMNT: FREQUENCY MUST BE W, F, M, Q, "
003420                 "A, O OR V"
003430             GO TO 3000-EXIT
003440         END-IF.
003450         DISPLAY "VALID FROM YYYYMMDD (BLANK = TODAY): "
003460             WITH NO ADVANCING.
003470         PERFORM 3400-GET-DATE THRU 3400-EXIT.
003480         IF NOT MDM-FIELD-OK
003490             GO TO 3000-EXIT
003500         END-IF.
003510         IF MDM-WORK-DATE = ZERO
003520             MOVE MDM-RUN-DATE TO MDM-WORK-DATE
003530         END-IF.
003540         MOVE MDM-WORK-DATE TO MDT-VALID-FROM.
003550         DISPLAY "VALID TO YYYYMMDD (BLANK = NO END DATE): "
003560             WITH NO ADVANCING.
003570         PERFORM 3400-GET-DATE THRU 3400-EXIT.
003580         IF NOT MDM-FIELD-OK
003590             GO TO 3000-EXIT
003600         END-IF.
003610         IF MDM-WORK-DATE NOT = ZERO
003620             AND (MDM-WORK-DATE < MDT-VALID-FROM
003630                 OR MDM-WORK-DATE < MDM-RUN-DATE)
003640             DISPLAY "MANDMNT: VALID-TO DATE IS ALREADY PAST OR "
003650                 "BEFORE VALID-FROM"
003660             GO TO 3000-EXIT
003670         END-IF.
00367A         MOVE "U" TO BWN-FUNCTION.
00367B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00367C         IF BWN-UPDATE-REFUSED
00367D             GO TO 3000-EXIT
00367E         END-IF.
003680         MOVE MDM-WORK-DATE TO MDT-VALID-TO.
003690         MOVE ZERO TO MDT-CANCEL-EFFECTIVE.
003700         MOVE ZERO TO MDT-CANCEL-ENTERED.
003710         MOVE SPACES TO MDT-CANCELLED-BY.
003720         MOVE MDM-SESSION-USER-ID TO MDT-CREATED-BY.
003730         MOVE MDM-RUN-DATE TO MDT-CREATED-DATE.
003740         MOVE ZERO TO MDT-LAST-COLLECT-DATE.
003750         MOVE ZERO TO MDT-LAST-COLLECT-AMOUNT.
003760         MOVE ZERO TO MDT-COLLECT-COUNT.
003770         IF MDM-REPLACING
003780             REWRITE MANDATE-RECORD
003790                 INVALID KEY
003800                     DISPLAY "MANDMNT: REWRITE FAILED, STATUS = "
003810                         MDM-MANDATE-FILE-STATUS
003820                     GO TO 3000-EXIT
003830             END-REWRITE
003840         ELSE
003850             WRITE MANDATE-RECORD
003860                 INVALID KEY
003870                     DISPLAY "MANDMNT: WRITE FAILED, STATUS = "
003880                         MDM-MANDATE-FILE-STATUS
003890                     GO TO 3000-EXIT
003900             END-WRITE
003910         END-IF.
003920         DISPLAY "MANDMNT: MANDATE FOR COLLECTOR "
003930             MDT-COLLECTOR-ID " ON ACCOUNT " MDT-ACCOUNT-NO
003940             " ENTERED".
003950 3000-EXIT.
003960         EXIT.
003970 3300-GET-AMOUNT.
003980         MOVE "N" TO MDM-FIELD-OK-SWITCH.
003990         MOVE ZERO TO MDM-IN-AMOUNT.
004000         DISPLAY "MAXIMUM PER COLLECTION (DIGITS ONLY, PENCE IN "
004010             "THE LAST TWO): " WITH NO ADVANCING.
004020         MOVE SPACES TO MDM-IN-AMOUNT-X.
004030         ACCEPT MDM-IN-AMOUNT-X FROM CONSOLE.
004040         MOVE ZERO TO MDM-IN-AMOUNT-LENGTH.
004050         PERFORM 3350-SIZE-AMOUNT THRU 3350-EXIT
004060             VARYING MDM-AMT-SCAN-SUB FROM 14 BY -1
004070             UNTIL MDM-AMT-SCAN-SUB < 1
004080                 OR MDM-IN-AMOUNT-LENGTH > ZERO.
004090         IF MDM-IN-AMOUNT-LENGTH = ZERO
004100             DISPLAY "MANDMNT: AMOUNT MAY NOT BE BLANK"
004110             GO TO 3300-EXIT
004120         END-IF.
004130         IF MDM-IN-AMOUNT-LENGTH > 13
004140             DISPLAY "MANDMNT: AMOUNT IS TOO LONG"
004150             GO TO 3300-EXIT
004160         END-IF.
004170         MOVE ALL "0" TO MDM-IN-AMOUNT-DIGITS.
004180         MOVE MDM-IN-AMOUNT-X(1:MDM-IN-AMOUNT-LENGTH)
004190             TO MDM-IN-AMOUNT-DIGITS(14 - MDM-IN-AMOUNT-LENGTH:
004200             MDM-IN-AMOUNT-LENGTH).
004210         IF MDM-IN-AMOUNT-DIGITS NOT NUMERIC
004220             DISPLAY "MANDMNT: AMOUNT MUST BE NUMERIC"
004230             GO TO 3300-EXIT
004240         END-IF.
004250         MOVE MDM-IN-AMOUNT-DIGITS TO MDM-IN-AMOUNT(1:13).
004260         IF MDM-IN-AMOUNT = ZERO
004270             DISPLAY "MANDMNT: AMOUNT MAY NOT BE ZERO"
004280             GO TO 3300-EXIT
004290         END-IF.
004300         SET MDM-FIELD-OK TO TRUE.
004310 3300-EXIT.
004320         EXIT.
004330 3350-SIZE-AMOUNT.
004340         IF MDM-IN-AMOUNT-X(MDM-AMT-SCAN-SUB:1) NOT = SPACE
004350             MOVE MDM-AMT-SCAN-SUB TO MDM-IN-AMOUNT-LENGTH
004360         END-IF.
004370 3350-EXIT.
004380         EXIT.
004390*  A BLANK DATE IS ZERO (NO DATE); ANYTHING ELSE MUST BE A
004400*  PLAUSIBLE YYYYMMDD.
004410 3400-GET-DATE.
004420         MOVE "N" TO MDM-FIELD-OK-SWITCH.
004430         MOVE ZERO TO MDM-WORK-DATE.
004440         MOVE SPACES TO MDM-WORK-DATE-X.
004450         ACCEPT MDM-WORK-DATE-X FROM CONSOLE.
004460         IF MDM-WORK-DATE-X = SPACES
004470             SET MDM-FIELD-OK TO TRUE
004480             GO TO 3400-EXIT
004490         END-IF.
004500         IF MDM-WORK-DATE-X NOT NUMERIC
004510             DISPLAY "MANDMNT: DATE MUST BE YYYYMMDD"
004520             GO TO 3400-EXIT
004530         END-IF.
004540         MOVE MDM-WORK-DATE-X TO MDM-WORK-DATE.
004550         IF MDM-WORK-DATE-X(5:2) < "01"
004560             OR MDM-WORK-DATE-X(5:2) > "12"
004570             OR MDM-WORK-DATE-X(7:2) < "01"
004580             OR MDM-WORK-DATE-X(7:2) > "31"
004590             DISPLAY "MANDMNT: DATE MUST BE YYYYMMDD"
004600             MOVE ZERO TO MDM-WORK-DATE
004610             GO TO 3400-EXIT
004620         END-IF.
004630         SET MDM-FIELD-OK TO TRUE.
004640 3400-EXIT.
004650         EXIT.
004660*---------------------------------------------------------------
004670*  4000-CANCEL-MANDATE.  THE CUSTOMER HAS WITHDRAWN THE
004680*  MANDATE.  COLLECTIONS DATED BEFORE THE EFFECTIVE DATE STILL
004690*  PASS; FROM THAT DAY ON VALMAND REFUSES THEM AND THEY GO BACK
004700*  TO THE COLLECTOR ON THE RETURN FEED.  THE DATE MAY NOT BE
004710*  IN THE PAST -- WHAT HAS ALREADY BEEN COLLECTED STANDS.
004720*---------------------------------------------------------------
004730 4000-CANCEL-MANDATE.
004740         PERFORM 2100-FIND-MANDATE THRU 2100-EXIT.
004750         IF NOT MDM-MANDATE-FOUND
004760             GO TO 4000-EXIT
004770         END-IF.
004780         IF NOT MDT-NOT-CANCELLED
004790             DISPLAY "MANDMNT: MANDATE IS ALREADY CANCELLED FROM "
004800                 MDT-CANCEL-EFFECTIVE
004810             GO TO 4000-EXIT
004820         END-IF.
004830         DISPLAY "CANCEL EFFECTIVE YYYYMMDD (BLANK = TODAY): "
004840             WITH NO ADVANCING.
004850         PERFORM 3400-GET-DATE THRU 3400-EXIT.
004860         IF NOT MDM-FIELD-OK
004870             GO TO 4000-EXIT
004880         END-IF.
004890         IF MDM-WORK-DATE = ZERO
004900             MOVE MDM-RUN-DATE TO MDM-WORK-DATE
004910         END-IF.
004920         IF MDM-WORK-DATE < MDM-RUN-DATE
004930             DISPLAY "MANDMNT: A CANCELLATION MAY NOT BE "
004940                 "BACK-DATED"
004950             GO TO 4000-EXIT
004960         END-IF.
004970         DISPLAY "CANCEL THIS MANDATE FROM " MDM-WORK-DATE
004980             " (Y/N): " WITH NO ADVANCING.
004990         MOVE SPACES TO MDM-CONFIRM.
005000         ACCEPT MDM-CONFIRM FROM CONSOLE.
005010         IF MDM-CONFIRM NOT = "Y" AND MDM-CONFIRM NOT = "y"
005020             DISPLAY "MANDMNT: MANDATE NOT CANCELLED"
005030             GO TO 4000-EXIT
005040         END-IF.
00504A         MOVE "U" TO BWN-FUNCTION.
00504B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00504C         IF BWN-UPDATE-REFUSED
00504D             GO TO 4000-EXIT
00504E         END-IF.
005050         MOVE MDM-WORK-DATE TO MDT-CANCEL-EFFECTIVE.
005060         MOVE MDM-RUN-DATE TO MDT-CANCEL-ENTERED.
005070         MOVE MDM-SESSION-USER-ID TO MDT-CANCELLED-BY.
005080         REWRITE MANDATE-RECORD
005090             INVALID KEY
005100                 DISPLAY "MANDMNT: REWRITE FAILED, STATUS = "
005110                     MDM-MANDATE-FILE-STATUS
005120                 GO TO 4000-EXIT
005130         END-REWRITE.
005140         DISPLAY "MANDMNT: MANDATE FOR COLLECTOR "
005150             MDT-COLLECTOR-ID " CANCELLED FROM "
005160             MDT-CANCEL-EFFECTIVE.
005170 4000-EXIT.
005180         EXIT.
005190 5000-LIST-ACCOUNT.
005200         MOVE ZERO TO MDM-LIST-COUNT.
005210         MOVE "N" TO MDM-BROWSE-EOF-SWITCH.
005220         DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
005230         MOVE SPACES TO MDM-WORK-ACCOUNT.
005240         ACCEPT MDM-WORK-ACCOUNT FROM CONSOLE.
005250         IF MDM-WORK-ACCOUNT = SPACES
005260             GO TO 5000-EXIT
005270         END-IF.
005280         MOVE MDM-WORK-ACCOUNT TO MDT-ACCOUNT-NO.
005290         MOVE LOW-VALUES TO MDT-COLLECTOR-ID.
005300         START MANDATE-FILE KEY IS NOT LESS THAN MDT-KEY
005310             INVALID KEY
005320                 MOVE "Y" TO MDM-BROWSE-EOF-SWITCH
005330         END-START.
005340         PERFORM 5100-LIST-ONE-MANDATE THRU 5100-EXIT
005350             UNTIL MDM-BROWSE-AT-END.
005360         IF MDM-LIST-COUNT = ZERO
005370             DISPLAY "MANDMNT: NO MANDATES ON ACCOUNT "
005380                 MDM-WORK-ACCOUNT
005390         END-IF.
005400 5000-EXIT.
005410         EXIT.
005420 5100-LIST-ONE-MANDATE.
005430         READ MANDATE-FILE NEXT RECORD
005440             AT END
005450                 MOVE "Y" TO MDM-BROWSE-EOF-SWITCH
005460                 GO TO 5100-EXIT
005470         END-READ.
005480         IF MDT-ACCOUNT-NO NOT = MDM-WORK-ACCOUNT
005490             MOVE "Y" TO MDM-BROWSE-EOF-SWITCH
005500             GO TO 5100-EXIT
005510         END-IF.
005520         ADD 1 TO MDM-LIST-COUNT.
005530         MOVE MDT-MAX-AMOUNT TO MDM-MAX-EDIT.
005540         PERFORM 2300-SET-STATE THRU 2300-EXIT.
005550         DISPLAY "  " MDT-COLLECTOR-ID " " MDT-COLLECTOR-NAME " "
005560             MDM-MAX-EDIT " " MDT-FREQUENCY " " MDM-STATE-TEXT.
005570 5100-EXIT.
005580         EXIT.
005590 8000-TERMINATE.
005600         IF MDM-MANDATE-OPEN
005610             CLOSE MANDATE-FILE
005620         END-IF.
005630         IF MDM-ACCOUNT-OPEN
005640             CLOSE ACCOUNT-MASTER-FILE
005650         END-IF.
005660         DISPLAY "MANDMNT: SESSION COMPLETE".
005670 8000-EXIT.
005680         EXIT.
