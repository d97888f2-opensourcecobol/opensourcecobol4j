000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.                 CONFMNT.
000030 AUTHOR.                     DATA CONTROL GROUP.
000040 INSTALLATION.               DAILY BATCH PROCESSING.
000050 DATE-WRITTEN.               10/15/2026.
000060 DATE-COMPILED.              10/15/2026.
000070*---------------------------------------------------------------
000080*  AUDIT BALANCE CONFIRMATION REPLY MAINTENANCE.  THE REPLY
000090*  SLIPS FROM THE CONFSAMP LETTERS COME BACK THROUGH THE
000100*  EXTERNAL AUDITORS; THIS SIGN-ON PROGRAM (MANDMNT STYLE,
000110*  OPERAUTH FUNCTION "T") RECORDS EACH ONE ON AUDCONF AGAINST
000120*  THE SNAPSHOT DATE AND ACCOUNT -- AGREED, DISPUTED WITH THE
000130*  BALANCE THE CUSTOMER GAVE, OR NO REPLY.  WHEN THE AUDITORS'
000140*  REPLY DEADLINE HAS PASSED, EVERY CONFIRMATION OF A SAMPLE
000150*  STILL WAITING ON A LETTER CAN BE CLOSED AS NO REPLY AT ONCE.
000160*  A CONFIRMATION THAT WAS HELD (NO LETTER SENT) IS LEFT FOR
000170*  THE AUDITORS' ALTERNATIVE PROCEDURES BY THAT CLOSE-OUT, BUT
000180*  A REPLY OBTAINED ANOTHER WAY MAY STILL BE KEYED AGAINST IT.
000190*  A REPLY ALREADY RECORDED IS ONLY REPLACED ON CONFIRMATION.
000200*  WHO RECORDED THE REPLY, AND WHEN, IS KEPT ON THE RECORD.
000210*  ------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  ------------------------------------------------------------
000240*  DATE       BY   DESCRIPTION
000250*  ---------- ---- --------------------------------------------
000260*  10/15/2026 DCG  ORIGINAL PROGRAM.
00026A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00026B*                  SIGN-ON AND BEFORE A REPLY OR A CLOSE-OUT IS
00026C*                  WRITTEN.
000270*---------------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.
000310         LINUX.
000320 OBJECT-COMPUTER.
000330         LINUX.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360         SELECT CONFIRMATION-FILE ASSIGN TO "AUDCONF"
000370             ORGANIZATION IS INDEXED
000380             ACCESS MODE IS DYNAMIC
000390             RECORD KEY IS CNF-KEY
000400             FILE STATUS IS CFM-CONFIRM-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CONFIRMATION-FILE.
000440     COPY CONFRECC.
000450 WORKING-STORAGE SECTION.
000460     COPY OPAUTHC.
00046A     COPY BATCHWNC.
000470 01  CFM-FILE-STATUS-VALUES.
000480         05  CFM-CONFIRM-FILE-STATUS PIC X(02).
000490             88  CFM-CONFIRM-FILE-OK     VALUE "00".
000500 01  CFM-SWITCHES.
000510         05  CFM-DONE-SWITCH         PIC X(01) VALUE "N".
000520             88  CFM-DONE                VALUE "Y".
000530         05  CFM-CONFIRM-OPEN-SWITCH PIC X(01) VALUE "N".
000540             88  CFM-CONFIRM-OPEN        VALUE "Y".
000550         05  CFM-FOUND-SWITCH        PIC X(01) VALUE "N".
000560             88  CFM-CONFIRMATION-FOUND  VALUE "Y".
000570         05  CFM-FIELD-OK-SWITCH     PIC X(01) VALUE "N".
000580             88  CFM-FIELD-OK            VALUE "Y".
000590         05  CFM-BROWSE-EOF-SWITCH   PIC X(01) VALUE "N".
000600             88  CFM-BROWSE-AT-END       VALUE "Y".
000610         05  CFM-CLOSE-OUT-SWITCH    PIC X(01) VALUE "N".
000620             88  CFM-CLOSING-OUT         VALUE "Y".
000630 01  CFM-MENU-CHOICE             PIC X(01) VALUE SPACES.
000640 01  CFM-SESSION-CONTEXT.
000650         05  CFM-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
000660         05  CFM-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
000670 01  CFM-WORK-FIELDS.
000680         05  CFM-RUN-DATE            PIC 9(08) VALUE ZERO.
000690         05  CFM-WORK-SNAP-DATE      PIC 9(08) VALUE ZERO.
000700         05  CFM-WORK-ACCOUNT        PIC X(10) VALUE SPACES.
000710         05  CFM-WORK-DATE-X         PIC X(08) VALUE SPACES.
000720         05  CFM-WORK-DATE           PIC 9(08) VALUE ZERO.
000730         05  CFM-NEW-STATUS          PIC X(01) VALUE SPACES.
000740         05  CFM-SIDE                PIC X(01) VALUE SPACES.
000750         05  CFM-CONFIRM             PIC X(01) VALUE SPACES.
000760         05  CFM-WORK-NOTE           PIC X(30) VALUE SPACES.
000770         05  CFM-LIST-COUNT          PIC 9(05) COMP VALUE ZERO.
000780         05  CFM-CLOSED-COUNT        PIC 9(05) COMP VALUE ZERO.
000790 01  CFM-STATUS-COUNTS.
000800         05  CFM-SENT-COUNT          PIC 9(05) VALUE ZERO.
000810         05  CFM-HELD-COUNT          PIC 9(05) VALUE ZERO.
000820         05  CFM-AGREED-COUNT        PIC 9(05) VALUE ZERO.
000830         05  CFM-DISPUTED-COUNT      PIC 9(05) VALUE ZERO.
000840         05  CFM-NO-REPLY-COUNT      PIC 9(05) VALUE ZERO.
000850*  THE AMOUNT IS KEYED AS DIGITS ONLY, PENCE IN THE LAST TWO,
000860*  AND RIGHT-JUSTIFIED THE KEYENTRY WAY.
000870 01  CFM-AMOUNT-ENTRY.
000880         05  CFM-IN-AMOUNT-X         PIC X(14) VALUE SPACES.
000890         05  CFM-IN-AMOUNT-DIGITS    PIC X(13) VALUE ZEROS.
000900         05  CFM-IN-AMOUNT-LENGTH    PIC 9(02) COMP VALUE ZERO.
000910         05  CFM-AMT-SCAN-SUB        PIC 9(02) COMP VALUE ZERO.
000920         05  CFM-IN-AMOUNT           PIC 9(11)V99 VALUE ZERO.
000930 01  CFM-DISPLAY-FIELDS.
000940         05  CFM-BALANCE-EDIT        PIC -(11)9.99.
000950         05  CFM-REPLY-EDIT          PIC -(11)9.99.
000960         05  CFM-DIFFERENCE-EDIT     PIC -(11)9.99.
000970         05  CFM-DIFFERENCE          PIC S9(11)V99 COMP-3
000980                                         VALUE ZERO.
000990         05  CFM-STATUS-TEXT         PIC X(08) VALUE SPACES.
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001040             UNTIL CFM-DONE.
001050         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001060         STOP RUN.
001070 1000-INITIALIZE.
001080         DISPLAY "CONFMNT: JOB STARTING".
001090         ACCEPT CFM-RUN-DATE FROM DATE YYYYMMDD.
001100         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001110         ACCEPT CFM-SESSION-USER-ID FROM CONSOLE.
001120         IF CFM-SESSION-USER-ID = SPACES
001130             MOVE "GUEST" TO CFM-SESSION-USER-ID
001140         END-IF.
001150         ACCEPT CFM-SESSION-SIGNON-TIME FROM TIME.
001160         DISPLAY "CONFMNT: SIGNED ON AS " CFM-SESSION-USER-ID
001170             " AT " CFM-SESSION-SIGNON-TIME.
001180*  THE SHARED OPERATOR MASTER DECIDES WHO GETS IN --
001190*  SEE OPERAUTH; A MISSING OPERMST STILL GRANTS ALL.
001200         MOVE CFM-SESSION-USER-ID TO OPA-USER-ID.
001210         MOVE "T" TO OPA-FUNCTION.
001220         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001230         IF NOT OPA-GRANTED
001240             DISPLAY "CONFMNT: ACCESS DENIED FOR "
001250                 CFM-SESSION-USER-ID " - SESSION ENDED"
001260             MOVE "Y" TO CFM-DONE-SWITCH
001270             GO TO 1000-EXIT
001280         END-IF.
00128A         INITIALIZE BATCH-WINDOW-AREA.
00128B         MOVE "CONFMNT" TO BWN-PROGRAM.
00128C         MOVE CFM-SESSION-USER-ID TO BWN-USER-ID.
00128D         MOVE "S" TO BWN-FUNCTION.
00128E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001290*  AUDCONF IS CREATED BY CONFSAMP; WITHOUT IT THERE IS NOTHING
001300*  TO RECORD A REPLY AGAINST.
001310         OPEN I-O CONFIRMATION-FILE.
001320         IF NOT CFM-CONFIRM-FILE-OK
001330             DISPLAY "CONFMNT: CANNOT OPEN AUDCONF, STATUS = "
001340                 CFM-CONFIRM-FILE-STATUS " - SESSION ENDED"
001350             MOVE "Y" TO CFM-DONE-SWITCH
001360             GO TO 1000-EXIT
001370         END-IF.
001380         SET CFM-CONFIRM-OPEN TO TRUE.
001390 1000-EXIT.
001400         EXIT.
001410 2000-MENU-LOOP.
001420         DISPLAY " ".
001430         DISPLAY "----------------------------------------------".
001440         DISPLAY "AUDIT BALANCE CONFIRMATION REPLIES".
001450         DISPLAY "USER: " CFM-SESSION-USER-ID
001460             "   SIGNED ON: " CFM-SESSION-SIGNON-TIME.
001470         DISPLAY "----------------------------------------------".
001480         DISPLAY "1. INQUIRE ON A CONFIRMATION".
001490         DISPLAY "2. RECORD AN AGREED REPLY".
001500         DISPLAY "3. RECORD A DISPUTED REPLY".
001510         DISPLAY "4. RECORD NO REPLY".
001520         DISPLAY "5. CLOSE OUT A SAMPLE AS NO REPLY".
001530         DISPLAY "6. LIST A SAMPLE".
001540         DISPLAY "7. EXIT".
001550         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
001560         ACCEPT CFM-MENU-CHOICE FROM CONSOLE.
001570         EVALUATE CFM-MENU-CHOICE
001580             WHEN "1"
001590                 PERFORM 2100-FIND-CONFIRMATION THRU 2100-EXIT
001600             WHEN "2"
001610                 MOVE "A" TO CFM-NEW-STATUS
001620                 PERFORM 3000-RECORD-REPLY THRU 3000-EXIT
001630             WHEN "3"
001640                 MOVE "D" TO CFM-NEW-STATUS
001650                 PERFORM 3000-RECORD-REPLY THRU 3000-EXIT
001660             WHEN "4"
001670                 MOVE "N" TO CFM-NEW-STATUS
001680                 PERFORM 3000-RECORD-REPLY THRU 3000-EXIT
001690             WHEN "5"
001700                 PERFORM 4000-CLOSE-OUT-SAMPLE THRU 4000-EXIT
001710             WHEN "6"
001720                 PERFORM 5000-LIST-SAMPLE THRU 5000-EXIT
001730             WHEN "7"
001740                 SET CFM-DONE TO TRUE
001750             WHEN OTHER
001760                 DISPLAY "CONFMNT: INVALID SELECTION, TRY AGAIN"
001770         END-EVALUATE.
001780 2000-EXIT.
001790         EXIT.
001800 2050-GET-SNAP-DATE.
001810         MOVE "N" TO CFM-FIELD-OK-SWITCH.
001820         DISPLAY "SNAPSHOT DATE YYYYMMDD: " WITH NO ADVANCING.
001830         PERFORM 3400-GET-DATE THRU 3400-EXIT.
001840         IF NOT CFM-FIELD-OK
001850             GO TO 2050-EXIT
001860         END-IF.
001870         IF CFM-WORK-DATE = ZERO
001880             DISPLAY "CONFMNT: SNAPSHOT DATE IS REQUIRED"
001890             MOVE "N" TO CFM-FIELD-OK-SWITCH
001900             GO TO 2050-EXIT
001910         END-IF.
001920         MOVE CFM-WORK-DATE TO CFM-WORK-SNAP-DATE.
001930 2050-EXIT.
001940         EXIT.
001950 2100-FIND-CONFIRMATION.
001960         MOVE "N" TO CFM-FOUND-SWITCH.
001970         PERFORM 2050-GET-SNAP-DATE THRU 2050-EXIT.
001980         IF NOT CFM-FIELD-OK
001990             GO TO 2100-EXIT
002000         END-IF.
002010         DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
002020         MOVE SPACES TO CFM-WORK-ACCOUNT.
002030         ACCEPT CFM-WORK-ACCOUNT FROM CONSOLE.
002040         IF CFM-WORK-ACCOUNT = SPACES
002050             DISPLAY "CONFMNT: ACCOUNT NUMBER IS REQUIRED"
002060             GO TO 2100-EXIT
002070         END-IF.
002080         MOVE CFM-WORK-SNAP-DATE TO CNF-SNAP-DATE.
002090         MOVE CFM-WORK-ACCOUNT TO CNF-ACCOUNT-NO.
002100         READ CONFIRMATION-FILE
002110             INVALID KEY
002120                 DISPLAY "CONFMNT: ACCOUNT " CFM-WORK-ACCOUNT
002130                     " WAS NOT IN THE " CFM-WORK-SNAP-DATE
002140                     " SAMPLE"
002150                 GO TO 2100-EXIT
002160         END-READ.
002170         SET CFM-CONFIRMATION-FOUND TO TRUE.
002180         PERFORM 2200-SHOW-CONFIRMATION THRU 2200-EXIT.
002190 2100-EXIT.
002200         EXIT.
002210 2200-SHOW-CONFIRMATION.
002220         MOVE CNF-SNAP-BALANCE TO CFM-BALANCE-EDIT.
002230         PERFORM 2300-SET-STATUS-TEXT THRU 2300-EXIT.
002240         DISPLAY "  ACCOUNT     " CNF-BRANCH-CODE " "
002250             CNF-ACCOUNT-NO "  CUSTOMER " CNF-CUSTOMER-NO
002260             "  " CFM-STATUS-TEXT.
002270         DISPLAY "  SNAPSHOT    " CNF-SNAP-DATE "  BALANCE "
002280             CFM-BALANCE-EDIT " " CNF-CURRENCY-CODE.
002290         DISPLAY "  SELECTED    " CNF-SELECTED-DATE "  SEQ "
002300             CNF-SELECT-SEQ "  METHOD " CNF-METHOD
002310             "  SEED " CNF-SEED.
002320         IF CNF-STATUS-DISPUTED
002330             MOVE CNF-REPLY-AMOUNT TO CFM-REPLY-EDIT
002340             COMPUTE CFM-DIFFERENCE =
002350                 CNF-REPLY-AMOUNT - CNF-SNAP-BALANCE
002360             MOVE CFM-DIFFERENCE TO CFM-DIFFERENCE-EDIT
002370             DISPLAY "  CUSTOMER    " CFM-REPLY-EDIT
002380                 "  DIFFERENCE " CFM-DIFFERENCE-EDIT
002390         END-IF.
002400         IF CNF-RECORDED-DATE NOT = ZERO
002410             DISPLAY "  REPLIED     " CNF-REPLY-DATE
002420                 "  KEYED " CNF-RECORDED-DATE " BY "
002430                 CNF-RECORDED-BY
002440         END-IF.
002450         IF CNF-REPLY-NOTE NOT = SPACES
002460             DISPLAY "  NOTE        " CNF-REPLY-NOTE
002470         END-IF.
002480 2200-EXIT.
002490         EXIT.
002500 2300-SET-STATUS-TEXT.
002510         EVALUATE TRUE
002520             WHEN CNF-STATUS-SENT
002530                 MOVE "SENT" TO CFM-STATUS-TEXT
002540             WHEN CNF-STATUS-HELD
002550                 MOVE "HELD" TO CFM-STATUS-TEXT
002560             WHEN CNF-STATUS-AGREED
002570                 MOVE "AGREED" TO CFM-STATUS-TEXT
002580             WHEN CNF-STATUS-DISPUTED
002590                 MOVE "DISPUTED" TO CFM-STATUS-TEXT
002600             WHEN CNF-STATUS-NO-REPLY
002610                 MOVE "NO REPLY" TO CFM-STATUS-TEXT
002620             WHEN OTHER
002630                 MOVE "UNKNOWN" TO CFM-STATUS-TEXT
002640         END-EVALUATE.
002650 2300-EXIT.
002660         EXIT.
002670*---------------------------------------------------------------
002680*  3000-RECORD-REPLY.  CFM-NEW-STATUS SAYS WHICH REPLY IS BEING
002690*  KEYED.  A DISPUTE ALSO TAKES THE BALANCE THE CUSTOMER GAVE,
002700*  IN THE ACCOUNT'S CURRENCY, AND WHETHER THEY SHOW IT IN
002710*  CREDIT OR OVERDRAWN.  THE REPLY DATE MAY NOT BE IN THE
002720*  FUTURE OR BEFORE THE LETTER WENT OUT.
002730*---------------------------------------------------------------
002740 3000-RECORD-REPLY.
002750         PERFORM 2100-FIND-CONFIRMATION THRU 2100-EXIT.
002760         IF NOT CFM-CONFIRMATION-FOUND
002770             GO TO 3000-EXIT
002780         END-IF.
002790         IF NOT CNF-AWAITING-REPLY
002800             DISPLAY "A REPLY IS ALREADY RECORDED - REPLACE IT "
002810                 "(Y/N): " WITH NO ADVANCING
002820             MOVE SPACES TO CFM-CONFIRM
002830             ACCEPT CFM-CONFIRM FROM CONSOLE
002840             IF CFM-CONFIRM NOT = "Y" AND CFM-CONFIRM NOT = "y"
002850                 DISPLAY "CONFMNT: REPLY NOT CHANGED"
002860                 GO TO 3000-EXIT
002870             END-IF
002880         END-IF.
002890         MOVE ZERO TO CFM-IN-AMOUNT.
002900         MOVE SPACES TO CFM-SIDE.
002910         IF CFM-NEW-STATUS = "D"
002920             PERFORM 3300-GET-AMOUNT THRU 3300-EXIT
002930             IF NOT CFM-FIELD-OK
002940                 GO TO 3000-EXIT
002950             END-IF
002960             DISPLAY "C=IN CREDIT, O=OVERDRAWN: "
002970                 WITH NO ADVANCING
002980             ACCEPT CFM-SIDE FROM CONSOLE
002990             IF CFM-SIDE NOT = "C" AND CFM-SIDE NOT = "O"
003000                 DISPLAY "CONFMNT: ENTER C OR O"
003010                 GO TO 3000-EXIT
003020             END-IF
003030         END-IF.
003040         MOVE CFM-RUN-DATE TO CFM-WORK-DATE.
003050         IF CFM-NEW-STATUS NOT = "N"
003060             DISPLAY "DATE OF REPLY YYYYMMDD (BLANK = TODAY): "
003070                 WITH NO ADVANCING
003080             PERFORM 3400-GET-DATE THRU 3400-EXIT
003090             IF NOT CFM-FIELD-OK
003100                 GO TO 3000-EXIT
003110             END-IF
003120             IF CFM-WORK-DATE = ZERO
003130                 MOVE CFM-RUN-DATE TO CFM-WORK-DATE
003140             END-IF
003150             IF CFM-WORK-DATE > CFM-RUN-DATE
003160                 OR CFM-WORK-DATE < CNF-SELECTED-DATE
003170                 DISPLAY "CONFMNT: REPLY DATE MUST BE BETWEEN "
003180                     CNF-SELECTED-DATE " AND TODAY"
003190                 GO TO 3000-EXIT
003200             END-IF
003210         END-IF.
003220         DISPLAY "NOTE (OPTIONAL): " WITH NO ADVANCING.
003230         MOVE SPACES TO CFM-WORK-NOTE.
003240         ACCEPT CFM-WORK-NOTE FROM CONSOLE.
003250         MOVE CFM-NEW-STATUS TO CNF-REPLY-STATUS.
003260         MOVE CFM-WORK-DATE TO CNF-REPLY-DATE.
003270         IF CFM-SIDE = "O"
003280             COMPUTE CNF-REPLY-AMOUNT = ZERO - CFM-IN-AMOUNT
003290         ELSE
003300             MOVE CFM-IN-AMOUNT TO CNF-REPLY-AMOUNT
003310         END-IF.
003320         IF CNF-STATUS-AGREED
003330             MOVE CNF-SNAP-BALANCE TO CNF-REPLY-AMOUNT
003340         END-IF.
003350         IF CNF-STATUS-DISPUTED
003360             AND CNF-REPLY-AMOUNT = CNF-SNAP-BALANCE
003370             DISPLAY "CONFMNT: THAT IS THE SNAPSHOT BALANCE - "
003380                 "RECORD IT AS AGREED"
003390             GO TO 3000-EXIT
003400         END-IF.
003410         MOVE CFM-WORK-NOTE TO CNF-REPLY-NOTE.
003420         MOVE CFM-SESSION-USER-ID TO CNF-RECORDED-BY.
003430         MOVE CFM-RUN-DATE TO CNF-RECORDED-DATE.
00343A         MOVE "U" TO BWN-FUNCTION.
00343B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00343C         IF BWN-UPDATE-REFUSED
00343D             GO TO 3000-EXIT
00343E         END-IF.
003440         REWRITE CONFIRMATION-RECORD
003450             INVALID KEY
003460                 DISPLAY "CONFMNT: REWRITE FAILED, STATUS = "
003470                     CFM-CONFIRM-FILE-STATUS
003480                 GO TO 3000-EXIT
003490         END-REWRITE.
003500         PERFORM 2300-SET-STATUS-TEXT THRU 2300-EXIT.
003510         DISPLAY "CONFMNT: ACCOUNT " CNF-ACCOUNT-NO
003520             " RECORDED AS " CFM-STATUS-TEXT.
003530 3000-EXIT.
003540         EXIT.
003550 3300-GET-AMOUNT.
003560         MOVE "N" TO CFM-FIELD-OK-SWITCH.
003570         MOVE ZERO TO CFM-IN-AMOUNT.
003580         DISPLAY "BALANCE PER CUSTOMER (DIGITS ONLY, PENCE IN "
003590             "THE LAST TWO): " WITH NO ADVANCING.
003600         MOVE SPACES TO CFM-IN-AMOUNT-X.
003610         ACCEPT CFM-IN-AMOUNT-X FROM CONSOLE.
003620         MOVE ZERO TO CFM-IN-AMOUNT-LENGTH.
003630         PERFORM 3350-SIZE-AMOUNT THRU 3350-EXIT
003640             VARYING CFM-AMT-SCAN-SUB FROM 14 BY -1
003650             UNTIL CFM-AMT-SCAN-SUB < 1
003660                 OR CFM-IN-AMOUNT-LENGTH > ZERO.
003670         IF CFM-IN-AMOUNT-LENGTH = ZERO
003680             DISPLAY "CONFMNT: AMOUNT MAY NOT BE BLANK"
003690             GO TO 3300-EXIT
003700         END-IF.
003710         IF CFM-IN-AMOUNT-LENGTH > 13
003720             DISPLAY "CONFMNT: AMOUNT IS TOO LONG"
003730             GO TO 3300-EXIT
003740         END-IF.
003750         MOVE ALL "0" TO CFM-IN-AMOUNT-DIGITS.
003760         MOVE CFM-IN-AMOUNT-X(1:CFM-IN-AMOUNT-LENGTH)
003770             TO CFM-IN-AMOUNT-DIGITS(14 - CFM-IN-AMOUNT-LENGTH:
003780             CFM-IN-AMOUNT-LENGTH).
003790         IF CFM-IN-AMOUNT-DIGITS NOT NUMERIC
003800             DISPLAY "CONFMNT: AMOUNT MUST BE NUMERIC"
003810             GO TO 3300-EXIT
003820         END-IF.
003830         MOVE CFM-IN-AMOUNT-DIGITS TO CFM-IN-AMOUNT(1:13).
003840         SET CFM-FIELD-OK TO TRUE.
003850 3300-EXIT.
003860         EXIT.
003870 3350-SIZE-AMOUNT.
003880         IF CFM-IN-AMOUNT-X(CFM-AMT-SCAN-SUB:1) NOT = SPACE
003890             MOVE CFM-AMT-SCAN-SUB TO CFM-IN-AMOUNT-LENGTH
003900         END-IF.
003910 3350-EXIT.
003920         EXIT.
003930*  A BLANK DATE IS ZERO (NO DATE); ANYTHING ELSE MUST BE A
003940*  PLAUSIBLE YYYYMMDD.
003950 3400-GET-DATE.
003960         MOVE "N" TO CFM-FIELD-OK-SWITCH.
003970         MOVE ZERO TO CFM-WORK-DATE.
003980         MOVE SPACES TO CFM-WORK-DATE-X.
003990         ACCEPT CFM-WORK-DATE-X FROM CONSOLE.
004000         IF CFM-WORK-DATE-X = SPACES
004010             SET CFM-FIELD-OK TO TRUE
004020             GO TO 3400-EXIT
004030         END-IF.
004040         IF CFM-WORK-DATE-X NOT NUMERIC
004050             DISPLAY "CONFMNT: DATE MUST BE YYYYMMDD"
004060             GO TO 3400-EXIT
004070         END-IF.
004080         MOVE CFM-WORK-DATE-X TO CFM-WORK-DATE.
004090         IF CFM-WORK-DATE-X(5:2) < "01"
004100             OR CFM-WORK-DATE-X(5:2) > "12"
004110             OR CFM-WORK-DATE-X(7:2) < "01"
004120             OR CFM-WORK-DATE-X(7:2) > "31"
004130             DISPLAY "CONFMNT: DATE MUST BE YYYYMMDD"
004140             MOVE ZERO TO CFM-WORK-DATE
004150             GO TO 3400-EXIT
004160         END-IF.
004170         SET CFM-FIELD-OK TO TRUE.
004180 3400-EXIT.
004190         EXIT.
004200*---------------------------------------------------------------
004210*  4000-CLOSE-OUT-SAMPLE.  THE REPLY DEADLINE HAS PASSED: EVERY
004220*  CONFIRMATION OF THE SAMPLE WHOSE LETTER WENT OUT AND HAS NOT
004230*  COME BACK BECOMES NO REPLY.
004240*---------------------------------------------------------------
004250 4000-CLOSE-OUT-SAMPLE.
004260         PERFORM 2050-GET-SNAP-DATE THRU 2050-EXIT.
004270         IF NOT CFM-FIELD-OK
004280             GO TO 4000-EXIT
004290         END-IF.
004300         DISPLAY "MARK EVERY UNANSWERED LETTER OF THE "
004310             CFM-WORK-SNAP-DATE " SAMPLE NO REPLY (Y/N): "
004320             WITH NO ADVANCING.
004330         MOVE SPACES TO CFM-CONFIRM.
004340         ACCEPT CFM-CONFIRM FROM CONSOLE.
004350         IF CFM-CONFIRM NOT = "Y" AND CFM-CONFIRM NOT = "y"
004360             DISPLAY "CONFMNT: NOTHING CHANGED"
004370             GO TO 4000-EXIT
004380         END-IF.
00438A         MOVE "U" TO BWN-FUNCTION.
00438B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00438C         IF BWN-UPDATE-REFUSED
00438D             GO TO 4000-EXIT
00438E         END-IF.
004390         MOVE ZERO TO CFM-CLOSED-COUNT.
004400         SET CFM-CLOSING-OUT TO TRUE.
004410         PERFORM 5050-BROWSE-SAMPLE THRU 5050-EXIT.
004420         MOVE "N" TO CFM-CLOSE-OUT-SWITCH.
004430         DISPLAY "CONFMNT: " CFM-CLOSED-COUNT
004440             " CONFIRMATION(S) CLOSED AS NO REPLY".
004450 4000-EXIT.
004460         EXIT.
004470 4100-CLOSE-OUT-ONE.
004480         IF NOT CNF-STATUS-SENT
004490             GO TO 4100-EXIT
004500         END-IF.
004510         SET CNF-STATUS-NO-REPLY TO TRUE.
004520         MOVE CFM-RUN-DATE TO CNF-REPLY-DATE.
004530         MOVE ZERO TO CNF-REPLY-AMOUNT.
004540         MOVE CFM-SESSION-USER-ID TO CNF-RECORDED-BY.
004550         MOVE CFM-RUN-DATE TO CNF-RECORDED-DATE.
004560         MOVE "DEADLINE PASSED" TO CNF-REPLY-NOTE.
004570         REWRITE CONFIRMATION-RECORD
004580             INVALID KEY
004590                 DISPLAY "CONFMNT: REWRITE FAILED FOR "
004600                     CNF-ACCOUNT-NO ", STATUS = "
004610                     CFM-CONFIRM-FILE-STATUS
004620                 GO TO 4100-EXIT
004630         END-REWRITE.
004640         ADD 1 TO CFM-CLOSED-COUNT.
004650 4100-EXIT.
004660         EXIT.
004670*---------------------------------------------------------------
004680*  5000-LIST-SAMPLE.  EVERY CONFIRMATION OF A SNAPSHOT DATE IN
004690*  ACCOUNT ORDER, THEN THE COUNT BY STATUS.
004700*---------------------------------------------------------------
004710 5000-LIST-SAMPLE.
004720         PERFORM 2050-GET-SNAP-DATE THRU 2050-EXIT.
004730         IF NOT CFM-FIELD-OK
004740             GO TO 5000-EXIT
004750         END-IF.
004760         INITIALIZE CFM-STATUS-COUNTS.
004770         PERFORM 5050-BROWSE-SAMPLE THRU 5050-EXIT.
004780         IF CFM-LIST-COUNT = ZERO
004790             DISPLAY "CONFMNT: NO SAMPLE WAS DRAWN FROM "
004800                 CFM-WORK-SNAP-DATE
004810             GO TO 5000-EXIT
004820         END-IF.
004830         DISPLAY "  " CFM-LIST-COUNT " SELECTED:  SENT "
004840             CFM-SENT-COUNT "  HELD " CFM-HELD-COUNT
004850             "  AGREED " CFM-AGREED-COUNT.
004860         DISPLAY "                 DISPUTED " CFM-DISPUTED-COUNT
004870             "  NO REPLY " CFM-NO-REPLY-COUNT.
004880 5000-EXIT.
004890         EXIT.
004900 5050-BROWSE-SAMPLE.
004910         MOVE ZERO TO CFM-LIST-COUNT.
004920         MOVE "N" TO CFM-BROWSE-EOF-SWITCH.
004930         MOVE CFM-WORK-SNAP-DATE TO CNF-SNAP-DATE.
004940         MOVE LOW-VALUES TO CNF-ACCOUNT-NO.
004950         START CONFIRMATION-FILE KEY IS NOT LESS THAN CNF-KEY
004960             INVALID KEY
004970                 MOVE "Y" TO CFM-BROWSE-EOF-SWITCH
004980         END-START.
004990         PERFORM 5100-LIST-ONE THRU 5100-EXIT
005000             UNTIL CFM-BROWSE-AT-END.
005010 5050-EXIT.
005020         EXIT.
005030 5100-LIST-ONE.
005040         READ CONFIRMATION-FILE NEXT RECORD
005050             AT END
005060                 MOVE "Y" TO CFM-BROWSE-EOF-SWITCH
005070                 GO TO 5100-EXIT
005080         END-READ.
005090         IF CNF-SNAP-DATE NOT = CFM-WORK-SNAP-DATE
005100             MOVE "Y" TO CFM-BROWSE-EOF-SWITCH
005110             GO TO 5100-EXIT
005120         END-IF.
005130         ADD 1 TO CFM-LIST-COUNT.
005140         IF CFM-CLOSING-OUT
005150             PERFORM 4100-CLOSE-OUT-ONE THRU 4100-EXIT
005160             GO TO 5100-EXIT
005170         END-IF.
005180         EVALUATE TRUE
005190             WHEN CNF-STATUS-SENT
005200                 ADD 1 TO CFM-SENT-COUNT
005210             WHEN CNF-STATUS-HELD
005220                 ADD 1 TO CFM-HELD-COUNT
005230             WHEN CNF-STATUS-AGREED
005240                 ADD 1 TO CFM-AGREED-COUNT
005250             WHEN CNF-STATUS-DISPUTED
005260                 ADD 1 TO CFM-DISPUTED-COUNT
005270             WHEN CNF-STATUS-NO-REPLY
005280                 ADD 1 TO CFM-NO-REPLY-COUNT
005290         END-EVALUATE.
005300         MOVE CNF-SNAP-BALANCE TO CFM-BALANCE-EDIT.
005310         PERFORM 2300-SET-STATUS-TEXT THRU 2300-EXIT.
005320         DISPLAY "  " CNF-SELECT-SEQ " " CNF-BRANCH-CODE " "
005330             CNF-ACCOUNT-NO " " CFM-BALANCE-EDIT " "
005340             CNF-CURRENCY-CODE " " CFM-STATUS-TEXT " "
005350             CNF-REPLY-DATE.
005360 5100-EXIT.
005370         EXIT.
005380 8000-TERMINATE.
005390         IF CFM-CONFIRM-OPEN
005400             CLOSE CONFIRMATION-FILE
005410         END-IF.
005420         DISPLAY "CONFMNT: SESSION COMPLETE".
005430 8000-EXIT.
005440         EXIT.
