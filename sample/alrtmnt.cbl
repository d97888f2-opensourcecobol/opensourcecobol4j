000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 ALRTMNT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  CUSTOMER ALERT SUBSCRIPTION MAINTENANCE.  A SIGN-ON PROGRAM
000180*  (CUSTMNT STYLE, OPERAUTH FUNCTION "T") OVER ALRTSUB, THE
000190*  BALANCE AND ACTIVITY ALERTS ALRTEVAL SENDS EACH NIGHT AFTER
000200*  BALPOST.  A CUSTOMER ASKS, BY ACCOUNT, TO BE TOLD WHEN ITS
000210*  BALANCE DROPS BELOW AN AMOUNT THEY CHOOSE ("LB") OR WHEN A
000220*  DEBIT OF AN AMOUNT THEY CHOOSE OR MORE POSTS ("LD"), BY
000230*  EMAIL OR BY TEXT.  THE ACCOUNT MUST BE LINKED TO A CUSTOMER
000240*  ON ACCTXREF, AND THE CUSTOMER MUST HAVE THE CHOSEN CHANNEL'S
000250*  EMAIL ADDRESS OR PHONE NUMBER ON CUSTCONT -- CUSTMNT KEEPS
000260*  THOSE.  EVERY CHANGE GOES TO THE CUSTAUDT TRAIL UNDER THE
000270*  ACCOUNT'S CUSTOMER AND THE SIGNED-ON USER, FIELD "ALERT LB"
000280*  OR "ALERT LD", WITH THE SUBSCRIPTION BEFORE AND AFTER.
000290*  ------------------------------------------------------------
000300*  MODIFICATION HISTORY
000310*  ------------------------------------------------------------
000320*  DATE       BY   DESCRIPTION
000330*  ---------- ---- --------------------------------------------
000340*  10/15/2026 DCG  ORIGINAL PROGRAM.
00034A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00034B*                  SIGN-ON AND BEFORE EACH SUBSCRIPTION SAVE.
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.
000390         LINUX.
000400 OBJECT-COMPUTER.
000410         LINUX.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440         SELECT SUBSCRIPTION-FILE ASSIGN TO "ALRTSUB"
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS RANDOM
000470             RECORD KEY IS ASB-KEY
000480             FILE STATUS IS ALM-SUBSCR-FILE-STATUS.
000490         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS RANDOM
000520             RECORD KEY IS AXR-ACCOUNT-NO
000530             FILE STATUS IS ALM-XREF-FILE-STATUS.
000540         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS RANDOM
000570             RECORD KEY IS CCT-CUSTOMER-NO
000580             FILE STATUS IS ALM-CONTACT-FILE-STATUS.
000590         SELECT CONTACT-AUDIT-FILE ASSIGN TO "CUSTAUDT"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS ALM-AUDIT-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SUBSCRIPTION-FILE.
000650     COPY ALRTSUBC.
000660 FD  ACCOUNT-XREF-FILE.
000670     COPY CUSXREFC.
000680 FD  CONTACT-FILE.
000690     COPY CUSTCTRC.
000700 FD  CONTACT-AUDIT-FILE.
000710     COPY CUSAUDRC.
000720 WORKING-STORAGE SECTION.
000730     COPY OPAUTHC.
00073A     COPY BATCHWNC.
000740 01  ALM-FILE-STATUS-VALUES.
000750         05  ALM-SUBSCR-FILE-STATUS  PIC X(02).
000760             88  ALM-SUBSCR-FILE-OK      VALUE "00".
000770             88  ALM-SUBSCR-NOT-FOUND    VALUE "35".
000780         05  ALM-XREF-FILE-STATUS    PIC X(02).
000790             88  ALM-XREF-FILE-OK        VALUE "00".
000800         05  ALM-CONTACT-FILE-STATUS PIC X(02).
000810             88  ALM-CONTACT-FILE-OK     VALUE "00".
000820         05  ALM-AUDIT-FILE-STATUS   PIC X(02).
000830             88  ALM-AUDIT-FILE-OK       VALUE "00".
000840 01  ALM-SWITCHES.
000850         05  ALM-DONE-SWITCH         PIC X(01) VALUE "N".
000860             88  ALM-DONE                VALUE "Y".
000870         05  ALM-SUBSCR-OPEN-SWITCH  PIC X(01) VALUE "N".
000880             88  ALM-SUBSCR-OPEN         VALUE "Y".
000890         05  ALM-XREF-OPEN-SWITCH    PIC X(01) VALUE "N".
000900             88  ALM-XREF-OPEN           VALUE "Y".
000910         05  ALM-CONTACT-OPEN-SWITCH PIC X(01) VALUE "N".
000920             88  ALM-CONTACT-OPEN        VALUE "Y".
000930         05  ALM-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
000940             88  ALM-AUDIT-OPEN          VALUE "Y".
000950         05  ALM-ACCOUNT-SWITCH      PIC X(01) VALUE "N".
000960             88  ALM-ACCOUNT-FOUND       VALUE "Y".
000970         05  ALM-CONTACT-SWITCH      PIC X(01) VALUE "N".
000980             88  ALM-CONTACT-FOUND       VALUE "Y".
000990         05  ALM-SUBSCR-SWITCH       PIC X(01) VALUE "N".
001000             88  ALM-SUBSCR-FOUND        VALUE "Y".
001010         05  ALM-FIELD-OK-SWITCH     PIC X(01) VALUE "N".
001020             88  ALM-FIELD-OK            VALUE "Y".
001030 01  ALM-MENU-CHOICE             PIC X(01) VALUE SPACES.
001040 01  ALM-SESSION-CONTEXT.
001050         05  ALM-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
001060         05  ALM-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
001070 01  ALM-WORK-FIELDS.
001080         05  ALM-WORK-ACCOUNT        PIC X(10) VALUE SPACES.
001090         05  ALM-WORK-CUSTOMER       PIC X(10) VALUE SPACES.
001100         05  ALM-WORK-TYPE           PIC X(02) VALUE SPACES.
001110         05  ALM-WORK-ENTRY          PIC X(10) VALUE SPACES.
001120         05  ALM-AUDIT-FIELD         PIC X(10) VALUE SPACES.
001130         05  ALM-AUDIT-BEFORE        PIC X(50) VALUE SPACES.
001140         05  ALM-AUDIT-AFTER         PIC X(50) VALUE SPACES.
001150         05  ALM-RUN-DATE            PIC 9(08) VALUE ZERO.
001160         05  ALM-RUN-TIME            PIC 9(08) VALUE ZERO.
001170         05  ALM-CHANGE-COUNT        PIC 9(05) COMP VALUE ZERO.
001180*  THE AMOUNT IS KEYED AS DIGITS ONLY, PENCE IN THE LAST TWO,
001190*  AND RIGHT-JUSTIFIED THE KEYENTRY WAY.
001200 01  ALM-AMOUNT-ENTRY.
001210         05  ALM-IN-AMOUNT-X         PIC X(14) VALUE SPACES.
001220         05  ALM-IN-AMOUNT-DIGITS    PIC X(13) VALUE ZEROS.
001230         05  ALM-IN-AMOUNT-LENGTH    PIC 9(02) COMP VALUE ZERO.
001240         05  ALM-AMT-SCAN-SUB        PIC 9(02) COMP VALUE ZERO.
001250         05  ALM-IN-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001260 01  ALM-DISPLAY-FIELDS.
001270         05  ALM-THRESHOLD-EDIT      PIC Z(10)9.99.
001280*---------------------------------------------------------------
001290*  WORK IMAGE OF THE SUBSCRIPTION AS IT STOOD BEFORE THE
001300*  CHANGE -- SAME SHAPE AS THE ALRTSUBC COPYBOOK, RENAMED SO THE
001310*  FD'S OWN FIELDS STAY UNTOUCHED.
001320*---------------------------------------------------------------
001330 01  ALM-OLD-SUBSCRIPTION.
001340         05  ALO-KEY.
001350             10  ALO-ACCOUNT-NO      PIC X(10).
001360             10  ALO-ALERT-TYPE      PIC X(02).
001370         05  ALO-THRESHOLD           PIC 9(11)V99.
001380         05  ALO-CHANNEL             PIC X(01).
001390         05  ALO-STATUS              PIC X(01).
001400         05  ALO-ADDED-DATE          PIC 9(08).
001410         05  ALO-CHANGE-DATE         PIC 9(08).
001420         05  ALO-CHANGED-BY          PIC X(08).
001430         05  FILLER                  PIC X(10).
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001460         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001480             UNTIL ALM-DONE.
001490         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001500         STOP RUN.
001510 1000-INITIALIZE.
001520         DISPLAY "ALRTMNT: JOB STARTING".
001530         ACCEPT ALM-RUN-DATE FROM DATE YYYYMMDD.
001540         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001550         ACCEPT ALM-SESSION-USER-ID FROM CONSOLE.
001560         IF ALM-SESSION-USER-ID = SPACES
001570             MOVE "GUEST" TO ALM-SESSION-USER-ID
001580         END-IF.
001590         ACCEPT ALM-SESSION-SIGNON-TIME FROM TIME.
001600         DISPLAY "ALRTMNT: SIGNED ON AS " ALM-SESSION-USER-ID
001610             " AT " ALM-SESSION-SIGNON-TIME.
001620         MOVE ALM-SESSION-USER-ID TO OPA-USER-ID.
001630         MOVE "T" TO OPA-FUNCTION.
001640         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001650         IF NOT OPA-GRANTED
001660             DISPLAY "ALRTMNT: ACCESS DENIED FOR "
001670                 ALM-SESSION-USER-ID " - SESSION ENDED"
001680             MOVE "Y" TO ALM-DONE-SWITCH
001690             GO TO 1000-EXIT
001700         END-IF.
00170A         INITIALIZE BATCH-WINDOW-AREA.
00170B         MOVE "ALRTMNT" TO BWN-PROGRAM.
00170C         MOVE ALM-SESSION-USER-ID TO BWN-USER-ID.
00170D         MOVE "S" TO BWN-FUNCTION.
00170E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001710*  THE FIRST SUBSCRIPTION EVER KEYED CREATES ALRTSUB.
001720         OPEN I-O SUBSCRIPTION-FILE.
001730         IF ALM-SUBSCR-NOT-FOUND
001740             OPEN OUTPUT SUBSCRIPTION-FILE
001750             CLOSE SUBSCRIPTION-FILE
001760             OPEN I-O SUBSCRIPTION-FILE
001770         END-IF.
001780         IF NOT ALM-SUBSCR-FILE-OK
001790             DISPLAY "ALRTMNT: CANNOT OPEN ALRTSUB, STATUS = "
001800                 ALM-SUBSCR-FILE-STATUS " - SESSION ENDED"
001810             MOVE "Y" TO ALM-DONE-SWITCH
001820             GO TO 1000-EXIT
001830         END-IF.
001840         SET ALM-SUBSCR-OPEN TO TRUE.
001850         OPEN INPUT ACCOUNT-XREF-FILE.
001860         IF NOT ALM-XREF-FILE-OK
001870             DISPLAY "ALRTMNT: CANNOT OPEN ACCTXREF, STATUS = "
001880                 ALM-XREF-FILE-STATUS " - SESSION ENDED"
001890             MOVE "Y" TO ALM-DONE-SWITCH
001900             GO TO 1000-EXIT
001910         END-IF.
001920         SET ALM-XREF-OPEN TO TRUE.
001930         OPEN INPUT CONTACT-FILE.
001940         IF ALM-CONTACT-FILE-OK
001950             SET ALM-CONTACT-OPEN TO TRUE
001960         ELSE
001970             DISPLAY "ALRTMNT: NO CUSTCONT ON FILE - NO CUSTOMER "
001980                 "HAS AN EMAIL ADDRESS OR PHONE NUMBER TO ALERT"
001990         END-IF.
002000 1000-EXIT.
002010         EXIT.
002020 2000-MENU-LOOP.
002030         DISPLAY " ".
002040         DISPLAY "----------------------------------------------".
002050         DISPLAY "CUSTOMER ALERT SUBSCRIPTIONS".
002060         DISPLAY "USER: " ALM-SESSION-USER-ID
002070             "   SIGNED ON: " ALM-SESSION-SIGNON-TIME.
002080         DISPLAY "----------------------------------------------".
002090         DISPLAY "1. INQUIRE ON AN ACCOUNT'S ALERTS".
002100         DISPLAY "2. ADD OR CHANGE AN ALERT".
002110         DISPLAY "3. CANCEL AN ALERT".
002120         DISPLAY "4. EXIT".
002130         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002140         ACCEPT ALM-MENU-CHOICE FROM CONSOLE.
002150         EVALUATE ALM-MENU-CHOICE
002160             WHEN "1"
002170                 PERFORM 2500-INQUIRE-ACCOUNT THRU 2500-EXIT
002180             WHEN "2"
002190                 PERFORM 3000-SET-ALERT THRU 3000-EXIT
002200             WHEN "3"
002210                 PERFORM 4000-CANCEL-ALERT THRU 4000-EXIT
002220             WHEN "4"
002230                 SET ALM-DONE TO TRUE
002240             WHEN OTHER
002250                 DISPLAY "ALRTMNT: INVALID SELECTION, TRY AGAIN"
002260         END-EVALUATE.
002270 2000-EXIT.
002280         EXIT.
002290*---------------------------------------------------------------
002300*  2100-FIND-ACCOUNT.  PROMPTS FOR THE ACCOUNT, FINDS ITS
002310*  CUSTOMER ON ACCTXREF AND SHOWS THE EMAIL AND PHONE AN ALERT
002320*  WOULD GO TO.
002330*---------------------------------------------------------------
002340 2100-FIND-ACCOUNT.
002350         MOVE "N" TO ALM-ACCOUNT-SWITCH.
002360         MOVE "N" TO ALM-CONTACT-SWITCH.
002370         DISPLAY "ENTER ACCOUNT NUMBER: " WITH NO ADVANCING.
002380         MOVE SPACES TO ALM-WORK-ACCOUNT.
002390         ACCEPT ALM-WORK-ACCOUNT FROM CONSOLE.
002400         IF ALM-WORK-ACCOUNT = SPACES
002410             GO TO 2100-EXIT
002420         END-IF.
002430         MOVE ALM-WORK-ACCOUNT TO AXR-ACCOUNT-NO.
002440         READ ACCOUNT-XREF-FILE
002450             INVALID KEY
002460                 DISPLAY "ALRTMNT: ACCOUNT " ALM-WORK-ACCOUNT
002470                     " IS NOT LINKED TO A CUSTOMER ON ACCTXREF"
002480                 GO TO 2100-EXIT
002490         END-READ.
002500         SET ALM-ACCOUNT-FOUND TO TRUE.
002510         MOVE AXR-CUSTOMER-NO TO ALM-WORK-CUSTOMER.
002520         DISPLAY "  ACCOUNT " ALM-WORK-ACCOUNT "  CUSTOMER "
002530             ALM-WORK-CUSTOMER.
002540         IF NOT ALM-CONTACT-OPEN
002550             GO TO 2100-EXIT
002560         END-IF.
002570         MOVE ALM-WORK-CUSTOMER TO CCT-CUSTOMER-NO.
002580         READ CONTACT-FILE
002590             INVALID KEY
002600                 DISPLAY "  NO CONTACT DETAILS ON FILE"
002610                 GO TO 2100-EXIT
002620         END-READ.
002630         SET ALM-CONTACT-FOUND TO TRUE.
002640         DISPLAY "  EMAIL    " CCT-EMAIL-ADDRESS.
002650         DISPLAY "  PHONE    " CCT-PHONE-NUMBER.
002660 2100-EXIT.
002670         EXIT.
002680*  PROMPTS FOR THE ALERT TYPE AND READS THAT SUBSCRIPTION; THE
002690*  BEFORE IMAGE IS TAKEN HERE.
002700 2200-FIND-SUBSCRIPTION.
002710         MOVE "N" TO ALM-FIELD-OK-SWITCH.
002720         MOVE "N" TO ALM-SUBSCR-SWITCH.
002730         DISPLAY "ALERT TYPE (LB = LOW BALANCE, "
002740             "LD = LARGE DEBIT): " WITH NO ADVANCING.
002750         MOVE SPACES TO ALM-WORK-TYPE.
002760         ACCEPT ALM-WORK-TYPE FROM CONSOLE.
002770         MOVE ALM-WORK-ACCOUNT TO ASB-ACCOUNT-NO.
002780         MOVE ALM-WORK-TYPE TO ASB-ALERT-TYPE.
002790         IF NOT ASB-TYPE-VALID
002800             DISPLAY "ALRTMNT: ALERT TYPE MUST BE LB OR LD"
002810             GO TO 2200-EXIT
002820         END-IF.
002830         SET ALM-FIELD-OK TO TRUE.
002840         READ SUBSCRIPTION-FILE
002850             INVALID KEY
002860                 MOVE SPACES TO ALERT-SUBSCRIPTION-RECORD
002870                 MOVE ALM-WORK-ACCOUNT TO ASB-ACCOUNT-NO
002880                 MOVE ALM-WORK-TYPE TO ASB-ALERT-TYPE
002890                 MOVE ZERO TO ASB-THRESHOLD
002900                 MOVE ZERO TO ASB-ADDED-DATE
002910                 MOVE ZERO TO ASB-CHANGE-DATE
002920             NOT INVALID KEY
002930                 SET ALM-SUBSCR-FOUND TO TRUE
002940         END-READ.
002950         MOVE ALERT-SUBSCRIPTION-RECORD TO ALM-OLD-SUBSCRIPTION.
002960 2200-EXIT.
002970         EXIT.
002980 2500-INQUIRE-ACCOUNT.
002990         PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
003000         IF NOT ALM-ACCOUNT-FOUND
003010             GO TO 2500-EXIT
003020         END-IF.
003030         MOVE "LB" TO ALM-WORK-TYPE.
003040         PERFORM 2600-SHOW-ONE-ALERT THRU 2600-EXIT.
003050         MOVE "LD" TO ALM-WORK-TYPE.
003060         PERFORM 2600-SHOW-ONE-ALERT THRU 2600-EXIT.
003070 2500-EXIT.
003080         EXIT.
003090 2600-SHOW-ONE-ALERT.
003100         MOVE ALM-WORK-ACCOUNT TO ASB-ACCOUNT-NO.
003110         MOVE ALM-WORK-TYPE TO ASB-ALERT-TYPE.
003120         READ SUBSCRIPTION-FILE
003130             INVALID KEY
003140                 DISPLAY "  " ALM-WORK-TYPE "  NOT SUBSCRIBED"
003150                 GO TO 2600-EXIT
003160         END-READ.
003170         PERFORM 2700-SHOW-SUBSCRIPTION THRU 2700-EXIT.
003180 2600-EXIT.
003190         EXIT.
003200 2700-SHOW-SUBSCRIPTION.
003210         MOVE ASB-THRESHOLD TO ALM-THRESHOLD-EDIT.
003220         IF ASB-LOW-BALANCE
003230             DISPLAY "  LB  BALANCE BELOW " ALM-THRESHOLD-EDIT
003240                 WITH NO ADVANCING
003250         ELSE
003260             DISPLAY "  LD  DEBIT OF      " ALM-THRESHOLD-EDIT
003270                 WITH NO ADVANCING
003280         END-IF.
003290         IF ASB-CHANNEL-EMAIL
003300             DISPLAY "  BY EMAIL" WITH NO ADVANCING
003310         ELSE
003320             DISPLAY "  BY TEXT " WITH NO ADVANCING
003330         END-IF.
003340         IF ASB-ACTIVE
003350             DISPLAY "  ACTIVE"
003360         ELSE
003370             DISPLAY "  CANCELLED"
003380         END-IF.
003390         DISPLAY "      ADDED " ASB-ADDED-DATE "  LAST CHANGED "
003400             ASB-CHANGE-DATE " BY " ASB-CHANGED-BY.
003410 2700-EXIT.
003420         EXIT.
003430*---------------------------------------------------------------
003440*  3000-SET-ALERT.  ADDS A SUBSCRIPTION, OR CHANGES THE
003450*  THRESHOLD OR CHANNEL OF ONE ON FILE (BLANK KEEPS THE CURRENT
003460*  VALUE).  SAVING ALWAYS LEAVES IT ACTIVE, SO THIS IS ALSO HOW
003470*  A CANCELLED ALERT IS TAKEN UP AGAIN.
003480*---------------------------------------------------------------
003490 3000-SET-ALERT.
003500         PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
003510         IF NOT ALM-ACCOUNT-FOUND
003520             GO TO 3000-EXIT
003530         END-IF.
003540         PERFORM 2200-FIND-SUBSCRIPTION THRU 2200-EXIT.
003550         IF NOT ALM-FIELD-OK
003560             GO TO 3000-EXIT
003570         END-IF.
003580         IF ALM-SUBSCR-FOUND
003590             PERFORM 2700-SHOW-SUBSCRIPTION THRU 2700-EXIT
003600             DISPLAY "BLANK KEEPS THE CURRENT VALUE"
003610         END-IF.
003620         PERFORM 3300-GET-AMOUNT THRU 3300-EXIT.
003630         IF NOT ALM-FIELD-OK
003640             GO TO 3000-EXIT
003650         END-IF.
003660         IF ALM-IN-AMOUNT-LENGTH > ZERO
003670             MOVE ALM-IN-AMOUNT TO ASB-THRESHOLD
003680         END-IF.
003690         DISPLAY "CHANNEL (E = EMAIL, S = TEXT): "
003700             WITH NO ADVANCING.
003710         MOVE SPACES TO ALM-WORK-ENTRY.
003720         ACCEPT ALM-WORK-ENTRY FROM CONSOLE.
003730         IF ALM-WORK-ENTRY NOT = SPACES
003740             MOVE ALM-WORK-ENTRY(1:1) TO ASB-CHANNEL
003750         END-IF.
003760         IF NOT ASB-CHANNEL-VALID
003770             DISPLAY "ALRTMNT: CHANNEL MUST BE E OR S"
003780             GO TO 3000-EXIT
003790         END-IF.
003800         IF ASB-CHANNEL-EMAIL
003810             AND (NOT ALM-CONTACT-FOUND
003820                 OR CCT-EMAIL-ADDRESS = SPACES)
003830             DISPLAY "ALRTMNT: NO EMAIL ADDRESS ON CUSTCONT - "
003840                 "ENTER ONE THROUGH CUSTMNT FIRST"
003850             GO TO 3000-EXIT
003860         END-IF.
003870         IF ASB-CHANNEL-TEXT
003880             AND (NOT ALM-CONTACT-FOUND
003890                 OR CCT-PHONE-NUMBER = SPACES)
003900             DISPLAY "ALRTMNT: NO PHONE NUMBER ON CUSTCONT - "
003910                 "ENTER ONE THROUGH CUSTMNT FIRST"
003920             GO TO 3000-EXIT
003930         END-IF.
003940         MOVE "A" TO ASB-STATUS.
003950         IF NOT ALM-SUBSCR-FOUND
003960             MOVE ALM-RUN-DATE TO ASB-ADDED-DATE
003970         END-IF.
003980         PERFORM 7500-SAVE-SUBSCRIPTION THRU 7500-EXIT.
003990 3000-EXIT.
004000         EXIT.
004010*  A NEW SUBSCRIPTION MUST HAVE A THRESHOLD; A CHANGE MAY LEAVE
004020*  IT BLANK TO KEEP THE ONE ON FILE.
004030 3300-GET-AMOUNT.
004040         MOVE "N" TO ALM-FIELD-OK-SWITCH.
004050         MOVE ZERO TO ALM-IN-AMOUNT.
004060         IF ASB-LOW-BALANCE
004070             DISPLAY "ALERT WHEN THE BALANCE FALLS BELOW "
004080                 WITH NO ADVANCING
004090         ELSE
004100             DISPLAY "ALERT ON ANY DEBIT OF AT LEAST "
004110                 WITH NO ADVANCING
004120         END-IF.
004130         DISPLAY "(DIGITS ONLY, PENCE IN THE LAST TWO): "
004140             WITH NO ADVANCING.
004150         MOVE SPACES TO ALM-IN-AMOUNT-X.
004160         ACCEPT ALM-IN-AMOUNT-X FROM CONSOLE.
004170         MOVE ZERO TO ALM-IN-AMOUNT-LENGTH.
004180         PERFORM 3350-SIZE-AMOUNT THRU 3350-EXIT
004190             VARYING ALM-AMT-SCAN-SUB FROM 14 BY -1
004200             UNTIL ALM-AMT-SCAN-SUB < 1
004210                 OR ALM-IN-AMOUNT-LENGTH > ZERO.
004220         IF ALM-IN-AMOUNT-LENGTH = ZERO
004230             IF ALM-SUBSCR-FOUND
004240                 SET ALM-FIELD-OK TO TRUE
004250             ELSE
004260                 DISPLAY "ALRTMNT: AMOUNT MAY NOT BE BLANK"
004270             END-IF
004280             GO TO 3300-EXIT
004290         END-IF.
004300         IF ALM-IN-AMOUNT-LENGTH > 13
004310             DISPLAY "ALRTMNT: AMOUNT IS TOO LONG"
004320             GO TO 3300-EXIT
004330         END-IF.
004340         MOVE ALL "0" TO ALM-IN-AMOUNT-DIGITS.
004350         MOVE ALM-IN-AMOUNT-X(1:ALM-IN-AMOUNT-LENGTH)
004360             TO ALM-IN-AMOUNT-DIGITS(14 - ALM-IN-AMOUNT-LENGTH:
004370             ALM-IN-AMOUNT-LENGTH).
004380         IF ALM-IN-AMOUNT-DIGITS NOT NUMERIC
004390             DISPLAY "ALRTMNT: AMOUNT MUST BE NUMERIC"
004400             GO TO 3300-EXIT
004410         END-IF.
004420         MOVE ALM-IN-AMOUNT-DIGITS TO ALM-IN-AMOUNT(1:13).
004430         IF ALM-IN-AMOUNT = ZERO
004440             AND ASB-LARGE-DEBIT
004450             DISPLAY "ALRTMNT: AMOUNT MAY NOT BE ZERO"
004460             GO TO 3300-EXIT
004470         END-IF.
004480         SET ALM-FIELD-OK TO TRUE.
004490 3300-EXIT.
004500         EXIT.
004510 3350-SIZE-AMOUNT.
004520         IF ALM-IN-AMOUNT-X(ALM-AMT-SCAN-SUB:1) NOT = SPACE
004530             MOVE ALM-AMT-SCAN-SUB TO ALM-IN-AMOUNT-LENGTH
004540         END-IF.
004550 3350-EXIT.
004560         EXIT.
004570*  THE SUBSCRIPTION STAYS ON FILE, CANCELLED, AS THE RECORD OF
004580*  IT.  ALRTEVAL SKIPS IT FROM THE NEXT NIGHT.
004590 4000-CANCEL-ALERT.
004600         PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT.
004610         IF NOT ALM-ACCOUNT-FOUND
004620             GO TO 4000-EXIT
004630         END-IF.
004640         PERFORM 2200-FIND-SUBSCRIPTION THRU 2200-EXIT.
004650         IF NOT ALM-FIELD-OK
004660             GO TO 4000-EXIT
004670         END-IF.
004680         IF NOT ALM-SUBSCR-FOUND
004690             OR NOT ASB-ACTIVE
004700             DISPLAY "ALRTMNT: NO ACTIVE " ALM-WORK-TYPE
004710                 " ALERT ON ACCOUNT " ALM-WORK-ACCOUNT
004720             GO TO 4000-EXIT
004730         END-IF.
004740         MOVE "C" TO ASB-STATUS.
004750         PERFORM 7500-SAVE-SUBSCRIPTION THRU 7500-EXIT.
004760 4000-EXIT.
004770         EXIT.
004780*---------------------------------------------------------------
004790*  7500-SAVE-SUBSCRIPTION.  WRITES OR REWRITES THE SUBSCRIPTION
004800*  AND AUDITS IT, BEFORE AND AFTER, ON ONE CUSTAUDT LINE.
004810*---------------------------------------------------------------
004820 7500-SAVE-SUBSCRIPTION.
004830         IF ALERT-SUBSCRIPTION-RECORD = ALM-OLD-SUBSCRIPTION
004840             DISPLAY "ALRTMNT: NOTHING CHANGED"
004850             GO TO 7500-EXIT
004860         END-IF.
00486A         MOVE "U" TO BWN-FUNCTION.
00486B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00486C         IF BWN-UPDATE-REFUSED
00486D             GO TO 7500-EXIT
00486E         END-IF.
004870         MOVE ALM-RUN-DATE TO ASB-CHANGE-DATE.
004880         MOVE ALM-SESSION-USER-ID TO ASB-CHANGED-BY.
004890         IF ALM-SUBSCR-FOUND
004900             REWRITE ALERT-SUBSCRIPTION-RECORD
004910                 INVALID KEY
004920                     DISPLAY "ALRTMNT: UNABLE TO REWRITE "
004930                         "SUBSCRIPTION, STATUS = "
004940                         ALM-SUBSCR-FILE-STATUS
004950                     GO TO 7500-EXIT
004960             END-REWRITE
004970         ELSE
004980             WRITE ALERT-SUBSCRIPTION-RECORD
004990                 INVALID KEY
005000                     DISPLAY "ALRTMNT: UNABLE TO ADD "
005010                         "SUBSCRIPTION, STATUS = "
005020                         ALM-SUBSCR-FILE-STATUS
005030                     GO TO 7500-EXIT
005040             END-WRITE
005050         END-IF.
005060         ADD 1 TO ALM-CHANGE-COUNT.
005070         MOVE SPACES TO ALM-AUDIT-FIELD.
005080         STRING "ALERT " ASB-ALERT-TYPE
005090             DELIMITED BY SIZE INTO ALM-AUDIT-FIELD.
005100         MOVE SPACES TO ALM-AUDIT-BEFORE.
005110         IF ALM-SUBSCR-FOUND
005120             MOVE ALO-THRESHOLD TO ALM-THRESHOLD-EDIT
005130             STRING ALO-ACCOUNT-NO " " ALO-STATUS " "
005140                 ALO-CHANNEL " " ALM-THRESHOLD-EDIT
005150                 DELIMITED BY SIZE INTO ALM-AUDIT-BEFORE
005160         END-IF.
005170         MOVE ASB-THRESHOLD TO ALM-THRESHOLD-EDIT.
005180         MOVE SPACES TO ALM-AUDIT-AFTER.
005190         STRING ASB-ACCOUNT-NO " " ASB-STATUS " "
005200             ASB-CHANNEL " " ALM-THRESHOLD-EDIT
005210             DELIMITED BY SIZE INTO ALM-AUDIT-AFTER.
005220         PERFORM 7800-WRITE-CHANGE-AUDIT THRU 7800-EXIT.
005230         SET ALM-SUBSCR-FOUND TO TRUE.
005240         MOVE ALERT-SUBSCRIPTION-RECORD TO ALM-OLD-SUBSCRIPTION.
005250         DISPLAY "ALRTMNT: " ASB-ALERT-TYPE " ALERT ON ACCOUNT "
005260             ASB-ACCOUNT-NO " SAVED".
005270 7500-EXIT.
005280         EXIT.
005290 7800-WRITE-CHANGE-AUDIT.
005300         IF NOT ALM-AUDIT-OPEN
005310             OPEN EXTEND CONTACT-AUDIT-FILE
005320             IF NOT ALM-AUDIT-FILE-OK
005330                 OPEN OUTPUT CONTACT-AUDIT-FILE
005340             END-IF
005350             IF ALM-AUDIT-FILE-OK
005360                 SET ALM-AUDIT-OPEN TO TRUE
005370             ELSE
005380                 DISPLAY "ALRTMNT: CUSTAUDT UNAVAILABLE, "
005390                     "STATUS = " ALM-AUDIT-FILE-STATUS
005400                 GO TO 7800-EXIT
005410             END-IF
005420         END-IF.
005430         ACCEPT ALM-RUN-TIME FROM TIME.
005440         MOVE SPACES TO CUSTOMER-AUDIT-RECORD.
005450         MOVE ALM-WORK-CUSTOMER TO CAU-CUSTOMER-NO.
005460         MOVE ALM-AUDIT-FIELD TO CAU-FIELD-NAME.
005470         MOVE ALM-AUDIT-BEFORE TO CAU-BEFORE-VALUE.
005480         MOVE ALM-AUDIT-AFTER TO CAU-AFTER-VALUE.
005490         MOVE ALM-SESSION-USER-ID TO CAU-CHANGED-BY.
005500         MOVE ALM-RUN-DATE TO CAU-RUN-DATE.
005510         MOVE ALM-RUN-TIME TO CAU-RUN-TIME.
005520         WRITE CUSTOMER-AUDIT-RECORD.
005530 7800-EXIT.
005540         EXIT.
005550 8000-TERMINATE.
005560         IF ALM-SUBSCR-OPEN
005570             CLOSE SUBSCRIPTION-FILE
005580         END-IF.
005590         IF ALM-XREF-OPEN
005600             CLOSE ACCOUNT-XREF-FILE
005610         END-IF.
005620         IF ALM-CONTACT-OPEN
005630             CLOSE CONTACT-FILE
005640         END-IF.
005650         IF ALM-AUDIT-OPEN
005660             CLOSE CONTACT-AUDIT-FILE
005670         END-IF.
005680         DISPLAY "ALRTMNT: " ALM-CHANGE-COUNT
005690             " CHANGE(S) MADE".
005700         DISPLAY "ALRTMNT: JOB COMPLETE FOR USER "
005710             ALM-SESSION-USER-ID.
005720 8000-EXIT.
005730         EXIT.
