000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 LGLMAINT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  LEGAL ORDER MAINTENANCE.  GARNISHMENT ORDERS AND TAX LEVIES
000180*  ARRIVE BY POST; THIS SIGN-ON PROGRAM (CUSTMNT STYLE,
000190*  OPERAUTH FUNCTION "T") KEYS EACH ONE ONTO LGLORDER -- ORDER
000200*  NUMBER, THE ACCOUNT OR CUSTOMER IT IS SERVED ON, THE AMOUNT
000210*  DEMANDED, THE ISSUING BODY, PRIORITY AND EXPIRY -- AND
000220*  RELEASES AN ORDER BY HAND WHEN THE ISSUING BODY LIFTS IT.
000230*  FROM THE MOMENT AN ORDER IS ON FILE THE EDIT PASS HOLDS ITS
000240*  OUTSTANDING AMOUNT (SEE VALLEGAL) AND LGLREMIT REMITS IT.
000250*  EVERY ORDER OPENED OR RELEASED HERE IS WRITTEN TO THE
000260*  LGLHIST HISTORY UNDER THE SIGNED-ON USER.  AN ACCOUNT ORDER
000270*  MUST NAME AN ACCOUNT ON ACCTMST AND A CUSTOMER ORDER A
000280*  CUSTOMER ON CUSTMST.
000290*  ------------------------------------------------------------
000300*  MODIFICATION HISTORY
000310*  ------------------------------------------------------------
000320*  DATE       BY   DESCRIPTION
000330*  ---------- ---- --------------------------------------------
000340*  10/15/2026 DCG  ORIGINAL PROGRAM.
00034A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00034B*                  SIGN-ON AND BEFORE AN ORDER IS WRITTEN OR
00034C*                  RELEASED.
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.
000390         LINUX.
000400 OBJECT-COMPUTER.
000410         LINUX.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440         SELECT LEGAL-ORDER-FILE ASSIGN TO "LGLORDER"
000450             ORGANIZATION IS INDEXED
000460             ACCESS MODE IS DYNAMIC
000470             RECORD KEY IS LGO-ORDER-NO
000480             FILE STATUS IS LGM-ORDER-FILE-STATUS.
000490         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS RANDOM
000520             RECORD KEY IS ACM-ACCOUNT-NO
000530             FILE STATUS IS LGM-ACCOUNT-FILE-STATUS.
000540         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS RANDOM
000570             RECORD KEY IS CUS-CUSTOMER-NO
000580             FILE STATUS IS LGM-CUSTOMER-FILE-STATUS.
000590         SELECT LEGAL-HISTORY-FILE ASSIGN TO "LGLHIST"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS LGM-HISTORY-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  LEGAL-ORDER-FILE.
000650     COPY LGLORDRC.
000660 FD  ACCOUNT-MASTER-FILE.
000670     COPY ACCTREC.
000680 FD  CUSTOMER-MASTER-FILE.
000690     COPY CUSTREC.
000700 FD  LEGAL-HISTORY-FILE.
000710     COPY LGLHSTRC.
000720 WORKING-STORAGE SECTION.
000730     COPY OPAUTHC.
00073A     COPY BATCHWNC.
000740 01  LGM-FILE-STATUS-VALUES.
000750         05  LGM-ORDER-FILE-STATUS   PIC X(02).
000760             88  LGM-ORDER-FILE-OK       VALUE "00".
000770             88  LGM-ORDER-NOT-FOUND     VALUE "35".
000780         05  LGM-ACCOUNT-FILE-STATUS PIC X(02).
000790             88  LGM-ACCOUNT-FILE-OK     VALUE "00".
000800         05  LGM-CUSTOMER-FILE-STATUS PIC X(02).
000810             88  LGM-CUSTOMER-FILE-OK    VALUE "00".
000820         05  LGM-HISTORY-FILE-STATUS PIC X(02).
000830             88  LGM-HISTORY-FILE-OK     VALUE "00".
000840 01  LGM-SWITCHES.
000850         05  LGM-DONE-SWITCH         PIC X(01) VALUE "N".
000860             88  LGM-DONE                VALUE "Y".
000870         05  LGM-ORDER-OPEN-SWITCH   PIC X(01) VALUE "N".
000880             88  LGM-ORDER-OPEN          VALUE "Y".
000890         05  LGM-ACCOUNT-OPEN-SWITCH PIC X(01) VALUE "N".
000900             88  LGM-ACCOUNT-OPEN        VALUE "Y".
000910         05  LGM-CUSTOMER-OPEN-SWITCH PIC X(01) VALUE "N".
000920             88  LGM-CUSTOMER-OPEN       VALUE "Y".
000930         05  LGM-HISTORY-OPEN-SWITCH PIC X(01) VALUE "N".
000940             88  LGM-HISTORY-OPEN        VALUE "Y".
000950         05  LGM-FOUND-SWITCH        PIC X(01) VALUE "N".
000960             88  LGM-ORDER-FOUND         VALUE "Y".
000970         05  LGM-FIELD-OK-SWITCH     PIC X(01) VALUE "N".
000980             88  LGM-FIELD-OK            VALUE "Y".
000990         05  LGM-BROWSE-EOF-SWITCH   PIC X(01) VALUE "N".
001000             88  LGM-BROWSE-AT-END       VALUE "Y".
001010 01  LGM-MENU-CHOICE             PIC X(01) VALUE SPACES.
001020 01  LGM-SESSION-CONTEXT.
001030         05  LGM-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
001040         05  LGM-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
001050 01  LGM-WORK-FIELDS.
001060         05  LGM-RUN-DATE            PIC 9(08) VALUE ZERO.
001070         05  LGM-WORK-ORDER-NO       PIC X(12) VALUE SPACES.
001080         05  LGM-WORK-ENTRY          PIC X(30) VALUE SPACES.
001090         05  LGM-WORK-DATE-X         PIC X(08) VALUE SPACES.
001100         05  LGM-WORK-DATE           PIC 9(08) VALUE ZERO.
001110         05  LGM-WORK-PRIORITY-X     PIC X(02) VALUE SPACES.
001120         05  LGM-CONFIRM             PIC X(01) VALUE SPACES.
001130         05  LGM-LIST-COUNT          PIC 9(05) COMP VALUE ZERO.
001140*  THE AMOUNT IS KEYED AS DIGITS ONLY, PENCE IN THE LAST TWO,
001150*  AND RIGHT-JUSTIFIED THE KEYENTRY WAY.
001160 01  LGM-AMOUNT-ENTRY.
001170         05  LGM-IN-AMOUNT-X         PIC X(14) VALUE SPACES.
001180         05  LGM-IN-AMOUNT-DIGITS    PIC X(13) VALUE ZEROS.
001190         05  LGM-IN-AMOUNT-LENGTH    PIC 9(02) COMP VALUE ZERO.
001200         05  LGM-AMT-SCAN-SUB        PIC 9(02) COMP VALUE ZERO.
001210         05  LGM-IN-AMOUNT           PIC 9(11)V99 VALUE ZERO.
001220 01  LGM-HISTORY-FIELDS.
001230         05  LGM-HST-EVENT           PIC X(01) VALUE SPACES.
001240         05  LGM-HST-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001250         05  LGM-HST-REMARKS         PIC X(30) VALUE SPACES.
001260 01  LGM-DISPLAY-FIELDS.
001270         05  LGM-DEMANDED-EDIT       PIC Z(10)9.99.
001280         05  LGM-OUTSTANDING-EDIT    PIC Z(10)9.99.
001290         05  LGM-REMITTED-EDIT       PIC Z(10)9.99.
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001330         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001340             UNTIL LGM-DONE.
001350         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001360         STOP RUN.
001370 1000-INITIALIZE.
001380         DISPLAY "LGLMAINT: JOB STARTING".
001390         ACCEPT LGM-RUN-DATE FROM DATE YYYYMMDD.
001400         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001410         ACCEPT LGM-SESSION-USER-ID FROM CONSOLE.
001420         IF LGM-SESSION-USER-ID = SPACES
001430             MOVE "GUEST" TO LGM-SESSION-USER-ID
001440         END-IF.
001450         ACCEPT LGM-SESSION-SIGNON-TIME FROM TIME.
001460         DISPLAY "LGLMAINT: SIGNED ON AS " LGM-SESSION-USER-ID
001470             " AT " LGM-SESSION-SIGNON-TIME.
001480*  THE SHARED OPERATOR MASTER DECIDES WHO GETS IN --
001490*  SEE OPERAUTH; A MISSING OPERMST STILL GRANTS ALL.
001500         MOVE LGM-SESSION-USER-ID TO OPA-USER-ID.
001510         MOVE "T" TO OPA-FUNCTION.
001520         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001530         IF NOT OPA-GRANTED
001540             DISPLAY "LGLMAINT: ACCESS DENIED FOR "
001550                 LGM-SESSION-USER-ID " - SESSION ENDED"
001560             MOVE "Y" TO LGM-DONE-SWITCH
001570             GO TO 1000-EXIT
001580         END-IF.
00158A         INITIALIZE BATCH-WINDOW-AREA.
00158B         MOVE "LGLMAINT" TO BWN-PROGRAM.
00158C         MOVE LGM-SESSION-USER-ID TO BWN-USER-ID.
00158D         MOVE "S" TO BWN-FUNCTION.
00158E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001590         OPEN I-O LEGAL-ORDER-FILE.
001600         IF LGM-ORDER-NOT-FOUND
001610             OPEN OUTPUT LEGAL-ORDER-FILE
001620             CLOSE LEGAL-ORDER-FILE
001630             OPEN I-O LEGAL-ORDER-FILE
001640         END-IF.
001650         IF NOT LGM-ORDER-FILE-OK
001660             DISPLAY "LGLMAINT: CANNOT OPEN LGLORDER, STATUS = "
001670                 LGM-ORDER-FILE-STATUS " - SESSION ENDED"
001680             MOVE "Y" TO LGM-DONE-SWITCH
001690             GO TO 1000-EXIT
001700         END-IF.
001710         SET LGM-ORDER-OPEN TO TRUE.
001720         OPEN INPUT ACCOUNT-MASTER-FILE.
001730         IF LGM-ACCOUNT-FILE-OK
001740             SET LGM-ACCOUNT-OPEN TO TRUE
001750         ELSE
001760             DISPLAY "LGLMAINT: ACCTMST UNAVAILABLE, STATUS = "
001770                 LGM-ACCOUNT-FILE-STATUS
001780                 " - ACCOUNT ORDERS CANNOT BE ENTERED"
001790         END-IF.
001800         OPEN INPUT CUSTOMER-MASTER-FILE.
001810         IF LGM-CUSTOMER-FILE-OK
001820             SET LGM-CUSTOMER-OPEN TO TRUE
001830         ELSE
001840             DISPLAY "LGLMAINT: CUSTMST UNAVAILABLE, STATUS = "
001850                 LGM-CUSTOMER-FILE-STATUS
001860                 " - CUSTOMER ORDERS CANNOT BE ENTERED"
001870         END-IF.
001880 1000-EXIT.
001890         EXIT.
001900 2000-MENU-LOOP.
001910         DISPLAY " ".
001920         DISPLAY "----------------------------------------------".
001930         DISPLAY "LEGAL ORDER MAINTENANCE".
001940         DISPLAY "USER: " LGM-SESSION-USER-ID
001950             "   SIGNED ON: " LGM-SESSION-SIGNON-TIME.
001960         DISPLAY "----------------------------------------------".
001970         DISPLAY "1. INQUIRE ON AN ORDER".
001980         DISPLAY "2. ENTER A NEW ORDER".
001990         DISPLAY "3. RELEASE AN ORDER LIFTED BY THE ISSUER".
002000         DISPLAY "4. LIST ACTIVE ORDERS".
002010         DISPLAY "5. EXIT".
002020         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002030         ACCEPT LGM-MENU-CHOICE FROM CONSOLE.
002040         EVALUATE LGM-MENU-CHOICE
002050             WHEN "1"
002060                 PERFORM 2100-FIND-ORDER THRU 2100-EXIT
002070             WHEN "2"
002080                 PERFORM 3000-ENTER-ORDER THRU 3000-EXIT
002090             WHEN "3"
002100                 PERFORM 4000-RELEASE-ORDER THRU 4000-EXIT
002110             WHEN "4"
002120                 PERFORM 5000-LIST-ACTIVE THRU 5000-EXIT
002130             WHEN "5"
002140                 SET LGM-DONE TO TRUE
002150             WHEN OTHER
002160                 DISPLAY "LGLMAINT: INVALID SELECTION, TRY AGAIN"
002170         END-EVALUATE.
002180 2000-EXIT.
002190         EXIT.
002200 2100-FIND-ORDER.
002210         MOVE "N" TO LGM-FOUND-SWITCH.
002220         DISPLAY "ENTER ORDER NUMBER: " WITH NO ADVANCING.
002230         MOVE SPACES TO LGM-WORK-ORDER-NO.
002240         ACCEPT LGM-WORK-ORDER-NO FROM CONSOLE.
002250         IF LGM-WORK-ORDER-NO = SPACES
002260             GO TO 2100-EXIT
002270         END-IF.
002280         MOVE LGM-WORK-ORDER-NO TO LGO-ORDER-NO.
002290         READ LEGAL-ORDER-FILE
002300             INVALID KEY
002310                 DISPLAY "LGLMAINT: ORDER " LGM-WORK-ORDER-NO
002320                     " IS NOT ON LGLORDER"
002330                 GO TO 2100-EXIT
002340         END-READ.
002350         SET LGM-ORDER-FOUND TO TRUE.
002360         PERFORM 2200-SHOW-ORDER THRU 2200-EXIT.
002370 2100-EXIT.
002380         EXIT.
002390 2200-SHOW-ORDER.
002400         MOVE LGO-AMOUNT-DEMANDED TO LGM-DEMANDED-EDIT.
002410         MOVE LGO-AMOUNT-OUTSTANDING TO LGM-OUTSTANDING-EDIT.
002420         MOVE LGO-AMOUNT-REMITTED TO LGM-REMITTED-EDIT.
002430         DISPLAY "  ORDER       " LGO-ORDER-NO "  TYPE "
002440             LGO-ORDER-TYPE "  PRIORITY " LGO-PRIORITY
002450             "  STATUS " LGO-STATUS.
002460         DISPLAY "  ISSUED BY   " LGO-ISSUING-BODY.
002470         IF LGO-ON-ACCOUNT
002480             DISPLAY "  SERVED ON   ACCOUNT " LGO-BRANCH-CODE " "
002490                 LGO-ACCOUNT-NO
002500         ELSE
002510             DISPLAY "  SERVED ON   CUSTOMER " LGO-CUSTOMER-NO
002520         END-IF.
002530         DISPLAY "  DEMANDED    " LGM-DEMANDED-EDIT
002540             "  REMITTED " LGM-REMITTED-EDIT.
002550         DISPLAY "  OUTSTANDING " LGM-OUTSTANDING-EDIT.
002560         DISPLAY "  RECEIVED    " LGO-RECEIVED-DATE "  EXPIRES "
002570             LGO-EXPIRY-DATE "  LAST REMIT " LGO-LAST-REMIT-DATE.
002580         IF NOT LGO-ACTIVE
002590             DISPLAY "  CLOSED      " LGO-CLOSED-DATE
002600         END-IF.
002610 2200-EXIT.
002620         EXIT.
002630*---------------------------------------------------------------
002640*  3000-ENTER-ORDER.  EVERY FIELD IS EDITED AS IT IS KEYED; A
002650*  BAD ENTRY ABANDONS THE ORDER AND NOTHING IS WRITTEN.  THE
002660*  FULL DEMANDED AMOUNT STARTS OUT OUTSTANDING.
002670*---------------------------------------------------------------
002680 3000-ENTER-ORDER.
002690         DISPLAY "ENTER ORDER NUMBER: " WITH NO ADVANCING.
002700         MOVE SPACES TO LGM-WORK-ORDER-NO.
002710         ACCEPT LGM-WORK-ORDER-NO FROM CONSOLE.
002720         IF LGM-WORK-ORDER-NO = SPACES
002730             GO TO 3000-EXIT
002740         END-IF.
002750         MOVE LGM-WORK-ORDER-NO TO LGO-ORDER-NO.
002760         READ LEGAL-ORDER-FILE
002770             INVALID KEY
002780                 CONTINUE
002790             NOT INVALID KEY
002800                 DISPLAY "LGLMAINT: ORDER " LGM-WORK-ORDER-NO
002810                     " IS ALREADY ON FILE"
002820                 GO TO 3000-EXIT
002830         END-READ.
002840         MOVE SPACES TO LEGAL-ORDER-RECORD.
002850         MOVE LGM-WORK-ORDER-NO TO LGO-ORDER-NO.
002860         DISPLAY "ORDER TYPE (G=GARNISHMENT, L=TAX LEVY): "
002870             WITH NO ADVANCING.
002880         ACCEPT LGO-ORDER-TYPE FROM CONSOLE.
002890         IF NOT LGO-TYPE-VALID
002900             DISPLAY "LGLMAINT: ORDER TYPE MUST BE G OR L"
002910             GO TO 3000-EXIT
002920         END-IF.
002930         DISPLAY "SERVED ON (A=ACCOUNT, C=CUSTOMER): "
002940             WITH NO ADVANCING.
002950         ACCEPT LGO-TARGET-TYPE FROM CONSOLE.
002960         EVALUATE TRUE
002970             WHEN LGO-ON-ACCOUNT
002980                 PERFORM 3100-GET-ACCOUNT THRU 3100-EXIT
002990             WHEN LGO-ON-CUSTOMER
003000                 PERFORM 3200-GET-CUSTOMER THRU 3200-EXIT
003010             WHEN OTHER
003020                 DISPLAY "LGLMAINT: SERVED ON MUST BE A OR C"
003030                 MOVE "N" TO LGM-FIELD-OK-SWITCH
003040         END-EVALUATE.
003050         IF NOT LGM-FIELD-OK
003060             GO TO 3000-EXIT
003070         END-IF.
003080         PERFORM 3300-GET-AMOUNT THRU 3300-EXIT.
003090         IF NOT LGM-FIELD-OK
003100             GO TO 3000-EXIT
003110         END-IF.
003120         MOVE LGM-IN-AMOUNT TO LGO-AMOUNT-DEMANDED.
003130         MOVE LGM-IN-AMOUNT TO LGO-AMOUNT-OUTSTANDING.
003140         MOVE ZERO TO LGO-AMOUNT-REMITTED.
003150         DISPLAY "ISSUING BODY: " WITH NO ADVANCING.
003160         ACCEPT LGO-ISSUING-BODY FROM CONSOLE.
003170         IF LGO-ISSUING-BODY = SPACES
003180             DISPLAY "LGLMAINT: ISSUING BODY MAY NOT BE BLANK"
003190             GO TO 3000-EXIT
003200         END-IF.
003210         DISPLAY "PRIORITY (01 = FIRST SERVED, BLANK = 50): "
003220             WITH NO ADVANCING.
003230         MOVE SPACES TO LGM-WORK-PRIORITY-X.
003240         ACCEPT LGM-WORK-PRIORITY-X FROM CONSOLE.
003250         IF LGM-WORK-PRIORITY-X = SPACES
003260             MOVE "50" TO LGM-WORK-PRIORITY-X
003270         END-IF.
003280         IF LGM-WORK-PRIORITY-X NOT NUMERIC
003290             OR LGM-WORK-PRIORITY-X = "00"
003300             DISPLAY "LGLMAINT: PRIORITY MUST BE 01-99"
003310             GO TO 3000-EXIT
003320         END-IF.
003330         MOVE LGM-WORK-PRIORITY-X TO LGO-PRIORITY.
003340         DISPLAY "EXPIRY DATE YYYYMMDD (BLANK = NONE): "
003350             WITH NO ADVANCING.
003360         PERFORM 3400-GET-DATE THRU 3400-EXIT.
003370         IF NOT LGM-FIELD-OK
003380             GO TO 3000-EXIT
003390         END-IF.
003400         IF LGM-WORK-DATE NOT = ZERO
003410             AND LGM-WORK-DATE NOT > LGM-RUN-DATE
003420             DISPLAY "LGLMAINT: ORDER HAS ALREADY EXPIRED"
003430             GO TO 3000-EXIT
003440         END-IF.
003450         MOVE LGM-WORK-DATE TO LGO-EXPIRY-DATE.
003460         MOVE LGM-RUN-DATE TO LGO-RECEIVED-DATE.
003470         MOVE "A" TO LGO-STATUS.
003480         MOVE ZERO TO LGO-CLOSED-DATE.
003490         MOVE ZERO TO LGO-LAST-REMIT-DATE.
003500         MOVE LGM-SESSION-USER-ID TO LGO-ENTERED-BY.
00350A         MOVE "U" TO BWN-FUNCTION.
00350B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00350C         IF BWN-UPDATE-REFUSED
00350D             GO TO 3000-EXIT
00350E         END-IF.
003510         WRITE LEGAL-ORDER-RECORD
003520             INVALID KEY
003530                 DISPLAY "LGLMAINT: WRITE FAILED FOR ORDER "
003540                     LGO-ORDER-NO ", STATUS = "
003550                     LGM-ORDER-FILE-STATUS
003560                 GO TO 3000-EXIT
003570         END-WRITE.
003580         MOVE "O" TO LGM-HST-EVENT.
003590         MOVE LGO-AMOUNT-DEMANDED TO LGM-HST-AMOUNT.
003600         MOVE LGO-ISSUING-BODY TO LGM-HST-REMARKS.
003610         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
003620         DISPLAY "LGLMAINT: ORDER " LGO-ORDER-NO
003630             " ENTERED - FUNDS HELD FROM THE NEXT EDIT PASS".
003640 3000-EXIT.
003650         EXIT.
003660 3100-GET-ACCOUNT.
003670         MOVE "N" TO LGM-FIELD-OK-SWITCH.
003680         IF NOT LGM-ACCOUNT-OPEN
003690             DISPLAY "LGLMAINT: ACCTMST UNAVAILABLE"
003700             GO TO 3100-EXIT
003710         END-IF.
003720         DISPLAY "BRANCH CODE: " WITH NO ADVANCING.
003730         ACCEPT LGO-BRANCH-CODE FROM CONSOLE.
003740         DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
003750         ACCEPT LGO-ACCOUNT-NO FROM CONSOLE.
003760         IF LGO-BRANCH-CODE = SPACES
003770             OR LGO-ACCOUNT-NO = SPACES
003780             DISPLAY "LGLMAINT: BRANCH AND ACCOUNT ARE REQUIRED"
003790             GO TO 3100-EXIT
003800         END-IF.
003810         MOVE LGO-ACCOUNT-NO TO ACM-ACCOUNT-NO.
003820         READ ACCOUNT-MASTER-FILE
003830             INVALID KEY
003840                 DISPLAY "LGLMAINT: ACCOUNT " LGO-ACCOUNT-NO
003850                     " IS NOT ON ACCTMST"
003860                 GO TO 3100-EXIT
003870         END-READ.
003880         IF ACM-ACCOUNT-CLOSED
003890             DISPLAY "LGLMAINT: ACCOUNT " LGO-ACCOUNT-NO
003900                 " IS CLOSED"
003910             GO TO 3100-EXIT
003920         END-IF.
003930         SET LGM-FIELD-OK TO TRUE.
003940 3100-EXIT.
003950         EXIT.
003960 3200-GET-CUSTOMER.
003970         MOVE "N" TO LGM-FIELD-OK-SWITCH.
003980         IF NOT LGM-CUSTOMER-OPEN
003990             DISPLAY "LGLMAINT: CUSTMST UNAVAILABLE"
004000             GO TO 3200-EXIT
004010         END-IF.
004020         DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
004030         ACCEPT LGO-CUSTOMER-NO FROM CONSOLE.
004040         IF LGO-CUSTOMER-NO = SPACES
004050             DISPLAY "LGLMAINT: CUSTOMER NUMBER IS REQUIRED"
004060             GO TO 3200-EXIT
004070         END-IF.
004080         MOVE LGO-CUSTOMER-NO TO CUS-CUSTOMER-NO.
004090         READ CUSTOMER-MASTER-FILE
004100             INVALID KEY
004110                 DISPLAY "LGLMAINT: CUSTOMER " LGO-CUSTOMER-NO
004120                     " IS NOT ON CUSTMST"
004130                 GO TO 3200-EXIT
004140         END-READ.
004150         DISPLAY "  CUSTOMER " CUS-CUSTOMER-NAME.
004160         SET LGM-FIELD-OK TO TRUE.
004170 3200-EXIT.
004180         EXIT.
004190 3300-GET-AMOUNT.
004200         MOVE "N" TO LGM-FIELD-OK-SWITCH.
004210         MOVE ZERO TO LGM-IN-AMOUNT.
004220         DISPLAY "AMOUNT DEMANDED (DIGITS ONLY, PENCE IN THE "
004230             "LAST TWO): " WITH NO ADVANCING.
004240         MOVE SPACES TO LGM-IN-AMOUNT-X.
004250         ACCEPT LGM-IN-AMOUNT-X FROM CONSOLE.
004260         MOVE ZERO TO LGM-IN-AMOUNT-LENGTH.
004270         PERFORM 3350-SIZE-AMOUNT THRU 3350-EXIT
004280             VARYING LGM-AMT-SCAN-SUB FROM 14 BY -1
004290             UNTIL LGM-AMT-SCAN-SUB < 1
004300                 OR LGM-IN-AMOUNT-LENGTH > ZERO.
004310         IF LGM-IN-AMOUNT-LENGTH = ZERO
004320             DISPLAY "LGLMAINT: AMOUNT MAY NOT BE BLANK"
004330             GO TO 3300-EXIT
004340         END-IF.
004350         IF LGM-IN-AMOUNT-LENGTH > 13
004360             DISPLAY "LGLMAINT: AMOUNT IS TOO LONG"
004370             GO TO 3300-EXIT
004380         END-IF.
004390         MOVE ALL "0" TO LGM-IN-AMOUNT-DIGITS.
004400         MOVE LGM-IN-AMOUNT-X(1:LGM-IN-AMOUNT-LENGTH)
004410             TO LGM-IN-AMOUNT-DIGITS(14 - LGM-IN-AMOUNT-LENGTH:
004420             LGM-IN-AMOUNT-LENGTH).
004430         IF LGM-IN-AMOUNT-DIGITS NOT NUMERIC
004440             DISPLAY "LGLMAINT: AMOUNT MUST BE NUMERIC"
004450             GO TO 3300-EXIT
004460         END-IF.
004470         MOVE LGM-IN-AMOUNT-DIGITS TO LGM-IN-AMOUNT(1:13).
004480         IF LGM-IN-AMOUNT = ZERO
004490             DISPLAY "LGLMAINT: AMOUNT MAY NOT BE ZERO"
004500             GO TO 3300-EXIT
004510         END-IF.
004520         SET LGM-FIELD-OK TO TRUE.
004530 3300-EXIT.
004540         EXIT.
004550 3350-SIZE-AMOUNT.
004560         IF LGM-IN-AMOUNT-X(LGM-AMT-SCAN-SUB:1) NOT = SPACE
004570             MOVE LGM-AMT-SCAN-SUB TO LGM-IN-AMOUNT-LENGTH
004580         END-IF.
004590 3350-EXIT.
004600         EXIT.
004610*  A BLANK DATE IS ZERO (NO DATE); ANYTHING ELSE MUST BE A
004620*  PLAUSIBLE YYYYMMDD.
004630 3400-GET-DATE.
004640         MOVE "N" TO LGM-FIELD-OK-SWITCH.
004650         MOVE ZERO TO LGM-WORK-DATE.
004660         MOVE SPACES TO LGM-WORK-DATE-X.
004670         ACCEPT LGM-WORK-DATE-X FROM CONSOLE.
004680         IF LGM-WORK-DATE-X = SPACES
004690             SET LGM-FIELD-OK TO TRUE
004700             GO TO 3400-EXIT
004710         END-IF.
004720         IF LGM-WORK-DATE-X NOT NUMERIC
004730             DISPLAY "LGLMAINT: DATE MUST BE YYYYMMDD"
004740             GO TO 3400-EXIT
004750         END-IF.
004760         MOVE LGM-WORK-DATE-X TO LGM-WORK-DATE.
004770         IF LGM-WORK-DATE-X(5:2) < "01"
004780             OR LGM-WORK-DATE-X(5:2) > "12"
004790             OR LGM-WORK-DATE-X(7:2) < "01"
004800             OR LGM-WORK-DATE-X(7:2) > "31"
004810             DISPLAY "LGLMAINT: DATE MUST BE YYYYMMDD"
004820             MOVE ZERO TO LGM-WORK-DATE
004830             GO TO 3400-EXIT
004840         END-IF.
004850         SET LGM-FIELD-OK TO TRUE.
004860 3400-EXIT.
004870         EXIT.
004880*---------------------------------------------------------------
004890*  4000-RELEASE-ORDER.  THE ISSUING BODY HAS LIFTED THE ORDER:
004900*  THE HOLD COMES OFF AT THE NEXT EDIT PASS AND NOTHING MORE IS
004910*  REMITTED.  WHAT HAS ALREADY BEEN REMITTED STANDS.
004920*---------------------------------------------------------------
004930 4000-RELEASE-ORDER.
004940         PERFORM 2100-FIND-ORDER THRU 2100-EXIT.
004950         IF NOT LGM-ORDER-FOUND
004960             GO TO 4000-EXIT
004970         END-IF.
004980         IF NOT LGO-ACTIVE
004990             DISPLAY "LGLMAINT: ORDER IS NOT ACTIVE - NOTHING TO "
005000                 "RELEASE"
005010             GO TO 4000-EXIT
005020         END-IF.
005030         DISPLAY "RELEASE THIS ORDER (Y/N): " WITH NO ADVANCING.
005040         MOVE SPACES TO LGM-CONFIRM.
005050         ACCEPT LGM-CONFIRM FROM CONSOLE.
005060         IF LGM-CONFIRM NOT = "Y" AND LGM-CONFIRM NOT = "y"
005070             DISPLAY "LGLMAINT: ORDER NOT RELEASED"
005080             GO TO 4000-EXIT
005090         END-IF.
005100         DISPLAY "REASON: " WITH NO ADVANCING.
005110         MOVE SPACES TO LGM-WORK-ENTRY.
005120         ACCEPT LGM-WORK-ENTRY FROM CONSOLE.
00512A         MOVE "U" TO BWN-FUNCTION.
00512B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00512C         IF BWN-UPDATE-REFUSED
00512D             GO TO 4000-EXIT
00512E         END-IF.
005130         MOVE "R" TO LGO-STATUS.
005140         MOVE LGM-RUN-DATE TO LGO-CLOSED-DATE.
005150         REWRITE LEGAL-ORDER-RECORD
005160             INVALID KEY
005170                 DISPLAY "LGLMAINT: REWRITE FAILED FOR ORDER "
005180                     LGO-ORDER-NO ", STATUS = "
005190                     LGM-ORDER-FILE-STATUS
005200                 GO TO 4000-EXIT
005210         END-REWRITE.
005220         MOVE "R" TO LGM-HST-EVENT.
005230         MOVE ZERO TO LGM-HST-AMOUNT.
005240         MOVE LGM-WORK-ENTRY TO LGM-HST-REMARKS.
005250         PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
005260         DISPLAY "LGLMAINT: ORDER " LGO-ORDER-NO " RELEASED".
005270 4000-EXIT.
005280         EXIT.
005290 5000-LIST-ACTIVE.
005300         MOVE ZERO TO LGM-LIST-COUNT.
005310         MOVE "N" TO LGM-BROWSE-EOF-SWITCH.
005320         MOVE LOW-VALUES TO LGO-ORDER-NO.
005330         START LEGAL-ORDER-FILE KEY IS NOT LESS THAN LGO-ORDER-NO
005340             INVALID KEY
005350                 MOVE "Y" TO LGM-BROWSE-EOF-SWITCH
005360         END-START.
005370         PERFORM 5100-LIST-ONE-ORDER THRU 5100-EXIT
005380             UNTIL LGM-BROWSE-AT-END.
005390         IF LGM-LIST-COUNT = ZERO
005400             DISPLAY "LGLMAINT: NO ACTIVE ORDERS"
005410         END-IF.
005420 5000-EXIT.
005430         EXIT.
005440 5100-LIST-ONE-ORDER.
005450         READ LEGAL-ORDER-FILE NEXT RECORD
005460             AT END
005470                 MOVE "Y" TO LGM-BROWSE-EOF-SWITCH
005480                 GO TO 5100-EXIT
005490         END-READ.
005500         IF NOT LGO-ACTIVE
005510             GO TO 5100-EXIT
005520         END-IF.
005530         ADD 1 TO LGM-LIST-COUNT.
005540         MOVE LGO-AMOUNT-OUTSTANDING TO LGM-OUTSTANDING-EDIT.
005550         IF LGO-ON-ACCOUNT
005560             DISPLAY "  " LGO-ORDER-NO " " LGO-ORDER-TYPE " "
005570                 LGO-PRIORITY " ACCT " LGO-ACCOUNT-NO " "
005580                 LGM-OUTSTANDING-EDIT " " LGO-EXPIRY-DATE
005590         ELSE
005600             DISPLAY "  " LGO-ORDER-NO " " LGO-ORDER-TYPE " "
005610                 LGO-PRIORITY " CUST " LGO-CUSTOMER-NO " "
005620                 LGM-OUTSTANDING-EDIT " " LGO-EXPIRY-DATE
005630         END-IF.
005640 5100-EXIT.
005650         EXIT.
005660 6000-WRITE-HISTORY.
005670         IF NOT LGM-HISTORY-OPEN
005680             OPEN EXTEND LEGAL-HISTORY-FILE
005690             IF NOT LGM-HISTORY-FILE-OK
005700                 OPEN OUTPUT LEGAL-HISTORY-FILE
005710             END-IF
005720             IF LGM-HISTORY-FILE-OK
005730                 SET LGM-HISTORY-OPEN TO TRUE
005740             ELSE
005750                 DISPLAY "LGLMAINT: LGLHIST UNAVAILABLE, "
005760                     "STATUS = " LGM-HISTORY-FILE-STATUS
005770                 GO TO 6000-EXIT
005780             END-IF
005790         END-IF.
005800         MOVE SPACES TO LEGAL-HISTORY-RECORD.
005810         MOVE LGO-ORDER-NO TO LGH-ORDER-NO.
005820         MOVE LGM-RUN-DATE TO LGH-EVENT-DATE.
005830         ACCEPT LGH-EVENT-TIME FROM TIME.
005840         MOVE LGM-HST-EVENT TO LGH-EVENT-CODE.
005850         MOVE LGO-BRANCH-CODE TO LGH-BRANCH-CODE.
005860         MOVE LGO-ACCOUNT-NO TO LGH-ACCOUNT-NO.
005870         MOVE LGM-HST-AMOUNT TO LGH-AMOUNT.
005880         MOVE LGO-AMOUNT-OUTSTANDING TO LGH-OUTSTANDING.
005890         MOVE LGM-SESSION-USER-ID TO LGH-USER-ID.
005900         MOVE LGM-HST-REMARKS TO LGH-REMARKS.
005910         WRITE LEGAL-HISTORY-RECORD.
005920 6000-EXIT.
005930         EXIT.
005940 8000-TERMINATE.
005950         IF LGM-ORDER-OPEN
005960             CLOSE LEGAL-ORDER-FILE
005970         END-IF.
005980         IF LGM-ACCOUNT-OPEN
005990             CLOSE ACCOUNT-MASTER-FILE
006000         END-IF.
006010         IF LGM-CUSTOMER-OPEN
006020             CLOSE CUSTOMER-MASTER-FILE
006030         END-IF.
006040         IF LGM-HISTORY-OPEN
006050             CLOSE LEGAL-HISTORY-FILE
006060         END-IF.
006070         DISPLAY "LGLMAINT: SESSION COMPLETE".
006080 8000-EXIT.
006090         EXIT.
