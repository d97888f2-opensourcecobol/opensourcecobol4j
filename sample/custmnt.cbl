000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 CUSTMNT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  CUSTOMER CONTACT MAINTENANCE.  CUSTLOAD KEEPS CUSTCONT IN
000180*  STEP WITH THE UPSTREAM FEED, BUT A CUSTOMER WHO PHONES IN A
000190*  NEW ADDRESS, OR A SACK OF RETURNED STATEMENTS, CANNOT WAIT
000200*  FOR THE NEXT FEED.  THIS SIGN-ON PROGRAM (ACCTMNT STYLE,
000210*  OPERAUTH FUNCTION "T") READS AND REWRITES CUSTCONT ONE
000220*  CUSTOMER AT A TIME.  EVERY FIELD IT CHANGES GOES TO THE
000230*  CUSTAUDT TRAIL AS A BEFORE/AFTER LINE UNDER THE SIGNED-ON
000240*  USER, IN THE SAME SHAPE CUSTLOAD WRITES.
000250*
000260*  FLAGGING A CUSTOMER'S MAIL RETURNED MAKES MAILCHK HOLD
000270*  EVERYTHING ADDRESSED TO THEM (STATEMENTS AND NOTICES GO TO
000280*  THE HELDMAIL LIST INSTEAD OF THE POST).  A NEW POSTAL
000290*  ADDRESS IS THE CORRECTION AND CLEARS THE FLAG; THE FLAG CAN
000300*  ALSO BE CLEARED BY HAND WHEN THE CUSTOMER CONFIRMS THE
000310*  ADDRESS ON FILE IS RIGHT.  A CONTACT RECORD IS ONLY ADDED
000320*  FOR A CUSTOMER ALREADY ON CUSTMST.
000330*  ------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  ------------------------------------------------------------
000360*  DATE       BY   DESCRIPTION
000370*  ---------- ---- --------------------------------------------
000380*  10/15/2026 DCG  ORIGINAL PROGRAM.
000381*  10/15/2026 DCG  WORK IMAGE CARRIES THE NEW CUSTCONT BIRTH DATE
000382*                  AND TAX ID SO IT STAYS THE RECORD'S SHAPE.
000383*  10/15/2026 DCG  NEW MENU CHOICE 6 SETS OR CLEARS THE CUSTOMER'S
000384*                  COMBINED RELATIONSHIP STATEMENT OPTION
000385*                  (CCT-STATEMENT-OPTION), AUDITED AS STMTOPT.
000386*                  EXIT MOVES TO CHOICE 7.
00038A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00038B*                  SIGN-ON AND BEFORE EACH CONTACT SAVE.
000390*---------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.
000430         LINUX.
000440 OBJECT-COMPUTER.
000450         LINUX.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS RANDOM
000510             RECORD KEY IS CUS-CUSTOMER-NO
000520             FILE STATUS IS CSM-MASTER-FILE-STATUS.
000530         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS RANDOM
000560             RECORD KEY IS CCT-CUSTOMER-NO
000570             FILE STATUS IS CSM-CONTACT-FILE-STATUS.
000580         SELECT CONTACT-AUDIT-FILE ASSIGN TO "CUSTAUDT"
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS CSM-AUDIT-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CUSTOMER-MASTER-FILE.
000640     COPY CUSTREC.
000650 FD  CONTACT-FILE.
000660     COPY CUSTCTRC.
000670 FD  CONTACT-AUDIT-FILE.
000680     COPY CUSAUDRC.
000690 WORKING-STORAGE SECTION.
000700     COPY OPAUTHC.
00070A     COPY BATCHWNC.
000710 01  CSM-FILE-STATUS-VALUES.
000720         05  CSM-MASTER-FILE-STATUS  PIC X(02).
000730             88  CSM-MASTER-FILE-OK      VALUE "00".
000740         05  CSM-CONTACT-FILE-STATUS PIC X(02).
000750             88  CSM-CONTACT-FILE-OK     VALUE "00".
000760             88  CSM-CONTACT-NOT-FOUND   VALUE "35".
000770         05  CSM-AUDIT-FILE-STATUS   PIC X(02).
000780             88  CSM-AUDIT-FILE-OK       VALUE "00".
000790 01  CSM-SWITCHES.
000800         05  CSM-DONE-SWITCH         PIC X(01) VALUE "N".
000810             88  CSM-DONE                VALUE "Y".
000820         05  CSM-MASTER-OPEN-SWITCH  PIC X(01) VALUE "N".
000830             88  CSM-MASTER-OPEN         VALUE "Y".
000840         05  CSM-CONTACT-OPEN-SWITCH PIC X(01) VALUE "N".
000850             88  CSM-CONTACT-OPEN        VALUE "Y".
000860         05  CSM-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
000870             88  CSM-AUDIT-OPEN          VALUE "Y".
000880         05  CSM-CUSTOMER-SWITCH     PIC X(01) VALUE "N".
000890             88  CSM-CUSTOMER-FOUND      VALUE "Y".
000900         05  CSM-NEW-CONTACT-SWITCH  PIC X(01) VALUE "N".
000910             88  CSM-NEW-CONTACT         VALUE "Y".
000920         05  CSM-KEEP-SWITCH         PIC X(01) VALUE "N".
000930             88  CSM-KEEP-CURRENT        VALUE "Y".
000940 01  CSM-MENU-CHOICE             PIC X(01) VALUE SPACES.
000950 01  CSM-SESSION-CONTEXT.
000960         05  CSM-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
000970         05  CSM-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
000980 01  CSM-WORK-FIELDS.
000990         05  CSM-WORK-CUSTOMER       PIC X(10) VALUE SPACES.
001000         05  CSM-WORK-ENTRY          PIC X(50) VALUE SPACES.
001010         05  CSM-AUDIT-FIELD         PIC X(10) VALUE SPACES.
001020         05  CSM-AUDIT-BEFORE        PIC X(50) VALUE SPACES.
001030         05  CSM-AUDIT-AFTER         PIC X(50) VALUE SPACES.
001040         05  CSM-RUN-DATE            PIC 9(08) VALUE ZERO.
001050         05  CSM-RUN-TIME            PIC 9(08) VALUE ZERO.
001060         05  CSM-CHANGE-COUNT        PIC 9(05) COMP VALUE ZERO.
001070*---------------------------------------------------------------
001080*  WORK IMAGE OF THE CONTACT RECORD AS IT STOOD BEFORE THE
001090*  CHANGE -- SAME SHAPE AS THE CUSTCTRC COPYBOOK, RENAMED SO
001100*  THE FD'S OWN FIELDS STAY UNTOUCHED.  THE AUDIT LINES ARE
001110*  WRITTEN FROM THE DIFFERENCES BETWEEN THE TWO.
001120*---------------------------------------------------------------
001130 01  CSM-OLD-CONTACT.
001140         05  CSO-CUSTOMER-NO         PIC X(10).
001150         05  CSO-POSTAL-ADDRESS.
001160             10  CSO-ADDRESS-LINE-1  PIC X(35).
001170             10  CSO-ADDRESS-LINE-2  PIC X(35).
001180             10  CSO-CITY            PIC X(25).
001190             10  CSO-REGION          PIC X(03).
001200             10  CSO-POSTAL-CODE     PIC X(10).
001210             10  CSO-COUNTRY         PIC X(03).
001220         05  CSO-EMAIL-ADDRESS       PIC X(50).
001230         05  CSO-PHONE-NUMBER        PIC X(15).
001240         05  CSO-MAIL-STATUS         PIC X(01).
001250         05  CSO-RETURNED-DATE       PIC 9(08).
001260         05  CSO-CHANGE-DATE         PIC 9(08).
001270         05  CSO-CHANGED-BY          PIC X(08).
001271         05  CSO-BIRTH-DATE          PIC 9(08).
001272         05  CSO-TAX-ID              PIC X(11).
001273         05  CSO-STATEMENT-OPTION    PIC X(01).
001280         05  FILLER                  PIC X(08).
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001330             UNTIL CSM-DONE.
001340         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001350         STOP RUN.
001360 1000-INITIALIZE.
001370         DISPLAY "CUSTMNT: JOB STARTING".
001380         ACCEPT CSM-RUN-DATE FROM DATE YYYYMMDD.
001390         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001400         ACCEPT CSM-SESSION-USER-ID FROM CONSOLE.
001410         IF CSM-SESSION-USER-ID = SPACES
001420             MOVE "GUEST" TO CSM-SESSION-USER-ID
001430         END-IF.
001440         ACCEPT CSM-SESSION-SIGNON-TIME FROM TIME.
001450         DISPLAY "CUSTMNT: SIGNED ON AS " CSM-SESSION-USER-ID
001460             " AT " CSM-SESSION-SIGNON-TIME.
001470*  THE SHARED OPERATOR MASTER DECIDES WHO GETS IN --
001480*  SEE OPERAUTH; A MISSING OPERMST STILL GRANTS ALL.
001490         MOVE CSM-SESSION-USER-ID TO OPA-USER-ID.
001500         MOVE "T" TO OPA-FUNCTION.
001510         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001520         IF NOT OPA-GRANTED
001530             DISPLAY "CUSTMNT: ACCESS DENIED FOR "
001540                 CSM-SESSION-USER-ID " - SESSION ENDED"
001550             MOVE "Y" TO CSM-DONE-SWITCH
001560             GO TO 1000-EXIT
001570         END-IF.
00157A         INITIALIZE BATCH-WINDOW-AREA.
00157B         MOVE "CUSTMNT" TO BWN-PROGRAM.
00157C         MOVE CSM-SESSION-USER-ID TO BWN-USER-ID.
00157D         MOVE "S" TO BWN-FUNCTION.
00157E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001580         OPEN INPUT CUSTOMER-MASTER-FILE.
001590         IF NOT CSM-MASTER-FILE-OK
001600             DISPLAY "CUSTMNT: CANNOT OPEN CUSTMST, STATUS = "
001610                 CSM-MASTER-FILE-STATUS " - SESSION ENDED"
001620             MOVE "Y" TO CSM-DONE-SWITCH
001630             GO TO 1000-EXIT
001640         END-IF.
001650         SET CSM-MASTER-OPEN TO TRUE.
001660*  THE FIRST CONTACT EVER KEYED CREATES CUSTCONT.
001670         OPEN I-O CONTACT-FILE.
001680         IF CSM-CONTACT-NOT-FOUND
001690             OPEN OUTPUT CONTACT-FILE
001700             CLOSE CONTACT-FILE
001710             OPEN I-O CONTACT-FILE
001720         END-IF.
001730         IF NOT CSM-CONTACT-FILE-OK
001740             DISPLAY "CUSTMNT: CANNOT OPEN CUSTCONT, STATUS = "
001750                 CSM-CONTACT-FILE-STATUS " - SESSION ENDED"
001760             MOVE "Y" TO CSM-DONE-SWITCH
001770             GO TO 1000-EXIT
001780         END-IF.
001790         SET CSM-CONTACT-OPEN TO TRUE.
001800 1000-EXIT.
001810         EXIT.
001820 2000-MENU-LOOP.
001830         DISPLAY " ".
001840         DISPLAY "----------------------------------------------".
001850         DISPLAY "CUSTOMER CONTACT MAINTENANCE".
001860         DISPLAY "USER: " CSM-SESSION-USER-ID
001870             "   SIGNED ON: " CSM-SESSION-SIGNON-TIME.
001880         DISPLAY "----------------------------------------------".
001890         DISPLAY "1. INQUIRE ON A CUSTOMER".
001900         DISPLAY "2. CHANGE POSTAL ADDRESS".
001910         DISPLAY "3. CHANGE EMAIL AND PHONE".
001920         DISPLAY "4. FLAG MAIL RETURNED".
001930         DISPLAY "5. CLEAR RETURNED-MAIL FLAG".
001931         DISPLAY "6. SET COMBINED STATEMENT OPTION".
001940         DISPLAY "7. EXIT".
001950         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
001960         ACCEPT CSM-MENU-CHOICE FROM CONSOLE.
001970         EVALUATE CSM-MENU-CHOICE
001980             WHEN "1"
001990                 PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT
002000             WHEN "2"
002010                 PERFORM 3000-CHANGE-ADDRESS THRU 3000-EXIT
002020             WHEN "3"
002030                 PERFORM 4000-CHANGE-EMAIL-PHONE THRU 4000-EXIT
002040             WHEN "4"
002050                 PERFORM 5000-FLAG-RETURNED THRU 5000-EXIT
002060             WHEN "5"
002070                 PERFORM 5500-CLEAR-RETURNED THRU 5500-EXIT
002080             WHEN "6"
002081                 PERFORM 5700-SET-STATEMENT-OPTION THRU 5700-EXIT
002082             WHEN "7"
002090                 SET CSM-DONE TO TRUE
002100             WHEN OTHER
002110                 DISPLAY "CUSTMNT: INVALID SELECTION, TRY AGAIN"
002120         END-EVALUATE.
002130 2000-EXIT.
002140         EXIT.
002150*---------------------------------------------------------------
002160*  2100-FIND-CUSTOMER.  PROMPTS FOR THE CUSTOMER, CHECKS THEM
002170*  ON CUSTMST AND SHOWS THE CONTACT DETAILS ON FILE.  A
002180*  CUSTOMER WITH NO CONTACT RECORD YET GETS A BLANK ONE TO
002190*  FILL IN.  EVERY CHANGE STARTS HERE, AND THE BEFORE IMAGE
002200*  IS TAKEN HERE.
002210*---------------------------------------------------------------
002220 2100-FIND-CUSTOMER.
002230         MOVE "N" TO CSM-CUSTOMER-SWITCH.
002240         MOVE "N" TO CSM-NEW-CONTACT-SWITCH.
002250         DISPLAY "ENTER CUSTOMER NUMBER: " WITH NO ADVANCING.
002260         ACCEPT CSM-WORK-CUSTOMER FROM CONSOLE.
002270         IF CSM-WORK-CUSTOMER = SPACES
002280             GO TO 2100-EXIT
002290         END-IF.
002300         MOVE CSM-WORK-CUSTOMER TO CUS-CUSTOMER-NO.
002310         READ CUSTOMER-MASTER-FILE
002320             INVALID KEY
002330                 DISPLAY "CUSTMNT: CUSTOMER " CSM-WORK-CUSTOMER
002340                     " IS NOT ON CUSTMST"
002350                 GO TO 2100-EXIT
002360         END-READ.
002370         SET CSM-CUSTOMER-FOUND TO TRUE.
002380         MOVE CSM-WORK-CUSTOMER TO CCT-CUSTOMER-NO.
002390         READ CONTACT-FILE
002400             INVALID KEY
002410                 SET CSM-NEW-CONTACT TO TRUE
002420                 MOVE SPACES TO CUSTOMER-CONTACT-RECORD
002430                 MOVE CSM-WORK-CUSTOMER TO CCT-CUSTOMER-NO
002440                 MOVE ZERO TO CCT-RETURNED-DATE
002450                 MOVE ZERO TO CCT-CHANGE-DATE
002460         END-READ.
002470         MOVE CUSTOMER-CONTACT-RECORD TO CSM-OLD-CONTACT.
002480         DISPLAY "  CUSTOMER " CUS-CUSTOMER-NO "  "
002490             CUS-CUSTOMER-NAME "  STATUS " CUS-STATUS.
002500         IF CSM-NEW-CONTACT
002510             DISPLAY "  NO CONTACT DETAILS ON FILE"
002520             GO TO 2100-EXIT
002530         END-IF.
002540         DISPLAY "  ADDRESS  " CCT-ADDRESS-LINE-1.
002550         DISPLAY "           " CCT-ADDRESS-LINE-2.
002560         DISPLAY "           " CCT-CITY " " CCT-REGION " "
002570             CCT-POSTAL-CODE " " CCT-COUNTRY.
002580         DISPLAY "  EMAIL    " CCT-EMAIL-ADDRESS.
002590         DISPLAY "  PHONE    " CCT-PHONE-NUMBER.
002600         IF CCT-MAIL-RETURNED
002610             DISPLAY "  MAIL     RETURNED " CCT-RETURNED-DATE
002620                 " - HELD UNTIL THE ADDRESS IS CORRECTED"
002630         ELSE
002640             DISPLAY "  MAIL     DELIVERABLE"
002650         END-IF.
002651         IF CCT-COMBINED-STATEMENT
002652             DISPLAY "  STMTS    ONE COMBINED RELATIONSHIP "
002653                 "STATEMENT"
002654         ELSE
002655             DISPLAY "  STMTS    ONE STATEMENT PER ACCOUNT"
002656         END-IF.
002660         DISPLAY "  LAST CHANGED " CCT-CHANGE-DATE " BY "
002670             CCT-CHANGED-BY.
002680 2100-EXIT.
002690         EXIT.
002700*---------------------------------------------------------------
002710*  3000-CHANGE-ADDRESS.  EACH LINE IS PROMPTED IN TURN; A
002720*  BLANK ANSWER KEEPS WHAT IS ON FILE AND A SINGLE "." BLANKS
002730*  THE LINE.  ANY CHANGE TO THE ADDRESS RELEASES A RETURNED-
002740*  MAIL HOLD -- THE NEW ADDRESS IS THE CORRECTION.
002750*---------------------------------------------------------------
002760 3000-CHANGE-ADDRESS.
002770         PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
002780         IF NOT CSM-CUSTOMER-FOUND
002790             GO TO 3000-EXIT
002800         END-IF.
002810         DISPLAY "BLANK KEEPS THE CURRENT VALUE, . CLEARS IT".
002820         DISPLAY "ADDRESS LINE 1: " WITH NO ADVANCING.
002830         PERFORM 3900-ACCEPT-ENTRY THRU 3900-EXIT.
002840         IF NOT CSM-KEEP-CURRENT
002850             MOVE CSM-WORK-ENTRY TO CCT-ADDRESS-LINE-1
002860         END-IF.
002870         DISPLAY "ADDRESS LINE 2: " WITH NO ADVANCING.
002880         PERFORM 3900-ACCEPT-ENTRY THRU 3900-EXIT.
002890         IF NOT CSM-KEEP-CURRENT
002900             MOVE CSM-WORK-ENTRY TO CCT-ADDRESS-LINE-2
002910         END-IF.
002920         DISPLAY "CITY: " WITH NO ADVANCING.
002930         PERFORM 3900-ACCEPT-ENTRY THRU 3900-EXIT.
002940         IF NOT CSM-KEEP-CURRENT
002950             MOVE CSM-WORK-ENTRY TO CCT-CITY
002960         END-IF.
002970         DISPLAY "REGION: " WITH NO ADVANCING.
002980         PERFORM 3900-ACCEPT-ENTRY THRU 3900-EXIT.
002990         IF NOT CSM-KEEP-CURRENT
003000             MOVE CSM-WORK-ENTRY TO CCT-REGION
003010         END-IF.
003020         DISPLAY "POSTAL CODE: " WITH NO ADVANCING.
003030         PERFORM 3900-ACCEPT-ENTRY THRU 3900-EXIT.
003040         IF NOT CSM-KEEP-CURRENT
003050             MOVE CSM-WORK-ENTRY TO CCT-POSTAL-CODE
003060         END-IF.
003070         DISPLAY "COUNTRY: " WITH NO ADVANCING.
003080         PERFORM 3900-ACCEPT-ENTRY THRU 3900-EXIT.
003090         IF NOT CSM-KEEP-CURRENT
003100             MOVE CSM-WORK-ENTRY TO CCT-COUNTRY
003110         END-IF.
003120         IF CCT-POSTAL-ADDRESS = CSO-POSTAL-ADDRESS
003130             DISPLAY "CUSTMNT: ADDRESS UNCHANGED"
003140             GO TO 3000-EXIT
003150         END-IF.
003160         IF CCT-MAIL-RETURNED
003170             MOVE "D" TO CCT-MAIL-STATUS
003180             DISPLAY "CUSTMNT: ADDRESS CORRECTED - HELD MAIL "
003190                 "RELEASED"
003200         END-IF.
003210         PERFORM 6000-SAVE-CONTACT THRU 6000-EXIT.
003220 3000-EXIT.
003230         EXIT.
003240*  A BLANK ANSWER KEEPS THE FIELD; A "." ANSWER BLANKS IT.
003250 3900-ACCEPT-ENTRY.
003260         MOVE SPACES TO CSM-WORK-ENTRY.
003270         MOVE "N" TO CSM-KEEP-SWITCH.
003280         ACCEPT CSM-WORK-ENTRY FROM CONSOLE.
003290         IF CSM-WORK-ENTRY = SPACES
003300             SET CSM-KEEP-CURRENT TO TRUE
003310         END-IF.
003320         IF CSM-WORK-ENTRY = "."
003330             MOVE SPACES TO CSM-WORK-ENTRY
003340         END-IF.
003350 3900-EXIT.
003360         EXIT.
003370 4000-CHANGE-EMAIL-PHONE.
003380         PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
003390         IF NOT CSM-CUSTOMER-FOUND
003400             GO TO 4000-EXIT
003410         END-IF.
003420         DISPLAY "BLANK KEEPS THE CURRENT VALUE, . CLEARS IT".
003430         DISPLAY "EMAIL ADDRESS: " WITH NO ADVANCING.
003440         PERFORM 3900-ACCEPT-ENTRY THRU 3900-EXIT.
003450         IF NOT CSM-KEEP-CURRENT
003460             MOVE CSM-WORK-ENTRY TO CCT-EMAIL-ADDRESS
003470         END-IF.
003480         DISPLAY "PHONE NUMBER: " WITH NO ADVANCING.
003490         PERFORM 3900-ACCEPT-ENTRY THRU 3900-EXIT.
003500         IF NOT CSM-KEEP-CURRENT
003510             MOVE CSM-WORK-ENTRY TO CCT-PHONE-NUMBER
003520         END-IF.
003530         PERFORM 6000-SAVE-CONTACT THRU 6000-EXIT.
003540 4000-EXIT.
003550         EXIT.
003560*---------------------------------------------------------------
003570*  5000-FLAG-RETURNED.  THE POST OFFICE SENT THE CUSTOMER'S
003580*  MAIL BACK.  FROM NOW ON MAILCHK HOLDS EVERY PAPER ITEM FOR
003590*  THEM TO THE HELDMAIL LIST UNTIL THE ADDRESS IS CORRECTED.
003600*---------------------------------------------------------------
003610 5000-FLAG-RETURNED.
003620         PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
003630         IF NOT CSM-CUSTOMER-FOUND
003640             GO TO 5000-EXIT
003650         END-IF.
003660         IF CSM-NEW-CONTACT
003670             DISPLAY "CUSTMNT: NO ADDRESS ON FILE TO FLAG"
003680             GO TO 5000-EXIT
003690         END-IF.
003700         IF CCT-MAIL-RETURNED
003710             DISPLAY "CUSTMNT: MAIL IS ALREADY FLAGGED RETURNED"
003720             GO TO 5000-EXIT
003730         END-IF.
003740         MOVE "R" TO CCT-MAIL-STATUS.
003750         MOVE CSM-RUN-DATE TO CCT-RETURNED-DATE.
003760         PERFORM 6000-SAVE-CONTACT THRU 6000-EXIT.
003770 5000-EXIT.
003780         EXIT.
003790*  THE CUSTOMER HAS CONFIRMED THE ADDRESS ON FILE IS RIGHT.
003800 5500-CLEAR-RETURNED.
003810         PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
003820         IF NOT CSM-CUSTOMER-FOUND
003830             GO TO 5500-EXIT
003840         END-IF.
003850         IF NOT CCT-MAIL-RETURNED
003860             DISPLAY "CUSTMNT: MAIL IS NOT FLAGGED RETURNED"
003870             GO TO 5500-EXIT
003880         END-IF.
003890         MOVE "D" TO CCT-MAIL-STATUS.
003900         PERFORM 6000-SAVE-CONTACT THRU 6000-EXIT.
003910 5500-EXIT.
003920         EXIT.
003921*---------------------------------------------------------------
003922*  5700-SET-STATEMENT-OPTION.  "C" PUTS THE CUSTOMER ON ONE
003923*  COMBINED RELATIONSHIP STATEMENT A MONTH (RELSTMT) IN PLACE OF
003924*  A STATEMENT PER ACCOUNT; "A" PUTS THEM BACK.  THE CHANGE
003925*  TAKES EFFECT AT THE NEXT STATEMENT RUN.
003926*---------------------------------------------------------------
003927 5700-SET-STATEMENT-OPTION.
003928         PERFORM 2100-FIND-CUSTOMER THRU 2100-EXIT.
003929         IF NOT CSM-CUSTOMER-FOUND
00392A             GO TO 5700-EXIT
00392B         END-IF.
00392C         DISPLAY "C = COMBINED STATEMENT, A = PER ACCOUNT: "
00392D             WITH NO ADVANCING.
00392E         MOVE SPACES TO CSM-WORK-ENTRY.
00392F         ACCEPT CSM-WORK-ENTRY FROM CONSOLE.
00392G         EVALUATE CSM-WORK-ENTRY
00392H             WHEN "C"
00392I                 MOVE "C" TO CCT-STATEMENT-OPTION
00392J             WHEN "A"
00392K                 MOVE SPACE TO CCT-STATEMENT-OPTION
00392L             WHEN OTHER
00392M                 DISPLAY "CUSTMNT: ANSWER C OR A - NOTHING "
00392N                     "CHANGED"
00392O                 GO TO 5700-EXIT
00392P         END-EVALUATE.
00392Q         PERFORM 6000-SAVE-CONTACT THRU 6000-EXIT.
00392R 5700-EXIT.
00392S         EXIT.
003930*---------------------------------------------------------------
003940*  6000-SAVE-CONTACT.  WRITES OR REWRITES THE CONTACT RECORD
003950*  AND AUDITS EVERY FIELD THAT DIFFERS FROM THE BEFORE IMAGE.
003960*---------------------------------------------------------------
003970 6000-SAVE-CONTACT.
003980         IF CUSTOMER-CONTACT-RECORD = CSM-OLD-CONTACT
003990             DISPLAY "CUSTMNT: NOTHING CHANGED"
004000             GO TO 6000-EXIT
004010         END-IF.
00401A         MOVE "U" TO BWN-FUNCTION.
00401B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00401C         IF BWN-UPDATE-REFUSED
00401D             GO TO 6000-EXIT
00401E         END-IF.
004020         MOVE CSM-RUN-DATE TO CCT-CHANGE-DATE.
004030         MOVE CSM-SESSION-USER-ID TO CCT-CHANGED-BY.
004040         IF CSM-NEW-CONTACT
004050             WRITE CUSTOMER-CONTACT-RECORD
004060                 INVALID KEY
004070                     DISPLAY "CUSTMNT: UNABLE TO ADD CONTACT, "
004080                         "STATUS = " CSM-CONTACT-FILE-STATUS
004090                     GO TO 6000-EXIT
004100             END-WRITE
004110         ELSE
004120             REWRITE CUSTOMER-CONTACT-RECORD
004130                 INVALID KEY
004140                     DISPLAY "CUSTMNT: UNABLE TO REWRITE "
004150                         "CONTACT, STATUS = "
004160                         CSM-CONTACT-FILE-STATUS
004170                     GO TO 6000-EXIT
004180             END-REWRITE
004190         END-IF.
004200         ADD 1 TO CSM-CHANGE-COUNT.
004210         MOVE "ADDRESS1" TO CSM-AUDIT-FIELD.
004220         MOVE CSO-ADDRESS-LINE-1 TO CSM-AUDIT-BEFORE.
004230         MOVE CCT-ADDRESS-LINE-1 TO CSM-AUDIT-AFTER.
004240         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004250         MOVE "ADDRESS2" TO CSM-AUDIT-FIELD.
004260         MOVE CSO-ADDRESS-LINE-2 TO CSM-AUDIT-BEFORE.
004270         MOVE CCT-ADDRESS-LINE-2 TO CSM-AUDIT-AFTER.
004280         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004290         MOVE "CITY" TO CSM-AUDIT-FIELD.
004300         MOVE CSO-CITY TO CSM-AUDIT-BEFORE.
004310         MOVE CCT-CITY TO CSM-AUDIT-AFTER.
004320         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004330         MOVE "REGION" TO CSM-AUDIT-FIELD.
004340         MOVE CSO-REGION TO CSM-AUDIT-BEFORE.
004350         MOVE CCT-REGION TO CSM-AUDIT-AFTER.
004360         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004370         MOVE "POSTCODE" TO CSM-AUDIT-FIELD.
004380         MOVE CSO-POSTAL-CODE TO CSM-AUDIT-BEFORE.
004390         MOVE CCT-POSTAL-CODE TO CSM-AUDIT-AFTER.
004400         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004410         MOVE "COUNTRY" TO CSM-AUDIT-FIELD.
004420         MOVE CSO-COUNTRY TO CSM-AUDIT-BEFORE.
004430         MOVE CCT-COUNTRY TO CSM-AUDIT-AFTER.
004440         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004450         MOVE "EMAIL" TO CSM-AUDIT-FIELD.
004460         MOVE CSO-EMAIL-ADDRESS TO CSM-AUDIT-BEFORE.
004470         MOVE CCT-EMAIL-ADDRESS TO CSM-AUDIT-AFTER.
004480         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004490         MOVE "PHONE" TO CSM-AUDIT-FIELD.
004500         MOVE CSO-PHONE-NUMBER TO CSM-AUDIT-BEFORE.
004510         MOVE CCT-PHONE-NUMBER TO CSM-AUDIT-AFTER.
004520         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004530         MOVE "MAILSTAT" TO CSM-AUDIT-FIELD.
004540         MOVE CSO-MAIL-STATUS TO CSM-AUDIT-BEFORE.
004550         MOVE CCT-MAIL-STATUS TO CSM-AUDIT-AFTER.
004560         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004561         MOVE "STMTOPT" TO CSM-AUDIT-FIELD.
004562         MOVE CSO-STATEMENT-OPTION TO CSM-AUDIT-BEFORE.
004563         MOVE CCT-STATEMENT-OPTION TO CSM-AUDIT-AFTER.
004564         PERFORM 6800-WRITE-CHANGE-AUDIT THRU 6800-EXIT.
004570         MOVE CUSTOMER-CONTACT-RECORD TO CSM-OLD-CONTACT.
004580         MOVE "N" TO CSM-NEW-CONTACT-SWITCH.
004590         DISPLAY "CUSTMNT: CONTACT DETAILS SAVED FOR CUSTOMER "
004600             CCT-CUSTOMER-NO.
004610 6000-EXIT.
004620         EXIT.
004630*  AN UNCHANGED FIELD WRITES NOTHING.
004640 6800-WRITE-CHANGE-AUDIT.
004650         IF CSM-AUDIT-BEFORE = CSM-AUDIT-AFTER
004660             GO TO 6800-EXIT
004670         END-IF.
004680         IF NOT CSM-AUDIT-OPEN
004690             OPEN EXTEND CONTACT-AUDIT-FILE
004700             IF NOT CSM-AUDIT-FILE-OK
004710                 OPEN OUTPUT CONTACT-AUDIT-FILE
004720             END-IF
004730             IF CSM-AUDIT-FILE-OK
004740                 SET CSM-AUDIT-OPEN TO TRUE
004750             ELSE
004760                 DISPLAY "CUSTMNT: CUSTAUDT UNAVAILABLE, "
004770                     "STATUS = " CSM-AUDIT-FILE-STATUS
004780                 GO TO 6800-EXIT
004790             END-IF
004800         END-IF.
004810         ACCEPT CSM-RUN-TIME FROM TIME.
004820         MOVE SPACES TO CUSTOMER-AUDIT-RECORD.
004830         MOVE CCT-CUSTOMER-NO TO CAU-CUSTOMER-NO.
004840         MOVE CSM-AUDIT-FIELD TO CAU-FIELD-NAME.
004850         MOVE CSM-AUDIT-BEFORE TO CAU-BEFORE-VALUE.
004860         MOVE CSM-AUDIT-AFTER TO CAU-AFTER-VALUE.
004870         MOVE CSM-SESSION-USER-ID TO CAU-CHANGED-BY.
004880         MOVE CSM-RUN-DATE TO CAU-RUN-DATE.
004890         MOVE CSM-RUN-TIME TO CAU-RUN-TIME.
004900         WRITE CUSTOMER-AUDIT-RECORD.
004910 6800-EXIT.
004920         EXIT.
004930 8000-TERMINATE.
004940         IF CSM-MASTER-OPEN
004950             CLOSE CUSTOMER-MASTER-FILE
004960         END-IF.
004970         IF CSM-CONTACT-OPEN
004980             CLOSE CONTACT-FILE
004990         END-IF.
005000         IF CSM-AUDIT-OPEN
005010             CLOSE CONTACT-AUDIT-FILE
005020         END-IF.
005030         DISPLAY "CUSTMNT: " CSM-CHANGE-COUNT
005040             " CHANGE(S) MADE".
005050         DISPLAY "CUSTMNT: JOB COMPLETE FOR USER "
005060             CSM-SESSION-USER-ID.
005070 8000-EXIT.
005080         EXIT.
