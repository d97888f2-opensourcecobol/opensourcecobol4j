000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 OFCRMNT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  RELATIONSHIP OFFICER MAINTENANCE.  A SIGN-ON PROGRAM
000180*  (CUSTMNT STYLE, OPERAUTH FUNCTION "T") OVER THE OFCRMST
000190*  OFFICER MASTER AND THE OFFICER CODE EACH CUSTOMER CARRIES ON
000200*  CUSTMST.  AN OFFICER IS ADDED, RENAMED OR MOVED BRANCH; A
000210*  CUSTOMER IS GIVEN AN OFFICER OR MOVED TO ANOTHER; AND WHEN AN
000220*  OFFICER LEAVES, THE WHOLE BOOK MOVES TO A SUCCESSOR IN ONE
000230*  PASS OF CUSTMST AND THE DEPARTING OFFICER IS CLOSED, NAMING
000240*  THE SUCCESSOR, SO THE RECORD OF WHO HELD THOSE CUSTOMERS
000250*  SURVIVES THE LEAVING.  EVERY CHANGE GOES TO THE OFCRAUDT
000260*  TRAIL AS A BEFORE/AFTER LINE UNDER THE SIGNED-ON USER.  ONLY
000270*  AN OPEN OFFICER MAY BE GIVEN CUSTOMERS.
000280*  ------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  ------------------------------------------------------------
000310*  DATE       BY   DESCRIPTION
000320*  ---------- ---- --------------------------------------------
000330*  10/15/2026 DCG  ORIGINAL PROGRAM.
00033A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00033B*                  SIGN-ON AND BEFORE AN OFFICER OR A CUSTOMER'S
00033C*                  OFFICER IS CHANGED.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.
000380         LINUX.
000390 OBJECT-COMPUTER.
000400         LINUX.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430         SELECT OFFICER-MASTER-FILE ASSIGN TO "OFCRMST"
000440             ORGANIZATION IS INDEXED
000450             ACCESS MODE IS RANDOM
000460             RECORD KEY IS OFM-OFFICER-CODE
000470             FILE STATUS IS ORM-OFFICER-FILE-STATUS.
000480         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS CUS-CUSTOMER-NO
000520             FILE STATUS IS ORM-CUSTOMER-FILE-STATUS.
000530         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS ORM-BRANCH-FILE-STATUS.
000560         SELECT OFFICER-AUDIT-FILE ASSIGN TO "OFCRAUDT"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS ORM-AUDIT-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  OFFICER-MASTER-FILE.
000620     COPY OFCRMSTC.
000630 FD  CUSTOMER-MASTER-FILE.
000640     COPY CUSTREC.
000650 FD  BRANCH-MASTER-FILE.
000660     COPY BRNCHREC.
000670 FD  OFFICER-AUDIT-FILE.
000680     COPY OFCAUDRC.
000690 WORKING-STORAGE SECTION.
000700     COPY OPAUTHC.
00070A     COPY BATCHWNC.
000710 01  ORM-FILE-STATUS-VALUES.
000720         05  ORM-OFFICER-FILE-STATUS PIC X(02).
000730             88  ORM-OFFICER-FILE-OK     VALUE "00".
000740             88  ORM-OFFICER-NOT-FOUND   VALUE "35".
000750         05  ORM-CUSTOMER-FILE-STATUS PIC X(02).
000760             88  ORM-CUSTOMER-FILE-OK    VALUE "00".
000770         05  ORM-BRANCH-FILE-STATUS  PIC X(02).
000780             88  ORM-BRANCH-FILE-OK      VALUE "00".
000790         05  ORM-AUDIT-FILE-STATUS   PIC X(02).
000800             88  ORM-AUDIT-FILE-OK       VALUE "00".
000810 01  ORM-SWITCHES.
000820         05  ORM-DONE-SWITCH         PIC X(01) VALUE "N".
000830             88  ORM-DONE                VALUE "Y".
000840         05  ORM-OFFICER-OPEN-SWITCH PIC X(01) VALUE "N".
000850             88  ORM-OFFICER-OPEN        VALUE "Y".
000860         05  ORM-CUSTMST-OPEN-SWITCH PIC X(01) VALUE "N".
000870             88  ORM-CUSTMST-OPEN        VALUE "Y".
000880         05  ORM-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
000890             88  ORM-AUDIT-OPEN          VALUE "Y".
000900         05  ORM-FOUND-SWITCH        PIC X(01) VALUE "N".
000910             88  ORM-OFFICER-FOUND       VALUE "Y".
000920         05  ORM-NEW-OFFICER-SWITCH  PIC X(01) VALUE "N".
000930             88  ORM-NEW-OFFICER         VALUE "Y".
000940         05  ORM-KEEP-SWITCH         PIC X(01) VALUE "N".
000950             88  ORM-KEEP-CURRENT        VALUE "Y".
000960         05  ORM-BRANCH-SWITCH       PIC X(01) VALUE "N".
000970             88  ORM-BRANCH-KNOWN        VALUE "Y".
000980         05  ORM-BROWSE-EOF-SWITCH   PIC X(01) VALUE "N".
000990             88  ORM-BROWSE-AT-END       VALUE "Y".
001000         05  ORM-LIST-ONLY-SWITCH    PIC X(01) VALUE "N".
001010             88  ORM-LIST-ONLY           VALUE "Y".
001020 01  ORM-MENU-CHOICE             PIC X(01) VALUE SPACES.
001030 01  ORM-SESSION-CONTEXT.
001040         05  ORM-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
001050         05  ORM-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
001060 01  ORM-WORK-FIELDS.
001070         05  ORM-WORK-OFFICER        PIC X(03) VALUE SPACES.
001080         05  ORM-FROM-OFFICER        PIC X(03) VALUE SPACES.
001090         05  ORM-TO-OFFICER          PIC X(03) VALUE SPACES.
001100         05  ORM-WORK-CUSTOMER       PIC X(10) VALUE SPACES.
001110         05  ORM-WORK-ENTRY          PIC X(30) VALUE SPACES.
001120         05  ORM-WORK-BRANCH         PIC X(03) VALUE SPACES.
001130         05  ORM-CONFIRM             PIC X(01) VALUE SPACES.
001140         05  ORM-OLD-CUSTOMER-OFFICER PIC X(03) VALUE SPACES.
001150         05  ORM-AUDIT-OFFICER       PIC X(03) VALUE SPACES.
001160         05  ORM-AUDIT-CUSTOMER      PIC X(10) VALUE SPACES.
001170         05  ORM-AUDIT-FIELD         PIC X(10) VALUE SPACES.
001180         05  ORM-AUDIT-BEFORE        PIC X(50) VALUE SPACES.
001190         05  ORM-AUDIT-AFTER         PIC X(50) VALUE SPACES.
001200         05  ORM-RUN-DATE            PIC 9(08) VALUE ZERO.
001210         05  ORM-RUN-TIME            PIC 9(08) VALUE ZERO.
001220 01  ORM-COUNTERS.
001230         05  ORM-CHANGE-COUNT        PIC 9(05) COMP VALUE ZERO.
001240         05  ORM-BOOK-COUNT          PIC 9(07) VALUE ZERO.
001250         05  ORM-MOVED-COUNT         PIC 9(07) VALUE ZERO.
001260*---------------------------------------------------------------
001270*  WORK IMAGE OF THE OFFICER RECORD AS IT STOOD BEFORE THE
001280*  CHANGE -- SAME SHAPE AS THE OFCRMSTC COPYBOOK, RENAMED SO THE
001290*  FD'S OWN FIELDS STAY UNTOUCHED.  THE AUDIT LINES ARE WRITTEN
001300*  FROM THE DIFFERENCES BETWEEN THE TWO.
001310*---------------------------------------------------------------
001320 01  ORM-OLD-OFFICER.
001330         05  ORO-OFFICER-CODE        PIC X(03).
001340         05  ORO-OFFICER-NAME        PIC X(30).
001350         05  ORO-BRANCH-CODE         PIC X(03).
001360         05  ORO-STATUS              PIC X(01).
001370         05  ORO-ADDED-DATE          PIC 9(08).
001380         05  ORO-LEFT-DATE           PIC 9(08).
001390         05  ORO-SUCCESSOR-CODE      PIC X(03).
001400         05  ORO-CHANGE-DATE         PIC 9(08).
001410         05  ORO-CHANGED-BY          PIC X(08).
001420         05  FILLER                  PIC X(08).
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001470             UNTIL ORM-DONE.
001480         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001490         STOP RUN.
001500 1000-INITIALIZE.
001510         DISPLAY "OFCRMNT: JOB STARTING".
001520         ACCEPT ORM-RUN-DATE FROM DATE YYYYMMDD.
001530         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001540         ACCEPT ORM-SESSION-USER-ID FROM CONSOLE.
001550         IF ORM-SESSION-USER-ID = SPACES
001560             MOVE "GUEST" TO ORM-SESSION-USER-ID
001570         END-IF.
001580         ACCEPT ORM-SESSION-SIGNON-TIME FROM TIME.
001590         DISPLAY "OFCRMNT: SIGNED ON AS " ORM-SESSION-USER-ID
001600             " AT " ORM-SESSION-SIGNON-TIME.
001610         MOVE ORM-SESSION-USER-ID TO OPA-USER-ID.
001620         MOVE "T" TO OPA-FUNCTION.
001630         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001640         IF NOT OPA-GRANTED
001650             DISPLAY "OFCRMNT: ACCESS DENIED FOR "
001660                 ORM-SESSION-USER-ID " - SESSION ENDED"
001670             MOVE "Y" TO ORM-DONE-SWITCH
001680             GO TO 1000-EXIT
001690         END-IF.
00169A         INITIALIZE BATCH-WINDOW-AREA.
00169B         MOVE "OFCRMNT" TO BWN-PROGRAM.
00169C         MOVE ORM-SESSION-USER-ID TO BWN-USER-ID.
00169D         MOVE "S" TO BWN-FUNCTION.
00169E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001700*  THE FIRST OFFICER EVER KEYED CREATES OFCRMST.
001710         OPEN I-O OFFICER-MASTER-FILE.
001720         IF ORM-OFFICER-NOT-FOUND
001730             OPEN OUTPUT OFFICER-MASTER-FILE
001740             CLOSE OFFICER-MASTER-FILE
001750             OPEN I-O OFFICER-MASTER-FILE
001760         END-IF.
001770         IF NOT ORM-OFFICER-FILE-OK
001780             DISPLAY "OFCRMNT: CANNOT OPEN OFCRMST, STATUS = "
001790                 ORM-OFFICER-FILE-STATUS " - SESSION ENDED"
001800             MOVE "Y" TO ORM-DONE-SWITCH
001810             GO TO 1000-EXIT
001820         END-IF.
001830         SET ORM-OFFICER-OPEN TO TRUE.
001840         OPEN I-O CUSTOMER-MASTER-FILE.
001850         IF NOT ORM-CUSTOMER-FILE-OK
001860             DISPLAY "OFCRMNT: CANNOT OPEN CUSTMST, STATUS = "
001870                 ORM-CUSTOMER-FILE-STATUS " - SESSION ENDED"
001880             MOVE "Y" TO ORM-DONE-SWITCH
001890             GO TO 1000-EXIT
001900         END-IF.
001910         SET ORM-CUSTMST-OPEN TO TRUE.
001920 1000-EXIT.
001930         EXIT.
001940 2000-MENU-LOOP.
001950         DISPLAY " ".
001960         DISPLAY "----------------------------------------------".
001970         DISPLAY "RELATIONSHIP OFFICER MAINTENANCE".
001980         DISPLAY "USER: " ORM-SESSION-USER-ID
001990             "   SIGNED ON: " ORM-SESSION-SIGNON-TIME.
002000         DISPLAY "----------------------------------------------".
002010         DISPLAY "1. INQUIRE ON AN OFFICER AND THEIR BOOK".
002020         DISPLAY "2. ADD AN OFFICER".
002030         DISPLAY "3. CHANGE AN OFFICER'S NAME OR BRANCH".
002040         DISPLAY "4. ASSIGN A CUSTOMER'S OFFICER".
002050         DISPLAY "5. REASSIGN AN OFFICER'S WHOLE BOOK".
002060         DISPLAY "6. EXIT".
002070         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
002080         ACCEPT ORM-MENU-CHOICE FROM CONSOLE.
002090         EVALUATE ORM-MENU-CHOICE
002100             WHEN "1"
002110                 PERFORM 2500-INQUIRE-OFFICER THRU 2500-EXIT
002120             WHEN "2"
002130                 PERFORM 3000-ADD-OFFICER THRU 3000-EXIT
002140             WHEN "3"
002150                 PERFORM 4000-CHANGE-OFFICER THRU 4000-EXIT
002160             WHEN "4"
002170                 PERFORM 5000-ASSIGN-CUSTOMER THRU 5000-EXIT
002180             WHEN "5"
002190                 PERFORM 6000-REASSIGN-BOOK THRU 6000-EXIT
002200             WHEN "6"
002210                 SET ORM-DONE TO TRUE
002220             WHEN OTHER
002230                 DISPLAY "OFCRMNT: INVALID SELECTION, TRY AGAIN"
002240         END-EVALUATE.
002250 2000-EXIT.
002260         EXIT.
002270*---------------------------------------------------------------
002280*  2100-FIND-OFFICER.  READS ORM-WORK-OFFICER FROM OFCRMST AND
002290*  SHOWS IT; THE BEFORE IMAGE IS TAKEN HERE.
002300*---------------------------------------------------------------
002310 2100-FIND-OFFICER.
002320         MOVE "N" TO ORM-FOUND-SWITCH.
002330         IF ORM-WORK-OFFICER = SPACES
002340             GO TO 2100-EXIT
002350         END-IF.
002360         MOVE ORM-WORK-OFFICER TO OFM-OFFICER-CODE.
002370         READ OFFICER-MASTER-FILE
002380             INVALID KEY
002390                 DISPLAY "OFCRMNT: OFFICER " ORM-WORK-OFFICER
002400                     " IS NOT ON OFCRMST"
002410                 GO TO 2100-EXIT
002420         END-READ.
002430         SET ORM-OFFICER-FOUND TO TRUE.
002440         MOVE OFFICER-MASTER-RECORD TO ORM-OLD-OFFICER.
002450         DISPLAY "  OFFICER " OFM-OFFICER-CODE "  "
002460             OFM-OFFICER-NAME "  BRANCH " OFM-BRANCH-CODE.
002470         IF OFM-OFFICER-LEFT
002480             DISPLAY "  LEFT " OFM-LEFT-DATE "  BOOK PASSED TO "
002490                 OFM-SUCCESSOR-CODE
002500         ELSE
002510             DISPLAY "  ACTIVE SINCE " OFM-ADDED-DATE
002520         END-IF.
002530         DISPLAY "  LAST CHANGED " OFM-CHANGE-DATE " BY "
002540             OFM-CHANGED-BY.
002550 2100-EXIT.
002560         EXIT.
002570*---------------------------------------------------------------
002580*  2500-INQUIRE-OFFICER.  THE OFFICER AND EVERY CUSTOMER NOW IN
002590*  THEIR BOOK, FROM ONE BROWSE OF CUSTMST.
002600*---------------------------------------------------------------
002610 2500-INQUIRE-OFFICER.
002620         DISPLAY "ENTER OFFICER CODE: " WITH NO ADVANCING.
002630         MOVE SPACES TO ORM-WORK-OFFICER.
002640         ACCEPT ORM-WORK-OFFICER FROM CONSOLE.
002650         PERFORM 2100-FIND-OFFICER THRU 2100-EXIT.
002660         IF NOT ORM-OFFICER-FOUND
002670             GO TO 2500-EXIT
002680         END-IF.
002690         MOVE ORM-WORK-OFFICER TO ORM-FROM-OFFICER.
002700         SET ORM-LIST-ONLY TO TRUE.
002710         PERFORM 6500-BROWSE-BOOK THRU 6500-EXIT.
002720         DISPLAY "  " ORM-BOOK-COUNT " CUSTOMER(S) IN THE BOOK".
002730 2500-EXIT.
002740         EXIT.
002750 3000-ADD-OFFICER.
002760         DISPLAY "ENTER NEW OFFICER CODE: " WITH NO ADVANCING.
002770         MOVE SPACES TO ORM-WORK-OFFICER.
002780         ACCEPT ORM-WORK-OFFICER FROM CONSOLE.
002790         IF ORM-WORK-OFFICER = SPACES
002800             GO TO 3000-EXIT
002810         END-IF.
002820         MOVE ORM-WORK-OFFICER TO OFM-OFFICER-CODE.
002830         READ OFFICER-MASTER-FILE
002840             INVALID KEY
002850                 CONTINUE
002860             NOT INVALID KEY
002870                 DISPLAY "OFCRMNT: OFFICER " ORM-WORK-OFFICER
002880                     " IS ALREADY ON OFCRMST"
002890                 GO TO 3000-EXIT
002900         END-READ.
002910         DISPLAY "OFFICER NAME: " WITH NO ADVANCING.
002920         MOVE SPACES TO ORM-WORK-ENTRY.
002930         ACCEPT ORM-WORK-ENTRY FROM CONSOLE.
002940         IF ORM-WORK-ENTRY = SPACES
002950             DISPLAY "OFCRMNT: AN OFFICER MUST HAVE A NAME"
002960             GO TO 3000-EXIT
002970         END-IF.
002980         DISPLAY "HOME BRANCH: " WITH NO ADVANCING.
002990         MOVE SPACES TO ORM-WORK-BRANCH.
003000         ACCEPT ORM-WORK-BRANCH FROM CONSOLE.
003010         PERFORM 7000-CHECK-BRANCH THRU 7000-EXIT.
003020         IF NOT ORM-BRANCH-KNOWN
003030             GO TO 3000-EXIT
003040         END-IF.
003050         MOVE SPACES TO ORM-OLD-OFFICER.
003060         MOVE ZERO TO ORO-ADDED-DATE.
003070         MOVE ZERO TO ORO-LEFT-DATE.
003080         MOVE ZERO TO ORO-CHANGE-DATE.
003090         MOVE SPACES TO OFFICER-MASTER-RECORD.
003100         MOVE ORM-WORK-OFFICER TO OFM-OFFICER-CODE.
003110         MOVE ORM-WORK-ENTRY TO OFM-OFFICER-NAME.
003120         MOVE ORM-WORK-BRANCH TO OFM-BRANCH-CODE.
003130         MOVE "O" TO OFM-STATUS.
003140         MOVE ORM-RUN-DATE TO OFM-ADDED-DATE.
003150         MOVE ZERO TO OFM-LEFT-DATE.
003160         SET ORM-NEW-OFFICER TO TRUE.
003170         PERFORM 7500-SAVE-OFFICER THRU 7500-EXIT.
003180 3000-EXIT.
003190         EXIT.
003200*---------------------------------------------------------------
003210*  4000-CHANGE-OFFICER.  BLANK KEEPS THE CURRENT VALUE.  STATUS
003220*  IS NOT CHANGED HERE -- AN OFFICER LEAVES THROUGH THE BOOK
003230*  REASSIGNMENT, SO NO OPEN CUSTOMER IS LEFT WITH A DEPARTED
003240*  OFFICER.
003250*---------------------------------------------------------------
003260 4000-CHANGE-OFFICER.
003270         DISPLAY "ENTER OFFICER CODE: " WITH NO ADVANCING.
003280         MOVE SPACES TO ORM-WORK-OFFICER.
003290         ACCEPT ORM-WORK-OFFICER FROM CONSOLE.
003300         PERFORM 2100-FIND-OFFICER THRU 2100-EXIT.
003310         IF NOT ORM-OFFICER-FOUND
003320             GO TO 4000-EXIT
003330         END-IF.
003340         DISPLAY "BLANK KEEPS THE CURRENT VALUE".
003350         DISPLAY "OFFICER NAME: " WITH NO ADVANCING.
003360         MOVE SPACES TO ORM-WORK-ENTRY.
003370         ACCEPT ORM-WORK-ENTRY FROM CONSOLE.
003380         IF ORM-WORK-ENTRY NOT = SPACES
003390             MOVE ORM-WORK-ENTRY TO OFM-OFFICER-NAME
003400         END-IF.
003410         DISPLAY "HOME BRANCH: " WITH NO ADVANCING.
003420         MOVE SPACES TO ORM-WORK-BRANCH.
003430         ACCEPT ORM-WORK-BRANCH FROM CONSOLE.
003440         IF ORM-WORK-BRANCH NOT = SPACES
003450             PERFORM 7000-CHECK-BRANCH THRU 7000-EXIT
003460             IF NOT ORM-BRANCH-KNOWN
003470                 GO TO 4000-EXIT
003480             END-IF
003490             MOVE ORM-WORK-BRANCH TO OFM-BRANCH-CODE
003500         END-IF.
003510         MOVE "N" TO ORM-NEW-OFFICER-SWITCH.
003520         PERFORM 7500-SAVE-OFFICER THRU 7500-EXIT.
003530 4000-EXIT.
003540         EXIT.
003550*---------------------------------------------------------------
003560*  5000-ASSIGN-CUSTOMER.  GIVES ONE CUSTOMER AN OFFICER, MOVES
003570*  THEM TO ANOTHER, OR ("." ANSWER) TAKES THE OFFICER OFF.
003580*---------------------------------------------------------------
003590 5000-ASSIGN-CUSTOMER.
003600         DISPLAY "ENTER CUSTOMER NUMBER: " WITH NO ADVANCING.
003610         MOVE SPACES TO ORM-WORK-CUSTOMER.
003620         ACCEPT ORM-WORK-CUSTOMER FROM CONSOLE.
003630         IF ORM-WORK-CUSTOMER = SPACES
003640             GO TO 5000-EXIT
003650         END-IF.
003660         MOVE ORM-WORK-CUSTOMER TO CUS-CUSTOMER-NO.
003670         READ CUSTOMER-MASTER-FILE
003680             INVALID KEY
003690                 DISPLAY "OFCRMNT: CUSTOMER " ORM-WORK-CUSTOMER
003700                     " IS NOT ON CUSTMST"
003710                 GO TO 5000-EXIT
003720         END-READ.
003730         DISPLAY "  CUSTOMER " CUS-CUSTOMER-NO "  "
003740             CUS-CUSTOMER-NAME "  STATUS " CUS-STATUS.
003750         IF CUS-NO-OFFICER
003760             DISPLAY "  NO OFFICER ASSIGNED"
003770         ELSE
003780             DISPLAY "  OFFICER " CUS-OFFICER-CODE
003790         END-IF.
003800         MOVE CUS-OFFICER-CODE TO ORM-OLD-CUSTOMER-OFFICER.
003810         DISPLAY "NEW OFFICER CODE (. REMOVES THE OFFICER): "
003820             WITH NO ADVANCING.
003830         MOVE SPACES TO ORM-WORK-OFFICER.
003840         ACCEPT ORM-WORK-OFFICER FROM CONSOLE.
003850         IF ORM-WORK-OFFICER = SPACES
003860             GO TO 5000-EXIT
003870         END-IF.
003880         IF ORM-WORK-OFFICER = "."
003890             MOVE SPACES TO ORM-WORK-OFFICER
003900         ELSE
003910             PERFORM 2100-FIND-OFFICER THRU 2100-EXIT
003920             IF NOT ORM-OFFICER-FOUND
003930                 GO TO 5000-EXIT
003940             END-IF
003950             IF OFM-OFFICER-LEFT
003960                 DISPLAY "OFCRMNT: OFFICER " ORM-WORK-OFFICER
003970                     " HAS LEFT - CHOOSE AN ACTIVE OFFICER"
003980                 GO TO 5000-EXIT
003990             END-IF
004000         END-IF.
004010         IF ORM-WORK-OFFICER = ORM-OLD-CUSTOMER-OFFICER
004020             DISPLAY "OFCRMNT: NOTHING CHANGED"
004030             GO TO 5000-EXIT
004040         END-IF.
00404A         MOVE "U" TO BWN-FUNCTION.
00404B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00404C         IF BWN-UPDATE-REFUSED
00404D             GO TO 5000-EXIT
00404E         END-IF.
004050         MOVE ORM-WORK-OFFICER TO CUS-OFFICER-CODE.
004060         REWRITE CUSTOMER-MASTER-RECORD
004070             INVALID KEY
004080                 DISPLAY "OFCRMNT: UNABLE TO REWRITE CUSTOMER, "
004090                     "STATUS = " ORM-CUSTOMER-FILE-STATUS
004100                 GO TO 5000-EXIT
004110         END-REWRITE.
004120         ADD 1 TO ORM-CHANGE-COUNT.
004130         PERFORM 6900-AUDIT-ASSIGNMENT THRU 6900-EXIT.
004140         DISPLAY "OFCRMNT: CUSTOMER " CUS-CUSTOMER-NO
004150             " NOW WITH OFFICER " CUS-OFFICER-CODE.
004160 5000-EXIT.
004170         EXIT.
004180*---------------------------------------------------------------
004190*  6000-REASSIGN-BOOK.  EVERY CUSTOMER OF THE FROM OFFICER MOVES
004200*  TO THE TO OFFICER, EACH MOVE AUDITED.  WHEN THE FROM OFFICER
004210*  HAS LEFT, THEIR OFCRMST RECORD IS THEN CLOSED WITH TODAY'S
004220*  DATE AND THE SUCCESSOR'S CODE.
004230*---------------------------------------------------------------
004240 6000-REASSIGN-BOOK.
004250         DISPLAY "MOVE THE BOOK OF OFFICER: " WITH NO ADVANCING.
004260         MOVE SPACES TO ORM-WORK-OFFICER.
004270         ACCEPT ORM-WORK-OFFICER FROM CONSOLE.
004280         PERFORM 2100-FIND-OFFICER THRU 2100-EXIT.
004290         IF NOT ORM-OFFICER-FOUND
004300             GO TO 6000-EXIT
004310         END-IF.
004320         MOVE ORM-WORK-OFFICER TO ORM-FROM-OFFICER.
004330         DISPLAY "TO OFFICER: " WITH NO ADVANCING.
004340         MOVE SPACES TO ORM-WORK-OFFICER.
004350         ACCEPT ORM-WORK-OFFICER FROM CONSOLE.
004360         IF ORM-WORK-OFFICER = ORM-FROM-OFFICER
004370             DISPLAY "OFCRMNT: THE BOOK MUST MOVE TO ANOTHER "
004380                 "OFFICER"
004390             GO TO 6000-EXIT
004400         END-IF.
004410         PERFORM 2100-FIND-OFFICER THRU 2100-EXIT.
004420         IF NOT ORM-OFFICER-FOUND
004430             GO TO 6000-EXIT
004440         END-IF.
004450         IF OFM-OFFICER-LEFT
004460             DISPLAY "OFCRMNT: OFFICER " ORM-WORK-OFFICER
004470                 " HAS LEFT - CHOOSE AN ACTIVE OFFICER"
004480             GO TO 6000-EXIT
004490         END-IF.
004500         MOVE ORM-WORK-OFFICER TO ORM-TO-OFFICER.
004510         DISPLAY "MOVE EVERY CUSTOMER OF " ORM-FROM-OFFICER
004520             " TO " ORM-TO-OFFICER " (Y/N): " WITH NO ADVANCING.
004530         MOVE SPACES TO ORM-CONFIRM.
004540         ACCEPT ORM-CONFIRM FROM CONSOLE.
004550         IF ORM-CONFIRM NOT = "Y"
004560             DISPLAY "OFCRMNT: REASSIGNMENT CANCELLED"
004570             GO TO 6000-EXIT
004580         END-IF.
00458A         MOVE "U" TO BWN-FUNCTION.
00458B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00458C         IF BWN-UPDATE-REFUSED
00458D             GO TO 6000-EXIT
00458E         END-IF.
004590         MOVE "N" TO ORM-LIST-ONLY-SWITCH.
004600         PERFORM 6500-BROWSE-BOOK THRU 6500-EXIT.
004610         DISPLAY "OFCRMNT: " ORM-MOVED-COUNT " OF "
004620             ORM-BOOK-COUNT " CUSTOMER(S) MOVED TO "
004630             ORM-TO-OFFICER.
004640         DISPLAY "HAS OFFICER " ORM-FROM-OFFICER
004650             " LEFT THE BANK (Y/N): " WITH NO ADVANCING.
004660         MOVE SPACES TO ORM-CONFIRM.
004670         ACCEPT ORM-CONFIRM FROM CONSOLE.
004680         IF ORM-CONFIRM NOT = "Y"
004690             GO TO 6000-EXIT
004700         END-IF.
004710         IF ORM-MOVED-COUNT NOT = ORM-BOOK-COUNT
004720             DISPLAY "OFCRMNT: NOT EVERY CUSTOMER MOVED - "
004730                 ORM-FROM-OFFICER " LEFT OPEN"
004740             GO TO 6000-EXIT
004750         END-IF.
004760         MOVE ORM-FROM-OFFICER TO ORM-WORK-OFFICER.
004770         PERFORM 2100-FIND-OFFICER THRU 2100-EXIT.
004780         IF NOT ORM-OFFICER-FOUND
004790             GO TO 6000-EXIT
004800         END-IF.
004810         MOVE "C" TO OFM-STATUS.
004820         MOVE ORM-RUN-DATE TO OFM-LEFT-DATE.
004830         MOVE ORM-TO-OFFICER TO OFM-SUCCESSOR-CODE.
004840         MOVE "N" TO ORM-NEW-OFFICER-SWITCH.
004850         PERFORM 7500-SAVE-OFFICER THRU 7500-EXIT.
004860 6000-EXIT.
004870         EXIT.
004880*---------------------------------------------------------------
004890*  6500-BROWSE-BOOK.  ONE PASS OF CUSTMST IN CUSTOMER ORDER.
004900*  EVERY CUSTOMER OF ORM-FROM-OFFICER IS COUNTED AND EITHER
004910*  LISTED (ORM-LIST-ONLY) OR MOVED TO ORM-TO-OFFICER.
004920*---------------------------------------------------------------
004930 6500-BROWSE-BOOK.
004940         MOVE ZERO TO ORM-BOOK-COUNT.
004950         MOVE ZERO TO ORM-MOVED-COUNT.
004960         MOVE "N" TO ORM-BROWSE-EOF-SWITCH.
004970         MOVE LOW-VALUES TO CUS-CUSTOMER-NO.
004980         START CUSTOMER-MASTER-FILE
004990             KEY IS NOT LESS THAN CUS-CUSTOMER-NO
005000             INVALID KEY
005010                 GO TO 6500-EXIT
005020         END-START.
005030         PERFORM 6600-BROWSE-ONE-CUSTOMER THRU 6600-EXIT
005040             UNTIL ORM-BROWSE-AT-END.
005050 6500-EXIT.
005060         EXIT.
005070 6600-BROWSE-ONE-CUSTOMER.
005080         READ CUSTOMER-MASTER-FILE NEXT RECORD
005090             AT END
005100                 MOVE "Y" TO ORM-BROWSE-EOF-SWITCH
005110                 GO TO 6600-EXIT
005120         END-READ.
005130         IF CUS-OFFICER-CODE NOT = ORM-FROM-OFFICER
005140             GO TO 6600-EXIT
005150         END-IF.
005160         ADD 1 TO ORM-BOOK-COUNT.
005170         IF ORM-LIST-ONLY
005180             DISPLAY "    " CUS-CUSTOMER-NO "  " CUS-CUSTOMER-NAME
005190                 "  STATUS " CUS-STATUS
005200             GO TO 6600-EXIT
005210         END-IF.
005220         MOVE CUS-OFFICER-CODE TO ORM-OLD-CUSTOMER-OFFICER.
005230         MOVE ORM-TO-OFFICER TO CUS-OFFICER-CODE.
005240         REWRITE CUSTOMER-MASTER-RECORD
005250             INVALID KEY
005260                 DISPLAY "OFCRMNT: UNABLE TO MOVE CUSTOMER "
005270                     CUS-CUSTOMER-NO ", STATUS = "
005280                     ORM-CUSTOMER-FILE-STATUS
005290                 GO TO 6600-EXIT
005300         END-REWRITE.
005310         ADD 1 TO ORM-MOVED-COUNT.
005320         ADD 1 TO ORM-CHANGE-COUNT.
005330         PERFORM 6900-AUDIT-ASSIGNMENT THRU 6900-EXIT.
005340 6600-EXIT.
005350         EXIT.
005360*  ONE "OFFICER" LINE FOR THE CUSTOMER JUST REWRITTEN, UNDER THE
005370*  OFFICER IT NOW BELONGS TO (THE OLD ONE WHEN IT WAS REMOVED).
005380 6900-AUDIT-ASSIGNMENT.
005390         MOVE CUS-OFFICER-CODE TO ORM-AUDIT-OFFICER.
005400         IF CUS-NO-OFFICER
005410             MOVE ORM-OLD-CUSTOMER-OFFICER TO ORM-AUDIT-OFFICER
005420         END-IF.
005430         MOVE CUS-CUSTOMER-NO TO ORM-AUDIT-CUSTOMER.
005440         MOVE "OFFICER" TO ORM-AUDIT-FIELD.
005450         MOVE ORM-OLD-CUSTOMER-OFFICER TO ORM-AUDIT-BEFORE.
005460         MOVE CUS-OFFICER-CODE TO ORM-AUDIT-AFTER.
005470         PERFORM 7800-WRITE-CHANGE-AUDIT THRU 7800-EXIT.
005480 6900-EXIT.
005490         EXIT.
005500*  A BRANCH IS ACCEPTED WHEN IT IS ON BRNCHMST; WITH NO BRNCHMST
005510*  ON FILE ANY NON-BLANK CODE IS TAKEN.
005520 7000-CHECK-BRANCH.
005530         MOVE "N" TO ORM-BRANCH-SWITCH.
005540         IF ORM-WORK-BRANCH = SPACES
005550             DISPLAY "OFCRMNT: AN OFFICER MUST HAVE A HOME BRANCH"
005560             GO TO 7000-EXIT
005570         END-IF.
005580         OPEN INPUT BRANCH-MASTER-FILE.
005590         IF NOT ORM-BRANCH-FILE-OK
005600             SET ORM-BRANCH-KNOWN TO TRUE
005610             GO TO 7000-EXIT
005620         END-IF.
005630         MOVE "N" TO ORM-BROWSE-EOF-SWITCH.
005640         PERFORM 7100-CHECK-ONE-BRANCH THRU 7100-EXIT
005650             UNTIL ORM-BROWSE-AT-END OR ORM-BRANCH-KNOWN.
005660         CLOSE BRANCH-MASTER-FILE.
005670         IF NOT ORM-BRANCH-KNOWN
005680             DISPLAY "OFCRMNT: BRANCH " ORM-WORK-BRANCH
005690                 " IS NOT ON BRNCHMST"
005700         END-IF.
005710 7000-EXIT.
005720         EXIT.
005730 7100-CHECK-ONE-BRANCH.
005740         READ BRANCH-MASTER-FILE
005750             AT END
005760                 MOVE "Y" TO ORM-BROWSE-EOF-SWITCH
005770             NOT AT END
005780                 IF BRM-BRANCH-CODE = ORM-WORK-BRANCH
005790                     SET ORM-BRANCH-KNOWN TO TRUE
005800                 END-IF
005810         END-READ.
005820 7100-EXIT.
005830         EXIT.
005840*---------------------------------------------------------------
005850*  7500-SAVE-OFFICER.  WRITES OR REWRITES THE OFFICER RECORD AND
005860*  AUDITS EVERY FIELD THAT DIFFERS FROM THE BEFORE IMAGE.
005870*---------------------------------------------------------------
005880 7500-SAVE-OFFICER.
005890         IF OFFICER-MASTER-RECORD = ORM-OLD-OFFICER
005900             DISPLAY "OFCRMNT: NOTHING CHANGED"
005910             GO TO 7500-EXIT
005920         END-IF.
00592A         MOVE "U" TO BWN-FUNCTION.
00592B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00592C         IF BWN-UPDATE-REFUSED
00592D             GO TO 7500-EXIT
00592E         END-IF.
005930         MOVE ORM-RUN-DATE TO OFM-CHANGE-DATE.
005940         MOVE ORM-SESSION-USER-ID TO OFM-CHANGED-BY.
005950         IF ORM-NEW-OFFICER
005960             WRITE OFFICER-MASTER-RECORD
005970                 INVALID KEY
005980                     DISPLAY "OFCRMNT: UNABLE TO ADD OFFICER, "
005990                         "STATUS = " ORM-OFFICER-FILE-STATUS
006000                     GO TO 7500-EXIT
006010             END-WRITE
006020         ELSE
006030             REWRITE OFFICER-MASTER-RECORD
006040                 INVALID KEY
006050                     DISPLAY "OFCRMNT: UNABLE TO REWRITE "
006060                         "OFFICER, STATUS = "
006070                         ORM-OFFICER-FILE-STATUS
006080                     GO TO 7500-EXIT
006090             END-REWRITE
006100         END-IF.
006110         ADD 1 TO ORM-CHANGE-COUNT.
006120         MOVE OFM-OFFICER-CODE TO ORM-AUDIT-OFFICER.
006130         MOVE SPACES TO ORM-AUDIT-CUSTOMER.
006140         MOVE "NAME" TO ORM-AUDIT-FIELD.
006150         MOVE ORO-OFFICER-NAME TO ORM-AUDIT-BEFORE.
006160         MOVE OFM-OFFICER-NAME TO ORM-AUDIT-AFTER.
006170         PERFORM 7800-WRITE-CHANGE-AUDIT THRU 7800-EXIT.
006180         MOVE "BRANCH" TO ORM-AUDIT-FIELD.
006190         MOVE ORO-BRANCH-CODE TO ORM-AUDIT-BEFORE.
006200         MOVE OFM-BRANCH-CODE TO ORM-AUDIT-AFTER.
006210         PERFORM 7800-WRITE-CHANGE-AUDIT THRU 7800-EXIT.
006220         MOVE "STATUS" TO ORM-AUDIT-FIELD.
006230         MOVE ORO-STATUS TO ORM-AUDIT-BEFORE.
006240         MOVE OFM-STATUS TO ORM-AUDIT-AFTER.
006250         PERFORM 7800-WRITE-CHANGE-AUDIT THRU 7800-EXIT.
006260         MOVE "SUCCESSOR" TO ORM-AUDIT-FIELD.
006270         MOVE ORO-SUCCESSOR-CODE TO ORM-AUDIT-BEFORE.
006280         MOVE OFM-SUCCESSOR-CODE TO ORM-AUDIT-AFTER.
006290         PERFORM 7800-WRITE-CHANGE-AUDIT THRU 7800-EXIT.
006300         MOVE OFFICER-MASTER-RECORD TO ORM-OLD-OFFICER.
006310         MOVE "N" TO ORM-NEW-OFFICER-SWITCH.
006320         DISPLAY "OFCRMNT: OFFICER " OFM-OFFICER-CODE " SAVED".
006330 7500-EXIT.
006340         EXIT.
006350*  AN UNCHANGED FIELD WRITES NOTHING.
006360 7800-WRITE-CHANGE-AUDIT.
006370         IF ORM-AUDIT-BEFORE = ORM-AUDIT-AFTER
006380             GO TO 7800-EXIT
006390         END-IF.
006400         IF NOT ORM-AUDIT-OPEN
006410             OPEN EXTEND OFFICER-AUDIT-FILE
006420             IF NOT ORM-AUDIT-FILE-OK
006430                 OPEN OUTPUT OFFICER-AUDIT-FILE
006440             END-IF
006450             IF ORM-AUDIT-FILE-OK
006460                 SET ORM-AUDIT-OPEN TO TRUE
006470             ELSE
006480                 DISPLAY "OFCRMNT: OFCRAUDT UNAVAILABLE, "
006490                     "STATUS = " ORM-AUDIT-FILE-STATUS
006500                 GO TO 7800-EXIT
006510             END-IF
006520         END-IF.
006530         ACCEPT ORM-RUN-TIME FROM TIME.
006540         MOVE SPACES TO OFFICER-AUDIT-RECORD.
006550         MOVE ORM-AUDIT-OFFICER TO OFA-OFFICER-CODE.
006560         MOVE ORM-AUDIT-CUSTOMER TO OFA-CUSTOMER-NO.
006570         MOVE ORM-AUDIT-FIELD TO OFA-FIELD-NAME.
006580         MOVE ORM-AUDIT-BEFORE TO OFA-BEFORE-VALUE.
006590         MOVE ORM-AUDIT-AFTER TO OFA-AFTER-VALUE.
006600         MOVE ORM-SESSION-USER-ID TO OFA-CHANGED-BY.
006610         MOVE ORM-RUN-DATE TO OFA-RUN-DATE.
006620         MOVE ORM-RUN-TIME TO OFA-RUN-TIME.
006630         WRITE OFFICER-AUDIT-RECORD.
006640 7800-EXIT.
006650         EXIT.
006660 8000-TERMINATE.
006670         IF ORM-OFFICER-OPEN
006680             CLOSE OFFICER-MASTER-FILE
006690         END-IF.
006700         IF ORM-CUSTMST-OPEN
006710             CLOSE CUSTOMER-MASTER-FILE
006720         END-IF.
006730         IF ORM-AUDIT-OPEN
006740             CLOSE OFFICER-AUDIT-FILE
006750         END-IF.
006760         DISPLAY "OFCRMNT: " ORM-CHANGE-COUNT
006770             " CHANGE(S) MADE".
006780         DISPLAY "OFCRMNT: JOB COMPLETE FOR USER "
006790             ORM-SESSION-USER-ID.
006800 8000-EXIT.
006810         EXIT.
