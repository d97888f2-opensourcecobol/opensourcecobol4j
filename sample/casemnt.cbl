000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 CASEMNT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  COMPLIANCE CASE MAINTENANCE.  THE CASES CASEOPEN RAISES ON
000180*  CMPCASE ARE WORKED HERE, IN THE WORKQMNT STYLE: BROWSE THE
000190*  ACTIVE OR ALL CASES, SHOW ONE WITH ITS HITS (CMPHIT) AND
000200*  ITS NARRATIVE (CMPNOTE), ASSIGN THE INVESTIGATOR, WRITE
000210*  NARRATIVE NOTES, AND MOVE THE STATUS -- OPEN, INVESTIGATING,
000220*  CLOSED WITH NO ACTION, OR FILED.  CLOSING OR FILING TAKES A
000230*  DISPOSITION NOTE AND IS FINAL; A FILED CASE GOES OUT ON THE
000240*  NEXT CASEFILE REGULATORY EXTRACT.  EVERY ASSIGNMENT AND
000250*  STATUS CHANGE IS STAMPED ON CMPNOTE BESIDE THE NARRATIVE.
000260*  THE SIGN-ON MUST HOLD THE OPERAUTH INVESTIGATE ROLE.
000270*  NOTHING IS WRITTEN UNTIL THE SESSION SAVES.
000280*  ------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  ------------------------------------------------------------
000310*  DATE       BY   DESCRIPTION
000320*  ---------- ---- --------------------------------------------
000330*  10/15/2026 DCG  ORIGINAL PROGRAM.
00033A*  10/15/2026 DCG  CHECK THE BATCH WINDOW THROUGH BATCHWIN AT
00033B*                  SIGN-ON AND BEFORE THE SAVE; A SAVE REFUSED
00033C*                  KEEPS THE CHANGES AND STAYS IN THE MENU.
000340*---------------------------------------------------------------
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.
000380         LINUX.
000390 OBJECT-COMPUTER.
000400         LINUX.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430         SELECT CASE-FILE ASSIGN TO "CMPCASE"
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS CMN-CASE-FILE-STATUS.
000460         SELECT HIT-FILE ASSIGN TO "CMPHIT"
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS CMN-HIT-FILE-STATUS.
000490         SELECT NOTE-FILE ASSIGN TO "CMPNOTE"
000500             ORGANIZATION IS LINE SEQUENTIAL
000510             FILE STATUS IS CMN-NOTE-FILE-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CASE-FILE.
000550 01  CASE-FILE-RECORD            PIC X(150).
000560 FD  HIT-FILE.
000570     COPY CMPHITRC.
000580 FD  NOTE-FILE.
000590     COPY CMPNOTRC.
000600 WORKING-STORAGE SECTION.
000610     COPY OPAUTHC.
00061A     COPY BATCHWNC.
000620 01  CMN-FILE-STATUS-VALUES.
000630         05  CMN-CASE-FILE-STATUS    PIC X(02).
000640             88  CMN-CASE-FILE-OK        VALUE "00".
000650         05  CMN-HIT-FILE-STATUS     PIC X(02).
000660             88  CMN-HIT-FILE-OK         VALUE "00".
000670         05  CMN-NOTE-FILE-STATUS    PIC X(02).
000680             88  CMN-NOTE-FILE-OK        VALUE "00".
000690 01  CMN-SWITCHES.
000700         05  CMN-DONE-SWITCH         PIC X(01) VALUE "N".
000710             88  CMN-DONE                VALUE "Y".
000720         05  CMN-EOF-SWITCH          PIC X(01) VALUE "N".
000730             88  CMN-AT-END              VALUE "Y".
000740         05  CMN-FOUND-SWITCH        PIC X(01) VALUE "N".
000750             88  CMN-CASE-FOUND          VALUE "Y".
000760         05  CMN-CHANGED-SWITCH      PIC X(01) VALUE "N".
000770             88  CMN-CASES-CHANGED       VALUE "Y".
000780 01  CMN-MENU-CHOICE             PIC X(01) VALUE SPACES.
000790 01  CMN-SESSION-CONTEXT.
000800         05  CMN-SESSION-USER-ID     PIC X(08) VALUE "GUEST".
000810         05  CMN-SESSION-SIGNON-TIME PIC 9(08) VALUE ZERO.
000820         05  CMN-TODAY-DATE          PIC 9(08) VALUE ZERO.
000830 01  CMN-WORK-FIELDS.
000840         05  CMN-WORK-CASE-NO-X      PIC X(07) VALUE SPACES.
000850         05  CMN-WORK-CASE-NO        PIC 9(07) VALUE ZERO.
000860         05  CMN-WORK-INVESTIGATOR   PIC X(08) VALUE SPACES.
000870         05  CMN-WORK-STATUS         PIC X(01) VALUE SPACES.
000880         05  CMN-OLD-STATUS          PIC X(01) VALUE SPACES.
000890         05  CMN-WORK-TEXT           PIC X(60) VALUE SPACES.
000900         05  CMN-WORK-TIME           PIC 9(08) VALUE ZERO.
000910         05  CMN-SHOWN-COUNT         PIC 9(05) VALUE ZERO.
000920         05  CMN-AMOUNT-EDIT         PIC Z(12)9.99.
000930         05  CMN-HIT-EDIT            PIC Z(10)9.99.
000940*---------------------------------------------------------------
000950*  EVERY CASE ON CMPCASE, HELD IN FILE ORDER, WITH THE LEADING
000960*  FIELDS WHERE CMPCASRC PUTS THEM FOR THE LIST AND SEARCH.
000970*---------------------------------------------------------------
000980 01  CMN-CASE-TABLE.
000990         05  CMN-CAS-COUNT           PIC 9(04) COMP VALUE ZERO.
001000         05  CMN-CAS-SUB             PIC 9(04) COMP VALUE ZERO.
001010         05  CMN-CAS-ENTRY OCCURS 3000 TIMES
001020                 INDEXED BY CMN-CAS-IDX.
001030             10  CMN-CAS-CASE-NO     PIC 9(07).
001040             10  CMN-CAS-SUBJECT     PIC X(11).
001050             10  CMN-CAS-BRANCH      PIC X(03).
001060             10  CMN-CAS-STATUS      PIC X(01).
001070             10  FILLER              PIC X(128).
001080*  NOTES WRITTEN THIS SESSION, APPENDED TO CMPNOTE ON SAVE.
001090 01  CMN-PENDING-NOTES.
001100         05  CMN-PND-COUNT           PIC 9(03) COMP VALUE ZERO.
001110         05  CMN-PND-SUB             PIC 9(03) COMP VALUE ZERO.
001120         05  CMN-PND-ENTRY OCCURS 200 TIMES
001130                                     PIC X(100).
001140     COPY CMPCASRC.
001150     COPY CMPNOTRC REPLACING ==CASE-NOTE-RECORD== BY
001160         ==CMN-NOTE-VIEW==.
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200         PERFORM 2000-MENU-LOOP THRU 2000-EXIT
001210             UNTIL CMN-DONE.
001220         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001230         STOP RUN.
001240 1000-INITIALIZE.
001250         DISPLAY "CASEMNT: JOB STARTING".
001260         DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING.
001270         ACCEPT CMN-SESSION-USER-ID FROM CONSOLE.
001280         IF CMN-SESSION-USER-ID = SPACES
001290             MOVE "GUEST" TO CMN-SESSION-USER-ID
001300         END-IF.
001310         ACCEPT CMN-SESSION-SIGNON-TIME FROM TIME.
001320         ACCEPT CMN-TODAY-DATE FROM DATE YYYYMMDD.
001330         DISPLAY "CASEMNT: SIGNED ON AS " CMN-SESSION-USER-ID
001340             " AT " CMN-SESSION-SIGNON-TIME.
001350*  ONLY AN OPERATOR HOLDING THE INVESTIGATE ROLE ON OPERMST
001360*  WORKS CASES -- SEE OPERAUTH.
001370         MOVE CMN-SESSION-USER-ID TO OPA-USER-ID.
001380         MOVE "I" TO OPA-FUNCTION.
001390         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
001400         IF NOT OPA-GRANTED
001410             DISPLAY "CASEMNT: ACCESS DENIED FOR "
001420                 CMN-SESSION-USER-ID " - SESSION ENDED"
001430             MOVE "Y" TO CMN-DONE-SWITCH
001440             GO TO 1000-EXIT
001450         END-IF.
00145A         INITIALIZE BATCH-WINDOW-AREA.
00145B         MOVE "CASEMNT" TO BWN-PROGRAM.
00145C         MOVE CMN-SESSION-USER-ID TO BWN-USER-ID.
00145D         MOVE "S" TO BWN-FUNCTION.
00145E         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
001460         PERFORM 1100-LOAD-CASES THRU 1100-EXIT.
001470 1000-EXIT.
001480         EXIT.
001490 1100-LOAD-CASES.
001500         OPEN INPUT CASE-FILE.
001510         IF NOT CMN-CASE-FILE-OK
001520             DISPLAY "CASEMNT: NO CMPCASE ON FILE -- NO CASES "
001530                 "TO WORK"
001540             GO TO 1100-EXIT
001550         END-IF.
001560         PERFORM 1150-LOAD-ONE-CASE THRU 1150-EXIT
001570             UNTIL CMN-AT-END
001580                 OR CMN-CAS-COUNT = 3000.
001590         CLOSE CASE-FILE.
001600         DISPLAY "CASEMNT: " CMN-CAS-COUNT " CASE(S) ON FILE".
001610 1100-EXIT.
001620         EXIT.
001630 1150-LOAD-ONE-CASE.
001640         READ CASE-FILE
001650             AT END
001660                 MOVE "Y" TO CMN-EOF-SWITCH
001670             NOT AT END
001680                 ADD 1 TO CMN-CAS-COUNT
001690                 MOVE CASE-FILE-RECORD
001700                     TO CMN-CAS-ENTRY(CMN-CAS-COUNT)
001710         END-READ.
001720 1150-EXIT.
001730         EXIT.
001740 2000-MENU-LOOP.
001750         DISPLAY " ".
001760         DISPLAY "----------------------------------------------".
001770         DISPLAY "COMPLIANCE CASE MAINTENANCE".
001780         DISPLAY "USER: " CMN-SESSION-USER-ID
001790             "   SIGNED ON: " CMN-SESSION-SIGNON-TIME.
001800         DISPLAY "----------------------------------------------".
001810         DISPLAY "1. LIST ACTIVE CASES (OPEN AND INVESTIGATING)".
001820         DISPLAY "2. LIST ALL CASES".
001830         DISPLAY "3. SHOW A CASE WITH ITS HITS AND NARRATIVE".
001840         DISPLAY "4. ASSIGN AN INVESTIGATOR".
001850         DISPLAY "5. ADD A NARRATIVE NOTE".
001860         DISPLAY "6. CHANGE A CASE'S STATUS".
001870         DISPLAY "7. SAVE AND EXIT".
001880         DISPLAY "8. EXIT WITHOUT SAVING".
001890         DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
001900         ACCEPT CMN-MENU-CHOICE FROM CONSOLE.
001910         EVALUATE CMN-MENU-CHOICE
001920             WHEN "1"
001930                 PERFORM 3000-LIST-ACTIVE-CASES THRU 3000-EXIT
001940             WHEN "2"
001950                 PERFORM 3500-LIST-ALL-CASES THRU 3500-EXIT
001960             WHEN "3"
001970                 PERFORM 3700-SHOW-CASE THRU 3700-EXIT
001980             WHEN "4"
001990                 PERFORM 4000-ASSIGN-CASE THRU 4000-EXIT
002000             WHEN "5"
002010                 PERFORM 5000-ADD-NARRATIVE THRU 5000-EXIT
002020             WHEN "6"
002030                 PERFORM 6000-CHANGE-STATUS THRU 6000-EXIT
002040             WHEN "7"
002050                 PERFORM 7000-SAVE-CASES THRU 7000-EXIT
002060                 IF CMN-CASES-CHANGED AND BWN-UPDATE-REFUSED
00206A                     DISPLAY "CASEMNT: CHANGES KEPT - SAVE AGAIN"
00206B                         " ONCE THE BATCH WINDOW REOPENS"
00206C                 ELSE
00206D                     SET CMN-DONE TO TRUE
00206E                 END-IF
002070             WHEN "8"
002080                 IF CMN-CASES-CHANGED
002090                     DISPLAY "CASEMNT: UNSAVED CHANGES "
002100                         "DISCARDED"
002110                 END-IF
002120                 SET CMN-DONE TO TRUE
002130             WHEN OTHER
002140                 DISPLAY "CASEMNT: INVALID SELECTION, TRY "
002150                     "AGAIN"
002160         END-EVALUATE.
002170 2000-EXIT.
002180         EXIT.
002190 3000-LIST-ACTIVE-CASES.
002200         MOVE ZERO TO CMN-CAS-SUB.
002210         PERFORM 3100-LIST-IF-ACTIVE THRU 3100-EXIT
002220             UNTIL CMN-CAS-SUB >= CMN-CAS-COUNT.
002230 3000-EXIT.
002240         EXIT.
002250 3100-LIST-IF-ACTIVE.
002260         ADD 1 TO CMN-CAS-SUB.
002270         IF CMN-CAS-STATUS(CMN-CAS-SUB) NOT = "O"
002280             AND CMN-CAS-STATUS(CMN-CAS-SUB) NOT = "I"
002290             GO TO 3100-EXIT
002300         END-IF.
002310         PERFORM 3200-SHOW-ONE-CASE THRU 3200-EXIT.
002320 3100-EXIT.
002330         EXIT.
002340 3200-SHOW-ONE-CASE.
002350         MOVE CMN-CAS-ENTRY(CMN-CAS-SUB)
002360             TO COMPLIANCE-CASE-RECORD.
002370         MOVE CSE-HIT-AMOUNT TO CMN-AMOUNT-EDIT.
002380         DISPLAY "  #" CSE-CASE-NO " " CSE-STATUS " "
002390             CSE-SUBJECT-TYPE " " CSE-SUBJECT-ID " BRANCH "
002400             CSE-BRANCH-CODE " INVESTIGATOR " CSE-INVESTIGATOR.
002410         DISPLAY "     OPENED " CSE-OPEN-DATE " DEADLINE "
002420             CSE-DEADLINE-DATE " HITS " CSE-HIT-COUNT
002430             " TOTAL " CMN-AMOUNT-EDIT.
002440         IF CSE-STILL-ACTIVE
002450             AND CSE-DEADLINE-DATE NOT > CMN-TODAY-DATE
002460             DISPLAY "     *** FILING DECISION DUE ***"
002470         END-IF.
002480 3200-EXIT.
002490         EXIT.
002500 3500-LIST-ALL-CASES.
002510         MOVE ZERO TO CMN-CAS-SUB.
002520         PERFORM 3600-LIST-ANY THRU 3600-EXIT
002530             UNTIL CMN-CAS-SUB >= CMN-CAS-COUNT.
002540 3500-EXIT.
002550         EXIT.
002560 3600-LIST-ANY.
002570         ADD 1 TO CMN-CAS-SUB.
002580         PERFORM 3200-SHOW-ONE-CASE THRU 3200-EXIT.
002590 3600-EXIT.
002600         EXIT.
002610*---------------------------------------------------------------
002620*  3700-SHOW-CASE.  THE CASE, EVERY HIT FILED AGAINST IT, AND
002630*  ITS NARRATIVE AS SAVED, FOLLOWED BY ANY NOTES WRITTEN THIS
002640*  SESSION AND NOT YET SAVED.
002650*---------------------------------------------------------------
002660 3700-SHOW-CASE.
002670         PERFORM 4500-PROMPT-CASE-NO THRU 4500-EXIT.
002680         IF NOT CMN-CASE-FOUND
002690             GO TO 3700-EXIT
002700         END-IF.
002710         PERFORM 3200-SHOW-ONE-CASE THRU 3200-EXIT.
002720         IF CSE-STATUS-BY NOT = SPACES
002730             DISPLAY "     STATUS SET " CSE-STATUS-DATE " BY "
002740                 CSE-STATUS-BY
002750         END-IF.
002760         DISPLAY "     HITS:".
002770         MOVE ZERO TO CMN-SHOWN-COUNT.
002780         OPEN INPUT HIT-FILE.
002790         IF CMN-HIT-FILE-OK
002800             MOVE "N" TO CMN-EOF-SWITCH
002810             PERFORM 3750-SHOW-ONE-HIT THRU 3750-EXIT
002820                 UNTIL CMN-AT-END
002830             CLOSE HIT-FILE
002840         END-IF.
002850         IF CMN-SHOWN-COUNT = ZERO
002860             DISPLAY "       NONE ON CMPHIT"
002870         END-IF.
002880         DISPLAY "     NARRATIVE:".
002890         MOVE ZERO TO CMN-SHOWN-COUNT.
002900         OPEN INPUT NOTE-FILE.
002910         IF CMN-NOTE-FILE-OK
002920             MOVE "N" TO CMN-EOF-SWITCH
002930             PERFORM 3780-SHOW-ONE-NOTE THRU 3780-EXIT
002940                 UNTIL CMN-AT-END
002950             CLOSE NOTE-FILE
002960         END-IF.
002970         PERFORM 3790-SHOW-PENDING-NOTE THRU 3790-EXIT
002980             VARYING CMN-PND-SUB FROM 1 BY 1
002990             UNTIL CMN-PND-SUB > CMN-PND-COUNT.
003000         IF CMN-SHOWN-COUNT = ZERO
003010             DISPLAY "       NONE"
003020         END-IF.
003030 3700-EXIT.
003040         EXIT.
003050 3750-SHOW-ONE-HIT.
003060         READ HIT-FILE
003070             AT END
003080                 MOVE "Y" TO CMN-EOF-SWITCH
003090                 GO TO 3750-EXIT
003100         END-READ.
003110         IF CHT-CASE-NO NOT = CMN-WORK-CASE-NO
003120             GO TO 3750-EXIT
003130         END-IF.
003140         ADD 1 TO CMN-SHOWN-COUNT.
003150         MOVE CHT-AMOUNT TO CMN-HIT-EDIT.
003160         DISPLAY "       " CHT-ALERT-DATE " " CHT-ALERT-TYPE " "
003170             CHT-SOURCE-PROGRAM " " CHT-BRANCH-CODE " "
003180             CHT-ACCOUNT-NO " " CHT-TRANS-DATE " " CMN-HIT-EDIT
003190             " " CHT-DETAIL.
003200 3750-EXIT.
003210         EXIT.
003220 3780-SHOW-ONE-NOTE.
003230         READ NOTE-FILE
003240             AT END
003250                 MOVE "Y" TO CMN-EOF-SWITCH
003260                 GO TO 3780-EXIT
003270         END-READ.
003280         IF CNT-CASE-NO OF CASE-NOTE-RECORD
003290             NOT = CMN-WORK-CASE-NO
003300             GO TO 3780-EXIT
003310         END-IF.
003320         ADD 1 TO CMN-SHOWN-COUNT.
003330         DISPLAY "       " CNT-NOTE-DATE OF CASE-NOTE-RECORD " "
003340             CNT-USER-ID OF CASE-NOTE-RECORD " "
003350             CNT-NOTE-TYPE OF CASE-NOTE-RECORD " "
003360             CNT-TEXT OF CASE-NOTE-RECORD.
003370 3780-EXIT.
003380         EXIT.
003390 3790-SHOW-PENDING-NOTE.
003400         MOVE CMN-PND-ENTRY(CMN-PND-SUB) TO CMN-NOTE-VIEW.
003410         IF CNT-CASE-NO OF CMN-NOTE-VIEW NOT = CMN-WORK-CASE-NO
003420             GO TO 3790-EXIT
003430         END-IF.
003440         ADD 1 TO CMN-SHOWN-COUNT.
003450         DISPLAY "       " CNT-NOTE-DATE OF CMN-NOTE-VIEW " "
003460             CNT-USER-ID OF CMN-NOTE-VIEW " "
003470             CNT-NOTE-TYPE OF CMN-NOTE-VIEW " "
003480             CNT-TEXT OF CMN-NOTE-VIEW " (UNSAVED)".
003490 3790-EXIT.
003500         EXIT.
003510 4000-ASSIGN-CASE.
003520         PERFORM 4500-PROMPT-CASE-NO THRU 4500-EXIT.
003530         IF NOT CMN-CASE-FOUND
003540             GO TO 4000-EXIT
003550         END-IF.
003560         IF NOT CSE-STILL-ACTIVE
003570             DISPLAY "CASEMNT: CASE " CSE-CASE-NO
003580                 " IS CLOSED - NOT REASSIGNED"
003590             GO TO 4000-EXIT
003600         END-IF.
003610         DISPLAY "ASSIGN TO (USER ID): " WITH NO ADVANCING.
003620         ACCEPT CMN-WORK-INVESTIGATOR FROM CONSOLE.
003630         IF CMN-WORK-INVESTIGATOR = SPACES
003640             MOVE CMN-SESSION-USER-ID TO CMN-WORK-INVESTIGATOR
003650         END-IF.
003660         MOVE CMN-WORK-INVESTIGATOR TO CSE-INVESTIGATOR.
003670         MOVE SPACES TO CMN-WORK-TEXT.
003680         STRING "ASSIGNED TO " CMN-WORK-INVESTIGATOR
003690             DELIMITED BY SIZE INTO CMN-WORK-TEXT.
003700         MOVE "A" TO CNT-NOTE-TYPE OF CMN-NOTE-VIEW.
003710         PERFORM 4700-QUEUE-NOTE THRU 4700-EXIT.
003720         IF CSE-OPEN
003730             MOVE "I" TO CMN-WORK-STATUS
003740             PERFORM 6500-SET-STATUS THRU 6500-EXIT
003750         END-IF.
003760         PERFORM 4800-STORE-CASE THRU 4800-EXIT.
003770         DISPLAY "CASEMNT: CASE ASSIGNED TO "
003780             CMN-WORK-INVESTIGATOR.
003790 4000-EXIT.
003800         EXIT.
003810 4500-PROMPT-CASE-NO.
003820         DISPLAY "ENTER CASE NUMBER: " WITH NO ADVANCING.
003830         ACCEPT CMN-WORK-CASE-NO-X FROM CONSOLE.
003840         MOVE CMN-WORK-CASE-NO-X TO CMN-WORK-CASE-NO.
003850         MOVE "N" TO CMN-FOUND-SWITCH.
003860         MOVE ZERO TO CMN-CAS-SUB.
003870         PERFORM 4600-CHECK-ONE-CASE THRU 4600-EXIT
003880             UNTIL CMN-CASE-FOUND
003890                 OR CMN-CAS-SUB >= CMN-CAS-COUNT.
003900         IF CMN-CASE-FOUND
003910             MOVE CMN-CAS-ENTRY(CMN-CAS-SUB)
003920                 TO COMPLIANCE-CASE-RECORD
003930         ELSE
003940             DISPLAY "CASEMNT: CASE " CMN-WORK-CASE-NO
003950                 " IS NOT ON FILE"
003960         END-IF.
003970 4500-EXIT.
003980         EXIT.
003990 4600-CHECK-ONE-CASE.
004000         ADD 1 TO CMN-CAS-SUB.
004010         IF CMN-CAS-CASE-NO(CMN-CAS-SUB) = CMN-WORK-CASE-NO
004020             SET CMN-CASE-FOUND TO TRUE
004030         END-IF.
004040 4600-EXIT.
004050         EXIT.
004060*---------------------------------------------------------------
004070*  4700-QUEUE-NOTE.  THE CALLER HAS SET THE NOTE TYPE AND THE
004080*  TEXT IN CMN-WORK-TEXT; THE NOTE IS HELD FOR THE SAVE.
004090*---------------------------------------------------------------
004100 4700-QUEUE-NOTE.
004110         IF CMN-PND-COUNT = 200
004120             DISPLAY "CASEMNT: 200 NOTES UNSAVED - SAVE AND "
004130                 "SIGN ON AGAIN TO ADD MORE"
004140             GO TO 4700-EXIT
004150         END-IF.
004160         ACCEPT CMN-WORK-TIME FROM TIME.
004170         MOVE CSE-CASE-NO TO CNT-CASE-NO OF CMN-NOTE-VIEW.
004180         MOVE CMN-TODAY-DATE TO CNT-NOTE-DATE OF CMN-NOTE-VIEW.
004190         MOVE CMN-WORK-TIME(1:6)
004200             TO CNT-NOTE-TIME OF CMN-NOTE-VIEW.
004210         MOVE CMN-SESSION-USER-ID TO CNT-USER-ID OF CMN-NOTE-VIEW.
004220         MOVE CMN-WORK-TEXT TO CNT-TEXT OF CMN-NOTE-VIEW.
004230         ADD 1 TO CMN-PND-COUNT.
004240         MOVE CMN-NOTE-VIEW TO CMN-PND-ENTRY(CMN-PND-COUNT).
004250         ADD 1 TO CSE-NOTE-COUNT.
004260 4700-EXIT.
004270         EXIT.
004280 4800-STORE-CASE.
004290         MOVE COMPLIANCE-CASE-RECORD
004300             TO CMN-CAS-ENTRY(CMN-CAS-SUB).
004310         SET CMN-CASES-CHANGED TO TRUE.
004320 4800-EXIT.
004330         EXIT.
004340 5000-ADD-NARRATIVE.
004350         PERFORM 4500-PROMPT-CASE-NO THRU 4500-EXIT.
004360         IF NOT CMN-CASE-FOUND
004370             GO TO 5000-EXIT
004380         END-IF.
004390         DISPLAY "ENTER NOTE: " WITH NO ADVANCING.
004400         ACCEPT CMN-WORK-TEXT FROM CONSOLE.
004410         IF CMN-WORK-TEXT = SPACES
004420             DISPLAY "CASEMNT: BLANK NOTE - NOTHING ADDED"
004430             GO TO 5000-EXIT
004440         END-IF.
004450         MOVE "N" TO CNT-NOTE-TYPE OF CMN-NOTE-VIEW.
004460         PERFORM 4700-QUEUE-NOTE THRU 4700-EXIT.
004470         PERFORM 4800-STORE-CASE THRU 4800-EXIT.
004480         DISPLAY "CASEMNT: NOTE ADDED".
004490 5000-EXIT.
004500         EXIT.
004510*---------------------------------------------------------------
004520*  6000-CHANGE-STATUS.  ONLY AN ACTIVE CASE MOVES.  CLOSING
004530*  WITH NO ACTION OR FILING IS THE FILING DECISION ITSELF, SO
004540*  IT TAKES A DISPOSITION NOTE AND CANNOT BE UNDONE HERE.
004550*---------------------------------------------------------------
004560 6000-CHANGE-STATUS.
004570         PERFORM 4500-PROMPT-CASE-NO THRU 4500-EXIT.
004580         IF NOT CMN-CASE-FOUND
004590             GO TO 6000-EXIT
004600         END-IF.
004610         IF NOT CSE-STILL-ACTIVE
004620             DISPLAY "CASEMNT: CASE " CSE-CASE-NO " IS ALREADY "
004630                 "DECIDED (STATUS " CSE-STATUS ") - NOT CHANGED"
004640             GO TO 6000-EXIT
004650         END-IF.
004660         DISPLAY "NEW STATUS - I=INVESTIGATING  N=CLOSED, NO "
004670             "ACTION  F=FILED: " WITH NO ADVANCING.
004680         ACCEPT CMN-WORK-STATUS FROM CONSOLE.
004690         IF CMN-WORK-STATUS NOT = "I"
004700             AND CMN-WORK-STATUS NOT = "N"
004710             AND CMN-WORK-STATUS NOT = "F"
004720             DISPLAY "CASEMNT: INVALID STATUS - NOT CHANGED"
004730             GO TO 6000-EXIT
004740         END-IF.
004750         IF CMN-WORK-STATUS = CSE-STATUS
004760             DISPLAY "CASEMNT: CASE IS ALREADY AT THAT STATUS"
004770             GO TO 6000-EXIT
004780         END-IF.
004790         IF CMN-WORK-STATUS NOT = "I"
004800             DISPLAY "DISPOSITION NOTE: " WITH NO ADVANCING
004810             ACCEPT CMN-WORK-TEXT FROM CONSOLE
004820             IF CMN-WORK-TEXT = SPACES
004830                 DISPLAY "CASEMNT: A DISPOSITION NOTE IS "
004840                     "REQUIRED - NOT CHANGED"
004850                 GO TO 6000-EXIT
004860             END-IF
004870             MOVE "N" TO CNT-NOTE-TYPE OF CMN-NOTE-VIEW
004880             PERFORM 4700-QUEUE-NOTE THRU 4700-EXIT
004890         END-IF.
004900         IF CSE-INVESTIGATOR = SPACES
004910             MOVE CMN-SESSION-USER-ID TO CSE-INVESTIGATOR
004920         END-IF.
004930         PERFORM 6500-SET-STATUS THRU 6500-EXIT.
004940         PERFORM 4800-STORE-CASE THRU 4800-EXIT.
004950         DISPLAY "CASEMNT: CASE " CSE-CASE-NO " NOW STATUS "
004960             CSE-STATUS.
004970 6000-EXIT.
004980         EXIT.
004990 6500-SET-STATUS.
005000         MOVE CSE-STATUS TO CMN-OLD-STATUS.
005010         MOVE CMN-WORK-STATUS TO CSE-STATUS.
005020         MOVE CMN-TODAY-DATE TO CSE-STATUS-DATE.
005030         MOVE CMN-SESSION-USER-ID TO CSE-STATUS-BY.
005040         MOVE SPACES TO CMN-WORK-TEXT.
005050         STRING "STATUS " CMN-OLD-STATUS " TO " CSE-STATUS
005060             DELIMITED BY SIZE INTO CMN-WORK-TEXT.
005070         MOVE "S" TO CNT-NOTE-TYPE OF CMN-NOTE-VIEW.
005080         PERFORM 4700-QUEUE-NOTE THRU 4700-EXIT.
005090         MOVE CSE-STATUS TO CMN-CAS-STATUS(CMN-CAS-SUB).
005100 6500-EXIT.
005110         EXIT.
005120 7000-SAVE-CASES.
005130         IF NOT CMN-CASES-CHANGED
005140             DISPLAY "CASEMNT: NO CHANGES TO SAVE"
005150             GO TO 7000-EXIT
005160         END-IF.
00516A         MOVE "U" TO BWN-FUNCTION.
00516B         CALL "BATCHWIN" USING BATCH-WINDOW-AREA.
00516C         IF BWN-UPDATE-REFUSED
00516D             GO TO 7000-EXIT
00516E         END-IF.
005170         OPEN OUTPUT CASE-FILE.
005180         IF NOT CMN-CASE-FILE-OK
005190             DISPLAY "CASEMNT: CANNOT REWRITE CMPCASE, STATUS = "
005200                 CMN-CASE-FILE-STATUS " - CHANGES NOT SAVED"
005210             GO TO 7000-EXIT
005220         END-IF.
005230         MOVE ZERO TO CMN-CAS-SUB.
005240         PERFORM 7100-SAVE-ONE-CASE THRU 7100-EXIT
005250             UNTIL CMN-CAS-SUB >= CMN-CAS-COUNT.
005260         CLOSE CASE-FILE.
005270         OPEN EXTEND NOTE-FILE.
005280         IF NOT CMN-NOTE-FILE-OK
005290             OPEN OUTPUT NOTE-FILE
005300         END-IF.
005310         IF NOT CMN-NOTE-FILE-OK
005320             DISPLAY "CASEMNT: CMPNOTE UNAVAILABLE, STATUS = "
005330                 CMN-NOTE-FILE-STATUS " - NOTES NOT SAVED"
005340             GO TO 7000-EXIT
005350         END-IF.
005360         PERFORM 7200-SAVE-ONE-NOTE THRU 7200-EXIT
005370             VARYING CMN-PND-SUB FROM 1 BY 1
005380             UNTIL CMN-PND-SUB > CMN-PND-COUNT.
005390         CLOSE NOTE-FILE.
005400         DISPLAY "CASEMNT: CASES SAVED, " CMN-CAS-COUNT
005410             " CASE(S), " CMN-PND-COUNT " NOTE(S) ADDED".
005420 7000-EXIT.
005430         EXIT.
005440 7100-SAVE-ONE-CASE.
005450         ADD 1 TO CMN-CAS-SUB.
005460         MOVE CMN-CAS-ENTRY(CMN-CAS-SUB) TO CASE-FILE-RECORD.
005470         WRITE CASE-FILE-RECORD.
005480 7100-EXIT.
005490         EXIT.
005500 7200-SAVE-ONE-NOTE.
005510         MOVE CMN-PND-ENTRY(CMN-PND-SUB) TO CASE-NOTE-RECORD.
005520         WRITE CASE-NOTE-RECORD.
005530 7200-EXIT.
005540         EXIT.
005550 8000-TERMINATE.
005560         DISPLAY "CASEMNT: JOB COMPLETE FOR USER "
005570             CMN-SESSION-USER-ID.
005580 8000-EXIT.
005590         EXIT.
