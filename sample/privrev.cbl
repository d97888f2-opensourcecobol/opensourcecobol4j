000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 PRIVREV.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  CONSOLIDATED PRIVILEGED-ACTIVITY REVIEW.  EVERY MAINTENANCE
000180*  PROGRAM KEEPS ITS OWN TRAIL AND INTERNAL AUDIT USED TO ASK
000190*  FOR EACH ONE SEPARATELY; THIS PROGRAM MERGES THEM FOR A DATE
000200*  RANGE INTO ONE CHRONOLOGICAL LISTING PER OPERATOR ON
000210*  PRIVRPT:
000220*    OPAUDIT   OPERMNT OPERATOR CHANGES
000230*    TBLAUDIT  TBLMAINT CONTROL-TABLE CHANGES
000240*    WLAUDIT   WLMAINT WATCHLIST CHANGES
000250*    ACLAUDIT  ACCTLOAD ACCOUNT CHANGES (LISTED UNDER THE
000260*              PSEUDO-OPERATOR ACCTLOAD -- A FEED, NOT A
000270*              SIGN-ON)
000280*    TOKNAUDT  DETOKEN LOOKUPS (TOKEN ONLY, NEVER THE ACCOUNT)
000290*    APPROVAL  DUAL-CONTROL REQUESTS AND DECISIONS, ONE EVENT
000300*              FOR THE REQUESTER AND ONE FOR THE APPROVER
000310*  EACH EVENT IS FLAGGED WHEN IT MATCHES A SENSITIVE PATTERN:
000320*    SELF    THE APPROVER OF AN APPROVAL ROW IS ALSO ITS
000330*            REQUESTER;
000340*    HOURS   MADE BEFORE 07:00, AT OR AFTER 19:00, OR ON A DAY
000350*            DATESRV SAYS IS NOT A BUSINESS DAY;
000360*    CLOSED  MADE BY AN OPERATOR OPERMST NOW SHOWS CLOSED, ON
000370*            OR AFTER THE CLOSURE OPAUDIT RECORDS (EVERY EVENT
000380*            WHEN THE CLOSURE IS OLDER THAN THE TRAIL), OR BY
000390*            A SIGN-ON OPERMST DOES NOT KNOW AT ALL.
000400*  DETOKENIZATION VOLUME IS JUDGED PER OPERATOR PER DAY AGAINST
000410*  THE RANGE'S NORM (ALL LOOKUPS OVER ALL OPERATOR-DAYS WITH
000420*  ANY): A DAY ABOVE TWICE THE NORM, AND AT LEAST TEN LOOKUPS,
000430*  IS LISTED UNDER THE OPERATOR.  THE LAST PAGE COUNTS EVENTS
000440*  BY TRAIL AND FLAGS BY PATTERN AND CARRIES THE REVIEWING
000450*  MANAGER'S SIGN-OFF.
000460*  PARAMETER: "YYYYMMDD YYYYMMDD" FROM/TO, BLANK = THE WHOLE
000470*  PRIOR CALENDAR MONTH.  RC 0 NOTHING FLAGGED, 4 SOMETHING
000480*  FLAGGED FOR THE REVIEWER, 8 BAD PARAMETER, 16 NO REPORT.
000490*  ------------------------------------------------------------
000500*  MODIFICATION HISTORY
000510*  ------------------------------------------------------------
000520*  DATE       BY   DESCRIPTION
000530*  ---------- ---- --------------------------------------------
000540*  10/15/2026 DCG  ORIGINAL PROGRAM.
00054A*  10/15/2026 DCG  OPAUDIT NOW ALSO CARRIES OPERMNT'S OPERCERT
00054B*                  RECERTIFICATIONS (LISTED AS SUCH, NEVER READ AS
00054C*                  A CLOSURE) AND OPRCERT'S SUSPENSIONS AND
00054D*                  LAPSES, LISTED AS A BATCH JOB LIKE ACCTLOAD.
000550*---------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.
000590         LINUX.
000600 OBJECT-COMPUTER.
000610         LINUX.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640         SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMST"
000650             ORGANIZATION IS LINE SEQUENTIAL
000660             FILE STATUS IS PRV-OPERMST-FILE-STATUS.
000670         SELECT OPER-AUDIT-FILE ASSIGN TO "OPAUDIT"
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS PRV-TRAIL-FILE-STATUS.
000700         SELECT TABLE-AUDIT-FILE ASSIGN TO "TBLAUDIT"
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS PRV-TRAIL-FILE-STATUS.
000730         SELECT WATCH-AUDIT-FILE ASSIGN TO "WLAUDIT"
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS PRV-TRAIL-FILE-STATUS.
000760         SELECT LOAD-AUDIT-FILE ASSIGN TO "ACLAUDIT"
000770             ORGANIZATION IS LINE SEQUENTIAL
000780             FILE STATUS IS PRV-TRAIL-FILE-STATUS.
000790         SELECT TOKEN-AUDIT-FILE ASSIGN TO "TOKNAUDT"
000800             ORGANIZATION IS LINE SEQUENTIAL
000810             FILE STATUS IS PRV-TRAIL-FILE-STATUS.
000820         SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
000830             ORGANIZATION IS LINE SEQUENTIAL
000840             FILE STATUS IS PRV-TRAIL-FILE-STATUS.
000850         SELECT REPORT-FILE ASSIGN TO "PRIVRPT"
000860             ORGANIZATION IS LINE SEQUENTIAL
000870             FILE STATUS IS PRV-REPORT-FILE-STATUS.
000880         SELECT SORT-WORK-FILE ASSIGN TO "PRIVSORT".
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  OPERATOR-MASTER-FILE.
000920     COPY OPERMSTC.
000930 FD  OPER-AUDIT-FILE.
000940 01  OPER-AUDIT-REC.
000950         05  OPA-AUD-DATE            PIC 9(08).
000960         05  OPA-AUD-TIME            PIC 9(08).
000970         05  OPA-AUD-USER-ID         PIC X(08).
000980         05  OPA-AUD-TABLE-NAME      PIC X(09).
000990         05  OPA-AUD-ACTION          PIC X(01).
001000         05  OPA-AUD-BEFORE-IMAGE    PIC X(40).
001010         05  OPA-AUD-AFTER-IMAGE     PIC X(40).
001020 FD  TABLE-AUDIT-FILE.
001030 01  TABLE-AUDIT-REC.
001040         05  TBA-DATE                PIC 9(08).
001050         05  TBA-TIME                PIC 9(08).
001060         05  TBA-USER-ID             PIC X(08).
001070         05  TBA-TABLE-NAME          PIC X(09).
001080         05  TBA-ACTION              PIC X(01).
001090         05  TBA-BEFORE-IMAGE        PIC X(30).
001100         05  TBA-AFTER-IMAGE         PIC X(30).
001110         05  TBA-STATUS              PIC X(01).
001120 FD  WATCH-AUDIT-FILE.
001130 01  WATCH-AUDIT-REC.
001140         05  WLA-DATE                PIC 9(08).
001150         05  WLA-TIME                PIC 9(08).
001160         05  WLA-USER-ID             PIC X(08).
001170         05  WLA-TABLE-NAME          PIC X(09).
001180         05  WLA-ACTION              PIC X(01).
001190         05  WLA-BEFORE-IMAGE        PIC X(41).
001200         05  WLA-AFTER-IMAGE         PIC X(41).
001210 FD  LOAD-AUDIT-FILE.
001220 01  LOAD-AUDIT-REC.
001230         05  AUD-ACCOUNT-NO          PIC X(10).
001240         05  AUD-FIELD-NAME          PIC X(10).
001250         05  AUD-BEFORE-VALUE        PIC X(03).
001260         05  AUD-AFTER-VALUE         PIC X(03).
001270         05  AUD-RUN-DATE            PIC 9(08).
001280         05  AUD-RUN-TIME            PIC 9(08).
001290 FD  TOKEN-AUDIT-FILE.
001300 01  TOKEN-AUDIT-REC.
001310         05  TKA-DATE                PIC 9(08).
001320         05  TKA-TIME                PIC 9(08).
001330         05  TKA-USER-ID             PIC X(08).
001340         05  TKA-TOKEN               PIC X(10).
001350         05  TKA-ACCOUNT-NO          PIC X(10).
001360         05  TKA-RESULT              PIC X(01).
001370 FD  APPROVAL-FILE.
001380     COPY APPRVREC.
001390 FD  REPORT-FILE.
001400 01  REPORT-RECORD               PIC X(132).
001410*  ONE SORT RECORD PER EVENT, OPERATOR THEN CLOCK ORDER.
001420 SD  SORT-WORK-FILE.
001430 01  SORT-WORK-RECORD.
001440         05  SRT-USER-ID             PIC X(08).
001450         05  SRT-DATE                PIC 9(08).
001460         05  SRT-TIME                PIC 9(08).
001470         05  SRT-TRAIL               PIC X(08).
001480         05  SRT-ACTION              PIC X(08).
001490         05  SRT-OBJECT              PIC X(10).
001500         05  SRT-DETAIL              PIC X(44).
001510         05  SRT-SELF-SWITCH         PIC X(01).
001520             88  SRT-SELF-APPROVED       VALUE "Y".
001530         05  SRT-BATCH-SWITCH        PIC X(01).
001540             88  SRT-BATCH-EVENT         VALUE "Y".
001550 WORKING-STORAGE SECTION.
001560     COPY RUNDATEC.
001570     COPY DATESRVC.
001580 01  PRV-FILE-STATUS-VALUES.
001590         05  PRV-OPERMST-FILE-STATUS PIC X(02).
001600             88  PRV-OPERMST-FILE-OK     VALUE "00".
001610         05  PRV-TRAIL-FILE-STATUS   PIC X(02).
001620             88  PRV-TRAIL-FILE-OK       VALUE "00".
001630         05  PRV-REPORT-FILE-STATUS  PIC X(02).
001640             88  PRV-REPORT-FILE-OK      VALUE "00".
001650 01  PRV-SWITCHES.
001660         05  PRV-EOF-SWITCH          PIC X(01) VALUE "N".
001670             88  PRV-AT-END              VALUE "Y".
001680         05  PRV-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001690             88  PRV-SORT-AT-END         VALUE "Y".
001700         05  PRV-READY-SWITCH        PIC X(01) VALUE "N".
001710             88  PRV-READY               VALUE "Y".
001720         05  PRV-CLOSED-EVENT-SWITCH PIC X(01) VALUE "N".
001730             88  PRV-CLOSED-EVENT        VALUE "Y".
001740         05  PRV-HOURS-EVENT-SWITCH  PIC X(01) VALUE "N".
001750             88  PRV-HOURS-EVENT         VALUE "Y".
001760 01  PRV-PARM-STRING.
001770         05  PRV-PARM-FROM           PIC X(08).
001780         05  FILLER                  PIC X(01).
001790         05  PRV-PARM-TO             PIC X(08).
001800 01  PRV-RUN-DATE                PIC 9(08) VALUE ZERO.
001810 01  PRV-FROM-DATE               PIC 9(08) VALUE ZERO.
001820 01  PRV-TO-DATE                 PIC 9(08) VALUE ZERO.
001830 01  PRV-WORK-DATE               PIC 9(08) VALUE ZERO.
001840 01  PRV-WORK-DATE-PARTS REDEFINES PRV-WORK-DATE.
001850         05  PRV-WORK-YEAR           PIC 9(04).
001860         05  PRV-WORK-MONTH          PIC 9(02).
001870         05  PRV-WORK-DAY            PIC 9(02).
001880*  THE BUSINESS DAY, AS HHMMSSCC, AND THE DETOKENIZATION NORM
001890*  MULTIPLE AND FLOOR.
001900 01  PRV-REVIEW-LIMITS.
001910         05  PRV-DAY-START-TIME      PIC 9(08) VALUE 07000000.
001920         05  PRV-DAY-END-TIME        PIC 9(08) VALUE 19000000.
001930         05  PRV-DETOKEN-FACTOR      PIC 9(02) VALUE 2.
001940         05  PRV-DETOKEN-FLOOR       PIC 9(05) VALUE 10.
001950 01  PRV-BATCH-USER-ID           PIC X(08) VALUE "ACCTLOAD".
00195A 01  PRV-CERT-USER-ID            PIC X(08) VALUE "OPRCERT".
001960*  OPERMST AS IT STANDS TODAY, WITH THE LATEST CLOSURE DATE
001970*  OPAUDIT RECORDS FOR EACH OPERATOR.
001980 01  PRV-OPERATOR-TABLE.
001990         05  PRV-OPR-COUNT           PIC 9(03) COMP VALUE ZERO.
002000         05  PRV-OPR-ENTRY OCCURS 100 TIMES
002010                 INDEXED BY PRV-OPR-IDX.
002020             10  PRV-OPR-USER-ID     PIC X(08).
002030             10  PRV-OPR-STATUS      PIC X(01).
002040                 88  PRV-OPR-CLOSED      VALUE "C".
002050             10  PRV-OPR-RIGHTS      PIC X(07).
002060             10  PRV-OPR-CLOSE-DATE  PIC 9(08).
002070 01  PRV-OPR-SUB                 PIC 9(03) COMP VALUE ZERO.
002080 01  PRV-CLOSED-USER-ID          PIC X(08) VALUE SPACES.
002090*  DETOKENIZATIONS PER OPERATOR PER DAY.
002100 01  PRV-DETOKEN-TABLE.
002110         05  PRV-DTK-COUNT           PIC 9(04) COMP VALUE ZERO.
002120         05  PRV-DTK-ENTRY OCCURS 1000 TIMES
002130                 INDEXED BY PRV-DTK-IDX.
002140             10  PRV-DTK-USER-ID     PIC X(08).
002150             10  PRV-DTK-DATE        PIC 9(08).
002160             10  PRV-DTK-LOOKUPS     PIC 9(05).
002170 01  PRV-DTK-SUB                 PIC 9(04) COMP VALUE ZERO.
002180 01  PRV-DETOKEN-NORM-FIELDS.
002190         05  PRV-DETOKEN-TOTAL       PIC 9(07) VALUE ZERO.
002200         05  PRV-DETOKEN-NORM        PIC 9(05)V99 VALUE ZERO.
002210         05  PRV-DETOKEN-LIMIT       PIC 9(05)V99 VALUE ZERO.
002220 01  PRV-TRAIL-COUNTS.
002230         05  PRV-TRAIL-ENTRY OCCURS 6 TIMES.
002240             10  PRV-TRAIL-EVENTS    PIC 9(07).
002250             10  PRV-TRAIL-PRESENT   PIC X(01).
002260 01  PRV-TRAIL-SUB               PIC 9(01) VALUE ZERO.
002270 01  PRV-TRAIL-NAME-VALUES.
002280         05  FILLER                  PIC X(38) VALUE
002290             "OPAUDIT OPERATOR MAINTENANCE (OPERMNT)".
002300         05  FILLER                  PIC X(38) VALUE
002310             "TBLAUDITCONTROL TABLES (TBLMAINT)".
002320         05  FILLER                  PIC X(38) VALUE
002330             "WLAUDIT WATCHLIST (WLMAINT)".
002340         05  FILLER                  PIC X(38) VALUE
002350             "ACLAUDITACCOUNT LOADS (ACCTLOAD)".
002360         05  FILLER                  PIC X(38) VALUE
002370             "TOKNAUDTDETOKENIZATION (DETOKEN)".
002380         05  FILLER                  PIC X(38) VALUE
002390             "APPROVALDUAL-CONTROL ACTIONS (APPRMNT)".
002400 01  PRV-TRAIL-NAME-TABLE REDEFINES PRV-TRAIL-NAME-VALUES.
002410         05  PRV-TRAIL-NAME-ENTRY OCCURS 6 TIMES.
002420             10  PRV-TRAIL-NAME      PIC X(08).
002430             10  PRV-TRAIL-TEXT      PIC X(30).
002440 01  PRV-FLAG-COUNTS.
002450         05  PRV-SELF-FLAGS          PIC 9(07) VALUE ZERO.
002460         05  PRV-HOURS-FLAGS         PIC 9(07) VALUE ZERO.
002470         05  PRV-CLOSED-FLAGS        PIC 9(07) VALUE ZERO.
002480         05  PRV-DETOKEN-FLAGS       PIC 9(07) VALUE ZERO.
002490         05  PRV-OPERATORS-LISTED    PIC 9(05) VALUE ZERO.
002500         05  PRV-OPERATOR-EVENTS     PIC 9(07) VALUE ZERO.
002510         05  PRV-OPERATOR-FLAGGED    PIC 9(07) VALUE ZERO.
002520 01  PRV-CURRENT-OPERATOR.
002530         05  PRV-CUR-USER-ID         PIC X(08) VALUE SPACES.
002540         05  PRV-CUR-KNOWN-SWITCH    PIC X(01) VALUE "N".
002550             88  PRV-CUR-KNOWN           VALUE "Y".
002560         05  PRV-CUR-STATUS          PIC X(01) VALUE SPACE.
002570             88  PRV-CUR-CLOSED          VALUE "C".
002580         05  PRV-CUR-CLOSE-DATE      PIC 9(08) VALUE ZERO.
002590         05  PRV-CUR-RIGHTS          PIC X(07) VALUE SPACES.
002600 01  PRV-BUSINESS-DAY-CACHE.
002610         05  PRV-LAST-CHECKED-DATE   PIC 9(08) VALUE ZERO.
002620         05  PRV-LAST-CHECKED-FLAG   PIC X(01) VALUE "Y".
002630             88  PRV-LAST-WAS-BUSINESS   VALUE "Y".
002640 01  PRV-PAGE-CONTROL.
002650         05  PRV-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002660         05  PRV-PAGE-COUNT          PIC 9(05) VALUE ZERO.
002670         05  PRV-LINES-PER-PAGE      PIC 9(03) VALUE 060.
002680         05  PRV-PAGE-NO-EDIT        PIC ZZZZ9.
002690 01  PRV-EVENT-LINE.
002700         05  PRV-EVL-DATE            PIC 9(08).
002710         05  FILLER                  PIC X(01) VALUE SPACE.
002720         05  PRV-EVL-HH              PIC X(02).
002730         05  FILLER                  PIC X(01) VALUE ":".
002740         05  PRV-EVL-MM              PIC X(02).
002750         05  FILLER                  PIC X(01) VALUE ":".
002760         05  PRV-EVL-SS              PIC X(02).
002770         05  FILLER                  PIC X(02) VALUE SPACES.
002780         05  PRV-EVL-TRAIL           PIC X(08).
002790         05  FILLER                  PIC X(01) VALUE SPACE.
002800         05  PRV-EVL-ACTION          PIC X(08).
002810         05  FILLER                  PIC X(01) VALUE SPACE.
002820         05  PRV-EVL-OBJECT          PIC X(10).
002830         05  FILLER                  PIC X(01) VALUE SPACE.
002840         05  PRV-EVL-DETAIL          PIC X(44).
002850         05  FILLER                  PIC X(02) VALUE SPACES.
002860         05  PRV-EVL-SELF            PIC X(05).
002870         05  FILLER                  PIC X(01) VALUE SPACE.
002880         05  PRV-EVL-HOURS           PIC X(05).
002890         05  FILLER                  PIC X(01) VALUE SPACE.
002900         05  PRV-EVL-CLOSED          PIC X(06).
002910         05  FILLER                  PIC X(20) VALUE SPACES.
002920 01  PRV-EDIT-FIELDS.
002930         05  PRV-COUNT-EDIT          PIC Z,ZZZ,ZZ9.
002940         05  PRV-FLAGGED-EDIT        PIC Z,ZZZ,ZZ9.
002950         05  PRV-NORM-EDIT           PIC ZZ,ZZ9.99.
002960         05  PRV-TIME-WORK           PIC 9(08).
002970         05  PRV-TIME-PARTS REDEFINES PRV-TIME-WORK.
002980             10  PRV-TIME-HH         PIC X(02).
002990             10  PRV-TIME-MM         PIC X(02).
003000             10  PRV-TIME-SS         PIC X(02).
003010             10  FILLER              PIC X(02).
003020 01  PRV-DETAIL-LINE             PIC X(132) VALUE SPACES.
003030 PROCEDURE DIVISION.
003040 0000-MAINLINE.
003050         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003060         IF PRV-READY
003070             SORT SORT-WORK-FILE
003080                 ON ASCENDING KEY SRT-USER-ID
003090                 ON ASCENDING KEY SRT-DATE
003100                 ON ASCENDING KEY SRT-TIME
003110                 ON ASCENDING KEY SRT-TRAIL
003120                 INPUT PROCEDURE IS 2000-RELEASE-EVENTS
003130                     THRU 2000-EXIT
003140                 OUTPUT PROCEDURE IS 4000-PRINT-OPERATORS
003150                     THRU 4000-EXIT
003160             PERFORM 6000-PRINT-SIGN-OFF THRU 6000-EXIT
003170         END-IF.
003180         PERFORM 8000-TERMINATE THRU 8000-EXIT.
003190         STOP RUN.
003200 1000-INITIALIZE.
003210         DISPLAY "PRIVREV: JOB STARTING".
003220         MOVE ZERO TO RETURN-CODE.
003230         CALL "RUNDATE" USING RUN-DATE-AREA.
003240         MOVE RDT-RUN-DATE TO PRV-RUN-DATE.
003250         MOVE SPACES TO PRV-PARM-STRING.
003260         ACCEPT PRV-PARM-STRING FROM COMMAND-LINE.
003270         IF PRV-PARM-STRING = SPACES
003280             PERFORM 1050-DEFAULT-RANGE THRU 1050-EXIT
003290         ELSE
003300             IF PRV-PARM-FROM NOT NUMERIC
003310                 OR PRV-PARM-TO NOT NUMERIC
003320                 DISPLAY "PRIVREV: PARAMETER MUST BE "
003330                     "YYYYMMDD YYYYMMDD"
003340                 MOVE 8 TO RETURN-CODE
003350                 GO TO 1000-EXIT
003360             END-IF
003370             MOVE PRV-PARM-FROM TO PRV-FROM-DATE
003380             MOVE PRV-PARM-TO TO PRV-TO-DATE
003390         END-IF.
003400         IF PRV-FROM-DATE > PRV-TO-DATE
003410             DISPLAY "PRIVREV: FROM DATE IS AFTER TO DATE"
003420             MOVE 8 TO RETURN-CODE
003430             GO TO 1000-EXIT
003440         END-IF.
003450         OPEN OUTPUT REPORT-FILE.
003460         IF NOT PRV-REPORT-FILE-OK
003470             DISPLAY "PRIVREV: CANNOT OPEN PRIVRPT, STATUS = "
003480                 PRV-REPORT-FILE-STATUS
003490             MOVE 16 TO RETURN-CODE
003500             GO TO 1000-EXIT
003510         END-IF.
003520         SET PRV-READY TO TRUE.
003530         MOVE ZERO TO PRV-TRAIL-SUB.
003540         PERFORM 1070-CLEAR-ONE-TRAIL THRU 1070-EXIT 6 TIMES.
003550         MOVE SPACES TO DSV-REGION-CODE.
003560         PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
003570         DISPLAY "PRIVREV: REVIEWING " PRV-FROM-DATE
003580             " THROUGH " PRV-TO-DATE.
003590 1000-EXIT.
003600         EXIT.
003610*  BLANK PARAMETER: THE WHOLE OF THE PRIOR CALENDAR MONTH.  THE
003620*  TO-DATE IS DAY 31 -- NO TRAIL CARRIES A LATER DAY OF THAT
003630*  MONTH, SO THE RANGE TEST NEEDS NO MONTH-LENGTH TABLE.
003640 1050-DEFAULT-RANGE.
003650         MOVE PRV-RUN-DATE TO PRV-WORK-DATE.
003660         IF PRV-WORK-MONTH = 1
003670             MOVE 12 TO PRV-WORK-MONTH
003680             SUBTRACT 1 FROM PRV-WORK-YEAR
003690         ELSE
003700             SUBTRACT 1 FROM PRV-WORK-MONTH
003710         END-IF.
003720         MOVE 1 TO PRV-WORK-DAY.
003730         MOVE PRV-WORK-DATE TO PRV-FROM-DATE.
003740         MOVE 31 TO PRV-WORK-DAY.
003750         MOVE PRV-WORK-DATE TO PRV-TO-DATE.
003760 1050-EXIT.
003770         EXIT.
003780 1070-CLEAR-ONE-TRAIL.
003790         ADD 1 TO PRV-TRAIL-SUB.
003800         MOVE ZERO TO PRV-TRAIL-EVENTS(PRV-TRAIL-SUB).
003810         MOVE "N" TO PRV-TRAIL-PRESENT(PRV-TRAIL-SUB).
003820 1070-EXIT.
003830         EXIT.
003840 1100-LOAD-OPERATORS.
003850         OPEN INPUT OPERATOR-MASTER-FILE.
003860         IF NOT PRV-OPERMST-FILE-OK
003870             DISPLAY "PRIVREV: NO OPERMST - EVERY SIGN-ON WILL "
003880                 "SHOW AS UNKNOWN"
003890             GO TO 1100-EXIT
003900         END-IF.
003910         MOVE "N" TO PRV-EOF-SWITCH.
003920         PERFORM 1150-LOAD-ONE-OPERATOR THRU 1150-EXIT
003930             UNTIL PRV-AT-END
003940                 OR PRV-OPR-COUNT = 100.
003950         CLOSE OPERATOR-MASTER-FILE.
003960 1100-EXIT.
003970         EXIT.
003980 1150-LOAD-ONE-OPERATOR.
003990         READ OPERATOR-MASTER-FILE
004000             AT END
004010                 MOVE "Y" TO PRV-EOF-SWITCH
004020                 GO TO 1150-EXIT
004030         END-READ.
004040         ADD 1 TO PRV-OPR-COUNT.
004050         MOVE OPM-USER-ID TO PRV-OPR-USER-ID(PRV-OPR-COUNT).
004060         MOVE OPM-STATUS TO PRV-OPR-STATUS(PRV-OPR-COUNT).
004070         MOVE SPACES TO PRV-OPR-RIGHTS(PRV-OPR-COUNT).
004080         STRING OPM-MAY-KEY OPM-MAY-REPAIR OPM-MAY-APPROVE
004090             OPM-MAY-MAINTAIN OPM-MAY-WORKQ OPM-MAY-CERTIFY
004100             OPM-MAY-INVESTIGATE
004110             DELIMITED BY SIZE
004120             INTO PRV-OPR-RIGHTS(PRV-OPR-COUNT).
004130         MOVE ZERO TO PRV-OPR-CLOSE-DATE(PRV-OPR-COUNT).
004140 1150-EXIT.
004150         EXIT.
004160*---------------------------------------------------------------
004170*  2000-RELEASE-EVENTS.  EVERY TRAIL IS READ WHOLE; ONLY EVENTS
004180*  INSIDE THE RANGE ARE RELEASED.  A TRAIL THAT IS NOT ON DISK
004190*  IS NOTED ON THE SIGN-OFF PAGE, NOT TREATED AS AN ERROR --
004200*  A MONTH WITH NO WATCHLIST CHANGES HAS NO WLAUDIT.
004210*---------------------------------------------------------------
004220 2000-RELEASE-EVENTS.
004230         PERFORM 2100-RELEASE-OPAUDIT THRU 2100-EXIT.
004240         PERFORM 2200-RELEASE-TBLAUDIT THRU 2200-EXIT.
004250         PERFORM 2300-RELEASE-WLAUDIT THRU 2300-EXIT.
004260         PERFORM 2400-RELEASE-ACLAUDIT THRU 2400-EXIT.
004270         PERFORM 2500-RELEASE-TOKNAUDT THRU 2500-EXIT.
004280         PERFORM 2600-RELEASE-APPROVALS THRU 2600-EXIT.
004290         PERFORM 3000-SET-DETOKEN-NORM THRU 3000-EXIT.
004300 2000-EXIT.
004310         EXIT.
004320 2100-RELEASE-OPAUDIT.
004330         OPEN INPUT OPER-AUDIT-FILE.
004340         IF NOT PRV-TRAIL-FILE-OK
004350             GO TO 2100-EXIT
004360         END-IF.
004370         MOVE "Y" TO PRV-TRAIL-PRESENT(1).
004380         MOVE "N" TO PRV-EOF-SWITCH.
004390         PERFORM 2150-RELEASE-ONE-OPAUDIT THRU 2150-EXIT
004400             UNTIL PRV-AT-END.
004410         CLOSE OPER-AUDIT-FILE.
004420 2100-EXIT.
004430         EXIT.
004440*  AN OPERMST CHANGE THAT TAKES THE STATUS BYTE (COLUMN 9 OF
004450*  THE IMAGE) TO "C" IS A CLOSURE, WHENEVER IT HAPPENED; A
004460*  LATER CHANGE BACK TO "O" IS A REOPEN AND CLEARS IT.
004470 2150-RELEASE-ONE-OPAUDIT.
004480         READ OPER-AUDIT-FILE
004490             AT END
004500                 MOVE "Y" TO PRV-EOF-SWITCH
004510                 GO TO 2150-EXIT
004520         END-READ.
004530         IF OPA-AUD-TABLE-NAME = "OPERMST"
00453A             AND OPA-AUD-AFTER-IMAGE(1:8) NOT = SPACES
004540             MOVE OPA-AUD-AFTER-IMAGE(1:8) TO PRV-CLOSED-USER-ID
004550             PERFORM 2170-NOTE-CLOSURE THRU 2170-EXIT
004560         END-IF.
004570         IF OPA-AUD-DATE < PRV-FROM-DATE
004580             OR OPA-AUD-DATE > PRV-TO-DATE
004590             GO TO 2150-EXIT
004600         END-IF.
004610         MOVE SPACES TO SORT-WORK-RECORD.
004620         MOVE OPA-AUD-USER-ID TO SRT-USER-ID.
00462A         IF OPA-AUD-USER-ID = PRV-CERT-USER-ID
00462B             MOVE "Y" TO SRT-BATCH-SWITCH
00462C         END-IF.
004630         MOVE OPA-AUD-DATE TO SRT-DATE.
004640         MOVE OPA-AUD-TIME TO SRT-TIME.
004650         MOVE "OPAUDIT" TO SRT-TRAIL.
004660         STRING "OPER " OPA-AUD-ACTION
004670             DELIMITED BY SIZE INTO SRT-ACTION.
004680         IF OPA-AUD-AFTER-IMAGE(1:8) = SPACES
004690             MOVE OPA-AUD-BEFORE-IMAGE(1:8) TO SRT-OBJECT
004700         ELSE
004710             MOVE OPA-AUD-AFTER-IMAGE(1:8) TO SRT-OBJECT
004720         END-IF.
00472A         IF OPA-AUD-TABLE-NAME = "OPERCERT"
00472B             STRING "CERTIFIED, MANAGER "
00472C                 OPA-AUD-AFTER-IMAGE(9:8)
00472D                 " RIGHTS " OPA-AUD-AFTER-IMAGE(33:7)
00472E                 DELIMITED BY SIZE INTO SRT-DETAIL
00472F         ELSE
004730             STRING "WAS " OPA-AUD-BEFORE-IMAGE(9:6)
004740                 OPA-AUD-BEFORE-IMAGE(29:2)
004750                 " NOW " OPA-AUD-AFTER-IMAGE(9:6)
004760                 OPA-AUD-AFTER-IMAGE(29:2)
004770                 DELIMITED BY SIZE INTO SRT-DETAIL
00477A         END-IF.
004780         MOVE 1 TO PRV-TRAIL-SUB.
004790         PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
004800 2150-EXIT.
004810         EXIT.
004820 2170-NOTE-CLOSURE.
004830         SET PRV-OPR-IDX TO 1.
004840         SEARCH PRV-OPR-ENTRY
004850             WHEN PRV-OPR-IDX > PRV-OPR-COUNT
004860                 CONTINUE
004870             WHEN PRV-OPR-USER-ID(PRV-OPR-IDX)
004880                     = PRV-CLOSED-USER-ID
004890                 IF OPA-AUD-AFTER-IMAGE(9:1) = "C"
004900                     AND OPA-AUD-BEFORE-IMAGE(9:1) NOT = "C"
004910                     MOVE OPA-AUD-DATE
004920                         TO PRV-OPR-CLOSE-DATE(PRV-OPR-IDX)
004930                 END-IF
004940                 IF OPA-AUD-AFTER-IMAGE(9:1) = "O"
004950                     MOVE ZERO
004960                         TO PRV-OPR-CLOSE-DATE(PRV-OPR-IDX)
004970                 END-IF
004980         END-SEARCH.
004990 2170-EXIT.
005000         EXIT.
005010 2200-RELEASE-TBLAUDIT.
005020         OPEN INPUT TABLE-AUDIT-FILE.
005030         IF NOT PRV-TRAIL-FILE-OK
005040             GO TO 2200-EXIT
005050         END-IF.
005060         MOVE "Y" TO PRV-TRAIL-PRESENT(2).
005070         MOVE "N" TO PRV-EOF-SWITCH.
005080         PERFORM 2250-RELEASE-ONE-TBLAUDIT THRU 2250-EXIT
005090             UNTIL PRV-AT-END.
005100         CLOSE TABLE-AUDIT-FILE.
005110 2200-EXIT.
005120         EXIT.
005130 2250-RELEASE-ONE-TBLAUDIT.
005140         READ TABLE-AUDIT-FILE
005150             AT END
005160                 MOVE "Y" TO PRV-EOF-SWITCH
005170                 GO TO 2250-EXIT
005180         END-READ.
005190         IF TBA-DATE < PRV-FROM-DATE
005200             OR TBA-DATE > PRV-TO-DATE
005210             GO TO 2250-EXIT
005220         END-IF.
005230         MOVE SPACES TO SORT-WORK-RECORD.
005240         MOVE TBA-USER-ID TO SRT-USER-ID.
005250         MOVE TBA-DATE TO SRT-DATE.
005260         MOVE TBA-TIME TO SRT-TIME.
005270         MOVE "TBLAUDIT" TO SRT-TRAIL.
005280         STRING "TBL " TBA-ACTION "/" TBA-STATUS
005290             DELIMITED BY SIZE INTO SRT-ACTION.
005300         MOVE TBA-TABLE-NAME TO SRT-OBJECT.
005310         MOVE TBA-AFTER-IMAGE TO SRT-DETAIL.
005320         IF TBA-AFTER-IMAGE = SPACES
005330             STRING "DELETED " TBA-BEFORE-IMAGE
005340                 DELIMITED BY SIZE INTO SRT-DETAIL
005350         END-IF.
005360         MOVE 2 TO PRV-TRAIL-SUB.
005370         PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
005380 2250-EXIT.
005390         EXIT.
005400 2300-RELEASE-WLAUDIT.
005410         OPEN INPUT WATCH-AUDIT-FILE.
005420         IF NOT PRV-TRAIL-FILE-OK
005430             GO TO 2300-EXIT
005440         END-IF.
005450         MOVE "Y" TO PRV-TRAIL-PRESENT(3).
005460         MOVE "N" TO PRV-EOF-SWITCH.
005470         PERFORM 2350-RELEASE-ONE-WLAUDIT THRU 2350-EXIT
005480             UNTIL PRV-AT-END.
005490         CLOSE WATCH-AUDIT-FILE.
005500 2300-EXIT.
005510         EXIT.
005520 2350-RELEASE-ONE-WLAUDIT.
005530         READ WATCH-AUDIT-FILE
005540             AT END
005550                 MOVE "Y" TO PRV-EOF-SWITCH
005560                 GO TO 2350-EXIT
005570         END-READ.
005580         IF WLA-DATE < PRV-FROM-DATE
005590             OR WLA-DATE > PRV-TO-DATE
005600             GO TO 2350-EXIT
005610         END-IF.
005620         MOVE SPACES TO SORT-WORK-RECORD.
005630         MOVE WLA-USER-ID TO SRT-USER-ID.
005640         MOVE WLA-DATE TO SRT-DATE.
005650         MOVE WLA-TIME TO SRT-TIME.
005660         MOVE "WLAUDIT" TO SRT-TRAIL.
005670         STRING "WATCH " WLA-ACTION
005680             DELIMITED BY SIZE INTO SRT-ACTION.
005690         IF WLA-AFTER-IMAGE = SPACES
005700             MOVE WLA-BEFORE-IMAGE(1:10) TO SRT-OBJECT
005710             STRING "REMOVED " WLA-BEFORE-IMAGE(11:31)
005720                 DELIMITED BY SIZE INTO SRT-DETAIL
005730         ELSE
005740             MOVE WLA-AFTER-IMAGE(1:10) TO SRT-OBJECT
005750             MOVE WLA-AFTER-IMAGE(11:31) TO SRT-DETAIL
005760         END-IF.
005770         MOVE 3 TO PRV-TRAIL-SUB.
005780         PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
005790 2350-EXIT.
005800         EXIT.
005810 2400-RELEASE-ACLAUDIT.
005820         OPEN INPUT LOAD-AUDIT-FILE.
005830         IF NOT PRV-TRAIL-FILE-OK
005840             GO TO 2400-EXIT
005850         END-IF.
005860         MOVE "Y" TO PRV-TRAIL-PRESENT(4).
005870         MOVE "N" TO PRV-EOF-SWITCH.
005880         PERFORM 2450-RELEASE-ONE-ACLAUDIT THRU 2450-EXIT
005890             UNTIL PRV-AT-END.
005900         CLOSE LOAD-AUDIT-FILE.
005910 2400-EXIT.
005920         EXIT.
005930 2450-RELEASE-ONE-ACLAUDIT.
005940         READ LOAD-AUDIT-FILE
005950             AT END
005960                 MOVE "Y" TO PRV-EOF-SWITCH
005970                 GO TO 2450-EXIT
005980         END-READ.
005990         IF AUD-RUN-DATE < PRV-FROM-DATE
006000             OR AUD-RUN-DATE > PRV-TO-DATE
006010             GO TO 2450-EXIT
006020         END-IF.
006030         MOVE SPACES TO SORT-WORK-RECORD.
006040         MOVE PRV-BATCH-USER-ID TO SRT-USER-ID.
006050         MOVE AUD-RUN-DATE TO SRT-DATE.
006060         MOVE AUD-RUN-TIME TO SRT-TIME.
006070         MOVE "ACLAUDIT" TO SRT-TRAIL.
006080         MOVE "ACCOUNT" TO SRT-ACTION.
006090         MOVE AUD-ACCOUNT-NO TO SRT-OBJECT.
006100         STRING AUD-FIELD-NAME " " AUD-BEFORE-VALUE " -> "
006110             AUD-AFTER-VALUE
006120             DELIMITED BY SIZE INTO SRT-DETAIL.
006130         MOVE "Y" TO SRT-BATCH-SWITCH.
006140         MOVE 4 TO PRV-TRAIL-SUB.
006150         PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
006160 2450-EXIT.
006170         EXIT.
006180 2500-RELEASE-TOKNAUDT.
006190         OPEN INPUT TOKEN-AUDIT-FILE.
006200         IF NOT PRV-TRAIL-FILE-OK
006210             GO TO 2500-EXIT
006220         END-IF.
006230         MOVE "Y" TO PRV-TRAIL-PRESENT(5).
006240         MOVE "N" TO PRV-EOF-SWITCH.
006250         PERFORM 2550-RELEASE-ONE-TOKNAUDT THRU 2550-EXIT
006260             UNTIL PRV-AT-END.
006270         CLOSE TOKEN-AUDIT-FILE.
006280 2500-EXIT.
006290         EXIT.
006300 2550-RELEASE-ONE-TOKNAUDT.
006310         READ TOKEN-AUDIT-FILE
006320             AT END
006330                 MOVE "Y" TO PRV-EOF-SWITCH
006340                 GO TO 2550-EXIT
006350         END-READ.
006360         IF TKA-DATE < PRV-FROM-DATE
006370             OR TKA-DATE > PRV-TO-DATE
006380             GO TO 2550-EXIT
006390         END-IF.
006400         MOVE SPACES TO SORT-WORK-RECORD.
006410         MOVE TKA-USER-ID TO SRT-USER-ID.
006420         MOVE TKA-DATE TO SRT-DATE.
006430         MOVE TKA-TIME TO SRT-TIME.
006440         MOVE "TOKNAUDT" TO SRT-TRAIL.
006450         MOVE "DETOKEN" TO SRT-ACTION.
006460         MOVE TKA-TOKEN TO SRT-OBJECT.
006470         STRING "RESULT " TKA-RESULT
006480             DELIMITED BY SIZE INTO SRT-DETAIL.
006490         MOVE 5 TO PRV-TRAIL-SUB.
006500         PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
006510         PERFORM 2570-COUNT-DETOKEN THRU 2570-EXIT.
006520 2550-EXIT.
006530         EXIT.
006540 2570-COUNT-DETOKEN.
006550         ADD 1 TO PRV-DETOKEN-TOTAL.
006560         SET PRV-DTK-IDX TO 1.
006570         SEARCH PRV-DTK-ENTRY
006580             WHEN PRV-DTK-IDX > PRV-DTK-COUNT
006590                 IF PRV-DTK-COUNT < 1000
006600                     ADD 1 TO PRV-DTK-COUNT
006610                     MOVE TKA-USER-ID
006620                         TO PRV-DTK-USER-ID(PRV-DTK-COUNT)
006630                     MOVE TKA-DATE
006640                         TO PRV-DTK-DATE(PRV-DTK-COUNT)
006650                     MOVE 1 TO PRV-DTK-LOOKUPS(PRV-DTK-COUNT)
006660                 END-IF
006670             WHEN PRV-DTK-USER-ID(PRV-DTK-IDX) = TKA-USER-ID
006680                 AND PRV-DTK-DATE(PRV-DTK-IDX) = TKA-DATE
006690                 ADD 1 TO PRV-DTK-LOOKUPS(PRV-DTK-IDX)
006700         END-SEARCH.
006710 2570-EXIT.
006720         EXIT.
006730 2600-RELEASE-APPROVALS.
006740         OPEN INPUT APPROVAL-FILE.
006750         IF NOT PRV-TRAIL-FILE-OK
006760             GO TO 2600-EXIT
006770         END-IF.
006780         MOVE "Y" TO PRV-TRAIL-PRESENT(6).
006790         MOVE "N" TO PRV-EOF-SWITCH.
006800         PERFORM 2650-RELEASE-ONE-APPROVAL THRU 2650-EXIT
006810             UNTIL PRV-AT-END.
006820         CLOSE APPROVAL-FILE.
006830 2600-EXIT.
006840         EXIT.
006850*  EACH APPROVAL ROW IS UP TO TWO EVENTS: THE REQUEST, AND THE
006860*  DECISION ONCE ONE IS RECORDED.  EXECUTION IS THE UTILITY'S
006870*  OWN RUN, NOT AN OPERATOR ACTION, AND IS NOT LISTED.
006880 2650-RELEASE-ONE-APPROVAL.
006890         READ APPROVAL-FILE
006900             AT END
006910                 MOVE "Y" TO PRV-EOF-SWITCH
006920                 GO TO 2650-EXIT
006930         END-READ.
006940         MOVE 6 TO PRV-TRAIL-SUB.
006950         IF APR-REQUEST-DATE NOT < PRV-FROM-DATE
006960             AND APR-REQUEST-DATE NOT > PRV-TO-DATE
006970             PERFORM 2670-FORMAT-APPROVAL THRU 2670-EXIT
006980             MOVE APR-REQUESTED-BY TO SRT-USER-ID
006990             MOVE APR-REQUEST-DATE TO SRT-DATE
007000             MOVE APR-REQUEST-TIME TO SRT-TIME
007010             MOVE "REQUEST" TO SRT-ACTION
007020             PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT
007030         END-IF.
007040         IF APR-STATUS-PENDING
007050             OR APR-APPROVED-BY = SPACES
007060             GO TO 2650-EXIT
007070         END-IF.
007080         IF APR-APPROVAL-DATE < PRV-FROM-DATE
007090             OR APR-APPROVAL-DATE > PRV-TO-DATE
007100             GO TO 2650-EXIT
007110         END-IF.
007120         PERFORM 2670-FORMAT-APPROVAL THRU 2670-EXIT.
007130         MOVE APR-APPROVED-BY TO SRT-USER-ID.
007140         MOVE APR-APPROVAL-DATE TO SRT-DATE.
007150         MOVE APR-APPROVAL-TIME TO SRT-TIME.
007160         IF APR-STATUS-DENIED
007170             MOVE "DENY" TO SRT-ACTION
007180         ELSE
007190             MOVE "APPROVE" TO SRT-ACTION
007200         END-IF.
007210         IF APR-APPROVED-BY = APR-REQUESTED-BY
007220             MOVE "Y" TO SRT-SELF-SWITCH
007230         END-IF.
007240         PERFORM 2900-RELEASE-EVENT THRU 2900-EXIT.
007250 2650-EXIT.
007260         EXIT.
007270 2670-FORMAT-APPROVAL.
007280         MOVE SPACES TO SORT-WORK-RECORD.
007290         MOVE "APPROVAL" TO SRT-TRAIL.
007300         MOVE APR-ACTION-TYPE TO SRT-OBJECT.
007310         STRING "ID " APR-ACTION-ID " TGT " APR-TARGET " "
007320             APR-REASON
007330             DELIMITED BY SIZE INTO SRT-DETAIL.
007340 2670-EXIT.
007350         EXIT.
007360 2900-RELEASE-EVENT.
007370         ADD 1 TO PRV-TRAIL-EVENTS(PRV-TRAIL-SUB).
007380         RELEASE SORT-WORK-RECORD.
007390 2900-EXIT.
007400         EXIT.
007410*---------------------------------------------------------------
007420*  3000-SET-DETOKEN-NORM.  THE NORM IS THE RANGE'S AVERAGE
007430*  LOOKUPS PER OPERATOR-DAY WITH ANY; A DAY IS ABOVE NORMAL
007440*  PAST THE FACTOR TIMES THAT, BUT NEVER BELOW THE FLOOR, SO
007450*  A QUIET MONTH DOES NOT FLAG A HANDFUL OF LOOKUPS.
007460*---------------------------------------------------------------
007470 3000-SET-DETOKEN-NORM.
007480         IF PRV-DTK-COUNT = ZERO
007490             GO TO 3000-EXIT
007500         END-IF.
007510         DIVIDE PRV-DETOKEN-TOTAL BY PRV-DTK-COUNT
007520             GIVING PRV-DETOKEN-NORM ROUNDED.
007530         MULTIPLY PRV-DETOKEN-NORM BY PRV-DETOKEN-FACTOR
007540             GIVING PRV-DETOKEN-LIMIT.
007550         IF PRV-DETOKEN-LIMIT < PRV-DETOKEN-FLOOR
007560             MOVE PRV-DETOKEN-FLOOR TO PRV-DETOKEN-LIMIT
007570         END-IF.
007580 3000-EXIT.
007590         EXIT.
007600*---------------------------------------------------------------
007610*  4000-PRINT-OPERATORS.  ONE BLOCK PER OPERATOR: A HEADING
007620*  WITH THE OPERMST STATUS AND RIGHTS AS THEY STAND TODAY, THE
007630*  EVENTS IN CLOCK ORDER WITH THEIR FLAGS, ANY ABOVE-NORMAL
007640*  DETOKENIZATION DAYS, AND THE OPERATOR'S TOTALS.
007650*---------------------------------------------------------------
007660 4000-PRINT-OPERATORS.
007670         PERFORM 4100-RETURN-ONE-EVENT THRU 4100-EXIT
007680             UNTIL PRV-SORT-AT-END.
007690         IF PRV-OPERATORS-LISTED > ZERO
007700             PERFORM 4400-END-OPERATOR THRU 4400-EXIT
007710         END-IF.
007720 4000-EXIT.
007730         EXIT.
007740 4100-RETURN-ONE-EVENT.
007750         RETURN SORT-WORK-FILE
007760             AT END
007770                 MOVE "Y" TO PRV-SORT-EOF-SWITCH
007780             NOT AT END
007790                 PERFORM 4200-PRINT-EVENT THRU 4200-EXIT
007800         END-RETURN.
007810 4100-EXIT.
007820         EXIT.
007830 4200-PRINT-EVENT.
007840         IF PRV-OPERATORS-LISTED = ZERO
007850             OR SRT-USER-ID NOT = PRV-CUR-USER-ID
007860             IF PRV-OPERATORS-LISTED > ZERO
007870                 PERFORM 4400-END-OPERATOR THRU 4400-EXIT
007880             END-IF
007890             PERFORM 4300-START-OPERATOR THRU 4300-EXIT
007900         END-IF.
007910         ADD 1 TO PRV-OPERATOR-EVENTS.
007920         MOVE "N" TO PRV-HOURS-EVENT-SWITCH.
007930         MOVE "N" TO PRV-CLOSED-EVENT-SWITCH.
007940         IF NOT SRT-BATCH-EVENT
007950             PERFORM 4250-TEST-HOURS THRU 4250-EXIT
007960             IF NOT PRV-CUR-KNOWN
007970                 SET PRV-CLOSED-EVENT TO TRUE
007980             END-IF
007990             IF PRV-CUR-CLOSED
008000                 AND SRT-DATE NOT < PRV-CUR-CLOSE-DATE
008010                 SET PRV-CLOSED-EVENT TO TRUE
008020             END-IF
008030         END-IF.
008040         MOVE SRT-DATE TO PRV-EVL-DATE.
008050         MOVE SRT-TIME TO PRV-TIME-WORK.
008060         MOVE PRV-TIME-HH TO PRV-EVL-HH.
008070         MOVE PRV-TIME-MM TO PRV-EVL-MM.
008080         MOVE PRV-TIME-SS TO PRV-EVL-SS.
008090         MOVE SRT-TRAIL TO PRV-EVL-TRAIL.
008100         MOVE SRT-ACTION TO PRV-EVL-ACTION.
008110         MOVE SRT-OBJECT TO PRV-EVL-OBJECT.
008120         MOVE SRT-DETAIL TO PRV-EVL-DETAIL.
008130         MOVE SPACES TO PRV-EVL-SELF PRV-EVL-HOURS
008140             PRV-EVL-CLOSED.
008150         IF SRT-SELF-APPROVED
008160             MOVE "SELF" TO PRV-EVL-SELF
008170             ADD 1 TO PRV-SELF-FLAGS
008180         END-IF.
008190         IF PRV-HOURS-EVENT
008200             MOVE "HOURS" TO PRV-EVL-HOURS
008210             ADD 1 TO PRV-HOURS-FLAGS
008220         END-IF.
008230         IF PRV-CLOSED-EVENT
008240             MOVE "CLOSED" TO PRV-EVL-CLOSED
008250             ADD 1 TO PRV-CLOSED-FLAGS
008260         END-IF.
008270         IF SRT-SELF-APPROVED OR PRV-HOURS-EVENT
008280             OR PRV-CLOSED-EVENT
008290             ADD 1 TO PRV-OPERATOR-FLAGGED
008300         END-IF.
008310         MOVE PRV-EVENT-LINE TO PRV-DETAIL-LINE.
008320         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
008330 4200-EXIT.
008340         EXIT.
008350*  THE EVENTS ARRIVE IN DATE ORDER WITHIN THE OPERATOR, SO ONE
008360*  DATESRV ANSWER SERVES A WHOLE DAY'S EVENTS.
008370 4250-TEST-HOURS.
008380         IF SRT-TIME < PRV-DAY-START-TIME
008390             OR SRT-TIME NOT < PRV-DAY-END-TIME
008400             SET PRV-HOURS-EVENT TO TRUE
008410             GO TO 4250-EXIT
008420         END-IF.
008430         IF SRT-DATE NOT = PRV-LAST-CHECKED-DATE
008440             MOVE "B" TO DSV-FUNCTION
008450             MOVE SRT-DATE TO DSV-DATE-1
008460             CALL "DATESRV" USING DATE-SERVICE-AREA
008470             MOVE SRT-DATE TO PRV-LAST-CHECKED-DATE
008480             MOVE "Y" TO PRV-LAST-CHECKED-FLAG
008490             IF DSV-SUCCESSFUL AND NOT DSV-IS-BUSINESS-DAY
008500                 MOVE "N" TO PRV-LAST-CHECKED-FLAG
008510             END-IF
008520         END-IF.
008530         IF NOT PRV-LAST-WAS-BUSINESS
008540             SET PRV-HOURS-EVENT TO TRUE
008550         END-IF.
008560 4250-EXIT.
008570         EXIT.
008580 4300-START-OPERATOR.
008590         ADD 1 TO PRV-OPERATORS-LISTED.
008600         MOVE SRT-USER-ID TO PRV-CUR-USER-ID.
008610         MOVE ZERO TO PRV-OPERATOR-EVENTS PRV-OPERATOR-FLAGGED.
008620         MOVE "N" TO PRV-CUR-KNOWN-SWITCH.
008630         MOVE SPACE TO PRV-CUR-STATUS.
008640         MOVE ZERO TO PRV-CUR-CLOSE-DATE.
008650         MOVE SPACES TO PRV-CUR-RIGHTS.
008660         SET PRV-OPR-IDX TO 1.
008670         SEARCH PRV-OPR-ENTRY
008680             WHEN PRV-OPR-IDX > PRV-OPR-COUNT
008690                 CONTINUE
008700             WHEN PRV-OPR-USER-ID(PRV-OPR-IDX) = SRT-USER-ID
008710                 MOVE "Y" TO PRV-CUR-KNOWN-SWITCH
008720                 MOVE PRV-OPR-STATUS(PRV-OPR-IDX)
008730                     TO PRV-CUR-STATUS
008740                 MOVE PRV-OPR-CLOSE-DATE(PRV-OPR-IDX)
008750                     TO PRV-CUR-CLOSE-DATE
008760                 MOVE PRV-OPR-RIGHTS(PRV-OPR-IDX)
008770                     TO PRV-CUR-RIGHTS
008780         END-SEARCH.
008790         MOVE SPACES TO PRV-DETAIL-LINE.
008800         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
008810         MOVE SPACES TO PRV-DETAIL-LINE.
008820         EVALUATE TRUE
008830             WHEN SRT-BATCH-EVENT
008840                 STRING "OPERATOR: " PRV-CUR-USER-ID
008850                     "   BATCH JOB, NOT A SIGN-ON"
008860                     DELIMITED BY SIZE INTO PRV-DETAIL-LINE
008870             WHEN NOT PRV-CUR-KNOWN
008880                 STRING "OPERATOR: " PRV-CUR-USER-ID
008890                     "   *** NOT ON OPERMST ***"
008900                     DELIMITED BY SIZE INTO PRV-DETAIL-LINE
008910             WHEN PRV-CUR-CLOSED AND PRV-CUR-CLOSE-DATE = ZERO
008920                 STRING "OPERATOR: " PRV-CUR-USER-ID
008930                     "   STATUS: CLOSED (BEFORE OPAUDIT)"
008940                     "   RIGHTS KRAMWCI: " PRV-CUR-RIGHTS
008950                     DELIMITED BY SIZE INTO PRV-DETAIL-LINE
008960             WHEN PRV-CUR-CLOSED
008970                 STRING "OPERATOR: " PRV-CUR-USER-ID
008980                     "   STATUS: CLOSED " PRV-CUR-CLOSE-DATE
008990                     "   RIGHTS KRAMWCI: " PRV-CUR-RIGHTS
009000                     DELIMITED BY SIZE INTO PRV-DETAIL-LINE
00900A             WHEN PRV-CUR-STATUS = "S"
00900B                 STRING "OPERATOR: " PRV-CUR-USER-ID
00900C                     "   STATUS: SUSPENDED"
00900D                     "   RIGHTS KRAMWCI: " PRV-CUR-RIGHTS
00900E                     DELIMITED BY SIZE INTO PRV-DETAIL-LINE
009010             WHEN OTHER
009020                 STRING "OPERATOR: " PRV-CUR-USER-ID
009030                     "   STATUS: ACTIVE"
009040                     "   RIGHTS KRAMWCI: " PRV-CUR-RIGHTS
009050                     DELIMITED BY SIZE INTO PRV-DETAIL-LINE
009060         END-EVALUATE.
009070         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009080 4300-EXIT.
009090         EXIT.
009100 4400-END-OPERATOR.
009110         MOVE ZERO TO PRV-DTK-SUB.
009120         PERFORM 4450-TEST-ONE-DETOKEN-DAY THRU 4450-EXIT
009130             UNTIL PRV-DTK-SUB >= PRV-DTK-COUNT.
009140         MOVE PRV-OPERATOR-EVENTS TO PRV-COUNT-EDIT.
009150         MOVE PRV-OPERATOR-FLAGGED TO PRV-FLAGGED-EDIT.
009160         MOVE SPACES TO PRV-DETAIL-LINE.
009170         STRING "  EVENTS: " PRV-COUNT-EDIT
009180             "   FLAGGED: " PRV-FLAGGED-EDIT
009190             DELIMITED BY SIZE INTO PRV-DETAIL-LINE.
009200         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009210 4400-EXIT.
009220         EXIT.
009230 4450-TEST-ONE-DETOKEN-DAY.
009240         ADD 1 TO PRV-DTK-SUB.
009250         IF PRV-DTK-USER-ID(PRV-DTK-SUB) NOT = PRV-CUR-USER-ID
009260             GO TO 4450-EXIT
009270         END-IF.
009280         IF PRV-DTK-LOOKUPS(PRV-DTK-SUB) NOT > PRV-DETOKEN-LIMIT
009290             GO TO 4450-EXIT
009300         END-IF.
009310         ADD 1 TO PRV-DETOKEN-FLAGS.
009320         MOVE PRV-DTK-LOOKUPS(PRV-DTK-SUB) TO PRV-COUNT-EDIT.
009330         MOVE PRV-DETOKEN-NORM TO PRV-NORM-EDIT.
009340         MOVE SPACES TO PRV-DETAIL-LINE.
009350         STRING "  *** DETOKENIZATION ABOVE NORMAL ON "
009360             PRV-DTK-DATE(PRV-DTK-SUB) ":" PRV-COUNT-EDIT
009370             " LOOKUPS, NORM " PRV-NORM-EDIT " PER DAY"
009380             DELIMITED BY SIZE INTO PRV-DETAIL-LINE.
009390         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009400 4450-EXIT.
009410         EXIT.
009420*---------------------------------------------------------------
009430*  6000-PRINT-SIGN-OFF.  ALWAYS ITS OWN PAGE, SO IT CAN BE
009440*  SIGNED AND FILED WITH THE LISTING BEHIND IT.
009450*---------------------------------------------------------------
009460 6000-PRINT-SIGN-OFF.
009470         MOVE 99 TO PRV-LINE-COUNT.
009480         MOVE "REVIEW SUMMARY AND SIGN-OFF" TO PRV-DETAIL-LINE.
009490         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009500         MOVE SPACES TO PRV-DETAIL-LINE.
009510         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009520         MOVE "EVENTS BY TRAIL" TO PRV-DETAIL-LINE.
009530         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009540         PERFORM 6100-PRINT-ONE-TRAIL THRU 6100-EXIT
009550             VARYING PRV-TRAIL-SUB FROM 1 BY 1
009560             UNTIL PRV-TRAIL-SUB > 6.
009570         MOVE SPACES TO PRV-DETAIL-LINE.
009580         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009590         MOVE "FLAGGED PATTERNS" TO PRV-DETAIL-LINE.
009600         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009610         MOVE PRV-SELF-FLAGS TO PRV-COUNT-EDIT.
009620         MOVE SPACES TO PRV-DETAIL-LINE.
009630         STRING "  SELF    REQUESTER ALSO APPROVED         "
009640             PRV-COUNT-EDIT
009650             DELIMITED BY SIZE INTO PRV-DETAIL-LINE.
009660         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009670         MOVE PRV-HOURS-FLAGS TO PRV-COUNT-EDIT.
009680         MOVE SPACES TO PRV-DETAIL-LINE.
009690         STRING "  HOURS   OUTSIDE BUSINESS HOURS/DAYS     "
009700             PRV-COUNT-EDIT
009710             DELIMITED BY SIZE INTO PRV-DETAIL-LINE.
009720         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009730         MOVE PRV-CLOSED-FLAGS TO PRV-COUNT-EDIT.
009740         MOVE SPACES TO PRV-DETAIL-LINE.
009750         STRING "  CLOSED  BY A CLOSED OR UNKNOWN OPERATOR "
009760             PRV-COUNT-EDIT
009770             DELIMITED BY SIZE INTO PRV-DETAIL-LINE.
009780         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009790         MOVE PRV-DETOKEN-FLAGS TO PRV-COUNT-EDIT.
009800         MOVE PRV-DETOKEN-NORM TO PRV-NORM-EDIT.
009810         MOVE SPACES TO PRV-DETAIL-LINE.
009820         STRING "  DETOKEN OPERATOR-DAYS ABOVE NORMAL      "
009830             PRV-COUNT-EDIT "   (NORM " PRV-NORM-EDIT
009840             " PER OPERATOR-DAY)"
009850             DELIMITED BY SIZE INTO PRV-DETAIL-LINE.
009860         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009870         MOVE PRV-OPERATORS-LISTED TO PRV-COUNT-EDIT.
009880         MOVE SPACES TO PRV-DETAIL-LINE.
009890         STRING "  OPERATORS LISTED                        "
009900             PRV-COUNT-EDIT
009910             DELIMITED BY SIZE INTO PRV-DETAIL-LINE.
009920         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009930         MOVE SPACES TO PRV-DETAIL-LINE.
009940         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
009950         MOVE "I HAVE REVIEWED THE ACTIVITY LISTED ABOVE AND "
009960             TO PRV-DETAIL-LINE.
009970         MOVE "FOLLOWED UP EVERY FLAGGED EVENT."
009980             TO PRV-DETAIL-LINE(47:32).
009990         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010000         MOVE SPACES TO PRV-DETAIL-LINE.
010010         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010020         MOVE "REVIEWING MANAGER: ______________________________"
010030             TO PRV-DETAIL-LINE.
010040         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010050         MOVE SPACES TO PRV-DETAIL-LINE.
010060         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010070         MOVE "SIGNATURE:         ______________________________"
010080             TO PRV-DETAIL-LINE.
010090         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010100         MOVE SPACES TO PRV-DETAIL-LINE.
010110         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010120         MOVE "DATE:              ______________________________"
010130             TO PRV-DETAIL-LINE.
010140         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010150         MOVE SPACES TO PRV-DETAIL-LINE.
010160         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010170         MOVE "EXCEPTIONS NOTED:  ______________________________"
010180             TO PRV-DETAIL-LINE.
010190         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010200 6000-EXIT.
010210         EXIT.
010220 6100-PRINT-ONE-TRAIL.
010230         MOVE SPACES TO PRV-DETAIL-LINE.
010240         IF PRV-TRAIL-PRESENT(PRV-TRAIL-SUB) = "Y"
010250             MOVE PRV-TRAIL-EVENTS(PRV-TRAIL-SUB)
010260                 TO PRV-COUNT-EDIT
010270             STRING "  " PRV-TRAIL-NAME(PRV-TRAIL-SUB) "  "
010280                 PRV-TRAIL-TEXT(PRV-TRAIL-SUB) " "
010290                 PRV-COUNT-EDIT
010300                 DELIMITED BY SIZE INTO PRV-DETAIL-LINE
010310         ELSE
010320             STRING "  " PRV-TRAIL-NAME(PRV-TRAIL-SUB) "  "
010330                 PRV-TRAIL-TEXT(PRV-TRAIL-SUB) " NOT PRESENT"
010340                 DELIMITED BY SIZE INTO PRV-DETAIL-LINE
010350         END-IF.
010360         PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
010370 6100-EXIT.
010380         EXIT.
010390 7000-WRITE-LINE.
010400         IF PRV-LINE-COUNT >= PRV-LINES-PER-PAGE
010410             PERFORM 7100-WRITE-PAGE-HEADER THRU 7100-EXIT
010420         END-IF.
010430         MOVE PRV-DETAIL-LINE TO REPORT-RECORD.
010440         WRITE REPORT-RECORD.
010450         ADD 1 TO PRV-LINE-COUNT.
010460 7000-EXIT.
010470         EXIT.
010480 7100-WRITE-PAGE-HEADER.
010490         ADD 1 TO PRV-PAGE-COUNT.
010500         MOVE PRV-PAGE-COUNT TO PRV-PAGE-NO-EDIT.
010510         MOVE SPACES TO REPORT-RECORD.
010520         STRING "PRIVILEGED ACTIVITY REVIEW   " PRV-FROM-DATE
010530             " THROUGH " PRV-TO-DATE
010540             "   RUN DATE: " PRV-RUN-DATE
010550             "   PAGE: " PRV-PAGE-NO-EDIT
010560             DELIMITED BY SIZE INTO REPORT-RECORD.
010570         WRITE REPORT-RECORD.
010580         MOVE SPACES TO REPORT-RECORD.
010590         STRING "DATE     TIME      TRAIL    ACTION   OBJECT"
010600             "     DETAIL                                  "
010610             "      FLAGS"
010620             DELIMITED BY SIZE INTO REPORT-RECORD.
010630         WRITE REPORT-RECORD.
010640         MOVE SPACES TO REPORT-RECORD.
010650         WRITE REPORT-RECORD.
010660         MOVE 3 TO PRV-LINE-COUNT.
010670 7100-EXIT.
010680         EXIT.
010690 8000-TERMINATE.
010700         IF PRV-READY
010710             CLOSE REPORT-FILE
010720             DISPLAY "PRIVREV: OPERATORS " PRV-OPERATORS-LISTED
010730                 "  SELF " PRV-SELF-FLAGS
010740                 "  HOURS " PRV-HOURS-FLAGS
010750                 "  CLOSED " PRV-CLOSED-FLAGS
010760                 "  DETOKEN " PRV-DETOKEN-FLAGS
010770             IF PRV-SELF-FLAGS > ZERO
010780                 OR PRV-HOURS-FLAGS > ZERO
010790                 OR PRV-CLOSED-FLAGS > ZERO
010800                 OR PRV-DETOKEN-FLAGS > ZERO
010810                 MOVE 4 TO RETURN-CODE
010820             END-IF
010830         END-IF.
010840         DISPLAY "PRIVREV: JOB COMPLETE, RETURN CODE "
010850             RETURN-CODE.
010860 8000-EXIT.
010870         EXIT.
