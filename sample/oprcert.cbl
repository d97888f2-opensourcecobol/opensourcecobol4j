000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 OPRCERT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  OPERATOR ACCESS RECERTIFICATION AND IDLE-ID SUSPENSION.
000180*  RUN EVERY NIGHT, INSIDE THE BATCH WINDOW, AGAINST OPERMST:
000190*    1. ANY OPEN OPERATOR WHOSE LAST SIGN-ON IS MORE THAN THE
000200*       IDLE LIMIT (CALENDAR DAYS, DEFAULT 90) BEFORE THE RUN
000210*       DATE IS SUSPENDED -- STATUS "S", WHICH OPERAUTH
000220*       REFUSES.  AN OPERATOR WHO HAS NEVER SIGNED ON HAS NO
000230*       DATE TO JUDGE AND IS LEFT ALONE (THE QUARTERLY LISTING
000240*       SHOWS THEM AS NEVER).  OPERMNT A=ADD/REPLACE REINSTATES.
000250*    2. WHILE A RECERTIFICATION CYCLE IS OPEN ON CERTCYC AND
000260*       ITS DEADLINE HAS PASSED, EVERY OPERATOR NOT CLOSED
000270*       WHOSE OPERCERT CERTIFICATION IS OLDER THAN THE CYCLE
000280*       START LOSES EVERY ROLE FLAG, AND THE CYCLE IS CLOSED.
000290*    3. WITH THE START PARAMETER (THE QUARTERLY CERTRQ RUN) A
000300*       NEW CYCLE IS OPENED -- DEADLINE THE RUN DATE PLUS THE
000310*       WINDOW DAYS, DEFAULT 30 -- AND CERTRPT LISTS EVERY
000320*       OPERATOR NOT CLOSED BY RESPONSIBLE MANAGER (OPERCERT;
000330*       UNASSIGNED WHEN THERE IS NONE) WITH RIGHTS, LAST
000340*       SIGN-ON AND LAST CERTIFICATION, FLAGGING ROLE PAIRS
000350*       THAT BREAK SEGREGATION OF DUTIES:
000360*         KA  KEY AND APPROVE (KEYS AND RELEASES)
000370*         SA  REPAIR AND APPROVE
000380*         TA  MAINTAIN AND APPROVE
000390*         KC  KEY AND CERTIFY
000400*       EACH MANAGER SIGNS THEIR SECTION AND RECERTIFIES
000410*       THROUGH OPERMNT R=RECERTIFY BEFORE THE DEADLINE.
000420*  EVERY SUSPENSION ("S") AND LAPSE ("L") IS WRITTEN TO OPAUDIT
000430*  UNDER SIGN-ON OPRCERT WITH BEFORE AND AFTER IMAGES, AND
000440*  OPERMST IS REWRITTEN WHOLE WHEN ANYTHING CHANGED.
000450*  PARAMETER: [START|CHECK][,IDLE DAYS[,WINDOW DAYS]].
000460*  RC 0 NOTHING TO REPORT, 4 OPERATORS SUSPENDED OR LAPSED OR
000470*  A DUTY CONFLICT LISTED, 8 BAD PARAMETER, 16 OPERMST COULD
000480*  NOT BE READ OR REWRITTEN.
000490*  ------------------------------------------------------------
000500*  MODIFICATION HISTORY
000510*  ------------------------------------------------------------
000520*  DATE       BY   DESCRIPTION
000530*  ---------- ---- --------------------------------------------
000540*  10/15/2026 DCG  ORIGINAL PROGRAM.
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
000660             FILE STATUS IS ORC-MASTER-FILE-STATUS.
000670         SELECT CERT-FILE ASSIGN TO "OPERCERT"
000680             ORGANIZATION IS LINE SEQUENTIAL
000690             FILE STATUS IS ORC-CERT-FILE-STATUS.
000700         SELECT CYCLE-FILE ASSIGN TO "CERTCYC"
000710             ORGANIZATION IS LINE SEQUENTIAL
000720             FILE STATUS IS ORC-CYCLE-FILE-STATUS.
000730         SELECT AUDIT-TRAIL-FILE ASSIGN TO "OPAUDIT"
000740             ORGANIZATION IS LINE SEQUENTIAL
000750             FILE STATUS IS ORC-AUDIT-FILE-STATUS.
000760         SELECT REPORT-FILE ASSIGN TO "CERTRPT"
000770             ORGANIZATION IS LINE SEQUENTIAL
000780             FILE STATUS IS ORC-REPORT-FILE-STATUS.
000790         SELECT SORT-WORK-FILE ASSIGN TO "CERTSORT".
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  OPERATOR-MASTER-FILE.
000830     COPY OPERMSTC.
000840 FD  CERT-FILE.
000850     COPY OPCERTRC.
000860*  ONE RECORD: THE CURRENT (OR LAST) RECERTIFICATION CYCLE,
000870*  LAID OUT IN ORC-CYCLE-IMAGE.
000880 FD  CYCLE-FILE.
000890 01  CYCLE-RECORD                PIC X(40).
000900 FD  AUDIT-TRAIL-FILE.
000910 01  AUDIT-TRAIL-REC.
000920         05  OPA-AUD-DATE            PIC 9(08).
000930         05  OPA-AUD-TIME            PIC 9(08).
000940         05  OPA-AUD-USER-ID         PIC X(08).
000950         05  OPA-AUD-TABLE-NAME      PIC X(09).
000960         05  OPA-AUD-ACTION          PIC X(01).
000970         05  OPA-AUD-BEFORE-IMAGE    PIC X(40).
000980         05  OPA-AUD-AFTER-IMAGE     PIC X(40).
000990 FD  REPORT-FILE.
001000 01  REPORT-RECORD               PIC X(132).
001010*  ONE SORT RECORD PER OPERATOR, MANAGER THEN SIGN-ON ORDER.
001020 SD  SORT-WORK-FILE.
001030 01  SORT-WORK-RECORD.
001040         05  SRT-MANAGER-ID          PIC X(10).
001050         05  SRT-USER-ID             PIC X(08).
001060         05  SRT-STATUS              PIC X(01).
001070         05  SRT-RIGHTS              PIC X(07).
001080         05  SRT-LAST-SIGNON-DATE    PIC 9(08).
001090         05  SRT-CERTIFIED-DATE      PIC 9(08).
001100         05  SRT-CERTIFIED-BY        PIC X(08).
001110         05  SRT-CONFLICTS           PIC X(12).
001120 WORKING-STORAGE SECTION.
001130     COPY RUNDATEC.
001140     COPY DATESRVC.
001150 01  ORC-FILE-STATUS-VALUES.
001160         05  ORC-MASTER-FILE-STATUS  PIC X(02).
001170             88  ORC-MASTER-FILE-OK      VALUE "00".
001180         05  ORC-CERT-FILE-STATUS    PIC X(02).
001190             88  ORC-CERT-FILE-OK        VALUE "00".
001200         05  ORC-CYCLE-FILE-STATUS   PIC X(02).
001210             88  ORC-CYCLE-FILE-OK       VALUE "00".
001220         05  ORC-AUDIT-FILE-STATUS   PIC X(02).
001230             88  ORC-AUDIT-FILE-OK       VALUE "00".
001240         05  ORC-REPORT-FILE-STATUS  PIC X(02).
001250             88  ORC-REPORT-FILE-OK      VALUE "00".
001260 01  ORC-SWITCHES.
001270         05  ORC-EOF-SWITCH          PIC X(01) VALUE "N".
001280             88  ORC-AT-END              VALUE "Y".
001290         05  ORC-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001300             88  ORC-SORT-AT-END         VALUE "Y".
001310         05  ORC-READY-SWITCH        PIC X(01) VALUE "N".
001320             88  ORC-READY               VALUE "Y".
001330         05  ORC-CHANGED-SWITCH      PIC X(01) VALUE "N".
001340             88  ORC-MASTER-CHANGED      VALUE "Y".
001350         05  ORC-CYCLE-SWITCH        PIC X(01) VALUE "N".
001360             88  ORC-CYCLE-ON-FILE       VALUE "Y".
001370         05  ORC-CYCLE-CHANGED-SWITCH PIC X(01) VALUE "N".
001380             88  ORC-CYCLE-CHANGED       VALUE "Y".
001390         05  ORC-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
001400             88  ORC-AUDIT-OPEN          VALUE "Y".
001410         05  ORC-CERT-FOUND-SWITCH   PIC X(01) VALUE "N".
001420             88  ORC-CERT-FOUND          VALUE "Y".
001430 01  ORC-PARM-STRING             PIC X(20) VALUE SPACES.
001440 01  ORC-PARM-FIELDS.
001450         05  ORC-PARM-ACTION         PIC X(05) VALUE SPACES.
001460             88  ORC-START-CYCLE         VALUE "START".
001470             88  ORC-CHECK-ONLY          VALUE "CHECK" SPACES.
001480         05  ORC-PARM-IDLE-DAYS      PIC 9(05) VALUE ZERO.
001490         05  ORC-PARM-WINDOW-DAYS    PIC 9(05) VALUE ZERO.
001500 01  ORC-LIMITS.
001510         05  ORC-IDLE-LIMIT          PIC 9(05) VALUE 90.
001520         05  ORC-WINDOW-DAYS         PIC 9(05) VALUE 30.
001530 01  ORC-CYCLE-IMAGE.
001540         05  CYC-START-DATE          PIC 9(08) VALUE ZERO.
001550         05  CYC-DEADLINE-DATE       PIC 9(08) VALUE ZERO.
001560         05  CYC-STATUS              PIC X(01) VALUE SPACE.
001570             88  CYC-OPEN                VALUE "O".
001580             88  CYC-CLOSED              VALUE "C".
001590         05  CYC-CLOSED-DATE         PIC 9(08) VALUE ZERO.
001600         05  CYC-LAPSED-COUNT        PIC 9(05) VALUE ZERO.
001610         05  FILLER                  PIC X(10) VALUE SPACES.
001620 01  ORC-RUN-DATE                PIC 9(08) VALUE ZERO.
001630 01  ORC-RUN-TIME                PIC 9(08) VALUE ZERO.
001640 01  ORC-PROGRAM-USER-ID         PIC X(08) VALUE "OPRCERT".
001650 01  ORC-UNASSIGNED              PIC X(10) VALUE "UNASSIGNED".
001660*  OPERMST AND OPERCERT, HELD WHOLE -- EACH IS A FEW DOZEN
001670*  RECORDS AND OPERMST IS REWRITTEN IN ONE PASS.
001680 01  ORC-MASTER-TABLE.
001690         05  ORC-OPR-COUNT           PIC 9(03) COMP VALUE ZERO.
001700         05  ORC-OPR-SUB             PIC 9(03) COMP VALUE ZERO.
001710         05  ORC-OPR-ENTRY OCCURS 100 TIMES.
001720             10  ORC-OPR-RECORD      PIC X(40).
001730     COPY OPERMSTC REPLACING ==OPERATOR-MASTER-RECORD==
001740                          BY ==ORC-MASTER-IMAGE==.
001750 01  ORC-CERT-TABLE.
001760         05  ORC-CERT-COUNT          PIC 9(03) COMP VALUE ZERO.
001770         05  ORC-CERT-SUB            PIC 9(03) COMP VALUE ZERO.
001780         05  ORC-CERT-ENTRY OCCURS 100 TIMES
001790                 INDEXED BY ORC-CERT-IDX.
001800             10  ORC-CERT-RECORD     PIC X(40).
001810     COPY OPCERTRC REPLACING ==OPERATOR-CERT-RECORD==
001820                          BY ==ORC-CERT-IMAGE==.
001830 01  ORC-WORK-FIELDS.
001840         05  ORC-BEFORE-IMAGE        PIC X(40) VALUE SPACES.
001850         05  ORC-AFTER-IMAGE         PIC X(40) VALUE SPACES.
001860         05  ORC-AUDIT-ACTION        PIC X(01) VALUE SPACE.
001870         05  ORC-RIGHTS              PIC X(07) VALUE SPACES.
001880         05  ORC-NO-RIGHTS           PIC X(07) VALUE "NNNNNNN".
001890         05  ORC-CONFLICTS           PIC X(12) VALUE SPACES.
001900         05  ORC-CONFLICT-PTR        PIC 9(02) COMP VALUE ZERO.
001910 01  ORC-COUNTS.
001920         05  ORC-SUSPENDED-COUNT     PIC 9(05) VALUE ZERO.
001930         05  ORC-NEVER-COUNT         PIC 9(05) VALUE ZERO.
001940         05  ORC-LAPSED-COUNT        PIC 9(05) VALUE ZERO.
001950         05  ORC-LISTED-COUNT        PIC 9(05) VALUE ZERO.
001960         05  ORC-CONFLICT-COUNT      PIC 9(05) VALUE ZERO.
001970         05  ORC-MANAGER-COUNT       PIC 9(05) VALUE ZERO.
001980         05  ORC-MANAGER-LISTED      PIC 9(05) VALUE ZERO.
001990 01  ORC-CURRENT-MANAGER         PIC X(10) VALUE SPACES.
002000 01  ORC-PAGE-CONTROL.
002010         05  ORC-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002020         05  ORC-PAGE-COUNT          PIC 9(05) VALUE ZERO.
002030         05  ORC-LINES-PER-PAGE      PIC 9(03) VALUE 060.
002040         05  ORC-PAGE-NO-EDIT        PIC ZZZZ9.
002050 01  ORC-OPERATOR-LINE.
002060         05  FILLER                  PIC X(02) VALUE SPACES.
002070         05  ORC-OPL-USER-ID         PIC X(08).
002080         05  FILLER                  PIC X(03) VALUE SPACES.
002090         05  ORC-OPL-STATUS          PIC X(09).
002100         05  FILLER                  PIC X(02) VALUE SPACES.
002110         05  ORC-OPL-RIGHTS          PIC X(07).
002120         05  FILLER                  PIC X(03) VALUE SPACES.
002130         05  ORC-OPL-SIGNON          PIC X(12).
002140         05  FILLER                  PIC X(02) VALUE SPACES.
002150         05  ORC-OPL-CERTIFIED       PIC X(08).
002160         05  FILLER                  PIC X(02) VALUE SPACES.
002170         05  ORC-OPL-CERTIFIED-BY    PIC X(08).
002180         05  FILLER                  PIC X(03) VALUE SPACES.
002190         05  ORC-OPL-CONFLICTS       PIC X(12).
002200         05  FILLER                  PIC X(03) VALUE SPACES.
002210         05  ORC-OPL-KEEP            PIC X(30).
002220         05  FILLER                  PIC X(18) VALUE SPACES.
002230 01  ORC-EDIT-FIELDS.
002240         05  ORC-COUNT-EDIT          PIC ZZ,ZZ9.
002250 01  ORC-DETAIL-LINE             PIC X(132) VALUE SPACES.
002260 PROCEDURE DIVISION.
002270 0000-MAINLINE.
002280         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290         IF ORC-READY
002300             PERFORM 2000-SUSPEND-IDLE THRU 2000-EXIT
002310             PERFORM 3000-LAPSE-UNCERTIFIED THRU 3000-EXIT
002320             IF ORC-START-CYCLE
002330                 PERFORM 4000-START-CYCLE THRU 4000-EXIT
002340             END-IF
002350             PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT
002360             PERFORM 7200-REWRITE-CYCLE THRU 7200-EXIT
002370         END-IF.
002380         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002390         STOP RUN.
002400 1000-INITIALIZE.
002410         DISPLAY "OPRCERT: JOB STARTING".
002420         MOVE ZERO TO RETURN-CODE.
002430         CALL "RUNDATE" USING RUN-DATE-AREA.
002440         MOVE RDT-RUN-DATE TO ORC-RUN-DATE.
002450         ACCEPT ORC-RUN-TIME FROM TIME.
002460         MOVE SPACES TO DSV-REGION-CODE.
002470         ACCEPT ORC-PARM-STRING FROM COMMAND-LINE.
002480         IF ORC-PARM-STRING NOT = SPACES
002490             UNSTRING ORC-PARM-STRING DELIMITED BY ","
002500                 INTO ORC-PARM-ACTION
002510                      ORC-PARM-IDLE-DAYS
002520                      ORC-PARM-WINDOW-DAYS
002530             END-UNSTRING
002540         END-IF.
002550         IF NOT ORC-START-CYCLE AND NOT ORC-CHECK-ONLY
002560             DISPLAY "OPRCERT: PARAMETER MUST BE "
002570                 "[START|CHECK][,IDLE DAYS[,WINDOW DAYS]]"
002580             MOVE 8 TO RETURN-CODE
002590             GO TO 1000-EXIT
002600         END-IF.
002610         IF ORC-PARM-IDLE-DAYS > ZERO
002620             MOVE ORC-PARM-IDLE-DAYS TO ORC-IDLE-LIMIT
002630         END-IF.
002640         IF ORC-PARM-WINDOW-DAYS > ZERO
002650             MOVE ORC-PARM-WINDOW-DAYS TO ORC-WINDOW-DAYS
002660         END-IF.
002670         DISPLAY "OPRCERT: OPERATORS IDLE MORE THAN "
002680             ORC-IDLE-LIMIT " DAYS ARE SUSPENDED".
002690         OPEN INPUT OPERATOR-MASTER-FILE.
002700         IF NOT ORC-MASTER-FILE-OK
002710             DISPLAY "OPRCERT: CANNOT OPEN OPERMST, STATUS = "
002720                 ORC-MASTER-FILE-STATUS
002730             MOVE 16 TO RETURN-CODE
002740             GO TO 1000-EXIT
002750         END-IF.
002760         MOVE "N" TO ORC-EOF-SWITCH.
002770         PERFORM 1100-LOAD-ONE-OPERATOR THRU 1100-EXIT
002780             UNTIL ORC-AT-END
002790                 OR ORC-OPR-COUNT = 100.
002800         CLOSE OPERATOR-MASTER-FILE.
002810         OPEN INPUT CERT-FILE.
002820         IF ORC-CERT-FILE-OK
002830             MOVE "N" TO ORC-EOF-SWITCH
002840             PERFORM 1200-LOAD-ONE-CERT THRU 1200-EXIT
002850                 UNTIL ORC-AT-END
002860                     OR ORC-CERT-COUNT = 100
002870             CLOSE CERT-FILE
002880         END-IF.
002890         PERFORM 1300-READ-CYCLE THRU 1300-EXIT.
002900         SET ORC-READY TO TRUE.
002910         DISPLAY "OPRCERT: " ORC-OPR-COUNT " OPERATOR(S), "
002920             ORC-CERT-COUNT " CERTIFICATION(S) ON FILE".
002930 1000-EXIT.
002940         EXIT.
002950 1100-LOAD-ONE-OPERATOR.
002960         READ OPERATOR-MASTER-FILE
002970             AT END
002980                 MOVE "Y" TO ORC-EOF-SWITCH
002990             NOT AT END
003000                 ADD 1 TO ORC-OPR-COUNT
003010                 MOVE OPERATOR-MASTER-RECORD
003020                     TO ORC-OPR-RECORD(ORC-OPR-COUNT)
003030         END-READ.
003040 1100-EXIT.
003050         EXIT.
003060 1200-LOAD-ONE-CERT.
003070         READ CERT-FILE
003080             AT END
003090                 MOVE "Y" TO ORC-EOF-SWITCH
003100             NOT AT END
003110                 ADD 1 TO ORC-CERT-COUNT
003120                 MOVE OPERATOR-CERT-RECORD
003130                     TO ORC-CERT-RECORD(ORC-CERT-COUNT)
003140         END-READ.
003150 1200-EXIT.
003160         EXIT.
003170*  NO CERTCYC, OR AN EMPTY ONE, MEANS NO CYCLE HAS EVER BEEN
003180*  STARTED -- NOTHING CAN LAPSE UNTIL THE FIRST START RUN.
003190 1300-READ-CYCLE.
003200         OPEN INPUT CYCLE-FILE.
003210         IF NOT ORC-CYCLE-FILE-OK
003220             GO TO 1300-EXIT
003230         END-IF.
003240         READ CYCLE-FILE INTO ORC-CYCLE-IMAGE
003250             AT END
003260                 CONTINUE
003270             NOT AT END
003280                 SET ORC-CYCLE-ON-FILE TO TRUE
003290         END-READ.
003300         CLOSE CYCLE-FILE.
003310         IF ORC-CYCLE-ON-FILE AND CYC-OPEN
003320             DISPLAY "OPRCERT: CYCLE OPENED " CYC-START-DATE
003330                 " IS DUE " CYC-DEADLINE-DATE
003340         END-IF.
003350 1300-EXIT.
003360         EXIT.
003370*---------------------------------------------------------------
003380*  2000-SUSPEND-IDLE.  AN OPEN OPERATOR WHOSE LAST SIGN-ON IS
003390*  MORE THAN THE IDLE LIMIT IN CALENDAR DAYS BEFORE THE RUN
003400*  DATE IS SUSPENDED.  RIGHTS ARE LEFT AS THEY ARE SO A
003410*  REINSTATEMENT THROUGH OPERMNT SHOWS WHAT WAS HELD.
003420*---------------------------------------------------------------
003430 2000-SUSPEND-IDLE.
003440         PERFORM 2100-CHECK-ONE-OPERATOR THRU 2100-EXIT
003450             VARYING ORC-OPR-SUB FROM 1 BY 1
003460             UNTIL ORC-OPR-SUB > ORC-OPR-COUNT.
003470         DISPLAY "OPRCERT: " ORC-SUSPENDED-COUNT
003480             " OPERATOR(S) SUSPENDED, " ORC-NEVER-COUNT
003490             " NEVER SIGNED ON".
003500 2000-EXIT.
003510         EXIT.
003520 2100-CHECK-ONE-OPERATOR.
003530         MOVE ORC-OPR-RECORD(ORC-OPR-SUB) TO ORC-MASTER-IMAGE.
003540         IF NOT OPM-OPERATOR-ACTIVE OF ORC-MASTER-IMAGE
003550             GO TO 2100-EXIT
003560         END-IF.
003570         IF OPM-LAST-SIGNON-DATE OF ORC-MASTER-IMAGE = ZERO
003580             ADD 1 TO ORC-NEVER-COUNT
003590             GO TO 2100-EXIT
003600         END-IF.
003610         MOVE "C" TO DSV-FUNCTION.
003620         MOVE OPM-LAST-SIGNON-DATE OF ORC-MASTER-IMAGE
003630             TO DSV-DATE-1.
003640         MOVE ORC-RUN-DATE TO DSV-DATE-2.
003650         CALL "DATESRV" USING DATE-SERVICE-AREA.
003660         IF NOT DSV-SUCCESSFUL
003670             OR DSV-DAYS-BETWEEN NOT > ORC-IDLE-LIMIT
003680             GO TO 2100-EXIT
003690         END-IF.
003700         MOVE ORC-MASTER-IMAGE TO ORC-BEFORE-IMAGE.
003710         MOVE "S" TO OPM-STATUS OF ORC-MASTER-IMAGE.
003720         MOVE ORC-MASTER-IMAGE TO ORC-OPR-RECORD(ORC-OPR-SUB).
003730         MOVE ORC-MASTER-IMAGE TO ORC-AFTER-IMAGE.
003740         MOVE "S" TO ORC-AUDIT-ACTION.
003750         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
003760         SET ORC-MASTER-CHANGED TO TRUE.
003770         ADD 1 TO ORC-SUSPENDED-COUNT.
003780         DISPLAY "OPRCERT: SUSPENDED "
003790             OPM-USER-ID OF ORC-MASTER-IMAGE
003800             " - LAST SIGN-ON "
003810             OPM-LAST-SIGNON-DATE OF ORC-MASTER-IMAGE.
003820 2100-EXIT.
003830         EXIT.
003840*---------------------------------------------------------------
003850*  3000-LAPSE-UNCERTIFIED.  ONCE AN OPEN CYCLE'S DEADLINE HAS
003860*  PASSED, RIGHTS NOT CERTIFIED ON OR AFTER THE CYCLE START
003870*  LAPSE: EVERY ROLE FLAG GOES TO N.  THE SIGN-ON ITSELF STAYS
003880*  OPEN -- A MANAGER CAN STILL RECERTIFY, BUT ONLY THROUGH
003890*  OPERMNT A=ADD/REPLACE NOW THERE IS NOTHING LEFT TO KEEP.
003900*---------------------------------------------------------------
003910 3000-LAPSE-UNCERTIFIED.
003920         IF NOT ORC-CYCLE-ON-FILE
003930             OR NOT CYC-OPEN
003940             OR ORC-RUN-DATE NOT > CYC-DEADLINE-DATE
003950             GO TO 3000-EXIT
003960         END-IF.
003970         PERFORM 3100-LAPSE-ONE-OPERATOR THRU 3100-EXIT
003980             VARYING ORC-OPR-SUB FROM 1 BY 1
003990             UNTIL ORC-OPR-SUB > ORC-OPR-COUNT.
004000         MOVE "C" TO CYC-STATUS.
004010         MOVE ORC-RUN-DATE TO CYC-CLOSED-DATE.
004020         MOVE ORC-LAPSED-COUNT TO CYC-LAPSED-COUNT.
004030         SET ORC-CYCLE-CHANGED TO TRUE.
004040         DISPLAY "OPRCERT: CYCLE OPENED " CYC-START-DATE
004050             " CLOSED - " ORC-LAPSED-COUNT
004060             " OPERATOR(S) LAPSED".
004070 3000-EXIT.
004080         EXIT.
004090 3100-LAPSE-ONE-OPERATOR.
004100         MOVE ORC-OPR-RECORD(ORC-OPR-SUB) TO ORC-MASTER-IMAGE.
004110         IF OPM-OPERATOR-CLOSED OF ORC-MASTER-IMAGE
004120             GO TO 3100-EXIT
004130         END-IF.
004140         PERFORM 5500-BUILD-RIGHTS THRU 5500-EXIT.
004150         IF ORC-RIGHTS = ORC-NO-RIGHTS
004160             GO TO 3100-EXIT
004170         END-IF.
004180         PERFORM 5600-FIND-CERT THRU 5600-EXIT.
004190         IF ORC-CERT-FOUND
004200             AND OPC-CERTIFIED-DATE OF ORC-CERT-IMAGE
004210                 NOT < CYC-START-DATE
004220             GO TO 3100-EXIT
004230         END-IF.
004240         MOVE ORC-MASTER-IMAGE TO ORC-BEFORE-IMAGE.
004250         MOVE "N" TO OPM-MAY-KEY OF ORC-MASTER-IMAGE.
004260         MOVE "N" TO OPM-MAY-REPAIR OF ORC-MASTER-IMAGE.
004270         MOVE "N" TO OPM-MAY-APPROVE OF ORC-MASTER-IMAGE.
004280         MOVE "N" TO OPM-MAY-MAINTAIN OF ORC-MASTER-IMAGE.
004290         MOVE "N" TO OPM-MAY-WORKQ OF ORC-MASTER-IMAGE.
004300         MOVE "N" TO OPM-MAY-CERTIFY OF ORC-MASTER-IMAGE.
004310         MOVE "N" TO OPM-MAY-INVESTIGATE OF ORC-MASTER-IMAGE.
004320         MOVE ORC-MASTER-IMAGE TO ORC-OPR-RECORD(ORC-OPR-SUB).
004330         MOVE ORC-MASTER-IMAGE TO ORC-AFTER-IMAGE.
004340         MOVE "L" TO ORC-AUDIT-ACTION.
004350         PERFORM 6000-WRITE-AUDIT THRU 6000-EXIT.
004360         SET ORC-MASTER-CHANGED TO TRUE.
004370         ADD 1 TO ORC-LAPSED-COUNT.
004380         DISPLAY "OPRCERT: RIGHTS LAPSED FOR "
004390             OPM-USER-ID OF ORC-MASTER-IMAGE
004400             " - WERE " ORC-RIGHTS.
004410 3100-EXIT.
004420         EXIT.
004430*---------------------------------------------------------------
004440*  4000-START-CYCLE.  OPEN THE QUARTER'S CYCLE AND PRINT THE
004450*  RIGHTS LISTING BY MANAGER FOR SIGN-OFF.  A START RUN WHILE
004460*  A CYCLE IS STILL OPEN REPLACES IT; ITS DEADLINE NO LONGER
004470*  MATTERS ONCE A NEW LISTING HAS GONE OUT.
004480*---------------------------------------------------------------
004490 4000-START-CYCLE.
004500         IF ORC-CYCLE-ON-FILE AND CYC-OPEN
004510             DISPLAY "OPRCERT: CYCLE OPENED " CYC-START-DATE
004520                 " REPLACED BEFORE ITS DEADLINE"
004530         END-IF.
004540         MOVE SPACES TO ORC-CYCLE-IMAGE.
004550         MOVE ORC-RUN-DATE TO CYC-START-DATE.
004560         MOVE "A" TO DSV-FUNCTION.
004570         MOVE ORC-RUN-DATE TO DSV-DATE-1.
004580         MOVE ORC-WINDOW-DAYS TO DSV-DAYS-BETWEEN.
004590         CALL "DATESRV" USING DATE-SERVICE-AREA.
004600         MOVE DSV-RESULT-DATE TO CYC-DEADLINE-DATE.
004610         MOVE "O" TO CYC-STATUS.
004620         MOVE ZERO TO CYC-CLOSED-DATE.
004630         MOVE ZERO TO CYC-LAPSED-COUNT.
004640         SET ORC-CYCLE-ON-FILE TO TRUE.
004650         SET ORC-CYCLE-CHANGED TO TRUE.
004660         DISPLAY "OPRCERT: CYCLE OPENED " CYC-START-DATE
004670             " IS DUE " CYC-DEADLINE-DATE.
004680         OPEN OUTPUT REPORT-FILE.
004690         IF NOT ORC-REPORT-FILE-OK
004700             DISPLAY "OPRCERT: CANNOT OPEN CERTRPT, STATUS = "
004710                 ORC-REPORT-FILE-STATUS
004720             MOVE 16 TO RETURN-CODE
004730             GO TO 4000-EXIT
004740         END-IF.
004750         SORT SORT-WORK-FILE
004760             ON ASCENDING KEY SRT-MANAGER-ID
004770             ON ASCENDING KEY SRT-USER-ID
004780             INPUT PROCEDURE IS 4100-RELEASE-OPERATORS
004790                 THRU 4100-EXIT
004800             OUTPUT PROCEDURE IS 4300-PRINT-MANAGERS
004810                 THRU 4300-EXIT.
004820         PERFORM 4800-PRINT-SUMMARY THRU 4800-EXIT.
004830         CLOSE REPORT-FILE.
004840 4000-EXIT.
004850         EXIT.
004860 4100-RELEASE-OPERATORS.
004870         PERFORM 4200-RELEASE-ONE-OPERATOR THRU 4200-EXIT
004880             VARYING ORC-OPR-SUB FROM 1 BY 1
004890             UNTIL ORC-OPR-SUB > ORC-OPR-COUNT.
004900 4100-EXIT.
004910         EXIT.
004920 4200-RELEASE-ONE-OPERATOR.
004930         MOVE ORC-OPR-RECORD(ORC-OPR-SUB) TO ORC-MASTER-IMAGE.
004940         IF OPM-OPERATOR-CLOSED OF ORC-MASTER-IMAGE
004950             GO TO 4200-EXIT
004960         END-IF.
004970         MOVE SPACES TO SORT-WORK-RECORD.
004980         MOVE ORC-UNASSIGNED TO SRT-MANAGER-ID.
004990         MOVE ZERO TO SRT-CERTIFIED-DATE.
005000         PERFORM 5600-FIND-CERT THRU 5600-EXIT.
005010         IF ORC-CERT-FOUND
005020             IF OPC-MANAGER-ID OF ORC-CERT-IMAGE NOT = SPACES
005030                 MOVE OPC-MANAGER-ID OF ORC-CERT-IMAGE
005040                     TO SRT-MANAGER-ID
005050             END-IF
005060             MOVE OPC-CERTIFIED-DATE OF ORC-CERT-IMAGE
005070                 TO SRT-CERTIFIED-DATE
005080             MOVE OPC-CERTIFIED-BY OF ORC-CERT-IMAGE
005090                 TO SRT-CERTIFIED-BY
005100         END-IF.
005110         MOVE OPM-USER-ID OF ORC-MASTER-IMAGE TO SRT-USER-ID.
005120         MOVE OPM-STATUS OF ORC-MASTER-IMAGE TO SRT-STATUS.
005130         MOVE OPM-LAST-SIGNON-DATE OF ORC-MASTER-IMAGE
005140             TO SRT-LAST-SIGNON-DATE.
005150         PERFORM 5500-BUILD-RIGHTS THRU 5500-EXIT.
005160         MOVE ORC-RIGHTS TO SRT-RIGHTS.
005170         PERFORM 5700-TEST-CONFLICTS THRU 5700-EXIT.
005180         MOVE ORC-CONFLICTS TO SRT-CONFLICTS.
005190         RELEASE SORT-WORK-RECORD.
005200 4200-EXIT.
005210         EXIT.
005220 4300-PRINT-MANAGERS.
005230         MOVE "N" TO ORC-SORT-EOF-SWITCH.
005240         PERFORM 4400-RETURN-ONE-OPERATOR THRU 4400-EXIT
005250             UNTIL ORC-SORT-AT-END.
005260         IF ORC-MANAGER-COUNT > ZERO
005270             PERFORM 4700-END-MANAGER THRU 4700-EXIT
005280         END-IF.
005290 4300-EXIT.
005300         EXIT.
005310 4400-RETURN-ONE-OPERATOR.
005320         RETURN SORT-WORK-FILE
005330             AT END
005340                 MOVE "Y" TO ORC-SORT-EOF-SWITCH
005350             NOT AT END
005360                 PERFORM 4500-PRINT-OPERATOR THRU 4500-EXIT
005370         END-RETURN.
005380 4400-EXIT.
005390         EXIT.
005400 4500-PRINT-OPERATOR.
005410         IF ORC-MANAGER-COUNT = ZERO
005420             OR SRT-MANAGER-ID NOT = ORC-CURRENT-MANAGER
005430             IF ORC-MANAGER-COUNT > ZERO
005440                 PERFORM 4700-END-MANAGER THRU 4700-EXIT
005450             END-IF
005460             PERFORM 4600-START-MANAGER THRU 4600-EXIT
005470         END-IF.
005480         MOVE SRT-USER-ID TO ORC-OPL-USER-ID.
005490         IF SRT-STATUS = "S"
005500             MOVE "SUSPENDED" TO ORC-OPL-STATUS
005510         ELSE
005520             MOVE "OPEN" TO ORC-OPL-STATUS
005530         END-IF.
005540         MOVE SRT-RIGHTS TO ORC-OPL-RIGHTS.
005550         IF SRT-LAST-SIGNON-DATE = ZERO
005560             MOVE "NEVER" TO ORC-OPL-SIGNON
005570         ELSE
005580             MOVE SRT-LAST-SIGNON-DATE TO ORC-OPL-SIGNON
005590         END-IF.
005600         IF SRT-CERTIFIED-DATE = ZERO
005610             MOVE "NEVER" TO ORC-OPL-CERTIFIED
005620         ELSE
005630             MOVE SRT-CERTIFIED-DATE TO ORC-OPL-CERTIFIED
005640         END-IF.
005650         MOVE SRT-CERTIFIED-BY TO ORC-OPL-CERTIFIED-BY.
005660         MOVE SRT-CONFLICTS TO ORC-OPL-CONFLICTS.
005670         MOVE "KEEP ______  REVOKE ______" TO ORC-OPL-KEEP.
005680         MOVE ORC-OPERATOR-LINE TO ORC-DETAIL-LINE.
005690         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
005700         ADD 1 TO ORC-LISTED-COUNT.
005710         ADD 1 TO ORC-MANAGER-LISTED.
005720         IF SRT-CONFLICTS NOT = SPACES
005730             ADD 1 TO ORC-CONFLICT-COUNT
005740         END-IF.
005750 4500-EXIT.
005760         EXIT.
005770*  EACH MANAGER STARTS A NEW PAGE SO THE SECTIONS CAN BE
005780*  SEPARATED AND SENT OUT FOR SIGNATURE.
005790 4600-START-MANAGER.
005800         ADD 1 TO ORC-MANAGER-COUNT.
005810         MOVE ZERO TO ORC-MANAGER-LISTED.
005820         MOVE SRT-MANAGER-ID TO ORC-CURRENT-MANAGER.
005830         MOVE 99 TO ORC-LINE-COUNT.
005840         MOVE SPACES TO ORC-DETAIL-LINE.
005850         STRING "RESPONSIBLE MANAGER: " ORC-CURRENT-MANAGER
005860             "   RETURN SIGNED BY " CYC-DEADLINE-DATE
005870             DELIMITED BY SIZE INTO ORC-DETAIL-LINE.
005880         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
005890         MOVE SPACES TO ORC-DETAIL-LINE.
005900         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
005910 4600-EXIT.
005920         EXIT.
005930 4700-END-MANAGER.
005940         MOVE ORC-MANAGER-LISTED TO ORC-COUNT-EDIT.
005950         MOVE SPACES TO ORC-DETAIL-LINE.
005960         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
005970         MOVE SPACES TO ORC-DETAIL-LINE.
005980         STRING "  OPERATORS LISTED: " ORC-COUNT-EDIT
005990             DELIMITED BY SIZE INTO ORC-DETAIL-LINE.
006000         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006010         MOVE SPACES TO ORC-DETAIL-LINE.
006020         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006030         MOVE "  I HAVE REVIEWED THE RIGHTS ABOVE; EACH IS "
006040             TO ORC-DETAIL-LINE.
006050         MOVE "STILL NEEDED FOR THE OPERATOR'S CURRENT JOB"
006060             TO ORC-DETAIL-LINE(45:).
006070         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006080         MOVE "  UNLESS MARKED REVOKE.  RIGHTS NOT RECERTIFIED"
006090             TO ORC-DETAIL-LINE.
006100         MOVE "BY THE DEADLINE LAPSE." TO ORC-DETAIL-LINE(49:).
006110         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006120         MOVE SPACES TO ORC-DETAIL-LINE.
006130         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006140         MOVE "  MANAGER SIGNATURE: _____________________________"
006150             TO ORC-DETAIL-LINE.
006160         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006170         MOVE SPACES TO ORC-DETAIL-LINE.
006180         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006190         MOVE "  DATE:              _____________________________"
006200             TO ORC-DETAIL-LINE.
006210         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006220 4700-EXIT.
006230         EXIT.
006240 4800-PRINT-SUMMARY.
006250         MOVE 99 TO ORC-LINE-COUNT.
006260         MOVE SPACES TO ORC-DETAIL-LINE.
006270         STRING "RECERTIFICATION SUMMARY   CYCLE OPENED "
006280             CYC-START-DATE "   DEADLINE " CYC-DEADLINE-DATE
006290             DELIMITED BY SIZE INTO ORC-DETAIL-LINE.
006300         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006310         MOVE SPACES TO ORC-DETAIL-LINE.
006320         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006330         MOVE ORC-MANAGER-COUNT TO ORC-COUNT-EDIT.
006340         MOVE SPACES TO ORC-DETAIL-LINE.
006350         STRING "  MANAGERS                              "
006360             ORC-COUNT-EDIT
006370             DELIMITED BY SIZE INTO ORC-DETAIL-LINE.
006380         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006390         MOVE ORC-LISTED-COUNT TO ORC-COUNT-EDIT.
006400         MOVE SPACES TO ORC-DETAIL-LINE.
006410         STRING "  OPERATORS LISTED                      "
006420             ORC-COUNT-EDIT
006430             DELIMITED BY SIZE INTO ORC-DETAIL-LINE.
006440         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006450         MOVE ORC-CONFLICT-COUNT TO ORC-COUNT-EDIT.
006460         MOVE SPACES TO ORC-DETAIL-LINE.
006470         STRING "  WITH A SEGREGATION-OF-DUTIES CONFLICT "
006480             ORC-COUNT-EDIT
006490             DELIMITED BY SIZE INTO ORC-DETAIL-LINE.
006500         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006510         MOVE ORC-SUSPENDED-COUNT TO ORC-COUNT-EDIT.
006520         MOVE SPACES TO ORC-DETAIL-LINE.
006530         STRING "  SUSPENDED AS IDLE TONIGHT             "
006540             ORC-COUNT-EDIT "   (OVER " ORC-IDLE-LIMIT " DAYS)"
006560             DELIMITED BY SIZE INTO ORC-DETAIL-LINE.
006570         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006580         MOVE ORC-LAPSED-COUNT TO ORC-COUNT-EDIT.
006590         MOVE SPACES TO ORC-DETAIL-LINE.
006600         STRING "  LAPSED FROM THE PRIOR CYCLE TONIGHT   "
006610             ORC-COUNT-EDIT
006620             DELIMITED BY SIZE INTO ORC-DETAIL-LINE.
006630         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006640         MOVE SPACES TO ORC-DETAIL-LINE.
006650         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006660         MOVE "  CONFLICTS: KA KEY+APPROVE  SA REPAIR+APPROVE  "
006670             TO ORC-DETAIL-LINE.
006680         MOVE "TA MAINTAIN+APPROVE  KC KEY+CERTIFY"
006690             TO ORC-DETAIL-LINE(49:).
006700         PERFORM 6900-WRITE-LINE THRU 6900-EXIT.
006710 4800-EXIT.
006720         EXIT.
006730*  THE SEVEN ROLE FLAGS IN OPERMNT ORDER, BLANKS AS N.
006740 5500-BUILD-RIGHTS.
006750         MOVE SPACES TO ORC-RIGHTS.
006760         STRING OPM-MAY-KEY OF ORC-MASTER-IMAGE
006770             OPM-MAY-REPAIR OF ORC-MASTER-IMAGE
006780             OPM-MAY-APPROVE OF ORC-MASTER-IMAGE
006790             OPM-MAY-MAINTAIN OF ORC-MASTER-IMAGE
006800             OPM-MAY-WORKQ OF ORC-MASTER-IMAGE
006810             OPM-MAY-CERTIFY OF ORC-MASTER-IMAGE
006820             OPM-MAY-INVESTIGATE OF ORC-MASTER-IMAGE
006830             DELIMITED BY SIZE
006840             INTO ORC-RIGHTS.
006850         INSPECT ORC-RIGHTS REPLACING ALL SPACE BY "N".
006860 5500-EXIT.
006870         EXIT.
006880 5600-FIND-CERT.
006890         MOVE "N" TO ORC-CERT-FOUND-SWITCH.
006900         IF ORC-CERT-COUNT = ZERO
006910             GO TO 5600-EXIT
006920         END-IF.
006930         PERFORM 5650-MATCH-ONE-CERT THRU 5650-EXIT
006940             VARYING ORC-CERT-IDX FROM 1 BY 1
006950             UNTIL ORC-CERT-IDX > ORC-CERT-COUNT
006960                 OR ORC-CERT-FOUND.
006970 5600-EXIT.
006980         EXIT.
006990 5650-MATCH-ONE-CERT.
007000         MOVE ORC-CERT-RECORD(ORC-CERT-IDX) TO ORC-CERT-IMAGE.
007010         IF OPC-USER-ID OF ORC-CERT-IMAGE
007020             = OPM-USER-ID OF ORC-MASTER-IMAGE
007030             SET ORC-CERT-FOUND TO TRUE
007040         END-IF.
007050 5650-EXIT.
007060         EXIT.
007070 5700-TEST-CONFLICTS.
007080         MOVE SPACES TO ORC-CONFLICTS.
007090         MOVE 1 TO ORC-CONFLICT-PTR.
007100         IF ORC-RIGHTS(1:1) = "Y" AND ORC-RIGHTS(3:1) = "Y"
007110             STRING "KA " DELIMITED BY SIZE
007120                 INTO ORC-CONFLICTS
007130                 WITH POINTER ORC-CONFLICT-PTR
007140         END-IF.
007150         IF ORC-RIGHTS(2:1) = "Y" AND ORC-RIGHTS(3:1) = "Y"
007160             STRING "SA " DELIMITED BY SIZE
007170                 INTO ORC-CONFLICTS
007180                 WITH POINTER ORC-CONFLICT-PTR
007190         END-IF.
007200         IF ORC-RIGHTS(4:1) = "Y" AND ORC-RIGHTS(3:1) = "Y"
007210             STRING "TA " DELIMITED BY SIZE
007220                 INTO ORC-CONFLICTS
007230                 WITH POINTER ORC-CONFLICT-PTR
007240         END-IF.
007250         IF ORC-RIGHTS(1:1) = "Y" AND ORC-RIGHTS(6:1) = "Y"
007260             STRING "KC " DELIMITED BY SIZE
007270                 INTO ORC-CONFLICTS
007280                 WITH POINTER ORC-CONFLICT-PTR
007290         END-IF.
007300 5700-EXIT.
007310         EXIT.
007320*  SAME WHO/WHEN/BEFORE/AFTER SHAPE OPERMNT WRITES, UNDER THIS
007330*  PROGRAM'S OWN NAME SO THE REVIEW CAN TELL THEM APART.
007340 6000-WRITE-AUDIT.
007350         IF NOT ORC-AUDIT-OPEN
007360             OPEN EXTEND AUDIT-TRAIL-FILE
007370             IF NOT ORC-AUDIT-FILE-OK
007380                 OPEN OUTPUT AUDIT-TRAIL-FILE
007390             END-IF
007400             IF ORC-AUDIT-FILE-OK
007410                 SET ORC-AUDIT-OPEN TO TRUE
007420             ELSE
007430                 DISPLAY "OPRCERT: OPAUDIT UNAVAILABLE, "
007440                     "STATUS = " ORC-AUDIT-FILE-STATUS
007450                 GO TO 6000-EXIT
007460             END-IF
007470         END-IF.
007480         MOVE SPACES TO AUDIT-TRAIL-REC.
007490         MOVE ORC-RUN-DATE TO OPA-AUD-DATE.
007500         MOVE ORC-RUN-TIME TO OPA-AUD-TIME.
007510         MOVE ORC-PROGRAM-USER-ID TO OPA-AUD-USER-ID.
007520         MOVE "OPERMST" TO OPA-AUD-TABLE-NAME.
007530         MOVE ORC-AUDIT-ACTION TO OPA-AUD-ACTION.
007540         MOVE ORC-BEFORE-IMAGE TO OPA-AUD-BEFORE-IMAGE.
007550         MOVE ORC-AFTER-IMAGE TO OPA-AUD-AFTER-IMAGE.
007560         WRITE AUDIT-TRAIL-REC.
007570 6000-EXIT.
007580         EXIT.
007590 6900-WRITE-LINE.
007600         IF ORC-LINE-COUNT >= ORC-LINES-PER-PAGE
007610             PERFORM 6950-WRITE-PAGE-HEADER THRU 6950-EXIT
007620         END-IF.
007630         MOVE ORC-DETAIL-LINE TO REPORT-RECORD.
007640         WRITE REPORT-RECORD.
007650         ADD 1 TO ORC-LINE-COUNT.
007660 6900-EXIT.
007670         EXIT.
007680 6950-WRITE-PAGE-HEADER.
007690         ADD 1 TO ORC-PAGE-COUNT.
007700         MOVE ORC-PAGE-COUNT TO ORC-PAGE-NO-EDIT.
007710         MOVE SPACES TO REPORT-RECORD.
007720         STRING "OPERATOR ACCESS RECERTIFICATION"
007730             "   RUN DATE: " ORC-RUN-DATE
007740             "   PAGE: " ORC-PAGE-NO-EDIT
007750             DELIMITED BY SIZE INTO REPORT-RECORD.
007760         WRITE REPORT-RECORD.
007770         MOVE SPACES TO REPORT-RECORD.
007780         STRING "  SIGN-ON    STATUS     KSATQCI   LAST SIGN-ON"
007790             "  CERTIFIED BY         CONFLICTS      DECISION"
007800             DELIMITED BY SIZE INTO REPORT-RECORD.
007810         WRITE REPORT-RECORD.
007820         MOVE SPACES TO REPORT-RECORD.
007830         WRITE REPORT-RECORD.
007840         MOVE 3 TO ORC-LINE-COUNT.
007850 6950-EXIT.
007860         EXIT.
007870 7000-REWRITE-MASTER.
007880         IF NOT ORC-MASTER-CHANGED
007890             GO TO 7000-EXIT
007900         END-IF.
007910         OPEN OUTPUT OPERATOR-MASTER-FILE.
007920         IF NOT ORC-MASTER-FILE-OK
007930             DISPLAY "OPRCERT: CANNOT REWRITE OPERMST, "
007940                 "STATUS = " ORC-MASTER-FILE-STATUS
007950             MOVE 16 TO RETURN-CODE
007960             GO TO 7000-EXIT
007970         END-IF.
007980         PERFORM 7100-WRITE-ONE-OPERATOR THRU 7100-EXIT
007990             VARYING ORC-OPR-SUB FROM 1 BY 1
008000             UNTIL ORC-OPR-SUB > ORC-OPR-COUNT.
008010         CLOSE OPERATOR-MASTER-FILE.
008020         DISPLAY "OPRCERT: OPERMST REWRITTEN WITH "
008030             ORC-OPR-COUNT " OPERATOR(S)".
008040 7000-EXIT.
008050         EXIT.
008060 7100-WRITE-ONE-OPERATOR.
008070         MOVE ORC-OPR-RECORD(ORC-OPR-SUB)
008080             TO OPERATOR-MASTER-RECORD.
008090         WRITE OPERATOR-MASTER-RECORD.
008100 7100-EXIT.
008110         EXIT.
008120 7200-REWRITE-CYCLE.
008130         IF NOT ORC-CYCLE-CHANGED
008140             GO TO 7200-EXIT
008150         END-IF.
008160         OPEN OUTPUT CYCLE-FILE.
008170         IF NOT ORC-CYCLE-FILE-OK
008180             DISPLAY "OPRCERT: CANNOT REWRITE CERTCYC, "
008190                 "STATUS = " ORC-CYCLE-FILE-STATUS
008200             MOVE 16 TO RETURN-CODE
008210             GO TO 7200-EXIT
008220         END-IF.
008230         WRITE CYCLE-RECORD FROM ORC-CYCLE-IMAGE.
008240         CLOSE CYCLE-FILE.
008250 7200-EXIT.
008260         EXIT.
008270 8000-TERMINATE.
008280         IF ORC-AUDIT-OPEN
008290             CLOSE AUDIT-TRAIL-FILE
008300         END-IF.
008310         IF ORC-READY AND RETURN-CODE = ZERO
008320             IF ORC-SUSPENDED-COUNT > ZERO
008330                 OR ORC-LAPSED-COUNT > ZERO
008340                 OR ORC-CONFLICT-COUNT > ZERO
008350                 MOVE 4 TO RETURN-CODE
008360             END-IF
008370         END-IF.
008380         DISPLAY "OPRCERT: SUSPENDED " ORC-SUSPENDED-COUNT
008390             "  LAPSED " ORC-LAPSED-COUNT
008400             "  LISTED " ORC-LISTED-COUNT
008410             "  CONFLICTS " ORC-CONFLICT-COUNT.
008420         DISPLAY "OPRCERT: JOB COMPLETE, RETURN CODE "
008430             RETURN-CODE.
008440 8000-EXIT.
008450         EXIT.
