000380*                  POSTED DATE) IS AGED FROM NOTHING AND
000390*                  SKIPPED, SINCE THERE IS NO INACTIVITY DATE
000400*                  TO AGE IT FROM.
00040A*  10/15/2026 DCG  DORMANCY BY PRODUCT.  EACH ACCOUNT'S PRODUCT
00040B*                  IS LOOKED UP ON ACCTMST AND ITS PRODMST ROW'S
00040C*                  PRD-DORMANT-MONTHS, WHEN NON-ZERO, REPLACES
00040D*                  THE OPERATOR'S THRESHOLD FOR THAT ACCOUNT --
00040E*                  NO PRODUCT, A PRODUCT WITH ZERO MONTHS, OR NO
00040F*                  PRODMST AT ALL KEEPS THE OPERATOR'S NUMBER
00040G*                  EXACTLY AS BEFORE.  A PRODUCT UNDER 12 MONTHS
00040H*                  CAN NOW AGE AN ACCOUNT INTO THE SCHEDULE
00040I*                  EARLY, SO THE FIRST BUCKET PRINTS AS "UNDER
00040J*                  24 MONTHS".
00040K*  10/15/2026 DCG  EVERY ACCOUNT NEWLY FLAGGED DORMANT NOW ALSO
00040L*                  GETS A "DORM" ESCHEATMENT WARNING NOTICE
00040M*                  QUEUED THROUGH THE SHARED NOTICEQ ROUTINE
00040N*                  FOR LTRGEN TO PRINT -- BALANCE AND LAST-
00040O*                  POSTED DATE RIDE THE REQUEST FOR THE LETTER.
00040P*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00040Q*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00040R*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000410*---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000600         SELECT BRANCH-MASTER-FILE ASSIGN TO "BRNCHMST"
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS DOR-BRANCH-FILE-STATUS.
00062A         SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMST"
00062B             ORGANIZATION IS LINE SEQUENTIAL
00062C             FILE STATUS IS DOR-PRODMST-FILE-STATUS.
000630         SELECT DORMANT-REPORT-FILE ASSIGN TO "DORMRPT"
000640             ORGANIZATION IS LINE SEQUENTIAL
000650             FILE STATUS IS DOR-DORMRPT-FILE-STATUS.
000740     COPY ACCTREC.
000750 FD  BRANCH-MASTER-FILE.
000760     COPY BRNCHREC.
00076A FD  PRODUCT-MASTER-FILE.
00076B     COPY PRODREC.
000770 FD  DORMANT-REPORT-FILE.
000780 01  DORMANT-REPORT-RECORD       PIC X(132).
000790 FD  AGING-REPORT-FILE.
000900             88  DOR-DORMRPT-FILE-OK     VALUE "00".
000910         05  DOR-ESCHRPT-FILE-STATUS PIC X(02).
000920             88  DOR-ESCHRPT-FILE-OK     VALUE "00".
00092A         05  DOR-PRODMST-FILE-STATUS PIC X(02).
00092B             88  DOR-PRODMST-FILE-OK     VALUE "00".
000930 01  DOR-SWITCHES.
000940         05  DOR-EOF-SWITCH          PIC X(01) VALUE "N".
000950             88  DOR-END-OF-FILE         VALUE "Y".
000970             88  DOR-BRM-AT-END          VALUE "Y".
000980         05  DOR-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
000990             88  DOR-MASTER-AVAILABLE    VALUE "Y".
00099A         05  DOR-PRD-EOF-SWITCH      PIC X(01) VALUE "N".
00099B             88  DOR-PRODUCTS-AT-END     VALUE "Y".
001000 01  DOR-RUN-DATE                PIC 9(08) VALUE ZERO.
001010 01  DOR-RUN-DATE-PARTS REDEFINES DOR-RUN-DATE.
001020         05  DOR-RUN-YEAR            PIC 9(04).
001040         05  DOR-RUN-DAY             PIC 9(02).
001050 01  DOR-PARM-STRING             PIC X(12) VALUE SPACES.
001060 01  DOR-PARM-MONTHS             PIC 9(03) VALUE 012.
00106A 01  DOR-ACCOUNT-MONTHS          PIC 9(03) VALUE ZERO.
001070 01  DOR-COUNTERS.
001080         05  DOR-ACCOUNTS-READ       PIC 9(07) VALUE ZERO.
001090         05  DOR-NEWLY-DORMANT       PIC 9(07) VALUE ZERO.
001100         05  DOR-ALREADY-DORMANT     PIC 9(07) VALUE ZERO.
001110         05  DOR-NEVER-POSTED        PIC 9(07) VALUE ZERO.
00111A         05  DOR-NOTICE-COUNT        PIC 9(07) VALUE ZERO.
001120 01  DOR-BRANCH-MASTER-TABLE.
001130         05  DOR-BRM-COUNT           PIC 9(03) COMP VALUE ZERO.
001140         05  DOR-BRM-ENTRY OCCURS 100 TIMES
001150                 INDEXED BY DOR-BRM-IDX.
001160             10  DOR-BRM-CODE        PIC X(03).
001170             10  DOR-BRM-NAME        PIC X(20).
00117A 01  DOR-PRODUCT-TABLE.
00117B         05  DOR-PRD-COUNT           PIC 9(03) COMP VALUE ZERO.
00117C         05  DOR-PRD-ENTRY OCCURS 50 TIMES
00117D                 INDEXED BY DOR-PRD-IDX.
00117E             10  DOR-PRD-CODE        PIC X(02).
00117F             10  DOR-PRD-MONTHS      PIC 9(03).
001180 01  DOR-AGE-WORK-FIELDS.
001190         05  DOR-LAST-POSTED-PARTS.
001200             10  DOR-LAST-YEAR       PIC 9(04).
001340         05  DOR-BALANCE-EDIT        PIC -(11)9.99.
001350         05  DOR-MONTHS-EDIT         PIC ZZZZ9.
001360         05  DOR-COUNT-EDIT          PIC ZZZZZZ9.
00136A     COPY NOTICEQC.
00136B     COPY RUNDATEC.
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450         STOP RUN.
001460 1000-INITIALIZE.
001470         DISPLAY "DORMANT: JOB STARTING".
001480         CALL "RUNDATE" USING RUN-DATE-AREA.
00148A         MOVE RDT-RUN-DATE TO DOR-RUN-DATE.
001490         ACCEPT DOR-PARM-STRING FROM COMMAND-LINE.
001500         IF DOR-PARM-STRING NOT = SPACES
001510             UNSTRING DOR-PARM-STRING DELIMITED BY ","
001580         DISPLAY "DORMANT: INACTIVITY THRESHOLD = "
001590             DOR-PARM-MONTHS " MONTH(S)".
001600         PERFORM 1100-LOAD-BRANCH-MASTER THRU 1100-EXIT.
00160A         PERFORM 1300-LOAD-PRODUCT-MASTER THRU 1300-EXIT.
001610         PERFORM 1200-ZERO-BUCKETS THRU 1200-EXIT
001620             VARYING DOR-BUCKET-SUB FROM 1 BY 1
001630             UNTIL DOR-BUCKET-SUB > 4.
002250         MOVE ZERO TO DOR-BUCKET-BALANCE(DOR-BUCKET-SUB).
002260 1200-EXIT.
002270         EXIT.
002271*---------------------------------------------------------------
002272*  1300-LOAD-PRODUCT-MASTER.  EACH PRODUCT'S OWN DORMANCY
002273*  MONTHS FROM PRODMST.  NO PRODMST MEANS AN EMPTY TABLE AND
002274*  THE OPERATOR'S THRESHOLD FOR EVERY ACCOUNT.
002275*---------------------------------------------------------------
002276 1300-LOAD-PRODUCT-MASTER.
002277         OPEN INPUT PRODUCT-MASTER-FILE.
002278         IF NOT DOR-PRODMST-FILE-OK
002279             GO TO 1300-EXIT
00227A         END-IF.
00227B         PERFORM 1350-LOAD-ONE-PRODUCT THRU 1350-EXIT
00227C             UNTIL DOR-PRODUCTS-AT-END
00227D                 OR DOR-PRD-COUNT = 50.
00227E         CLOSE PRODUCT-MASTER-FILE.
00227F         DISPLAY "DORMANT: " DOR-PRD-COUNT
00227G             " PRODUCT THRESHOLD(S) ON FILE".
00227H 1300-EXIT.
00227I         EXIT.
00227J 1350-LOAD-ONE-PRODUCT.
00227K         READ PRODUCT-MASTER-FILE
00227L             AT END
00227M                 MOVE "Y" TO DOR-PRD-EOF-SWITCH
00227N             NOT AT END
00227O                 ADD 1 TO DOR-PRD-COUNT
00227P                 MOVE PRD-PRODUCT-CODE
00227Q                     TO DOR-PRD-CODE(DOR-PRD-COUNT)
00227R                 MOVE PRD-DORMANT-MONTHS
00227S                     TO DOR-PRD-MONTHS(DOR-PRD-COUNT)
00227T         END-READ.
00227U 1350-EXIT.
00227V         EXIT.
002280 2000-EXAMINE-ONE-ACCOUNT.
002290         ADD 1 TO DOR-ACCOUNTS-READ.
002300         IF ABL-LAST-POSTED-DATE = ZERO
002320             GO TO 2000-NEXT
002330         END-IF.
002340         PERFORM 2200-COMPUTE-MONTHS THRU 2200-EXIT.
002350         PERFORM 2250-SET-THRESHOLD THRU 2250-EXIT.
00235B         IF DOR-MONTHS-INACTIVE < DOR-ACCOUNT-MONTHS
002360             GO TO 2000-NEXT
002370         END-IF.
002380         PERFORM 2300-FLAG-AND-REPORT THRU 2300-EXIT.
002540             - (DOR-LAST-YEAR * 12 + DOR-LAST-MONTH).
002550 2200-EXIT.
002560         EXIT.
002561*---------------------------------------------------------------
002562*  2250-SET-THRESHOLD.  THE OPERATOR'S MONTHS, UNLESS THE
002563*  ACCOUNT'S PRODUCT CARRIES ITS OWN NON-ZERO NUMBER ON
002564*  PRODMST.
002565*---------------------------------------------------------------
002566 2250-SET-THRESHOLD.
002567         MOVE DOR-PARM-MONTHS TO DOR-ACCOUNT-MONTHS.
002568         IF NOT DOR-MASTER-AVAILABLE
002569             OR DOR-PRD-COUNT = ZERO
00256A             GO TO 2250-EXIT
00256B         END-IF.
00256C         MOVE ABL-ACCOUNT-NO TO ACM-ACCOUNT-NO.
00256D         READ ACCOUNT-MASTER-FILE
00256E             INVALID KEY
00256F                 GO TO 2250-EXIT
00256G         END-READ.
00256H         IF ACM-NO-PRODUCT
00256I             GO TO 2250-EXIT
00256J         END-IF.
00256K         SET DOR-PRD-IDX TO 1.
00256L         SEARCH DOR-PRD-ENTRY
00256M             AT END
00256N                 CONTINUE
00256O             WHEN DOR-PRD-CODE(DOR-PRD-IDX) = ACM-PRODUCT-CODE
00256P                 IF DOR-PRD-MONTHS(DOR-PRD-IDX) NOT = ZERO
00256Q                     MOVE DOR-PRD-MONTHS(DOR-PRD-IDX)
00256R                         TO DOR-ACCOUNT-MONTHS
00256S                 END-IF
00256T         END-SEARCH.
00256U 2250-EXIT.
00256V         EXIT.
002570*---------------------------------------------------------------
002580*  2300-FLAG-AND-REPORT.  ONLY AN ACCOUNT STILL "O" ON ACCTMST
002590*  IS NEWLY DORMANT -- CLOSED AND FROZEN ACCOUNTS ARE LEFT
002990             DOR-BALANCE-EDIT
003000             DELIMITED BY SIZE INTO DORMANT-REPORT-RECORD.
003010         WRITE DORMANT-REPORT-RECORD.
00301A         PERFORM 2350-QUEUE-NOTICE THRU 2350-EXIT.
003020 2300-EXIT.
003030         EXIT.
00303A*  THE ESCHEATMENT WARNING -- THE CUSTOMER CAN STILL STOP THE
00303B*  CLOCK BY USING THE ACCOUNT.
00303C 2350-QUEUE-NOTICE.
00303D         MOVE SPACES TO NOTICE-QUEUE-AREA.
00303E         MOVE "Q" TO NTQ-FUNCTION.
00303F         MOVE "DORMANT" TO NTQ-PROGRAM-ID.
00303G         MOVE "DORM" TO NTQ-LETTER-CODE.
00303H         MOVE ABL-ACCOUNT-NO TO NTQ-ACCOUNT-NO.
00303I         MOVE ABL-BRANCH-CODE TO NTQ-BRANCH-CODE.
00303J         MOVE ABL-CURRENT-BALANCE TO NTQ-AMOUNT.
00303K         MOVE ABL-LAST-POSTED-DATE TO NTQ-EVENT-DATE.
00303L         CALL "NOTICEQ" USING NOTICE-QUEUE-AREA.
00303M         IF NTQ-QUEUED
00303N             ADD 1 TO DOR-NOTICE-COUNT
00303O         END-IF.
00303P 2350-EXIT.
00303Q         EXIT.
003040*---------------------------------------------------------------
003050*  2400-AGE-INTO-SCHEDULE.  EVERY ACCOUNT PAST THE THRESHOLD
003060*  GOES ON THE AGING SCHEDULE, NEWLY FLAGGED OR NOT -- THE
003800         MOVE SPACES TO AGING-REPORT-RECORD.
003810         EVALUATE DOR-BUCKET-SUB
003820             WHEN 1
003830                 STRING "UNDER 24 MONTHS" DOR-COUNT-EDIT
003840                     " ACCOUNT(S)  " DOR-BALANCE-EDIT
003850                     DELIMITED BY SIZE
003860                     INTO AGING-REPORT-RECORD
004160         IF DOR-ESCHRPT-FILE-OK
004170             CLOSE AGING-REPORT-FILE
004180         END-IF.
00418A         MOVE "E" TO NTQ-FUNCTION.
00418B         CALL "NOTICEQ" USING NOTICE-QUEUE-AREA.
004190         DISPLAY "----------------------------------------------".
004200         DISPLAY "ACCOUNTS READ      = " DOR-ACCOUNTS-READ.
004210         DISPLAY "NEWLY DORMANT      = " DOR-NEWLY-DORMANT.
004220         DISPLAY "ALREADY DORMANT    = " DOR-ALREADY-DORMANT.
004230         DISPLAY "NEVER POSTED       = " DOR-NEVER-POSTED.
00423A         DISPLAY "DORMANCY NOTICES   = " DOR-NOTICE-COUNT.
004240         DISPLAY "DORMANT: JOB COMPLETE".
004250 8000-EXIT.
004260         EXIT.
