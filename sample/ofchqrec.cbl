000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 OFCHQREC.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  OUTSTANDING OFFICIAL
000220*                  CHEQUE RECONCILIATION, RUN AFTER OFCHQISS.
000230*                  THE CLEARING HOUSE'S PRESENTED-CHEQUES FILE,
000240*                  OFCHQPRS (OFCHQPRC), WHEN ONE HAS COME IN, IS
000250*                  MATCHED TO OFCHQREG BY CHEQUE NUMBER: AN
000260*                  ISSUED CHEQUE PRESENTED FOR ITS OWN AMOUNT
000270*                  GOES TO "P" WITH THE DATE, AMOUNT AND
000280*                  PRESENTING BANK.  A CHEQUE NOT ON THE
000290*                  REGISTER, PRESENTED FOR ANOTHER AMOUNT,
000300*                  ALREADY PRESENTED, STOPPED OR VOID IS LEFT
000310*                  AS IT IS AND QUEUED TO WORKQ.  EVERY CHEQUE
000320*                  STILL ISSUED IS THEN AGED IN CALENDAR DAYS
000330*                  FROM ITS ISSUE DATE AND LISTED ON OFCHQRRP BY
000340*                  BRANCH AND ISSUE DATE IN FOUR BANDS -- 0-30,
000350*                  31-90, 91 TO STALE AND STALE-DATED -- WITH
000360*                  BRANCH AND BANK TOTALS PER BAND.  A CHEQUE
000370*                  OUTSTANDING OCR-STALE-DAYS OR MORE (RUN
000380*                  PARAMETER, DEFAULT 180) IS FLAGGED FOR
000390*                  ESCHEATMENT REVIEW.  STOPPED CHEQUES, STILL
000400*                  OWED BACK TO THEIR ACCOUNTS UNTIL VOIDED, ARE
000410*                  COUNTED SEPARATELY.  NO OFCHQREG IS A NORMAL
000420*                  END.  RC 4 WHEN ANYTHING IS QUEUED, RC 16
000430*                  WHEN OFCHQREG CANNOT BE OPENED.
000440*---------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.
000480         LINUX.
000490 OBJECT-COMPUTER.
000500         LINUX.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530         SELECT PRESENTED-FILE ASSIGN TO "OFCHQPRS"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS OCR-PRESENTED-FILE-STATUS.
000560         SELECT CHEQUE-REGISTER-FILE ASSIGN TO "OFCHQREG"
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS DYNAMIC
000590             RECORD KEY IS OCQ-CHEQUE-NO
000600             FILE STATUS IS OCR-REGISTER-FILE-STATUS.
000610         SELECT REPORT-FILE ASSIGN TO "OFCHQRRP"
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS OCR-REPORT-FILE-STATUS.
000640         SELECT SORT-WORK-FILE ASSIGN TO "OFCHQSRT".
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PRESENTED-FILE.
000680     COPY OFCHQPRC.
000690 FD  CHEQUE-REGISTER-FILE.
000700     COPY OFCHQRC.
000710 FD  REPORT-FILE.
000720 01  REPORT-RECORD               PIC X(132).
000730 SD  SORT-WORK-FILE.
000740 01  SORT-WORK-RECORD.
000750         05  SRT-BRANCH-CODE         PIC X(03).
000760         05  SRT-ISSUE-DATE          PIC 9(08).
000770         05  SRT-CHEQUE-NO           PIC 9(08).
000780         05  SRT-ACCOUNT-NO          PIC X(10).
000790         05  SRT-PURPOSE             PIC X(01).
000800         05  SRT-PAYEE-NAME          PIC X(35).
000810         05  SRT-AMOUNT              PIC 9(09)V99.
000820         05  SRT-DAYS-OUT            PIC 9(05).
000830         05  SRT-BAND                PIC 9(01).
000840 WORKING-STORAGE SECTION.
000850     COPY RUNDATEC.
000860     COPY DATESRVC.
000870 01  OCR-FILE-STATUS-VALUES.
000880         05  OCR-PRESENTED-FILE-STATUS PIC X(02).
000890             88  OCR-PRESENTED-FILE-OK   VALUE "00".
000900         05  OCR-REGISTER-FILE-STATUS PIC X(02).
000910             88  OCR-REGISTER-FILE-OK    VALUE "00".
000920             88  OCR-REGISTER-NOT-FOUND  VALUE "35".
000930         05  OCR-REPORT-FILE-STATUS  PIC X(02).
000940             88  OCR-REPORT-FILE-OK      VALUE "00".
000950 01  OCR-SWITCHES.
000960         05  OCR-PRESENTED-EOF-SWITCH PIC X(01) VALUE "N".
000970             88  OCR-PRESENTED-AT-END    VALUE "Y".
000980         05  OCR-PRESENTED-OPEN-SWITCH PIC X(01) VALUE "N".
000990             88  OCR-PRESENTED-OPEN      VALUE "Y".
001000         05  OCR-REG-EOF-SWITCH      PIC X(01) VALUE "N".
001010             88  OCR-REG-AT-END          VALUE "Y".
001020         05  OCR-REG-OPEN-SWITCH     PIC X(01) VALUE "N".
001030             88  OCR-REG-OPEN            VALUE "Y".
001040         05  OCR-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001050             88  OCR-SORT-AT-END         VALUE "Y".
001060 01  OCR-RUN-DATE                PIC 9(08) VALUE ZERO.
001070*  KEPT APART FROM RETURN-CODE, WHICH EVERY CALL RESETS.
001080 01  OCR-RETURN-CODE             PIC 9(02) VALUE ZERO.
001090*  CALENDAR DAYS OUTSTANDING AT WHICH A CHEQUE IS STALE-DATED
001100*  AND GOES FOR ESCHEATMENT REVIEW.  RUN PARAMETER.
001110 01  OCR-PARM-STRING             PIC X(20) VALUE SPACES.
001120 01  OCR-PARM-STALE              PIC 9(04) VALUE ZERO.
001130 01  OCR-STALE-DAYS              PIC 9(05) VALUE 180.
001140 01  OCR-COUNTERS.
001150         05  OCR-PRESENTED-READ      PIC 9(07) VALUE ZERO.
001160         05  OCR-MATCHED-COUNT       PIC 9(07) VALUE ZERO.
001170         05  OCR-QUEUED-COUNT        PIC 9(07) VALUE ZERO.
001180         05  OCR-STOPPED-COUNT       PIC 9(07) VALUE ZERO.
001190         05  OCR-PAGE-COUNT          PIC 9(05) VALUE ZERO.
001200 01  OCR-TOTALS.
001210         05  OCR-TOTAL-MATCHED       PIC S9(11)V99 COMP-3
001220                                         VALUE ZERO.
001230         05  OCR-TOTAL-STOPPED       PIC S9(11)V99 COMP-3
001240                                         VALUE ZERO.
001250*  BAND 1 0-30 DAYS, 2 31-90, 3 91 TO STALE, 4 STALE-DATED.
001260*  BAND 5 CARRIES THE ALL-BANDS TOTAL.
001270 01  OCR-BAND-TOTALS.
001280         05  OCR-BAND-ENTRY          OCCURS 5 TIMES.
001290             10  OCR-BR-BAND-COUNT   PIC 9(07) COMP.
001300             10  OCR-BR-BAND-AMOUNT  PIC S9(11)V99 COMP-3.
001310             10  OCR-ALL-BAND-COUNT  PIC 9(07) COMP.
001320             10  OCR-ALL-BAND-AMOUNT PIC S9(11)V99 COMP-3.
001330 01  OCR-BAND-NAMES-VALUES.
001340         05  FILLER                  PIC X(16)
001350                                         VALUE "0 - 30 DAYS".
001360         05  FILLER                  PIC X(16)
001370                                         VALUE "31 - 90 DAYS".
001380         05  FILLER                  PIC X(16)
001390                                         VALUE "91 DAYS - STALE".
001400         05  FILLER                  PIC X(16)
001410                                         VALUE "STALE-DATED".
001420         05  FILLER                  PIC X(16)
001430                                         VALUE "ALL OUTSTANDING".
001440 01  OCR-BAND-NAMES REDEFINES OCR-BAND-NAMES-VALUES.
001450         05  OCR-BAND-NAME           PIC X(16) OCCURS 5 TIMES.
001460 01  OCR-BAND-SUB                PIC 9(02) COMP VALUE ZERO.
001470 01  OCR-WORK-FIELDS.
001480         05  OCR-LAST-BRANCH         PIC X(03) VALUE SPACES.
001490         05  OCR-RESULT              PIC X(32) VALUE SPACES.
001500         05  OCR-FLAG-WORDS          PIC X(26) VALUE SPACES.
001510         05  OCR-WQ-SOURCE           PIC X(08) VALUE "OFCHQREC".
001520         05  OCR-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
001530 01  OCR-PRINT-LINE-FIELDS.
001540         05  OCR-AMOUNT-EDIT         PIC Z(8)9.99.
001550         05  OCR-TOTAL-EDIT          PIC Z(10)9.99.
001560         05  OCR-COUNT-EDIT          PIC ZZZZZZ9.
001570         05  OCR-DAYS-EDIT           PIC ZZZZ9.
001580         05  OCR-PAGE-NO-EDIT        PIC ZZZZ9.
001590 PROCEDURE DIVISION.
001600 0000-MAINLINE.
001610         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620         IF OCR-REG-OPEN
001630             IF OCR-PRESENTED-OPEN
001640                 PERFORM 2000-MATCH-ONE-CHEQUE THRU 2000-EXIT
001650                     UNTIL OCR-PRESENTED-AT-END
001660                 PERFORM 2500-PRINT-MATCH-TOTALS THRU 2500-EXIT
001670             END-IF
001680             PERFORM 3000-AGE-OUTSTANDING THRU 3000-EXIT
001690         END-IF.
001700         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001710         STOP RUN.
001720 1000-INITIALIZE.
001730         DISPLAY "OFCHQREC: JOB STARTING".
001740         CALL "RUNDATE" USING RUN-DATE-AREA.
001750         MOVE RDT-RUN-DATE TO OCR-RUN-DATE.
001760         ACCEPT OCR-PARM-STRING FROM COMMAND-LINE.
001770         IF OCR-PARM-STRING NOT = SPACES
001780             UNSTRING OCR-PARM-STRING DELIMITED BY "," OR SPACE
001790                 INTO OCR-PARM-STALE
001800             END-UNSTRING
001810         END-IF.
001820         IF OCR-PARM-STALE NUMERIC
001830             AND OCR-PARM-STALE > ZERO
001840             MOVE OCR-PARM-STALE TO OCR-STALE-DAYS
001850         END-IF.
001860         DISPLAY "OFCHQREC: CHEQUES OUTSTANDING " OCR-STALE-DAYS
001870             " DAYS OR MORE ARE STALE-DATED".
001880         INITIALIZE OCR-BAND-TOTALS.
001890         OPEN I-O CHEQUE-REGISTER-FILE.
001900         IF OCR-REGISTER-NOT-FOUND
001910             DISPLAY "OFCHQREC: NO OFCHQREG FILE - NOTHING TO DO"
001920             GO TO 1000-EXIT
001930         END-IF.
001940         IF NOT OCR-REGISTER-FILE-OK
001950             DISPLAY "OFCHQREC: CANNOT OPEN OFCHQREG, STATUS = "
001960                 OCR-REGISTER-FILE-STATUS
001970             MOVE 16 TO OCR-RETURN-CODE
001980             GO TO 1000-EXIT
001990         END-IF.
002000         SET OCR-REG-OPEN TO TRUE.
002010         OPEN INPUT PRESENTED-FILE.
002020         IF OCR-PRESENTED-FILE-OK
002030             SET OCR-PRESENTED-OPEN TO TRUE
002040         ELSE
002050             DISPLAY "OFCHQREC: NO OFCHQPRS FILE - AGEING ONLY"
002060         END-IF.
002070         OPEN OUTPUT REPORT-FILE.
002080         IF OCR-PRESENTED-OPEN
002090             MOVE SPACES TO REPORT-RECORD
002100             STRING "OFFICIAL CHEQUES PRESENTED   RUN DATE: "
002110                 OCR-RUN-DATE
002120                 DELIMITED BY SIZE INTO REPORT-RECORD
002130             WRITE REPORT-RECORD
002140             MOVE SPACES TO REPORT-RECORD
002150             STRING "CHEQUE NO BRANCH ACCOUNT    ISSUED   "
002160                 "PRESENTED       AMOUNT RESULT"
002170                 DELIMITED BY SIZE INTO REPORT-RECORD
002180             WRITE REPORT-RECORD
002190         END-IF.
002200 1000-EXIT.
002210         EXIT.
002220 2000-MATCH-ONE-CHEQUE.
002230         READ PRESENTED-FILE
002240             AT END
002250                 MOVE "Y" TO OCR-PRESENTED-EOF-SWITCH
002260                 GO TO 2000-EXIT
002270         END-READ.
002280         ADD 1 TO OCR-PRESENTED-READ.
002290         MOVE OCP-CHEQUE-NO TO OCQ-CHEQUE-NO.
002300         READ CHEQUE-REGISTER-FILE
002310             INVALID KEY
002320                 MOVE SPACES TO OFFICIAL-CHEQUE-RECORD
002330                 MOVE OCP-CHEQUE-NO TO OCQ-CHEQUE-NO
002340                 MOVE "NOT ON REGISTER" TO OCR-RESULT
002350                 PERFORM 2900-QUEUE-CHEQUE THRU 2900-EXIT
002360                 GO TO 2000-EXIT
002370         END-READ.
002380         EVALUATE TRUE
002390             WHEN OCQ-PRESENTED
002400                 MOVE SPACES TO OCR-RESULT
002410                 STRING "ALREADY PRESENTED "
002420                     OCQ-PRESENTED-DATE
002430                     DELIMITED BY SIZE INTO OCR-RESULT
002440             WHEN OCQ-STOPPED
002450                 MOVE "STOPPED CHEQUE PRESENTED" TO OCR-RESULT
002460             WHEN OCQ-VOID
002470                 MOVE "VOID CHEQUE PRESENTED" TO OCR-RESULT
002480             WHEN OCP-AMOUNT NOT = OCQ-AMOUNT
002490                 MOVE "AMOUNT DIFFERS FROM REGISTER"
002500                     TO OCR-RESULT
002510             WHEN OTHER
002520                 MOVE SPACES TO OCR-RESULT
002530         END-EVALUATE.
002540         IF OCR-RESULT NOT = SPACES
002550             PERFORM 2900-QUEUE-CHEQUE THRU 2900-EXIT
002560             GO TO 2000-EXIT
002570         END-IF.
002580         SET OCQ-PRESENTED TO TRUE.
002590         MOVE OCR-RUN-DATE TO OCQ-STATUS-DATE.
002600         MOVE "OFCHQREC" TO OCQ-STATUS-USER.
002610         MOVE OCP-PRESENTED-DATE TO OCQ-PRESENTED-DATE.
002620         MOVE OCP-AMOUNT TO OCQ-PRESENTED-AMOUNT.
002630         MOVE OCP-PRESENTING-BANK TO OCQ-PRESENTING-BANK.
002640         REWRITE OFFICIAL-CHEQUE-RECORD
002650             INVALID KEY
002660                 DISPLAY "OFCHQREC: OFCHQREG REWRITE FAILED FOR "
002670                     OCQ-CHEQUE-NO ", STATUS = "
002680                     OCR-REGISTER-FILE-STATUS
002690                 MOVE 16 TO OCR-RETURN-CODE
002700         END-REWRITE.
002710         ADD 1 TO OCR-MATCHED-COUNT.
002720         ADD OCQ-AMOUNT TO OCR-TOTAL-MATCHED.
002730         MOVE "PRESENTED - MATCHED" TO OCR-RESULT.
002740         PERFORM 7000-PRINT-PRESENTED THRU 7000-EXIT.
002750 2000-EXIT.
002760         EXIT.
002770 2500-PRINT-MATCH-TOTALS.
002780         MOVE SPACES TO REPORT-RECORD.
002790         WRITE REPORT-RECORD.
002800         MOVE OCR-PRESENTED-READ TO OCR-COUNT-EDIT.
002810         MOVE SPACES TO REPORT-RECORD.
002820         STRING "PRESENTED READ    " OCR-COUNT-EDIT
002830             DELIMITED BY SIZE INTO REPORT-RECORD.
002840         WRITE REPORT-RECORD.
002850         MOVE OCR-MATCHED-COUNT TO OCR-COUNT-EDIT.
002860         MOVE OCR-TOTAL-MATCHED TO OCR-TOTAL-EDIT.
002870         MOVE SPACES TO REPORT-RECORD.
002880         STRING "MATCHED           " OCR-COUNT-EDIT
002890             "   AMOUNT " OCR-TOTAL-EDIT
002900             DELIMITED BY SIZE INTO REPORT-RECORD.
002910         WRITE REPORT-RECORD.
002920         MOVE OCR-QUEUED-COUNT TO OCR-COUNT-EDIT.
002930         MOVE SPACES TO REPORT-RECORD.
002940         STRING "QUEUED TO WORKQ   " OCR-COUNT-EDIT
002950             DELIMITED BY SIZE INTO REPORT-RECORD.
002960         WRITE REPORT-RECORD.
002970 2500-EXIT.
002980         EXIT.
002990*---------------------------------------------------------------
003000*  2900-QUEUE-CHEQUE.  A PRESENTMENT WE CANNOT ACCEPT IS LEFT
003010*  FOR OPERATIONS TO RETURN OR RESOLVE WITH THE CLEARING HOUSE;
003020*  THE REGISTER IS NOT TOUCHED.
003030*---------------------------------------------------------------
003040 2900-QUEUE-CHEQUE.
003050         MOVE SPACES TO OCR-WQ-DESCRIPTION.
003060         STRING "OFFICIAL CHEQUE " OCP-CHEQUE-NO " "
003070             OCR-RESULT
003080             DELIMITED BY SIZE INTO OCR-WQ-DESCRIPTION.
003090         CALL "WQOPEN" USING OCR-WQ-SOURCE OCR-RUN-DATE
003100             OCR-WQ-DESCRIPTION.
003110         ADD 1 TO OCR-QUEUED-COUNT.
003120         IF OCR-RETURN-CODE = ZERO
003130             MOVE 4 TO OCR-RETURN-CODE
003140         END-IF.
003150         MOVE OCP-AMOUNT TO OCR-AMOUNT-EDIT.
003160         MOVE SPACES TO REPORT-RECORD.
003170         STRING OCQ-CHEQUE-NO "  " OCQ-BRANCH-CODE "    "
003180             OCQ-ACCOUNT-NO " " OCQ-ISSUE-DATE " "
003190             OCP-PRESENTED-DATE " " OCR-AMOUNT-EDIT " "
003200             OCR-RESULT " - QUEUED TO WORKQ"
003210             DELIMITED BY SIZE INTO REPORT-RECORD.
003220         WRITE REPORT-RECORD.
003230 2900-EXIT.
003240         EXIT.
003250 3000-AGE-OUTSTANDING.
003260         SORT SORT-WORK-FILE
003270             ON ASCENDING KEY SRT-BRANCH-CODE
003280             ON ASCENDING KEY SRT-ISSUE-DATE
003290             ON ASCENDING KEY SRT-CHEQUE-NO
003300             INPUT PROCEDURE IS 3100-RELEASE-OUTSTANDING
003310                 THRU 3100-EXIT
003320             OUTPUT PROCEDURE IS 3500-PRINT-BY-BRANCH
003330                 THRU 3500-EXIT.
003340 3000-EXIT.
003350         EXIT.
003360 3100-RELEASE-OUTSTANDING.
003370         MOVE LOW-VALUES TO OCQ-CHEQUE-NO.
003380         START CHEQUE-REGISTER-FILE
003390             KEY IS NOT LESS THAN OCQ-CHEQUE-NO
003400             INVALID KEY
003410                 GO TO 3100-EXIT
003420         END-START.
003430         MOVE "N" TO OCR-REG-EOF-SWITCH.
003440         PERFORM 3200-RELEASE-ONE-CHEQUE THRU 3200-EXIT
003450             UNTIL OCR-REG-AT-END.
003460 3100-EXIT.
003470         EXIT.
003480 3200-RELEASE-ONE-CHEQUE.
003490         READ CHEQUE-REGISTER-FILE NEXT RECORD
003500             AT END
003510                 MOVE "Y" TO OCR-REG-EOF-SWITCH
003520                 GO TO 3200-EXIT
003530         END-READ.
003540         IF OCQ-STOPPED
003550             ADD 1 TO OCR-STOPPED-COUNT
003560             ADD OCQ-AMOUNT TO OCR-TOTAL-STOPPED
003570             GO TO 3200-EXIT
003580         END-IF.
003590         IF NOT OCQ-ISSUED
003600             GO TO 3200-EXIT
003610         END-IF.
003620         MOVE SPACES TO DSV-REGION-CODE.
003630         MOVE "C" TO DSV-FUNCTION.
003640         MOVE OCQ-ISSUE-DATE TO DSV-DATE-1.
003650         MOVE OCR-RUN-DATE TO DSV-DATE-2.
003660         CALL "DATESRV" USING DATE-SERVICE-AREA.
003670         IF NOT DSV-SUCCESSFUL
003680             OR DSV-DAYS-BETWEEN < ZERO
003690             MOVE ZERO TO DSV-DAYS-BETWEEN
003700         END-IF.
003710         MOVE DSV-DAYS-BETWEEN TO SRT-DAYS-OUT.
003720         EVALUATE TRUE
003730             WHEN SRT-DAYS-OUT NOT < OCR-STALE-DAYS
003740                 MOVE 4 TO SRT-BAND
003750             WHEN SRT-DAYS-OUT > 90
003760                 MOVE 3 TO SRT-BAND
003770             WHEN SRT-DAYS-OUT > 30
003780                 MOVE 2 TO SRT-BAND
003790             WHEN OTHER
003800                 MOVE 1 TO SRT-BAND
003810         END-EVALUATE.
003820         MOVE OCQ-BRANCH-CODE TO SRT-BRANCH-CODE.
003830         MOVE OCQ-ISSUE-DATE TO SRT-ISSUE-DATE.
003840         MOVE OCQ-CHEQUE-NO TO SRT-CHEQUE-NO.
003850         MOVE OCQ-ACCOUNT-NO TO SRT-ACCOUNT-NO.
003860         MOVE OCQ-PURPOSE TO SRT-PURPOSE.
003870         MOVE OCQ-PAYEE-NAME TO SRT-PAYEE-NAME.
003880         MOVE OCQ-AMOUNT TO SRT-AMOUNT.
003890         RELEASE SORT-WORK-RECORD.
003900 3200-EXIT.
003910         EXIT.
003920 3500-PRINT-BY-BRANCH.
003930         PERFORM 3600-PRINT-ONE-CHEQUE THRU 3600-EXIT
003940             UNTIL OCR-SORT-AT-END.
003950         IF OCR-LAST-BRANCH = SPACES
003960             PERFORM 3800-WRITE-PAGE-HEADER THRU 3800-EXIT
003970             MOVE SPACES TO REPORT-RECORD
003980             MOVE "NO OFFICIAL CHEQUES OUTSTANDING"
003990                 TO REPORT-RECORD
004000             WRITE REPORT-RECORD
004010         ELSE
004020             PERFORM 3700-BRANCH-TOTALS THRU 3700-EXIT
004030         END-IF.
004040         MOVE SPACES TO REPORT-RECORD.
004050         WRITE REPORT-RECORD.
004060         MOVE SPACES TO REPORT-RECORD.
004070         MOVE "ALL BRANCHES" TO REPORT-RECORD.
004080         WRITE REPORT-RECORD.
004090         PERFORM 3950-PRINT-ALL-BAND THRU 3950-EXIT
004100             VARYING OCR-BAND-SUB FROM 1 BY 1
004110             UNTIL OCR-BAND-SUB > 5.
004120         MOVE OCR-STOPPED-COUNT TO OCR-COUNT-EDIT.
004130         MOVE OCR-TOTAL-STOPPED TO OCR-TOTAL-EDIT.
004140         MOVE SPACES TO REPORT-RECORD.
004150         STRING "  STOPPED, NOT VOIDED  " OCR-COUNT-EDIT
004160             "  " OCR-TOTAL-EDIT
004170             DELIMITED BY SIZE INTO REPORT-RECORD.
004180         WRITE REPORT-RECORD.
004190 3500-EXIT.
004200         EXIT.
004210 3600-PRINT-ONE-CHEQUE.
004220         RETURN SORT-WORK-FILE
004230             AT END
004240                 MOVE "Y" TO OCR-SORT-EOF-SWITCH
004250                 GO TO 3600-EXIT
004260         END-RETURN.
004270         IF SRT-BRANCH-CODE NOT = OCR-LAST-BRANCH
004280             IF OCR-LAST-BRANCH NOT = SPACES
004290                 PERFORM 3700-BRANCH-TOTALS THRU 3700-EXIT
004300             END-IF
004310             MOVE SRT-BRANCH-CODE TO OCR-LAST-BRANCH
004320             PERFORM 3800-WRITE-PAGE-HEADER THRU 3800-EXIT
004330         END-IF.
004340         MOVE SRT-BAND TO OCR-BAND-SUB.
004350         ADD 1 TO OCR-BR-BAND-COUNT(OCR-BAND-SUB)
004360             OCR-BR-BAND-COUNT(5).
004370         ADD SRT-AMOUNT TO OCR-BR-BAND-AMOUNT(OCR-BAND-SUB)
004380             OCR-BR-BAND-AMOUNT(5).
004390         IF SRT-BAND = 4
004400             MOVE "STALE - ESCHEATMENT REVIEW" TO OCR-FLAG-WORDS
004410         ELSE
004420             MOVE SPACES TO OCR-FLAG-WORDS
004430         END-IF.
004440         MOVE SRT-DAYS-OUT TO OCR-DAYS-EDIT.
004450         MOVE SRT-AMOUNT TO OCR-AMOUNT-EDIT.
004460         MOVE SPACES TO REPORT-RECORD.
004470         STRING SRT-CHEQUE-NO "  " SRT-ISSUE-DATE " "
004480             OCR-DAYS-EDIT "  " SRT-ACCOUNT-NO " "
004490             SRT-PURPOSE " " SRT-PAYEE-NAME " "
004500             OCR-AMOUNT-EDIT " " OCR-FLAG-WORDS
004510             DELIMITED BY SIZE INTO REPORT-RECORD.
004520         WRITE REPORT-RECORD.
004530 3600-EXIT.
004540         EXIT.
004550 3700-BRANCH-TOTALS.
004560         MOVE SPACES TO REPORT-RECORD.
004570         WRITE REPORT-RECORD.
004580         MOVE SPACES TO REPORT-RECORD.
004590         STRING "BRANCH " OCR-LAST-BRANCH
004600             DELIMITED BY SIZE INTO REPORT-RECORD.
004610         WRITE REPORT-RECORD.
004620         PERFORM 3900-PRINT-BRANCH-BAND THRU 3900-EXIT
004630             VARYING OCR-BAND-SUB FROM 1 BY 1
004640             UNTIL OCR-BAND-SUB > 5.
004650 3700-EXIT.
004660         EXIT.
004670 3800-WRITE-PAGE-HEADER.
004680         ADD 1 TO OCR-PAGE-COUNT.
004690         MOVE SPACES TO REPORT-RECORD.
004700         WRITE REPORT-RECORD.
004710         MOVE OCR-PAGE-COUNT TO OCR-PAGE-NO-EDIT.
004720         MOVE SPACES TO REPORT-RECORD.
004730         IF OCR-LAST-BRANCH = SPACES
004740             STRING "OUTSTANDING OFFICIAL CHEQUES - ALL BRANCHES"
004750                 "   RUN DATE: " OCR-RUN-DATE
004760                 "   PAGE: " OCR-PAGE-NO-EDIT
004770                 DELIMITED BY SIZE INTO REPORT-RECORD
004780         ELSE
004790             STRING "OUTSTANDING OFFICIAL CHEQUES - BRANCH "
004800                 OCR-LAST-BRANCH
004810                 "   RUN DATE: " OCR-RUN-DATE
004820                 "   PAGE: " OCR-PAGE-NO-EDIT
004830                 DELIMITED BY SIZE INTO REPORT-RECORD
004840         END-IF.
004850         WRITE REPORT-RECORD.
004860         MOVE OCR-STALE-DAYS TO OCR-DAYS-EDIT.
004870         MOVE SPACES TO REPORT-RECORD.
004880         STRING "CHEQUES OUTSTANDING " OCR-DAYS-EDIT
004890             " DAYS OR MORE ARE STALE-DATED"
004900             DELIMITED BY SIZE INTO REPORT-RECORD.
004910         WRITE REPORT-RECORD.
004920         MOVE SPACES TO REPORT-RECORD.
004930         WRITE REPORT-RECORD.
004940         MOVE SPACES TO REPORT-RECORD.
004950         STRING "CHEQUE NO ISSUED    DAYS  ACCOUNT    P PAYEE"
004960             "                                     AMOUNT"
004970             DELIMITED BY SIZE INTO REPORT-RECORD.
004980         WRITE REPORT-RECORD.
004990 3800-EXIT.
005000         EXIT.
005010 3900-PRINT-BRANCH-BAND.
005020         MOVE OCR-BR-BAND-COUNT(OCR-BAND-SUB) TO OCR-COUNT-EDIT.
005030         MOVE OCR-BR-BAND-AMOUNT(OCR-BAND-SUB) TO OCR-TOTAL-EDIT.
005040         MOVE SPACES TO REPORT-RECORD.
005050         STRING "  " OCR-BAND-NAME(OCR-BAND-SUB) "     "
005060             OCR-COUNT-EDIT "  " OCR-TOTAL-EDIT
005070             DELIMITED BY SIZE INTO REPORT-RECORD.
005080         WRITE REPORT-RECORD.
005090         ADD OCR-BR-BAND-COUNT(OCR-BAND-SUB)
005100             TO OCR-ALL-BAND-COUNT(OCR-BAND-SUB).
005110         ADD OCR-BR-BAND-AMOUNT(OCR-BAND-SUB)
005120             TO OCR-ALL-BAND-AMOUNT(OCR-BAND-SUB).
005130         MOVE ZERO TO OCR-BR-BAND-COUNT(OCR-BAND-SUB).
005140         MOVE ZERO TO OCR-BR-BAND-AMOUNT(OCR-BAND-SUB).
005150 3900-EXIT.
005160         EXIT.
005170 3950-PRINT-ALL-BAND.
005180         MOVE OCR-ALL-BAND-COUNT(OCR-BAND-SUB) TO OCR-COUNT-EDIT.
005190         MOVE OCR-ALL-BAND-AMOUNT(OCR-BAND-SUB)
005200             TO OCR-TOTAL-EDIT.
005210         MOVE SPACES TO REPORT-RECORD.
005220         STRING "  " OCR-BAND-NAME(OCR-BAND-SUB) "     "
005230             OCR-COUNT-EDIT "  " OCR-TOTAL-EDIT
005240             DELIMITED BY SIZE INTO REPORT-RECORD.
005250         WRITE REPORT-RECORD.
005260 3950-EXIT.
005270         EXIT.
005280 7000-PRINT-PRESENTED.
005290         MOVE OCP-AMOUNT TO OCR-AMOUNT-EDIT.
005300         MOVE SPACES TO REPORT-RECORD.
005310         STRING OCQ-CHEQUE-NO "  " OCQ-BRANCH-CODE "    "
005320             OCQ-ACCOUNT-NO " " OCQ-ISSUE-DATE " "
005330             OCP-PRESENTED-DATE " " OCR-AMOUNT-EDIT " "
005340             OCR-RESULT
005350             DELIMITED BY SIZE INTO REPORT-RECORD.
005360         WRITE REPORT-RECORD.
005370 7000-EXIT.
005380         EXIT.
005390 8000-TERMINATE.
005400         IF OCR-PRESENTED-OPEN
005410             CLOSE PRESENTED-FILE
005420         END-IF.
005430         IF OCR-REG-OPEN
005440             CLOSE CHEQUE-REGISTER-FILE
005450         END-IF.
005460         IF OCR-REPORT-FILE-OK
005470             CLOSE REPORT-FILE
005480         END-IF.
005490         DISPLAY "----------------------------------------------".
005500         DISPLAY "PRESENTED READ     = " OCR-PRESENTED-READ.
005510         DISPLAY "MATCHED            = " OCR-MATCHED-COUNT.
005520         DISPLAY "QUEUED TO WORKQ    = " OCR-QUEUED-COUNT.
005530         DISPLAY "OUTSTANDING        = " OCR-ALL-BAND-COUNT(5).
005540         DISPLAY "STALE-DATED        = " OCR-ALL-BAND-COUNT(4).
005550         DISPLAY "STOPPED, NOT VOID  = " OCR-STOPPED-COUNT.
005560         MOVE OCR-RETURN-CODE TO RETURN-CODE.
005570         DISPLAY "OFCHQREC: JOB COMPLETE, RETURN CODE "
005580             RETURN-CODE.
005590 8000-EXIT.
005600         EXIT.
