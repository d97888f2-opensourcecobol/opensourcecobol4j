000370*                  ORDERS -- SO THE CHARGES RIDE TRANLIST
000380*                  THROUGH SAMPLE'S EDITS, POSTING AND THE
000390*                  STATEMENTS LIKE ANY OTHER ITEM.
00039A*  10/15/2026 DCG  FEE SCHEDULES BY PRODUCT.  A SVCCHGTB ROW MAY
00039B*                  NOW CARRY A PRODUCT CODE IN COLS 10-11; ROWS
00039C*                  WITH SPACES THERE ARE THE DEFAULT SCHEDULE,
00039D*                  EXACTLY THE TABLE AS IT WAS.  EACH ITEM'S
00039E*                  ACCOUNT IS LOOKED UP ON ACCTMST AND PRICED
00039F*                  FROM ITS PRODUCT'S OWN ROWS (EXACT TYPE, THEN
00039G*                  THAT PRODUCT'S "**") WHEN SVCCHGTB HAS ANY,
00039H*                  OTHERWISE FROM THE DEFAULT SCHEDULE -- SO NO
00039I*                  PRODUCT, AN UNPRICED PRODUCT, OR NO ACCTMST AT
00039J*                  ALL CHARGES JUST AS BEFORE.  THE TABLE NOW
00039K*                  HOLDS 100 ROWS.
00039L*  10/15/2026 DCG  AN ACCOUNT ACCTMST SHOWS CLOSED IS NO LONGER
00039M*                  CHARGED -- ACCTCLOS TOOK THE MONTH'S CHARGE SO
00039N*                  FAR IN ITS FINAL SETTLEMENT, AND A CHARGE ON A
00039O*                  CLOSED ACCOUNT WOULD ONLY REJECT TO SUSPENSE.
00039P*  10/15/2026 DCG  A TYPE "16" FEE REFUND IS NOT PRICED EITHER --
00039Q*                  CHARGING FOR GIVING A FEE BACK WOULD UNDO THE
00039R*                  WAIVER.
00039S*  10/15/2026 DCG  A TYPE "17" RETURNED-ITEM FEE IS A CHARGE IN
00039T*                  ITS OWN RIGHT (CLRRTRN PRICES IT FROM ITS OWN
00039U*                  SVCCHGTB ROW) AND IS LEFT FREE LIKE A "04".
00039V*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00039W*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00039X*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000400*---------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000580         SELECT GENERATED-FILE ASSIGN TO "SVCHGTRN"
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS SVC-GENERATED-FILE-STATUS.
00060A         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
00060B             ORGANIZATION IS INDEXED
00060C             ACCESS MODE IS RANDOM
00060D             RECORD KEY IS ACM-ACCOUNT-NO
00060E             FILE STATUS IS SVC-ACCTMST-FILE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CHARGE-TABLE-FILE.
000640 01  CHARGE-TABLE-RECORD.
000650         05  SCT-RECORD-TYPE         PIC X(02).
000660         05  SCT-ITEM-CHARGE         PIC 9(05)V99.
00066A         05  SCT-PRODUCT-CODE        PIC X(02).
000670 FD  GEN-CATALOG-FILE.
000680     COPY GENCATRC.
000690 FD  EXTRACT-FILE.
000840         05  GTL-RUN-DATE            PIC 9(08).
000850         05  GTL-EXPECTED-COUNT      PIC 9(09).
000860         05  FILLER                  PIC X(22).
00086A FD  ACCOUNT-MASTER-FILE.
00086B     COPY ACCTREC.
000870 WORKING-STORAGE SECTION.
000880 01  SVC-FILE-STATUS-VALUES.
000890         05  SVC-CHARGE-FILE-STATUS  PIC X(02).
000940             88  SVC-EXTRACT-FILE-OK     VALUE "00".
000950         05  SVC-GENERATED-FILE-STATUS PIC X(02).
000960             88  SVC-GENERATED-FILE-OK   VALUE "00".
00096A         05  SVC-ACCTMST-FILE-STATUS PIC X(02).
00096B             88  SVC-ACCTMST-FILE-OK     VALUE "00".
000970 01  SVC-SWITCHES.
000980         05  SVC-CHARGE-EOF-SWITCH   PIC X(01) VALUE "N".
000990             88  SVC-CHARGES-AT-END      VALUE "Y".
001050             88  SVC-GEN-FOUND           VALUE "Y".
001060         05  SVC-ABORT-SWITCH        PIC X(01) VALUE "N".
001070             88  SVC-ABORTED             VALUE "Y".
00107A         05  SVC-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
00107B             88  SVC-MASTER-AVAILABLE    VALUE "Y".
00107C         05  SVC-CLOSED-SWITCH       PIC X(01) VALUE "N".
00107D             88  SVC-ACCOUNT-CLOSED      VALUE "Y".
001080 01  SVC-RUN-DATE                PIC 9(08) VALUE ZERO.
001090 01  SVC-PARM-STRING             PIC X(12) VALUE SPACES.
001100 01  SVC-ASSESS-MONTH            PIC 9(06) VALUE ZERO.
001160         05  SVC-ITEMS-FREE          PIC 9(09) VALUE ZERO.
001170         05  SVC-CHARGES-GENERATED   PIC 9(09) VALUE ZERO.
001180 01  SVC-CHARGE-TABLE.
001190         05  SVC-CHG-COUNT           PIC 9(03) COMP VALUE ZERO.
001200         05  SVC-CHG-ENTRY OCCURS 100 TIMES
001210                 INDEXED BY SVC-CHG-IDX.
00121A             10  SVC-CHG-PRODUCT     PIC X(02).
001220             10  SVC-CHG-TYPE        PIC X(02).
001230             10  SVC-CHG-AMOUNT      PIC 9(05)V99.
001240 01  SVC-GENERATION-TABLE.
001400 01  SVC-WORK-FIELDS.
001410         05  SVC-LOOKUP-KEY          PIC X(13) VALUE SPACES.
001420         05  SVC-ITEM-CHARGE         PIC 9(05)V99 VALUE ZERO.
00142A         05  SVC-LAST-ACCOUNT        PIC X(10) VALUE SPACES.
00142B         05  SVC-SCHEDULE-PRODUCT    PIC X(02) VALUE SPACES.
001430         05  SVC-TOTAL-CHARGED       PIC S9(11)V99 COMP-3
001440                                         VALUE ZERO.
001450         05  SVC-TOTAL-EDIT          PIC -(11)9.99.
00145A     COPY RUNDATEC.
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580         STOP RUN.
001590 1000-INITIALIZE.
001600         DISPLAY "SVCHARGE: JOB STARTING".
001610         CALL "RUNDATE" USING RUN-DATE-AREA.
00161A         MOVE RDT-RUN-DATE TO SVC-RUN-DATE.
001620         ACCEPT SVC-PARM-STRING FROM COMMAND-LINE.
001630         IF SVC-PARM-STRING NOT = SPACES
001640             UNSTRING SVC-PARM-STRING DELIMITED BY ","
001760             SET SVC-ABORTED TO TRUE
001770             GO TO 1000-EXIT
001780         END-IF.
00178A*  THE PRODUCT LOOKUP.  NO ACCTMST MEANS EVERY ITEM PRICES FROM
00178B*  THE DEFAULT SCHEDULE, THE SAME AS BEFORE THERE WERE ANY
00178C*  PRODUCTS.
00178D         OPEN INPUT ACCOUNT-MASTER-FILE.
00178E         IF SVC-ACCTMST-FILE-OK
00178F             SET SVC-MASTER-AVAILABLE TO TRUE
00178G         ELSE
00178H             DISPLAY "SVCHARGE: ACCTMST UNAVAILABLE - EVERY "
00178I                 "ACCOUNT PRICES FROM THE DEFAULT SCHEDULE"
00178J         END-IF.
001790         PERFORM 1200-BUILD-GENERATION-TABLE THRU 1200-EXIT.
001800         IF SVC-GEN-COUNT = ZERO
001810             DISPLAY "SVCHARGE: NO EXTRACT GENERATIONS FOR "
001900         END-IF.
001910         PERFORM 1150-LOAD-ONE-CHARGE THRU 1150-EXIT
001920             UNTIL SVC-CHARGES-AT-END
001930                 OR SVC-CHG-COUNT = 100.
001940         CLOSE CHARGE-TABLE-FILE.
001950         DISPLAY "SVCHARGE: " SVC-CHG-COUNT
001960             " CHARGE ROW(S) ON FILE".
002060                     TO SVC-CHG-TYPE(SVC-CHG-COUNT)
002070                 MOVE SCT-ITEM-CHARGE
002080                     TO SVC-CHG-AMOUNT(SVC-CHG-COUNT)
00208A                 MOVE SCT-PRODUCT-CODE
00208B                     TO SVC-CHG-PRODUCT(SVC-CHG-COUNT)
002090         END-READ.
002100 1150-EXIT.
002110         EXIT.
002960         END-IF.
002970*  A TYPE "04" ITEM IS A SERVICE CHARGE FROM A PRIOR
002980*  ASSESSMENT -- CHARGING A CHARGE WOULD COMPOUND THE FEES.
00298A*  A TYPE "16" FEE REFUND IS LEFT FREE FOR THE SAME REASON, AS
00298B*  IS A TYPE "17" RETURNED-ITEM FEE.
00298C         IF EXT-RECORD-TYPE = "04"
00298D             OR EXT-RECORD-TYPE = "16"
00298E             OR EXT-RECORD-TYPE = "17"
003000             GO TO 2100-EXIT
003010         END-IF.
00301A         PERFORM 2150-SET-SCHEDULE THRU 2150-EXIT.
00301B         IF SVC-ACCOUNT-CLOSED
00301C             GO TO 2100-EXIT
00301D         END-IF.
003020         PERFORM 2200-FIND-ITEM-CHARGE THRU 2200-EXIT.
003030         IF SVC-ITEM-CHARGE = ZERO
003040             ADD 1 TO SVC-ITEMS-FREE
003220         ADD SVC-ITEM-CHARGE TO SVC-ACC-CHARGE(SVC-ACC-IDX).
003230 2100-EXIT.
003240         EXIT.
003241*---------------------------------------------------------------
003242*  2150-SET-SCHEDULE.  THE ITEM'S ACCOUNT PRODUCT FROM ACCTMST,
003243*  KEPT ONLY IF SVCCHGTB CARRIES AT LEAST ONE ROW FOR IT.  NO
003244*  MASTER, NO ROW, NO PRODUCT OR AN UNPRICED PRODUCT LEAVES THE
003245*  DEFAULT SCHEDULE.  AN EXTRACT RUNS IN ACCOUNT ORDER, SO THE
003246*  LAST ACCOUNT'S ANSWER IS KEPT FOR ITS NEXT ITEM.
00324Y*  A CLOSED ACCOUNT IS FLAGGED HERE SO ITS ITEMS GO UNCHARGED.
003247*---------------------------------------------------------------
003248 2150-SET-SCHEDULE.
003249         IF EXT-ACCOUNT-NO = SVC-LAST-ACCOUNT
00324A             GO TO 2150-EXIT
00324B         END-IF.
00324C         MOVE EXT-ACCOUNT-NO TO SVC-LAST-ACCOUNT.
00324D         MOVE SPACES TO SVC-SCHEDULE-PRODUCT.
00324Z         MOVE "N" TO SVC-CLOSED-SWITCH.
00324E         IF NOT SVC-MASTER-AVAILABLE
00324F             GO TO 2150-EXIT
00324G         END-IF.
00324H         MOVE EXT-ACCOUNT-NO TO ACM-ACCOUNT-NO.
00324I         READ ACCOUNT-MASTER-FILE
00324J             INVALID KEY
00324K                 GO TO 2150-EXIT
00324L         END-READ.
0324L1         IF ACM-ACCOUNT-CLOSED
0324L2             SET SVC-ACCOUNT-CLOSED TO TRUE
0324L3             GO TO 2150-EXIT
0324L4         END-IF.
00324M         IF ACM-NO-PRODUCT
00324N             GO TO 2150-EXIT
00324O         END-IF.
00324P         SET SVC-CHG-IDX TO 1.
00324Q         SEARCH SVC-CHG-ENTRY
00324R             AT END
00324S                 CONTINUE
00324T             WHEN SVC-CHG-PRODUCT(SVC-CHG-IDX) = ACM-PRODUCT-CODE
00324U                 MOVE ACM-PRODUCT-CODE TO SVC-SCHEDULE-PRODUCT
00324V         END-SEARCH.
00324W 2150-EXIT.
00324X         EXIT.
003250*---------------------------------------------------------------
003260*  2200-FIND-ITEM-CHARGE.  WITHIN THE SCHEDULE 2150 PICKED, THE
003270*  EXACT RECORD-TYPE ROW WINS, THE SCHEDULE'S "**" CATCH-ALL
003280*  ROW BACKS IT UP, AND NO ROW AT ALL MEANS THE TYPE IS FREE.
003290*---------------------------------------------------------------
003300 2200-FIND-ITEM-CHARGE.
003310         MOVE ZERO TO SVC-ITEM-CHARGE.
003340             AT END
003350                 GO TO 2200-CATCH-ALL
003360             WHEN SVC-CHG-TYPE(SVC-CHG-IDX) = EXT-RECORD-TYPE
00336B                 AND SVC-CHG-PRODUCT(SVC-CHG-IDX)
00336C                     = SVC-SCHEDULE-PRODUCT
003370                 MOVE SVC-CHG-AMOUNT(SVC-CHG-IDX)
003380                     TO SVC-ITEM-CHARGE
003390         END-SEARCH.
003440             AT END
003450                 CONTINUE
003460             WHEN SVC-CHG-TYPE(SVC-CHG-IDX) = "**"
00346B                 AND SVC-CHG-PRODUCT(SVC-CHG-IDX)
00346C                     = SVC-SCHEDULE-PRODUCT
003470                 MOVE SVC-CHG-AMOUNT(SVC-CHG-IDX)
003480                     TO SVC-ITEM-CHARGE
003490         END-SEARCH.
004050 3100-EXIT.
004060         EXIT.
004070 8000-TERMINATE.
00407A         IF SVC-MASTER-AVAILABLE
00407B             CLOSE ACCOUNT-MASTER-FILE
00407C         END-IF.
004080         MOVE SVC-TOTAL-CHARGED TO SVC-TOTAL-EDIT.
004090         DISPLAY "----------------------------------------------".
004100         DISPLAY "GENERATIONS PRICED   = " SVC-GENERATIONS-READ.
