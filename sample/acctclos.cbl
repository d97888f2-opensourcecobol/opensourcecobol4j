000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 ACCTCLOS.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  ACCOUNT CLOSURE WITH FINAL
000220*                  SETTLEMENT, RUN AFTER INTACCR SO TONIGHT'S
000230*                  ACCRUAL IS IN.  EACH NEW CLOSREQ REQUEST
000240*                  (CLOSREQC) IS REFUSED, WITH THE REASON, WHEN
000250*                  STOPFILE HOLDS AN UNEXPIRED STOP OR ALL-ITEMS
000260*                  HOLD ON THE ACCOUNT, WHEN ACCTMST DOES NOT
000270*                  SHOW IT OPEN, OR WHEN THE PAYOUT DESTINATION
000280*                  IS MISSING OR NOT OPEN.  OTHERWISE THE FINAL
000290*                  ITEMS GO TO CLOSTRN FOR THE NEXT RUN'S STREAM:
000300*                  THE INTACCRU ACCRUAL AS A TYPE "03" (ZEROED ON
000310*                  THE MASTER THE WAY INTCAP DOES), THE MONTH'S
000320*                  SERVICE CHARGE SO FAR -- PRICED FROM SVCCHGTB
000330*                  OVER THIS MONTH'S GENERATIONS EXACTLY AS
000340*                  SVCHARGE WOULD -- PLUS THE CLOSING FEE (PARM,
000350*                  WHOLE UNITS, DEFAULT 0, WAIVABLE PER REQUEST)
000360*                  AS ONE TYPE "10", AND THE NET BALANCE AS A
000370*                  TYPE "11" PAYOUT TO THE LINKED ACCOUNT OR AN
000380*                  OFFICIAL CHEQUE LISTED ON CLOSCHQ.  A NET
000390*                  BALANCE OWED REFUSES THE CLOSURE.  ON LATER
000400*                  RUNS, ONCE THE ITEMS HAVE POSTED, A ZERO
000410*                  BALANCE WITH NOTHING ACCRUED CLOSES THE
000420*                  ACCOUNT ON ACCTMST (ACLAUDIT LINE WRITTEN);
000430*                  ANYTHING LEFT OVER IS PAID OUT AGAIN AND
000440*                  PROVED THE NEXT NIGHT.  CLOSRPT CONFIRMS EVERY
000450*                  REQUEST WORKED.  RC 4 WHEN ANY REQUEST WAS
000460*                  REFUSED OR IS HELD OPEN ON A BALANCE OWED.
000461*  10/15/2026 DCG  THE FINAL ACCRUAL SWEPT AT CLOSURE IS ALSO
000462*                  APPENDED TO INTACMOV (INTMOVRC) AS AN "R"
000463*                  REVERSAL, THE WAY INTCAP WRITES ITS SWEEP, SO
000464*                  ACRVOUCH TAKES IT BACK OUT OF THE GL ACCRUAL
000465*                  ACCOUNTS.  NO INTACMOV ENDS THE RUN BEFORE
000466*                  ANY REQUEST IS WORKED.
000467*  10/15/2026 DCG  THE CLOSING SWEEP ALSO ZEROES INA-BACKVALUE-
000468*                  AMOUNT WITH THE ACCRUAL.
00046A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00046B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00046C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000470*---------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.
000510         LINUX.
000520 OBJECT-COMPUTER.
000530         LINUX.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560         SELECT REQUEST-FILE ASSIGN TO "CLOSREQ"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS CLS-REQUEST-FILE-STATUS.
000590         SELECT STOP-FILE ASSIGN TO "STOPFILE"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS CLS-STOP-FILE-STATUS.
000620         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS RANDOM
000650             RECORD KEY IS ACM-ACCOUNT-NO
000660             FILE STATUS IS CLS-MASTER-FILE-STATUS.
000670         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS RANDOM
000700             RECORD KEY IS ABL-KEY
000710             FILE STATUS IS CLS-BALANCE-FILE-STATUS.
000720         SELECT ACCRUAL-FILE ASSIGN TO "INTACCRU"
000730             ORGANIZATION IS INDEXED
000740             ACCESS MODE IS RANDOM
000750             RECORD KEY IS INA-KEY
000760             FILE STATUS IS CLS-ACCRUAL-FILE-STATUS.
000770         SELECT CHARGE-TABLE-FILE ASSIGN TO "SVCCHGTB"
000780             ORGANIZATION IS LINE SEQUENTIAL
000790             FILE STATUS IS CLS-CHARGE-FILE-STATUS.
000800         SELECT GEN-CATALOG-FILE ASSIGN TO "GENCATLG"
000810             ORGANIZATION IS LINE SEQUENTIAL
000820             FILE STATUS IS CLS-GENCAT-FILE-STATUS.
000830         SELECT EXTRACT-FILE ASSIGN DYNAMIC CLS-EXTRACT-FILENAME
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS CLS-EXTRACT-FILE-STATUS.
000860         SELECT GENERATED-FILE ASSIGN TO "CLOSTRN"
000870             ORGANIZATION IS LINE SEQUENTIAL
000880             FILE STATUS IS CLS-GENERATED-FILE-STATUS.
000890         SELECT CHEQUE-FILE ASSIGN TO "CLOSCHQ"
000900             ORGANIZATION IS LINE SEQUENTIAL
000910             FILE STATUS IS CLS-CHEQUE-FILE-STATUS.
000920         SELECT CHANGE-AUDIT-FILE ASSIGN TO "ACLAUDIT"
000930             ORGANIZATION IS LINE SEQUENTIAL
000940             FILE STATUS IS CLS-AUDIT-FILE-STATUS.
000950         SELECT REPORT-FILE ASSIGN TO "CLOSRPT"
000960             ORGANIZATION IS LINE SEQUENTIAL
000970             FILE STATUS IS CLS-REPORT-FILE-STATUS.
000971         SELECT MOVEMENT-FILE ASSIGN TO "INTACMOV"
000972             ORGANIZATION IS LINE SEQUENTIAL
000973             FILE STATUS IS CLS-MOVEMENT-FILE-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  REQUEST-FILE.
001010 01  REQUEST-LINE                PIC X(80).
001020 FD  STOP-FILE.
001030 01  STOP-ORDER-RECORD.
001040         05  STP-ACCOUNT-NO          PIC X(10).
001050         05  STP-RECORD-TYPE         PIC X(02).
001060         05  STP-AMOUNT-FROM         PIC 9(09)V99.
001070         05  STP-AMOUNT-TO           PIC 9(09)V99.
001080         05  STP-EXPIRY-DATE         PIC 9(08).
001090         05  STP-REQUEST-BRANCH      PIC X(03).
001100 FD  ACCOUNT-MASTER-FILE.
001110     COPY ACCTREC.
001120 FD  BALANCE-FILE.
001130     COPY BALREC.
001140 FD  ACCRUAL-FILE.
001150     COPY INTACCRC.
001160 FD  CHARGE-TABLE-FILE.
001170 01  CHARGE-TABLE-RECORD.
001180         05  SCT-RECORD-TYPE         PIC X(02).
001190         05  SCT-ITEM-CHARGE         PIC 9(05)V99.
001200         05  SCT-PRODUCT-CODE        PIC X(02).
001210 FD  GEN-CATALOG-FILE.
001220     COPY GENCATRC.
001230 FD  EXTRACT-FILE.
001240     COPY EXTRREC.
001250 FD  GENERATED-FILE.
001260 01  GENERATED-RECORD            PIC X(54).
001270 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
001280         05  GEN-BRANCH-CODE         PIC X(03).
001290         05  GEN-ACCOUNT-NO          PIC X(10).
001300         05  GEN-RECORD-TYPE         PIC X(02).
001310         05  GEN-TRANS-DATE          PIC 9(08).
001320         05  GEN-AMOUNT              PIC 9(09)V99.
001330         05  GEN-DC-INDICATOR        PIC X(01).
001340         05  FILLER                  PIC X(19).
001350 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
001360         05  GTL-KEY                 PIC X(13).
001370         05  GTL-RECORD-TYPE         PIC X(02).
001380         05  GTL-RUN-DATE            PIC 9(08).
001390         05  GTL-EXPECTED-COUNT      PIC 9(09).
001400         05  FILLER                  PIC X(22).
001410 FD  CHEQUE-FILE.
001420 01  CHEQUE-RECORD.
001430         05  CHQ-ISSUE-DATE          PIC 9(08).
001440         05  CHQ-BRANCH-CODE         PIC X(03).
001450         05  CHQ-ACCOUNT-NO          PIC X(10).
001460         05  CHQ-PAYEE-NAME          PIC X(20).
001470         05  CHQ-AMOUNT              PIC 9(09)V99.
001480         05  FILLER                  PIC X(08).
001490 FD  CHANGE-AUDIT-FILE.
001500 01  CHANGE-AUDIT-REC.
001510         05  AUD-ACCOUNT-NO          PIC X(10).
001520         05  AUD-FIELD-NAME          PIC X(10).
001530         05  AUD-BEFORE-VALUE        PIC X(03).
001540         05  AUD-AFTER-VALUE         PIC X(03).
001550         05  AUD-RUN-DATE            PIC 9(08).
001560         05  AUD-RUN-TIME            PIC 9(08).
001570 FD  REPORT-FILE.
001580 01  REPORT-RECORD               PIC X(132).
001581 FD  MOVEMENT-FILE.
001582     COPY INTMOVRC.
001590 WORKING-STORAGE SECTION.
001600 01  CLS-FILE-STATUS-VALUES.
001610         05  CLS-REQUEST-FILE-STATUS PIC X(02).
001620             88  CLS-REQUEST-FILE-OK     VALUE "00".
001630         05  CLS-STOP-FILE-STATUS    PIC X(02).
001640             88  CLS-STOP-FILE-OK        VALUE "00".
001650         05  CLS-MASTER-FILE-STATUS  PIC X(02).
001660             88  CLS-MASTER-FILE-OK      VALUE "00".
001670         05  CLS-BALANCE-FILE-STATUS PIC X(02).
001680             88  CLS-BALANCE-FILE-OK     VALUE "00".
001690         05  CLS-ACCRUAL-FILE-STATUS PIC X(02).
001700             88  CLS-ACCRUAL-FILE-OK     VALUE "00".
001710         05  CLS-CHARGE-FILE-STATUS  PIC X(02).
001720             88  CLS-CHARGE-FILE-OK      VALUE "00".
001730         05  CLS-GENCAT-FILE-STATUS  PIC X(02).
001740             88  CLS-GENCAT-FILE-OK      VALUE "00".
001750         05  CLS-EXTRACT-FILE-STATUS PIC X(02).
001760             88  CLS-EXTRACT-FILE-OK     VALUE "00".
001770         05  CLS-GENERATED-FILE-STATUS PIC X(02).
001780             88  CLS-GENERATED-FILE-OK   VALUE "00".
001790         05  CLS-CHEQUE-FILE-STATUS  PIC X(02).
001800             88  CLS-CHEQUE-FILE-OK      VALUE "00".
001810         05  CLS-AUDIT-FILE-STATUS   PIC X(02).
001820             88  CLS-AUDIT-FILE-OK       VALUE "00".
001830         05  CLS-REPORT-FILE-STATUS  PIC X(02).
001840             88  CLS-REPORT-FILE-OK      VALUE "00".
001841         05  CLS-MOVEMENT-FILE-STATUS PIC X(02).
001842             88  CLS-MOVEMENT-FILE-OK    VALUE "00".
001850 01  CLS-SWITCHES.
001860         05  CLS-REQ-EOF-SWITCH      PIC X(01) VALUE "N".
001870             88  CLS-REQUESTS-AT-END     VALUE "Y".
001880         05  CLS-STP-EOF-SWITCH      PIC X(01) VALUE "N".
001890             88  CLS-STOPS-AT-END        VALUE "Y".
001900         05  CLS-CHARGE-EOF-SWITCH   PIC X(01) VALUE "N".
001910             88  CLS-CHARGES-AT-END      VALUE "Y".
001920         05  CLS-GENCAT-EOF-SWITCH   PIC X(01) VALUE "N".
001930             88  CLS-GENCAT-AT-END       VALUE "Y".
001940         05  CLS-EXTR-EOF-SWITCH     PIC X(01) VALUE "N".
001950             88  CLS-EXTR-AT-END         VALUE "Y".
001960         05  CLS-GEN-FOUND-SWITCH    PIC X(01) VALUE "N".
001970             88  CLS-GEN-FOUND           VALUE "Y".
001980         05  CLS-ABORT-SWITCH        PIC X(01) VALUE "N".
001990             88  CLS-ABORTED             VALUE "Y".
002000         05  CLS-ACCRUAL-AVAIL-SW    PIC X(01) VALUE "N".
002010             88  CLS-ACCRUAL-AVAILABLE   VALUE "Y".
002020         05  CLS-CHEQUE-OPEN-SWITCH  PIC X(01) VALUE "N".
002030             88  CLS-CHEQUE-OPEN         VALUE "Y".
002040         05  CLS-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
002050             88  CLS-AUDIT-OPEN          VALUE "Y".
002060         05  CLS-ACCRUAL-FOUND-SW    PIC X(01) VALUE "N".
002070             88  CLS-ACCRUAL-FOUND       VALUE "Y".
002080         05  CLS-NEW-SETTLE-SWITCH   PIC X(01) VALUE "N".
002090             88  CLS-ANY-NEW-SETTLEMENT  VALUE "Y".
002100 01  CLS-RUN-DATE                PIC 9(08) VALUE ZERO.
002110 01  CLS-RUN-TIME                PIC 9(08) VALUE ZERO.
002120 01  CLS-PARM-STRING             PIC X(12) VALUE SPACES.
002130 01  CLS-FEE-UNITS               PIC 9(05) VALUE ZERO.
002140 01  CLS-CLOSING-FEE             PIC 9(07)V99 VALUE ZERO.
002150 01  CLS-EXTRACT-FILENAME        PIC X(30) VALUE SPACES.
002160 01  CLS-ARCH-FILENAME           PIC X(35) VALUE SPACES.
002170 01  CLS-COUNTERS.
002180         05  CLS-REQUESTS-READ       PIC 9(05) VALUE ZERO.
002190         05  CLS-AGED-OFF            PIC 9(05) VALUE ZERO.
002200         05  CLS-SETTLED-COUNT       PIC 9(05) VALUE ZERO.
002210         05  CLS-RESIDUAL-COUNT      PIC 9(05) VALUE ZERO.
002220         05  CLS-AWAITING-COUNT      PIC 9(05) VALUE ZERO.
002230         05  CLS-OWED-COUNT          PIC 9(05) VALUE ZERO.
002240         05  CLS-CLOSED-COUNT        PIC 9(05) VALUE ZERO.
002250         05  CLS-REFUSED-COUNT       PIC 9(05) VALUE ZERO.
002260         05  CLS-CHEQUE-COUNT        PIC 9(05) VALUE ZERO.
002270         05  CLS-GENERATIONS-READ    PIC 9(05) VALUE ZERO.
002280         05  CLS-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
002290*  THE REQUEST FILE, LOADED WHOLE AND WRITTEN BACK AT END OF JOB
002300*  WITH EACH REQUEST'S NEW STATUS.  CLS-REQ-CHARGES IS THE MONTH'S
002310*  SERVICE CHARGE SO FAR, PRICED ONLY FOR NEW REQUESTS.
002320 01  CLS-REQUEST-TABLE.
002330         05  CLS-REQ-COUNT           PIC 9(03) COMP VALUE ZERO.
002340         05  CLS-REQ-SUB             PIC 9(03) COMP VALUE ZERO.
002350         05  CLS-REQ-ENTRY OCCURS 200 TIMES
002360                 INDEXED BY CLS-REQ-IDX.
002370             10  CLS-REQ-RECORD      PIC X(80).
002380             10  CLS-REQ-KEY         PIC X(13).
002390             10  CLS-REQ-PRODUCT     PIC X(02).
002400             10  CLS-REQ-CHARGES     PIC S9(09)V99 COMP-3.
002410 01  CLS-STOP-TABLE.
002420         05  CLS-STP-COUNT           PIC 9(03) COMP VALUE ZERO.
002430         05  CLS-STP-ENTRY OCCURS 100 TIMES
002440                 INDEXED BY CLS-STP-IDX.
002450             10  CLS-STP-ACCOUNT     PIC X(10).
002460             10  CLS-STP-TYPE        PIC X(02).
002470 01  CLS-CHARGE-TABLE.
002480         05  CLS-CHG-COUNT           PIC 9(03) COMP VALUE ZERO.
002490         05  CLS-CHG-ENTRY OCCURS 100 TIMES
002500                 INDEXED BY CLS-CHG-IDX.
002510             10  CLS-CHG-PRODUCT     PIC X(02).
002520             10  CLS-CHG-TYPE        PIC X(02).
002530             10  CLS-CHG-AMOUNT      PIC 9(05)V99.
002540 01  CLS-GENERATION-TABLE.
002550         05  CLS-GEN-COUNT           PIC 9(03) COMP VALUE ZERO.
002560         05  CLS-GEN-SUB             PIC 9(03) COMP VALUE ZERO.
002570         05  CLS-GEN-ENTRY OCCURS 100 TIMES
002580                 INDEXED BY CLS-GEN-IDX.
002590             10  CLS-GEN-NUMBER      PIC 9(07).
002600             10  CLS-GEN-EXTRACT     PIC X(30).
002610             10  CLS-GEN-STATUS      PIC X(01).
002620*  REFUSAL REASONS, BY CLR-REFUSAL-CODE.
002630 01  CLS-REASON-VALUES.
002640         05  FILLER PIC X(32) VALUE "01STOP-PAYMENT IN FORCE".
002650         05  FILLER PIC X(32) VALUE "02HOLD ON ALL ITEMS".
002660         05  FILLER PIC X(32) VALUE "03ACCOUNT NOT OPEN".
002670         05  FILLER PIC X(32) VALUE "04NOT ON ACCTMST/ACCTBAL".
002680         05  FILLER PIC X(32) VALUE "05NET BALANCE OWED".
002690         05  FILLER PIC X(32) VALUE "06NO PAYOUT DESTINATION".
002700         05  FILLER PIC X(32) VALUE "07PAYOUT ACCOUNT NOT OPEN".
002710 01  CLS-REASON-TABLE REDEFINES CLS-REASON-VALUES.
002720         05  CLS-RSN-ENTRY OCCURS 7 TIMES
002730                 INDEXED BY CLS-RSN-IDX.
002740             10  CLS-RSN-CODE        PIC X(02).
002750             10  CLS-RSN-TEXT        PIC X(30).
002760 01  CLS-WORK-FIELDS.
002770         05  CLS-LOOKUP-KEY          PIC X(13) VALUE SPACES.
002780         05  CLS-ITEM-CHARGE         PIC 9(05)V99 VALUE ZERO.
002790         05  CLS-SCHEDULE-PRODUCT    PIC X(02) VALUE SPACES.
002800         05  CLS-ACCRUED             PIC S9(09)V99 COMP-3
002810                                         VALUE ZERO.
002820         05  CLS-CHARGES             PIC S9(09)V99 COMP-3
002830                                         VALUE ZERO.
002840         05  CLS-NET-BALANCE         PIC S9(11)V99 COMP-3
002850                                         VALUE ZERO.
002860         05  CLS-PAYOUT              PIC S9(11)V99 COMP-3
002870                                         VALUE ZERO.
002880         05  CLS-OUTCOME             PIC X(22) VALUE SPACES.
002890         05  CLS-DETAIL-TEXT         PIC X(36) VALUE SPACES.
002900         05  CLS-BEFORE-STATUS       PIC X(01) VALUE SPACE.
002910 01  CLS-PRINT-FIELDS.
002920         05  CLS-INTEREST-EDIT       PIC -(8)9.99.
002930         05  CLS-CHARGES-EDIT        PIC Z(8)9.99.
002940         05  CLS-PAYOUT-EDIT         PIC Z(10)9.99.
002950         05  CLS-COUNT-EDIT          PIC ZZZZ9.
002960     COPY CLOSREQC.
002961     COPY FXCONVC.
00296A     COPY RUNDATEC.
002970 PROCEDURE DIVISION.
002980 0000-MAINLINE.
002990         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000         IF NOT CLS-ABORTED
003010             PERFORM 2000-CHECK-ONE-REQUEST THRU 2000-EXIT
003020                 VARYING CLS-REQ-SUB FROM 1 BY 1
003030                 UNTIL CLS-REQ-SUB > CLS-REQ-COUNT
003040             IF CLS-ANY-NEW-SETTLEMENT
003050                 PERFORM 3000-PRICE-MONTH-TO-DATE THRU 3000-EXIT
003060             END-IF
003070             PERFORM 4000-WORK-ONE-REQUEST THRU 4000-EXIT
003080                 VARYING CLS-REQ-SUB FROM 1 BY 1
003090                 UNTIL CLS-REQ-SUB > CLS-REQ-COUNT
003100             PERFORM 7000-REWRITE-REQUESTS THRU 7000-EXIT
003110         END-IF.
003120         PERFORM 8000-TERMINATE THRU 8000-EXIT.
003130         STOP RUN.
003140 1000-INITIALIZE.
003150         DISPLAY "ACCTCLOS: JOB STARTING".
003160         CALL "RUNDATE" USING RUN-DATE-AREA.
00316A         MOVE RDT-RUN-DATE TO CLS-RUN-DATE.
003170         ACCEPT CLS-RUN-TIME FROM TIME.
003180         ACCEPT CLS-PARM-STRING FROM COMMAND-LINE.
003190         IF CLS-PARM-STRING NOT = SPACES
003200             UNSTRING CLS-PARM-STRING DELIMITED BY ","
003210                 INTO CLS-FEE-UNITS
003220             END-UNSTRING
003230         END-IF.
003240         MOVE CLS-FEE-UNITS TO CLS-CLOSING-FEE.
003250         DISPLAY "ACCTCLOS: CLOSING FEE " CLS-FEE-UNITS.
003260         PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.
003270         IF CLS-REQ-COUNT = ZERO
003280             DISPLAY "ACCTCLOS: NO CLOSURE REQUESTS OUTSTANDING"
003290             SET CLS-ABORTED TO TRUE
003300             GO TO 1000-EXIT
003310         END-IF.
003320         PERFORM 1200-LOAD-STOP-ORDERS THRU 1200-EXIT.
003330         OPEN I-O ACCOUNT-MASTER-FILE.
003340         IF NOT CLS-MASTER-FILE-OK
003350             DISPLAY "ACCTCLOS: CANNOT OPEN ACCTMST, STATUS = "
003360                 CLS-MASTER-FILE-STATUS
003370             SET CLS-ABORTED TO TRUE
003380             GO TO 1000-EXIT
003390         END-IF.
003400         OPEN INPUT BALANCE-FILE.
003410         IF NOT CLS-BALANCE-FILE-OK
003420             DISPLAY "ACCTCLOS: CANNOT OPEN ACCTBAL, STATUS = "
003430                 CLS-BALANCE-FILE-STATUS
003440             CLOSE ACCOUNT-MASTER-FILE
003450             SET CLS-ABORTED TO TRUE
003460             GO TO 1000-EXIT
003470         END-IF.
003480*  NO INTACCRU MEANS NOTHING HAS EVER ACCRUED -- EVERY ACCOUNT
003490*  SETTLES WITH NO FINAL INTEREST.
003500         OPEN I-O ACCRUAL-FILE.
003510         IF CLS-ACCRUAL-FILE-OK
003520             SET CLS-ACCRUAL-AVAILABLE TO TRUE
003530         ELSE
003540             DISPLAY "ACCTCLOS: INTACCRU UNAVAILABLE - NO FINAL "
003550                 "INTEREST, STATUS = " CLS-ACCRUAL-FILE-STATUS
003560         END-IF.
003561         IF CLS-ACCRUAL-AVAILABLE
003562             OPEN EXTEND MOVEMENT-FILE
003563             IF NOT CLS-MOVEMENT-FILE-OK
003564                 OPEN OUTPUT MOVEMENT-FILE
003565             END-IF
003566             IF NOT CLS-MOVEMENT-FILE-OK
003567                 DISPLAY "ACCTCLOS: CANNOT OPEN INTACMOV, "
003568                     "STATUS = " CLS-MOVEMENT-FILE-STATUS
003569                 CLOSE ACCOUNT-MASTER-FILE
00356A                 CLOSE BALANCE-FILE
00356B                 CLOSE ACCRUAL-FILE
00356C                 SET CLS-ABORTED TO TRUE
00356D                 GO TO 1000-EXIT
00356E             END-IF
00356F         END-IF.
003570         OPEN OUTPUT GENERATED-FILE.
003580         IF NOT CLS-GENERATED-FILE-OK
003590             DISPLAY "ACCTCLOS: CANNOT OPEN CLOSTRN, STATUS = "
003600                 CLS-GENERATED-FILE-STATUS
003610             CLOSE ACCOUNT-MASTER-FILE
003620             CLOSE BALANCE-FILE
003630             IF CLS-ACCRUAL-AVAILABLE
003640                 CLOSE ACCRUAL-FILE
003650             END-IF
003660             SET CLS-ABORTED TO TRUE
003670             GO TO 1000-EXIT
003680         END-IF.
003690         OPEN OUTPUT REPORT-FILE.
003700         MOVE SPACES TO REPORT-RECORD.
003710         STRING "ACCOUNT CLOSURE CONFIRMATION    RUN DATE: "
003720             CLS-RUN-DATE
003730             DELIMITED BY SIZE INTO REPORT-RECORD.
003740         WRITE REPORT-RECORD.
003750         MOVE SPACES TO REPORT-RECORD.
003760         STRING "BRANCH  ACCOUNT     OUTCOME                 "
003770             "   INTEREST      CHARGES          PAYOUT  "
003780             "DESTINATION / REASON"
003790             DELIMITED BY SIZE INTO REPORT-RECORD.
003800         WRITE REPORT-RECORD.
003810 1000-EXIT.
003820         EXIT.
003830*---------------------------------------------------------------
003840*  1100-LOAD-REQUESTS.  A ROW ALREADY CLOSED OR REFUSED WAS
003850*  REPORTED ON AN EARLIER RUN AND IS DROPPED HERE, SO THE FILE
003860*  ONLY EVER CARRIES WORK STILL IN HAND.
003870*---------------------------------------------------------------
003880 1100-LOAD-REQUESTS.
003890         OPEN INPUT REQUEST-FILE.
003900         IF NOT CLS-REQUEST-FILE-OK
003910             GO TO 1100-EXIT
003920         END-IF.
003930         PERFORM 1150-LOAD-ONE-REQUEST THRU 1150-EXIT
003940             UNTIL CLS-REQUESTS-AT-END
003950                 OR CLS-REQ-COUNT = 200.
003960         CLOSE REQUEST-FILE.
003970         DISPLAY "ACCTCLOS: " CLS-REQ-COUNT
003980             " REQUEST(S) IN HAND, " CLS-AGED-OFF " AGED OFF".
003990 1100-EXIT.
004000         EXIT.
004010 1150-LOAD-ONE-REQUEST.
004020         READ REQUEST-FILE
004030             AT END
004040                 MOVE "Y" TO CLS-REQ-EOF-SWITCH
004050                 GO TO 1150-EXIT
004060         END-READ.
004070         ADD 1 TO CLS-REQUESTS-READ.
004080         MOVE REQUEST-LINE TO CLOSURE-REQUEST-RECORD.
004090         IF CLR-CLOSED OR CLR-REFUSED
004100             ADD 1 TO CLS-AGED-OFF
004110             GO TO 1150-EXIT
004120         END-IF.
004130         ADD 1 TO CLS-REQ-COUNT.
004140         MOVE REQUEST-LINE TO CLS-REQ-RECORD(CLS-REQ-COUNT).
004150         MOVE SPACES TO CLS-REQ-KEY(CLS-REQ-COUNT).
004160         STRING CLR-BRANCH-CODE CLR-ACCOUNT-NO
004170             DELIMITED BY SIZE INTO CLS-REQ-KEY(CLS-REQ-COUNT).
004180         MOVE SPACES TO CLS-REQ-PRODUCT(CLS-REQ-COUNT).
004190         MOVE ZERO TO CLS-REQ-CHARGES(CLS-REQ-COUNT).
004200 1150-EXIT.
004210         EXIT.
004220*  ONLY ORDERS STILL IN FORCE LOAD -- AN EXPIRED STOP NO LONGER
004230*  STANDS IN THE WAY OF A CLOSURE.
004240 1200-LOAD-STOP-ORDERS.
004250         OPEN INPUT STOP-FILE.
004260         IF NOT CLS-STOP-FILE-OK
004270             GO TO 1200-EXIT
004280         END-IF.
004290         PERFORM 1250-LOAD-ONE-STOP THRU 1250-EXIT
004300             UNTIL CLS-STOPS-AT-END
004310                 OR CLS-STP-COUNT = 100.
004320         CLOSE STOP-FILE.
004330 1200-EXIT.
004340         EXIT.
004350 1250-LOAD-ONE-STOP.
004360         READ STOP-FILE
004370             AT END
004380                 MOVE "Y" TO CLS-STP-EOF-SWITCH
004390                 GO TO 1250-EXIT
004400         END-READ.
004410         IF STP-EXPIRY-DATE NUMERIC
004420             AND STP-EXPIRY-DATE > ZERO
004430             AND STP-EXPIRY-DATE < CLS-RUN-DATE
004440             GO TO 1250-EXIT
004450         END-IF.
004460         ADD 1 TO CLS-STP-COUNT.
004470         MOVE STP-ACCOUNT-NO TO CLS-STP-ACCOUNT(CLS-STP-COUNT).
004480         MOVE STP-RECORD-TYPE TO CLS-STP-TYPE(CLS-STP-COUNT).
004490 1250-EXIT.
004500         EXIT.
004510*---------------------------------------------------------------
004520*  2000-CHECK-ONE-REQUEST.  A NEW REQUEST IS REFUSED HERE OR
004530*  PASSED ON TO SETTLE.  AN ALL-ITEMS HOLD ("**") OUTRANKS A
004540*  STOP ON ONE TYPE.  REQUESTS ALREADY SETTLING WERE CHECKED THE
004550*  NIGHT THEY ARRIVED.
004560*---------------------------------------------------------------
004570 2000-CHECK-ONE-REQUEST.
004580         MOVE CLS-REQ-RECORD(CLS-REQ-SUB)
004590             TO CLOSURE-REQUEST-RECORD.
004600         IF NOT CLR-REQUESTED
004610             GO TO 2000-EXIT
004620         END-IF.
004630         MOVE SPACES TO CLR-REFUSAL-CODE.
004640         PERFORM 2100-CHECK-STOPS THRU 2100-EXIT.
004650         IF CLR-REFUSAL-CODE NOT = SPACES
004660             GO TO 2000-REFUSE
004670         END-IF.
004680         MOVE CLR-ACCOUNT-NO TO ACM-ACCOUNT-NO.
004690         READ ACCOUNT-MASTER-FILE
004700             INVALID KEY
004710                 MOVE "04" TO CLR-REFUSAL-CODE
004720                 GO TO 2000-REFUSE
004730         END-READ.
004740         IF NOT ACM-ACCOUNT-OPEN
004750             MOVE "03" TO CLR-REFUSAL-CODE
004760             GO TO 2000-REFUSE
004770         END-IF.
004780         MOVE ACM-PRODUCT-CODE TO CLS-REQ-PRODUCT(CLS-REQ-SUB).
004790         MOVE CLR-BRANCH-CODE TO ABL-BRANCH-CODE.
004800         MOVE CLR-ACCOUNT-NO TO ABL-ACCOUNT-NO.
004810         READ BALANCE-FILE
004820             INVALID KEY
004830                 MOVE "04" TO CLR-REFUSAL-CODE
004840                 GO TO 2000-REFUSE
004850         END-READ.
004860         PERFORM 2200-CHECK-DESTINATION THRU 2200-EXIT.
004870         IF CLR-REFUSAL-CODE NOT = SPACES
004880             GO TO 2000-REFUSE
004890         END-IF.
004900         SET CLS-ANY-NEW-SETTLEMENT TO TRUE.
004910         GO TO 2000-EXIT.
004920 2000-REFUSE.
004930         MOVE "X" TO CLR-STATUS.
004940         MOVE CLS-RUN-DATE TO CLR-ACTION-DATE.
004950         MOVE CLOSURE-REQUEST-RECORD
004960             TO CLS-REQ-RECORD(CLS-REQ-SUB).
004970 2000-EXIT.
004980         EXIT.
004990 2100-CHECK-STOPS.
005000         IF CLS-STP-COUNT = ZERO
005010             GO TO 2100-EXIT
005020         END-IF.
005030         SET CLS-STP-IDX TO 1.
005040         SEARCH CLS-STP-ENTRY
005050             AT END
005060                 CONTINUE
005070             WHEN CLS-STP-ACCOUNT(CLS-STP-IDX) = CLR-ACCOUNT-NO
005080                 AND CLS-STP-TYPE(CLS-STP-IDX) = "**"
005090                 MOVE "02" TO CLR-REFUSAL-CODE
005100         END-SEARCH.
005110         IF CLR-REFUSAL-CODE NOT = SPACES
005120             GO TO 2100-EXIT
005130         END-IF.
005140         SET CLS-STP-IDX TO 1.
005150         SEARCH CLS-STP-ENTRY
005160             AT END
005170                 CONTINUE
005180             WHEN CLS-STP-ACCOUNT(CLS-STP-IDX) = CLR-ACCOUNT-NO
005190                 MOVE "01" TO CLR-REFUSAL-CODE
005200         END-SEARCH.
005210 2100-EXIT.
005220         EXIT.
005230 2200-CHECK-DESTINATION.
005240         EVALUATE TRUE
005250             WHEN CLR-PAY-BY-CHEQUE
005260                 IF CLR-PAYEE-NAME = SPACES
005270                     MOVE "06" TO CLR-REFUSAL-CODE
005280                 END-IF
005290             WHEN CLR-PAY-TO-LINKED
005300                 IF CLR-PAYOUT-ACCOUNT = SPACES
005310                     OR CLR-PAYOUT-BRANCH = SPACES
005320                     OR CLR-PAYOUT-ACCOUNT = CLR-ACCOUNT-NO
005330                     MOVE "06" TO CLR-REFUSAL-CODE
005340                     GO TO 2200-EXIT
005350                 END-IF
005360                 MOVE CLR-PAYOUT-ACCOUNT TO ACM-ACCOUNT-NO
005370                 READ ACCOUNT-MASTER-FILE
005380                     INVALID KEY
005390                         MOVE "07" TO CLR-REFUSAL-CODE
005400                         GO TO 2200-EXIT
005410                 END-READ
005420                 IF NOT ACM-ACCOUNT-OPEN
005430                     MOVE "07" TO CLR-REFUSAL-CODE
005440                 END-IF
005450             WHEN OTHER
005460                 MOVE "06" TO CLR-REFUSAL-CODE
005470         END-EVALUATE.
005480 2200-EXIT.
005490         EXIT.
005500*---------------------------------------------------------------
005510*  3000-PRICE-MONTH-TO-DATE.  THE MONTH'S SERVICE CHARGE SO FAR
005520*  FOR EACH ACCOUNT SETTLING FOR THE FIRST TIME TONIGHT, PRICED
005530*  EXACTLY AS SVCHARGE PRICES A WHOLE MONTH: SVCCHGTB BY THE
005540*  ACCOUNT'S PRODUCT (EXACT TYPE, THEN "**"), OVER THIS MONTH'S
005550*  STREAM GENERATIONS ON GENCATLG.  ONCE CLOSED, THE ACCOUNT IS
005560*  PASSED OVER BY SVCHARGE AT MONTH END, SO NOTHING IS CHARGED
005570*  TWICE.
005580*---------------------------------------------------------------
005590 3000-PRICE-MONTH-TO-DATE.
005600         PERFORM 3100-LOAD-CHARGE-TABLE THRU 3100-EXIT.
005610         IF CLS-CHG-COUNT = ZERO
005620             GO TO 3000-EXIT
005630         END-IF.
005640         PERFORM 3200-BUILD-GENERATION-TABLE THRU 3200-EXIT.
005650         IF CLS-GEN-COUNT > ZERO
005660             PERFORM 3300-PRICE-ONE-GENERATION THRU 3300-EXIT
005670                 VARYING CLS-GEN-SUB FROM 1 BY 1
005680                 UNTIL CLS-GEN-SUB > CLS-GEN-COUNT
005690         END-IF.
005700 3000-EXIT.
005710         EXIT.
005720 3100-LOAD-CHARGE-TABLE.
005730         OPEN INPUT CHARGE-TABLE-FILE.
005740         IF NOT CLS-CHARGE-FILE-OK
005750             GO TO 3100-EXIT
005760         END-IF.
005770         PERFORM 3150-LOAD-ONE-CHARGE THRU 3150-EXIT
005780             UNTIL CLS-CHARGES-AT-END
005790                 OR CLS-CHG-COUNT = 100.
005800         CLOSE CHARGE-TABLE-FILE.
005810 3100-EXIT.
005820         EXIT.
005830 3150-LOAD-ONE-CHARGE.
005840         READ CHARGE-TABLE-FILE
005850             AT END
005860                 MOVE "Y" TO CLS-CHARGE-EOF-SWITCH
005870             NOT AT END
005880                 ADD 1 TO CLS-CHG-COUNT
005890                 MOVE SCT-RECORD-TYPE
005900                     TO CLS-CHG-TYPE(CLS-CHG-COUNT)
005910                 MOVE SCT-ITEM-CHARGE
005920                     TO CLS-CHG-AMOUNT(CLS-CHG-COUNT)
005930                 MOVE SCT-PRODUCT-CODE
005940                     TO CLS-CHG-PRODUCT(CLS-CHG-COUNT)
005950         END-READ.
005960 3150-EXIT.
005970         EXIT.
005980 3200-BUILD-GENERATION-TABLE.
005990         OPEN INPUT GEN-CATALOG-FILE.
006000         IF NOT CLS-GENCAT-FILE-OK
006010             GO TO 3200-EXIT
006020         END-IF.
006030         PERFORM 3250-SCAN-ONE-CATALOG-ROW THRU 3250-EXIT
006040             UNTIL CLS-GENCAT-AT-END.
006050         CLOSE GEN-CATALOG-FILE.
006060 3200-EXIT.
006070         EXIT.
006080 3250-SCAN-ONE-CATALOG-ROW.
006090         READ GEN-CATALOG-FILE
006100             AT END
006110                 MOVE "Y" TO CLS-GENCAT-EOF-SWITCH
006120                 GO TO 3250-EXIT
006130         END-READ.
006140         IF GCT-RUN-DATE(1:6) NOT = CLS-RUN-DATE(1:6)
006150             GO TO 3250-EXIT
006160         END-IF.
006170         IF GCT-RUN-ID = "INTRADAY" OR GCT-RUN-ID = "EXTRMRG"
006180             GO TO 3250-EXIT
006190         END-IF.
006200         MOVE "N" TO CLS-GEN-FOUND-SWITCH.
006210         IF CLS-GEN-COUNT > ZERO
006220             SET CLS-GEN-IDX TO 1
006230             SEARCH CLS-GEN-ENTRY
006240                 AT END
006250                     CONTINUE
006260                 WHEN CLS-GEN-NUMBER(CLS-GEN-IDX)
006270                     = GCT-GENERATION
006280                     SET CLS-GEN-FOUND TO TRUE
006290             END-SEARCH
006300         END-IF.
006310         IF NOT CLS-GEN-FOUND
006320             IF CLS-GEN-COUNT < 100
006330                 ADD 1 TO CLS-GEN-COUNT
006340                 SET CLS-GEN-IDX TO CLS-GEN-COUNT
006350                 MOVE GCT-GENERATION
006360                     TO CLS-GEN-NUMBER(CLS-GEN-IDX)
006370             ELSE
006380                 GO TO 3250-EXIT
006390             END-IF
006400         END-IF.
006410         MOVE GCT-EXTRACT-FILENAME
006420             TO CLS-GEN-EXTRACT(CLS-GEN-IDX).
006430         MOVE GCT-STATUS TO CLS-GEN-STATUS(CLS-GEN-IDX).
006440 3250-EXIT.
006450         EXIT.
006460 3300-PRICE-ONE-GENERATION.
006470         IF CLS-GEN-STATUS(CLS-GEN-SUB) = "P"
006480             GO TO 3300-EXIT
006490         END-IF.
006500         MOVE CLS-GEN-EXTRACT(CLS-GEN-SUB)
006510             TO CLS-EXTRACT-FILENAME.
006520         MOVE "N" TO CLS-EXTR-EOF-SWITCH.
006530         OPEN INPUT EXTRACT-FILE.
006540         IF NOT CLS-EXTRACT-FILE-OK
006550             MOVE SPACES TO CLS-ARCH-FILENAME
006560             STRING CLS-EXTRACT-FILENAME DELIMITED BY SPACE
006570                 ".ARCH" DELIMITED BY SIZE
006580                 INTO CLS-ARCH-FILENAME
006590             MOVE CLS-ARCH-FILENAME TO CLS-EXTRACT-FILENAME
006600             OPEN INPUT EXTRACT-FILE
006610         END-IF.
006620         IF NOT CLS-EXTRACT-FILE-OK
006630             DISPLAY "ACCTCLOS: CANNOT OPEN GENERATION "
006640                 CLS-GEN-NUMBER(CLS-GEN-SUB) ", STATUS = "
006650                 CLS-EXTRACT-FILE-STATUS
006660             GO TO 3300-EXIT
006670         END-IF.
006680         ADD 1 TO CLS-GENERATIONS-READ.
006690         PERFORM 3400-PRICE-ONE-RECORD THRU 3400-EXIT
006700             UNTIL CLS-EXTR-AT-END.
006710         CLOSE EXTRACT-FILE.
006720 3300-EXIT.
006730         EXIT.
006740 3400-PRICE-ONE-RECORD.
006750         READ EXTRACT-FILE
006760             AT END
006770                 MOVE "Y" TO CLS-EXTR-EOF-SWITCH
006780                 GO TO 3400-EXIT
006790         END-READ.
006800         IF EXT-IS-HEADER-MARK OR EXT-IS-TRAILER-MARK
006810             GO TO 3400-EXIT
006820         END-IF.
006830         IF EXT-RECORD-TYPE = "04"
006840             GO TO 3400-EXIT
006850         END-IF.
006860         MOVE SPACES TO CLS-LOOKUP-KEY.
006870         STRING EXT-BRANCH-CODE EXT-ACCOUNT-NO
006880             DELIMITED BY SIZE INTO CLS-LOOKUP-KEY.
006890         SET CLS-REQ-IDX TO 1.
006900         SEARCH CLS-REQ-ENTRY
006910             AT END
006920                 GO TO 3400-EXIT
006930             WHEN CLS-REQ-KEY(CLS-REQ-IDX) = CLS-LOOKUP-KEY
006940                 CONTINUE
006950         END-SEARCH.
006960         IF CLS-REQ-IDX > CLS-REQ-COUNT
006970             GO TO 3400-EXIT
006980         END-IF.
006990         MOVE CLS-REQ-RECORD(CLS-REQ-IDX)
007000             TO CLOSURE-REQUEST-RECORD.
007010         IF NOT CLR-REQUESTED
007020             GO TO 3400-EXIT
007030         END-IF.
007040         PERFORM 3450-SET-SCHEDULE THRU 3450-EXIT.
007050         PERFORM 3500-FIND-ITEM-CHARGE THRU 3500-EXIT.
007060         ADD CLS-ITEM-CHARGE TO CLS-REQ-CHARGES(CLS-REQ-IDX).
007070 3400-EXIT.
007080         EXIT.
007090*  THE PRODUCT'S OWN SCHEDULE WHEN SVCCHGTB CARRIES ANY ROW FOR
007100*  IT, OTHERWISE THE DEFAULT -- THE SAME RULE SVCHARGE APPLIES.
007110 3450-SET-SCHEDULE.
007120         MOVE SPACES TO CLS-SCHEDULE-PRODUCT.
007130         IF CLS-REQ-PRODUCT(CLS-REQ-IDX) = SPACES
007140             GO TO 3450-EXIT
007150         END-IF.
007160         SET CLS-CHG-IDX TO 1.
007170         SEARCH CLS-CHG-ENTRY
007180             AT END
007190                 CONTINUE
007200             WHEN CLS-CHG-PRODUCT(CLS-CHG-IDX)
007210                 = CLS-REQ-PRODUCT(CLS-REQ-IDX)
007220                 MOVE CLS-REQ-PRODUCT(CLS-REQ-IDX)
007230                     TO CLS-SCHEDULE-PRODUCT
007240         END-SEARCH.
007250 3450-EXIT.
007260         EXIT.
007270 3500-FIND-ITEM-CHARGE.
007280         MOVE ZERO TO CLS-ITEM-CHARGE.
007290         SET CLS-CHG-IDX TO 1.
007300         SEARCH CLS-CHG-ENTRY
007310             AT END
007320                 GO TO 3500-CATCH-ALL
007330             WHEN CLS-CHG-TYPE(CLS-CHG-IDX) = EXT-RECORD-TYPE
007340                 AND CLS-CHG-PRODUCT(CLS-CHG-IDX)
007350                     = CLS-SCHEDULE-PRODUCT
007360                 MOVE CLS-CHG-AMOUNT(CLS-CHG-IDX)
007370                     TO CLS-ITEM-CHARGE
007380         END-SEARCH.
007390         GO TO 3500-EXIT.
007400 3500-CATCH-ALL.
007410         SET CLS-CHG-IDX TO 1.
007420         SEARCH CLS-CHG-ENTRY
007430             AT END
007440                 CONTINUE
007450             WHEN CLS-CHG-TYPE(CLS-CHG-IDX) = "**"
007460                 AND CLS-CHG-PRODUCT(CLS-CHG-IDX)
007470                     = CLS-SCHEDULE-PRODUCT
007480                 MOVE CLS-CHG-AMOUNT(CLS-CHG-IDX)
007490                     TO CLS-ITEM-CHARGE
007500         END-SEARCH.
007510 3500-EXIT.
007520         EXIT.
007530*---------------------------------------------------------------
007540*  4000-WORK-ONE-REQUEST.  NEW REQUESTS SETTLE; SETTLING ONES
007550*  ARE PROVED ONCE THEIR ITEMS HAVE HAD A POSTING RUN (ACCTBAL
007560*  STAMPED AFTER THE SETTLEMENT DATE).  REFUSALS ARE ONLY
007570*  REPORTED.
007580*---------------------------------------------------------------
007590 4000-WORK-ONE-REQUEST.
007600         MOVE CLS-REQ-RECORD(CLS-REQ-SUB)
007610             TO CLOSURE-REQUEST-RECORD.
007620         MOVE ZERO TO CLS-ACCRUED.
007630         MOVE ZERO TO CLS-CHARGES.
007640         MOVE ZERO TO CLS-PAYOUT.
007650         MOVE SPACES TO CLS-DETAIL-TEXT.
007660         EVALUATE TRUE
007670             WHEN CLR-REFUSED
007680                 MOVE "REFUSED" TO CLS-OUTCOME
007690                 ADD 1 TO CLS-REFUSED-COUNT
007700                 PERFORM 4900-SET-REASON-TEXT THRU 4900-EXIT
007710             WHEN CLR-REQUESTED
007720                 MOVE CLS-REQ-CHARGES(CLS-REQ-SUB) TO CLS-CHARGES
007730                 IF NOT CLR-FEE-WAIVED
007740                     ADD CLS-CLOSING-FEE TO CLS-CHARGES
007750                 END-IF
007760                 PERFORM 4100-SETTLE THRU 4100-EXIT
007770             WHEN CLR-SETTLING
007780                 PERFORM 4200-PROVE THRU 4200-EXIT
007790         END-EVALUATE.
007800         PERFORM 4800-PRINT-REQUEST THRU 4800-EXIT.
007810         MOVE CLOSURE-REQUEST-RECORD
007820             TO CLS-REQ-RECORD(CLS-REQ-SUB).
007830 4000-EXIT.
007840         EXIT.
007850*---------------------------------------------------------------
007860*  4100-SETTLE.  THE NET BALANCE IS WHAT ACCTBAL WILL SHOW ONCE
007870*  THE FINAL INTEREST AND CHARGES POST; THE PAYOUT TAKES EXACTLY
007880*  THAT, SO THE ACCOUNT POSTS TO ZERO.  A NET BALANCE OWED IS
007890*  NOT SETTLED -- A NEW REQUEST IS REFUSED, ONE ALREADY SETTLING
007900*  IS HELD OPEN FOR THE BRANCH TO RECOVER.  NOTHING TO GENERATE
007910*  AT ALL MEANS THE ACCOUNT IS ALREADY PROVED.
007920*---------------------------------------------------------------
007930 4100-SETTLE.
007940         MOVE CLR-BRANCH-CODE TO ABL-BRANCH-CODE.
007950         MOVE CLR-ACCOUNT-NO TO ABL-ACCOUNT-NO.
007960         READ BALANCE-FILE
007970             INVALID KEY
007980                 MOVE ZERO TO ABL-CURRENT-BALANCE
007990         END-READ.
008000         PERFORM 4150-READ-ACCRUAL THRU 4150-EXIT.
008010         COMPUTE CLS-NET-BALANCE =
008020             ABL-CURRENT-BALANCE + CLS-ACCRUED - CLS-CHARGES.
008030         IF CLS-NET-BALANCE < ZERO
008040             IF CLR-REQUESTED
008050                 MOVE "05" TO CLR-REFUSAL-CODE
008060                 MOVE "X" TO CLR-STATUS
008070                 MOVE CLS-RUN-DATE TO CLR-ACTION-DATE
008080                 MOVE "REFUSED" TO CLS-OUTCOME
008090                 ADD 1 TO CLS-REFUSED-COUNT
008100                 PERFORM 4900-SET-REASON-TEXT THRU 4900-EXIT
008110             ELSE
008120                 MOVE "BALANCE OWED - OPEN" TO CLS-OUTCOME
008130                 ADD 1 TO CLS-OWED-COUNT
008140                 MOVE "NET BALANCE OWED" TO CLS-DETAIL-TEXT
008150             END-IF
008160             MOVE ZERO TO CLS-ACCRUED
008170             MOVE ZERO TO CLS-CHARGES
008180             GO TO 4100-EXIT
008190         END-IF.
008200         IF CLS-NET-BALANCE = ZERO
008210             AND CLS-ACCRUED = ZERO
008220             AND CLS-CHARGES = ZERO
008230             PERFORM 4500-CLOSE-ACCOUNT THRU 4500-EXIT
008240             GO TO 4100-EXIT
008250         END-IF.
008260         IF CLS-ACCRUED NOT = ZERO
008270             PERFORM 4300-GENERATE-INTEREST THRU 4300-EXIT
008280         END-IF.
008290         IF CLS-CHARGES > ZERO
008300             MOVE CLR-BRANCH-CODE TO GEN-BRANCH-CODE
008310             MOVE CLR-ACCOUNT-NO TO GEN-ACCOUNT-NO
008320             MOVE "10" TO GEN-RECORD-TYPE
008330             MOVE CLS-CHARGES TO GEN-AMOUNT
008340             MOVE "C" TO GEN-DC-INDICATOR
008350             PERFORM 4700-WRITE-ITEM THRU 4700-EXIT
008360         END-IF.
008370         MOVE CLS-NET-BALANCE TO CLS-PAYOUT.
008380         IF CLS-PAYOUT > ZERO
008390             PERFORM 4400-GENERATE-PAYOUT THRU 4400-EXIT
008400         END-IF.
008410         IF CLR-REQUESTED
008420             MOVE "SETTLEMENT GENERATED" TO CLS-OUTCOME
008430             ADD 1 TO CLS-SETTLED-COUNT
008440         ELSE
008450             MOVE "RESIDUAL PAID OUT" TO CLS-OUTCOME
008460             ADD 1 TO CLS-RESIDUAL-COUNT
008470         END-IF.
008480         MOVE "S" TO CLR-STATUS.
008490         MOVE CLS-RUN-DATE TO CLR-ACTION-DATE.
008500 4100-EXIT.
008510         EXIT.
008520 4150-READ-ACCRUAL.
008530         MOVE "N" TO CLS-ACCRUAL-FOUND-SW.
008540         IF NOT CLS-ACCRUAL-AVAILABLE
008550             GO TO 4150-EXIT
008560         END-IF.
008570         MOVE CLR-BRANCH-CODE TO INA-BRANCH-CODE.
008580         MOVE CLR-ACCOUNT-NO TO INA-ACCOUNT-NO.
008590         READ ACCRUAL-FILE
008600             INVALID KEY
008610                 GO TO 4150-EXIT
008620         END-READ.
008630         SET CLS-ACCRUAL-FOUND TO TRUE.
008640         MOVE INA-ACCRUED-AMOUNT TO CLS-ACCRUED.
008650 4150-EXIT.
008660         EXIT.
008670 4200-PROVE.
008680         MOVE CLR-BRANCH-CODE TO ABL-BRANCH-CODE.
008690         MOVE CLR-ACCOUNT-NO TO ABL-ACCOUNT-NO.
008700         READ BALANCE-FILE
008710             INVALID KEY
008720                 MOVE ZERO TO ABL-CURRENT-BALANCE
008730                 MOVE ZERO TO ABL-LAST-POSTED-DATE
008740         END-READ.
008750         IF ABL-LAST-POSTED-DATE NOT > CLR-ACTION-DATE
008760             MOVE "AWAITING POSTING" TO CLS-OUTCOME
008770             ADD 1 TO CLS-AWAITING-COUNT
008780             GO TO 4200-EXIT
008790         END-IF.
008800         PERFORM 4100-SETTLE THRU 4100-EXIT.
008810 4200-EXIT.
008820         EXIT.
008830*  THE FINAL ACCRUAL GOES OUT THE WAY INTCAP SENDS IT AND IS
008840*  ZEROED ON THE MASTER, SO MONTH-END CAPITALIZATION NEVER PAYS
008850*  IT AGAIN.
008860 4300-GENERATE-INTEREST.
008870         MOVE CLR-BRANCH-CODE TO GEN-BRANCH-CODE.
008880         MOVE CLR-ACCOUNT-NO TO GEN-ACCOUNT-NO.
008890         MOVE "03" TO GEN-RECORD-TYPE.
008900         IF CLS-ACCRUED < ZERO
008910             COMPUTE GEN-AMOUNT = ZERO - CLS-ACCRUED
008920             MOVE "C" TO GEN-DC-INDICATOR
008930         ELSE
008940             MOVE CLS-ACCRUED TO GEN-AMOUNT
008950             MOVE SPACE TO GEN-DC-INDICATOR
008960         END-IF.
008970         PERFORM 4700-WRITE-ITEM THRU 4700-EXIT.
008971         PERFORM 4350-WRITE-REVERSAL THRU 4350-EXIT.
008980         MOVE ZERO TO INA-ACCRUED-AMOUNT.
008981         MOVE ZERO TO INA-BACKVALUE-AMOUNT.
008990         MOVE CLS-RUN-DATE TO INA-LAST-CAPITAL-DATE.
009000         REWRITE INTEREST-ACCRUAL-RECORD
009010             INVALID KEY
009020                 DISPLAY "ACCTCLOS: INTACCRU REWRITE FAILED FOR "
009030                     CLR-ACCOUNT-NO ", STATUS = "
009040                     CLS-ACCRUAL-FILE-STATUS
009050         END-REWRITE.
009060 4300-EXIT.
009070         EXIT.
009071 4350-WRITE-REVERSAL.
009072         MOVE SPACES TO INTEREST-MOVEMENT-RECORD.
009073         MOVE CLS-RUN-DATE TO IMV-RUN-DATE.
009074         MOVE CLR-BRANCH-CODE TO IMV-BRANCH-CODE.
009075         MOVE CLR-ACCOUNT-NO TO IMV-ACCOUNT-NO.
009076         MOVE "R" TO IMV-MOVE-TYPE.
009077         IF CLS-ACCRUED < ZERO
009078             MOVE "P" TO IMV-SIDE
009079         ELSE
00907A             MOVE "R" TO IMV-SIDE
00907B         END-IF.
00907C         MOVE INA-CURRENCY-CODE TO IMV-CURRENCY-CODE.
00907D         COMPUTE IMV-AMOUNT = ZERO - CLS-ACCRUED.
00907E         IF INA-LOCAL-CURRENCY
00907F             MOVE IMV-AMOUNT TO IMV-LOCAL-AMOUNT
00907G         ELSE
00907H             MOVE "C" TO FXC-FUNCTION
00907I             MOVE INA-CURRENCY-CODE TO FXC-FROM-CURRENCY
00907J             MOVE SPACES TO FXC-TO-CURRENCY
00907K             MOVE IMV-AMOUNT TO FXC-FROM-AMOUNT
00907L             CALL "FXCONV" USING FX-CONVERT-AREA
00907M             IF FXC-SUCCESSFUL
00907N                 MOVE FXC-RESULT-AMOUNT TO IMV-LOCAL-AMOUNT
00907O             ELSE
00907P                 MOVE ZERO TO IMV-LOCAL-AMOUNT
00907Q                 MOVE "N" TO IMV-RATE-SWITCH
00907R             END-IF
00907S         END-IF.
00907T         WRITE INTEREST-MOVEMENT-RECORD.
00907U 4350-EXIT.
00907V         EXIT.
009080 4400-GENERATE-PAYOUT.
009090         MOVE CLR-BRANCH-CODE TO GEN-BRANCH-CODE.
009100         MOVE CLR-ACCOUNT-NO TO GEN-ACCOUNT-NO.
009110         MOVE "11" TO GEN-RECORD-TYPE.
009120         MOVE CLS-PAYOUT TO GEN-AMOUNT.
009130         MOVE "C" TO GEN-DC-INDICATOR.
009140         PERFORM 4700-WRITE-ITEM THRU 4700-EXIT.
009150         ADD CLS-PAYOUT TO CLR-PAID-OUT.
009160         IF CLR-PAY-TO-LINKED
009170             MOVE CLR-PAYOUT-BRANCH TO GEN-BRANCH-CODE
009180             MOVE CLR-PAYOUT-ACCOUNT TO GEN-ACCOUNT-NO
009190             MOVE "11" TO GEN-RECORD-TYPE
009200             MOVE CLS-PAYOUT TO GEN-AMOUNT
009210             MOVE SPACE TO GEN-DC-INDICATOR
009220             PERFORM 4700-WRITE-ITEM THRU 4700-EXIT
009230             STRING "TO " CLR-PAYOUT-BRANCH " " CLR-PAYOUT-ACCOUNT
009240                 DELIMITED BY SIZE INTO CLS-DETAIL-TEXT
009250             GO TO 4400-EXIT
009260         END-IF.
009270         IF NOT CLS-CHEQUE-OPEN
009280             OPEN OUTPUT CHEQUE-FILE
009290             IF NOT CLS-CHEQUE-FILE-OK
009300                 DISPLAY "ACCTCLOS: CANNOT OPEN CLOSCHQ, "
009310                     "STATUS = " CLS-CHEQUE-FILE-STATUS
009320             ELSE
009330                 SET CLS-CHEQUE-OPEN TO TRUE
009340             END-IF
009350         END-IF.
009360         IF CLS-CHEQUE-OPEN
009370             MOVE SPACES TO CHEQUE-RECORD
009380             MOVE CLS-RUN-DATE TO CHQ-ISSUE-DATE
009390             MOVE CLR-BRANCH-CODE TO CHQ-BRANCH-CODE
009400             MOVE CLR-ACCOUNT-NO TO CHQ-ACCOUNT-NO
009410             MOVE CLR-PAYEE-NAME TO CHQ-PAYEE-NAME
009420             MOVE CLS-PAYOUT TO CHQ-AMOUNT
009430             WRITE CHEQUE-RECORD
009440             ADD 1 TO CLS-CHEQUE-COUNT
009450         END-IF.
009460         STRING "CHEQUE TO " CLR-PAYEE-NAME
009470             DELIMITED BY SIZE INTO CLS-DETAIL-TEXT.
009480 4400-EXIT.
009490         EXIT.
009500*---------------------------------------------------------------
009510*  4500-CLOSE-ACCOUNT.  ONLY REACHED WITH THE BALANCE PROVED ZERO
009520*  AND NOTHING ACCRUED.  THE STATUS CHANGE IS AUDITED ON ACLAUDIT
009530*  IN THE SAME SHAPE ACCTLOAD WRITES FOR A DELTA CLOSE.
009540*---------------------------------------------------------------
009550 4500-CLOSE-ACCOUNT.
009560         MOVE CLR-ACCOUNT-NO TO ACM-ACCOUNT-NO.
009570         READ ACCOUNT-MASTER-FILE
009580             INVALID KEY
009590                 DISPLAY "ACCTCLOS: ACCTMST READ FAILED FOR "
009600                     CLR-ACCOUNT-NO ", STATUS = "
009610                     CLS-MASTER-FILE-STATUS
009620                 MOVE "AWAITING POSTING" TO CLS-OUTCOME
009630                 ADD 1 TO CLS-AWAITING-COUNT
009640                 GO TO 4500-EXIT
009650         END-READ.
009660         MOVE ACM-STATUS TO CLS-BEFORE-STATUS.
009670         MOVE "C" TO ACM-STATUS.
009680         REWRITE ACCOUNT-MASTER-RECORD
009690             INVALID KEY
009700                 DISPLAY "ACCTCLOS: ACCTMST REWRITE FAILED FOR "
009710                     CLR-ACCOUNT-NO ", STATUS = "
009720                     CLS-MASTER-FILE-STATUS
009730                 MOVE "AWAITING POSTING" TO CLS-OUTCOME
009740                 ADD 1 TO CLS-AWAITING-COUNT
009750                 GO TO 4500-EXIT
009760         END-REWRITE.
009770         PERFORM 4600-WRITE-CHANGE-AUDIT THRU 4600-EXIT.
009780         MOVE "C" TO CLR-STATUS.
009790         MOVE CLS-RUN-DATE TO CLR-ACTION-DATE.
009800         MOVE "CLOSED" TO CLS-OUTCOME.
009810         ADD 1 TO CLS-CLOSED-COUNT.
009820         MOVE "BALANCE PROVED ZERO" TO CLS-DETAIL-TEXT.
009830 4500-EXIT.
009840         EXIT.
009850 4600-WRITE-CHANGE-AUDIT.
009860         IF NOT CLS-AUDIT-OPEN
009870             OPEN EXTEND CHANGE-AUDIT-FILE
009880             IF NOT CLS-AUDIT-FILE-OK
009890                 OPEN OUTPUT CHANGE-AUDIT-FILE
009900             END-IF
009910             IF CLS-AUDIT-FILE-OK
009920                 SET CLS-AUDIT-OPEN TO TRUE
009930             ELSE
009940                 DISPLAY "ACCTCLOS: ACLAUDIT UNAVAILABLE, "
009950                     "STATUS = " CLS-AUDIT-FILE-STATUS
009960                 GO TO 4600-EXIT
009970             END-IF
009980         END-IF.
009990         MOVE SPACES TO CHANGE-AUDIT-REC.
010000         MOVE CLR-ACCOUNT-NO TO AUD-ACCOUNT-NO.
010010         MOVE "STATUS" TO AUD-FIELD-NAME.
010020         MOVE CLS-BEFORE-STATUS TO AUD-BEFORE-VALUE.
010030         MOVE "C" TO AUD-AFTER-VALUE.
010040         MOVE CLS-RUN-DATE TO AUD-RUN-DATE.
010050         MOVE CLS-RUN-TIME TO AUD-RUN-TIME.
010060         WRITE CHANGE-AUDIT-REC.
010070 4600-EXIT.
010080         EXIT.
010090*  CALLERS FILL BRANCH, ACCOUNT, TYPE, AMOUNT AND SIDE; THE
010100*  DATE AND THE FILLER ARE SET HERE.
010110 4700-WRITE-ITEM.
010120         MOVE CLS-RUN-DATE TO GEN-TRANS-DATE.
010130         MOVE SPACES TO GENERATED-RECORD(36:19).
010140         WRITE GENERATED-RECORD.
010150         ADD 1 TO CLS-GENERATED-COUNT.
010160 4700-EXIT.
010170         EXIT.
010180 4800-PRINT-REQUEST.
010190         MOVE CLS-ACCRUED TO CLS-INTEREST-EDIT.
010200         MOVE CLS-CHARGES TO CLS-CHARGES-EDIT.
010210         MOVE CLS-PAYOUT TO CLS-PAYOUT-EDIT.
010220         MOVE SPACES TO REPORT-RECORD.
010230         STRING CLR-BRANCH-CODE "     " CLR-ACCOUNT-NO "  "
010240             CLS-OUTCOME "  " CLS-INTEREST-EDIT "  "
010250             CLS-CHARGES-EDIT "  " CLS-PAYOUT-EDIT "  "
010260             CLS-DETAIL-TEXT
010270             DELIMITED BY SIZE INTO REPORT-RECORD.
010280         WRITE REPORT-RECORD.
010290 4800-EXIT.
010300         EXIT.
010310 4900-SET-REASON-TEXT.
010320         MOVE "UNKNOWN REASON" TO CLS-DETAIL-TEXT.
010330         SET CLS-RSN-IDX TO 1.
010340         SEARCH CLS-RSN-ENTRY
010350             AT END
010360                 CONTINUE
010370             WHEN CLS-RSN-CODE(CLS-RSN-IDX) = CLR-REFUSAL-CODE
010380                 MOVE CLS-RSN-TEXT(CLS-RSN-IDX) TO CLS-DETAIL-TEXT
010390         END-SEARCH.
010400 4900-EXIT.
010410         EXIT.
010420*  THE TRAILER GOES OUT EVEN WHEN NOTHING WAS GENERATED --
010430*  CLOSTRN RIDES THE NEXT RUN'S TRANLIST AND MUST RECONCILE.
010440 7000-REWRITE-REQUESTS.
010450         MOVE SPACES TO GENERATED-RECORD.
010460         MOVE "0" TO GTL-KEY.
010470         MOVE "99" TO GTL-RECORD-TYPE.
010480         MOVE CLS-RUN-DATE TO GTL-RUN-DATE.
010490         MOVE CLS-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
010500         WRITE GENERATED-RECORD.
010510         OPEN OUTPUT REQUEST-FILE.
010520         IF NOT CLS-REQUEST-FILE-OK
010530             DISPLAY "ACCTCLOS: CANNOT REWRITE CLOSREQ, STATUS = "
010540                 CLS-REQUEST-FILE-STATUS
010550             GO TO 7000-EXIT
010560         END-IF.
010570         PERFORM 7100-WRITE-ONE-REQUEST THRU 7100-EXIT
010580             VARYING CLS-REQ-SUB FROM 1 BY 1
010590             UNTIL CLS-REQ-SUB > CLS-REQ-COUNT.
010600         CLOSE REQUEST-FILE.
010610 7000-EXIT.
010620         EXIT.
010630 7100-WRITE-ONE-REQUEST.
010640         MOVE CLS-REQ-RECORD(CLS-REQ-SUB) TO REQUEST-LINE.
010650         WRITE REQUEST-LINE.
010660 7100-EXIT.
010670         EXIT.
010680 8000-TERMINATE.
010690         IF NOT CLS-ABORTED
010700             PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
010710             CLOSE ACCOUNT-MASTER-FILE
010720             CLOSE BALANCE-FILE
010730             CLOSE GENERATED-FILE
010740             CLOSE REPORT-FILE
010750             IF CLS-ACCRUAL-AVAILABLE
010760                 CLOSE ACCRUAL-FILE
010761                 CLOSE MOVEMENT-FILE
010770             END-IF
010780         END-IF.
010790         IF CLS-CHEQUE-OPEN
010800             CLOSE CHEQUE-FILE
010810         END-IF.
010820         IF CLS-AUDIT-OPEN
010830             CLOSE CHANGE-AUDIT-FILE
010840         END-IF.
010850         DISPLAY "----------------------------------------------".
010860         DISPLAY "REQUESTS READ        = " CLS-REQUESTS-READ.
010870         DISPLAY "AGED OFF             = " CLS-AGED-OFF.
010880         DISPLAY "SETTLEMENTS          = " CLS-SETTLED-COUNT.
010890         DISPLAY "RESIDUALS PAID OUT   = " CLS-RESIDUAL-COUNT.
010900         DISPLAY "AWAITING POSTING     = " CLS-AWAITING-COUNT.
010910         DISPLAY "HELD OPEN, OWED      = " CLS-OWED-COUNT.
010920         DISPLAY "CLOSED               = " CLS-CLOSED-COUNT.
010930         DISPLAY "REFUSED              = " CLS-REFUSED-COUNT.
010940         DISPLAY "CHEQUES ISSUED       = " CLS-CHEQUE-COUNT.
010950         DISPLAY "ITEMS GENERATED      = " CLS-GENERATED-COUNT.
010960         IF CLS-REFUSED-COUNT > ZERO OR CLS-OWED-COUNT > ZERO
010970             MOVE 4 TO RETURN-CODE
010980         ELSE
010990             MOVE ZERO TO RETURN-CODE
011000         END-IF.
011010         DISPLAY "ACCTCLOS: JOB COMPLETE".
011020 8000-EXIT.
011030         EXIT.
011040 8100-PRINT-TOTALS.
011050         MOVE SPACES TO REPORT-RECORD.
011060         WRITE REPORT-RECORD.
011070         MOVE CLS-SETTLED-COUNT TO CLS-COUNT-EDIT.
011080         MOVE SPACES TO REPORT-RECORD.
011090         STRING "SETTLEMENTS GENERATED " CLS-COUNT-EDIT
011100             DELIMITED BY SIZE INTO REPORT-RECORD.
011110         WRITE REPORT-RECORD.
011120         MOVE CLS-RESIDUAL-COUNT TO CLS-COUNT-EDIT.
011130         MOVE SPACES TO REPORT-RECORD.
011140         STRING "RESIDUALS PAID OUT    " CLS-COUNT-EDIT
011150             DELIMITED BY SIZE INTO REPORT-RECORD.
011160         WRITE REPORT-RECORD.
011170         MOVE CLS-AWAITING-COUNT TO CLS-COUNT-EDIT.
011180         MOVE SPACES TO REPORT-RECORD.
011190         STRING "AWAITING POSTING      " CLS-COUNT-EDIT
011200             DELIMITED BY SIZE INTO REPORT-RECORD.
011210         WRITE REPORT-RECORD.
011220         MOVE CLS-OWED-COUNT TO CLS-COUNT-EDIT.
011230         MOVE SPACES TO REPORT-RECORD.
011240         STRING "HELD OPEN, OWED       " CLS-COUNT-EDIT
011250             DELIMITED BY SIZE INTO REPORT-RECORD.
011260         WRITE REPORT-RECORD.
011270         MOVE CLS-CLOSED-COUNT TO CLS-COUNT-EDIT.
011280         MOVE SPACES TO REPORT-RECORD.
011290         STRING "ACCOUNTS CLOSED       " CLS-COUNT-EDIT
011300             DELIMITED BY SIZE INTO REPORT-RECORD.
011310         WRITE REPORT-RECORD.
011320         MOVE CLS-REFUSED-COUNT TO CLS-COUNT-EDIT.
011330         MOVE SPACES TO REPORT-RECORD.
011340         STRING "REQUESTS REFUSED      " CLS-COUNT-EDIT
011350             DELIMITED BY SIZE INTO REPORT-RECORD.
011360         WRITE REPORT-RECORD.
011370 8100-EXIT.
011380         EXIT.
