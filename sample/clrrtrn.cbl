000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 CLRRTRN.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  INBOUND CLEARING RETURNS,
000220*                  RUN AHEAD OF STEP01.  EVERY ITEM THE PAYING
000230*                  BANK SENT BACK UNPAID ON CLRRTRNS (CLRRTNRC)
000240*                  IS MATCHED TO THE ORIGINAL ITEM WE POSTED --
000250*                  BY OUR OWN ITEM ID WHEN CLEARING ECHOES ONE,
000260*                  OTHERWISE BY ACCOUNT/ITEM DATE/AMOUNT AGAINST
000270*                  THE POSTED EVENTS ON ITEMTRAC -- AND THE MATCH
000280*                  IS CONFIRMED ON TXNHIST.  A CONFIRMED ITEM IS
000290*                  REVERSED AS A TYPE "05" ITEM ON CLRRVTRN
000300*                  MIRRORING THE ORIGINAL (SO SAMPLE FINDS IT ON
000310*                  TXNFPRNT AND POSTS IT OPPOSITE), THE RETURN
000320*                  REASON (CLRRSNTB) CARRIED IN THE ITEM'S MEMO,
000330*                  AND A "RETURNED" EVENT IS LOGGED AGAINST THE
000340*                  ORIGINAL'S ITEM ID.  WHERE THE REASON CALLS FOR
000350*                  IT AND SVCCHGTB CARRIES A TYPE "17" ROW (THE
000360*                  ACCOUNT'S PRODUCT ROW, ELSE THE DEFAULT ROW), A
000370*                  TYPE "17" RETURNED-ITEM FEE FOLLOWS IT.  A
000380*                  RETURN WITH NO ORIGINAL, MORE THAN ONE POSSIBLE
000390*                  ORIGINAL, A DIFFERENT AMOUNT, NO HISTORY ROW,
000400*                  OR AN ORIGINAL ALREADY RETURNED IS NEVER
000410*                  GUESSED AT -- IT OPENS A WORKQ ITEM INSTEAD.
000420*                  CLRRTRPT LISTS THE RUN WITH TOTALS BY REASON
000430*                  AND BY BRANCH.  RC 4 WHEN ANYTHING IS QUEUED,
000440*                  RC 16 WHEN A FILE CANNOT BE OPENED OR THE
000450*                  RETURNS FILE OVERFLOWS THE TABLE (NOTHING IS
000460*                  GENERATED AND CLRRTRNS STAYS WHERE IT IS).
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
000560         SELECT RETURNS-FILE ASSIGN TO "CLRRTRNS"
000570             ORGANIZATION IS LINE SEQUENTIAL
000580             FILE STATUS IS CLR-RETURNS-FILE-STATUS.
000590         SELECT TRACE-LOG-FILE ASSIGN TO "ITEMTRAC"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS CLR-TRACE-FILE-STATUS.
000620         SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
000630             ORGANIZATION IS INDEXED
000640             ACCESS MODE IS DYNAMIC
000650             RECORD KEY IS THR-KEY
000660             FILE STATUS IS CLR-HISTORY-FILE-STATUS.
000670         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000680             ORGANIZATION IS INDEXED
000690             ACCESS MODE IS RANDOM
000700             RECORD KEY IS ACM-ACCOUNT-NO
000710             FILE STATUS IS CLR-MASTER-FILE-STATUS.
000720         SELECT CHARGE-TABLE-FILE ASSIGN TO "SVCCHGTB"
000730             ORGANIZATION IS LINE SEQUENTIAL
000740             FILE STATUS IS CLR-CHARGE-FILE-STATUS.
000750         SELECT GENERATED-FILE ASSIGN TO "CLRRVTRN"
000760             ORGANIZATION IS LINE SEQUENTIAL
000770             FILE STATUS IS CLR-GENERATED-FILE-STATUS.
000780         SELECT REPORT-FILE ASSIGN TO "CLRRTRPT"
000790             ORGANIZATION IS LINE SEQUENTIAL
000800             FILE STATUS IS CLR-REPORT-FILE-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  RETURNS-FILE.
000840     COPY CLRRTNRC.
000850 FD  TRACE-LOG-FILE.
000860 01  TRACE-LOG-RECORD.
000870         05  TRC-ITEM-ID             PIC 9(09).
000880         05  TRC-EVENT-DATE          PIC 9(08).
000890         05  TRC-EVENT-TIME          PIC 9(06).
000900         05  TRC-PROGRAM-ID          PIC X(08).
000910         05  TRC-EVENT               PIC X(08).
000920         05  TRC-REASON-CODE         PIC 9(02).
000930         05  TRC-BRANCH-CODE         PIC X(03).
000940         05  TRC-ACCOUNT-NO          PIC X(10).
000950         05  TRC-RECORD-TYPE         PIC X(02).
000960         05  TRC-TRANS-DATE          PIC 9(08).
000970         05  TRC-AMOUNT              PIC 9(09)V99.
000980 FD  HISTORY-FILE.
000990     COPY TXNHISTC.
001000 FD  ACCOUNT-MASTER-FILE.
001010     COPY ACCTREC.
001020 FD  CHARGE-TABLE-FILE.
001030 01  CHARGE-TABLE-RECORD.
001040         05  SCT-RECORD-TYPE         PIC X(02).
001050         05  SCT-ITEM-CHARGE         PIC 9(05)V99.
001060         05  SCT-PRODUCT-CODE        PIC X(02).
001070*  A REVERSAL CARRIES ITS RETURN REASON AS A TRAILING MEMO, THE
001080*  SAME OPTIONAL MEMO AREA A FEED DETAIL MAY CARRY; THE FEE AND
001090*  THE TRAILER ARE WRITTEN AT THE PLAIN 54 BYTES.
001100 FD  GENERATED-FILE
001110     RECORD IS VARYING IN SIZE FROM 54 TO 153 CHARACTERS
001120     DEPENDING ON CLR-GEN-RECORD-LENGTH.
001130 01  GENERATED-RECORD            PIC X(153).
001140 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
001150         05  GEN-BRANCH-CODE         PIC X(03).
001160         05  GEN-ACCOUNT-NO          PIC X(10).
001170         05  GEN-RECORD-TYPE         PIC X(02).
001180         05  GEN-TRANS-DATE          PIC 9(08).
001190         05  GEN-AMOUNT              PIC 9(09)V99.
001200         05  GEN-DC-INDICATOR        PIC X(01).
001210         05  FILLER                  PIC X(19).
001220         05  GEN-MEMO-TEXT           PIC X(99).
001230 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
001240         05  GTL-KEY                 PIC X(13).
001250         05  GTL-RECORD-TYPE         PIC X(02).
001260         05  GTL-RUN-DATE            PIC 9(08).
001270         05  GTL-EXPECTED-COUNT      PIC 9(09).
001280         05  FILLER                  PIC X(121).
001290 FD  REPORT-FILE.
001300 01  REPORT-RECORD               PIC X(132).
001310 WORKING-STORAGE SECTION.
001320     COPY ITEMTRKC.
001330     COPY CLRRSNTB.
001340 01  CLR-FILE-STATUS-VALUES.
001350         05  CLR-RETURNS-FILE-STATUS PIC X(02).
001360             88  CLR-RETURNS-FILE-OK     VALUE "00".
001370         05  CLR-TRACE-FILE-STATUS   PIC X(02).
001380             88  CLR-TRACE-FILE-OK       VALUE "00".
001390         05  CLR-HISTORY-FILE-STATUS PIC X(02).
001400             88  CLR-HISTORY-FILE-OK     VALUE "00".
001410         05  CLR-MASTER-FILE-STATUS  PIC X(02).
001420             88  CLR-MASTER-FILE-OK      VALUE "00".
001430         05  CLR-CHARGE-FILE-STATUS  PIC X(02).
001440             88  CLR-CHARGE-FILE-OK      VALUE "00".
001450         05  CLR-GENERATED-FILE-STATUS PIC X(02).
001460             88  CLR-GENERATED-FILE-OK   VALUE "00".
001470         05  CLR-REPORT-FILE-STATUS  PIC X(02).
001480             88  CLR-REPORT-FILE-OK      VALUE "00".
001490 01  CLR-SWITCHES.
001500         05  CLR-LOAD-EOF-SWITCH     PIC X(01) VALUE "N".
001510             88  CLR-LOAD-AT-END         VALUE "Y".
001520         05  CLR-READY-SWITCH        PIC X(01) VALUE "N".
001530             88  CLR-READY               VALUE "Y".
001540         05  CLR-HISTORY-OPEN-SWITCH PIC X(01) VALUE "N".
001550             88  CLR-HISTORY-OPEN        VALUE "Y".
001560         05  CLR-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
001570             88  CLR-MASTER-AVAILABLE    VALUE "Y".
001580         05  CLR-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
001590             88  CLR-HIST-AT-END         VALUE "Y".
001600         05  CLR-HIST-FOUND-SWITCH   PIC X(01) VALUE "N".
001610             88  CLR-HIST-FOUND          VALUE "Y".
001620         05  CLR-DONE-SWITCH         PIC X(01) VALUE "N".
001630             88  CLR-ALREADY-RETURNED    VALUE "Y".
001640 01  CLR-RUN-DATE                PIC 9(08) VALUE ZERO.
001650 01  CLR-GEN-RECORD-LENGTH       PIC 9(04) COMP VALUE 54.
001660 01  CLR-COUNTERS.
001670         05  CLR-RETURNS-READ        PIC 9(05) VALUE ZERO.
001680         05  CLR-REVERSED-COUNT      PIC 9(05) VALUE ZERO.
001690         05  CLR-FEE-COUNT           PIC 9(05) VALUE ZERO.
001700         05  CLR-QUEUED-COUNT        PIC 9(05) VALUE ZERO.
001710         05  CLR-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
001720 01  CLR-TOTALS.
001730         05  CLR-TOTAL-REVERSED      PIC S9(11)V99 COMP-3
001740                                         VALUE ZERO.
001750         05  CLR-TOTAL-FEES          PIC S9(11)V99 COMP-3
001760                                         VALUE ZERO.
001770         05  CLR-TOTAL-QUEUED        PIC S9(11)V99 COMP-3
001780                                         VALUE ZERO.
001790 01  CLR-WORK-FIELDS.
001800         05  CLR-RTN-SUB             PIC 9(03) COMP VALUE ZERO.
001810         05  CLR-DONE-SUB            PIC 9(04) COMP VALUE ZERO.
001820         05  CLR-BR-SUB              PIC 9(03) COMP VALUE ZERO.
001830         05  CLR-BR-TEST-SUB         PIC 9(03) COMP VALUE ZERO.
001840         05  CLR-RSN-SUB             PIC 9(02) COMP VALUE ZERO.
001850         05  CLR-RESULT              PIC X(28) VALUE SPACES.
001860         05  CLR-ITEM-BRANCH         PIC X(03) VALUE SPACES.
001870         05  CLR-PRODUCT-CODE        PIC X(02) VALUE SPACES.
001880         05  CLR-FEE-AMOUNT          PIC 9(05)V99 VALUE ZERO.
001890         05  CLR-ORIG-DC-INDICATOR   PIC X(01) VALUE SPACE.
001900         05  CLR-WQ-SOURCE           PIC X(08) VALUE "CLRRTRN".
001910         05  CLR-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
001920 01  CLR-PRINT-LINE-FIELDS.
001930         05  CLR-AMOUNT-EDIT         PIC Z(8)9.99.
001940         05  CLR-TOTAL-EDIT          PIC Z(10)9.99.
001950         05  CLR-FEE-EDIT            PIC Z(10)9.99.
001960         05  CLR-COUNT-EDIT          PIC ZZZZ9.
001970         05  CLR-QUEUED-EDIT         PIC ZZZZ9.
001980*---------------------------------------------------------------
001990*  ONE ROW PER RETURN.  THE IDENTITY FIELDS THE ITEMTRAC PASS
002000*  COMPARES ARE HELD BESIDE THE IMAGE; THE PASS FILLS IN THE
002010*  CANDIDATE ORIGINAL AND HOW MANY DISTINCT ITEMS LOOKED LIKE
002020*  IT (MORE THAN ONE IS NEVER GUESSED BETWEEN).
002030*---------------------------------------------------------------
002040 01  CLR-RETURN-TABLE.
002050         05  CLR-RTN-COUNT           PIC 9(03) COMP VALUE ZERO.
002060         05  CLR-RTN-ENTRY OCCURS 500 TIMES.
002070             10  CLR-RTN-IMAGE       PIC X(80).
002080             10  CLR-RTN-ITEM-ID     PIC 9(09).
002090             10  CLR-RTN-BRANCH      PIC X(03).
002100             10  CLR-RTN-ACCOUNT     PIC X(10).
002110             10  CLR-RTN-TRANS-DATE  PIC 9(08).
002120             10  CLR-RTN-AMOUNT      PIC 9(09)V99.
002130             10  CLR-RTN-HITS        PIC 9(03) COMP.
002140             10  CLR-CAN-ITEM-ID     PIC 9(09).
002150             10  CLR-CAN-BRANCH      PIC X(03).
002160             10  CLR-CAN-TYPE        PIC X(02).
002170             10  CLR-CAN-TRANS-DATE  PIC 9(08).
002180             10  CLR-CAN-AMOUNT      PIC 9(09)V99.
002190     COPY CLRRTNRC REPLACING ==CLEARING-RETURN-RECORD== BY
002200         ==CLR-VIEW-RETURN==.
002210*  ITEM IDS ITEMTRAC ALREADY SHOWS RETURNED, PLUS THOSE RETURNED
002220*  IN THIS RUN -- AN ITEM IS ONLY EVER REVERSED ONCE.
002230 01  CLR-DONE-TABLE.
002240         05  CLR-DONE-COUNT          PIC 9(04) COMP VALUE ZERO.
002250         05  CLR-DONE-ID OCCURS 2000 TIMES
002260                                     PIC 9(09).
002270 01  CLR-CHARGE-TABLE.
002280         05  CLR-CHG-COUNT           PIC 9(03) COMP VALUE ZERO.
002290         05  CLR-CHG-ENTRY OCCURS 100 TIMES
002300                 INDEXED BY CLR-CHG-IDX.
002310             10  CLR-CHG-PRODUCT     PIC X(02).
002320             10  CLR-CHG-TYPE        PIC X(02).
002330             10  CLR-CHG-AMOUNT      PIC 9(05)V99.
002340*  REPORT TOTALS: ONE ROW PER CLRRSNTB ENTRY, AND ONE PER BRANCH
002350*  IN ORDER OF FIRST APPEARANCE.
002360 01  CLR-REASON-TOTALS.
002370         05  CLR-RSN-ENTRY OCCURS 8 TIMES.
002380             10  CLR-RSN-COUNT       PIC 9(05).
002390             10  CLR-RSN-AMOUNT      PIC S9(11)V99 COMP-3.
002400             10  CLR-RSN-QUEUED      PIC 9(05).
002410 01  CLR-BRANCH-TOTALS.
002420         05  CLR-BR-COUNT            PIC 9(03) COMP VALUE ZERO.
002430         05  CLR-BR-ENTRY OCCURS 100 TIMES.
002440             10  CLR-BR-CODE         PIC X(03).
002450             10  CLR-BR-RETURNED     PIC 9(05).
002460             10  CLR-BR-AMOUNT       PIC S9(11)V99 COMP-3.
002470             10  CLR-BR-FEES         PIC S9(11)V99 COMP-3.
002480             10  CLR-BR-QUEUED       PIC 9(05).
00248A     COPY RUNDATEC.
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520         IF CLR-READY
002530             MOVE ZERO TO CLR-RTN-SUB
002540             PERFORM 2000-WORK-ONE-RETURN THRU 2000-EXIT
002550                 UNTIL CLR-RTN-SUB >= CLR-RTN-COUNT
002560             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002570             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002580         END-IF.
002590         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002600         STOP RUN.
002610 1000-INITIALIZE.
002620         DISPLAY "CLRRTRN: JOB STARTING".
002630         MOVE ZERO TO RETURN-CODE.
002640         CALL "RUNDATE" USING RUN-DATE-AREA.
00264A         MOVE RDT-RUN-DATE TO CLR-RUN-DATE.
002650         INITIALIZE CLR-REASON-TOTALS.
002660         OPEN INPUT RETURNS-FILE.
002670         IF NOT CLR-RETURNS-FILE-OK
002680             DISPLAY "CLRRTRN: NO CLRRTRNS FILE - NOTHING TO DO"
002690             GO TO 1000-EXIT
002700         END-IF.
002710         PERFORM 1100-LOAD-ONE-RETURN THRU 1100-EXIT
002720             UNTIL CLR-LOAD-AT-END
002730                 OR CLR-RTN-COUNT = 500.
002740         IF NOT CLR-LOAD-AT-END
002750             READ RETURNS-FILE
002760                 AT END
002770                     MOVE "Y" TO CLR-LOAD-EOF-SWITCH
002780             END-READ
002790         END-IF.
002800         CLOSE RETURNS-FILE.
002810         IF NOT CLR-LOAD-AT-END
002820             DISPLAY "CLRRTRN: CLRRTRNS HOLDS MORE THAN 500 "
002830                 "RETURNS - NOTHING PROCESSED"
002840             MOVE 16 TO RETURN-CODE
002850             GO TO 1000-EXIT
002860         END-IF.
002870         OPEN INPUT HISTORY-FILE.
002880         IF NOT CLR-HISTORY-FILE-OK
002890             DISPLAY "CLRRTRN: CANNOT OPEN TXNHIST, STATUS = "
002900                 CLR-HISTORY-FILE-STATUS
002910             MOVE 16 TO RETURN-CODE
002920             GO TO 1000-EXIT
002930         END-IF.
002940         SET CLR-HISTORY-OPEN TO TRUE.
002950         PERFORM 1300-SCAN-TRACE-LOG THRU 1300-EXIT.
002960         IF RETURN-CODE > 4
002970             GO TO 1000-EXIT
002980         END-IF.
002990         PERFORM 1500-LOAD-CHARGES THRU 1500-EXIT.
003000         OPEN OUTPUT GENERATED-FILE.
003010         IF NOT CLR-GENERATED-FILE-OK
003020             DISPLAY "CLRRTRN: CANNOT OPEN CLRRVTRN, STATUS = "
003030                 CLR-GENERATED-FILE-STATUS
003040             MOVE 16 TO RETURN-CODE
003050             GO TO 1000-EXIT
003060         END-IF.
003070         SET CLR-READY TO TRUE.
003080         OPEN INPUT ACCOUNT-MASTER-FILE.
003090         IF CLR-MASTER-FILE-OK
003100             SET CLR-MASTER-AVAILABLE TO TRUE
003110         ELSE
003120             DISPLAY "CLRRTRN: ACCTMST UNAVAILABLE - FEES PRICED "
003130                 "FROM THE DEFAULT ROW, STATUS = "
003140                 CLR-MASTER-FILE-STATUS
003150         END-IF.
003160         OPEN OUTPUT REPORT-FILE.
003170         MOVE SPACES TO REPORT-RECORD.
003180         STRING "INBOUND CLEARING RETURNS      "
003190             "RUN DATE: " CLR-RUN-DATE
003200             DELIMITED BY SIZE INTO REPORT-RECORD.
003210         WRITE REPORT-RECORD.
003220         MOVE SPACES TO REPORT-RECORD.
003230         STRING "ITEM ID   BRANCH ACCOUNT    ITEM DATE "
003240             "      AMOUNT RS RESULT"
003250             DELIMITED BY SIZE INTO REPORT-RECORD.
003260         WRITE REPORT-RECORD.
003270 1000-EXIT.
003280         EXIT.
003290 1100-LOAD-ONE-RETURN.
003300         READ RETURNS-FILE
003310             AT END
003320                 MOVE "Y" TO CLR-LOAD-EOF-SWITCH
003330                 GO TO 1100-EXIT
003340         END-READ.
003350         ADD 1 TO CLR-RTN-COUNT.
003360         ADD 1 TO CLR-RETURNS-READ.
003370         MOVE CLEARING-RETURN-RECORD
003380             TO CLR-RTN-IMAGE(CLR-RTN-COUNT).
003390         IF CRT-ITEM-ID-X OF CLEARING-RETURN-RECORD IS NUMERIC
003400             MOVE CRT-ITEM-ID OF CLEARING-RETURN-RECORD
003410                 TO CLR-RTN-ITEM-ID(CLR-RTN-COUNT)
003420         ELSE
003430             MOVE ZERO TO CLR-RTN-ITEM-ID(CLR-RTN-COUNT)
003440         END-IF.
003450         MOVE CRT-BRANCH-CODE OF CLEARING-RETURN-RECORD
003460             TO CLR-RTN-BRANCH(CLR-RTN-COUNT).
003470         MOVE CRT-ACCOUNT-NO OF CLEARING-RETURN-RECORD
003480             TO CLR-RTN-ACCOUNT(CLR-RTN-COUNT).
003490         MOVE CRT-TRANS-DATE OF CLEARING-RETURN-RECORD
003500             TO CLR-RTN-TRANS-DATE(CLR-RTN-COUNT).
003510         MOVE CRT-AMOUNT OF CLEARING-RETURN-RECORD
003520             TO CLR-RTN-AMOUNT(CLR-RTN-COUNT).
003530         MOVE ZERO TO CLR-RTN-HITS(CLR-RTN-COUNT).
003540         MOVE ZERO TO CLR-CAN-ITEM-ID(CLR-RTN-COUNT).
003550         MOVE SPACES TO CLR-CAN-BRANCH(CLR-RTN-COUNT).
003560         MOVE SPACES TO CLR-CAN-TYPE(CLR-RTN-COUNT).
003570         MOVE ZERO TO CLR-CAN-TRANS-DATE(CLR-RTN-COUNT).
003580         MOVE ZERO TO CLR-CAN-AMOUNT(CLR-RTN-COUNT).
003590 1100-EXIT.
003600         EXIT.
003610*---------------------------------------------------------------
003620*  1300-SCAN-TRACE-LOG.  ONE PASS OF ITEMTRAC SERVES EVERY
003630*  RETURN: EACH POSTED EVENT IS OFFERED TO EACH RETURN, AND EACH
003640*  RETURNED EVENT NOTES AN ITEM ALREADY REVERSED ON AN EARLIER
003650*  DAY.  WITHOUT ITEMTRAC NOTHING CAN BE MATCHED, SO THE RUN
003660*  STOPS RATHER THAN QUEUE THE WHOLE FILE.
003670*---------------------------------------------------------------
003680 1300-SCAN-TRACE-LOG.
003690         IF CLR-RTN-COUNT = ZERO
003700             GO TO 1300-EXIT
003710         END-IF.
003720         OPEN INPUT TRACE-LOG-FILE.
003730         IF NOT CLR-TRACE-FILE-OK
003740             DISPLAY "CLRRTRN: CANNOT OPEN ITEMTRAC, STATUS = "
003750                 CLR-TRACE-FILE-STATUS
003760             MOVE 16 TO RETURN-CODE
003770             GO TO 1300-EXIT
003780         END-IF.
003790         MOVE "N" TO CLR-LOAD-EOF-SWITCH.
003800         PERFORM 1310-READ-ONE-EVENT THRU 1310-EXIT
003810             UNTIL CLR-LOAD-AT-END.
003820         CLOSE TRACE-LOG-FILE.
003830 1300-EXIT.
003840         EXIT.
003850 1310-READ-ONE-EVENT.
003860         READ TRACE-LOG-FILE
003870             AT END
003880                 MOVE "Y" TO CLR-LOAD-EOF-SWITCH
003890                 GO TO 1310-EXIT
003900         END-READ.
003910         IF TRC-EVENT = "RETURNED"
003920             IF CLR-DONE-COUNT < 2000
003930                 ADD 1 TO CLR-DONE-COUNT
003940                 MOVE TRC-ITEM-ID TO CLR-DONE-ID(CLR-DONE-COUNT)
003950             END-IF
003960             GO TO 1310-EXIT
003970         END-IF.
003980         IF TRC-EVENT NOT = "POSTED"
003990             GO TO 1310-EXIT
004000         END-IF.
004010         PERFORM 1350-OFFER-POSTED-EVENT THRU 1350-EXIT
004020             VARYING CLR-RTN-SUB FROM 1 BY 1
004030             UNTIL CLR-RTN-SUB > CLR-RTN-COUNT.
004040 1310-EXIT.
004050         EXIT.
004060*  OUR OWN ITEM ID, WHEN CLEARING ECHOES IT, DECIDES ON ITS OWN
004070*  (PROVIDED IT NAMES THE SAME ACCOUNT); OTHERWISE THE ACCOUNT,
004080*  ITEM DATE AND AMOUNT MUST AGREE, AND THE BRANCH TOO WHEN ONE
004090*  WAS SENT.  A REVERSAL IS NEVER ITSELF AN ITEM TO RETURN.
004100 1350-OFFER-POSTED-EVENT.
004110         IF TRC-RECORD-TYPE = "05"
004120             GO TO 1350-EXIT
004130         END-IF.
004140         IF TRC-ACCOUNT-NO NOT = CLR-RTN-ACCOUNT(CLR-RTN-SUB)
004150             GO TO 1350-EXIT
004160         END-IF.
004170         IF CLR-RTN-ITEM-ID(CLR-RTN-SUB) NOT = ZERO
004180             IF TRC-ITEM-ID NOT = CLR-RTN-ITEM-ID(CLR-RTN-SUB)
004190                 GO TO 1350-EXIT
004200             END-IF
004210         ELSE
004220             IF TRC-TRANS-DATE
004230                     NOT = CLR-RTN-TRANS-DATE(CLR-RTN-SUB)
004240                 OR TRC-AMOUNT NOT = CLR-RTN-AMOUNT(CLR-RTN-SUB)
004250                 GO TO 1350-EXIT
004260             END-IF
004270             IF CLR-RTN-BRANCH(CLR-RTN-SUB) NOT = SPACES
004280                 AND TRC-BRANCH-CODE
004290                     NOT = CLR-RTN-BRANCH(CLR-RTN-SUB)
004300                 GO TO 1350-EXIT
004310             END-IF
004320         END-IF.
004330         IF CLR-RTN-HITS(CLR-RTN-SUB) > ZERO
004340             AND TRC-ITEM-ID = CLR-CAN-ITEM-ID(CLR-RTN-SUB)
004350             GO TO 1350-EXIT
004360         END-IF.
004370         ADD 1 TO CLR-RTN-HITS(CLR-RTN-SUB).
004380         MOVE TRC-ITEM-ID TO CLR-CAN-ITEM-ID(CLR-RTN-SUB).
004390         MOVE TRC-BRANCH-CODE TO CLR-CAN-BRANCH(CLR-RTN-SUB).
004400         MOVE TRC-RECORD-TYPE TO CLR-CAN-TYPE(CLR-RTN-SUB).
004410         MOVE TRC-TRANS-DATE TO CLR-CAN-TRANS-DATE(CLR-RTN-SUB).
004420         MOVE TRC-AMOUNT TO CLR-CAN-AMOUNT(CLR-RTN-SUB).
004430 1350-EXIT.
004440         EXIT.
004450*  THE RETURNED-ITEM FEE ROWS ARE ALL THIS PROGRAM WANTS FROM
004460*  SVCCHGTB.  NO TABLE, OR NO TYPE "17" ROW, MEANS NO FEE.
004470 1500-LOAD-CHARGES.
004480         OPEN INPUT CHARGE-TABLE-FILE.
004490         IF NOT CLR-CHARGE-FILE-OK
004500             DISPLAY "CLRRTRN: NO SVCCHGTB - NO RETURNED-ITEM "
004510                 "FEES"
004520             GO TO 1500-EXIT
004530         END-IF.
004540         MOVE "N" TO CLR-LOAD-EOF-SWITCH.
004550         PERFORM 1510-LOAD-ONE-CHARGE THRU 1510-EXIT
004560             UNTIL CLR-LOAD-AT-END
004570                 OR CLR-CHG-COUNT = 100.
004580         CLOSE CHARGE-TABLE-FILE.
004590 1500-EXIT.
004600         EXIT.
004610 1510-LOAD-ONE-CHARGE.
004620         READ CHARGE-TABLE-FILE
004630             AT END
004640                 MOVE "Y" TO CLR-LOAD-EOF-SWITCH
004650                 GO TO 1510-EXIT
004660         END-READ.
004670         IF SCT-RECORD-TYPE NOT = "17"
004680             GO TO 1510-EXIT
004690         END-IF.
004700         ADD 1 TO CLR-CHG-COUNT.
004710         MOVE SCT-RECORD-TYPE TO CLR-CHG-TYPE(CLR-CHG-COUNT).
004720         MOVE SCT-ITEM-CHARGE TO CLR-CHG-AMOUNT(CLR-CHG-COUNT).
004730         MOVE SCT-PRODUCT-CODE TO CLR-CHG-PRODUCT(CLR-CHG-COUNT).
004740 1510-EXIT.
004750         EXIT.
004760*---------------------------------------------------------------
004770*  2000-WORK-ONE-RETURN.  EVERY TEST MUST PASS BEFORE ANYTHING
004780*  IS GENERATED; THE FIRST ONE TO FAIL NAMES THE WORKQ ITEM.
004790*---------------------------------------------------------------
004800 2000-WORK-ONE-RETURN.
004810         ADD 1 TO CLR-RTN-SUB.
004820         MOVE CLR-RTN-IMAGE(CLR-RTN-SUB) TO CLR-VIEW-RETURN.
004830         PERFORM 2050-FIND-REASON THRU 2050-EXIT.
004840         MOVE CRT-BRANCH-CODE OF CLR-VIEW-RETURN
004850             TO CLR-ITEM-BRANCH.
004860         IF CLR-RTN-HITS(CLR-RTN-SUB) = ZERO
004870             MOVE "NO POSTED ORIGINAL FOUND" TO CLR-RESULT
004880             PERFORM 2900-QUEUE-RETURN THRU 2900-EXIT
004890             GO TO 2000-EXIT
004900         END-IF.
004910         IF CLR-RTN-HITS(CLR-RTN-SUB) > 1
004920             MOVE "MORE THAN ONE ORIGINAL" TO CLR-RESULT
004930             PERFORM 2900-QUEUE-RETURN THRU 2900-EXIT
004940             GO TO 2000-EXIT
004950         END-IF.
004960         MOVE CLR-CAN-BRANCH(CLR-RTN-SUB) TO CLR-ITEM-BRANCH.
004970         IF CLR-CAN-AMOUNT(CLR-RTN-SUB)
004980                 NOT = CRT-AMOUNT OF CLR-VIEW-RETURN
004990             MOVE "AMOUNT DIFFERS FROM ORIGINAL" TO CLR-RESULT
005000             PERFORM 2900-QUEUE-RETURN THRU 2900-EXIT
005010             GO TO 2000-EXIT
005020         END-IF.
005030         PERFORM 2100-CHECK-RETURNED THRU 2100-EXIT.
005040         IF CLR-ALREADY-RETURNED
005050             MOVE "ORIGINAL ALREADY RETURNED" TO CLR-RESULT
005060             PERFORM 2900-QUEUE-RETURN THRU 2900-EXIT
005070             GO TO 2000-EXIT
005080         END-IF.
005090         PERFORM 2200-CONFIRM-HISTORY THRU 2200-EXIT.
005100         IF NOT CLR-HIST-FOUND
005110             MOVE "ORIGINAL NOT ON TXNHIST" TO CLR-RESULT
005120             PERFORM 2900-QUEUE-RETURN THRU 2900-EXIT
005130             GO TO 2000-EXIT
005140         END-IF.
005150         PERFORM 2300-WRITE-REVERSAL THRU 2300-EXIT.
005160         PERFORM 2400-TRACE-RETURN THRU 2400-EXIT.
005170         PERFORM 2500-CHARGE-FEE THRU 2500-EXIT.
005180         IF CLR-FEE-AMOUNT > ZERO
005190             MOVE "REVERSED, FEE CHARGED" TO CLR-RESULT
005200         ELSE
005210             MOVE "REVERSED" TO CLR-RESULT
005220         END-IF.
005230         PERFORM 2800-FIND-BRANCH THRU 2800-EXIT.
005240         ADD 1 TO CLR-RSN-COUNT(CLR-RSN-SUB).
005250         ADD CRT-AMOUNT OF CLR-VIEW-RETURN
005260             TO CLR-RSN-AMOUNT(CLR-RSN-SUB).
005270         IF CLR-BR-SUB > ZERO
005280             ADD 1 TO CLR-BR-RETURNED(CLR-BR-SUB)
005290             ADD CRT-AMOUNT OF CLR-VIEW-RETURN
005300                 TO CLR-BR-AMOUNT(CLR-BR-SUB)
005310             ADD CLR-FEE-AMOUNT TO CLR-BR-FEES(CLR-BR-SUB)
005320         END-IF.
005330         PERFORM 7000-PRINT-RETURN THRU 7000-EXIT.
005340 2000-EXIT.
005350         EXIT.
005360*  A REASON CLRRSNTB DOES NOT LIST IS COUNTED AS THE LAST ROW
005370*  (99, OTHER), WHICH CHARGES NO FEE.
005380 2050-FIND-REASON.
005390         SET CRS-IDX TO 1.
005400         SEARCH CRS-ENTRY
005410             AT END
005420                 SET CRS-IDX TO 8
005430             WHEN CRS-CODE(CRS-IDX)
005440                     = CRT-RETURN-REASON OF CLR-VIEW-RETURN
005450                 CONTINUE
005460         END-SEARCH.
005470         SET CLR-RSN-SUB TO CRS-IDX.
005480 2050-EXIT.
005490         EXIT.
005500 2100-CHECK-RETURNED.
005510         MOVE "N" TO CLR-DONE-SWITCH.
005520         PERFORM 2150-TEST-ONE-DONE THRU 2150-EXIT
005530             VARYING CLR-DONE-SUB FROM 1 BY 1
005540             UNTIL CLR-DONE-SUB > CLR-DONE-COUNT
005550                 OR CLR-ALREADY-RETURNED.
005560 2100-EXIT.
005570         EXIT.
005580 2150-TEST-ONE-DONE.
005590         IF CLR-DONE-ID(CLR-DONE-SUB)
005600                 = CLR-CAN-ITEM-ID(CLR-RTN-SUB)
005610             SET CLR-ALREADY-RETURNED TO TRUE
005620         END-IF.
005630 2150-EXIT.
005640         EXIT.
005650*---------------------------------------------------------------
005660*  2200-CONFIRM-HISTORY.  THE ORIGINAL MUST ALSO BE ON TXNHIST --
005670*  ITS POSTING DATE IS NEVER EARLIER THAN ITS ITEM DATE, SO THE
005680*  BROWSE STARTS THERE ON THE ACCOUNT AND RUNS TO THE ACCOUNT'S
005690*  END.  THE ORIGINAL'S D/C AS POSTED IS WHAT THE REVERSAL
005700*  CARRIES, SO SAMPLE POSTS IT THE OTHER WAY.
005710*---------------------------------------------------------------
005720 2200-CONFIRM-HISTORY.
005730         MOVE "N" TO CLR-HIST-FOUND-SWITCH.
005740         MOVE "N" TO CLR-HIST-EOF-SWITCH.
005750         MOVE CRT-ACCOUNT-NO OF CLR-VIEW-RETURN TO THR-ACCOUNT-NO.
005760         MOVE CLR-CAN-TRANS-DATE(CLR-RTN-SUB) TO THR-POST-DATE.
005770         MOVE ZERO TO THR-SEQUENCE.
005780         START HISTORY-FILE KEY IS NOT LESS THAN THR-KEY
005790             INVALID KEY
005800                 GO TO 2200-EXIT
005810         END-START.
005820         PERFORM 2250-READ-ONE-HISTORY THRU 2250-EXIT
005830             UNTIL CLR-HIST-FOUND
005840                 OR CLR-HIST-AT-END.
005850 2200-EXIT.
005860         EXIT.
005870 2250-READ-ONE-HISTORY.
005880         READ HISTORY-FILE NEXT RECORD
005890             AT END
005900                 SET CLR-HIST-AT-END TO TRUE
005910                 GO TO 2250-EXIT
005920         END-READ.
005930         IF THR-ACCOUNT-NO NOT = CRT-ACCOUNT-NO OF CLR-VIEW-RETURN
005940             SET CLR-HIST-AT-END TO TRUE
005950             GO TO 2250-EXIT
005960         END-IF.
005970         IF THR-BRANCH-CODE = CLR-CAN-BRANCH(CLR-RTN-SUB)
005980             AND THR-RECORD-TYPE = CLR-CAN-TYPE(CLR-RTN-SUB)
005990             AND THR-TRANS-DATE = CLR-CAN-TRANS-DATE(CLR-RTN-SUB)
006000             AND THR-AMOUNT = CLR-CAN-AMOUNT(CLR-RTN-SUB)
006010             SET CLR-HIST-FOUND TO TRUE
006020             MOVE THR-DC-INDICATOR TO CLR-ORIG-DC-INDICATOR
006030         END-IF.
006040 2250-EXIT.
006050         EXIT.
006060 2300-WRITE-REVERSAL.
006070         MOVE SPACES TO GENERATED-RECORD.
006080         MOVE CLR-CAN-BRANCH(CLR-RTN-SUB) TO GEN-BRANCH-CODE.
006090         MOVE CRT-ACCOUNT-NO OF CLR-VIEW-RETURN TO GEN-ACCOUNT-NO.
006100         MOVE "05" TO GEN-RECORD-TYPE.
006110         MOVE CLR-CAN-TRANS-DATE(CLR-RTN-SUB) TO GEN-TRANS-DATE.
006120         MOVE CLR-CAN-AMOUNT(CLR-RTN-SUB) TO GEN-AMOUNT.
006130         MOVE CLR-ORIG-DC-INDICATOR TO GEN-DC-INDICATOR.
006140         STRING "RETURNED UNPAID - REASON "
006150             CRS-CODE(CRS-IDX) " " CRS-TEXT(CRS-IDX)
006160             " CLEARING REF " CRT-CLEARING-REF OF CLR-VIEW-RETURN
006170             " ITEM " CLR-CAN-ITEM-ID(CLR-RTN-SUB)
006180             DELIMITED BY SIZE INTO GEN-MEMO-TEXT.
006190         MOVE 153 TO CLR-GEN-RECORD-LENGTH.
006200         WRITE GENERATED-RECORD.
006210         ADD 1 TO CLR-GENERATED-COUNT.
006220         ADD 1 TO CLR-REVERSED-COUNT.
006230         ADD CLR-CAN-AMOUNT(CLR-RTN-SUB) TO CLR-TOTAL-REVERSED.
006240         IF CLR-DONE-COUNT < 2000
006250             ADD 1 TO CLR-DONE-COUNT
006260             MOVE CLR-CAN-ITEM-ID(CLR-RTN-SUB)
006270                 TO CLR-DONE-ID(CLR-DONE-COUNT)
006280         END-IF.
006290 2300-EXIT.
006300         EXIT.
006310*  THE LINK: THE ORIGINAL'S OWN TRACE NOW SHOWS IT CAME BACK,
006320*  AND WHY.
006330 2400-TRACE-RETURN.
006340         MOVE "E" TO ITK-FUNCTION.
006350         MOVE "CLRRTRN" TO ITK-PROGRAM-ID.
006360         MOVE "RETURNED" TO ITK-EVENT.
006370         MOVE CRS-CODE(CRS-IDX) TO ITK-REASON-CODE.
006380         MOVE CLR-CAN-ITEM-ID(CLR-RTN-SUB) TO ITK-ITEM-ID.
006390         MOVE CLR-CAN-BRANCH(CLR-RTN-SUB) TO ITK-BRANCH-CODE.
006400         MOVE CRT-ACCOUNT-NO OF CLR-VIEW-RETURN TO ITK-ACCOUNT-NO.
006410         MOVE CLR-CAN-TYPE(CLR-RTN-SUB) TO ITK-RECORD-TYPE.
006420         MOVE CLR-CAN-TRANS-DATE(CLR-RTN-SUB) TO ITK-TRANS-DATE.
006430         MOVE CLR-CAN-AMOUNT(CLR-RTN-SUB) TO ITK-AMOUNT.
006440         CALL "ITEMTRAK" USING ITEM-TRACE-AREA.
006450 2400-EXIT.
006460         EXIT.
006470*---------------------------------------------------------------
006480*  2500-CHARGE-FEE.  ONLY WHEN THE REASON IS THE CUSTOMER'S TO
006490*  BEAR.  PRICED LIKE SVCHARGE: THE ACCOUNT'S PRODUCT ROW FIRST,
006500*  THEN THE DEFAULT (BLANK PRODUCT) ROW; NEITHER MEANS NO FEE.
006510*---------------------------------------------------------------
006520 2500-CHARGE-FEE.
006530         MOVE ZERO TO CLR-FEE-AMOUNT.
006540         IF CRS-FEE-APPLIES(CRS-IDX) NOT = "Y"
006550             OR CLR-CHG-COUNT = ZERO
006560             GO TO 2500-EXIT
006570         END-IF.
006580         MOVE SPACES TO CLR-PRODUCT-CODE.
006590         IF CLR-MASTER-AVAILABLE
006600             MOVE CRT-ACCOUNT-NO OF CLR-VIEW-RETURN
006610                 TO ACM-ACCOUNT-NO
006620             READ ACCOUNT-MASTER-FILE
006630                 INVALID KEY
006640                     MOVE SPACES TO ACM-PRODUCT-CODE
006650             END-READ
006660             MOVE ACM-PRODUCT-CODE TO CLR-PRODUCT-CODE
006670         END-IF.
006680         IF CLR-PRODUCT-CODE NOT = SPACES
006690             SET CLR-CHG-IDX TO 1
006700             SEARCH CLR-CHG-ENTRY
006710                 AT END
006720                     CONTINUE
006730                 WHEN CLR-CHG-PRODUCT(CLR-CHG-IDX)
006740                         = CLR-PRODUCT-CODE
006750                     MOVE CLR-CHG-AMOUNT(CLR-CHG-IDX)
006760                         TO CLR-FEE-AMOUNT
006770             END-SEARCH
006780         END-IF.
006790         IF CLR-FEE-AMOUNT = ZERO
006800             SET CLR-CHG-IDX TO 1
006810             SEARCH CLR-CHG-ENTRY
006820                 AT END
006830                     CONTINUE
006840                 WHEN CLR-CHG-PRODUCT(CLR-CHG-IDX) = SPACES
006850                     MOVE CLR-CHG-AMOUNT(CLR-CHG-IDX)
006860                         TO CLR-FEE-AMOUNT
006870             END-SEARCH
006880         END-IF.
006890         IF CLR-FEE-AMOUNT = ZERO
006900             GO TO 2500-EXIT
006910         END-IF.
006920         MOVE SPACES TO GENERATED-RECORD.
006930         MOVE CLR-CAN-BRANCH(CLR-RTN-SUB) TO GEN-BRANCH-CODE.
006940         MOVE CRT-ACCOUNT-NO OF CLR-VIEW-RETURN TO GEN-ACCOUNT-NO.
006950         MOVE "17" TO GEN-RECORD-TYPE.
006960         MOVE CLR-RUN-DATE TO GEN-TRANS-DATE.
006970         MOVE CLR-FEE-AMOUNT TO GEN-AMOUNT.
006980         MOVE SPACE TO GEN-DC-INDICATOR.
006990         MOVE 54 TO CLR-GEN-RECORD-LENGTH.
007000         WRITE GENERATED-RECORD.
007010         ADD 1 TO CLR-GENERATED-COUNT.
007020         ADD 1 TO CLR-FEE-COUNT.
007030         ADD CLR-FEE-AMOUNT TO CLR-TOTAL-FEES.
007040 2500-EXIT.
007050         EXIT.
007060*  BRANCH TOTALS ROW FOR CLR-ITEM-BRANCH, ADDED ON FIRST SIGHT.
007070*  A FULL TABLE LEAVES CLR-BR-SUB ZERO AND THE BRANCH UNCOUNTED.
007080 2800-FIND-BRANCH.
007090         MOVE ZERO TO CLR-BR-SUB.
007100         PERFORM 2850-TEST-ONE-BRANCH THRU 2850-EXIT
007110             VARYING CLR-BR-TEST-SUB FROM 1 BY 1
007120             UNTIL CLR-BR-TEST-SUB > CLR-BR-COUNT
007130                 OR CLR-BR-SUB > ZERO.
007140         IF CLR-BR-SUB = ZERO
007150             AND CLR-BR-COUNT < 100
007160             ADD 1 TO CLR-BR-COUNT
007170             MOVE CLR-BR-COUNT TO CLR-BR-SUB
007180             MOVE CLR-ITEM-BRANCH TO CLR-BR-CODE(CLR-BR-SUB)
007190             MOVE ZERO TO CLR-BR-RETURNED(CLR-BR-SUB)
007200             MOVE ZERO TO CLR-BR-AMOUNT(CLR-BR-SUB)
007210             MOVE ZERO TO CLR-BR-FEES(CLR-BR-SUB)
007220             MOVE ZERO TO CLR-BR-QUEUED(CLR-BR-SUB)
007230         END-IF.
007240 2800-EXIT.
007250         EXIT.
007260 2850-TEST-ONE-BRANCH.
007270         IF CLR-BR-CODE(CLR-BR-TEST-SUB) = CLR-ITEM-BRANCH
007280             MOVE CLR-BR-TEST-SUB TO CLR-BR-SUB
007290         END-IF.
007300 2850-EXIT.
007310         EXIT.
007320*---------------------------------------------------------------
007330*  2900-QUEUE-RETURN.  A RETURN THAT CANNOT BE TIED TO EXACTLY
007340*  ONE POSTED ORIGINAL GOES TO OPERATIONS ON WORKQ, NOT TO THE
007350*  LEDGER.
007360*---------------------------------------------------------------
007370 2900-QUEUE-RETURN.
007380         MOVE CRT-AMOUNT OF CLR-VIEW-RETURN TO CLR-AMOUNT-EDIT.
007390         MOVE SPACES TO CLR-WQ-DESCRIPTION.
007400         STRING "RETURN " CRT-ACCOUNT-NO OF CLR-VIEW-RETURN " "
007410             CLR-AMOUNT-EDIT " " CLR-RESULT
007420             DELIMITED BY SIZE INTO CLR-WQ-DESCRIPTION.
007430         CALL "WQOPEN" USING CLR-WQ-SOURCE CLR-RUN-DATE
007440             CLR-WQ-DESCRIPTION.
007450         ADD 1 TO CLR-QUEUED-COUNT.
007460         ADD CRT-AMOUNT OF CLR-VIEW-RETURN TO CLR-TOTAL-QUEUED.
007470         ADD 1 TO CLR-RSN-QUEUED(CLR-RSN-SUB).
007480         PERFORM 2800-FIND-BRANCH THRU 2800-EXIT.
007490         IF CLR-BR-SUB > ZERO
007500             ADD 1 TO CLR-BR-QUEUED(CLR-BR-SUB)
007510         END-IF.
007520         MOVE 4 TO RETURN-CODE.
007530         PERFORM 7000-PRINT-RETURN THRU 7000-EXIT.
007540 2900-EXIT.
007550         EXIT.
007560 4000-WRITE-TRAILER.
007570         MOVE SPACES TO GENERATED-RECORD.
007580         MOVE "0" TO GTL-KEY.
007590         MOVE "99" TO GTL-RECORD-TYPE.
007600         MOVE CLR-RUN-DATE TO GTL-RUN-DATE.
007610         MOVE CLR-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
007620         MOVE 54 TO CLR-GEN-RECORD-LENGTH.
007630         WRITE GENERATED-RECORD.
007640 4000-EXIT.
007650         EXIT.
007660 5000-PRINT-TOTALS.
007670         MOVE SPACES TO REPORT-RECORD.
007680         WRITE REPORT-RECORD.
007690         MOVE SPACES TO REPORT-RECORD.
007700         STRING "TOTALS BY RETURN REASON          REVERSED "
007710             "         AMOUNT  QUEUED"
007720             DELIMITED BY SIZE INTO REPORT-RECORD.
007730         WRITE REPORT-RECORD.
007740         PERFORM 5100-PRINT-ONE-REASON THRU 5100-EXIT
007750             VARYING CLR-RSN-SUB FROM 1 BY 1
007760             UNTIL CLR-RSN-SUB > 8.
007770         MOVE SPACES TO REPORT-RECORD.
007780         WRITE REPORT-RECORD.
007790         MOVE SPACES TO REPORT-RECORD.
007800         STRING "TOTALS BY BRANCH  REVERSED          AMOUNT "
007810             "           FEES  QUEUED"
007820             DELIMITED BY SIZE INTO REPORT-RECORD.
007830         WRITE REPORT-RECORD.
007840         PERFORM 5200-PRINT-ONE-BRANCH THRU 5200-EXIT
007850             VARYING CLR-BR-SUB FROM 1 BY 1
007860             UNTIL CLR-BR-SUB > CLR-BR-COUNT.
007870         MOVE SPACES TO REPORT-RECORD.
007880         WRITE REPORT-RECORD.
007890         MOVE CLR-REVERSED-COUNT TO CLR-COUNT-EDIT.
007900         MOVE CLR-TOTAL-REVERSED TO CLR-TOTAL-EDIT.
007910         MOVE SPACES TO REPORT-RECORD.
007920         STRING "REVERSED          " CLR-COUNT-EDIT
007930             "   AMOUNT " CLR-TOTAL-EDIT
007940             DELIMITED BY SIZE INTO REPORT-RECORD.
007950         WRITE REPORT-RECORD.
007960         MOVE CLR-FEE-COUNT TO CLR-COUNT-EDIT.
007970         MOVE CLR-TOTAL-FEES TO CLR-TOTAL-EDIT.
007980         MOVE SPACES TO REPORT-RECORD.
007990         STRING "FEES CHARGED      " CLR-COUNT-EDIT
008000             "   AMOUNT " CLR-TOTAL-EDIT
008010             DELIMITED BY SIZE INTO REPORT-RECORD.
008020         WRITE REPORT-RECORD.
008030         MOVE CLR-QUEUED-COUNT TO CLR-COUNT-EDIT.
008040         MOVE CLR-TOTAL-QUEUED TO CLR-TOTAL-EDIT.
008050         MOVE SPACES TO REPORT-RECORD.
008060         STRING "QUEUED TO WORKQ   " CLR-COUNT-EDIT
008070             "   AMOUNT " CLR-TOTAL-EDIT
008080             DELIMITED BY SIZE INTO REPORT-RECORD.
008090         WRITE REPORT-RECORD.
008100 5000-EXIT.
008110         EXIT.
008120 5100-PRINT-ONE-REASON.
008130         IF CLR-RSN-COUNT(CLR-RSN-SUB) = ZERO
008140             AND CLR-RSN-QUEUED(CLR-RSN-SUB) = ZERO
008150             GO TO 5100-EXIT
008160         END-IF.
008170         MOVE CLR-RSN-COUNT(CLR-RSN-SUB) TO CLR-COUNT-EDIT.
008180         MOVE CLR-RSN-AMOUNT(CLR-RSN-SUB) TO CLR-TOTAL-EDIT.
008190         MOVE CLR-RSN-QUEUED(CLR-RSN-SUB) TO CLR-QUEUED-EDIT.
008200         MOVE SPACES TO REPORT-RECORD.
008210         STRING "  " CRS-CODE(CLR-RSN-SUB) " "
008220             CRS-TEXT(CLR-RSN-SUB) "   " CLR-COUNT-EDIT " "
008230             CLR-TOTAL-EDIT "   " CLR-QUEUED-EDIT
008240             DELIMITED BY SIZE INTO REPORT-RECORD.
008250         WRITE REPORT-RECORD.
008260 5100-EXIT.
008270         EXIT.
008280 5200-PRINT-ONE-BRANCH.
008290         MOVE CLR-BR-RETURNED(CLR-BR-SUB) TO CLR-COUNT-EDIT.
008300         MOVE CLR-BR-AMOUNT(CLR-BR-SUB) TO CLR-TOTAL-EDIT.
008310         MOVE CLR-BR-FEES(CLR-BR-SUB) TO CLR-FEE-EDIT.
008320         MOVE CLR-BR-QUEUED(CLR-BR-SUB) TO CLR-QUEUED-EDIT.
008330         MOVE SPACES TO REPORT-RECORD.
008340         STRING "  " CLR-BR-CODE(CLR-BR-SUB) "               "
008350             CLR-COUNT-EDIT " " CLR-TOTAL-EDIT " "
008360             CLR-FEE-EDIT "   " CLR-QUEUED-EDIT
008370             DELIMITED BY SIZE INTO REPORT-RECORD.
008380         WRITE REPORT-RECORD.
008390 5200-EXIT.
008400         EXIT.
008410 7000-PRINT-RETURN.
008420         MOVE CRT-AMOUNT OF CLR-VIEW-RETURN TO CLR-AMOUNT-EDIT.
008430         MOVE SPACES TO REPORT-RECORD.
008440         STRING CRT-ITEM-ID-X OF CLR-VIEW-RETURN " "
008450             CLR-ITEM-BRANCH "    "
008460             CRT-ACCOUNT-NO OF CLR-VIEW-RETURN " "
008470             CRT-TRANS-DATE OF CLR-VIEW-RETURN "  "
008480             CLR-AMOUNT-EDIT " "
008490             CRT-RETURN-REASON OF CLR-VIEW-RETURN " " CLR-RESULT
008500             DELIMITED BY SIZE INTO REPORT-RECORD.
008510         WRITE REPORT-RECORD.
008520 7000-EXIT.
008530         EXIT.
008540 8000-TERMINATE.
008550         IF CLR-READY
008560             CLOSE GENERATED-FILE
008570         END-IF.
008580         IF CLR-HISTORY-OPEN
008590             CLOSE HISTORY-FILE
008600         END-IF.
008610         IF CLR-MASTER-AVAILABLE
008620             CLOSE ACCOUNT-MASTER-FILE
008630         END-IF.
008640         IF CLR-REPORT-FILE-OK
008650             CLOSE REPORT-FILE
008660         END-IF.
008670         DISPLAY "----------------------------------------------".
008680         DISPLAY "RETURNS READ       = " CLR-RETURNS-READ.
008690         DISPLAY "ITEMS REVERSED     = " CLR-REVERSED-COUNT.
008700         DISPLAY "FEES CHARGED       = " CLR-FEE-COUNT.
008710         DISPLAY "QUEUED TO WORKQ    = " CLR-QUEUED-COUNT.
008720         DISPLAY "ITEMS GENERATED    = " CLR-GENERATED-COUNT.
008730         DISPLAY "CLRRTRN: JOB COMPLETE, RETURN CODE "
008740             RETURN-CODE.
008750 8000-EXIT.
008760         EXIT.
