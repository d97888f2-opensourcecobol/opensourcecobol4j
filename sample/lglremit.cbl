000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 LGLREMIT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  LEGAL ORDER REMITTANCE,
000220*                  RUN AHEAD OF STEP01.  EVERY ACTIVE LGLORDER
000230*                  GARNISHMENT OR LEVY IS SERVED IN PRIORITY
000240*                  ORDER (THEN OLDEST FIRST): THE FUNDS VALLEGAL
000250*                  HAS BEEN HOLDING ARE REMITTED, UP TO THE
000260*                  ORDER'S OUTSTANDING AMOUNT AND NEVER MORE
000270*                  THAN THE ACCOUNT'S POSITIVE AVAILABLE
000280*                  BALANCE, AS A TYPE "13" "C" ITEM ON LGLRMTRN
000290*                  (TYPE "99" TRAILER, ODSWPTRN SHAPE) THAT
000300*                  RIDES TRANLIST THROUGH THE SAME RUN; GLMAPTBL
000310*                  CARRIES TYPE "13" TO THE REMITTANCE PAYABLE
000320*                  ACCOUNT.  A CUSTOMER ORDER IS COLLECTED FROM
000330*                  THE CUSTOMER'S OPEN ACCOUNTS IN ACCOUNT ORDER.
000340*                  EACH REMITTANCE IS ALSO TAKEN OFF THE ACCOUNT'S
000350*                  MEMO BALANCE AT ONCE, SO THE EDIT PASS THAT
000360*                  FOLLOWS CANNOT PAY THE SAME MONEY OUT AGAIN
000370*                  (THE HARD POST ZEROES THE MEMO AS USUAL).  THE
000380*                  ORDER'S OUTSTANDING AMOUNT COMES DOWN AND AN
000390*                  ORDER PAID IN FULL IS RELEASED AS SATISFIED;
000400*                  ONE PAST ITS EXPIRY DATE IS RELEASED AS EXPIRED
000410*                  WITHOUT A REMITTANCE.  EVERY REMITTANCE AND
000420*                  RELEASE GOES TO LGLHIST, AND LGLRMRPT LISTS
000430*                  THE RUN.
000431*  10/15/2026 DCG  THE AVAILABLE BALANCE IS NOW ABL-AVAILABLE-
000432*                  BALANCE PLUS MEMO -- FUNDS STILL HELD ON
000433*                  UNCOLFND ARE NOT REMITTED.
00043A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00043B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00043C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000440*---------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480         SELECT LEGAL-ORDER-FILE ASSIGN TO "LGLORDER"
000490             ORGANIZATION IS INDEXED
000500             ACCESS MODE IS DYNAMIC
000510             RECORD KEY IS LGO-ORDER-NO
000520             FILE STATUS IS LGR-ORDER-FILE-STATUS.
000530         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS ABL-KEY
000570             FILE STATUS IS LGR-BALANCE-FILE-STATUS.
000580         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000590             ORGANIZATION IS INDEXED
000600             ACCESS MODE IS SEQUENTIAL
000610             RECORD KEY IS AXR-ACCOUNT-NO
000620             FILE STATUS IS LGR-XREF-FILE-STATUS.
000630         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS RANDOM
000660             RECORD KEY IS ACM-ACCOUNT-NO
000670             FILE STATUS IS LGR-MASTER-FILE-STATUS.
000680         SELECT GENERATED-FILE ASSIGN TO "LGLRMTRN"
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS LGR-GENERATED-FILE-STATUS.
000710         SELECT LEGAL-HISTORY-FILE ASSIGN TO "LGLHIST"
000720             ORGANIZATION IS LINE SEQUENTIAL
000730             FILE STATUS IS LGR-HISTORY-FILE-STATUS.
000740         SELECT REPORT-FILE ASSIGN TO "LGLRMRPT"
000750             ORGANIZATION IS LINE SEQUENTIAL
000760             FILE STATUS IS LGR-REPORT-FILE-STATUS.
000770         SELECT SORT-WORK-FILE ASSIGN TO "LGLSORT".
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  LEGAL-ORDER-FILE.
000810     COPY LGLORDRC.
000820 FD  BALANCE-FILE.
000830     COPY BALREC.
000840 FD  ACCOUNT-XREF-FILE.
000850     COPY CUSXREFC.
000860 FD  ACCOUNT-MASTER-FILE.
000870     COPY ACCTREC.
000880 FD  GENERATED-FILE.
000890 01  GENERATED-RECORD            PIC X(54).
000900 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
000910         05  GEN-BRANCH-CODE         PIC X(03).
000920         05  GEN-ACCOUNT-NO          PIC X(10).
000930         05  GEN-RECORD-TYPE         PIC X(02).
000940         05  GEN-TRANS-DATE          PIC 9(08).
000950         05  GEN-AMOUNT              PIC 9(09)V99.
000960         05  GEN-DC-INDICATOR        PIC X(01).
000970         05  FILLER                  PIC X(19).
000980 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
000990         05  GTL-KEY                 PIC X(13).
001000         05  GTL-RECORD-TYPE         PIC X(02).
001010         05  GTL-RUN-DATE            PIC 9(08).
001020         05  GTL-EXPECTED-COUNT      PIC 9(09).
001030         05  FILLER                  PIC X(22).
001040 FD  LEGAL-HISTORY-FILE.
001050     COPY LGLHSTRC.
001060 FD  REPORT-FILE.
001070 01  REPORT-RECORD               PIC X(132).
001080 SD  SORT-WORK-FILE.
001090 01  SORT-WORK-RECORD.
001100         05  SRT-PRIORITY            PIC 9(02).
001110         05  SRT-RECEIVED-DATE       PIC 9(08).
001120         05  SRT-ORDER-NO            PIC X(12).
001130 WORKING-STORAGE SECTION.
001140 01  LGR-FILE-STATUS-VALUES.
001150         05  LGR-ORDER-FILE-STATUS   PIC X(02).
001160             88  LGR-ORDER-FILE-OK       VALUE "00".
001170         05  LGR-BALANCE-FILE-STATUS PIC X(02).
001180             88  LGR-BALANCE-FILE-OK     VALUE "00".
001190         05  LGR-XREF-FILE-STATUS    PIC X(02).
001200             88  LGR-XREF-FILE-OK        VALUE "00".
001210         05  LGR-MASTER-FILE-STATUS  PIC X(02).
001220             88  LGR-MASTER-FILE-OK      VALUE "00".
001230         05  LGR-GENERATED-FILE-STATUS PIC X(02).
001240             88  LGR-GENERATED-FILE-OK   VALUE "00".
001250         05  LGR-HISTORY-FILE-STATUS PIC X(02).
001260             88  LGR-HISTORY-FILE-OK     VALUE "00".
001270         05  LGR-REPORT-FILE-STATUS  PIC X(02).
001280             88  LGR-REPORT-FILE-OK      VALUE "00".
001290 01  LGR-SWITCHES.
001300         05  LGR-ORDER-EOF-SWITCH    PIC X(01) VALUE "N".
001310             88  LGR-ORDERS-AT-END       VALUE "Y".
001320         05  LGR-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001330             88  LGR-SORT-AT-END         VALUE "Y".
001340         05  LGR-AXR-EOF-SWITCH      PIC X(01) VALUE "N".
001350             88  LGR-AXR-AT-END          VALUE "Y".
001360         05  LGR-BAL-EOF-SWITCH      PIC X(01) VALUE "N".
001370             88  LGR-BALANCES-AT-END     VALUE "Y".
001380         05  LGR-MASTER-AVAIL-SWITCH PIC X(01) VALUE "N".
001390             88  LGR-MASTER-AVAILABLE    VALUE "Y".
001400         05  LGR-HISTORY-OPEN-SWITCH PIC X(01) VALUE "N".
001410             88  LGR-HISTORY-OPEN        VALUE "Y".
001420         05  LGR-READY-SWITCH        PIC X(01) VALUE "N".
001430             88  LGR-READY               VALUE "Y".
001440 01  LGR-RUN-DATE                PIC 9(08) VALUE ZERO.
001450 01  LGR-RUN-TIME                PIC 9(08) VALUE ZERO.
001460 01  LGR-COUNTERS.
001470         05  LGR-ORDERS-SERVED       PIC 9(05) VALUE ZERO.
001480         05  LGR-ORDERS-SATISFIED    PIC 9(05) VALUE ZERO.
001490         05  LGR-ORDERS-EXPIRED      PIC 9(05) VALUE ZERO.
001500         05  LGR-ORDERS-UNFUNDED     PIC 9(05) VALUE ZERO.
001510         05  LGR-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
001520*  ACCTXREF IN ACCOUNT ORDER, WITH THE BRANCH EACH ACCOUNT
001530*  CARRIES ON ACCTBAL FILLED IN FROM ONE PASS OF THE BALANCES
001540*  -- WHAT A CUSTOMER ORDER NEEDS TO FIND THE MONEY.
001550 01  LGR-XREF-TABLE.
001560         05  LGR-AXR-COUNT           PIC 9(04) COMP VALUE ZERO.
001570         05  LGR-AXR-SUB             PIC 9(04) COMP VALUE ZERO.
001580         05  LGR-AXR-ENTRY OCCURS 2000 TIMES
001590                 INDEXED BY LGR-AXR-IDX.
001600             10  LGR-AXR-ACCOUNT     PIC X(10).
001610             10  LGR-AXR-CUSTOMER    PIC X(10).
001620             10  LGR-AXR-BRANCH      PIC X(03).
001630 01  LGR-REMIT-FIELDS.
001640         05  LGR-WANT-BRANCH         PIC X(03) VALUE SPACES.
001650         05  LGR-WANT-ACCOUNT        PIC X(10) VALUE SPACES.
001660         05  LGR-AVAILABLE           PIC S9(11)V99 COMP-3
001670                                         VALUE ZERO.
001680         05  LGR-REMIT               PIC S9(11)V99 COMP-3
001690                                         VALUE ZERO.
001700         05  LGR-ORDER-REMITTED      PIC S9(11)V99 COMP-3
001710                                         VALUE ZERO.
001720         05  LGR-RESULT              PIC X(14) VALUE SPACES.
001730*  ONE GENERATED ITEM CARRIES AT MOST ITS OWN AMOUNT FIELD.
001740 01  LGR-ITEM-CEILING            PIC 9(09)V99
001750                                     VALUE 999999999.99.
001760 01  LGR-TOTALS.
001770         05  LGR-TOTAL-REMITTED      PIC S9(11)V99 COMP-3
001780                                         VALUE ZERO.
001790 01  LGR-HISTORY-FIELDS.
001800         05  LGR-HST-EVENT           PIC X(01) VALUE SPACES.
001810         05  LGR-HST-BRANCH          PIC X(03) VALUE SPACES.
001820         05  LGR-HST-ACCOUNT         PIC X(10) VALUE SPACES.
001830         05  LGR-HST-AMOUNT          PIC 9(11)V99 VALUE ZERO.
001840         05  LGR-HST-REMARKS         PIC X(30) VALUE SPACES.
001850 01  LGR-PRINT-LINE-FIELDS.
001860         05  LGR-AMOUNT-EDIT         PIC Z(10)9.99.
001870         05  LGR-OUTSTANDING-EDIT    PIC Z(10)9.99.
001880         05  LGR-COUNT-EDIT          PIC ZZZZ9.
00188A     COPY RUNDATEC.
001890 PROCEDURE DIVISION.
001900 0000-MAINLINE.
001910         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920         IF LGR-READY
001930             SORT SORT-WORK-FILE
001940                 ON ASCENDING KEY SRT-PRIORITY
001950                 ON ASCENDING KEY SRT-RECEIVED-DATE
001960                 ON ASCENDING KEY SRT-ORDER-NO
001970                 INPUT PROCEDURE IS 2000-SELECT-ORDERS
001980                     THRU 2000-EXIT
001990                 OUTPUT PROCEDURE IS 3000-SERVE-ORDERS
002000                     THRU 3000-EXIT
002010             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002020             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002030         END-IF.
002040         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002050         STOP RUN.
002060 1000-INITIALIZE.
002070         DISPLAY "LGLREMIT: JOB STARTING".
002080         MOVE ZERO TO RETURN-CODE.
002090         CALL "RUNDATE" USING RUN-DATE-AREA.
00209A         MOVE RDT-RUN-DATE TO LGR-RUN-DATE.
002100         ACCEPT LGR-RUN-TIME FROM TIME.
002110         OPEN I-O LEGAL-ORDER-FILE.
002120         IF NOT LGR-ORDER-FILE-OK
002130             DISPLAY "LGLREMIT: CANNOT OPEN LGLORDER, STATUS = "
002140                 LGR-ORDER-FILE-STATUS
002150             MOVE 16 TO RETURN-CODE
002160             GO TO 1000-EXIT
002170         END-IF.
002180         OPEN I-O BALANCE-FILE.
002190         IF NOT LGR-BALANCE-FILE-OK
002200             DISPLAY "LGLREMIT: CANNOT OPEN ACCTBAL, STATUS = "
002210                 LGR-BALANCE-FILE-STATUS
002220             CLOSE LEGAL-ORDER-FILE
002230             MOVE 16 TO RETURN-CODE
002240             GO TO 1000-EXIT
002250         END-IF.
002260         OPEN OUTPUT GENERATED-FILE.
002270         IF NOT LGR-GENERATED-FILE-OK
002280             DISPLAY "LGLREMIT: CANNOT OPEN LGLRMTRN, STATUS = "
002290                 LGR-GENERATED-FILE-STATUS
002300             CLOSE LEGAL-ORDER-FILE
002310             CLOSE BALANCE-FILE
002320             MOVE 16 TO RETURN-CODE
002330             GO TO 1000-EXIT
002340         END-IF.
002350         SET LGR-READY TO TRUE.
002360         OPEN INPUT ACCOUNT-MASTER-FILE.
002370         IF LGR-MASTER-FILE-OK
002380             SET LGR-MASTER-AVAILABLE TO TRUE
002390         ELSE
002400             DISPLAY "LGLREMIT: ACCTMST UNAVAILABLE - ACCOUNT "
002410                 "STATUS NOT CHECKED, STATUS = "
002420                 LGR-MASTER-FILE-STATUS
002430         END-IF.
002440         PERFORM 1100-LOAD-XREF THRU 1100-EXIT.
002450         PERFORM 1200-FILL-BRANCHES THRU 1200-EXIT.
002460         OPEN OUTPUT REPORT-FILE.
002470         MOVE SPACES TO REPORT-RECORD.
002480         STRING "LEGAL ORDER REMITTANCE        "
002490             "RUN DATE: " LGR-RUN-DATE
002500             DELIMITED BY SIZE INTO REPORT-RECORD.
002510         WRITE REPORT-RECORD.
002520         MOVE SPACES TO REPORT-RECORD.
002530         STRING "ORDER NO      PRI  BRANCH ACCOUNT    "
002540             "       REMITTED     OUTSTANDING  RESULT"
002550             DELIMITED BY SIZE INTO REPORT-RECORD.
002560         WRITE REPORT-RECORD.
002570 1000-EXIT.
002580         EXIT.
002590 1100-LOAD-XREF.
002600         OPEN INPUT ACCOUNT-XREF-FILE.
002610         IF NOT LGR-XREF-FILE-OK
002620             DISPLAY "LGLREMIT: NO ACCTXREF ON FILE - CUSTOMER "
002630                 "ORDERS CANNOT BE SERVED"
002640             GO TO 1100-EXIT
002650         END-IF.
002660         PERFORM 1150-LOAD-ONE-LINK THRU 1150-EXIT
002670             UNTIL LGR-AXR-AT-END
002680                 OR LGR-AXR-COUNT = 2000.
002690         CLOSE ACCOUNT-XREF-FILE.
002700 1100-EXIT.
002710         EXIT.
002720 1150-LOAD-ONE-LINK.
002730         READ ACCOUNT-XREF-FILE
002740             AT END
002750                 MOVE "Y" TO LGR-AXR-EOF-SWITCH
002760             NOT AT END
002770                 ADD 1 TO LGR-AXR-COUNT
002780                 MOVE AXR-ACCOUNT-NO
002790                     TO LGR-AXR-ACCOUNT(LGR-AXR-COUNT)
002800                 MOVE AXR-CUSTOMER-NO
002810                     TO LGR-AXR-CUSTOMER(LGR-AXR-COUNT)
002820                 MOVE SPACES TO LGR-AXR-BRANCH(LGR-AXR-COUNT)
002830         END-READ.
002840 1150-EXIT.
002850         EXIT.
002860 1200-FILL-BRANCHES.
002870         IF LGR-AXR-COUNT = ZERO
002880             GO TO 1200-EXIT
002890         END-IF.
002900         MOVE LOW-VALUES TO ABL-KEY.
002910         START BALANCE-FILE KEY IS NOT LESS THAN ABL-KEY
002920             INVALID KEY
002930                 GO TO 1200-EXIT
002940         END-START.
002950         PERFORM 1250-FILL-ONE-BRANCH THRU 1250-EXIT
002960             UNTIL LGR-BALANCES-AT-END.
002970 1200-EXIT.
002980         EXIT.
002990 1250-FILL-ONE-BRANCH.
003000         READ BALANCE-FILE NEXT RECORD
003010             AT END
003020                 MOVE "Y" TO LGR-BAL-EOF-SWITCH
003030                 GO TO 1250-EXIT
003040         END-READ.
003050         SET LGR-AXR-IDX TO 1.
003060         SEARCH LGR-AXR-ENTRY
003070             AT END
003080                 CONTINUE
003090             WHEN LGR-AXR-ACCOUNT(LGR-AXR-IDX) = ABL-ACCOUNT-NO
003100                 MOVE ABL-BRANCH-CODE
003110                     TO LGR-AXR-BRANCH(LGR-AXR-IDX)
003120         END-SEARCH.
003130 1250-EXIT.
003140         EXIT.
003150*---------------------------------------------------------------
003160*  2000-SELECT-ORDERS.  ONLY ACTIVE ORDERS ARE SERVED; THE SORT
003170*  PUTS THEM IN PRIORITY ORDER, OLDEST FIRST WITHIN A PRIORITY.
003180*---------------------------------------------------------------
003190 2000-SELECT-ORDERS.
003200         MOVE LOW-VALUES TO LGO-ORDER-NO.
003210         START LEGAL-ORDER-FILE KEY IS NOT LESS THAN LGO-ORDER-NO
003220             INVALID KEY
003230                 MOVE "Y" TO LGR-ORDER-EOF-SWITCH
003240         END-START.
003250         PERFORM 2100-RELEASE-ONE-ORDER THRU 2100-EXIT
003260             UNTIL LGR-ORDERS-AT-END.
003270 2000-EXIT.
003280         EXIT.
003290 2100-RELEASE-ONE-ORDER.
003300         READ LEGAL-ORDER-FILE NEXT RECORD
003310             AT END
003320                 MOVE "Y" TO LGR-ORDER-EOF-SWITCH
003330                 GO TO 2100-EXIT
003340         END-READ.
003350         IF NOT LGO-ACTIVE
003360             GO TO 2100-EXIT
003370         END-IF.
003380         MOVE LGO-PRIORITY TO SRT-PRIORITY.
003390         MOVE LGO-RECEIVED-DATE TO SRT-RECEIVED-DATE.
003400         MOVE LGO-ORDER-NO TO SRT-ORDER-NO.
003410         RELEASE SORT-WORK-RECORD.
003420 2100-EXIT.
003430         EXIT.
003440 3000-SERVE-ORDERS.
003450         PERFORM 3100-RETURN-ONE-ORDER THRU 3100-EXIT
003460             UNTIL LGR-SORT-AT-END.
003470 3000-EXIT.
003480         EXIT.
003490 3100-RETURN-ONE-ORDER.
003500         RETURN SORT-WORK-FILE
003510             AT END
003520                 MOVE "Y" TO LGR-SORT-EOF-SWITCH
003530             NOT AT END
003540                 PERFORM 3200-SERVE-ONE-ORDER THRU 3200-EXIT
003550         END-RETURN.
003560 3100-EXIT.
003570         EXIT.
003580 3200-SERVE-ONE-ORDER.
003590         MOVE SRT-ORDER-NO TO LGO-ORDER-NO.
003600         READ LEGAL-ORDER-FILE
003610             INVALID KEY
003620                 DISPLAY "LGLREMIT: ORDER " SRT-ORDER-NO
003630                     " VANISHED FROM LGLORDER"
003640                 MOVE 4 TO RETURN-CODE
003650                 GO TO 3200-EXIT
003660         END-READ.
003670         MOVE ZERO TO LGR-ORDER-REMITTED.
003680         IF NOT LGO-NO-EXPIRY
003690             AND LGO-EXPIRY-DATE < LGR-RUN-DATE
003700             PERFORM 3600-EXPIRE-ORDER THRU 3600-EXIT
003710             GO TO 3200-EXIT
003720         END-IF.
003730         ADD 1 TO LGR-ORDERS-SERVED.
003740         IF LGO-ON-ACCOUNT
003750             MOVE LGO-BRANCH-CODE TO LGR-WANT-BRANCH
003760             MOVE LGO-ACCOUNT-NO TO LGR-WANT-ACCOUNT
003770             PERFORM 3400-COLLECT-FROM-ACCOUNT THRU 3400-EXIT
003780         ELSE
003790             PERFORM 3300-COLLECT-FROM-LINK THRU 3300-EXIT
003800                 VARYING LGR-AXR-SUB FROM 1 BY 1
003810                 UNTIL LGR-AXR-SUB > LGR-AXR-COUNT
003820                     OR LGO-AMOUNT-OUTSTANDING = ZERO
003830         END-IF.
003840         EVALUATE TRUE
003850             WHEN LGO-AMOUNT-OUTSTANDING = ZERO
003860                 MOVE "S" TO LGO-STATUS
003870                 MOVE LGR-RUN-DATE TO LGO-CLOSED-DATE
003880                 MOVE "SATISFIED" TO LGR-RESULT
003890                 ADD 1 TO LGR-ORDERS-SATISFIED
003900             WHEN LGR-ORDER-REMITTED > ZERO
003910                 MOVE "PART REMITTED" TO LGR-RESULT
003920             WHEN OTHER
003930                 MOVE "NO FUNDS" TO LGR-RESULT
003940                 ADD 1 TO LGR-ORDERS-UNFUNDED
003950         END-EVALUATE.
003960         REWRITE LEGAL-ORDER-RECORD
003970             INVALID KEY
003980                 DISPLAY "LGLREMIT: REWRITE FAILED FOR ORDER "
003990                     LGO-ORDER-NO ", STATUS = "
004000                     LGR-ORDER-FILE-STATUS
004010                 MOVE 16 TO RETURN-CODE
004020         END-REWRITE.
004030         IF LGO-SATISFIED
004040             MOVE "S" TO LGR-HST-EVENT
004050             MOVE SPACES TO LGR-HST-BRANCH
004060             MOVE SPACES TO LGR-HST-ACCOUNT
004070             MOVE ZERO TO LGR-HST-AMOUNT
004080             MOVE "PAID IN FULL - ORDER RELEASED"
004090                 TO LGR-HST-REMARKS
004100             PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
004110         END-IF.
004120         MOVE LGR-ORDER-REMITTED TO LGR-AMOUNT-EDIT.
004130         MOVE LGO-AMOUNT-OUTSTANDING TO LGR-OUTSTANDING-EDIT.
004140         MOVE SPACES TO REPORT-RECORD.
004150         STRING LGO-ORDER-NO "  " LGO-PRIORITY "   "
004160             LGO-BRANCH-CODE "    " LGO-ACCOUNT-NO " "
004170             LGR-AMOUNT-EDIT "  " LGR-OUTSTANDING-EDIT "  "
004180             LGR-RESULT
004190             DELIMITED BY SIZE INTO REPORT-RECORD.
004200         WRITE REPORT-RECORD.
004210 3200-EXIT.
004220         EXIT.
004230 3300-COLLECT-FROM-LINK.
004240         IF LGR-AXR-CUSTOMER(LGR-AXR-SUB) NOT = LGO-CUSTOMER-NO
004250             GO TO 3300-EXIT
004260         END-IF.
004270         IF LGR-AXR-BRANCH(LGR-AXR-SUB) = SPACES
004280             GO TO 3300-EXIT
004290         END-IF.
004300         MOVE LGR-AXR-BRANCH(LGR-AXR-SUB) TO LGR-WANT-BRANCH.
004310         MOVE LGR-AXR-ACCOUNT(LGR-AXR-SUB) TO LGR-WANT-ACCOUNT.
004320         PERFORM 3400-COLLECT-FROM-ACCOUNT THRU 3400-EXIT.
004330 3300-EXIT.
004340         EXIT.
004350*---------------------------------------------------------------
004360*  3400-COLLECT-FROM-ACCOUNT.  TAKES WHAT THE ACCOUNT HAS, UP TO
004370*  WHAT THE ORDER STILL WANTS.  AN ACCOUNT ACCTMST SHOWS AS
004380*  ANYTHING BUT OPEN IS LEFT ALONE -- THE ITEM WOULD ONLY BE
004390*  REJECTED BY VALACCT.
004400*---------------------------------------------------------------
004410 3400-COLLECT-FROM-ACCOUNT.
004420         IF LGR-MASTER-AVAILABLE
004430             MOVE LGR-WANT-ACCOUNT TO ACM-ACCOUNT-NO
004440             READ ACCOUNT-MASTER-FILE
004450                 INVALID KEY
004460                     GO TO 3400-EXIT
004470             END-READ
004480             IF NOT ACM-ACCOUNT-OPEN
004490                 GO TO 3400-EXIT
004500             END-IF
004510         END-IF.
004520         MOVE LGR-WANT-BRANCH TO ABL-BRANCH-CODE.
004530         MOVE LGR-WANT-ACCOUNT TO ABL-ACCOUNT-NO.
004540         READ BALANCE-FILE
004550             INVALID KEY
004560                 GO TO 3400-EXIT
004570         END-READ.
004580         COMPUTE LGR-AVAILABLE =
004590             ABL-AVAILABLE-BALANCE + ABL-MEMO-BALANCE.
004600         IF LGR-AVAILABLE NOT > ZERO
004610             GO TO 3400-EXIT
004620         END-IF.
004630         IF LGR-AVAILABLE < LGO-AMOUNT-OUTSTANDING
004640             MOVE LGR-AVAILABLE TO LGR-REMIT
004650         ELSE
004660             MOVE LGO-AMOUNT-OUTSTANDING TO LGR-REMIT
004670         END-IF.
004680         IF LGR-REMIT > LGR-ITEM-CEILING
004690             MOVE LGR-ITEM-CEILING TO LGR-REMIT
004700         END-IF.
004710         MOVE SPACES TO GENERATED-RECORD.
004720         MOVE LGR-WANT-BRANCH TO GEN-BRANCH-CODE.
004730         MOVE LGR-WANT-ACCOUNT TO GEN-ACCOUNT-NO.
004740         MOVE "13" TO GEN-RECORD-TYPE.
004750         MOVE LGR-RUN-DATE TO GEN-TRANS-DATE.
004760         MOVE LGR-REMIT TO GEN-AMOUNT.
004770         MOVE "C" TO GEN-DC-INDICATOR.
004780         WRITE GENERATED-RECORD.
004790         ADD 1 TO LGR-GENERATED-COUNT.
004800         SUBTRACT LGR-REMIT FROM ABL-MEMO-BALANCE.
004810         REWRITE BALANCE-RECORD
004820             INVALID KEY
004830                 DISPLAY "LGLREMIT: MEMO REWRITE FAILED FOR "
004840                     LGR-WANT-ACCOUNT ", STATUS = "
004850                     LGR-BALANCE-FILE-STATUS
004860                 MOVE 4 TO RETURN-CODE
004870         END-REWRITE.
004880         SUBTRACT LGR-REMIT FROM LGO-AMOUNT-OUTSTANDING.
004890         ADD LGR-REMIT TO LGO-AMOUNT-REMITTED.
004900         ADD LGR-REMIT TO LGR-ORDER-REMITTED.
004910         ADD LGR-REMIT TO LGR-TOTAL-REMITTED.
004920         MOVE LGR-RUN-DATE TO LGO-LAST-REMIT-DATE.
004930         MOVE "P" TO LGR-HST-EVENT.
004940         MOVE LGR-WANT-BRANCH TO LGR-HST-BRANCH.
004950         MOVE LGR-WANT-ACCOUNT TO LGR-HST-ACCOUNT.
004960         MOVE LGR-REMIT TO LGR-HST-AMOUNT.
004970         MOVE "REMITTED TO ISSUING BODY" TO LGR-HST-REMARKS.
004980         PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
004990 3400-EXIT.
005000         EXIT.
005010 3600-EXPIRE-ORDER.
005020         MOVE "E" TO LGO-STATUS.
005030         MOVE LGR-RUN-DATE TO LGO-CLOSED-DATE.
005040         REWRITE LEGAL-ORDER-RECORD
005050             INVALID KEY
005060                 DISPLAY "LGLREMIT: REWRITE FAILED FOR ORDER "
005070                     LGO-ORDER-NO ", STATUS = "
005080                     LGR-ORDER-FILE-STATUS
005090                 MOVE 16 TO RETURN-CODE
005100                 GO TO 3600-EXIT
005110         END-REWRITE.
005120         ADD 1 TO LGR-ORDERS-EXPIRED.
005130         MOVE "E" TO LGR-HST-EVENT.
005140         MOVE SPACES TO LGR-HST-BRANCH.
005150         MOVE SPACES TO LGR-HST-ACCOUNT.
005160         MOVE ZERO TO LGR-HST-AMOUNT.
005170         MOVE "EXPIRED - ORDER RELEASED" TO LGR-HST-REMARKS.
005180         PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
005190         MOVE ZERO TO LGR-AMOUNT-EDIT.
005200         MOVE LGO-AMOUNT-OUTSTANDING TO LGR-OUTSTANDING-EDIT.
005210         MOVE SPACES TO REPORT-RECORD.
005220         STRING LGO-ORDER-NO "  " LGO-PRIORITY "   "
005230             LGO-BRANCH-CODE "    " LGO-ACCOUNT-NO " "
005240             LGR-AMOUNT-EDIT "  " LGR-OUTSTANDING-EDIT "  "
005250             "EXPIRED"
005260             DELIMITED BY SIZE INTO REPORT-RECORD.
005270         WRITE REPORT-RECORD.
005280 3600-EXIT.
005290         EXIT.
005300 4000-WRITE-TRAILER.
005310         MOVE SPACES TO GENERATED-RECORD.
005320         MOVE "0" TO GTL-KEY.
005330         MOVE "99" TO GTL-RECORD-TYPE.
005340         MOVE LGR-RUN-DATE TO GTL-RUN-DATE.
005350         MOVE LGR-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
005360         WRITE GENERATED-RECORD.
005370 4000-EXIT.
005380         EXIT.
005390 5000-PRINT-TOTALS.
005400         MOVE SPACES TO REPORT-RECORD.
005410         WRITE REPORT-RECORD.
005420         MOVE LGR-ORDERS-SERVED TO LGR-COUNT-EDIT.
005430         MOVE LGR-TOTAL-REMITTED TO LGR-AMOUNT-EDIT.
005440         MOVE SPACES TO REPORT-RECORD.
005450         STRING "ORDERS SERVED     " LGR-COUNT-EDIT
005460             "   REMITTED " LGR-AMOUNT-EDIT
005470             DELIMITED BY SIZE INTO REPORT-RECORD.
005480         WRITE REPORT-RECORD.
005490         MOVE LGR-ORDERS-SATISFIED TO LGR-COUNT-EDIT.
005500         MOVE SPACES TO REPORT-RECORD.
005510         STRING "SATISFIED         " LGR-COUNT-EDIT
005520             DELIMITED BY SIZE INTO REPORT-RECORD.
005530         WRITE REPORT-RECORD.
005540         MOVE LGR-ORDERS-UNFUNDED TO LGR-COUNT-EDIT.
005550         MOVE SPACES TO REPORT-RECORD.
005560         STRING "NO FUNDS          " LGR-COUNT-EDIT
005570             DELIMITED BY SIZE INTO REPORT-RECORD.
005580         WRITE REPORT-RECORD.
005590         MOVE LGR-ORDERS-EXPIRED TO LGR-COUNT-EDIT.
005600         MOVE SPACES TO REPORT-RECORD.
005610         STRING "EXPIRED           " LGR-COUNT-EDIT
005620             DELIMITED BY SIZE INTO REPORT-RECORD.
005630         WRITE REPORT-RECORD.
005640 5000-EXIT.
005650         EXIT.
005660 7000-WRITE-HISTORY.
005670         IF NOT LGR-HISTORY-OPEN
005680             OPEN EXTEND LEGAL-HISTORY-FILE
005690             IF NOT LGR-HISTORY-FILE-OK
005700                 OPEN OUTPUT LEGAL-HISTORY-FILE
005710             END-IF
005720             IF LGR-HISTORY-FILE-OK
005730                 SET LGR-HISTORY-OPEN TO TRUE
005740             ELSE
005750                 DISPLAY "LGLREMIT: LGLHIST UNAVAILABLE, "
005760                     "STATUS = " LGR-HISTORY-FILE-STATUS
005770                 MOVE 4 TO RETURN-CODE
005780                 GO TO 7000-EXIT
005790             END-IF
005800         END-IF.
005810         MOVE SPACES TO LEGAL-HISTORY-RECORD.
005820         MOVE LGO-ORDER-NO TO LGH-ORDER-NO.
005830         MOVE LGR-RUN-DATE TO LGH-EVENT-DATE.
005840         MOVE LGR-RUN-TIME TO LGH-EVENT-TIME.
005850         MOVE LGR-HST-EVENT TO LGH-EVENT-CODE.
005860         MOVE LGR-HST-BRANCH TO LGH-BRANCH-CODE.
005870         MOVE LGR-HST-ACCOUNT TO LGH-ACCOUNT-NO.
005880         MOVE LGR-HST-AMOUNT TO LGH-AMOUNT.
005890         MOVE LGO-AMOUNT-OUTSTANDING TO LGH-OUTSTANDING.
005900         MOVE "LGLREMIT" TO LGH-USER-ID.
005910         MOVE LGR-HST-REMARKS TO LGH-REMARKS.
005920         WRITE LEGAL-HISTORY-RECORD.
005930 7000-EXIT.
005940         EXIT.
005950 8000-TERMINATE.
005960         IF LGR-READY
005970             CLOSE LEGAL-ORDER-FILE
005980             CLOSE BALANCE-FILE
005990             CLOSE GENERATED-FILE
006000         END-IF.
006010         IF LGR-MASTER-AVAILABLE
006020             CLOSE ACCOUNT-MASTER-FILE
006030         END-IF.
006040         IF LGR-HISTORY-OPEN
006050             CLOSE LEGAL-HISTORY-FILE
006060         END-IF.
006070         IF LGR-REPORT-FILE-OK
006080             CLOSE REPORT-FILE
006090         END-IF.
006100         DISPLAY "----------------------------------------------".
006110         DISPLAY "ORDERS SERVED      = " LGR-ORDERS-SERVED.
006120         DISPLAY "ORDERS SATISFIED   = " LGR-ORDERS-SATISFIED.
006130         DISPLAY "ORDERS NOT FUNDED  = " LGR-ORDERS-UNFUNDED.
006140         DISPLAY "ORDERS EXPIRED     = " LGR-ORDERS-EXPIRED.
006150         DISPLAY "ITEMS GENERATED    = " LGR-GENERATED-COUNT.
006160         DISPLAY "LGLREMIT: JOB COMPLETE, RETURN CODE "
006170             RETURN-CODE.
006180 8000-EXIT.
006190         EXIT.
