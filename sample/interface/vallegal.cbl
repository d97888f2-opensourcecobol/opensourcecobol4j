000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 VALLEGAL.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  LEGAL-ORDER HOLD VALIDATOR.  WHILE A GARNISHMENT OR TAX LEVY
000180*  IS ACTIVE ON LGLORDER, ITS OUTSTANDING AMOUNT IS HELD ON THE
000190*  ACCOUNT IT WAS SERVED ON -- OR, FOR AN ORDER SERVED ON A
000200*  CUSTOMER, ON EACH ACCOUNT ACCTXREF LINKS TO THAT CUSTOMER.
000210*  ONLY THE ORDERED AMOUNT IS HELD: THE ACCOUNT STAYS OPEN AND
000220*  A WITHDRAWAL (A "C" ITEM) PASSES AS LONG AS THE AVAILABLE
000230*  BALANCE (POSTED PLUS MEMO, LESS WHAT THIS VALIDATOR HAS
000240*  ALREADY PASSED IN THE RUN) STAYS AT OR ABOVE THE AMOUNT
000250*  HELD.  ONE THAT WOULD DIP INTO THE HELD FUNDS RETURNS 40
000260*  (NEW REASONTBL CODE) AND GOES TO SUSPENSE LIKE ANY OTHER
000270*  REJECT.  DEPOSITS ARE NEVER STOPPED.  SEVERAL ORDERS ON THE
000280*  SAME ACCOUNT HOLD THEIR TOTAL.  AN ORDER PAST ITS EXPIRY
000290*  HOLDS NOTHING, EVEN BEFORE LGLREMIT RELEASES IT.  REGISTERED
000300*  THROUGH VALIDTBL LAST FOR EACH TYPE IT EDITS, SO AN ITEM
000310*  ANOTHER VALIDATOR REJECTS NEVER COUNTS AGAINST THE HOLD.
000320*  THE ORDERS ARE LOADED ON THE FIRST CALL; A MISSING LGLORDER
000330*  HOLDS NOTHING, THE SAME WAY A MISSING LIMITTBL LIMITS
000340*  NOTHING IN VALLIMIT.
000350*  ------------------------------------------------------------
000360*  MODIFICATION HISTORY
000370*  ------------------------------------------------------------
000380*  DATE       BY   DESCRIPTION
000390*  ---------- ---- --------------------------------------------
000400*  10/15/2026 DCG  ORIGINAL PROGRAM.
000401*  10/15/2026 DCG  THE HELD ACCOUNT'S AVAILABLE FUNDS ARE NOW
000402*                  ABL-AVAILABLE-BALANCE PLUS MEMO, SO MONEY
000403*                  STILL UNCOLLECTED IS NOT TREATED AS SPENDABLE.
00040A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00040B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY
00040C*                  STILL ENFORCES AN ORDER THAT WAS IN FORCE ON
00040D*                  THAT DAY (BUSDATE) BUT HAS EXPIRED SINCE.
000410*---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450         SELECT LEGAL-ORDER-FILE ASSIGN TO "LGLORDER"
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS SEQUENTIAL
000480             RECORD KEY IS LGO-ORDER-NO
000490             FILE STATUS IS VLG-ORDER-FILE-STATUS.
000500         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS SEQUENTIAL
000530             RECORD KEY IS AXR-ACCOUNT-NO
000540             FILE STATUS IS VLG-XREF-FILE-STATUS.
000550         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000560             ORGANIZATION IS INDEXED
000570             ACCESS MODE IS RANDOM
000580             RECORD KEY IS ABL-KEY
000590             FILE STATUS IS VLG-BALANCE-FILE-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  LEGAL-ORDER-FILE.
000630     COPY LGLORDRC.
000640 FD  ACCOUNT-XREF-FILE.
000650     COPY CUSXREFC.
000660 FD  BALANCE-FILE.
000670     COPY BALREC.
000680 WORKING-STORAGE SECTION.
000690 01  VLG-FILE-STATUS-VALUES.
000700         05  VLG-ORDER-FILE-STATUS   PIC X(02).
000710             88  VLG-ORDER-FILE-OK       VALUE "00".
000720         05  VLG-XREF-FILE-STATUS    PIC X(02).
000730             88  VLG-XREF-FILE-OK        VALUE "00".
000740         05  VLG-BALANCE-FILE-STATUS PIC X(02).
000750             88  VLG-BALANCE-FILE-OK     VALUE "00".
000760 01  VLG-SWITCHES.
000770         05  VLG-LOADED-SWITCH       PIC X(01) VALUE "N".
000780             88  VLG-TABLE-LOADED        VALUE "Y".
000790         05  VLG-EOF-SWITCH          PIC X(01) VALUE "N".
000800             88  VLG-AT-END              VALUE "Y".
000810         05  VLG-AXR-EOF-SWITCH      PIC X(01) VALUE "N".
000820             88  VLG-AXR-AT-END          VALUE "Y".
000830         05  VLG-BALANCE-OPEN-SWITCH PIC X(01) VALUE "N".
000840             88  VLG-BALANCE-OPEN        VALUE "Y".
000850 01  VLG-TODAY-DATE              PIC 9(08) VALUE ZERO.
000860*  ACTIVE ORDERS SERVED ON A CUSTOMER, WAITING TO BE SPREAD
000870*  ONTO THE CUSTOMER'S ACCOUNTS FROM ACCTXREF.
000880 01  VLG-CUSTOMER-ORDER-TABLE.
000890         05  VLG-CUS-COUNT           PIC 9(03) COMP VALUE ZERO.
000900         05  VLG-CUS-ENTRY OCCURS 200 TIMES
000910                 INDEXED BY VLG-CUS-IDX.
000920             10  VLG-CUS-CUSTOMER    PIC X(10).
000930             10  VLG-CUS-HELD        PIC S9(11)V99 COMP-3.
000940*  ONE ENTRY PER ACCOUNT UNDER ANY ORDER.  THE BALANCE IS READ
000950*  THE FIRST TIME THE ACCOUNT IS EDITED AND THE RUN TOTAL
000960*  CARRIES EVERY WITHDRAWAL PASSED SINCE.
000970 01  VLG-HOLD-TABLE.
000980         05  VLG-HLD-COUNT           PIC 9(04) COMP VALUE ZERO.
000990         05  VLG-HLD-ENTRY OCCURS 500 TIMES
001000                 INDEXED BY VLG-HLD-IDX.
001010             10  VLG-HLD-ACCOUNT     PIC X(10).
001020             10  VLG-HLD-HELD        PIC S9(11)V99 COMP-3.
001030             10  VLG-HLD-BAL-SWITCH  PIC X(01).
001040                 88  VLG-HLD-BALANCE-READ VALUE "Y".
001050             10  VLG-HLD-AVAILABLE   PIC S9(11)V99 COMP-3.
001060             10  VLG-HLD-RUN-TOTAL   PIC S9(11)V99 COMP-3.
001070 01  VLG-WORK-FIELDS.
001080         05  VLG-WANT-ACCOUNT        PIC X(10) VALUE SPACES.
001090         05  VLG-WANT-AMOUNT         PIC S9(11)V99 COMP-3
001100                                         VALUE ZERO.
001110         05  VLG-LEFT-AFTER          PIC S9(11)V99 COMP-3
001120                                         VALUE ZERO.
001130         05  VLG-ORDERS-LOADED       PIC 9(05) VALUE ZERO.
00113A     COPY RUNDATEC.
001140 LINKAGE SECTION.
001150     COPY TRANDETL.
001160 01  VLG-RETURN-CODE             PIC 9(02).
001170         88  VLG-SUCCESSFUL              VALUE ZERO.
001180         88  VLG-FUNDS-HELD              VALUE 40.
001190 PROCEDURE DIVISION USING TRAN-DETAIL VLG-RETURN-CODE.
001200 0000-MAINLINE.
001210         IF NOT VLG-TABLE-LOADED
001220             PERFORM 0100-LOAD-ORDERS THRU 0100-EXIT
001230             PERFORM 0200-LOAD-CUSTOMER-HOLDS THRU 0200-EXIT
001240             PERFORM 0300-OPEN-BALANCES THRU 0300-EXIT
001250         END-IF.
001260         MOVE ZERO TO VLG-RETURN-CODE.
001270         IF NOT TDL-IS-CREDIT
001280             GO TO 0000-EXIT
001290         END-IF.
001300         IF VLG-HLD-COUNT = ZERO
001310             GO TO 0000-EXIT
001320         END-IF.
001330         SET VLG-HLD-IDX TO 1.
001340         SEARCH VLG-HLD-ENTRY
001350             AT END
001360                 GO TO 0000-EXIT
001370             WHEN VLG-HLD-ACCOUNT(VLG-HLD-IDX) = TDL-ACCOUNT-NO
001380                 CONTINUE
001390         END-SEARCH.
001400         IF NOT VLG-HLD-BALANCE-READ(VLG-HLD-IDX)
001410             PERFORM 1000-FETCH-BALANCE THRU 1000-EXIT
001420         END-IF.
001430         COMPUTE VLG-LEFT-AFTER =
001440             VLG-HLD-AVAILABLE(VLG-HLD-IDX)
001450             - VLG-HLD-RUN-TOTAL(VLG-HLD-IDX) - TDL-AMOUNT.
001460         IF VLG-LEFT-AFTER < VLG-HLD-HELD(VLG-HLD-IDX)
001470             MOVE 40 TO VLG-RETURN-CODE
001480             DISPLAY "VALLEGAL: REJECT - BRANCH " TDL-BRANCH-CODE
001490                 " TYPE " TDL-RECORD-TYPE " AMOUNT " TDL-AMOUNT
001500                 " WOULD DRAW ON FUNDS HELD UNDER LEGAL ORDER"
001510             GO TO 0000-EXIT
001520         END-IF.
001530         ADD TDL-AMOUNT TO VLG-HLD-RUN-TOTAL(VLG-HLD-IDX).
001540 0000-EXIT.
001550         GOBACK.
001560 0100-LOAD-ORDERS.
001570         MOVE "Y" TO VLG-LOADED-SWITCH.
001580         CALL "RUNDATE" USING RUN-DATE-AREA.
00158A         MOVE RDT-RUN-DATE TO VLG-TODAY-DATE.
001590         OPEN INPUT LEGAL-ORDER-FILE.
001600         IF NOT VLG-ORDER-FILE-OK
001610             DISPLAY "VALLEGAL: NO LGLORDER ON FILE - NO FUNDS "
001620                 "HELD"
001630             GO TO 0100-EXIT
001640         END-IF.
001650         PERFORM 0150-LOAD-ONE-ORDER THRU 0150-EXIT
001660             UNTIL VLG-AT-END.
001670         CLOSE LEGAL-ORDER-FILE.
001680         DISPLAY "VALLEGAL: " VLG-ORDERS-LOADED
001690             " ACTIVE LEGAL ORDER(S) HOLDING FUNDS".
001700 0100-EXIT.
001710         EXIT.
001720 0150-LOAD-ONE-ORDER.
001730         READ LEGAL-ORDER-FILE
001740             AT END
001750                 MOVE "Y" TO VLG-EOF-SWITCH
001760                 GO TO 0150-EXIT
001770         END-READ.
001780         IF NOT LGO-ACTIVE
001790             OR LGO-AMOUNT-OUTSTANDING = ZERO
001800             GO TO 0150-EXIT
001810         END-IF.
001820         IF NOT LGO-NO-EXPIRY
001830             AND LGO-EXPIRY-DATE < VLG-TODAY-DATE
001840             GO TO 0150-EXIT
001850         END-IF.
001860         ADD 1 TO VLG-ORDERS-LOADED.
001870         IF LGO-ON-ACCOUNT
001880             MOVE LGO-ACCOUNT-NO TO VLG-WANT-ACCOUNT
001890             MOVE LGO-AMOUNT-OUTSTANDING TO VLG-WANT-AMOUNT
001900             PERFORM 0160-ADD-HOLD THRU 0160-EXIT
001910             GO TO 0150-EXIT
001920         END-IF.
001930         IF VLG-CUS-COUNT > ZERO
001940             SET VLG-CUS-IDX TO 1
001950             SEARCH VLG-CUS-ENTRY
001960                 AT END
001970                     CONTINUE
001980                 WHEN VLG-CUS-CUSTOMER(VLG-CUS-IDX)
001990                         = LGO-CUSTOMER-NO
002000                     ADD LGO-AMOUNT-OUTSTANDING
002010                         TO VLG-CUS-HELD(VLG-CUS-IDX)
002020                     GO TO 0150-EXIT
002030             END-SEARCH
002040         END-IF.
002050         IF VLG-CUS-COUNT = 200
002060             DISPLAY "VALLEGAL: CUSTOMER TABLE FULL - ORDER "
002070                 LGO-ORDER-NO " NOT HELD"
002080             GO TO 0150-EXIT
002090         END-IF.
002100         ADD 1 TO VLG-CUS-COUNT.
002110         MOVE LGO-CUSTOMER-NO TO VLG-CUS-CUSTOMER(VLG-CUS-COUNT).
002120         MOVE LGO-AMOUNT-OUTSTANDING
002130             TO VLG-CUS-HELD(VLG-CUS-COUNT).
002140 0150-EXIT.
002150         EXIT.
002160 0160-ADD-HOLD.
002170         IF VLG-HLD-COUNT > ZERO
002180             SET VLG-HLD-IDX TO 1
002190             SEARCH VLG-HLD-ENTRY
002200                 AT END
002210                     CONTINUE
002220                 WHEN VLG-HLD-ACCOUNT(VLG-HLD-IDX)
002230                         = VLG-WANT-ACCOUNT
002240                     ADD VLG-WANT-AMOUNT
002250                         TO VLG-HLD-HELD(VLG-HLD-IDX)
002260                     GO TO 0160-EXIT
002270             END-SEARCH
002280         END-IF.
002290         IF VLG-HLD-COUNT = 500
002300             DISPLAY "VALLEGAL: HOLD TABLE FULL - ACCOUNT "
002310                 VLG-WANT-ACCOUNT " NOT HELD"
002320             GO TO 0160-EXIT
002330         END-IF.
002340         ADD 1 TO VLG-HLD-COUNT.
002350         MOVE VLG-WANT-ACCOUNT TO VLG-HLD-ACCOUNT(VLG-HLD-COUNT).
002360         MOVE VLG-WANT-AMOUNT TO VLG-HLD-HELD(VLG-HLD-COUNT).
002370         MOVE "N" TO VLG-HLD-BAL-SWITCH(VLG-HLD-COUNT).
002380         MOVE ZERO TO VLG-HLD-AVAILABLE(VLG-HLD-COUNT).
002390         MOVE ZERO TO VLG-HLD-RUN-TOTAL(VLG-HLD-COUNT).
002400 0160-EXIT.
002410         EXIT.
002420*---------------------------------------------------------------
002430*  0200-LOAD-CUSTOMER-HOLDS.  A CUSTOMER ORDER HOLDS ITS FULL
002440*  OUTSTANDING AMOUNT ON EVERY ACCOUNT THE CUSTOMER OWNS --
002450*  ANY ONE OF THEM MAY BE THE ONE DRAWN ON, AND LGLREMIT
002460*  COLLECTS FROM THEM IN ACCOUNT ORDER.
002470*---------------------------------------------------------------
002480 0200-LOAD-CUSTOMER-HOLDS.
002490         IF VLG-CUS-COUNT = ZERO
002500             GO TO 0200-EXIT
002510         END-IF.
002520         OPEN INPUT ACCOUNT-XREF-FILE.
002530         IF NOT VLG-XREF-FILE-OK
002540             DISPLAY "VALLEGAL: NO ACCTXREF ON FILE - CUSTOMER "
002550                 "ORDERS HOLD NOTHING"
002560             GO TO 0200-EXIT
002570         END-IF.
002580         PERFORM 0250-SPREAD-ONE-LINK THRU 0250-EXIT
002590             UNTIL VLG-AXR-AT-END.
002600         CLOSE ACCOUNT-XREF-FILE.
002610 0200-EXIT.
002620         EXIT.
002630 0250-SPREAD-ONE-LINK.
002640         READ ACCOUNT-XREF-FILE
002650             AT END
002660                 MOVE "Y" TO VLG-AXR-EOF-SWITCH
002670                 GO TO 0250-EXIT
002680         END-READ.
002690         SET VLG-CUS-IDX TO 1.
002700         SEARCH VLG-CUS-ENTRY
002710             AT END
002720                 GO TO 0250-EXIT
002730             WHEN VLG-CUS-CUSTOMER(VLG-CUS-IDX) = AXR-CUSTOMER-NO
002740                 MOVE AXR-ACCOUNT-NO TO VLG-WANT-ACCOUNT
002750                 MOVE VLG-CUS-HELD(VLG-CUS-IDX) TO VLG-WANT-AMOUNT
002760         END-SEARCH.
002770         PERFORM 0160-ADD-HOLD THRU 0160-EXIT.
002780 0250-EXIT.
002790         EXIT.
002800 0300-OPEN-BALANCES.
002810         IF VLG-HLD-COUNT = ZERO
002820             GO TO 0300-EXIT
002830         END-IF.
002840         OPEN INPUT BALANCE-FILE.
002850         IF VLG-BALANCE-FILE-OK
002860             SET VLG-BALANCE-OPEN TO TRUE
002870         ELSE
002880             DISPLAY "VALLEGAL: ACCTBAL UNAVAILABLE, STATUS = "
002890                 VLG-BALANCE-FILE-STATUS
002900                 " - HELD ACCOUNTS TREATED AS EMPTY"
002910         END-IF.
002920 0300-EXIT.
002930         EXIT.
002940*  NO BALANCE RECORD (OR NO ACCTBAL) MEANS NOTHING AVAILABLE,
002950*  SO EVERY WITHDRAWAL ON A HELD ACCOUNT STOPS.
002960 1000-FETCH-BALANCE.
002970         MOVE "Y" TO VLG-HLD-BAL-SWITCH(VLG-HLD-IDX).
002980         MOVE ZERO TO VLG-HLD-AVAILABLE(VLG-HLD-IDX).
002990         IF NOT VLG-BALANCE-OPEN
003000             GO TO 1000-EXIT
003010         END-IF.
003020         MOVE TDL-BRANCH-CODE TO ABL-BRANCH-CODE.
003030         MOVE TDL-ACCOUNT-NO TO ABL-ACCOUNT-NO.
003040         READ BALANCE-FILE
003050             INVALID KEY
003060                 GO TO 1000-EXIT
003070         END-READ.
003080         COMPUTE VLG-HLD-AVAILABLE(VLG-HLD-IDX) =
003090             ABL-AVAILABLE-BALANCE + ABL-MEMO-BALANCE.
003100 1000-EXIT.
003110         EXIT.
