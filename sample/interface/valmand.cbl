000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 VALMAND.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  DIRECT DEBIT MANDATE VALIDATOR.  THIRD PARTIES COLLECT FROM
000180*  OUR CUSTOMERS THROUGH THE INBOUND FEED, EACH COLLECTION
000190*  CARRYING THE COLLECTOR'S ID IN TDL-COLLECTOR-ID.  NOTHING
000200*  USED TO CHECK THE CUSTOMER HAD EVER AUTHORIZED THE
000210*  COLLECTOR.  A COLLECTION (A "C" ITEM WITH A COLLECTOR ID)
000220*  MUST NOW MATCH A MANDATE ON MANDATE FOR ITS ACCOUNT AND
000230*  COLLECTOR THAT IS IN FORCE ON THE ITEM'S TRANS DATE --
000240*  VALID FROM/TO AND NOT CANCELLED AS OF THAT DAY -- OR IT
000250*  RETURNS 42.  ONE THAT IS MANDATED BUT LARGER THAN THE
000260*  MANDATE'S MAXIMUM, OR SOONER AFTER THE LAST COLLECTION THAN
000270*  ITS FREQUENCY ALLOWS, RETURNS 44.  BOTH ARE NEW REASONTBL
000280*  CODES; THE ITEM TAKES THE SUSPENSE PATH LIKE ANY REJECT AND
000290*  SAMPLE'S REJECT RETURN FEED SENDS IT BACK TO THE SOURCE THAT
000300*  PRESENTED IT.  ITEMS WITH NO COLLECTOR ID, AND DEPOSITS,
000310*  ARE NOT COLLECTIONS AND ALWAYS PASS.
000320*
000330*  THE FREQUENCY GAP IS COUNTED IN CALENDAR DAYS FROM THE LAST
000340*  COLLECTION (DATESRV "C"): WEEKLY 7, FORTNIGHTLY 14, MONTHLY
000350*  28, QUARTERLY 89, ANNUAL 365.  A ONE-OFF MANDATE TAKES ONE
000360*  COLLECTION ONLY; A VARIABLE MANDATE HAS NO GAP.  THE LAST
000370*  COLLECTION IS THE ONE SAMPLE STAMPED ON MANDATE WHEN IT
000380*  ACCEPTED IT, OR ONE THIS VALIDATOR PASSED EARLIER IN THE
000390*  RUN.  THE VERY COLLECTION MANDATE ALREADY SHOWS AS THE LAST
000400*  ONE (SAME DATE AND AMOUNT) IS A RERUN, NOT A SECOND
000410*  COLLECTION, AND PASSES.
000420*
000430*  THE MANDATES ARE LOADED ON THE FIRST CALL.  A MISSING
000440*  MANDATE FILE AUTHORIZES NOTHING: EVERY COLLECTION RETURNS
000450*  42.  REGISTERED THROUGH VALIDTBL AHEAD OF VALLEGAL, SO
000460*  VALLEGAL STAYS THE LAST WORD ON EACH TYPE.
000470*  ------------------------------------------------------------
000480*  MODIFICATION HISTORY
000490*  ------------------------------------------------------------
000500*  DATE       BY   DESCRIPTION
000510*  ---------- ---- --------------------------------------------
000520*  10/15/2026 DCG  ORIGINAL PROGRAM.
000530*---------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570         SELECT MANDATE-FILE ASSIGN TO "MANDATE"
000580             ORGANIZATION IS INDEXED
000590             ACCESS MODE IS SEQUENTIAL
000600             RECORD KEY IS MDT-KEY
000610             FILE STATUS IS VMD-MANDATE-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  MANDATE-FILE.
000650     COPY MANDATRC.
000660 WORKING-STORAGE SECTION.
000670     COPY DATESRVC.
000680 01  VMD-FILE-STATUS-VALUES.
000690         05  VMD-MANDATE-FILE-STATUS PIC X(02).
000700             88  VMD-MANDATE-FILE-OK     VALUE "00".
000710 01  VMD-SWITCHES.
000720         05  VMD-LOADED-SWITCH       PIC X(01) VALUE "N".
000730             88  VMD-TABLE-LOADED        VALUE "Y".
000740         05  VMD-EOF-SWITCH          PIC X(01) VALUE "N".
000750             88  VMD-AT-END              VALUE "Y".
000760*  ONE ENTRY PER MANDATE ON FILE.  VMD-MDT-RUN-DATE IS THE
000770*  LAST COLLECTION THIS VALIDATOR HAS PASSED IN THE RUN.
000780 01  VMD-MANDATE-TABLE.
000790         05  VMD-MDT-COUNT           PIC 9(04) COMP VALUE ZERO.
000800         05  VMD-MDT-ENTRY OCCURS 2000 TIMES
000810                 INDEXED BY VMD-MDT-IDX.
000820             10  VMD-MDT-KEY.
000830                 15  VMD-MDT-ACCOUNT PIC X(10).
000840                 15  VMD-MDT-COLLECTOR PIC X(04).
000850             10  VMD-MDT-MAX-AMOUNT  PIC 9(09)V99.
000860             10  VMD-MDT-FREQUENCY   PIC X(01).
000870             10  VMD-MDT-VALID-FROM  PIC 9(08).
000880             10  VMD-MDT-VALID-TO    PIC 9(08).
000890             10  VMD-MDT-CANCEL-EFF  PIC 9(08).
000900             10  VMD-MDT-LAST-DATE   PIC 9(08).
000910             10  VMD-MDT-LAST-AMOUNT PIC 9(09)V99.
000920             10  VMD-MDT-RUN-DATE    PIC 9(08).
000930 01  VMD-WORK-FIELDS.
000940         05  VMD-WANT-KEY.
000950             10  VMD-WANT-ACCOUNT    PIC X(10).
000960             10  VMD-WANT-COLLECTOR  PIC X(04).
000970         05  VMD-PRIOR-DATE          PIC 9(08) VALUE ZERO.
000980         05  VMD-MIN-GAP             PIC 9(03) VALUE ZERO.
000990         05  VMD-MANDATES-LOADED     PIC 9(05) VALUE ZERO.
001000 LINKAGE SECTION.
001010     COPY TRANDETL.
001020 01  VMD-RETURN-CODE             PIC 9(02).
001030         88  VMD-SUCCESSFUL              VALUE ZERO.
001040         88  VMD-NO-MANDATE              VALUE 42.
001050         88  VMD-OVER-MANDATE            VALUE 44.
001060 PROCEDURE DIVISION USING TRAN-DETAIL VMD-RETURN-CODE.
001070 0000-MAINLINE.
001080         IF NOT VMD-TABLE-LOADED
001090             PERFORM 0100-LOAD-MANDATES THRU 0100-EXIT
001100         END-IF.
001110         MOVE ZERO TO VMD-RETURN-CODE.
001120         IF NOT TDL-IS-CREDIT
001130             OR TDL-COLLECTOR-ID = SPACES
001140             GO TO 0000-EXIT
001150         END-IF.
001160         MOVE TDL-ACCOUNT-NO TO VMD-WANT-ACCOUNT.
001170         MOVE TDL-COLLECTOR-ID TO VMD-WANT-COLLECTOR.
001180         IF VMD-MDT-COUNT = ZERO
001190             PERFORM 1900-REJECT-NO-MANDATE THRU 1900-EXIT
001200             GO TO 0000-EXIT
001210         END-IF.
001220         SET VMD-MDT-IDX TO 1.
001230         SEARCH VMD-MDT-ENTRY
001240             AT END
001250                 PERFORM 1900-REJECT-NO-MANDATE THRU 1900-EXIT
001260                 GO TO 0000-EXIT
001270             WHEN VMD-MDT-KEY(VMD-MDT-IDX) = VMD-WANT-KEY
001280                 CONTINUE
001290         END-SEARCH.
001300         PERFORM 1000-CHECK-IN-FORCE THRU 1000-EXIT.
001310         IF NOT VMD-SUCCESSFUL
001320             GO TO 0000-EXIT
001330         END-IF.
001340         PERFORM 1100-CHECK-LIMITS THRU 1100-EXIT.
001350         IF NOT VMD-SUCCESSFUL
001360             GO TO 0000-EXIT
001370         END-IF.
001380         MOVE TDL-TRANS-DATE TO VMD-MDT-RUN-DATE(VMD-MDT-IDX).
001390 0000-EXIT.
001400         GOBACK.
001410 0100-LOAD-MANDATES.
001420         MOVE "Y" TO VMD-LOADED-SWITCH.
001430         OPEN INPUT MANDATE-FILE.
001440         IF NOT VMD-MANDATE-FILE-OK
001450             DISPLAY "VALMAND: NO MANDATE FILE - NO COLLECTOR IS "
001460                 "AUTHORIZED"
001470             GO TO 0100-EXIT
001480         END-IF.
001490         PERFORM 0150-LOAD-ONE-MANDATE THRU 0150-EXIT
001500             UNTIL VMD-AT-END.
001510         CLOSE MANDATE-FILE.
001520         DISPLAY "VALMAND: " VMD-MANDATES-LOADED
001530             " DIRECT DEBIT MANDATE(S) LOADED".
001540 0100-EXIT.
001550         EXIT.
001560 0150-LOAD-ONE-MANDATE.
001570         READ MANDATE-FILE
001580             AT END
001590                 MOVE "Y" TO VMD-EOF-SWITCH
001600                 GO TO 0150-EXIT
001610         END-READ.
001620         IF VMD-MDT-COUNT = 2000
001630             DISPLAY "VALMAND: MANDATE TABLE FULL - COLLECTOR "
001640                 MDT-COLLECTOR-ID " ON ACCOUNT " MDT-ACCOUNT-NO
001650                 " NOT LOADED"
001660             GO TO 0150-EXIT
001670         END-IF.
001680         ADD 1 TO VMD-MDT-COUNT.
001690         ADD 1 TO VMD-MANDATES-LOADED.
001700         SET VMD-MDT-IDX TO VMD-MDT-COUNT.
001710         MOVE MDT-KEY TO VMD-MDT-KEY(VMD-MDT-IDX).
001720         MOVE MDT-MAX-AMOUNT TO VMD-MDT-MAX-AMOUNT(VMD-MDT-IDX).
001730         MOVE MDT-FREQUENCY TO VMD-MDT-FREQUENCY(VMD-MDT-IDX).
001740         MOVE MDT-VALID-FROM TO VMD-MDT-VALID-FROM(VMD-MDT-IDX).
001750         MOVE MDT-VALID-TO TO VMD-MDT-VALID-TO(VMD-MDT-IDX).
001760         MOVE MDT-CANCEL-EFFECTIVE
001770             TO VMD-MDT-CANCEL-EFF(VMD-MDT-IDX).
001780         MOVE MDT-LAST-COLLECT-DATE
001790             TO VMD-MDT-LAST-DATE(VMD-MDT-IDX).
001800         MOVE MDT-LAST-COLLECT-AMOUNT
001810             TO VMD-MDT-LAST-AMOUNT(VMD-MDT-IDX).
001820         MOVE ZERO TO VMD-MDT-RUN-DATE(VMD-MDT-IDX).
001830 0150-EXIT.
001840         EXIT.
001850*  IN FORCE ON THE TRANS DATE: ON OR AFTER VALID-FROM, ON OR
001860*  BEFORE VALID-TO (IF ANY), BEFORE THE CANCEL DATE (IF ANY).
001870 1000-CHECK-IN-FORCE.
001880         IF TDL-TRANS-DATE < VMD-MDT-VALID-FROM(VMD-MDT-IDX)
001890             PERFORM 1900-REJECT-NO-MANDATE THRU 1900-EXIT
001900             GO TO 1000-EXIT
001910         END-IF.
001920         IF VMD-MDT-VALID-TO(VMD-MDT-IDX) NOT = ZERO
001930             AND TDL-TRANS-DATE > VMD-MDT-VALID-TO(VMD-MDT-IDX)
001940             PERFORM 1900-REJECT-NO-MANDATE THRU 1900-EXIT
001950             GO TO 1000-EXIT
001960         END-IF.
001970         IF VMD-MDT-CANCEL-EFF(VMD-MDT-IDX) NOT = ZERO
001980             AND TDL-TRANS-DATE
001990                 NOT < VMD-MDT-CANCEL-EFF(VMD-MDT-IDX)
002000             PERFORM 1900-REJECT-NO-MANDATE THRU 1900-EXIT
002010         END-IF.
002020 1000-EXIT.
002030         EXIT.
002040 1100-CHECK-LIMITS.
002050         IF TDL-AMOUNT > VMD-MDT-MAX-AMOUNT(VMD-MDT-IDX)
002060             MOVE 44 TO VMD-RETURN-CODE
002070             DISPLAY "VALMAND: REJECT - BRANCH " TDL-BRANCH-CODE
002080                 " COLLECTOR " TDL-COLLECTOR-ID " AMOUNT "
002090                 TDL-AMOUNT " OVER MANDATE MAXIMUM"
002100             GO TO 1100-EXIT
002110         END-IF.
002120*  THE COLLECTION MANDATE ALREADY HOLDS AS ITS LAST IS A RERUN.
002130         IF TDL-TRANS-DATE = VMD-MDT-LAST-DATE(VMD-MDT-IDX)
002140             AND TDL-AMOUNT = VMD-MDT-LAST-AMOUNT(VMD-MDT-IDX)
002150             AND VMD-MDT-RUN-DATE(VMD-MDT-IDX) = ZERO
002160             GO TO 1100-EXIT
002170         END-IF.
002180         MOVE VMD-MDT-LAST-DATE(VMD-MDT-IDX) TO VMD-PRIOR-DATE.
002190         IF VMD-MDT-RUN-DATE(VMD-MDT-IDX) > VMD-PRIOR-DATE
002200             MOVE VMD-MDT-RUN-DATE(VMD-MDT-IDX) TO VMD-PRIOR-DATE
002210         END-IF.
002220         IF VMD-PRIOR-DATE = ZERO
002230             GO TO 1100-EXIT
002240         END-IF.
002250         EVALUATE VMD-MDT-FREQUENCY(VMD-MDT-IDX)
002260             WHEN "W"
002270                 MOVE 7 TO VMD-MIN-GAP
002280             WHEN "F"
002290                 MOVE 14 TO VMD-MIN-GAP
002300             WHEN "M"
002310                 MOVE 28 TO VMD-MIN-GAP
002320             WHEN "Q"
002330                 MOVE 89 TO VMD-MIN-GAP
002340             WHEN "A"
002350                 MOVE 365 TO VMD-MIN-GAP
002360             WHEN "O"
002370                 MOVE 44 TO VMD-RETURN-CODE
002380                 DISPLAY "VALMAND: REJECT - BRANCH "
002390                     TDL-BRANCH-CODE " COLLECTOR "
002400                     TDL-COLLECTOR-ID
002410                     " ONE-OFF MANDATE ALREADY COLLECTED"
002420                 GO TO 1100-EXIT
002430             WHEN OTHER
002440                 GO TO 1100-EXIT
002450         END-EVALUATE.
002460         MOVE "C" TO DSV-FUNCTION.
002470         MOVE VMD-PRIOR-DATE TO DSV-DATE-1.
002480         MOVE TDL-TRANS-DATE TO DSV-DATE-2.
002490         MOVE SPACES TO DSV-REGION-CODE.
002500         CALL "DATESRV" USING DATE-SERVICE-AREA.
002510         IF NOT DSV-SUCCESSFUL
002520             GO TO 1100-EXIT
002530         END-IF.
002540         IF DSV-DAYS-BETWEEN < VMD-MIN-GAP
002550             MOVE 44 TO VMD-RETURN-CODE
002560             DISPLAY "VALMAND: REJECT - BRANCH " TDL-BRANCH-CODE
002570                 " COLLECTOR " TDL-COLLECTOR-ID " COLLECTED "
002580                 DSV-DAYS-BETWEEN " DAY(S) AFTER THE LAST"
002590         END-IF.
002600 1100-EXIT.
002610         EXIT.
002620 1900-REJECT-NO-MANDATE.
002630         MOVE 42 TO VMD-RETURN-CODE.
002640         DISPLAY "VALMAND: REJECT - BRANCH " TDL-BRANCH-CODE
002650             " COLLECTOR " TDL-COLLECTOR-ID " AMOUNT " TDL-AMOUNT
002660             " HAS NO MANDATE IN FORCE".
002670 1900-EXIT.
002680         EXIT.
