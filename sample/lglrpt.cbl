000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 LGLRPT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  LEGAL ORDERS REGISTER AND ORDER HISTORY.  PART ONE LISTS
000180*  EVERY ORDER ON LGLORDER IN ORDER-NUMBER SEQUENCE WITH ITS
000190*  STATUS AND AMOUNTS; PART TWO LISTS EVERY LGLHIST EVENT FOR
000200*  EACH ORDER (OPENED, EACH REMITTANCE, SATISFIED, EXPIRED OR
000210*  RELEASED) IN THE ORDER IT HAPPENED -- THE STATEMENT THE
000220*  COURTS AND THE TAXING AUTHORITY ASK FOR.  THE COMMAND-LINE
000230*  PARAMETER IS AN ORDER NUMBER TO LIMIT BOTH PARTS TO THAT ONE
000240*  ORDER; BLANK REPORTS THEM ALL.  OUTPUT IS LGLRPT.
000250*  ------------------------------------------------------------
000260*  MODIFICATION HISTORY
000270*  ------------------------------------------------------------
000280*  DATE       BY   DESCRIPTION
000290*  ---------- ---- --------------------------------------------
000300*  10/15/2026 DCG  ORIGINAL PROGRAM.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350         SELECT LEGAL-ORDER-FILE ASSIGN TO "LGLORDER"
000360             ORGANIZATION IS INDEXED
000370             ACCESS MODE IS DYNAMIC
000380             RECORD KEY IS LGO-ORDER-NO
000390             FILE STATUS IS LRP-ORDER-FILE-STATUS.
000400         SELECT LEGAL-HISTORY-FILE ASSIGN TO "LGLHIST"
000410             ORGANIZATION IS LINE SEQUENTIAL
000420             FILE STATUS IS LRP-HISTORY-FILE-STATUS.
000430         SELECT REPORT-FILE ASSIGN TO "LGLRPT"
000440             ORGANIZATION IS LINE SEQUENTIAL
000450             FILE STATUS IS LRP-REPORT-FILE-STATUS.
000460         SELECT SORT-WORK-FILE ASSIGN TO "LGLSORT".
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  LEGAL-ORDER-FILE.
000500     COPY LGLORDRC.
000510 FD  LEGAL-HISTORY-FILE.
000520     COPY LGLHSTRC.
000530 FD  REPORT-FILE.
000540 01  REPORT-RECORD               PIC X(132).
000550 SD  SORT-WORK-FILE.
000560 01  SORT-WORK-RECORD.
000570         05  SRT-ORDER-NO            PIC X(12).
000580         05  SRT-EVENT-DATE          PIC 9(08).
000590         05  SRT-EVENT-TIME          PIC 9(08).
000600         05  SRT-SEQUENCE            PIC 9(07).
000610         05  SRT-HISTORY-DATA        PIC X(120).
000620 WORKING-STORAGE SECTION.
000630 01  LRP-FILE-STATUS-VALUES.
000640         05  LRP-ORDER-FILE-STATUS   PIC X(02).
000650             88  LRP-ORDER-FILE-OK       VALUE "00".
000660         05  LRP-HISTORY-FILE-STATUS PIC X(02).
000670             88  LRP-HISTORY-FILE-OK     VALUE "00".
000680         05  LRP-REPORT-FILE-STATUS  PIC X(02).
000690             88  LRP-REPORT-FILE-OK      VALUE "00".
000700 01  LRP-SWITCHES.
000710         05  LRP-ORDER-EOF-SWITCH    PIC X(01) VALUE "N".
000720             88  LRP-ORDERS-AT-END       VALUE "Y".
000730         05  LRP-HISTORY-EOF-SWITCH  PIC X(01) VALUE "N".
000740             88  LRP-HISTORY-AT-END      VALUE "Y".
000750         05  LRP-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
000760             88  LRP-SORT-AT-END         VALUE "Y".
000770 01  LRP-PARAMETER               PIC X(12) VALUE SPACES.
000780 01  LRP-RUN-DATE                PIC 9(08) VALUE ZERO.
000790 01  LRP-COUNTERS.
000800         05  LRP-ORDER-COUNT         PIC 9(05) VALUE ZERO.
000810         05  LRP-ACTIVE-COUNT        PIC 9(05) VALUE ZERO.
000820         05  LRP-EVENT-COUNT         PIC 9(07) VALUE ZERO.
000830         05  LRP-SEQUENCE            PIC 9(07) VALUE ZERO.
000840 01  LRP-TOTALS.
000850         05  LRP-TOTAL-DEMANDED      PIC S9(13)V99 COMP-3
000860                                         VALUE ZERO.
000870         05  LRP-TOTAL-REMITTED      PIC S9(13)V99 COMP-3
000880                                         VALUE ZERO.
000890         05  LRP-TOTAL-OUTSTANDING   PIC S9(13)V99 COMP-3
000900                                         VALUE ZERO.
000910 01  LRP-LAST-ORDER-NO           PIC X(12) VALUE SPACES.
000920 01  LRP-WORDS.
000930         05  LRP-TYPE-WORD           PIC X(11) VALUE SPACES.
000940         05  LRP-TARGET-WORD         PIC X(10) VALUE SPACES.
000950         05  LRP-STATUS-WORD         PIC X(09) VALUE SPACES.
000960         05  LRP-EVENT-WORD          PIC X(09) VALUE SPACES.
000970 01  LRP-PRINT-LINE-FIELDS.
000980         05  LRP-DEMANDED-EDIT       PIC Z(10)9.99.
000990         05  LRP-REMITTED-EDIT       PIC Z(10)9.99.
001000         05  LRP-OUTSTANDING-EDIT    PIC Z(10)9.99.
001010         05  LRP-COUNT-EDIT          PIC Z(06)9.
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050         IF RETURN-CODE = ZERO
001060             PERFORM 2000-PRINT-REGISTER THRU 2000-EXIT
001070             SORT SORT-WORK-FILE
001080                 ON ASCENDING KEY SRT-ORDER-NO
001090                 ON ASCENDING KEY SRT-EVENT-DATE
001100                 ON ASCENDING KEY SRT-EVENT-TIME
001110                 ON ASCENDING KEY SRT-SEQUENCE
001120                 INPUT PROCEDURE IS 3000-SELECT-EVENTS
001130                     THRU 3000-EXIT
001140                 OUTPUT PROCEDURE IS 4000-PRINT-HISTORY
001150                     THRU 4000-EXIT
001160         END-IF.
001170         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001180         STOP RUN.
001190 1000-INITIALIZE.
001200         DISPLAY "LGLRPT: JOB STARTING".
001210         MOVE ZERO TO RETURN-CODE.
001220         ACCEPT LRP-RUN-DATE FROM DATE YYYYMMDD.
001230         ACCEPT LRP-PARAMETER FROM COMMAND-LINE.
001240         OPEN INPUT LEGAL-ORDER-FILE.
001250         IF NOT LRP-ORDER-FILE-OK
001260             DISPLAY "LGLRPT: CANNOT OPEN LGLORDER, STATUS = "
001270                 LRP-ORDER-FILE-STATUS
001280             MOVE 16 TO RETURN-CODE
001290             GO TO 1000-EXIT
001300         END-IF.
001310         OPEN OUTPUT REPORT-FILE.
001320         IF NOT LRP-REPORT-FILE-OK
001330             DISPLAY "LGLRPT: CANNOT OPEN LGLRPT, STATUS = "
001340                 LRP-REPORT-FILE-STATUS
001350             CLOSE LEGAL-ORDER-FILE
001360             MOVE 16 TO RETURN-CODE
001370             GO TO 1000-EXIT
001380         END-IF.
001390         MOVE SPACES TO REPORT-RECORD.
001400         IF LRP-PARAMETER = SPACES
001410             STRING "LEGAL ORDERS REGISTER         "
001420                 "RUN DATE: " LRP-RUN-DATE
001430                 DELIMITED BY SIZE INTO REPORT-RECORD
001440         ELSE
001450             STRING "LEGAL ORDERS REGISTER         "
001460                 "RUN DATE: " LRP-RUN-DATE
001470                 "     ORDER: " LRP-PARAMETER
001480                 DELIMITED BY SIZE INTO REPORT-RECORD
001490         END-IF.
001500         WRITE REPORT-RECORD.
001510         MOVE SPACES TO REPORT-RECORD.
001520         WRITE REPORT-RECORD.
001530         MOVE SPACES TO REPORT-RECORD.
001540         STRING "ORDER NO     TYPE        ON         BRANCH "
001550             "ACCOUNT    CUSTOMER   STATUS    PR "
001560             "      DEMANDED       REMITTED    OUTSTANDING "
001570             "EXPIRES"
001580             DELIMITED BY SIZE INTO REPORT-RECORD.
001590         WRITE REPORT-RECORD.
001600         MOVE SPACES TO REPORT-RECORD.
001610         STRING "             ISSUING BODY                   "
001620             "RECEIVED CLOSED   LAST REMIT"
001630             DELIMITED BY SIZE INTO REPORT-RECORD.
001640         WRITE REPORT-RECORD.
001650 1000-EXIT.
001660         EXIT.
001670*---------------------------------------------------------------
001680*  2000-PRINT-REGISTER.  TWO LINES AN ORDER: THE ORDER AND ITS
001690*  MONEY, THEN WHO ISSUED IT AND ITS DATES.
001700*---------------------------------------------------------------
001710 2000-PRINT-REGISTER.
001720         MOVE LOW-VALUES TO LGO-ORDER-NO.
001730         IF LRP-PARAMETER NOT = SPACES
001740             MOVE LRP-PARAMETER TO LGO-ORDER-NO
001750         END-IF.
001760         START LEGAL-ORDER-FILE KEY IS NOT LESS THAN LGO-ORDER-NO
001770             INVALID KEY
001780                 MOVE "Y" TO LRP-ORDER-EOF-SWITCH
001790         END-START.
001800         PERFORM 2100-PRINT-ONE-ORDER THRU 2100-EXIT
001810             UNTIL LRP-ORDERS-AT-END.
001820         MOVE SPACES TO REPORT-RECORD.
001830         WRITE REPORT-RECORD.
001840         MOVE LRP-ORDER-COUNT TO LRP-COUNT-EDIT.
001850         MOVE LRP-TOTAL-DEMANDED TO LRP-DEMANDED-EDIT.
001860         MOVE LRP-TOTAL-REMITTED TO LRP-REMITTED-EDIT.
001870         MOVE LRP-TOTAL-OUTSTANDING TO LRP-OUTSTANDING-EDIT.
001880         MOVE SPACES TO REPORT-RECORD.
001890         STRING "ORDERS LISTED " LRP-COUNT-EDIT
001900             "   DEMANDED " LRP-DEMANDED-EDIT
001910             "   REMITTED " LRP-REMITTED-EDIT
001920             "   OUTSTANDING " LRP-OUTSTANDING-EDIT
001930             DELIMITED BY SIZE INTO REPORT-RECORD.
001940         WRITE REPORT-RECORD.
001950         MOVE LRP-ACTIVE-COUNT TO LRP-COUNT-EDIT.
001960         MOVE SPACES TO REPORT-RECORD.
001970         STRING "STILL ACTIVE  " LRP-COUNT-EDIT
001980             DELIMITED BY SIZE INTO REPORT-RECORD.
001990         WRITE REPORT-RECORD.
002000 2000-EXIT.
002010         EXIT.
002020 2100-PRINT-ONE-ORDER.
002030         READ LEGAL-ORDER-FILE NEXT RECORD
002040             AT END
002050                 MOVE "Y" TO LRP-ORDER-EOF-SWITCH
002060                 GO TO 2100-EXIT
002070         END-READ.
002080         IF LRP-PARAMETER NOT = SPACES
002090             AND LGO-ORDER-NO NOT = LRP-PARAMETER
002100             MOVE "Y" TO LRP-ORDER-EOF-SWITCH
002110             GO TO 2100-EXIT
002120         END-IF.
002130         ADD 1 TO LRP-ORDER-COUNT.
002140         ADD LGO-AMOUNT-DEMANDED TO LRP-TOTAL-DEMANDED.
002150         ADD LGO-AMOUNT-REMITTED TO LRP-TOTAL-REMITTED.
002160         ADD LGO-AMOUNT-OUTSTANDING TO LRP-TOTAL-OUTSTANDING.
002170         IF LGO-GARNISHMENT
002180             MOVE "GARNISHMENT" TO LRP-TYPE-WORD
002190         ELSE
002200             MOVE "TAX LEVY" TO LRP-TYPE-WORD
002210         END-IF.
002220         IF LGO-ON-ACCOUNT
002230             MOVE "ACCOUNT" TO LRP-TARGET-WORD
002240         ELSE
002250             MOVE "CUSTOMER" TO LRP-TARGET-WORD
002260         END-IF.
002270         EVALUATE TRUE
002280             WHEN LGO-ACTIVE
002290                 MOVE "ACTIVE" TO LRP-STATUS-WORD
002300                 ADD 1 TO LRP-ACTIVE-COUNT
002310             WHEN LGO-SATISFIED
002320                 MOVE "SATISFIED" TO LRP-STATUS-WORD
002330             WHEN LGO-EXPIRED
002340                 MOVE "EXPIRED" TO LRP-STATUS-WORD
002350             WHEN LGO-RELEASED
002360                 MOVE "RELEASED" TO LRP-STATUS-WORD
002370             WHEN OTHER
002380                 MOVE "UNKNOWN" TO LRP-STATUS-WORD
002390         END-EVALUATE.
002400         MOVE LGO-AMOUNT-DEMANDED TO LRP-DEMANDED-EDIT.
002410         MOVE LGO-AMOUNT-REMITTED TO LRP-REMITTED-EDIT.
002420         MOVE LGO-AMOUNT-OUTSTANDING TO LRP-OUTSTANDING-EDIT.
002430         MOVE SPACES TO REPORT-RECORD.
002440         STRING LGO-ORDER-NO " " LRP-TYPE-WORD " "
002450             LRP-TARGET-WORD " " LGO-BRANCH-CODE "    "
002460             LGO-ACCOUNT-NO " " LGO-CUSTOMER-NO " "
002470             LRP-STATUS-WORD " " LGO-PRIORITY " "
002480             LRP-DEMANDED-EDIT LRP-REMITTED-EDIT
002490             LRP-OUTSTANDING-EDIT " " LGO-EXPIRY-DATE
002500             DELIMITED BY SIZE INTO REPORT-RECORD.
002510         WRITE REPORT-RECORD.
002520         MOVE SPACES TO REPORT-RECORD.
002530         STRING "             " LGO-ISSUING-BODY " "
002540             LGO-RECEIVED-DATE " " LGO-CLOSED-DATE " "
002550             LGO-LAST-REMIT-DATE
002560             DELIMITED BY SIZE INTO REPORT-RECORD.
002570         WRITE REPORT-RECORD.
002580 2100-EXIT.
002590         EXIT.
002600*---------------------------------------------------------------
002610*  3000-SELECT-EVENTS.  LGLHIST IS WRITTEN IN THE ORDER THINGS
002620*  HAPPEN ACROSS ALL ORDERS; THE SORT GATHERS EACH ORDER'S
002630*  EVENTS TOGETHER, FILE ORDER BREAKING ANY TIE ON THE CLOCK.
002640*---------------------------------------------------------------
002650 3000-SELECT-EVENTS.
002660         OPEN INPUT LEGAL-HISTORY-FILE.
002670         IF NOT LRP-HISTORY-FILE-OK
002680             DISPLAY "LGLRPT: NO LGLHIST ON FILE - NO ORDER "
002690                 "HISTORY TO LIST"
002700             GO TO 3000-EXIT
002710         END-IF.
002720         PERFORM 3100-RELEASE-ONE-EVENT THRU 3100-EXIT
002730             UNTIL LRP-HISTORY-AT-END.
002740         CLOSE LEGAL-HISTORY-FILE.
002750 3000-EXIT.
002760         EXIT.
002770 3100-RELEASE-ONE-EVENT.
002780         READ LEGAL-HISTORY-FILE
002790             AT END
002800                 MOVE "Y" TO LRP-HISTORY-EOF-SWITCH
002810                 GO TO 3100-EXIT
002820         END-READ.
002830         IF LRP-PARAMETER NOT = SPACES
002840             AND LGH-ORDER-NO NOT = LRP-PARAMETER
002850             GO TO 3100-EXIT
002860         END-IF.
002870         ADD 1 TO LRP-SEQUENCE.
002880         MOVE LGH-ORDER-NO TO SRT-ORDER-NO.
002890         MOVE LGH-EVENT-DATE TO SRT-EVENT-DATE.
002900         MOVE LGH-EVENT-TIME TO SRT-EVENT-TIME.
002910         MOVE LRP-SEQUENCE TO SRT-SEQUENCE.
002920         MOVE LEGAL-HISTORY-RECORD TO SRT-HISTORY-DATA.
002930         RELEASE SORT-WORK-RECORD.
002940 3100-EXIT.
002950         EXIT.
002960 4000-PRINT-HISTORY.
002970         MOVE SPACES TO REPORT-RECORD.
002980         WRITE REPORT-RECORD.
002990         MOVE SPACES TO REPORT-RECORD.
003000         STRING "ORDER HISTORY"
003010             DELIMITED BY SIZE INTO REPORT-RECORD.
003020         WRITE REPORT-RECORD.
003030         PERFORM 4100-PRINT-ONE-EVENT THRU 4100-EXIT
003040             UNTIL LRP-SORT-AT-END.
003050         MOVE SPACES TO REPORT-RECORD.
003060         WRITE REPORT-RECORD.
003070         MOVE LRP-EVENT-COUNT TO LRP-COUNT-EDIT.
003080         MOVE SPACES TO REPORT-RECORD.
003090         STRING "EVENTS LISTED " LRP-COUNT-EDIT
003100             DELIMITED BY SIZE INTO REPORT-RECORD.
003110         WRITE REPORT-RECORD.
003120 4000-EXIT.
003130         EXIT.
003140 4100-PRINT-ONE-EVENT.
003150         RETURN SORT-WORK-FILE
003160             AT END
003170                 MOVE "Y" TO LRP-SORT-EOF-SWITCH
003180                 GO TO 4100-EXIT
003190         END-RETURN.
003200         MOVE SRT-HISTORY-DATA TO LEGAL-HISTORY-RECORD.
003210         ADD 1 TO LRP-EVENT-COUNT.
003220         IF LGH-ORDER-NO NOT = LRP-LAST-ORDER-NO
003230             MOVE LGH-ORDER-NO TO LRP-LAST-ORDER-NO
003240             MOVE SPACES TO REPORT-RECORD
003250             WRITE REPORT-RECORD
003260             MOVE SPACES TO REPORT-RECORD
003270             STRING "ORDER " LGH-ORDER-NO
003280                 DELIMITED BY SIZE INTO REPORT-RECORD
003290             WRITE REPORT-RECORD
003300             MOVE SPACES TO REPORT-RECORD
003310             STRING "  DATE     TIME     EVENT     BRANCH "
003320                 "ACCOUNT            AMOUNT    OUTSTANDING "
003330                 "USER     REMARKS"
003340                 DELIMITED BY SIZE INTO REPORT-RECORD
003350             WRITE REPORT-RECORD
003360         END-IF.
003370         EVALUATE TRUE
003380             WHEN LGH-ORDER-OPENED
003390                 MOVE "OPENED" TO LRP-EVENT-WORD
003400             WHEN LGH-FUNDS-REMITTED
003410                 MOVE "REMITTED" TO LRP-EVENT-WORD
003420             WHEN LGH-ORDER-SATISFIED
003430                 MOVE "SATISFIED" TO LRP-EVENT-WORD
003440             WHEN LGH-ORDER-EXPIRED
003450                 MOVE "EXPIRED" TO LRP-EVENT-WORD
003460             WHEN LGH-ORDER-RELEASED
003470                 MOVE "RELEASED" TO LRP-EVENT-WORD
003480             WHEN OTHER
003490                 MOVE LGH-EVENT-CODE TO LRP-EVENT-WORD
003500         END-EVALUATE.
003510         MOVE LGH-AMOUNT TO LRP-REMITTED-EDIT.
003520         MOVE LGH-OUTSTANDING TO LRP-OUTSTANDING-EDIT.
003530         MOVE SPACES TO REPORT-RECORD.
003540         STRING "  " LGH-EVENT-DATE " " LGH-EVENT-TIME " "
003550             LRP-EVENT-WORD " " LGH-BRANCH-CODE "    "
003560             LGH-ACCOUNT-NO LRP-REMITTED-EDIT
003570             LRP-OUTSTANDING-EDIT " " LGH-USER-ID " "
003580             LGH-REMARKS
003590             DELIMITED BY SIZE INTO REPORT-RECORD.
003600         WRITE REPORT-RECORD.
003610 4100-EXIT.
003620         EXIT.
003630 8000-TERMINATE.
003640         IF RETURN-CODE = ZERO
003650             CLOSE LEGAL-ORDER-FILE
003660             CLOSE REPORT-FILE
003670         END-IF.
003680         DISPLAY "----------------------------------------------".
003690         DISPLAY "ORDERS LISTED      = " LRP-ORDER-COUNT.
003700         DISPLAY "EVENTS LISTED      = " LRP-EVENT-COUNT.
003710         DISPLAY "LGLRPT: JOB COMPLETE, RETURN CODE "
003720             RETURN-CODE.
003730 8000-EXIT.
003740         EXIT.
