0021S3*                  PRINTFILE GRAND TOTALS EQUAL THE LEDGER
0021S4*                  ENTRY'S DEBIT/CREDIT TOTALS ON DAYS WITH
0021S5*                  FOREIGN ITEMS.
0021S6*  10/15/2026 DCG  THE LEDGER BRANCH BREAKDOWN NO LONGER STOPS
0021S7*                  AT 20 BRANCHES.  3050 NOW COLLECTS UP TO 200
0021S8*                  BRANCH ROWS, 8200 PUTS THE FIRST 20 ON THE
0021S9*                  ENTRY ITSELF AND POSTS THE REST AS "K"
0021SA*                  CONTINUATION ENTRIES UNDER THE SAME RUN KEY,
0021SB*                  AND THE REGION TABLE IS WIDENED TO MATCH.  A
0021SC*                  BRANCH OR REGION THAT STILL WILL NOT FIT IS
0021SD*                  LOGGED, NO LEDGER ENTRY IS POSTED AND THE RUN
0021SE*                  ENDS RC 16 INSTEAD OF DROPPING IT SILENTLY.
0021SF*  10/15/2026 DCG  AN ITEM CAUGHT BY A STOP-PAYMENT ORDER NOW ALSO
0021SG*                  QUEUES A "STOP" CUSTOMER NOTICE THROUGH THE
0021SH*                  SHARED NOTICEQ ROUTINE FOR LTRGEN TO PRINT --
0021SI*                  THE CUSTOMER HEARS THAT THE STOP WORKED.  A
0021SJ*                  DRY RUN QUEUES NOTHING.
0021SK*  10/15/2026 DCG  TR-COLLECTOR-ID CARVED FROM THE LAST FILLER OF
0021SL*                  THE FIXED PORTION: THE THIRD PARTY COLLECTING
0021SM*                  UNDER A DIRECT DEBIT MANDATE.  VALMAND EDITS
0021SN*                  THE COLLECTION AGAINST MANDATE THROUGH SUB,
0021SO*                  AND AN ACCEPTED COLLECTION NOW STAMPS ITS
0021SP*                  MANDATE'S LAST COLLECTION (2057).  A REFUSED
0021SQ*                  ONE GOES BACK ON THE REJECT RETURN FEED.
0021SR*  10/15/2026 DCG  INTERBANK TRANSFERS (TXNTYPTB ROUTE "I") MUST
0021SS*                  CARRY THEIR BENEFICIARY IN THE MEMO (PAYBENVW)
0021ST*                  OR REJECT UNDER REASON 46 (2043B).  AN ACCEPTED
0021SU*                  TRANSFER IS REGISTERED PENDING ON PAYREG FOR
0021SV*                  PAYOUT TO SEND TO THE CLEARING NETWORK (2057B).
0021O1*  10/15/2026 DCG  THE EXTRACT NOW ALSO CARRIES EACH ITEM'S
0021O2*                  AMOUNT AS RECEIVED, IN ITS OWN CURRENCY
0021O3*                  (EXT-ORIG-AMOUNT), BESIDE THE CONVERTED LOCAL
0021O4*                  AMOUNT, SO A USD OR EUR ACCOUNT CAN POST ITS
0021O5*                  OWN-CURRENCY ITEMS UNCONVERTED.  THE ROUNDING
0021O6*                  RESIDUE ITEM IS LOCAL MONEY ONLY AND CARRIES
0021O7*                  A ZERO ORIGINAL AMOUNT.
0021OA*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0021OB*                  CATCH-UP RUN OF A MISSED BUSINESS DAY IS
0021OC*                  STAMPED WITH THAT DAY (BUSDATE) AND NOT TODAY.
0021OD*  10/15/2026 DCG  THE TXNTYPTB TYPE TABLE NOW HOLDS 50 TYPES
0021OE*                  (WAS 20).  A MASTER WITH MORE ROWS THAN THAT
0021OF*                  STOPS THE RUN WITH RETURN CODE 16 INSTEAD OF
0021OG*                  QUIETLY DROPPING THE TYPES PAST THE LIMIT.
0021DK*---------------------------------------------------------------
002090 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
00240U             SPL-TOKEN-EXTRACT-FILENAME
00240V             ORGANIZATION IS LINE SEQUENTIAL
00240W             FILE STATUS IS SPL-TOKNEXT-FILE-STATUS.
0024A1         SELECT MANDATE-FILE ASSIGN TO "MANDATE"
0024A2             ORGANIZATION IS INDEXED
0024A3             ACCESS MODE IS RANDOM
0024A4             RECORD KEY IS MDT-KEY
0024A5             FILE STATUS IS SPL-MANDATE-FILE-STATUS.
0024AA         SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREG"
0024AB             ORGANIZATION IS INDEXED
0024AC             ACCESS MODE IS RANDOM
0024AD             RECORD KEY IS PRG-KEY
0024AE             FILE STATUS IS SPL-PAYREG-FILE-STATUS.
002410 DATA DIVISION.
002420 FILE SECTION.
002430 FD  TRANS-FILE
002538         05  TR-RECYCLE-COUNT        PIC 9(02).
002539         05  TR-FIRST-REJECT-DATE    PIC 9(08).
00253A         05  TR-COMPANY-CODE         PIC X(02).
002540         05  TR-COLLECTOR-ID         PIC X(04).
002550         05  TR-MEMO-TEXT            PIC X(99).
0025A1*  THE CONTROL TAIL FEEDEDIT STAMPS AT RELEASE: THE
0025A2*  ORIGINATING FEED NAME AND THE ITEM ID ASSIGNED AT ENTRY.
0029SC FD  SETTLEMENT-REPORT-FILE.
0029SD 01  SETTLEMENT-REPORT-RECORD    PIC X(132).
00293Y FD  TOKEN-EXTRACT-FILE.
00293Z 01  TOKEN-EXTRACT-RECORD        PIC X(67).
0029A1 FD  MANDATE-FILE.
0029A2     COPY MANDATRC.
0029AA FD  PAYMENT-REGISTER-FILE.
0029AB     COPY PAYREGRC.
002940 WORKING-STORAGE SECTION.
002945     COPY ITEMTRKC.
002950     COPY CTLTOTAL.
00315P             88  SPL-MEMO-FILE-OK         VALUE "00".
00315Q         05  SPL-OPERCMD-FILE-STATUS  PIC X(02).
00315R             88  SPL-OPERCMD-FILE-OK      VALUE "00".
0315R1         05  SPL-MANDATE-FILE-STATUS  PIC X(02).
0315R2             88  SPL-MANDATE-FILE-OK      VALUE "00".
0315RA         05  SPL-PAYREG-FILE-STATUS   PIC X(02).
0315RB             88  SPL-PAYREG-FILE-OK       VALUE "00".
0315RC             88  SPL-PAYREG-NOT-FOUND     VALUE "35".
00315S         05  SPL-PARMCARD-FILE-STATUS PIC X(02).
00315T             88  SPL-PARMCARD-FILE-OK     VALUE "00".
00315I         05  SPL-RENUM-FILE-STATUS    PIC X(02).
00394J                 88  SPL-BRM-OPEN         VALUE "O".
00394K 01  SPL-REGION-TABLE.
00394L         05  SPL-REGION-COUNT         PIC 9(03) COMP VALUE ZERO.
00394M         05  SPL-REGION-ENTRY OCCURS 200 TIMES
00394N                 INDEXED BY SPL-REGION-IDX.
00394O             10  SPL-REGION-CODE      PIC X(03).
00394P             10  SPL-REGION-REC-COUNT PIC S9(09) COMP.
00394R         05  SPL-REGION-FOUND-SWITCH PIC X(01) VALUE "N".
00394S             88  SPL-REGION-FOUND         VALUE "Y".
0394C1     COPY DATESRVC.
0394CA     COPY RUNDATEC.
0394C2 01  SPL-BUSINESS-DATE-FIELDS.
0394C3         05  SPL-NONBUS-DATE-COUNT    PIC 9(05) COMP VALUE ZERO.
0394C4         05  SPL-DAYS-STALE           PIC S9(05) COMP VALUE ZERO.
0394X8         05  SPL-EXH-RUN-DATE         PIC 9(08).
0394X9         05  SPL-EXH-RUN-TIME         PIC 9(08).
0394XA         05  SPL-EXH-RUN-ID           PIC X(08).
0394XB         05  FILLER                   PIC X(33) VALUE SPACES.
0394XC 01  SPL-EXTRACT-TRAILER-RECORD.
0394XD         05  SPL-EXT-MARK             PIC X(03) VALUE "TRL".
0394XE         05  SPL-EXT-REC-COUNT        PIC 9(09).
0394XF         05  SPL-EXT-AMOUNT-TOTAL     PIC 9(11)V99.
0394XG         05  FILLER                   PIC X(42) VALUE SPACES.
0394M1 01  SPL-MEMO-FIELDS.
0394M2         05  SPL-MEMO-OPEN-SWITCH     PIC X(01) VALUE "N".
0394M3             88  SPL-MEMO-FILE-OPEN       VALUE "Y".
0394H8         05  SPL-REJRTN-DISPOSITION   PIC X(01) VALUE "S".
0394H9         05  SPL-REJRTN-COUNT         PIC 9(05) COMP VALUE ZERO.
0394HA     COPY REASONTBL.
0394HC 01  SPL-MANDATE-FIELDS.
0394HD         05  SPL-MANDATE-OPEN-SWITCH  PIC X(01) VALUE "N".
0394HE             88  SPL-MANDATE-OPEN         VALUE "Y".
0394HF             88  SPL-MANDATE-UNAVAILABLE  VALUE "X".
0394HG         05  SPL-MANDATE-STAMP-COUNT  PIC 9(07) COMP VALUE ZERO.
0394HH     COPY PAYBENVW.
0394HI 01  SPL-PAYMENT-FIELDS.
0394HJ         05  SPL-PAYREG-OPEN-SWITCH   PIC X(01) VALUE "N".
0394HK             88  SPL-PAYREG-OPEN          VALUE "Y".
0394HL             88  SPL-PAYREG-UNAVAILABLE   VALUE "X".
0394HM         05  SPL-INTERBANK-SWITCH     PIC X(01) VALUE "N".
0394HN             88  SPL-INTERBANK-ITEM       VALUE "Y".
0394HO         05  SPL-BENEF-SWITCH         PIC X(01) VALUE "N".
0394HP             88  SPL-BENEFICIARY-MISSING  VALUE "Y".
0394HQ         05  SPL-PAYMENT-CAPTURE-COUNT PIC 9(07) COMP VALUE ZERO.
00394j 01  SPL-FINGERPRINT-FIELDS.
00394k         05  SPL-FPRNT-AVAIL-SWITCH   PIC X(01) VALUE "N".
00394l             88  SPL-FPRNT-AVAILABLE      VALUE "Y".
0039ZH         05  SPL-STOP-EXPIRED-COUNT  PIC 9(03) COMP VALUE ZERO.
0039ZI         05  SPL-STOPRPT-OPEN-SWITCH PIC X(01) VALUE "N".
0039ZJ             88  SPL-STOPRPT-OPEN        VALUE "Y".
0039ZK         05  SPL-STOP-NOTICE-COUNT   PIC 9(05) COMP VALUE ZERO.
0039ZL     COPY NOTICEQC.
0039Y1 01  SPL-TXN-TYPE-TABLE.
0039Y2         05  SPL-TTM-EOF-SWITCH      PIC X(01) VALUE "N".
0039Y3             88  SPL-TTM-AT-END          VALUE "Y".
0039Y4         05  SPL-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
0039Y5         05  SPL-TTM-ENTRY OCCURS 50 TIMES
0039Y6                 INDEXED BY SPL-TTM-IDX.
0039Y7             10  SPL-TTM-TYPE        PIC X(02).
0039Y8             10  SPL-TTM-DC          PIC X(01).
0039YA             10  SPL-TTM-ROUTE       PIC X(01).
0039X1 01  SPL-ROUNDING-FIELDS.
0039X2         05  SPL-ROUND-ACCOUNT       PIC X(10)
0039X3                                     VALUE "RNDDIFF001".
003992                                          VALUE ZERO.
003993         05  SPL-BRANCH-CREDIT        PIC S9(09)V99 COMP-3
003994                                          VALUE ZERO.
003995         05  SPL-BRANCH-ENTRY-COUNT   PIC 9(03) COMP VALUE ZERO.
003999         05  SPL-LBR-SUB              PIC 9(03) COMP VALUE ZERO.
00399A         05  SPL-CONTINUATION-SEQ     PIC 9(01) VALUE ZERO.
00399B         05  SPL-LEDGER-PARENT-TYPE   PIC X(01) VALUE SPACES.
00399C         05  SPL-BREAKDOWN-SWITCH     PIC X(01) VALUE "N".
00399D             88  SPL-BREAKDOWN-OVERFLOW   VALUE "Y".
00399E*  EVERY BRANCH THE RUN BREAKS ON, IN BREAK ORDER.  8200 WRITES
00399F*  THE FIRST 20 ONTO THE LEDGER ENTRY AND EACH FURTHER 20 ONTO A
00399G*  "K" CONTINUATION ENTRY -- 200 ROWS IS THE ENTRY PLUS ITS NINE
00399H*  POSSIBLE CONTINUATIONS.
00399I 01  SPL-LEDGER-BRANCH-TABLE.
00399J         05  SPL-LBR-ENTRY OCCURS 200 TIMES.
00399K             10  SPL-LBR-CODE         PIC X(03).
00399L             10  SPL-LBR-REC-COUNT    PIC S9(09) COMP.
00399M             10  SPL-LBR-AMOUNT       PIC S9(09)V99 COMP-3.
0039B1 01  SPL-COMPANY-TABLE.
0039B2         05  SPL-COMPANY-COUNT        PIC 9(02) COMP VALUE ZERO.
0039B3         05  SPL-COMPANY-ENTRY OCCURS 10 TIMES
004810             OPEN OUTPUT CHECKPOINT-FILE
004815         END-IF.
004820         ADD 1 TO SPL-RUN-NUMBER.
004830         CALL "RUNDATE" USING RUN-DATE-AREA.
00483A         MOVE RDT-RUN-DATE TO SPL-REPORT-DATE.
004840         ACCEPT SPL-REPORT-TIME FROM TIME.
004842*  THE STOP-ORDER EXPIRY TEST COMPARES AGAINST THE REPORT
004844*  DATE, SO THE LOAD MUST FOLLOW IT.
0052Y5         END-IF.
0052Y6         PERFORM 1014A-LOAD-ONE-TYPE THRU 1014A-EXIT
0052Y7             UNTIL SPL-TTM-AT-END
0052Y8                 OR SPL-TTM-COUNT = 50.
0052YR         IF NOT SPL-TTM-AT-END
0052YS             READ TXN-TYPE-FILE
0052YT                 AT END
0052YU                     MOVE "Y" TO SPL-TTM-EOF-SWITCH
0052YV             END-READ
0052YW         END-IF.
0052Y9         CLOSE TXN-TYPE-FILE.
0052AA         IF NOT SPL-TTM-AT-END
0052AB             DISPLAY "SAMPLE: TXNTYPTB HOLDS MORE THAN 50 "
0052AC                 "TYPES - RUN STOPPED"
0052AD             MOVE 16 TO RETURN-CODE
0052AE             STOP RUN
0052AF         END-IF.
0052YA 1014-EXIT.
0052YB         EXIT.
0052YC 1014A-LOAD-ONE-TYPE.
0052YJ                     TO SPL-TTM-TYPE(SPL-TTM-COUNT)
0052YK                 MOVE TTM-DC-BEHAVIOR
0052YL                     TO SPL-TTM-DC(SPL-TTM-COUNT)
0052YP                 MOVE TTM-PAYMENT-ROUTE
0052YQ                     TO SPL-TTM-ROUTE(SPL-TTM-COUNT)
0052YM         END-READ.
0052YN 1014A-EXIT.
0052YO         EXIT.
0074R5             PERFORM 2060-CHECK-REJECT-THRESHOLD THRU 2060-EXIT
0074R6             GO TO 2050-EXIT
0074R7         END-IF.
0074RA         PERFORM 2043B-CHECK-BENEFICIARY THRU 2043B-EXIT.
0074RB         IF SPL-BENEFICIARY-MISSING
0074RC             ADD 1 TO SPL-REJECT-COUNT
0074RD             MOVE 46 TO SPL-SUSPENSE-REASON
0074RE             PERFORM 2065-WRITE-SUSPENSE THRU 2065-EXIT
0074RF             PERFORM 2060-CHECK-REJECT-THRESHOLD THRU 2060-EXIT
0074RG             GO TO 2050-EXIT
0074RH         END-IF.
00745F         PERFORM 2048-CHECK-DUPLICATE THRU 2048-EXIT.
00745G         IF SPL-DUP-SUSPECTED
00745H             ADD 1 TO SPL-REJECT-COUNT
007560         ELSE
007565             PERFORM 2055-RECORD-FINGERPRINT THRU 2055-EXIT
007570             PERFORM 2070-WRITE-EXTRACT THRU 2070-EXIT
00757A             PERFORM 2057-STAMP-MANDATE THRU 2057-EXIT
00757B             PERFORM 2057B-CAPTURE-PAYMENT THRU 2057B-EXIT
007575             PERFORM 2058-RECORD-AGING THRU 2058-EXIT
007580         END-IF.
007590 2050-EXIT.
0074TZ             " POSTS OPPOSITE ITS ORIGINAL".
0074U1 2043-EXIT.
0074U2         EXIT.
0074B1*---------------------------------------------------------------
0074B2*  2043B-CHECK-BENEFICIARY.  A TYPE WHOSE TXNTYPTB ROW CARRIES
0074B3*  ROUTE "I" LEAVES THE BANK THROUGH THE CLEARING NETWORK, SO
0074B4*  THE ITEM MUST NAME WHERE IT IS GOING: THE MEMO, READ THROUGH
0074B5*  PAYBENVW, HOLDS THE RECEIVING BANK'S ROUTING NUMBER AND THE
0074B6*  BENEFICIARY'S ACCOUNT.  NO MEMO, A NON-NUMERIC ROUTING NUMBER
0074B7*  OR A BLANK ACCOUNT REJECTS THE ITEM UNDER REASON 46.
0074B8*---------------------------------------------------------------
0074B9 2043B-CHECK-BENEFICIARY.
0074BA         MOVE "N" TO SPL-INTERBANK-SWITCH.
0074BB         MOVE "N" TO SPL-BENEF-SWITCH.
0074BC         IF SPL-TTM-COUNT = ZERO
0074BD             GO TO 2043B-EXIT
0074BE         END-IF.
0074BF         SET SPL-TTM-IDX TO 1.
0074BG         SEARCH SPL-TTM-ENTRY
0074BH             AT END
0074BI                 GO TO 2043B-EXIT
0074BJ             WHEN SPL-TTM-TYPE(SPL-TTM-IDX) = TR-RECORD-TYPE
0074BK                 CONTINUE
0074BL         END-SEARCH.
0074BM         IF SPL-TTM-ROUTE(SPL-TTM-IDX) NOT = "I"
0074BN             GO TO 2043B-EXIT
0074BO         END-IF.
0074BP         MOVE "Y" TO SPL-INTERBANK-SWITCH.
0074BQ         IF NOT SPL-TRANS-RECORD-HAS-MEMO
0074BR             MOVE "Y" TO SPL-BENEF-SWITCH
0074BS             GO TO 2043B-EXIT
0074BT         END-IF.
0074BU         MOVE TR-MEMO-TEXT TO PAYMENT-BENEFICIARY-VIEW.
0074BV         IF PBV-ROUTING-NO NOT NUMERIC
0074BW             OR PBV-ROUTING-NO = ZERO
0074BX             OR PBV-BENEF-ACCOUNT = SPACES
0074BY             MOVE "Y" TO SPL-BENEF-SWITCH
0074BZ         END-IF.
0074C1 2043B-EXIT.
0074C2         EXIT.
0074Y1*---------------------------------------------------------------
0074Y2*  2049B-CHECK-STOP-ORDERS.  ACCOUNT PLUS TYPE ("**" = ANY)
0074Y3*  PLUS AMOUNT RANGE, UNEXPIRED -- A BRANCH'S STANDING ORDER
0074X1             TR-BRANCH-CODE " " TR-TRANS-DATE " " TR-AMOUNT
0074X2             " FOR BRANCH " SPL-STP-BRANCH(SPL-STP-SUB).
0074X3         PERFORM 2049D-WRITE-STOP-REPORT THRU 2049D-EXIT.
0074XX         PERFORM 2049E-QUEUE-STOP-NOTICE THRU 2049E-EXIT.
0074X4 2049C-EXIT.
0074X5         EXIT.
0074X6 2049D-WRITE-STOP-REPORT.
0074XU         WRITE STOP-REPORT-RECORD.
0074XV 2049D-EXIT.
0074XW         EXIT.
0074A1*  A DRY RUN STOPS NOTHING FOR REAL, SO IT TELLS NO CUSTOMER.
0074A2 2049E-QUEUE-STOP-NOTICE.
0074A3         IF SPL-DRY-RUN
0074A4             GO TO 2049E-EXIT
0074A5         END-IF.
0074A6         MOVE SPACES TO NOTICE-QUEUE-AREA.
0074A7         MOVE "Q" TO NTQ-FUNCTION.
0074A8         MOVE "SAMPLE" TO NTQ-PROGRAM-ID.
0074A9         MOVE "STOP" TO NTQ-LETTER-CODE.
0074AA         MOVE TR-ACCOUNT-NO TO NTQ-ACCOUNT-NO.
0074AB         MOVE TR-BRANCH-CODE TO NTQ-BRANCH-CODE.
0074AC         MOVE TR-AMOUNT TO NTQ-AMOUNT.
0074AD         MOVE TR-TRANS-DATE TO NTQ-EVENT-DATE.
0074AE         STRING "TYPE " TR-RECORD-TYPE
0074AF             DELIMITED BY SIZE INTO NTQ-REFERENCE.
0074AG         CALL "NOTICEQ" USING NOTICE-QUEUE-AREA.
0074AH         IF NTQ-QUEUED
0074AI             ADD 1 TO SPL-STOP-NOTICE-COUNT
0074AJ         END-IF.
0074AK 2049E-EXIT.
0074AL         EXIT.
007421 2048-CHECK-DUPLICATE.
007422         MOVE "N" TO SPL-DUP-SUSPECT-SWITCH.
007423         MOVE "N" TO SPL-DUP-OVERRIDE-SWITCH.
0076WB         ADD 1 TO SPL-REJRTN-COUNT.
0076WC 2066-EXIT.
0076WD         EXIT.
0076A1*---------------------------------------------------------------
0076A2*  2057-STAMP-MANDATE.  A DIRECT DEBIT COLLECTION (A "C" ITEM
0076A3*  CARRYING A COLLECTOR ID) THAT HAS GONE TO THE EXTRACT IS
0076A4*  THE MANDATE'S NEW LAST COLLECTION -- VALMAND MEASURES THE
0076A5*  NEXT ONE'S FREQUENCY FROM IT.  THE SAME COLLECTION SEEN
0076A6*  AGAIN ON A RERUN IS NOT COUNTED TWICE, AND A BACK-DATED ONE
0076A7*  NEVER MOVES THE LAST DATE BACKWARDS.  DRY AND INTRADAY RUNS
0076A8*  STAMP NOTHING, LIKE THE FINGERPRINT AND MEMO CAPTURES.
0076A9*---------------------------------------------------------------
0076AA 2057-STAMP-MANDATE.
0076AB         IF SPL-DRY-RUN OR SPL-INTRADAY-MODE
0076AC             OR SPL-MANDATE-UNAVAILABLE
0076AD             OR TR-COLLECTOR-ID = SPACES
0076AE             OR NOT TR-IS-CREDIT
0076AF             GO TO 2057-EXIT
0076AG         END-IF.
0076AH         IF NOT SPL-MANDATE-OPEN
0076AI             OPEN I-O MANDATE-FILE
0076AJ             IF SPL-MANDATE-FILE-OK
0076AK                 SET SPL-MANDATE-OPEN TO TRUE
0076AL             ELSE
0076AM                 SET SPL-MANDATE-UNAVAILABLE TO TRUE
0076AN                 DISPLAY "SAMPLE: MANDATE FILE UNAVAILABLE, "
0076AO                     "STATUS = " SPL-MANDATE-FILE-STATUS
0076AP                     " - COLLECTIONS NOT STAMPED"
0076AQ                 GO TO 2057-EXIT
0076AR             END-IF
0076AS         END-IF.
0076AT         MOVE TR-ACCOUNT-NO TO MDT-ACCOUNT-NO.
0076AU         MOVE TR-COLLECTOR-ID TO MDT-COLLECTOR-ID.
0076AV         READ MANDATE-FILE
0076AW             INVALID KEY
0076AX                 GO TO 2057-EXIT
0076AY         END-READ.
0076AZ         IF TR-TRANS-DATE = MDT-LAST-COLLECT-DATE
0076B1             AND TR-AMOUNT = MDT-LAST-COLLECT-AMOUNT
0076B2             GO TO 2057-EXIT
0076B3         END-IF.
0076B4         IF TR-TRANS-DATE > MDT-LAST-COLLECT-DATE
0076B5             MOVE TR-TRANS-DATE TO MDT-LAST-COLLECT-DATE
0076B6             MOVE TR-AMOUNT TO MDT-LAST-COLLECT-AMOUNT
0076B7         END-IF.
0076B8         ADD 1 TO MDT-COLLECT-COUNT.
0076B9         REWRITE MANDATE-RECORD
0076BA             INVALID KEY
0076BB                 DISPLAY "SAMPLE: MANDATE REWRITE FAILED, "
0076BC                     "STATUS = " SPL-MANDATE-FILE-STATUS
0076BD                 GO TO 2057-EXIT
0076BE         END-REWRITE.
0076BF         ADD 1 TO SPL-MANDATE-STAMP-COUNT.
0076BG 2057-EXIT.
0076BH         EXIT.
0076C1*---------------------------------------------------------------
0076C2*  2057B-CAPTURE-PAYMENT.  AN INTERBANK TRANSFER THAT HAS GONE
0076C3*  TO THE EXTRACT IS REGISTERED PENDING ON PAYREG, WHERE PAYOUT
0076C4*  PICKS IT UP FOR THE NEXT INSTRUCTION FILE.  THE KEY IS THE
0076C5*  GENERATION AND THE ITEM'S RECORD COUNT, SO A RESTARTED RUN
0076C6*  OFFERS THE SAME ITEM UNDER THE SAME KEY AND THE DUPLICATE
0076C7*  WRITE IS SIMPLY DROPPED.  PAYREG IS CREATED ON FIRST USE.
0076C8*  DRY AND INTRADAY RUNS CAPTURE NOTHING.
0076C9*---------------------------------------------------------------
0076CA 2057B-CAPTURE-PAYMENT.
0076CB         IF SPL-DRY-RUN OR SPL-INTRADAY-MODE
0076CC             OR SPL-PAYREG-UNAVAILABLE
0076CD             OR NOT SPL-INTERBANK-ITEM
0076CE             GO TO 2057B-EXIT
0076CF         END-IF.
0076CG         IF NOT SPL-PAYREG-OPEN
0076CH             OPEN I-O PAYMENT-REGISTER-FILE
0076CI             IF SPL-PAYREG-NOT-FOUND
0076CJ                 OPEN OUTPUT PAYMENT-REGISTER-FILE
0076CK                 CLOSE PAYMENT-REGISTER-FILE
0076CL                 OPEN I-O PAYMENT-REGISTER-FILE
0076CM             END-IF
0076CN             IF SPL-PAYREG-FILE-OK
0076CO                 SET SPL-PAYREG-OPEN TO TRUE
0076CP             ELSE
0076CQ                 SET SPL-PAYREG-UNAVAILABLE TO TRUE
0076CR                 DISPLAY "SAMPLE: PAYREG UNAVAILABLE, "
0076CS                     "STATUS = " SPL-PAYREG-FILE-STATUS
0076CT                     " - TRANSFERS NOT REGISTERED"
0076CV                 GO TO 2057B-EXIT
0076CW             END-IF
0076CX         END-IF.
0076CY         MOVE SPACES TO PAYMENT-REGISTER-RECORD.
0076CZ         MOVE SPL-GENERATION-NUMBER TO PRG-GENERATION.
0076D1         MOVE COUNT-OF-RECORDS TO PRG-SEQUENCE.
0076D2         IF TR-ITEM-ID-X NUMERIC
0076D3             MOVE TR-ITEM-ID-X TO PRG-ITEM-ID
0076D4         ELSE
0076D5             MOVE ZERO TO PRG-ITEM-ID
0076D6         END-IF.
0076D7         MOVE TR-BRANCH-CODE TO PRG-BRANCH-CODE.
0076D8         MOVE TR-ACCOUNT-NO TO PRG-ACCOUNT-NO.
0076D9         MOVE TR-RECORD-TYPE TO PRG-RECORD-TYPE.
0076DA         MOVE TR-TRANS-DATE TO PRG-TRANS-DATE.
0076DB         MOVE TR-AMOUNT TO PRG-AMOUNT.
0076DC         MOVE TR-CURRENCY-CODE TO PRG-CURRENCY-CODE.
0076DD         MOVE TR-MEMO-TEXT TO PAYMENT-BENEFICIARY-VIEW.
0076DE         MOVE PBV-ROUTING-NO TO PRG-ROUTING-NO.
0076DF         MOVE PBV-BENEF-ACCOUNT TO PRG-BENEF-ACCOUNT.
0076DG         MOVE PBV-BENEF-NAME TO PRG-BENEF-NAME.
0076DH         MOVE PBV-REMIT-INFO TO PRG-REMIT-INFO.
0076DI         MOVE SPL-REPORT-DATE TO PRG-CAPTURE-DATE.
0076DJ         MOVE SPL-REPORT-TIME TO PRG-CAPTURE-TIME.
0076DK         SET PRG-PENDING TO TRUE.
0076DL         MOVE ZERO TO PRG-SENT-DATE PRG-BATCH-NO PRG-ACK-DATE
0076DM             PRG-CREDIT-DATE.
0076DN         WRITE PAYMENT-REGISTER-RECORD
0076DO             INVALID KEY
0076DP                 GO TO 2057B-EXIT
0076DQ         END-WRITE.
0076DR         ADD 1 TO SPL-PAYMENT-CAPTURE-COUNT.
0076DS 2057B-EXIT.
0076DT         EXIT.
007610 2060-CHECK-REJECT-THRESHOLD.
007620         COMPUTE SPL-REJECT-PCT-ACTUAL =
007630             (SPL-REJECT-COUNT * 100) / COUNT-OF-RECORDS.
007860         MOVE SPL-REPORT-DATE TO EXT-RUN-DATE.
007870         MOVE SPL-REPORT-TIME TO EXT-RUN-TIME.
007872         MOVE TR-COMPANY-CODE TO EXT-COMPANY-CODE.
007874         MOVE TR-AMOUNT TO EXT-ORIG-AMOUNT.
007880         IF NOT SPL-DRY-RUN
007890             WRITE EXTRACT-RECORD
007892             ADD 1 TO SPL-EXTRACT-REC-COUNT
008739 3000-EXIT.
008740         EXIT.
008742 3050-RECORD-BRANCH-TOTAL.
008744         IF SPL-BRANCH-ENTRY-COUNT < 200
008745             ADD 1 TO SPL-BRANCH-ENTRY-COUNT
008746             MOVE SPL-CURRENT-BRANCH
008747                 TO SPL-LBR-CODE(SPL-BRANCH-ENTRY-COUNT)
008748             MOVE SPL-BRANCH-COUNT
008749                 TO SPL-LBR-REC-COUNT(SPL-BRANCH-ENTRY-COUNT)
00874A             MOVE SPL-BRANCH-AMOUNT
00874B                 TO SPL-LBR-AMOUNT(SPL-BRANCH-ENTRY-COUNT)
00874C         ELSE
00874D             DISPLAY "SAMPLE: BRANCH " SPL-CURRENT-BRANCH
00874E                 " DOES NOT FIT THE 200-ROW LEDGER BREAKDOWN"
00874F             PERFORM 3055-FLAG-BREAKDOWN-OVERFLOW THRU 3055-EXIT
00874G         END-IF.
008760 3050-EXIT.
008762         EXIT.
008781*---------------------------------------------------------------
008782*  3055-FLAG-BREAKDOWN-OVERFLOW.  A BRANCH OR REGION THE LEDGER
008783*  BREAKDOWN CANNOT HOLD WOULD LEAVE EVERY READER OF THE ENTRY
008784*  SHORT, SO THE ENTRY IS NOT POSTED AT ALL (8200) AND THE RUN
008785*  ENDS RC 16 (8300).  LOGGED ONCE, ON THE FIRST OVERFLOW.
008786*---------------------------------------------------------------
008787 3055-FLAG-BREAKDOWN-OVERFLOW.
008788         IF SPL-BREAKDOWN-OVERFLOW
008789             GO TO 3055-EXIT
00878A         END-IF.
00878B         SET SPL-BREAKDOWN-OVERFLOW TO TRUE.
00878C         MOVE "E" TO SPL-EVL-SEVERITY.
00878D         MOVE "BRKO" TO SPL-EVL-CODE.
00878E         MOVE "BRANCH BREAKDOWN OVERFLOW - LEDGER NOT POSTED"
00878F             TO SPL-EVL-TEXT.
00878G         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
00878H 3055-EXIT.
00878I         EXIT.
008764 3060-ADD-REGION-TOTAL.
008765         IF SPL-BRANCH-REGION = SPACES
008766             MOVE "***" TO SPL-BRANCH-REGION
00876H             END-SEARCH
00876I         END-IF.
00876J         IF NOT SPL-REGION-FOUND
008791             IF SPL-REGION-COUNT < 200
008792                 ADD 1 TO SPL-REGION-COUNT
008793                 SET SPL-REGION-IDX TO SPL-REGION-COUNT
008794                 MOVE SPL-BRANCH-REGION
008795                     TO SPL-REGION-CODE(SPL-REGION-IDX)
008796                 MOVE ZERO
008797                     TO SPL-REGION-REC-COUNT(SPL-REGION-IDX)
008798                 MOVE ZERO
008799                     TO SPL-REGION-AMOUNT(SPL-REGION-IDX)
00879A             ELSE
00879B                 DISPLAY "SAMPLE: REGION " SPL-BRANCH-REGION
00879C                     " DOES NOT FIT THE REGION TABLE"
00879D                 PERFORM 3055-FLAG-BREAKDOWN-OVERFLOW
00879G                     THRU 3055-EXIT
00879E                 GO TO 3060-EXIT
00879F             END-IF
00876W         END-IF.
00876X         ADD SPL-BRANCH-COUNT
00876Y             TO SPL-REGION-REC-COUNT(SPL-REGION-IDX).
008994         IF SPL-FPRNT-AVAILABLE
008996             CLOSE FINGERPRINT-FILE
008998         END-IF.
0089B1         IF SPL-MANDATE-OPEN
0089B2             CLOSE MANDATE-FILE
0089B3             DISPLAY "SAMPLE: DIRECT DEBIT MANDATES STAMPED = "
0089B4                 SPL-MANDATE-STAMP-COUNT
0089B5         END-IF.
0089BA         IF SPL-PAYREG-OPEN
0089BB             CLOSE PAYMENT-REGISTER-FILE
0089BC             DISPLAY "SAMPLE: INTERBANK TRANSFERS REGISTERED = "
0089BD                 SPL-PAYMENT-CAPTURE-COUNT
0089BE         END-IF.
00899A         DISPLAY "SAMPLE: SUSPECTED DUPLICATES = "
00899B             SPL-DUP-SUSPECT-COUNT ", OVERRIDDEN = "
00899C             SPL-DUP-OVERRIDE-COUNT.
0089X8             DISPLAY "SAMPLE: " SPL-STOP-HIT-COUNT
0089X9                 " STOP ORDER MATCH(ES)"
0089XA         END-IF.
0089XB         IF SPL-STOP-NOTICE-COUNT > ZERO
0089XC             DISPLAY "SAMPLE: " SPL-STOP-NOTICE-COUNT
0089XD                 " STOP-PAYMENT NOTICE(S) QUEUED"
0089XE             MOVE "E" TO NTQ-FUNCTION
0089XF             CALL "NOTICEQ" USING NOTICE-QUEUE-AREA
0089XG         END-IF.
0089Y1         PERFORM 8087-REWRITE-STOP-FILE THRU 8087-EXIT.
0089W1         IF SPL-WAREHOUSE-OPEN
0089W2             CLOSE WAREHOUSE-FILE
0092N0         MOVE SPL-REPORT-DATE TO EXT-RUN-DATE.
0092O0         MOVE SPL-REPORT-TIME TO EXT-RUN-TIME.
0092P0         MOVE SPACES TO EXT-COMPANY-CODE.
0092P5         MOVE ZERO TO EXT-ORIG-AMOUNT.
0092Q0         IF NOT SPL-DRY-RUN
0092R0             WRITE EXTRACT-RECORD
0092S0             ADD 1 TO SPL-EXTRACT-REC-COUNT
009464             MOVE 6 TO RETURN-CODE
009466             GO TO 8300-EXIT
009468         END-IF.
009469         IF SPL-BREAKDOWN-OVERFLOW
00946A             MOVE 16 TO RETURN-CODE
00946B             GO TO 8300-EXIT
00946C         END-IF.
009470         IF SPL-ABORT-THRESHOLD-EXCEEDED
009480             MOVE 16 TO RETURN-CODE
009490             GO TO 8300-EXIT
009966         MOVE DEBIT-TOTAL-OF-RECORDS TO CTL-DEBIT-TOTAL.
009967         MOVE CREDIT-TOTAL-OF-RECORDS TO CTL-CREDIT-TOTAL.
009968         MOVE "**" TO CTL-COMPANY-CODE.
009969         MOVE CTL-ENTRY-TYPE TO SPL-LEDGER-PARENT-TYPE.
00996A         MOVE ZERO TO SPL-LBR-SUB.
00996B         PERFORM 8235-FILL-ONE-SLOT THRU 8235-EXIT
00996C             VARYING CTL-BRANCH-IDX FROM 1 BY 1
00996D             UNTIL CTL-BRANCH-IDX > 20.
00996E         IF SPL-BREAKDOWN-OVERFLOW
00996F             DISPLAY "SAMPLE: BRANCH BREAKDOWN OVERFLOW - "
00996G                 "NO LEDGER ENTRY POSTED"
00996H             GO TO 8200-EXIT
00996I         END-IF.
009970         IF SPL-DRY-RUN
009980             GO TO 8200-EXIT
009990         END-IF.
010030             DISPLAY "SAMPLE: LEDGER MASTER NOT POSTED, "
010040                 "JOURNAL ENTRY WRITTEN - SEE LEDGPOST"
010050         END-IF.
01005A         MOVE ZERO TO SPL-CONTINUATION-SEQ.
01005B         PERFORM 8240-POST-CONTINUATION THRU 8240-EXIT
01005C             UNTIL SPL-LBR-SUB >= SPL-BRANCH-ENTRY-COUNT.
010052         IF SPL-COMPANY-COUNT > 1
010054             PERFORM 8220-POST-ONE-COMPANY THRU 8220-EXIT
010056                 VARYING SPL-COMPANY-IDX FROM 1 BY 1
01009D         END-IF.
010101 8210-EXIT.
010102         EXIT.
010111 8235-FILL-ONE-SLOT.
010112         IF SPL-LBR-SUB < SPL-BRANCH-ENTRY-COUNT
010113             ADD 1 TO SPL-LBR-SUB
010114             MOVE SPL-LBR-CODE(SPL-LBR-SUB)
010115                 TO CTL-BRANCH-CODE(CTL-BRANCH-IDX)
010116             MOVE SPL-LBR-REC-COUNT(SPL-LBR-SUB)
010117                 TO CTL-BRANCH-RECORD-COUNT(CTL-BRANCH-IDX)
010118             MOVE SPL-LBR-AMOUNT(SPL-LBR-SUB)
010119                 TO CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX)
01011A         ELSE
01011B             MOVE SPACES TO CTL-BRANCH-CODE(CTL-BRANCH-IDX)
01011C             MOVE ZERO TO CTL-BRANCH-RECORD-COUNT(CTL-BRANCH-IDX)
01011D             MOVE ZERO TO CTL-BRANCH-AMOUNT(CTL-BRANCH-IDX)
01011E         END-IF.
01011F 8235-EXIT.
01011G         EXIT.
01011H*---------------------------------------------------------------
01011I*  8240-POST-CONTINUATION.  BRANCHES BEYOND THE ENTRY'S OWN 20
01011J*  BREAKDOWN ROWS GO OUT 20 AT A TIME AS TYPE "K" CONTINUATION
01011K*  ENTRIES UNDER THE SAME RUN DATE, TIME AND RUN ID, CARRYING
01011L*  THE PARENT'S TYPE AND A SEQUENCE NUMBER.  THEIR COUNT AND
01011M*  AMOUNT TOTALS ARE ZERO -- THE PARENT ALREADY CARRIES THEM.
01011N*---------------------------------------------------------------
01011O 8240-POST-CONTINUATION.
01011P         ADD 1 TO SPL-CONTINUATION-SEQ.
01011Q         MOVE "K" TO CTL-ENTRY-TYPE.
01011R         MOVE SPL-LEDGER-PARENT-TYPE TO CTL-CONTINUED-TYPE.
01011S         MOVE SPL-CONTINUATION-SEQ TO CTL-CONTINUATION-SEQ.
01011T         MOVE ZERO TO CTL-RECORD-COUNT.
01011U         MOVE ZERO TO CTL-AMOUNT-TOTAL.
01011V         MOVE ZERO TO CTL-DEBIT-TOTAL.
01011W         MOVE ZERO TO CTL-CREDIT-TOTAL.
01011X         MOVE ZERO TO CTL-EXCEPTION-COUNT.
01011Y         PERFORM 8235-FILL-ONE-SLOT THRU 8235-EXIT
01011Z             VARYING CTL-BRANCH-IDX FROM 1 BY 1
010121             UNTIL CTL-BRANCH-IDX > 20.
010122         CALL "LEDGPOST" USING CTL-TOTAL-RECORD
010123             SPL-LEDGPOST-RC.
010124         IF SPL-LEDGPOST-RC NOT = ZERO
010125             DISPLAY "SAMPLE: CONTINUATION " SPL-CONTINUATION-SEQ
010126                 " LEDGER MASTER NOT POSTED - SEE LEDGPOST"
010127         END-IF.
010128 8240-EXIT.
010129         EXIT.
010110*---------------------------------------------------------------
010120*  8220-POST-ONE-COMPANY.  A MULTI-COMPANY RUN POSTS ONE TYPE
010130*  "P" DETAIL ENTRY PER COMPANY BESIDE THE CONSOLIDATED "O"
