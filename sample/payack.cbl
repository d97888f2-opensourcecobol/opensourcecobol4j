000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 PAYACK.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  INTERBANK PAYMENT
000220*                  ACKNOWLEDGMENTS, RUN AHEAD OF STEP01.  THE
000230*                  CLEARING NETWORK'S ANSWER FILE, PAYACKIN
000240*                  (PAYACKRC), IS MATCHED BACK TO PAYREG: AN "E"
000250*                  ROW BY THE TRACE NUMBER PAYOUT SENT, AN "F"
000260*                  ROW TO EVERY ENTRY CARRIED ON THE FILE IT
000270*                  NAMES.  ACCEPTED ENTRIES GO TO "A"; REJECTED
000280*                  ONES TO "R" WITH THE NETWORK'S REASON.  EVERY
000290*                  "R" ENTRY ON PAYREG -- THESE, AND ANY PAYOUT
000300*                  REFUSED -- IS THEN CREDITED BACK TO THE
000310*                  CUSTOMER AS A TYPE "19" ITEM ON PAYRTTRN, THE
000320*                  REASON CARRIED IN ITS MEMO, A "NETREJCT" EVENT
000330*                  IS LOGGED AGAINST THE TRANSFER'S ITEM ID, AND
000340*                  THE ENTRY GOES TO "C" SO IT IS NEVER CREDITED
000350*                  TWICE.  AN ANSWER NAMING NO ENTRY WE SENT
000360*                  OPENS A WORKQ ITEM.  SENT ENTRIES STILL
000370*                  UNANSWERED AFTER PYA-ANSWER-DAYS BUSINESS DAYS
000380*                  ARE LISTED.  PAYACKRP LISTS THE RUN.  RC 4 WHEN
000390*                  ANYTHING IS QUEUED OR OVERDUE, RC 16 WHEN
000400*                  PAYREG OR PAYRTTRN CANNOT BE OPENED.
00040A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00040B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00040C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000410*---------------------------------------------------------------
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.
000450         LINUX.
000460 OBJECT-COMPUTER.
000470         LINUX.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500         SELECT ACK-FILE ASSIGN TO "PAYACKIN"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS PYA-ACK-FILE-STATUS.
000530         SELECT PAYMENT-REGISTER-FILE ASSIGN TO "PAYREG"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS DYNAMIC
000560             RECORD KEY IS PRG-KEY
000570             FILE STATUS IS PYA-PAYREG-FILE-STATUS.
000580         SELECT GENERATED-FILE ASSIGN TO "PAYRTTRN"
000590             ORGANIZATION IS LINE SEQUENTIAL
000600             FILE STATUS IS PYA-GENERATED-FILE-STATUS.
000610         SELECT REPORT-FILE ASSIGN TO "PAYACKRP"
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS PYA-REPORT-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ACK-FILE.
000670     COPY PAYACKRC.
000680 FD  PAYMENT-REGISTER-FILE.
000690     COPY PAYREGRC.
000700*  A CREDIT-BACK CARRIES THE NETWORK'S REASON AS A TRAILING
000710*  MEMO; THE TRAILER IS WRITTEN AT THE PLAIN 54 BYTES.
000720 FD  GENERATED-FILE
000730     RECORD IS VARYING IN SIZE FROM 54 TO 153 CHARACTERS
000740     DEPENDING ON PYA-GEN-RECORD-LENGTH.
000750 01  GENERATED-RECORD            PIC X(153).
000760 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
000770         05  GEN-BRANCH-CODE         PIC X(03).
000780         05  GEN-ACCOUNT-NO          PIC X(10).
000790         05  GEN-RECORD-TYPE         PIC X(02).
000800         05  GEN-TRANS-DATE          PIC 9(08).
000810         05  GEN-AMOUNT              PIC 9(09)V99.
000820         05  GEN-DC-INDICATOR        PIC X(01).
000830         05  FILLER                  PIC X(19).
000840         05  GEN-MEMO-TEXT           PIC X(99).
000850 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
000860         05  GTL-KEY                 PIC X(13).
000870         05  GTL-RECORD-TYPE         PIC X(02).
000880         05  GTL-RUN-DATE            PIC 9(08).
000890         05  GTL-EXPECTED-COUNT      PIC 9(09).
000900         05  FILLER                  PIC X(121).
000910 FD  REPORT-FILE.
000920 01  REPORT-RECORD               PIC X(132).
000930 WORKING-STORAGE SECTION.
000940     COPY ITEMTRKC.
000950     COPY DATESRVC.
000960 01  PYA-FILE-STATUS-VALUES.
000970         05  PYA-ACK-FILE-STATUS     PIC X(02).
000980             88  PYA-ACK-FILE-OK         VALUE "00".
000990         05  PYA-PAYREG-FILE-STATUS  PIC X(02).
001000             88  PYA-PAYREG-FILE-OK      VALUE "00".
001010             88  PYA-PAYREG-NOT-FOUND    VALUE "35".
001020         05  PYA-GENERATED-FILE-STATUS PIC X(02).
001030             88  PYA-GENERATED-FILE-OK   VALUE "00".
001040         05  PYA-REPORT-FILE-STATUS  PIC X(02).
001050             88  PYA-REPORT-FILE-OK      VALUE "00".
001060 01  PYA-SWITCHES.
001070         05  PYA-ACK-EOF-SWITCH      PIC X(01) VALUE "N".
001080             88  PYA-ACK-AT-END          VALUE "Y".
001090         05  PYA-ACK-OPEN-SWITCH     PIC X(01) VALUE "N".
001100             88  PYA-ACK-OPEN            VALUE "Y".
001110         05  PYA-REG-EOF-SWITCH      PIC X(01) VALUE "N".
001120             88  PYA-REG-AT-END          VALUE "Y".
001130         05  PYA-REG-OPEN-SWITCH     PIC X(01) VALUE "N".
001140             88  PYA-REG-OPEN            VALUE "Y".
001150         05  PYA-READY-SWITCH        PIC X(01) VALUE "N".
001160             88  PYA-READY               VALUE "Y".
001170 01  PYA-RUN-DATE                PIC 9(08) VALUE ZERO.
001180 01  PYA-GEN-RECORD-LENGTH       PIC 9(04) COMP VALUE 54.
001190*  BUSINESS DAYS THE NETWORK HAS TO ANSWER A FILE BEFORE ITS
001200*  STILL-UNANSWERED ENTRIES ARE LISTED AS OVERDUE.
001210 01  PYA-ANSWER-DAYS             PIC 9(02) VALUE 2.
001220 01  PYA-COUNTERS.
001230         05  PYA-ACKS-READ           PIC 9(07) VALUE ZERO.
001240         05  PYA-ACCEPTED-COUNT      PIC 9(07) VALUE ZERO.
001250         05  PYA-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
001260         05  PYA-IGNORED-COUNT       PIC 9(07) VALUE ZERO.
001270         05  PYA-QUEUED-COUNT        PIC 9(07) VALUE ZERO.
001280         05  PYA-CREDITED-COUNT      PIC 9(07) VALUE ZERO.
001290         05  PYA-OVERDUE-COUNT       PIC 9(07) VALUE ZERO.
001300         05  PYA-FILE-HITS           PIC 9(07) VALUE ZERO.
001310         05  PYA-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
001320 01  PYA-TOTALS.
001330         05  PYA-TOTAL-CREDITED      PIC S9(11)V99 COMP-3
001340                                         VALUE ZERO.
001350         05  PYA-TOTAL-OVERDUE       PIC S9(11)V99 COMP-3
001360                                         VALUE ZERO.
001370 01  PYA-WORK-FIELDS.
001380         05  PYA-RESULT              PIC X(24) VALUE SPACES.
001390         05  PYA-WQ-SOURCE           PIC X(08) VALUE "PAYACK".
001400         05  PYA-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
001410 01  PYA-PRINT-LINE-FIELDS.
001420         05  PYA-AMOUNT-EDIT         PIC Z(8)9.99.
001430         05  PYA-TOTAL-EDIT          PIC Z(10)9.99.
001440         05  PYA-COUNT-EDIT          PIC ZZZZZZ9.
00144A     COPY RUNDATEC.
001450 PROCEDURE DIVISION.
001460 0000-MAINLINE.
001470         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001480         IF PYA-READY
001490             IF PYA-ACK-OPEN
001500                 PERFORM 2000-APPLY-ONE-ACK THRU 2000-EXIT
001510                     UNTIL PYA-ACK-AT-END
001520             END-IF
001530             PERFORM 3000-CREDIT-REJECTS THRU 3000-EXIT
001540             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
001550             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001560         END-IF.
001570         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001580         STOP RUN.
001590 1000-INITIALIZE.
001600         DISPLAY "PAYACK: JOB STARTING".
001610         MOVE ZERO TO RETURN-CODE.
001620         CALL "RUNDATE" USING RUN-DATE-AREA.
00162A         MOVE RDT-RUN-DATE TO PYA-RUN-DATE.
001630         OPEN I-O PAYMENT-REGISTER-FILE.
001640         IF PYA-PAYREG-NOT-FOUND
001650             DISPLAY "PAYACK: NO PAYREG FILE - NOTHING TO DO"
001660             GO TO 1000-EXIT
001670         END-IF.
001680         IF NOT PYA-PAYREG-FILE-OK
001690             DISPLAY "PAYACK: CANNOT OPEN PAYREG, STATUS = "
001700                 PYA-PAYREG-FILE-STATUS
001710             MOVE 16 TO RETURN-CODE
001720             GO TO 1000-EXIT
001730         END-IF.
001740         SET PYA-REG-OPEN TO TRUE.
001750         OPEN OUTPUT GENERATED-FILE.
001760         IF NOT PYA-GENERATED-FILE-OK
001770             DISPLAY "PAYACK: CANNOT OPEN PAYRTTRN, STATUS = "
001780                 PYA-GENERATED-FILE-STATUS
001790             MOVE 16 TO RETURN-CODE
001800             GO TO 1000-EXIT
001810         END-IF.
001820         SET PYA-READY TO TRUE.
001830         OPEN INPUT ACK-FILE.
001840         IF PYA-ACK-FILE-OK
001850             SET PYA-ACK-OPEN TO TRUE
001860         ELSE
001870             DISPLAY "PAYACK: NO PAYACKIN FILE - CREDIT-BACKS "
001880                 "ONLY"
001890         END-IF.
001900         OPEN OUTPUT REPORT-FILE.
001910         MOVE SPACES TO REPORT-RECORD.
001920         STRING "INTERBANK PAYMENT ACKNOWLEDGMENTS   "
001930             "RUN DATE: " PYA-RUN-DATE
001940             DELIMITED BY SIZE INTO REPORT-RECORD.
001950         WRITE REPORT-RECORD.
001960         MOVE SPACES TO REPORT-RECORD.
001970         STRING "TRACE KEY     BRANCH ACCOUNT    SENT     ID "
001980             "      AMOUNT RESULT"
001990             DELIMITED BY SIZE INTO REPORT-RECORD.
002000         WRITE REPORT-RECORD.
002010 1000-EXIT.
002020         EXIT.
002030 2000-APPLY-ONE-ACK.
002040         READ ACK-FILE
002050             AT END
002060                 MOVE "Y" TO PYA-ACK-EOF-SWITCH
002070                 GO TO 2000-EXIT
002080         END-READ.
002090         ADD 1 TO PYA-ACKS-READ.
002100         IF NOT PAK-ACCEPTED AND NOT PAK-REJECTED
002110             MOVE "BAD ACKNOWLEDGMENT STATUS" TO PYA-RESULT
002120             PERFORM 2900-QUEUE-ACK THRU 2900-EXIT
002130             GO TO 2000-EXIT
002140         END-IF.
002150         IF PAK-IS-FILE-ACK
002160             PERFORM 2200-APPLY-FILE-ACK THRU 2200-EXIT
002170             GO TO 2000-EXIT
002180         END-IF.
002190         IF NOT PAK-IS-ENTRY-ACK
002200             MOVE "BAD ACKNOWLEDGMENT TYPE" TO PYA-RESULT
002210             PERFORM 2900-QUEUE-ACK THRU 2900-EXIT
002220             GO TO 2000-EXIT
002230         END-IF.
002240         MOVE PAK-TRACE-KEY TO PRG-KEY.
002250         READ PAYMENT-REGISTER-FILE
002260             INVALID KEY
002270                 MOVE "NO SUCH ENTRY SENT" TO PYA-RESULT
002280                 PERFORM 2900-QUEUE-ACK THRU 2900-EXIT
002290                 GO TO 2000-EXIT
002300         END-READ.
002310         PERFORM 2100-APPLY-TO-ENTRY THRU 2100-EXIT.
002320 2000-EXIT.
002330         EXIT.
002340*---------------------------------------------------------------
002350*  2100-APPLY-TO-ENTRY.  ONLY A SENT OR ACCEPTED ENTRY CAN TAKE
002360*  AN ANSWER: A REJECTION OVERRIDES AN EARLIER ACCEPTANCE (THE
002370*  NETWORK MAY ACCEPT THE FILE AND STILL BOUNCE AN ENTRY IN IT),
002380*  BUT AN ENTRY ALREADY REJECTED OR CREDITED BACK STAYS PUT.
002390*---------------------------------------------------------------
002400 2100-APPLY-TO-ENTRY.
002410         IF NOT PRG-SENT AND NOT PRG-ACCEPTED
002420             ADD 1 TO PYA-IGNORED-COUNT
002430             MOVE "ALREADY ANSWERED" TO PYA-RESULT
002440             PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT
002450             GO TO 2100-EXIT
002460         END-IF.
002470         IF PAK-ACCEPTED
002480             IF PRG-ACCEPTED
002490                 ADD 1 TO PYA-IGNORED-COUNT
002500                 GO TO 2100-EXIT
002510             END-IF
002520             SET PRG-ACCEPTED TO TRUE
002530             MOVE "ACCEPTED" TO PYA-RESULT
002540             ADD 1 TO PYA-ACCEPTED-COUNT
002550         ELSE
002560             SET PRG-REJECTED TO TRUE
002570             MOVE PAK-REASON-CODE TO PRG-REJECT-CODE
002580             MOVE PAK-REASON-TEXT TO PRG-REJECT-TEXT
002590             MOVE "REJECTED" TO PYA-RESULT
002600             ADD 1 TO PYA-REJECTED-COUNT
002610         END-IF.
002620         MOVE PYA-RUN-DATE TO PRG-ACK-DATE.
002630         REWRITE PAYMENT-REGISTER-RECORD
002640             INVALID KEY
002650                 DISPLAY "PAYACK: PAYREG REWRITE FAILED FOR "
002660                     PRG-KEY ", STATUS = " PYA-PAYREG-FILE-STATUS
002670                 MOVE 16 TO RETURN-CODE
002680         END-REWRITE.
002690         PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
002700 2100-EXIT.
002710         EXIT.
002720*---------------------------------------------------------------
002730*  2200-APPLY-FILE-ACK.  A FILE-LEVEL ANSWER IS APPLIED TO EVERY
002740*  ENTRY THE NAMED FILE CARRIED.  A FILE WE NEVER SENT IS QUEUED.
002750*---------------------------------------------------------------
002760 2200-APPLY-FILE-ACK.
002770         MOVE ZERO TO PYA-FILE-HITS.
002780         MOVE LOW-VALUES TO PRG-KEY.
002790         START PAYMENT-REGISTER-FILE KEY IS NOT LESS THAN PRG-KEY
002800             INVALID KEY
002810                 MOVE "Y" TO PYA-REG-EOF-SWITCH
002820             NOT INVALID KEY
002830                 MOVE "N" TO PYA-REG-EOF-SWITCH
002840         END-START.
002850         PERFORM 2250-FILE-ACK-ONE-ENTRY THRU 2250-EXIT
002860             UNTIL PYA-REG-AT-END.
002870         IF PYA-FILE-HITS = ZERO
002880             MOVE "NO SUCH FILE SENT" TO PYA-RESULT
002890             PERFORM 2900-QUEUE-ACK THRU 2900-EXIT
002900         END-IF.
002910 2200-EXIT.
002920         EXIT.
002930 2250-FILE-ACK-ONE-ENTRY.
002940         READ PAYMENT-REGISTER-FILE NEXT RECORD
002950             AT END
002960                 MOVE "Y" TO PYA-REG-EOF-SWITCH
002970                 GO TO 2250-EXIT
002980         END-READ.
002990         IF PRG-SENT-DATE NOT = PAK-FILE-DATE
003000             OR PRG-FILE-ID NOT = PAK-FILE-ID
003010             GO TO 2250-EXIT
003020         END-IF.
003030         ADD 1 TO PYA-FILE-HITS.
003040         PERFORM 2100-APPLY-TO-ENTRY THRU 2100-EXIT.
003050 2250-EXIT.
003060         EXIT.
003070 2900-QUEUE-ACK.
003080         MOVE SPACES TO PYA-WQ-DESCRIPTION.
003090         IF PAK-IS-FILE-ACK
003100             STRING "NETWORK ACK FILE " PAK-FILE-DATE " "
003110                 PAK-FILE-ID " " PYA-RESULT
003120                 DELIMITED BY SIZE INTO PYA-WQ-DESCRIPTION
003130         ELSE
003140             STRING "NETWORK ACK TRACE " PAK-TRACE-NUMBER " "
003150                 PYA-RESULT
003160                 DELIMITED BY SIZE INTO PYA-WQ-DESCRIPTION
003170         END-IF.
003180         CALL "WQOPEN" USING PYA-WQ-SOURCE PYA-RUN-DATE
003190             PYA-WQ-DESCRIPTION.
003200         ADD 1 TO PYA-QUEUED-COUNT.
003210         MOVE 4 TO RETURN-CODE.
003220         MOVE SPACES TO REPORT-RECORD.
003230         STRING PYA-WQ-DESCRIPTION " - QUEUED TO WORKQ"
003240             DELIMITED BY SIZE INTO REPORT-RECORD.
003250         WRITE REPORT-RECORD.
003260 2900-EXIT.
003270         EXIT.
003280*---------------------------------------------------------------
003290*  3000-CREDIT-REJECTS.  ONE PASS OF PAYREG AFTER THE ANSWERS
003300*  ARE IN: EVERY REJECTED ENTRY IS CREDITED BACK, AND EVERY SENT
003310*  ENTRY STILL WAITING PAST ITS ANSWER DAYS IS LISTED.
003320*---------------------------------------------------------------
003330 3000-CREDIT-REJECTS.
003340         MOVE SPACES TO REPORT-RECORD.
003350         WRITE REPORT-RECORD.
003360         MOVE LOW-VALUES TO PRG-KEY.
003370         START PAYMENT-REGISTER-FILE KEY IS NOT LESS THAN PRG-KEY
003380             INVALID KEY
003390                 GO TO 3000-EXIT
003400         END-START.
003410         MOVE "N" TO PYA-REG-EOF-SWITCH.
003420         PERFORM 3100-SWEEP-ONE-ENTRY THRU 3100-EXIT
003430             UNTIL PYA-REG-AT-END.
003440 3000-EXIT.
003450         EXIT.
003460 3100-SWEEP-ONE-ENTRY.
003470         READ PAYMENT-REGISTER-FILE NEXT RECORD
003480             AT END
003490                 MOVE "Y" TO PYA-REG-EOF-SWITCH
003500                 GO TO 3100-EXIT
003510         END-READ.
003520         IF PRG-REJECTED
003530             PERFORM 3200-CREDIT-BACK THRU 3200-EXIT
003540             GO TO 3100-EXIT
003550         END-IF.
003560         IF PRG-SENT
003570             PERFORM 3300-CHECK-OVERDUE THRU 3300-EXIT
003580         END-IF.
003590 3100-EXIT.
003600         EXIT.
003610*  THE TRANSFER LEFT THE ACCOUNT AS A "C" ITEM; THE TYPE "19"
003620*  ITEM COMES BACK ON THE OTHER SIDE, DATED TODAY, AND CARRIES
003630*  THE REASON SO IT SHOWS ON THE CUSTOMER'S HISTORY.
003640 3200-CREDIT-BACK.
003650         MOVE SPACES TO GENERATED-RECORD.
003660         MOVE PRG-BRANCH-CODE TO GEN-BRANCH-CODE.
003670         MOVE PRG-ACCOUNT-NO TO GEN-ACCOUNT-NO.
003680         MOVE "19" TO GEN-RECORD-TYPE.
003690         MOVE PYA-RUN-DATE TO GEN-TRANS-DATE.
003700         MOVE PRG-AMOUNT TO GEN-AMOUNT.
003710         MOVE SPACE TO GEN-DC-INDICATOR.
003720         STRING "TRANSFER RETURNED - " PRG-REJECT-CODE " "
003730             PRG-REJECT-TEXT " TO " PRG-BENEF-ACCOUNT
003740             " ITEM " PRG-ITEM-ID
003750             DELIMITED BY SIZE INTO GEN-MEMO-TEXT.
003760         MOVE 153 TO PYA-GEN-RECORD-LENGTH.
003770         WRITE GENERATED-RECORD.
003780         ADD 1 TO PYA-GENERATED-COUNT.
003790         SET PRG-CREDITED TO TRUE.
003800         MOVE PYA-RUN-DATE TO PRG-CREDIT-DATE.
003810         REWRITE PAYMENT-REGISTER-RECORD
003820             INVALID KEY
003830                 DISPLAY "PAYACK: PAYREG REWRITE FAILED FOR "
003840                     PRG-KEY ", STATUS = " PYA-PAYREG-FILE-STATUS
003850                 MOVE 16 TO RETURN-CODE
003860         END-REWRITE.
003870         ADD 1 TO PYA-CREDITED-COUNT.
003880         ADD PRG-AMOUNT TO PYA-TOTAL-CREDITED.
003890         IF PRG-ITEM-ID NOT = ZERO
003900             MOVE "E" TO ITK-FUNCTION
003910             MOVE "PAYACK" TO ITK-PROGRAM-ID
003920             MOVE "NETREJCT" TO ITK-EVENT
003930             MOVE ZERO TO ITK-REASON-CODE
003940             MOVE PRG-ITEM-ID TO ITK-ITEM-ID
003950             MOVE PRG-BRANCH-CODE TO ITK-BRANCH-CODE
003960             MOVE PRG-ACCOUNT-NO TO ITK-ACCOUNT-NO
003970             MOVE PRG-RECORD-TYPE TO ITK-RECORD-TYPE
003980             MOVE PRG-TRANS-DATE TO ITK-TRANS-DATE
003990             MOVE PRG-AMOUNT TO ITK-AMOUNT
004000             CALL "ITEMTRAK" USING ITEM-TRACE-AREA
004010         END-IF.
004020         MOVE SPACES TO PYA-RESULT.
004030         STRING "CREDITED BACK " PRG-REJECT-CODE
004040             DELIMITED BY SIZE INTO PYA-RESULT.
004050         PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
004060 3200-EXIT.
004070         EXIT.
004080 3300-CHECK-OVERDUE.
004090         MOVE SPACES TO DSV-REGION-CODE.
004100         MOVE "D" TO DSV-FUNCTION.
004110         MOVE PRG-SENT-DATE TO DSV-DATE-1.
004120         MOVE PYA-RUN-DATE TO DSV-DATE-2.
004130         CALL "DATESRV" USING DATE-SERVICE-AREA.
004140         IF NOT DSV-SUCCESSFUL
004150             OR DSV-DAYS-BETWEEN NOT > PYA-ANSWER-DAYS
004160             GO TO 3300-EXIT
004170         END-IF.
004180         ADD 1 TO PYA-OVERDUE-COUNT.
004190         ADD PRG-AMOUNT TO PYA-TOTAL-OVERDUE.
004200         MOVE 4 TO RETURN-CODE.
004210         MOVE "NO ANSWER - OVERDUE" TO PYA-RESULT.
004220         PERFORM 7000-PRINT-ENTRY THRU 7000-EXIT.
004230 3300-EXIT.
004240         EXIT.
004250 4000-WRITE-TRAILER.
004260         MOVE SPACES TO GENERATED-RECORD.
004270         MOVE "0" TO GTL-KEY.
004280         MOVE "99" TO GTL-RECORD-TYPE.
004290         MOVE PYA-RUN-DATE TO GTL-RUN-DATE.
004300         MOVE PYA-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
004310         MOVE 54 TO PYA-GEN-RECORD-LENGTH.
004320         WRITE GENERATED-RECORD.
004330 4000-EXIT.
004340         EXIT.
004350 5000-PRINT-TOTALS.
004360         MOVE SPACES TO REPORT-RECORD.
004370         WRITE REPORT-RECORD.
004380         MOVE PYA-ACKS-READ TO PYA-COUNT-EDIT.
004390         MOVE SPACES TO REPORT-RECORD.
004400         STRING "ANSWERS READ      " PYA-COUNT-EDIT
004410             DELIMITED BY SIZE INTO REPORT-RECORD.
004420         WRITE REPORT-RECORD.
004430         MOVE PYA-ACCEPTED-COUNT TO PYA-COUNT-EDIT.
004440         MOVE SPACES TO REPORT-RECORD.
004450         STRING "ENTRIES ACCEPTED  " PYA-COUNT-EDIT
004460             DELIMITED BY SIZE INTO REPORT-RECORD.
004470         WRITE REPORT-RECORD.
004480         MOVE PYA-REJECTED-COUNT TO PYA-COUNT-EDIT.
004490         MOVE SPACES TO REPORT-RECORD.
004500         STRING "ENTRIES REJECTED  " PYA-COUNT-EDIT
004510             DELIMITED BY SIZE INTO REPORT-RECORD.
004520         WRITE REPORT-RECORD.
004530         MOVE PYA-CREDITED-COUNT TO PYA-COUNT-EDIT.
004540         MOVE PYA-TOTAL-CREDITED TO PYA-TOTAL-EDIT.
004550         MOVE SPACES TO REPORT-RECORD.
004560         STRING "CREDITED BACK     " PYA-COUNT-EDIT
004570             "   AMOUNT " PYA-TOTAL-EDIT
004580             DELIMITED BY SIZE INTO REPORT-RECORD.
004590         WRITE REPORT-RECORD.
004600         MOVE PYA-OVERDUE-COUNT TO PYA-COUNT-EDIT.
004610         MOVE PYA-TOTAL-OVERDUE TO PYA-TOTAL-EDIT.
004620         MOVE SPACES TO REPORT-RECORD.
004630         STRING "OVERDUE ANSWERS   " PYA-COUNT-EDIT
004640             "   AMOUNT " PYA-TOTAL-EDIT
004650             DELIMITED BY SIZE INTO REPORT-RECORD.
004660         WRITE REPORT-RECORD.
004670         MOVE PYA-QUEUED-COUNT TO PYA-COUNT-EDIT.
004680         MOVE SPACES TO REPORT-RECORD.
004690         STRING "QUEUED TO WORKQ   " PYA-COUNT-EDIT
004700             DELIMITED BY SIZE INTO REPORT-RECORD.
004710         WRITE REPORT-RECORD.
004720 5000-EXIT.
004730         EXIT.
004740 7000-PRINT-ENTRY.
004750         MOVE PRG-AMOUNT TO PYA-AMOUNT-EDIT.
004760         MOVE SPACES TO REPORT-RECORD.
004770         STRING PRG-KEY " " PRG-BRANCH-CODE "    "
004780             PRG-ACCOUNT-NO " " PRG-SENT-DATE " " PRG-FILE-ID
004790             "  " PYA-AMOUNT-EDIT " " PYA-RESULT
004800             DELIMITED BY SIZE INTO REPORT-RECORD.
004810         WRITE REPORT-RECORD.
004820 7000-EXIT.
004830         EXIT.
004840 8000-TERMINATE.
004850         IF PYA-READY
004860             CLOSE GENERATED-FILE
004870         END-IF.
004880         IF PYA-ACK-OPEN
004890             CLOSE ACK-FILE
004900         END-IF.
004910         IF PYA-REG-OPEN
004920             CLOSE PAYMENT-REGISTER-FILE
004930         END-IF.
004940         IF PYA-REPORT-FILE-OK
004950             CLOSE REPORT-FILE
004960         END-IF.
004970         DISPLAY "----------------------------------------------".
004980         DISPLAY "ANSWERS READ       = " PYA-ACKS-READ.
004990         DISPLAY "ENTRIES ACCEPTED   = " PYA-ACCEPTED-COUNT.
005000         DISPLAY "ENTRIES REJECTED   = " PYA-REJECTED-COUNT.
005010         DISPLAY "CREDITED BACK      = " PYA-CREDITED-COUNT.
005020         DISPLAY "OVERDUE ANSWERS    = " PYA-OVERDUE-COUNT.
005030         DISPLAY "QUEUED TO WORKQ    = " PYA-QUEUED-COUNT.
005040         DISPLAY "PAYACK: JOB COMPLETE, RETURN CODE "
005050             RETURN-CODE.
005060 8000-EXIT.
005070         EXIT.
