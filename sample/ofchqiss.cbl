000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 OFCHQISS.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  MODIFICATION HISTORY
000180*  ------------------------------------------------------------
000190*  DATE       BY   DESCRIPTION
000200*  ---------- ---- --------------------------------------------
000210*  10/15/2026 DCG  ORIGINAL PROGRAM.  OFFICIAL CHEQUE ISSUANCE,
000220*                  RUN AHEAD OF STEP01.  EVERY OFFICIAL BANK
000230*                  CHEQUE IS NUMBERED AND LOGGED ON THE
000240*                  OFCHQREG REGISTER (OFCHQRC), CREATED ON FIRST
000250*                  USE.  LAST NIGHT'S ACCTCLOS PAYOUT CHEQUES
000260*                  (CLOSCHQ) ARE REGISTERED AS CLOSURE CHEQUES
000270*                  -- THEIR TYPE "11" ITEM HAS ALREADY TAKEN THE
000280*                  MONEY.  THE BRANCHES' OFCHQREQ REQUESTS
000290*                  (OFCHQRQC) ARE THEN WORKED: AN ISSUE IS
000300*                  REFUSED WHEN THE KEYING OPERATOR LACKS THE
000310*                  KEYING RIGHT, THE REQUEST IS INCOMPLETE, THE
000320*                  ACCOUNT IS NOT OPEN ON ACCTMST OR ITS
000330*                  AVAILABLE PLUS MEMO BALANCE, LESS WHAT THIS
000340*                  RUN HAS ALREADY DRAWN ON IT, WILL NOT COVER
000350*                  THE CHEQUE; OTHERWISE THE CHEQUE TAKES THE
000360*                  NEXT NUMBER AND IS DEBITED TO THE ACCOUNT AS
000370*                  A TYPE "20" ITEM ON OFCHQTRN, WHICH RIDES
000380*                  TRANLIST TO STEP01.  A STOP MARKS AN ISSUED
000390*                  CHEQUE STOPPED.  A VOID CANCELS AN ISSUED OR
000400*                  STOPPED CHEQUE AND CREDITS THE MONEY BACK AS
000410*                  A TYPE "21" ITEM; A VOID WHOSE ACCOUNT IS NO
000420*                  LONGER OPEN (A CLOSURE CHEQUE, USUALLY) IS
000430*                  REFUSED AND QUEUED TO WORKQ FOR OPERATIONS TO
000440*                  PLACE THE FUNDS.  OFCHQIRP LISTS EVERY CHEQUE
000450*                  REGISTERED WITH ITS NUMBER FOR THE BRANCH TO
000460*                  WRITE ON IT, AND EVERY REQUEST REFUSED.  RC 4
000470*                  WHEN ANY REQUEST IS REFUSED, RC 16 WHEN
000480*                  OFCHQREG, ACCTMST OR OFCHQTRN CANNOT BE
000490*                  OPENED.
000500*---------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.
000540         LINUX.
000550 OBJECT-COMPUTER.
000560         LINUX.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590         SELECT REQUEST-FILE ASSIGN TO "OFCHQREQ"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS OCI-REQUEST-FILE-STATUS.
000620         SELECT CLOSURE-CHEQUE-FILE ASSIGN TO "CLOSCHQ"
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS OCI-CLOSCHQ-FILE-STATUS.
000650         SELECT CHEQUE-REGISTER-FILE ASSIGN TO "OFCHQREG"
000660             ORGANIZATION IS INDEXED
000670             ACCESS MODE IS DYNAMIC
000680             RECORD KEY IS OCQ-CHEQUE-NO
000690             FILE STATUS IS OCI-REGISTER-FILE-STATUS.
000700         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000710             ORGANIZATION IS INDEXED
000720             ACCESS MODE IS RANDOM
000730             RECORD KEY IS ACM-ACCOUNT-NO
000740             FILE STATUS IS OCI-MASTER-FILE-STATUS.
000750         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000760             ORGANIZATION IS INDEXED
000770             ACCESS MODE IS RANDOM
000780             RECORD KEY IS ABL-KEY
000790             FILE STATUS IS OCI-BALANCE-FILE-STATUS.
000800         SELECT GENERATED-FILE ASSIGN TO "OFCHQTRN"
000810             ORGANIZATION IS LINE SEQUENTIAL
000820             FILE STATUS IS OCI-GENERATED-FILE-STATUS.
000830         SELECT REPORT-FILE ASSIGN TO "OFCHQIRP"
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS OCI-REPORT-FILE-STATUS.
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  REQUEST-FILE.
000890     COPY OFCHQRQC.
000900*  SAME SHAPE AS ACCTCLOS WRITES IT.
000910 FD  CLOSURE-CHEQUE-FILE.
000920 01  CLOSURE-CHEQUE-RECORD.
000930         05  CHQ-ISSUE-DATE          PIC 9(08).
000940         05  CHQ-BRANCH-CODE         PIC X(03).
000950         05  CHQ-ACCOUNT-NO          PIC X(10).
000960         05  CHQ-PAYEE-NAME          PIC X(20).
000970         05  CHQ-AMOUNT              PIC 9(09)V99.
000980 FD  CHEQUE-REGISTER-FILE.
000990     COPY OFCHQRC.
001000 FD  ACCOUNT-MASTER-FILE.
001010     COPY ACCTREC.
001020 FD  BALANCE-FILE.
001030     COPY BALREC.
001040*  AN ITEM CARRIES THE CHEQUE NUMBER AND PAYEE AS A TRAILING
001050*  MEMO; THE TRAILER IS WRITTEN AT THE PLAIN 54 BYTES.
001060 FD  GENERATED-FILE
001070     RECORD IS VARYING IN SIZE FROM 54 TO 153 CHARACTERS
001080     DEPENDING ON OCI-GEN-RECORD-LENGTH.
001090 01  GENERATED-RECORD            PIC X(153).
001100 01  GENERATED-DETAIL REDEFINES GENERATED-RECORD.
001110         05  GEN-BRANCH-CODE         PIC X(03).
001120         05  GEN-ACCOUNT-NO          PIC X(10).
001130         05  GEN-RECORD-TYPE         PIC X(02).
001140         05  GEN-TRANS-DATE          PIC 9(08).
001150         05  GEN-AMOUNT              PIC 9(09)V99.
001160         05  GEN-DC-INDICATOR        PIC X(01).
001170         05  FILLER                  PIC X(19).
001180         05  GEN-MEMO-TEXT           PIC X(99).
001190 01  GENERATED-TRAILER REDEFINES GENERATED-RECORD.
001200         05  GTL-KEY                 PIC X(13).
001210         05  GTL-RECORD-TYPE         PIC X(02).
001220         05  GTL-RUN-DATE            PIC 9(08).
001230         05  GTL-EXPECTED-COUNT      PIC 9(09).
001240         05  FILLER                  PIC X(121).
001250 FD  REPORT-FILE.
001260 01  REPORT-RECORD               PIC X(132).
001270 WORKING-STORAGE SECTION.
001280     COPY RUNDATEC.
001290     COPY OPAUTHC.
001300 01  OCI-FILE-STATUS-VALUES.
001310         05  OCI-REQUEST-FILE-STATUS PIC X(02).
001320             88  OCI-REQUEST-FILE-OK     VALUE "00".
001330         05  OCI-CLOSCHQ-FILE-STATUS PIC X(02).
001340             88  OCI-CLOSCHQ-FILE-OK     VALUE "00".
001350         05  OCI-REGISTER-FILE-STATUS PIC X(02).
001360             88  OCI-REGISTER-FILE-OK    VALUE "00".
001370             88  OCI-REGISTER-NOT-FOUND  VALUE "35".
001380         05  OCI-MASTER-FILE-STATUS  PIC X(02).
001390             88  OCI-MASTER-FILE-OK      VALUE "00".
001400         05  OCI-BALANCE-FILE-STATUS PIC X(02).
001410             88  OCI-BALANCE-FILE-OK     VALUE "00".
001420         05  OCI-GENERATED-FILE-STATUS PIC X(02).
001430             88  OCI-GENERATED-FILE-OK   VALUE "00".
001440         05  OCI-REPORT-FILE-STATUS  PIC X(02).
001450             88  OCI-REPORT-FILE-OK      VALUE "00".
001460 01  OCI-SWITCHES.
001470         05  OCI-REQUEST-EOF-SWITCH  PIC X(01) VALUE "N".
001480             88  OCI-REQUEST-AT-END      VALUE "Y".
001490         05  OCI-REQUEST-OPEN-SWITCH PIC X(01) VALUE "N".
001500             88  OCI-REQUEST-OPEN        VALUE "Y".
001510         05  OCI-CLOSCHQ-EOF-SWITCH  PIC X(01) VALUE "N".
001520             88  OCI-CLOSCHQ-AT-END      VALUE "Y".
001530         05  OCI-CLOSCHQ-OPEN-SWITCH PIC X(01) VALUE "N".
001540             88  OCI-CLOSCHQ-OPEN        VALUE "Y".
001550         05  OCI-REG-EOF-SWITCH      PIC X(01) VALUE "N".
001560             88  OCI-REG-AT-END          VALUE "Y".
001570         05  OCI-REG-OPEN-SWITCH     PIC X(01) VALUE "N".
001580             88  OCI-REG-OPEN            VALUE "Y".
001590         05  OCI-MASTER-OPEN-SWITCH  PIC X(01) VALUE "N".
001600             88  OCI-MASTER-OPEN         VALUE "Y".
001610         05  OCI-BALANCE-OPEN-SWITCH PIC X(01) VALUE "N".
001620             88  OCI-BALANCE-OPEN        VALUE "Y".
001630         05  OCI-READY-SWITCH        PIC X(01) VALUE "N".
001640             88  OCI-READY               VALUE "Y".
00164A         05  OCI-FND-FULL-SWITCH     PIC X(01) VALUE "N".
00164B             88  OCI-FND-FULL            VALUE "Y".
001650 01  OCI-RUN-DATE                PIC 9(08) VALUE ZERO.
001660 01  OCI-GEN-RECORD-LENGTH       PIC 9(04) COMP VALUE 54.
001670*  KEPT APART FROM RETURN-CODE, WHICH EVERY CALL RESETS.
001680 01  OCI-RETURN-CODE             PIC 9(02) VALUE ZERO.
001690 01  OCI-LAST-CHEQUE-NO          PIC 9(08) VALUE ZERO.
001700*  WHAT THIS RUN HAS ALREADY DRAWN ON EACH ACCOUNT, SO TWO
001710*  CHEQUES THE SAME NIGHT CANNOT BOTH SPEND THE SAME FUNDS.
001720 01  OCI-FUNDS-TABLE.
001730         05  OCI-FND-COUNT           PIC 9(04) COMP VALUE ZERO.
001740         05  OCI-FND-ENTRY           OCCURS 200 TIMES
001750                                     INDEXED BY OCI-FND-IDX.
001760             10  OCI-FND-BRANCH      PIC X(03).
001770             10  OCI-FND-ACCOUNT     PIC X(10).
001780             10  OCI-FND-AVAILABLE   PIC S9(11)V99 COMP-3.
001790 01  OCI-COUNTERS.
001800         05  OCI-CLOSURES-READ       PIC 9(07) VALUE ZERO.
001810         05  OCI-REQUESTS-READ       PIC 9(07) VALUE ZERO.
001820         05  OCI-ISSUED-COUNT        PIC 9(07) VALUE ZERO.
001830         05  OCI-STOPPED-COUNT       PIC 9(07) VALUE ZERO.
001840         05  OCI-VOIDED-COUNT        PIC 9(07) VALUE ZERO.
001850         05  OCI-REFUSED-COUNT       PIC 9(07) VALUE ZERO.
001860         05  OCI-QUEUED-COUNT        PIC 9(07) VALUE ZERO.
001870         05  OCI-GENERATED-COUNT     PIC 9(09) VALUE ZERO.
001880 01  OCI-TOTALS.
001890         05  OCI-TOTAL-ISSUED        PIC S9(11)V99 COMP-3
001900                                         VALUE ZERO.
001910         05  OCI-TOTAL-VOIDED        PIC S9(11)V99 COMP-3
001920                                         VALUE ZERO.
001930 01  OCI-WORK-FIELDS.
001940         05  OCI-ACTION-WORD         PIC X(07) VALUE SPACES.
001950         05  OCI-RESULT              PIC X(32) VALUE SPACES.
001960         05  OCI-WQ-SOURCE           PIC X(08) VALUE "OFCHQISS".
001970         05  OCI-WQ-DESCRIPTION      PIC X(60) VALUE SPACES.
001980 01  OCI-PRINT-LINE-FIELDS.
001990         05  OCI-AMOUNT-EDIT         PIC Z(8)9.99.
002000         05  OCI-TOTAL-EDIT          PIC Z(10)9.99.
002010         05  OCI-COUNT-EDIT          PIC ZZZZZZ9.
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050         IF OCI-READY
002060             IF OCI-CLOSCHQ-OPEN
002070                 PERFORM 2000-REGISTER-CLOSURE THRU 2000-EXIT
002080                     UNTIL OCI-CLOSCHQ-AT-END
002090             END-IF
002100             IF OCI-REQUEST-OPEN
002110                 PERFORM 3000-WORK-ONE-REQUEST THRU 3000-EXIT
002120                     UNTIL OCI-REQUEST-AT-END
002130             END-IF
002140             PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT
002150             PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002160         END-IF.
002170         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002180         STOP RUN.
002190 1000-INITIALIZE.
002200         DISPLAY "OFCHQISS: JOB STARTING".
002210         CALL "RUNDATE" USING RUN-DATE-AREA.
002220         MOVE RDT-RUN-DATE TO OCI-RUN-DATE.
002230         OPEN I-O CHEQUE-REGISTER-FILE.
002240         IF OCI-REGISTER-NOT-FOUND
002250             OPEN OUTPUT CHEQUE-REGISTER-FILE
002260             CLOSE CHEQUE-REGISTER-FILE
002270             OPEN I-O CHEQUE-REGISTER-FILE
002280         END-IF.
002290         IF NOT OCI-REGISTER-FILE-OK
002300             DISPLAY "OFCHQISS: CANNOT OPEN OFCHQREG, STATUS = "
002310                 OCI-REGISTER-FILE-STATUS
002320             MOVE 16 TO OCI-RETURN-CODE
002330             GO TO 1000-EXIT
002340         END-IF.
002350         SET OCI-REG-OPEN TO TRUE.
002360         PERFORM 1100-FIND-LAST-NUMBER THRU 1100-EXIT.
002370         OPEN INPUT ACCOUNT-MASTER-FILE.
002380         IF NOT OCI-MASTER-FILE-OK
002390             DISPLAY "OFCHQISS: CANNOT OPEN ACCTMST, STATUS = "
002400                 OCI-MASTER-FILE-STATUS
002410             MOVE 16 TO OCI-RETURN-CODE
002420             GO TO 1000-EXIT
002430         END-IF.
002440         SET OCI-MASTER-OPEN TO TRUE.
002450         OPEN INPUT BALANCE-FILE.
002460         IF OCI-BALANCE-FILE-OK
002470             SET OCI-BALANCE-OPEN TO TRUE
002480         ELSE
002490             DISPLAY "OFCHQISS: NO ACCTBAL FILE - ISSUES ARE "
002500                 "REFUSED FOR WANT OF FUNDS"
002510         END-IF.
002520         OPEN OUTPUT GENERATED-FILE.
002530         IF NOT OCI-GENERATED-FILE-OK
002540             DISPLAY "OFCHQISS: CANNOT OPEN OFCHQTRN, STATUS = "
002550                 OCI-GENERATED-FILE-STATUS
002560             MOVE 16 TO OCI-RETURN-CODE
002570             GO TO 1000-EXIT
002580         END-IF.
002590         SET OCI-READY TO TRUE.
002600         OPEN INPUT CLOSURE-CHEQUE-FILE.
002610         IF OCI-CLOSCHQ-FILE-OK
002620             SET OCI-CLOSCHQ-OPEN TO TRUE
002630         END-IF.
002640         OPEN INPUT REQUEST-FILE.
002650         IF OCI-REQUEST-FILE-OK
002660             SET OCI-REQUEST-OPEN TO TRUE
002670         END-IF.
002680         OPEN OUTPUT REPORT-FILE.
002690         MOVE SPACES TO REPORT-RECORD.
002700         STRING "OFFICIAL CHEQUE ISSUANCE   RUN DATE: "
002710             OCI-RUN-DATE
002720             DELIMITED BY SIZE INTO REPORT-RECORD.
002730         WRITE REPORT-RECORD.
002740         MOVE SPACES TO REPORT-RECORD.
002750         STRING "ACTION  CHEQUE NO BRANCH ACCOUNT    P PAYEE"
002760             "                                     AMOUNT "
002770             "RESULT"
002780             DELIMITED BY SIZE INTO REPORT-RECORD.
002790         WRITE REPORT-RECORD.
002800 1000-EXIT.
002810         EXIT.
002820*---------------------------------------------------------------
002830*  1100-FIND-LAST-NUMBER.  CHEQUES ARE NUMBERED IN ONE SERIES
002840*  FOR THE BANK; THE NEXT ONE IS ONE PAST THE HIGHEST ON THE
002850*  REGISTER.
002860*---------------------------------------------------------------
002870 1100-FIND-LAST-NUMBER.
002880         MOVE LOW-VALUES TO OCQ-CHEQUE-NO.
002890         START CHEQUE-REGISTER-FILE
002900             KEY IS NOT LESS THAN OCQ-CHEQUE-NO
002910             INVALID KEY
002920                 GO TO 1100-EXIT
002930         END-START.
002940         MOVE "N" TO OCI-REG-EOF-SWITCH.
002950         PERFORM 1150-READ-ONE-CHEQUE THRU 1150-EXIT
002960             UNTIL OCI-REG-AT-END.
002970 1100-EXIT.
002980         EXIT.
002990 1150-READ-ONE-CHEQUE.
003000         READ CHEQUE-REGISTER-FILE NEXT RECORD
003010             AT END
003020                 MOVE "Y" TO OCI-REG-EOF-SWITCH
003030                 GO TO 1150-EXIT
003040         END-READ.
003050         IF OCQ-CHEQUE-NO > OCI-LAST-CHEQUE-NO
003060             MOVE OCQ-CHEQUE-NO TO OCI-LAST-CHEQUE-NO
003070         END-IF.
003080 1150-EXIT.
003090         EXIT.
003100*---------------------------------------------------------------
003110*  2000-REGISTER-CLOSURE.  A CLOSURE CHEQUE IS ALREADY PAID FOR
003120*  BY ITS TYPE "11" ITEM, SO IT IS ONLY NUMBERED AND LOGGED.
003130*---------------------------------------------------------------
003140 2000-REGISTER-CLOSURE.
003150         READ CLOSURE-CHEQUE-FILE
003160             AT END
003170                 MOVE "Y" TO OCI-CLOSCHQ-EOF-SWITCH
003180                 GO TO 2000-EXIT
003190         END-READ.
003200         ADD 1 TO OCI-CLOSURES-READ.
003210         MOVE "CLOSURE" TO OCI-ACTION-WORD.
003220         MOVE SPACES TO OFFICIAL-CHEQUE-RECORD.
003230         MOVE CHQ-PAYEE-NAME TO OCQ-PAYEE-NAME.
003240         MOVE CHQ-AMOUNT TO OCQ-AMOUNT.
003250         MOVE CHQ-ISSUE-DATE TO OCQ-ISSUE-DATE.
003260         MOVE CHQ-BRANCH-CODE TO OCQ-BRANCH-CODE.
003270         MOVE CHQ-ACCOUNT-NO TO OCQ-ACCOUNT-NO.
003280         SET OCQ-FOR-CLOSURE TO TRUE.
003290         MOVE "ACCTCLOS" TO OCQ-ISSUE-USER.
003300         PERFORM 6000-ADD-TO-REGISTER THRU 6000-EXIT.
003310 2000-EXIT.
003320         EXIT.
003330 3000-WORK-ONE-REQUEST.
003340         READ REQUEST-FILE
003350             AT END
003360                 MOVE "Y" TO OCI-REQUEST-EOF-SWITCH
003370                 GO TO 3000-EXIT
003380         END-READ.
003390         ADD 1 TO OCI-REQUESTS-READ.
003400         MOVE SPACES TO OCI-RESULT.
003410         EVALUATE TRUE
003420             WHEN OQR-ISSUE
003430                 MOVE "ISSUE" TO OCI-ACTION-WORD
003440             WHEN OQR-STOP
003450                 MOVE "STOP" TO OCI-ACTION-WORD
003460             WHEN OQR-VOID
003470                 MOVE "VOID" TO OCI-ACTION-WORD
003480             WHEN OTHER
003490                 MOVE OQR-ACTION TO OCI-ACTION-WORD
003500                 MOVE "REFUSED - UNKNOWN ACTION" TO OCI-RESULT
003510                 PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
003520                 GO TO 3000-EXIT
003530         END-EVALUATE.
003540         MOVE OQR-USER-ID TO OPA-USER-ID.
003550         SET OPA-FUNC-KEY TO TRUE.
003560         CALL "OPERAUTH" USING OPERATOR-AUTH-AREA.
003570         IF NOT OPA-GRANTED
003580             MOVE "REFUSED - OPERATOR NOT AUTHORIZED"
003590                 TO OCI-RESULT
003600             PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
003610             GO TO 3000-EXIT
003620         END-IF.
003630         EVALUATE TRUE
003640             WHEN OQR-ISSUE
003650                 PERFORM 3100-ISSUE-CHEQUE THRU 3100-EXIT
003660             WHEN OQR-STOP
003670                 PERFORM 3200-STOP-CHEQUE THRU 3200-EXIT
003680             WHEN OQR-VOID
003690                 PERFORM 3300-VOID-CHEQUE THRU 3300-EXIT
003700         END-EVALUATE.
003710 3000-EXIT.
003720         EXIT.
003730 3100-ISSUE-CHEQUE.
003740         IF OQR-PAYEE-NAME = SPACES
003750             OR OQR-AMOUNT NOT NUMERIC
003760             OR OQR-AMOUNT = ZERO
003770             OR OQR-BRANCH-CODE = SPACES
003780             OR OQR-ACCOUNT-NO = SPACES
003790             MOVE "REFUSED - REQUEST INCOMPLETE" TO OCI-RESULT
003800             PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
003810             GO TO 3100-EXIT
003820         END-IF.
003830         IF NOT OQR-FOR-REFUND AND NOT OQR-FOR-REQUEST
003840             MOVE "REFUSED - UNKNOWN PURPOSE" TO OCI-RESULT
003850             PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
003860             GO TO 3100-EXIT
003870         END-IF.
003880         MOVE OQR-ACCOUNT-NO TO ACM-ACCOUNT-NO.
003890         READ ACCOUNT-MASTER-FILE
003900             INVALID KEY
003910                 MOVE "REFUSED - NO SUCH ACCOUNT" TO OCI-RESULT
003920                 PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
003930                 GO TO 3100-EXIT
003940         END-READ.
003950         IF NOT ACM-ACCOUNT-OPEN
003960             MOVE "REFUSED - ACCOUNT NOT OPEN" TO OCI-RESULT
003970             PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
003980             GO TO 3100-EXIT
003990         END-IF.
004000         PERFORM 3150-FIND-FUNDS THRU 3150-EXIT.
00400A         IF OCI-FND-FULL
00400B             MOVE "REFUSED - FUNDS TABLE FULL" TO OCI-RESULT
00400D             PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
00400E             GO TO 3100-EXIT
00400F         END-IF.
004010         IF OCI-FND-AVAILABLE(OCI-FND-IDX) < OQR-AMOUNT
004020             MOVE "REFUSED - INSUFFICIENT FUNDS" TO OCI-RESULT
004030             PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
004040             GO TO 3100-EXIT
004050         END-IF.
004060         SUBTRACT OQR-AMOUNT FROM OCI-FND-AVAILABLE(OCI-FND-IDX).
004070         MOVE SPACES TO OFFICIAL-CHEQUE-RECORD.
004080         MOVE OQR-PAYEE-NAME TO OCQ-PAYEE-NAME.
004090         MOVE OQR-AMOUNT TO OCQ-AMOUNT.
004100         MOVE OCI-RUN-DATE TO OCQ-ISSUE-DATE.
004110         MOVE OQR-BRANCH-CODE TO OCQ-BRANCH-CODE.
004120         MOVE OQR-ACCOUNT-NO TO OCQ-ACCOUNT-NO.
004130         MOVE OQR-PURPOSE TO OCQ-PURPOSE.
004140         MOVE OQR-USER-ID TO OCQ-ISSUE-USER.
004150         PERFORM 6000-ADD-TO-REGISTER THRU 6000-EXIT.
004160         IF NOT OCI-REGISTER-FILE-OK
004170             GO TO 3100-EXIT
004180         END-IF.
004190         MOVE SPACES TO GENERATED-RECORD.
004200         MOVE OCQ-BRANCH-CODE TO GEN-BRANCH-CODE.
004210         MOVE OCQ-ACCOUNT-NO TO GEN-ACCOUNT-NO.
004220         MOVE "20" TO GEN-RECORD-TYPE.
004230         MOVE OCI-RUN-DATE TO GEN-TRANS-DATE.
004240         MOVE OCQ-AMOUNT TO GEN-AMOUNT.
004250         MOVE "C" TO GEN-DC-INDICATOR.
004260         STRING "OFFICIAL CHEQUE " OCQ-CHEQUE-NO " TO "
004270             OCQ-PAYEE-NAME
004280             DELIMITED BY SIZE INTO GEN-MEMO-TEXT.
004290         PERFORM 6500-WRITE-ITEM THRU 6500-EXIT.
004300         ADD OCQ-AMOUNT TO OCI-TOTAL-ISSUED.
004310 3100-EXIT.
004320         EXIT.
004330*---------------------------------------------------------------
004340*  3150-FIND-FUNDS.  THE ACCOUNT'S AVAILABLE PLUS MEMO BALANCE
004350*  IS TAKEN FROM ACCTBAL THE FIRST TIME IT IS DRAWN ON IN THE
004360*  RUN; NO BALANCE RECORD MEANS NOTHING AVAILABLE.  A NEW
00436A*  ACCOUNT WHEN THE TABLE IS FULL IS NOT GIVEN ANOTHER ACCOUNT'S
00436B*  SLOT -- THE CALLER REFUSES THE REQUEST FOR THE NEXT RUN.
004370*---------------------------------------------------------------
004380 3150-FIND-FUNDS.
00438A         MOVE "N" TO OCI-FND-FULL-SWITCH.
004390         SET OCI-FND-IDX TO 1.
004400         SEARCH OCI-FND-ENTRY
004410             AT END
004420                 CONTINUE
004430             WHEN OCI-FND-IDX > OCI-FND-COUNT
004440                 CONTINUE
004450             WHEN OCI-FND-BRANCH(OCI-FND-IDX) = OQR-BRANCH-CODE
004460                 AND OCI-FND-ACCOUNT(OCI-FND-IDX) =
004470                 OQR-ACCOUNT-NO
004480                 GO TO 3150-EXIT
004490         END-SEARCH.
004500         IF OCI-FND-COUNT NOT < 200
00450A             MOVE "Y" TO OCI-FND-FULL-SWITCH
00450B             GO TO 3150-EXIT
004520         END-IF.
00452A         ADD 1 TO OCI-FND-COUNT.
004530         SET OCI-FND-IDX TO OCI-FND-COUNT.
004540         MOVE OQR-BRANCH-CODE TO OCI-FND-BRANCH(OCI-FND-IDX).
004550         MOVE OQR-ACCOUNT-NO TO OCI-FND-ACCOUNT(OCI-FND-IDX).
004560         MOVE ZERO TO OCI-FND-AVAILABLE(OCI-FND-IDX).
004570         IF NOT OCI-BALANCE-OPEN
004580             GO TO 3150-EXIT
004590         END-IF.
004600         MOVE OQR-BRANCH-CODE TO ABL-BRANCH-CODE.
004610         MOVE OQR-ACCOUNT-NO TO ABL-ACCOUNT-NO.
004620         READ BALANCE-FILE
004630             INVALID KEY
004640                 GO TO 3150-EXIT
004650         END-READ.
004660         COMPUTE OCI-FND-AVAILABLE(OCI-FND-IDX) =
004670             ABL-AVAILABLE-BALANCE + ABL-MEMO-BALANCE.
004680 3150-EXIT.
004690         EXIT.
004700 3200-STOP-CHEQUE.
004710         MOVE OQR-CHEQUE-NO TO OCQ-CHEQUE-NO.
004720         READ CHEQUE-REGISTER-FILE
004730             INVALID KEY
004740                 MOVE "REFUSED - NO SUCH CHEQUE" TO OCI-RESULT
004750                 PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
004760                 GO TO 3200-EXIT
004770         END-READ.
004780         IF NOT OCQ-ISSUED
004790             MOVE SPACES TO OCI-RESULT
004800             STRING "REFUSED - CHEQUE STATUS IS " OCQ-STATUS
004810                 DELIMITED BY SIZE INTO OCI-RESULT
004820             ADD 1 TO OCI-REFUSED-COUNT
004830             PERFORM 7000-PRINT-CHEQUE THRU 7000-EXIT
004840             GO TO 3200-EXIT
004850         END-IF.
004860         SET OCQ-STOPPED TO TRUE.
004870         MOVE OCI-RUN-DATE TO OCQ-STATUS-DATE.
004880         MOVE OQR-USER-ID TO OCQ-STATUS-USER.
004890         PERFORM 6100-REWRITE-CHEQUE THRU 6100-EXIT.
004900         ADD 1 TO OCI-STOPPED-COUNT.
004910         MOVE "STOPPED" TO OCI-RESULT.
004920         PERFORM 7000-PRINT-CHEQUE THRU 7000-EXIT.
004930 3200-EXIT.
004940         EXIT.
004950*---------------------------------------------------------------
004960*  3300-VOID-CHEQUE.  THE CHEQUE LEFT THE ACCOUNT AS A "C" ITEM
004970*  (TYPE "20", OR "11" FOR A CLOSURE); THE TYPE "21" ITEM PUTS
004980*  IT BACK, DATED TODAY.  AN ACCOUNT NO LONGER OPEN CANNOT TAKE
004990*  THE MONEY, SO THAT VOID GOES TO WORKQ INSTEAD.
005000*---------------------------------------------------------------
005010 3300-VOID-CHEQUE.
005020         MOVE OQR-CHEQUE-NO TO OCQ-CHEQUE-NO.
005030         READ CHEQUE-REGISTER-FILE
005040             INVALID KEY
005050                 MOVE "REFUSED - NO SUCH CHEQUE" TO OCI-RESULT
005060                 PERFORM 7500-PRINT-REFUSAL THRU 7500-EXIT
005070                 GO TO 3300-EXIT
005080         END-READ.
005090         IF NOT OCQ-ISSUED AND NOT OCQ-STOPPED
005100             MOVE SPACES TO OCI-RESULT
005110             STRING "REFUSED - CHEQUE STATUS IS " OCQ-STATUS
005120                 DELIMITED BY SIZE INTO OCI-RESULT
005130             ADD 1 TO OCI-REFUSED-COUNT
005140             PERFORM 7000-PRINT-CHEQUE THRU 7000-EXIT
005150             GO TO 3300-EXIT
005160         END-IF.
005170         MOVE OCQ-ACCOUNT-NO TO ACM-ACCOUNT-NO.
005180         READ ACCOUNT-MASTER-FILE
005190             INVALID KEY
005200                 MOVE SPACE TO ACM-STATUS
005210         END-READ.
005220         IF NOT ACM-ACCOUNT-OPEN
005230             MOVE "REFUSED - ACCOUNT NOT OPEN" TO OCI-RESULT
005240             ADD 1 TO OCI-REFUSED-COUNT
005250             PERFORM 7000-PRINT-CHEQUE THRU 7000-EXIT
005260             MOVE SPACES TO OCI-WQ-DESCRIPTION
005270             STRING "OFFICIAL CHEQUE " OCQ-CHEQUE-NO
005280                 " VOID - ACCOUNT " OCQ-ACCOUNT-NO " NOT OPEN"
005290                 DELIMITED BY SIZE INTO OCI-WQ-DESCRIPTION
005300             CALL "WQOPEN" USING OCI-WQ-SOURCE OCI-RUN-DATE
005310                 OCI-WQ-DESCRIPTION
005320             ADD 1 TO OCI-QUEUED-COUNT
005330             GO TO 3300-EXIT
005340         END-IF.
005350         SET OCQ-VOID TO TRUE.
005360         MOVE OCI-RUN-DATE TO OCQ-STATUS-DATE.
005370         MOVE OQR-USER-ID TO OCQ-STATUS-USER.
005380         PERFORM 6100-REWRITE-CHEQUE THRU 6100-EXIT.
005390         MOVE SPACES TO GENERATED-RECORD.
005400         MOVE OCQ-BRANCH-CODE TO GEN-BRANCH-CODE.
005410         MOVE OCQ-ACCOUNT-NO TO GEN-ACCOUNT-NO.
005420         MOVE "21" TO GEN-RECORD-TYPE.
005430         MOVE OCI-RUN-DATE TO GEN-TRANS-DATE.
005440         MOVE OCQ-AMOUNT TO GEN-AMOUNT.
005450         MOVE SPACE TO GEN-DC-INDICATOR.
005460         STRING "OFFICIAL CHEQUE " OCQ-CHEQUE-NO " VOIDED"
005470             DELIMITED BY SIZE INTO GEN-MEMO-TEXT.
005480         PERFORM 6500-WRITE-ITEM THRU 6500-EXIT.
005490         ADD 1 TO OCI-VOIDED-COUNT.
005500         ADD OCQ-AMOUNT TO OCI-TOTAL-VOIDED.
005510         MOVE "VOIDED - CREDITED BACK" TO OCI-RESULT.
005520         PERFORM 7000-PRINT-CHEQUE THRU 7000-EXIT.
005530 3300-EXIT.
005540         EXIT.
005550 4000-WRITE-TRAILER.
005560         MOVE SPACES TO GENERATED-RECORD.
005570         MOVE "0" TO GTL-KEY.
005580         MOVE "99" TO GTL-RECORD-TYPE.
005590         MOVE OCI-RUN-DATE TO GTL-RUN-DATE.
005600         MOVE OCI-GENERATED-COUNT TO GTL-EXPECTED-COUNT.
005610         MOVE 54 TO OCI-GEN-RECORD-LENGTH.
005620         WRITE GENERATED-RECORD.
005630 4000-EXIT.
005640         EXIT.
005650 5000-PRINT-TOTALS.
005660         MOVE SPACES TO REPORT-RECORD.
005670         WRITE REPORT-RECORD.
005680         MOVE OCI-CLOSURES-READ TO OCI-COUNT-EDIT.
005690         MOVE SPACES TO REPORT-RECORD.
005700         STRING "CLOSURE CHEQUES   " OCI-COUNT-EDIT
005710             DELIMITED BY SIZE INTO REPORT-RECORD.
005720         WRITE REPORT-RECORD.
005730         MOVE OCI-REQUESTS-READ TO OCI-COUNT-EDIT.
005740         MOVE SPACES TO REPORT-RECORD.
005750         STRING "REQUESTS READ     " OCI-COUNT-EDIT
005760             DELIMITED BY SIZE INTO REPORT-RECORD.
005770         WRITE REPORT-RECORD.
005780         MOVE OCI-ISSUED-COUNT TO OCI-COUNT-EDIT.
005790         MOVE OCI-TOTAL-ISSUED TO OCI-TOTAL-EDIT.
005800         MOVE SPACES TO REPORT-RECORD.
005810         STRING "CHEQUES ISSUED    " OCI-COUNT-EDIT
005820             "   DEBITED" OCI-TOTAL-EDIT
005830             DELIMITED BY SIZE INTO REPORT-RECORD.
005840         WRITE REPORT-RECORD.
005850         MOVE OCI-STOPPED-COUNT TO OCI-COUNT-EDIT.
005860         MOVE SPACES TO REPORT-RECORD.
005870         STRING "CHEQUES STOPPED   " OCI-COUNT-EDIT
005880             DELIMITED BY SIZE INTO REPORT-RECORD.
005890         WRITE REPORT-RECORD.
005900         MOVE OCI-VOIDED-COUNT TO OCI-COUNT-EDIT.
005910         MOVE OCI-TOTAL-VOIDED TO OCI-TOTAL-EDIT.
005920         MOVE SPACES TO REPORT-RECORD.
005930         STRING "CHEQUES VOIDED    " OCI-COUNT-EDIT
005940             "   AMOUNT " OCI-TOTAL-EDIT
005950             DELIMITED BY SIZE INTO REPORT-RECORD.
005960         WRITE REPORT-RECORD.
005970         MOVE OCI-REFUSED-COUNT TO OCI-COUNT-EDIT.
005980         MOVE SPACES TO REPORT-RECORD.
005990         STRING "REQUESTS REFUSED  " OCI-COUNT-EDIT
006000             DELIMITED BY SIZE INTO REPORT-RECORD.
006010         WRITE REPORT-RECORD.
006020         MOVE OCI-QUEUED-COUNT TO OCI-COUNT-EDIT.
006030         MOVE SPACES TO REPORT-RECORD.
006040         STRING "QUEUED TO WORKQ   " OCI-COUNT-EDIT
006050             DELIMITED BY SIZE INTO REPORT-RECORD.
006060         WRITE REPORT-RECORD.
006070 5000-EXIT.
006080         EXIT.
006090*---------------------------------------------------------------
006100*  6000-ADD-TO-REGISTER.  NUMBERS AND WRITES THE CHEQUE BUILT
006110*  BY THE CALLER.  A NUMBER ALREADY TAKEN (A REGISTER RESTORED
006120*  BEHIND THE CHEQUE STOCK) IS SKIPPED, NEVER REUSED.
006130*---------------------------------------------------------------
006140 6000-ADD-TO-REGISTER.
006150         ADD 1 TO OCI-LAST-CHEQUE-NO.
006160         MOVE OCI-LAST-CHEQUE-NO TO OCQ-CHEQUE-NO.
006170         SET OCQ-ISSUED TO TRUE.
006180         MOVE OCQ-ISSUE-DATE TO OCQ-STATUS-DATE.
006190         MOVE OCQ-ISSUE-USER TO OCQ-STATUS-USER.
006200         MOVE ZERO TO OCQ-PRESENTED-DATE OCQ-PRESENTED-AMOUNT.
006210         WRITE OFFICIAL-CHEQUE-RECORD
006220             INVALID KEY
006230                 GO TO 6000-ADD-TO-REGISTER
006240         END-WRITE.
006250         IF NOT OCI-REGISTER-FILE-OK
006260             DISPLAY "OFCHQISS: OFCHQREG WRITE FAILED FOR "
006270                 OCQ-CHEQUE-NO ", STATUS = "
006280                 OCI-REGISTER-FILE-STATUS
006290             MOVE 16 TO OCI-RETURN-CODE
006300             GO TO 6000-EXIT
006310         END-IF.
006320         ADD 1 TO OCI-ISSUED-COUNT.
006330         MOVE "ISSUED" TO OCI-RESULT.
006340         PERFORM 7000-PRINT-CHEQUE THRU 7000-EXIT.
006350 6000-EXIT.
006360         EXIT.
006370 6100-REWRITE-CHEQUE.
006380         REWRITE OFFICIAL-CHEQUE-RECORD
006390             INVALID KEY
006400                 DISPLAY "OFCHQISS: OFCHQREG REWRITE FAILED FOR "
006410                     OCQ-CHEQUE-NO ", STATUS = "
006420                     OCI-REGISTER-FILE-STATUS
006430                 MOVE 16 TO OCI-RETURN-CODE
006440         END-REWRITE.
006450 6100-EXIT.
006460         EXIT.
006470 6500-WRITE-ITEM.
006480         MOVE 153 TO OCI-GEN-RECORD-LENGTH.
006490         WRITE GENERATED-RECORD.
006500         ADD 1 TO OCI-GENERATED-COUNT.
006510 6500-EXIT.
006520         EXIT.
006530 7000-PRINT-CHEQUE.
006540         MOVE OCQ-AMOUNT TO OCI-AMOUNT-EDIT.
006550         MOVE SPACES TO REPORT-RECORD.
006560         STRING OCI-ACTION-WORD " " OCQ-CHEQUE-NO "  "
006570             OCQ-BRANCH-CODE "    " OCQ-ACCOUNT-NO " "
006580             OCQ-PURPOSE " " OCQ-PAYEE-NAME " "
006590             OCI-AMOUNT-EDIT " " OCI-RESULT
006600             DELIMITED BY SIZE INTO REPORT-RECORD.
006610         WRITE REPORT-RECORD.
006620 7000-EXIT.
006630         EXIT.
006640 7500-PRINT-REFUSAL.
006650         ADD 1 TO OCI-REFUSED-COUNT.
006660         IF OQR-AMOUNT NUMERIC
006670             MOVE OQR-AMOUNT TO OCI-AMOUNT-EDIT
006680         ELSE
006690             MOVE ZERO TO OCI-AMOUNT-EDIT
006700         END-IF.
006710         MOVE SPACES TO REPORT-RECORD.
006720         STRING OCI-ACTION-WORD " " OQR-CHEQUE-NO "  "
006730             OQR-BRANCH-CODE "    " OQR-ACCOUNT-NO " "
006740             OQR-PURPOSE " " OQR-PAYEE-NAME " "
006750             OCI-AMOUNT-EDIT " " OCI-RESULT
006760             DELIMITED BY SIZE INTO REPORT-RECORD.
006770         WRITE REPORT-RECORD.
006780 7500-EXIT.
006790         EXIT.
006800 8000-TERMINATE.
006810         IF OCI-READY
006820             CLOSE GENERATED-FILE
006830         END-IF.
006840         IF OCI-CLOSCHQ-OPEN
006850             CLOSE CLOSURE-CHEQUE-FILE
006860         END-IF.
006870         IF OCI-REQUEST-OPEN
006880             CLOSE REQUEST-FILE
006890         END-IF.
006900         IF OCI-BALANCE-OPEN
006910             CLOSE BALANCE-FILE
006920         END-IF.
006930         IF OCI-MASTER-OPEN
006940             CLOSE ACCOUNT-MASTER-FILE
006950         END-IF.
006960         IF OCI-REG-OPEN
006970             CLOSE CHEQUE-REGISTER-FILE
006980         END-IF.
006990         IF OCI-REPORT-FILE-OK
007000             CLOSE REPORT-FILE
007010         END-IF.
007020         DISPLAY "----------------------------------------------".
007030         DISPLAY "CLOSURE CHEQUES    = " OCI-CLOSURES-READ.
007040         DISPLAY "REQUESTS READ      = " OCI-REQUESTS-READ.
007050         DISPLAY "CHEQUES REGISTERED = " OCI-ISSUED-COUNT.
007060         DISPLAY "CHEQUES STOPPED    = " OCI-STOPPED-COUNT.
007070         DISPLAY "CHEQUES VOIDED     = " OCI-VOIDED-COUNT.
007080         DISPLAY "REQUESTS REFUSED   = " OCI-REFUSED-COUNT.
007090         DISPLAY "QUEUED TO WORKQ    = " OCI-QUEUED-COUNT.
007100         IF OCI-RETURN-CODE = ZERO
007110             AND OCI-REFUSED-COUNT > ZERO
007120             MOVE 4 TO OCI-RETURN-CODE
007130         END-IF.
007140         MOVE OCI-RETURN-CODE TO RETURN-CODE.
007150         DISPLAY "OFCHQISS: JOB COMPLETE, RETURN CODE "
007160             RETURN-CODE.
007170 8000-EXIT.
007180         EXIT.
