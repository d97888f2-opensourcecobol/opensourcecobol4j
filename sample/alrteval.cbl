000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 ALRTEVAL.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  NIGHTLY CUSTOMER ALERT EVALUATION.  RUNS ONCE THE NIGHT'S
000180*  POSTINGS ARE ON ACCTBAL AND TXNHIST AND CHECKS EVERY ACTIVE
000190*  ALRTSUB SUBSCRIPTION (KEPT BY ALRTMNT):
000200*    LB  LOW BALANCE -- THE ACCOUNT'S LEDGER BALANCE IS BELOW
000210*        THE THRESHOLD.  ALERTED ONCE; THE NIGHTS IT STAYS LOW
000220*        ARE SUPPRESSED UNTIL IT IS BACK AT OR ABOVE THE
000230*        THRESHOLD, WHICH CLEARS THE CONDITION AND ARMS IT AGAIN.
000240*    LD  LARGE DEBIT -- EACH ITEM BALPOST POSTED TONIGHT TAKING
000250*        MONEY OUT OF THE ACCOUNT ("C" ON TXNHIST) OF THE
000260*        THRESHOLD OR MORE.  TXNHIST AMOUNTS ARE LOCAL CURRENCY
000270*        AND ARE RE-EXPRESSED IN THE ACCOUNT'S CURRENCY, THE
000280*        THRESHOLD'S, THROUGH FXCONV FIRST.
000290*  ALRTLOG HOLDS EACH CONDITION'S STATE (SEE ALRTLOGC), SO A
000300*  RERUN OF THE NIGHT SENDS NOTHING TWICE.  EVERY ALERT GOES TO
000310*  THE CUSTOMER'S CUSTCONT EMAIL ADDRESS OR PHONE NUMBER, PER
000320*  THE SUBSCRIPTION'S CHANNEL, AS ONE ROW OF THE ALRTNOTE FILE
000330*  THE MESSAGING VENDOR COLLECTS, COMMA SEPARATED:
000340*    H,ALRTNOTE,RUN DATE,RUN TIME
000350*    A,REFERENCE,CHANNEL,DESTINATION,MASKED ACCOUNT,TYPE,
000360*      AMOUNT,THRESHOLD,CURRENCY,EVENT DATE,MESSAGE
000370*    T,ALERT COUNT
000380*  ALRTRPT LISTS EVERY ALERT SENT, SUPPRESSED OR CLEARED, AND
000390*  EVERY ONE THAT COULD NOT BE SENT (NO CUSTOMER LINK, NO
000400*  CONTACT FOR THE CHANNEL, NO RATE).  RETURN CODE 4 WHEN
000410*  ANYTHING WAS NOT SENT OR TXNHIST IS MISSING, 16 WHEN ALRTNOTE
000420*  OR ACCTBAL CANNOT BE OPENED.
000430*  ------------------------------------------------------------
000440*  MODIFICATION HISTORY
000450*  ------------------------------------------------------------
000460*  DATE       BY   DESCRIPTION
000470*  ---------- ---- --------------------------------------------
000480*  10/15/2026 DCG  ORIGINAL PROGRAM.
00048A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00048B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00048C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000490*---------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.
000530         LINUX.
000540 OBJECT-COMPUTER.
000550         LINUX.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580         SELECT BALANCE-FILE ASSIGN TO "ACCTBAL"
000590             ORGANIZATION IS INDEXED
000600             ACCESS MODE IS SEQUENTIAL
000610             RECORD KEY IS ABL-KEY
000620             FILE STATUS IS ALE-BALANCE-FILE-STATUS.
000630         SELECT SUBSCRIPTION-FILE ASSIGN TO "ALRTSUB"
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS RANDOM
000660             RECORD KEY IS ASB-KEY
000670             FILE STATUS IS ALE-SUBSCR-FILE-STATUS.
000680         SELECT ALERT-LOG-FILE ASSIGN TO "ALRTLOG"
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS RANDOM
000710             RECORD KEY IS ALG-KEY
000720             FILE STATUS IS ALE-LOG-FILE-STATUS.
000730         SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
000740             ORGANIZATION IS INDEXED
000750             ACCESS MODE IS DYNAMIC
000760             RECORD KEY IS THR-KEY
000770             FILE STATUS IS ALE-HISTORY-FILE-STATUS.
000780         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000790             ORGANIZATION IS INDEXED
000800             ACCESS MODE IS RANDOM
000810             RECORD KEY IS AXR-ACCOUNT-NO
000820             FILE STATUS IS ALE-XREF-FILE-STATUS.
000830         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
000840             ORGANIZATION IS INDEXED
000850             ACCESS MODE IS RANDOM
000860             RECORD KEY IS CCT-CUSTOMER-NO
000870             FILE STATUS IS ALE-CONTACT-FILE-STATUS.
000880         SELECT NOTIFY-FILE ASSIGN TO "ALRTNOTE"
000890             ORGANIZATION IS LINE SEQUENTIAL
000900             FILE STATUS IS ALE-NOTIFY-FILE-STATUS.
000910         SELECT REPORT-FILE ASSIGN TO "ALRTRPT"
000920             ORGANIZATION IS LINE SEQUENTIAL
000930             FILE STATUS IS ALE-REPORT-FILE-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  BALANCE-FILE.
000970     COPY BALREC.
000980 FD  SUBSCRIPTION-FILE.
000990     COPY ALRTSUBC.
001000 FD  ALERT-LOG-FILE.
001010     COPY ALRTLOGC.
001020 FD  HISTORY-FILE.
001030     COPY TXNHISTC.
001040 FD  ACCOUNT-XREF-FILE.
001050     COPY CUSXREFC.
001060 FD  CONTACT-FILE.
001070     COPY CUSTCTRC.
001080 FD  NOTIFY-FILE.
001090 01  NOTIFY-RECORD               PIC X(250).
001100 FD  REPORT-FILE.
001110 01  REPORT-RECORD               PIC X(132).
001120 WORKING-STORAGE SECTION.
001130 01  ALE-FILE-STATUS-VALUES.
001140         05  ALE-BALANCE-FILE-STATUS PIC X(02).
001150             88  ALE-BALANCE-FILE-OK     VALUE "00".
001160         05  ALE-SUBSCR-FILE-STATUS  PIC X(02).
001170             88  ALE-SUBSCR-FILE-OK      VALUE "00".
001180         05  ALE-LOG-FILE-STATUS     PIC X(02).
001190             88  ALE-LOG-FILE-OK         VALUE "00".
001200             88  ALE-LOG-NOT-FOUND       VALUE "35".
001210         05  ALE-HISTORY-FILE-STATUS PIC X(02).
001220             88  ALE-HISTORY-FILE-OK     VALUE "00".
001230         05  ALE-XREF-FILE-STATUS    PIC X(02).
001240             88  ALE-XREF-FILE-OK        VALUE "00".
001250         05  ALE-CONTACT-FILE-STATUS PIC X(02).
001260             88  ALE-CONTACT-FILE-OK     VALUE "00".
001270         05  ALE-NOTIFY-FILE-STATUS  PIC X(02).
001280             88  ALE-NOTIFY-FILE-OK      VALUE "00".
001290         05  ALE-REPORT-FILE-STATUS  PIC X(02).
001300             88  ALE-REPORT-FILE-OK      VALUE "00".
001310 01  ALE-SWITCHES.
001320         05  ALE-BAL-EOF-SWITCH      PIC X(01) VALUE "N".
001330             88  ALE-BALANCES-AT-END     VALUE "Y".
001340         05  ALE-HIST-EOF-SWITCH     PIC X(01) VALUE "N".
001350             88  ALE-HISTORY-DONE        VALUE "Y".
001360         05  ALE-SUBSCR-OPEN-SWITCH  PIC X(01) VALUE "N".
001370             88  ALE-SUBSCR-OPEN         VALUE "Y".
001380         05  ALE-BAL-OPEN-SWITCH     PIC X(01) VALUE "N".
001390             88  ALE-BALANCE-OPEN        VALUE "Y".
001400         05  ALE-LOG-OPEN-SWITCH     PIC X(01) VALUE "N".
001410             88  ALE-LOG-OPEN            VALUE "Y".
001420         05  ALE-NOTIFY-OPEN-SWITCH  PIC X(01) VALUE "N".
001430             88  ALE-NOTIFY-OPEN         VALUE "Y".
001440         05  ALE-REPORT-OPEN-SWITCH  PIC X(01) VALUE "N".
001450             88  ALE-REPORT-OPEN         VALUE "Y".
001460         05  ALE-HISTORY-OPEN-SWITCH PIC X(01) VALUE "N".
001470             88  ALE-HISTORY-OPEN        VALUE "Y".
001480         05  ALE-XREF-OPEN-SWITCH    PIC X(01) VALUE "N".
001490             88  ALE-XREF-OPEN           VALUE "Y".
001500         05  ALE-CONTACT-OPEN-SWITCH PIC X(01) VALUE "N".
001510             88  ALE-CONTACT-OPEN        VALUE "Y".
001520         05  ALE-LOG-SWITCH          PIC X(01) VALUE "N".
001530             88  ALE-LOG-FOUND           VALUE "Y".
001540         05  ALE-LOG-CHANGE-SWITCH   PIC X(01) VALUE "N".
001550             88  ALE-LOG-CHANGED         VALUE "Y".
001560         05  ALE-DEST-SWITCH         PIC X(01) VALUE "N".
001570             88  ALE-DEST-FOUND          VALUE "Y".
001580 01  ALE-RUN-DATE                PIC 9(08) VALUE ZERO.
001590 01  ALE-RUN-TIME                PIC 9(08) VALUE ZERO.
001600 01  ALE-COUNTERS.
001610         05  ALE-BALANCES-READ       PIC 9(07) VALUE ZERO.
001620         05  ALE-SUBSCRIPTIONS-SEEN  PIC 9(07) VALUE ZERO.
001630         05  ALE-ITEMS-EXAMINED      PIC 9(07) VALUE ZERO.
001640         05  ALE-ALERTS-SENT         PIC 9(07) VALUE ZERO.
001650         05  ALE-ALERTS-SUPPRESSED   PIC 9(07) VALUE ZERO.
001660         05  ALE-CONDITIONS-CLEARED  PIC 9(07) VALUE ZERO.
001670         05  ALE-EXCEPTIONS          PIC 9(07) VALUE ZERO.
001680 01  ALE-WORK-FIELDS.
001690         05  ALE-DESTINATION         PIC X(50) VALUE SPACES.
001700         05  ALE-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
001710         05  ALE-EVENT-AMOUNT        PIC S9(11)V99 COMP-3
001720                                         VALUE ZERO.
001730         05  ALE-EVENT-DATE          PIC 9(08) VALUE ZERO.
001740         05  ALE-REFERENCE           PIC 9(07) VALUE ZERO.
001750         05  ALE-MESSAGE             PIC X(60) VALUE SPACES.
001760         05  ALE-REASON              PIC X(40) VALUE SPACES.
001770         05  ALE-ACTION              PIC X(10) VALUE SPACES.
001780         05  ALE-AMOUNT-CSV          PIC -(11)9.99.
001790         05  ALE-THRESHOLD-CSV       PIC Z(10)9.99.
001800         05  ALE-AMOUNT-EDIT         PIC -(11)9.99.
001810         05  ALE-THRESHOLD-EDIT      PIC Z(10)9.99.
001820         05  ALE-COUNT-EDIT          PIC Z(06)9.
001830     COPY FXCONVC.
00183A     COPY RUNDATEC.
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870         IF RETURN-CODE < 16
001880             PERFORM 2000-PROCESS-BALANCE THRU 2000-EXIT
001890                 UNTIL ALE-BALANCES-AT-END
001900         END-IF.
001910         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001920         STOP RUN.
001930*---------------------------------------------------------------
001940*  1000-INITIALIZE.  ALRTSUB, ACCTBAL AND ALRTNOTE ARE NEEDED
001950*  TO DO ANYTHING.  ALRTLOG IS CREATED THE FIRST NIGHT.  WITHOUT
001960*  TXNHIST NO LARGE DEBIT CAN BE SEEN, AND WITHOUT ACCTXREF OR
001970*  CUSTCONT NO ALERT HAS ANYWHERE TO GO; THE RUN CARRIES ON AND
001980*  LISTS WHAT IT COULD NOT SEND.
001990*---------------------------------------------------------------
002000 1000-INITIALIZE.
002010         DISPLAY "ALRTEVAL: JOB STARTING".
002020         MOVE ZERO TO RETURN-CODE.
002030         CALL "RUNDATE" USING RUN-DATE-AREA.
00203A         MOVE RDT-RUN-DATE TO ALE-RUN-DATE.
002040         ACCEPT ALE-RUN-TIME FROM TIME.
002050         OPEN INPUT SUBSCRIPTION-FILE.
002060         IF NOT ALE-SUBSCR-FILE-OK
002070             DISPLAY "ALRTEVAL: NO ALRTSUB ON FILE, STATUS = "
002080                 ALE-SUBSCR-FILE-STATUS " - NOTHING TO EVALUATE"
002090             SET ALE-BALANCES-AT-END TO TRUE
002100             GO TO 1000-EXIT
002110         END-IF.
002120         SET ALE-SUBSCR-OPEN TO TRUE.
002130         OPEN INPUT BALANCE-FILE.
002140         IF NOT ALE-BALANCE-FILE-OK
002150             DISPLAY "ALRTEVAL: CANNOT OPEN ACCTBAL, STATUS = "
002160                 ALE-BALANCE-FILE-STATUS
002170             MOVE 16 TO RETURN-CODE
002180             GO TO 1000-EXIT
002190         END-IF.
002200         SET ALE-BALANCE-OPEN TO TRUE.
002210         OPEN I-O ALERT-LOG-FILE.
002220         IF ALE-LOG-NOT-FOUND
002230             OPEN OUTPUT ALERT-LOG-FILE
002240             CLOSE ALERT-LOG-FILE
002250             OPEN I-O ALERT-LOG-FILE
002260         END-IF.
002270         IF NOT ALE-LOG-FILE-OK
002280             DISPLAY "ALRTEVAL: CANNOT OPEN ALRTLOG, STATUS = "
002290                 ALE-LOG-FILE-STATUS
002300             MOVE 16 TO RETURN-CODE
002310             GO TO 1000-EXIT
002320         END-IF.
002330         SET ALE-LOG-OPEN TO TRUE.
002340         OPEN EXTEND NOTIFY-FILE.
002350         IF NOT ALE-NOTIFY-FILE-OK
002360             OPEN OUTPUT NOTIFY-FILE
002370         END-IF.
002380         IF NOT ALE-NOTIFY-FILE-OK
002390             DISPLAY "ALRTEVAL: CANNOT OPEN ALRTNOTE, STATUS = "
002400                 ALE-NOTIFY-FILE-STATUS
002410             MOVE 16 TO RETURN-CODE
002420             GO TO 1000-EXIT
002430         END-IF.
002440         SET ALE-NOTIFY-OPEN TO TRUE.
002450         MOVE SPACES TO NOTIFY-RECORD.
002460         STRING "H,ALRTNOTE," ALE-RUN-DATE "," ALE-RUN-TIME
002470             DELIMITED BY SIZE INTO NOTIFY-RECORD.
002480         WRITE NOTIFY-RECORD.
002490         OPEN OUTPUT REPORT-FILE.
002500         IF ALE-REPORT-FILE-OK
002510             SET ALE-REPORT-OPEN TO TRUE
002520         END-IF.
002530         MOVE SPACES TO REPORT-RECORD.
002540         STRING "CUSTOMER ALERTS    RUN DATE: " ALE-RUN-DATE
002550             DELIMITED BY SIZE INTO REPORT-RECORD.
002560         WRITE REPORT-RECORD.
002570         MOVE SPACES TO REPORT-RECORD.
002580         STRING "ACCOUNT     TY  ACTION               AMOUNT  "
002590             "     THRESHOLD  CCY  CH  DETAIL"
002600             DELIMITED BY SIZE INTO REPORT-RECORD.
002610         WRITE REPORT-RECORD.
002620         OPEN INPUT HISTORY-FILE.
002630         IF ALE-HISTORY-FILE-OK
002640             SET ALE-HISTORY-OPEN TO TRUE
002650         ELSE
002660             DISPLAY "ALRTEVAL: NO TXNHIST, STATUS = "
002670                 ALE-HISTORY-FILE-STATUS
002680                 " - LARGE DEBIT ALERTS NOT EVALUATED"
002690             MOVE 4 TO RETURN-CODE
002700         END-IF.
002710         OPEN INPUT ACCOUNT-XREF-FILE.
002720         IF ALE-XREF-FILE-OK
002730             SET ALE-XREF-OPEN TO TRUE
002740         END-IF.
002750         OPEN INPUT CONTACT-FILE.
002760         IF ALE-CONTACT-FILE-OK
002770             SET ALE-CONTACT-OPEN TO TRUE
002780         END-IF.
002790         READ BALANCE-FILE
002800             AT END
002810                 SET ALE-BALANCES-AT-END TO TRUE
002820         END-READ.
002830 1000-EXIT.
002840         EXIT.
002850*---------------------------------------------------------------
002860*  2000-PROCESS-BALANCE.  ONE ACCTBAL ROW: ITS LB AND LD
002870*  SUBSCRIPTIONS, IF ANY, ARE READ DIRECTLY BY KEY.
002880*---------------------------------------------------------------
002890 2000-PROCESS-BALANCE.
002900         ADD 1 TO ALE-BALANCES-READ.
002910         MOVE ABL-ACCOUNT-NO TO ASB-ACCOUNT-NO.
002920         MOVE "LB" TO ASB-ALERT-TYPE.
002930         READ SUBSCRIPTION-FILE
002940             INVALID KEY
002950                 CONTINUE
002960             NOT INVALID KEY
002970                 IF ASB-ACTIVE
002980                     ADD 1 TO ALE-SUBSCRIPTIONS-SEEN
002990                     PERFORM 3000-CHECK-LOW-BALANCE THRU 3000-EXIT
003000                 END-IF
003010         END-READ.
003020         MOVE ABL-ACCOUNT-NO TO ASB-ACCOUNT-NO.
003030         MOVE "LD" TO ASB-ALERT-TYPE.
003040         READ SUBSCRIPTION-FILE
003050             INVALID KEY
003060                 CONTINUE
003070             NOT INVALID KEY
003080                 IF ASB-ACTIVE
003090                     ADD 1 TO ALE-SUBSCRIPTIONS-SEEN
003100                     PERFORM 4000-CHECK-LARGE-DEBITS
003110                         THRU 4000-EXIT
003120                 END-IF
003130         END-READ.
003140         READ BALANCE-FILE
003150             AT END
003160                 SET ALE-BALANCES-AT-END TO TRUE
003170         END-READ.
003180 2000-EXIT.
003190         EXIT.
003200*  READS THE SUBSCRIPTION'S ALRTLOG ROW, OR STARTS A NEW ONE.
003210 2100-READ-LOG.
003220         MOVE "N" TO ALE-LOG-SWITCH.
003230         MOVE "N" TO ALE-LOG-CHANGE-SWITCH.
003240         MOVE ASB-KEY TO ALG-KEY.
003250         READ ALERT-LOG-FILE
003260             INVALID KEY
003270                 MOVE SPACES TO ALERT-LOG-RECORD
003280                 MOVE ASB-KEY TO ALG-KEY
003290                 MOVE ZERO TO ALG-FIRST-ALERT-DATE
003300                 MOVE ZERO TO ALG-LAST-ALERT-DATE
003310                 MOVE ZERO TO ALG-CLEARED-DATE
003320                 MOVE ZERO TO ALG-LAST-POST-DATE
003330                 MOVE ZERO TO ALG-LAST-SEQUENCE
003340                 MOVE ZERO TO ALG-ALERT-COUNT
003350                 MOVE ZERO TO ALG-SUPPRESSED-COUNT
003360             NOT INVALID KEY
003370                 SET ALE-LOG-FOUND TO TRUE
003380         END-READ.
003390 2100-EXIT.
003400         EXIT.
003410 2200-SAVE-LOG.
003420         IF NOT ALE-LOG-CHANGED
003430             GO TO 2200-EXIT
003440         END-IF.
003450         IF ALE-LOG-FOUND
003460             REWRITE ALERT-LOG-RECORD
003470                 INVALID KEY
003480                     DISPLAY "ALRTEVAL: UNABLE TO REWRITE "
003490                         "ALRTLOG " ALG-KEY ", STATUS = "
003500                         ALE-LOG-FILE-STATUS
003510             END-REWRITE
003520         ELSE
003530             WRITE ALERT-LOG-RECORD
003540                 INVALID KEY
003550                     DISPLAY "ALRTEVAL: UNABLE TO ADD ALRTLOG "
003560                         ALG-KEY ", STATUS = " ALE-LOG-FILE-STATUS
003570             END-WRITE
003580         END-IF.
003590 2200-EXIT.
003600         EXIT.
003610*---------------------------------------------------------------
003620*  3000-CHECK-LOW-BALANCE.  THE BALANCE AND THE THRESHOLD ARE
003630*  BOTH IN THE ACCOUNT'S OWN CURRENCY.  ALREADY ALERTED TONIGHT
003640*  (A RERUN) IS LEFT ALONE ALTOGETHER.
003650*---------------------------------------------------------------
003660 3000-CHECK-LOW-BALANCE.
003670         PERFORM 2100-READ-LOG THRU 2100-EXIT.
003680         MOVE ABL-CURRENT-BALANCE TO ALE-EVENT-AMOUNT.
003690         MOVE ALE-RUN-DATE TO ALE-EVENT-DATE.
003700         IF ABL-CURRENT-BALANCE NOT < ASB-THRESHOLD
003710             IF ALE-LOG-FOUND
003720                 AND ALG-CONDITION-ALERTED
003730                 MOVE "C" TO ALG-STATE
003740                 MOVE ALE-RUN-DATE TO ALG-CLEARED-DATE
003750                 SET ALE-LOG-CHANGED TO TRUE
003760                 ADD 1 TO ALE-CONDITIONS-CLEARED
003770                 MOVE "CLEARED" TO ALE-ACTION
003780                 MOVE "BALANCE BACK AT OR ABOVE THRESHOLD"
003790                     TO ALE-REASON
003800                 PERFORM 7000-REPORT-LINE THRU 7000-EXIT
003810             END-IF
003820             GO TO 3000-SAVE
003830         END-IF.
003840         IF ALE-LOG-FOUND
003850             AND ALG-CONDITION-ALERTED
003860             IF ALG-LAST-ALERT-DATE NOT = ALE-RUN-DATE
003870                 ADD 1 TO ALG-SUPPRESSED-COUNT
003880                 SET ALE-LOG-CHANGED TO TRUE
003890                 ADD 1 TO ALE-ALERTS-SUPPRESSED
003900                 MOVE "SUPPRESSED" TO ALE-ACTION
003910                 MOVE SPACES TO ALE-REASON
003920                 STRING "STILL LOW, FIRST ALERTED "
003930                     ALG-FIRST-ALERT-DATE
003940                     DELIMITED BY SIZE INTO ALE-REASON
003950                 PERFORM 7000-REPORT-LINE THRU 7000-EXIT
003960             END-IF
003970             GO TO 3000-SAVE
003980         END-IF.
003990         MOVE "YOUR BALANCE HAS FALLEN BELOW YOUR ALERT AMOUNT"
004000             TO ALE-MESSAGE.
004010         PERFORM 6000-SEND-ALERT THRU 6000-EXIT.
004020         IF ALE-DEST-FOUND
004030             MOVE "A" TO ALG-STATE
004040             MOVE ALE-RUN-DATE TO ALG-FIRST-ALERT-DATE
004050             MOVE ALE-RUN-DATE TO ALG-LAST-ALERT-DATE
004060             MOVE ZERO TO ALG-CLEARED-DATE
004070             ADD 1 TO ALG-ALERT-COUNT
004080             SET ALE-LOG-CHANGED TO TRUE
004090         END-IF.
004100 3000-SAVE.
004110         PERFORM 2200-SAVE-LOG THRU 2200-EXIT.
004120 3000-EXIT.
004130         EXIT.
004140*---------------------------------------------------------------
004150*  4000-CHECK-LARGE-DEBITS.  BROWSES TONIGHT'S TXNHIST ITEMS FOR
004160*  THE ACCOUNT FROM SEQUENCE ZERO.  AN ITEM AT OR BEFORE THE LAST
004170*  ONE ALERTED WAS SENT BY AN EARLIER RUN OF THE NIGHT.
004180*---------------------------------------------------------------
004190 4000-CHECK-LARGE-DEBITS.
004200         IF NOT ALE-HISTORY-OPEN
004210             GO TO 4000-EXIT
004220         END-IF.
004230         PERFORM 2100-READ-LOG THRU 2100-EXIT.
004240         MOVE "N" TO ALE-HIST-EOF-SWITCH.
004250         MOVE ABL-ACCOUNT-NO TO THR-ACCOUNT-NO.
004260         MOVE ALE-RUN-DATE TO THR-POST-DATE.
004270         MOVE ZERO TO THR-SEQUENCE.
004280         START HISTORY-FILE KEY IS NOT LESS THAN THR-KEY
004290             INVALID KEY
004300                 SET ALE-HISTORY-DONE TO TRUE
004310         END-START.
004320         PERFORM 4100-NEXT-HISTORY-ITEM THRU 4100-EXIT
004330             UNTIL ALE-HISTORY-DONE.
004340         PERFORM 2200-SAVE-LOG THRU 2200-EXIT.
004350 4000-EXIT.
004360         EXIT.
004370 4100-NEXT-HISTORY-ITEM.
004380         READ HISTORY-FILE NEXT RECORD
004390             AT END
004400                 SET ALE-HISTORY-DONE TO TRUE
004410                 GO TO 4100-EXIT
004420         END-READ.
004430         IF THR-ACCOUNT-NO NOT = ABL-ACCOUNT-NO
004440             OR THR-POST-DATE NOT = ALE-RUN-DATE
004450             SET ALE-HISTORY-DONE TO TRUE
004460             GO TO 4100-EXIT
004470         END-IF.
004480         IF NOT THR-IS-CREDIT
004490             GO TO 4100-EXIT
004500         END-IF.
004510         ADD 1 TO ALE-ITEMS-EXAMINED.
004520         IF THR-POST-DATE < ALG-LAST-POST-DATE
004530             GO TO 4100-EXIT
004540         END-IF.
004550         IF THR-POST-DATE = ALG-LAST-POST-DATE
004560             AND THR-SEQUENCE NOT > ALG-LAST-SEQUENCE
004570             GO TO 4100-EXIT
004580         END-IF.
004590         MOVE THR-TRANS-DATE TO ALE-EVENT-DATE.
004600         IF ABL-LOCAL-CURRENCY
004610             MOVE THR-AMOUNT TO ALE-EVENT-AMOUNT
004620         ELSE
004630             MOVE ZERO TO FXC-RETURN-CODE
004640             MOVE "C" TO FXC-FUNCTION
004650             MOVE SPACES TO FXC-FROM-CURRENCY
004660             MOVE ABL-CURRENCY-CODE TO FXC-TO-CURRENCY
004670             MOVE THR-AMOUNT TO FXC-FROM-AMOUNT
004680             CALL "FXCONV" USING FX-CONVERT-AREA
004690             IF NOT FXC-SUCCESSFUL
004700                 MOVE THR-AMOUNT TO ALE-EVENT-AMOUNT
004710                 MOVE "NOT SENT" TO ALE-ACTION
004720                 MOVE SPACES TO ALE-REASON
004730                 STRING "NO RATE FOR " ABL-CURRENCY-CODE
004740                     " - ITEM " THR-SEQUENCE " NOT CHECKED"
004750                     DELIMITED BY SIZE INTO ALE-REASON
004760                 PERFORM 7100-EXCEPTION THRU 7100-EXIT
004770                 GO TO 4100-EXIT
004780             END-IF
004790             MOVE FXC-RESULT-AMOUNT TO ALE-EVENT-AMOUNT
004800         END-IF.
004810         IF ALE-EVENT-AMOUNT < ASB-THRESHOLD
004820             GO TO 4100-EXIT
004830         END-IF.
004840         MOVE "A DEBIT OF AT LEAST YOUR ALERT AMOUNT HAS POSTED"
004850             TO ALE-MESSAGE.
004860         PERFORM 6000-SEND-ALERT THRU 6000-EXIT.
004870         IF ALE-DEST-FOUND
004880             MOVE "A" TO ALG-STATE
004890             IF ALG-FIRST-ALERT-DATE = ZERO
004900                 MOVE ALE-RUN-DATE TO ALG-FIRST-ALERT-DATE
004910             END-IF
004920             MOVE ALE-RUN-DATE TO ALG-LAST-ALERT-DATE
004930             MOVE THR-POST-DATE TO ALG-LAST-POST-DATE
004940             MOVE THR-SEQUENCE TO ALG-LAST-SEQUENCE
004950             ADD 1 TO ALG-ALERT-COUNT
004960             SET ALE-LOG-CHANGED TO TRUE
004970         END-IF.
004980 4100-EXIT.
004990         EXIT.
005000*---------------------------------------------------------------
005010*  6000-SEND-ALERT.  FINDS THE ACCOUNT'S CUSTOMER AND THE
005020*  CHANNEL'S DESTINATION, THEN WRITES THE ALRTNOTE ROW.  NO
005030*  DESTINATION IS AN EXCEPTION AND LEAVES ALRTLOG AS IT WAS, SO
005040*  THE ALERT GOES OUT THE FIRST NIGHT IT CAN.
005050*---------------------------------------------------------------
005060 6000-SEND-ALERT.
005070         MOVE "N" TO ALE-DEST-SWITCH.
005080         MOVE SPACES TO ALE-DESTINATION.
005090         MOVE "NOT SENT" TO ALE-ACTION.
005100         IF NOT ALE-XREF-OPEN
005110             MOVE "NO ACCTXREF - ACCOUNT HAS NO CUSTOMER"
005120                 TO ALE-REASON
005130             PERFORM 7100-EXCEPTION THRU 7100-EXIT
005140             GO TO 6000-EXIT
005150         END-IF.
005160         MOVE ABL-ACCOUNT-NO TO AXR-ACCOUNT-NO.
005170         READ ACCOUNT-XREF-FILE
005180             INVALID KEY
005190                 MOVE "ACCOUNT NOT LINKED TO A CUSTOMER"
005200                     TO ALE-REASON
005210                 PERFORM 7100-EXCEPTION THRU 7100-EXIT
005220                 GO TO 6000-EXIT
005230         END-READ.
005240         IF NOT ALE-CONTACT-OPEN
005250             MOVE "NO CUSTCONT - NO CONTACT DETAILS"
005260                 TO ALE-REASON
005270             PERFORM 7100-EXCEPTION THRU 7100-EXIT
005280             GO TO 6000-EXIT
005290         END-IF.
005300         MOVE AXR-CUSTOMER-NO TO CCT-CUSTOMER-NO.
005310         READ CONTACT-FILE
005320             INVALID KEY
005330                 MOVE SPACES TO ALE-REASON
005340                 STRING "NO CONTACT DETAILS FOR CUSTOMER "
005350                     AXR-CUSTOMER-NO
005360                     DELIMITED BY SIZE INTO ALE-REASON
005370                 PERFORM 7100-EXCEPTION THRU 7100-EXIT
005380                 GO TO 6000-EXIT
005390         END-READ.
005400         IF ASB-CHANNEL-TEXT
005410             MOVE CCT-PHONE-NUMBER TO ALE-DESTINATION
005420         ELSE
005430             MOVE CCT-EMAIL-ADDRESS TO ALE-DESTINATION
005440         END-IF.
005450         IF ALE-DESTINATION = SPACES
005460             MOVE SPACES TO ALE-REASON
005470             IF ASB-CHANNEL-TEXT
005480                 STRING "NO PHONE NUMBER FOR CUSTOMER "
005490                     AXR-CUSTOMER-NO
005500                     DELIMITED BY SIZE INTO ALE-REASON
005510             ELSE
005520                 STRING "NO EMAIL ADDRESS FOR CUSTOMER "
005530                     AXR-CUSTOMER-NO
005540                     DELIMITED BY SIZE INTO ALE-REASON
005550             END-IF
005560             PERFORM 7100-EXCEPTION THRU 7100-EXIT
005570             GO TO 6000-EXIT
005580         END-IF.
005590         SET ALE-DEST-FOUND TO TRUE.
005600         ADD 1 TO ALE-ALERTS-SENT.
005610         ADD 1 TO ALE-REFERENCE.
005620         CALL "MASKACCT" USING ABL-ACCOUNT-NO ALE-MASKED-ACCOUNT.
005630         MOVE ALE-EVENT-AMOUNT TO ALE-AMOUNT-CSV.
005640         MOVE ASB-THRESHOLD TO ALE-THRESHOLD-CSV.
005650         MOVE SPACES TO NOTIFY-RECORD.
005660         STRING "A," ALE-RUN-DATE ALE-REFERENCE
005670             "," ASB-CHANNEL
005680             "," ALE-DESTINATION DELIMITED BY "  "
005690             "," ALE-MASKED-ACCOUNT
005700             "," ASB-ALERT-TYPE
005710             "," ALE-AMOUNT-CSV
005720             "," ALE-THRESHOLD-CSV
005730             "," ABL-CURRENCY-CODE
005740             "," ALE-EVENT-DATE
005750             "," ALE-MESSAGE
005760             DELIMITED BY SIZE INTO NOTIFY-RECORD.
005770         WRITE NOTIFY-RECORD.
005780         MOVE "SENT" TO ALE-ACTION.
005790         MOVE ALE-DESTINATION TO ALE-REASON.
005800         PERFORM 7000-REPORT-LINE THRU 7000-EXIT.
005810 6000-EXIT.
005820         EXIT.
005830 7000-REPORT-LINE.
005840         MOVE ALE-EVENT-AMOUNT TO ALE-AMOUNT-EDIT.
005850         MOVE ASB-THRESHOLD TO ALE-THRESHOLD-EDIT.
005860         MOVE SPACES TO REPORT-RECORD.
005870         STRING ABL-ACCOUNT-NO "  " ASB-ALERT-TYPE "  "
005880             ALE-ACTION " " ALE-AMOUNT-EDIT "  "
005890             ALE-THRESHOLD-EDIT "  " ABL-CURRENCY-CODE "  "
005900             ASB-CHANNEL "   " ALE-REASON
005910             DELIMITED BY SIZE INTO REPORT-RECORD.
005920         WRITE REPORT-RECORD.
005930 7000-EXIT.
005940         EXIT.
005950 7100-EXCEPTION.
005960         ADD 1 TO ALE-EXCEPTIONS.
005970         IF RETURN-CODE < 4
005980             MOVE 4 TO RETURN-CODE
005990         END-IF.
006000         PERFORM 7000-REPORT-LINE THRU 7000-EXIT.
006010 7100-EXIT.
006020         EXIT.
006030 8000-TERMINATE.
006040         IF ALE-NOTIFY-OPEN
006050             MOVE SPACES TO NOTIFY-RECORD
006060             STRING "T," ALE-ALERTS-SENT
006070                 DELIMITED BY SIZE INTO NOTIFY-RECORD
006080             WRITE NOTIFY-RECORD
006090             CLOSE NOTIFY-FILE
006100         END-IF.
006110         IF ALE-REPORT-OPEN
006120             MOVE SPACES TO REPORT-RECORD
006130             WRITE REPORT-RECORD
006140             MOVE ALE-ALERTS-SENT TO ALE-COUNT-EDIT
006150             MOVE SPACES TO REPORT-RECORD
006160             STRING "ALERTS SENT:               " ALE-COUNT-EDIT
006170                 DELIMITED BY SIZE INTO REPORT-RECORD
006180             WRITE REPORT-RECORD
006190             MOVE ALE-ALERTS-SUPPRESSED TO ALE-COUNT-EDIT
006200             MOVE SPACES TO REPORT-RECORD
006210             STRING "LOW BALANCES SUPPRESSED:   " ALE-COUNT-EDIT
006220                 DELIMITED BY SIZE INTO REPORT-RECORD
006230             WRITE REPORT-RECORD
006240             MOVE ALE-CONDITIONS-CLEARED TO ALE-COUNT-EDIT
006250             MOVE SPACES TO REPORT-RECORD
006260             STRING "LOW BALANCES CLEARED:      " ALE-COUNT-EDIT
006270                 DELIMITED BY SIZE INTO REPORT-RECORD
006280             WRITE REPORT-RECORD
006290             MOVE ALE-EXCEPTIONS TO ALE-COUNT-EDIT
006300             MOVE SPACES TO REPORT-RECORD
006310             STRING "ALERTS NOT SENT:           " ALE-COUNT-EDIT
006320                 DELIMITED BY SIZE INTO REPORT-RECORD
006330             WRITE REPORT-RECORD
006340             CLOSE REPORT-FILE
006350         END-IF.
006360         IF ALE-SUBSCR-OPEN
006370             CLOSE SUBSCRIPTION-FILE
006380         END-IF.
006390         IF ALE-BALANCE-OPEN
006400             CLOSE BALANCE-FILE
006410         END-IF.
006420         IF ALE-LOG-OPEN
006430             CLOSE ALERT-LOG-FILE
006440         END-IF.
006450         IF ALE-HISTORY-OPEN
006460             CLOSE HISTORY-FILE
006470         END-IF.
006480         IF ALE-XREF-OPEN
006490             CLOSE ACCOUNT-XREF-FILE
006500         END-IF.
006510         IF ALE-CONTACT-OPEN
006520             CLOSE CONTACT-FILE
006530         END-IF.
006540         DISPLAY "----------------------------------------------".
006550         DISPLAY "ACCTBAL ROWS READ      = " ALE-BALANCES-READ.
006560         DISPLAY "SUBSCRIPTIONS CHECKED  = "
006570             ALE-SUBSCRIPTIONS-SEEN.
006580         DISPLAY "DEBITS EXAMINED        = " ALE-ITEMS-EXAMINED.
006590         DISPLAY "ALERTS SENT            = " ALE-ALERTS-SENT.
006600         DISPLAY "ALERTS SUPPRESSED      = "
006610             ALE-ALERTS-SUPPRESSED.
006620         DISPLAY "CONDITIONS CLEARED     = "
006630             ALE-CONDITIONS-CLEARED.
006640         DISPLAY "ALERTS NOT SENT        = " ALE-EXCEPTIONS.
006650         DISPLAY "ALRTEVAL: JOB COMPLETE, RETURN CODE = "
006660             RETURN-CODE.
006670 8000-EXIT.
006680         EXIT.
