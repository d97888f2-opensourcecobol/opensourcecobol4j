000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.                 CONFRPT.
000030 AUTHOR.                     DATA CONTROL GROUP.
000040 INSTALLATION.               DAILY BATCH PROCESSING.
000050 DATE-WRITTEN.               10/15/2026.
000060 DATE-COMPILED.              10/15/2026.
000070*---------------------------------------------------------------
000080*  AUDIT BALANCE CONFIRMATION EXCEPTION REPORT.  READS AUDCONF
000090*  (CONFRECC) AND, FOR EACH SAMPLE (SNAPSHOT DATE), LISTS THE
000100*  CONFIRMATIONS THE AUDITORS MUST FOLLOW UP -- DISPUTES WITH
000110*  THE SNAPSHOT BALANCE, THE CUSTOMER'S BALANCE AND THE
000120*  DIFFERENCE; NO REPLIES; AND HELD CONFIRMATIONS WHERE NO
000130*  LETTER COULD BE SENT -- THEN THE COUNT AND VALUE OF THE
000140*  SAMPLE BY REPLY STATUS.  THE DIFFERENCE IS SHOWN IN THE
000150*  ACCOUNT'S CURRENCY; THE SAMPLE TOTAL CARRIES IT AT THE LOCAL
000160*  EQUIVALENT, SCALED BY THE SNAPSHOT CONVERSION CONFSAMP
000170*  RECORDED, SO MIXED CURRENCIES ADD UP.  ACCOUNTS ARE MASKED
000180*  THROUGH MASKACCT.
000190*
000200*  PARAMETER (COMMAND LINE): SNAPDATE (YYYYMMDD) TO REPORT ONE
000210*  SAMPLE; BLANK REPORTS EVERY SAMPLE ON FILE.
000220*  RC 4 WHEN THERE IS NOTHING TO REPORT; RC 8 ON A BAD
000230*  PARAMETER; RC 16 WHEN A FILE CANNOT BE OPENED.
000240*  ------------------------------------------------------------
000250*  MODIFICATION HISTORY
000260*  ------------------------------------------------------------
000270*  DATE       BY   DESCRIPTION
000280*  ---------- ---- --------------------------------------------
000290*  10/15/2026 DCG  ORIGINAL PROGRAM.
000300*---------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.
000340         LINUX.
000350 OBJECT-COMPUTER.
000360         LINUX.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390         SELECT CONFIRMATION-FILE ASSIGN TO "AUDCONF"
000400             ORGANIZATION IS INDEXED
000410             ACCESS MODE IS DYNAMIC
000420             RECORD KEY IS CNF-KEY
000430             FILE STATUS IS CFR-CONFIRM-FILE-STATUS.
000440         SELECT REPORT-FILE ASSIGN TO "CONFEXCP"
000450             ORGANIZATION IS LINE SEQUENTIAL
000460             FILE STATUS IS CFR-REPORT-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  CONFIRMATION-FILE.
000500     COPY CONFRECC.
000510 FD  REPORT-FILE.
000520 01  REPORT-RECORD               PIC X(132).
000530 WORKING-STORAGE SECTION.
000540 01  CFR-FILE-STATUS-VALUES.
000550         05  CFR-CONFIRM-FILE-STATUS PIC X(02).
000560             88  CFR-CONFIRM-FILE-OK     VALUE "00".
000570         05  CFR-REPORT-FILE-STATUS  PIC X(02).
000580             88  CFR-REPORT-FILE-OK      VALUE "00".
000590 01  CFR-SWITCHES.
000600         05  CFR-EOF-SWITCH          PIC X(01) VALUE "N".
000610             88  CFR-AT-END              VALUE "Y".
000620         05  CFR-READY-SWITCH        PIC X(01) VALUE "N".
000630             88  CFR-READY               VALUE "Y".
000640         05  CFR-CONFIRM-OPEN-SWITCH PIC X(01) VALUE "N".
000650             88  CFR-CONFIRM-OPEN        VALUE "Y".
000660         05  CFR-REPORT-OPEN-SWITCH  PIC X(01) VALUE "N".
000670             88  CFR-REPORT-OPEN         VALUE "Y".
000680 01  CFR-RUN-DATE                PIC 9(08) VALUE ZERO.
000690 01  CFR-PARM-STRING             PIC X(20) VALUE SPACES.
000700 01  CFR-PARM-DATE               PIC X(08) VALUE SPACES.
000710 01  CFR-SELECT-DATE             PIC 9(08) VALUE ZERO.
000720 01  CFR-CURRENT-DATE            PIC 9(08) VALUE ZERO.
000730 01  CFR-SAMPLE-COUNT            PIC 9(05) VALUE ZERO.
000740*  COUNT AND LOCAL VALUE OF THE SAMPLE BY REPLY STATUS, IN THE
000750*  ORDER OF CFR-STATUS-NAMES.
000760 01  CFR-STATUS-NAMES.
000770         05  FILLER                  PIC X(09) VALUE "SAWAITING".
000780         05  FILLER                  PIC X(09) VALUE "HHELD".
000790         05  FILLER                  PIC X(09) VALUE "AAGREED".
000800         05  FILLER                  PIC X(09) VALUE "DDISPUTED".
000810         05  FILLER                  PIC X(09) VALUE "NNO REPLY".
000820 01  CFR-STATUS-TABLE REDEFINES CFR-STATUS-NAMES.
000830         05  CFR-STATUS-ENTRY OCCURS 5 TIMES.
000840             10  CFR-STATUS-CODE     PIC X(01).
000850             10  CFR-STATUS-LABEL    PIC X(08).
000860 01  CFR-STATUS-FIGURES.
000870         05  CFR-FIG-ENTRY OCCURS 5 TIMES.
000880             10  CFR-FIG-COUNT       PIC 9(07) COMP.
000890             10  CFR-FIG-VALUE       PIC S9(15)V99 COMP-3.
000900 01  CFR-STATUS-COUNT            PIC 9(01) COMP VALUE 5.
000910 01  CFR-STATUS-SUB              PIC 9(01) COMP VALUE ZERO.
000920 01  CFR-WORK-FIELDS.
000930         05  CFR-WEIGHT              PIC S9(11)V99 COMP-3
000940                                         VALUE ZERO.
000950         05  CFR-DIFFERENCE          PIC S9(11)V99 COMP-3
000960                                         VALUE ZERO.
000970         05  CFR-LOCAL-DIFFERENCE    PIC S9(11)V99 COMP-3
000980                                         VALUE ZERO.
000990         05  CFR-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
001000 01  CFR-SAMPLE-TOTALS.
001010         05  CFR-SAMPLE-SELECTED     PIC 9(07) VALUE ZERO.
001020         05  CFR-SAMPLE-VALUE        PIC S9(15)V99 COMP-3
001030                                         VALUE ZERO.
001040         05  CFR-SAMPLE-EXCEPTIONS   PIC 9(07) VALUE ZERO.
001050         05  CFR-SAMPLE-DIFFERENCE   PIC S9(15)V99 COMP-3
001060                                         VALUE ZERO.
001070 01  CFR-DETAIL-LINE.
001080         05  CFR-DTL-SEQ             PIC ZZZZ9.
001090         05  FILLER                  PIC X(02) VALUE SPACES.
001100         05  CFR-DTL-BRANCH          PIC X(03).
001110         05  FILLER                  PIC X(01) VALUE SPACES.
001120         05  CFR-DTL-ACCOUNT         PIC X(10).
001130         05  FILLER                  PIC X(01) VALUE SPACES.
001140         05  CFR-DTL-CUSTOMER        PIC X(10).
001150         05  FILLER                  PIC X(01) VALUE SPACES.
001160         05  CFR-DTL-CURRENCY        PIC X(03).
001170         05  FILLER                  PIC X(01) VALUE SPACES.
001180         05  CFR-DTL-STATUS          PIC X(08).
001190         05  FILLER                  PIC X(01) VALUE SPACES.
001200         05  CFR-DTL-SNAP-BALANCE    PIC -,---,---,---,--9.99.
001210         05  FILLER                  PIC X(01) VALUE SPACES.
001220         05  CFR-DTL-REPLY-BALANCE   PIC -,---,---,---,--9.99.
001230         05  FILLER                  PIC X(01) VALUE SPACES.
001240         05  CFR-DTL-DIFFERENCE      PIC -,---,---,---,--9.99.
001250         05  FILLER                  PIC X(01) VALUE SPACES.
001260         05  CFR-DTL-REPLY-DATE      PIC X(08).
001270         05  FILLER                  PIC X(01) VALUE SPACES.
001280         05  CFR-DTL-NOTE            PIC X(18).
001290 01  CFR-EDIT-FIELDS.
001300         05  CFR-COUNT-EDIT          PIC ZZZ,ZZ9.
001310         05  CFR-VALUE-EDIT          PIC ---,---,---,---,--9.99.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350         IF CFR-READY
001360             PERFORM 2000-REPORT-CONFIRMATION THRU 2000-EXIT
001370                 UNTIL CFR-AT-END
001380             IF CFR-CURRENT-DATE NOT = ZERO
001390                 PERFORM 3000-END-OF-SAMPLE THRU 3000-EXIT
001400             END-IF
001410         END-IF.
001420         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001430         STOP RUN.
001440 1000-INITIALIZE.
001450         DISPLAY "CONFRPT: JOB STARTING".
001460         MOVE ZERO TO RETURN-CODE.
001470         ACCEPT CFR-RUN-DATE FROM DATE YYYYMMDD.
001480         ACCEPT CFR-PARM-STRING FROM COMMAND-LINE.
001490         UNSTRING CFR-PARM-STRING DELIMITED BY ","
001500             INTO CFR-PARM-DATE
001510         END-UNSTRING.
001520         IF CFR-PARM-DATE NOT = SPACES
001530             IF CFR-PARM-DATE NOT NUMERIC
001540                 DISPLAY "CONFRPT: PARAMETER MUST BE A SNAPSHOT "
001550                     "DATE YYYYMMDD OR BLANK"
001560                 MOVE 8 TO RETURN-CODE
001570                 GO TO 1000-EXIT
001580             END-IF
001590             MOVE CFR-PARM-DATE TO CFR-SELECT-DATE
001600         END-IF.
001610         OPEN INPUT CONFIRMATION-FILE.
001620         IF NOT CFR-CONFIRM-FILE-OK
001630             DISPLAY "CONFRPT: CANNOT OPEN AUDCONF, STATUS = "
001640                 CFR-CONFIRM-FILE-STATUS
001650             MOVE 16 TO RETURN-CODE
001660             GO TO 1000-EXIT
001670         END-IF.
001680         SET CFR-CONFIRM-OPEN TO TRUE.
001690         OPEN OUTPUT REPORT-FILE.
001700         IF NOT CFR-REPORT-FILE-OK
001710             DISPLAY "CONFRPT: CANNOT OPEN CONFEXCP, STATUS = "
001720                 CFR-REPORT-FILE-STATUS
001730             MOVE 16 TO RETURN-CODE
001740             GO TO 1000-EXIT
001750         END-IF.
001760         SET CFR-REPORT-OPEN TO TRUE.
001770         MOVE SPACES TO REPORT-RECORD.
001780         STRING "CONFRPT  AUDIT BALANCE CONFIRMATION EXCEPTIONS"
001790             "     RUN DATE: " CFR-RUN-DATE
001800             DELIMITED BY SIZE INTO REPORT-RECORD.
001810         WRITE REPORT-RECORD.
001820         MOVE CFR-SELECT-DATE TO CNF-SNAP-DATE.
001830         MOVE LOW-VALUES TO CNF-ACCOUNT-NO.
001840         START CONFIRMATION-FILE KEY IS NOT LESS THAN CNF-KEY
001850             INVALID KEY
001860                 MOVE "Y" TO CFR-EOF-SWITCH
001870         END-START.
001880         SET CFR-READY TO TRUE.
001890 1000-EXIT.
001900         EXIT.
001910 2000-REPORT-CONFIRMATION.
001920         READ CONFIRMATION-FILE NEXT RECORD
001930             AT END
001940                 MOVE "Y" TO CFR-EOF-SWITCH
001950                 GO TO 2000-EXIT
001960         END-READ.
001970         IF CFR-SELECT-DATE NOT = ZERO
001980             AND CNF-SNAP-DATE NOT = CFR-SELECT-DATE
001990             MOVE "Y" TO CFR-EOF-SWITCH
002000             GO TO 2000-EXIT
002010         END-IF.
002020         IF CNF-SNAP-DATE NOT = CFR-CURRENT-DATE
002030             IF CFR-CURRENT-DATE NOT = ZERO
002040                 PERFORM 3000-END-OF-SAMPLE THRU 3000-EXIT
002050             END-IF
002060             PERFORM 2100-START-SAMPLE THRU 2100-EXIT
002070         END-IF.
002080         IF CNF-LOCAL-BALANCE < ZERO
002090             COMPUTE CFR-WEIGHT = ZERO - CNF-LOCAL-BALANCE
002100         ELSE
002110             MOVE CNF-LOCAL-BALANCE TO CFR-WEIGHT
002120         END-IF.
002130         ADD 1 TO CFR-SAMPLE-SELECTED.
002140         ADD CFR-WEIGHT TO CFR-SAMPLE-VALUE.
002150         MOVE 1 TO CFR-STATUS-SUB.
002160         PERFORM 2150-FIND-STATUS THRU 2150-EXIT
002170             UNTIL CFR-STATUS-SUB > CFR-STATUS-COUNT
002180             OR CFR-STATUS-CODE(CFR-STATUS-SUB)
002190                 = CNF-REPLY-STATUS.
002200         IF CFR-STATUS-SUB NOT > CFR-STATUS-COUNT
002210             ADD 1 TO CFR-FIG-COUNT(CFR-STATUS-SUB)
002220             ADD CFR-WEIGHT TO CFR-FIG-VALUE(CFR-STATUS-SUB)
002230         END-IF.
002240         IF CNF-STATUS-DISPUTED OR CNF-STATUS-NO-REPLY
002250             OR CNF-STATUS-HELD
002260             PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
002270         END-IF.
002280 2000-EXIT.
002290         EXIT.
002300 2100-START-SAMPLE.
002310         MOVE CNF-SNAP-DATE TO CFR-CURRENT-DATE.
002320         ADD 1 TO CFR-SAMPLE-COUNT.
002330         INITIALIZE CFR-STATUS-FIGURES.
002340         INITIALIZE CFR-SAMPLE-TOTALS.
002350         MOVE SPACES TO REPORT-RECORD.
002360         WRITE REPORT-RECORD.
002370         MOVE SPACES TO REPORT-RECORD.
002380         STRING "SNAPSHOT DATE " CNF-SNAP-DATE
002390             "   SELECTED " CNF-SELECTED-DATE
002400             "   METHOD " CNF-METHOD "   SEED " CNF-SEED
002410             DELIMITED BY SIZE INTO REPORT-RECORD.
002420         WRITE REPORT-RECORD.
002430         MOVE SPACES TO REPORT-RECORD.
002440         STRING "  SEQ  BRN ACCOUNT    CUSTOMER   CCY STATUS  "
002450             "     SNAPSHOT BALANCE     CUSTOMER BALANCE"
002460             "           DIFFERENCE REPLIED  NOTE"
002470             DELIMITED BY SIZE INTO REPORT-RECORD.
002480         WRITE REPORT-RECORD.
002490 2100-EXIT.
002500         EXIT.
002510 2150-FIND-STATUS.
002520         ADD 1 TO CFR-STATUS-SUB.
002530 2150-EXIT.
002540         EXIT.
002550*  A DISPUTE SHOWS THE CUSTOMER'S BALANCE AND THE DIFFERENCE
002560*  (CUSTOMER LESS SNAPSHOT); NO REPLY AND HELD SHOW NEITHER.
002570 2200-PRINT-EXCEPTION.
002580         ADD 1 TO CFR-SAMPLE-EXCEPTIONS.
002590         CALL "MASKACCT" USING CNF-ACCOUNT-NO CFR-MASKED-ACCOUNT.
002600         MOVE CNF-SELECT-SEQ TO CFR-DTL-SEQ.
002610         MOVE CNF-BRANCH-CODE TO CFR-DTL-BRANCH.
002620         MOVE CFR-MASKED-ACCOUNT TO CFR-DTL-ACCOUNT.
002630         MOVE CNF-CUSTOMER-NO TO CFR-DTL-CUSTOMER.
002640         MOVE CNF-CURRENCY-CODE TO CFR-DTL-CURRENCY.
002650         MOVE CFR-STATUS-LABEL(CFR-STATUS-SUB) TO CFR-DTL-STATUS.
002660         MOVE CNF-SNAP-BALANCE TO CFR-DTL-SNAP-BALANCE.
002670         MOVE ZERO TO CFR-DTL-REPLY-BALANCE.
002680         MOVE ZERO TO CFR-DTL-DIFFERENCE.
002690         MOVE SPACES TO CFR-DTL-REPLY-DATE.
002700         IF CNF-REPLY-DATE NOT = ZERO
002710             MOVE CNF-REPLY-DATE TO CFR-DTL-REPLY-DATE
002720         END-IF.
002730         MOVE CNF-REPLY-NOTE TO CFR-DTL-NOTE.
002740         IF CNF-STATUS-DISPUTED
002750             COMPUTE CFR-DIFFERENCE =
002760                 CNF-REPLY-AMOUNT - CNF-SNAP-BALANCE
002770             MOVE CNF-REPLY-AMOUNT TO CFR-DTL-REPLY-BALANCE
002780             MOVE CFR-DIFFERENCE TO CFR-DTL-DIFFERENCE
002790             IF CNF-LOCAL-CURRENCY
002800                 MOVE CFR-DIFFERENCE TO CFR-LOCAL-DIFFERENCE
002810             ELSE
002820                 COMPUTE CFR-LOCAL-DIFFERENCE ROUNDED =
002830                     CFR-DIFFERENCE * CNF-LOCAL-BALANCE
002840                     / CNF-SNAP-BALANCE
002850             END-IF
002860             ADD CFR-LOCAL-DIFFERENCE TO CFR-SAMPLE-DIFFERENCE
002870         END-IF.
002880         MOVE CFR-DETAIL-LINE TO REPORT-RECORD.
002890         WRITE REPORT-RECORD.
002900 2200-EXIT.
002910         EXIT.
002920*---------------------------------------------------------------
002930*  3000-END-OF-SAMPLE.  THE SAMPLE BY REPLY STATUS AND THE NET
002940*  DISPUTED DIFFERENCE AT THE LOCAL EQUIVALENT.
002950*---------------------------------------------------------------
002960 3000-END-OF-SAMPLE.
002970         IF CFR-SAMPLE-EXCEPTIONS = ZERO
002980             MOVE "  NO EXCEPTIONS" TO REPORT-RECORD
002990             WRITE REPORT-RECORD
003000         END-IF.
003010         MOVE SPACES TO REPORT-RECORD.
003020         WRITE REPORT-RECORD.
003030         PERFORM 3100-PRINT-STATUS-LINE THRU 3100-EXIT
003040             VARYING CFR-STATUS-SUB FROM 1 BY 1
003050             UNTIL CFR-STATUS-SUB > CFR-STATUS-COUNT.
003060         MOVE CFR-SAMPLE-SELECTED TO CFR-COUNT-EDIT.
003070         MOVE CFR-SAMPLE-VALUE TO CFR-VALUE-EDIT.
003080         MOVE SPACES TO REPORT-RECORD.
003090         STRING "  SAMPLE TOTAL  " CFR-COUNT-EDIT "  "
003100             CFR-VALUE-EDIT
003110             DELIMITED BY SIZE INTO REPORT-RECORD.
003120         WRITE REPORT-RECORD.
003130         MOVE CFR-SAMPLE-DIFFERENCE TO CFR-VALUE-EDIT.
003140         MOVE SPACES TO REPORT-RECORD.
003150         STRING "  NET DISPUTED DIFFERENCE (LOCAL)  "
003160             CFR-VALUE-EDIT
003170             DELIMITED BY SIZE INTO REPORT-RECORD.
003180         WRITE REPORT-RECORD.
003190 3000-EXIT.
003200         EXIT.
003210 3100-PRINT-STATUS-LINE.
003220         MOVE CFR-FIG-COUNT(CFR-STATUS-SUB) TO CFR-COUNT-EDIT.
003230         MOVE CFR-FIG-VALUE(CFR-STATUS-SUB) TO CFR-VALUE-EDIT.
003240         MOVE SPACES TO REPORT-RECORD.
003250         STRING "  " CFR-STATUS-LABEL(CFR-STATUS-SUB) "      "
003260             CFR-COUNT-EDIT "  " CFR-VALUE-EDIT
003270             DELIMITED BY SIZE INTO REPORT-RECORD.
003280         WRITE REPORT-RECORD.
003290 3100-EXIT.
003300         EXIT.
003310 8000-TERMINATE.
003320         IF CFR-READY AND CFR-SAMPLE-COUNT = ZERO
003330             MOVE SPACES TO REPORT-RECORD
003340             WRITE REPORT-RECORD
003350             MOVE "NO CONFIRMATIONS ON FILE FOR THE DATE GIVEN"
003360                 TO REPORT-RECORD
003370             WRITE REPORT-RECORD
003380             DISPLAY "CONFRPT: NO CONFIRMATIONS TO REPORT"
003390             MOVE 4 TO RETURN-CODE
003400         END-IF.
003410         IF CFR-CONFIRM-OPEN
003420             CLOSE CONFIRMATION-FILE
003430         END-IF.
003440         IF CFR-REPORT-OPEN
003450             CLOSE REPORT-FILE
003460         END-IF.
003470         DISPLAY "CONFRPT: " CFR-SAMPLE-COUNT " SAMPLE(S) "
003480             "REPORTED, RETURN CODE " RETURN-CODE.
003490 8000-EXIT.
003500         EXIT.
