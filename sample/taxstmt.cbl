000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 TAXSTMT.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  YEAR-END INTEREST TAX STATEMENTS AND AUTHORITY FILING.  RUN
000180*  BY THE OPERATOR EVERY JANUARY WITH THE TAX YEAR AS ITS
000190*  PARAMETER (E.G. "taxstmt 2026"), THE SAME WAY YEAREND IS.
000200*  EVERY INTEREST CREDIT (TYPE "03", "C") AND EVERY TAX ITEM
000210*  INTCAP WITHHELD (TYPE "12") POSTED IN THE YEAR IS GATHERED
000220*  FROM TXNHIST -- AND FROM ANY ACTIVE HISTCATLG ARCHIVE WHOSE
000230*  POSTINGS REACH INTO THE YEAR -- RESOLVED TO ITS OWNING
000240*  CUSTOMER THROUGH ACCTXREF, AND SORTED BY CUSTOMER AND
000250*  ACCOUNT.  EACH CUSTOMER THEN GETS:
000260*    - ONE PRINTED STATEMENT ON TAXSTMT.Y<YEAR> LISTING EACH
000270*      ACCOUNT'S INTEREST AND TAX AND THE CUSTOMER TOTAL,
000280*      ADDRESSED AND HELD FOR RETURNED MAIL THROUGH MAILCHK;
000290*    - ONE "D" DETAIL ON THE FIXED-FORMAT TAX AUTHORITY FILE
000300*      TAXFILE.Y<YEAR> (SHARED TAXFILRC COPYBOOK), BETWEEN AN
000310*      "H" HEADER AND A "T" CONTROL-TOTAL TRAILER.
000320*  A CREDIT-SIDE TYPE "12" (TAX GIVEN BACK) REDUCES THE TAX
000330*  REPORTED.  HISTORY FOR AN ACCOUNT NO CUSTOMER OWNS ON
000340*  ACCTXREF CANNOT BE REPORTED; IT IS NAMED ON THE CONSOLE AND
000350*  ENDS THE RUN RC 4.  A RERUN FOR THE SAME YEAR REPLACES BOTH
000360*  FILES.
000370*  ------------------------------------------------------------
000380*  MODIFICATION HISTORY
000390*  ------------------------------------------------------------
000400*  DATE       BY   DESCRIPTION
000410*  ---------- ---- --------------------------------------------
000420*  10/15/2026 DCG  ORIGINAL PROGRAM.
000430*---------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.
000470         LINUX.
000480 OBJECT-COMPUTER.
000490         LINUX.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520         SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
000530             ORGANIZATION IS INDEXED
000540             ACCESS MODE IS SEQUENTIAL
000550             RECORD KEY IS THR-KEY
000560             FILE STATUS IS TXS-HISTORY-FILE-STATUS.
000570         SELECT CATALOG-FILE ASSIGN TO "HISTCATLG"
000580             ORGANIZATION IS LINE SEQUENTIAL
000590             FILE STATUS IS TXS-CATALOG-FILE-STATUS.
000600         SELECT ARCHIVE-FILE ASSIGN DYNAMIC TXS-ARCHIVE-NAME
000610             ORGANIZATION IS LINE SEQUENTIAL
000620             FILE STATUS IS TXS-ARCHIVE-FILE-STATUS.
000630         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS RANDOM
000660             RECORD KEY IS AXR-ACCOUNT-NO
000670             FILE STATUS IS TXS-XREF-FILE-STATUS.
000680         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000690             ORGANIZATION IS INDEXED
000700             ACCESS MODE IS RANDOM
000710             RECORD KEY IS CUS-CUSTOMER-NO
000720             FILE STATUS IS TXS-MASTER-FILE-STATUS.
000730         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
000740             ORGANIZATION IS INDEXED
000750             ACCESS MODE IS RANDOM
000760             RECORD KEY IS CCT-CUSTOMER-NO
000770             FILE STATUS IS TXS-CONTACT-FILE-STATUS.
000780         SELECT STATEMENT-FILE ASSIGN DYNAMIC
000790             TXS-STATEMENT-FILENAME
000800             ORGANIZATION IS LINE SEQUENTIAL
000810             FILE STATUS IS TXS-STATEMENT-FILE-STATUS.
000820         SELECT FILING-FILE ASSIGN DYNAMIC
000830             TXS-FILING-FILENAME
000840             ORGANIZATION IS LINE SEQUENTIAL
000850             FILE STATUS IS TXS-FILING-FILE-STATUS.
000860         SELECT SORT-WORK-FILE ASSIGN TO "TAXSORT".
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  HISTORY-FILE.
000900     COPY TXNHISTC.
000910 FD  CATALOG-FILE.
000920     COPY HSTCATRC.
000930 FD  ARCHIVE-FILE.
000940 01  ARCHIVE-LINE                PIC X(56).
000950 FD  ACCOUNT-XREF-FILE.
000960     COPY CUSXREFC.
000970 FD  CUSTOMER-MASTER-FILE.
000980     COPY CUSTREC.
000990 FD  CONTACT-FILE.
001000     COPY CUSTCTRC.
001010 FD  STATEMENT-FILE.
001020 01  STATEMENT-LINE              PIC X(80).
001030 FD  FILING-FILE.
001040     COPY TAXFILRC.
001050 SD  SORT-WORK-FILE.
001060 01  SORT-WORK-RECORD.
001070         05  SRT-CUSTOMER-NO         PIC X(10).
001080         05  SRT-ACCOUNT-NO          PIC X(10).
001090         05  SRT-INTEREST            PIC S9(09)V99 COMP-3.
001100         05  SRT-WITHHELD            PIC S9(09)V99 COMP-3.
001110 WORKING-STORAGE SECTION.
001120     COPY MAILCHKC.
001130 01  TXS-FILE-STATUS-VALUES.
001140         05  TXS-HISTORY-FILE-STATUS PIC X(02).
001150             88  TXS-HISTORY-FILE-OK     VALUE "00".
001160         05  TXS-CATALOG-FILE-STATUS PIC X(02).
001170             88  TXS-CATALOG-FILE-OK     VALUE "00".
001180         05  TXS-ARCHIVE-FILE-STATUS PIC X(02).
001190             88  TXS-ARCHIVE-FILE-OK     VALUE "00".
001200         05  TXS-XREF-FILE-STATUS    PIC X(02).
001210             88  TXS-XREF-FILE-OK        VALUE "00".
001220         05  TXS-MASTER-FILE-STATUS  PIC X(02).
001230             88  TXS-MASTER-FILE-OK      VALUE "00".
001240         05  TXS-CONTACT-FILE-STATUS PIC X(02).
001250             88  TXS-CONTACT-FILE-OK     VALUE "00".
001260         05  TXS-STATEMENT-FILE-STATUS PIC X(02).
001270             88  TXS-STATEMENT-FILE-OK   VALUE "00".
001280         05  TXS-FILING-FILE-STATUS  PIC X(02).
001290             88  TXS-FILING-FILE-OK      VALUE "00".
001300 01  TXS-ARCHIVE-NAME            PIC X(30) VALUE SPACES.
001310 01  TXS-STATEMENT-FILENAME      PIC X(30) VALUE SPACES.
001320 01  TXS-FILING-FILENAME         PIC X(30) VALUE SPACES.
001330 01  TXS-SWITCHES.
001340         05  TXS-EOF-SWITCH          PIC X(01) VALUE "N".
001350             88  TXS-AT-END              VALUE "Y".
001360         05  TXS-SORT-EOF-SWITCH     PIC X(01) VALUE "N".
001370             88  TXS-SORT-AT-END         VALUE "Y".
001380         05  TXS-FIRST-SWITCH        PIC X(01) VALUE "Y".
001390             88  TXS-FIRST-CUSTOMER      VALUE "Y".
001400         05  TXS-XREF-OPEN-SWITCH    PIC X(01) VALUE "N".
001410             88  TXS-XREF-OPEN           VALUE "Y".
001420         05  TXS-MASTER-OPEN-SWITCH  PIC X(01) VALUE "N".
001430             88  TXS-MASTER-OPEN         VALUE "Y".
001440         05  TXS-CONTACT-OPEN-SWITCH PIC X(01) VALUE "N".
001450             88  TXS-CONTACT-OPEN        VALUE "Y".
001460         05  TXS-LINKED-SWITCH       PIC X(01) VALUE "N".
001470             88  TXS-ACCOUNT-LINKED      VALUE "Y".
001480 01  TXS-PARM-FIELDS.
001490         05  TXS-PARM-STRING         PIC X(08) VALUE SPACES.
001500         05  TXS-TAX-YEAR-X          PIC X(04) VALUE SPACES.
001510         05  TXS-TAX-YEAR REDEFINES TXS-TAX-YEAR-X
001520                                     PIC 9(04).
001530 01  TXS-RUN-DATE                PIC 9(08) VALUE ZERO.
001540 01  TXS-RUN-TIME                PIC 9(08) VALUE ZERO.
001550 01  TXS-COUNTERS.
001560         05  TXS-ROWS-READ           PIC 9(09) COMP VALUE ZERO.
001570         05  TXS-ROWS-RELEASED       PIC 9(09) COMP VALUE ZERO.
001580         05  TXS-ARCHIVES-READ       PIC 9(05) COMP VALUE ZERO.
001590         05  TXS-UNLINKED-COUNT      PIC 9(07) COMP VALUE ZERO.
001600         05  TXS-CUSTOMER-COUNT      PIC 9(09) COMP VALUE ZERO.
001610         05  TXS-PRINTED-COUNT       PIC 9(07) COMP VALUE ZERO.
001620         05  TXS-HELD-COUNT          PIC 9(07) COMP VALUE ZERO.
001630 01  TXS-FILING-TOTALS.
001640         05  TXS-TOTAL-INTEREST      PIC S9(13)V99 COMP-3
001650                                         VALUE ZERO.
001660         05  TXS-TOTAL-WITHHELD      PIC S9(13)V99 COMP-3
001670                                         VALUE ZERO.
001680*---------------------------------------------------------------
001690*  ONE IMAGE OF A HISTORY ROW, WHICHEVER FILE IT CAME FROM --
001700*  SAME SHAPE AS THE TXNHISTC COPYBOOK, RENAMED SO THE FD'S OWN
001710*  FIELDS STAY UNTOUCHED.
001720*---------------------------------------------------------------
001730 01  TXS-HISTORY-IMAGE.
001740         05  TXI-ACCOUNT-NO          PIC X(10).
001750         05  TXI-POST-DATE           PIC 9(08).
001760         05  TXI-POST-DATE-X REDEFINES TXI-POST-DATE.
001770             10  TXI-POST-YEAR       PIC X(04).
001780             10  FILLER              PIC X(04).
001790         05  TXI-SEQUENCE            PIC 9(05).
001800         05  TXI-BRANCH-CODE         PIC X(03).
001810         05  TXI-RECORD-TYPE         PIC X(02).
001820         05  TXI-TRANS-DATE          PIC 9(08).
001830         05  TXI-AMOUNT              PIC 9(09)V99.
001840         05  TXI-DC-INDICATOR        PIC X(01).
001850             88  TXI-IS-CREDIT           VALUE "C".
001860         05  TXI-CURRENCY-CODE       PIC X(03).
001870         05  FILLER                  PIC X(05).
001880 01  TXS-LAST-ACCOUNT            PIC X(10) VALUE LOW-VALUES.
001890 01  TXS-LAST-CUSTOMER           PIC X(10) VALUE SPACES.
001900*  THE ARCHIVE CATALOG IS APPEND-ONLY; THE LATEST ROW FOR AN
001910*  ARCHIVE CARRIES ITS STATUS.
001920 01  TXS-ARCHIVE-TABLE.
001930         05  TXS-ARC-COUNT           PIC 9(03) COMP VALUE ZERO.
001940         05  TXS-ARC-SUB             PIC 9(03) COMP VALUE ZERO.
001950         05  TXS-ARC-ENTRY OCCURS 200 TIMES
001960                 INDEXED BY TXS-ARC-IDX.
001970             10  TXS-ARC-NAME        PIC X(30).
001980             10  TXS-ARC-FIRST-YEAR  PIC X(04).
001990             10  TXS-ARC-LAST-YEAR   PIC X(04).
002000             10  TXS-ARC-STATUS      PIC X(01).
002010*  THE CURRENT CUSTOMER'S ACCOUNTS, BUILT FROM THE SORTED ROWS.
002020 01  TXS-CUSTOMER-WORK.
002030         05  TXS-CURR-CUSTOMER       PIC X(10) VALUE SPACES.
002040         05  TXS-CUST-INTEREST       PIC S9(11)V99 COMP-3
002050                                         VALUE ZERO.
002060         05  TXS-CUST-WITHHELD       PIC S9(11)V99 COMP-3
002070                                         VALUE ZERO.
002080         05  TXS-ACCT-COUNT          PIC 9(03) COMP VALUE ZERO.
002090         05  TXS-ACCT-SUB            PIC 9(03) COMP VALUE ZERO.
002100         05  TXS-ACCT-ENTRY OCCURS 100 TIMES.
002110             10  TXS-ACCT-NO         PIC X(10).
002120             10  TXS-ACCT-INTEREST   PIC S9(09)V99 COMP-3.
002130             10  TXS-ACCT-WITHHELD   PIC S9(09)V99 COMP-3.
002140 01  TXS-PRINT-FIELDS.
002150         05  TXS-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
002160         05  TXS-CITY-LINE           PIC X(45) VALUE SPACES.
002170 01  TXS-HEADING-1.
002180         05  FILLER                  PIC X(40)
002190                 VALUE "INTEREST TAX STATEMENT".
002200         05  FILLER                  PIC X(09) VALUE "TAX YEAR ".
002210         05  TXS-HDG-YEAR            PIC 9(04).
002220         05  FILLER                  PIC X(27) VALUE SPACES.
002230 01  TXS-COLUMN-HEADING.
002240         05  FILLER                  PIC X(20) VALUE "ACCOUNT".
002250         05  FILLER                  PIC X(20)
002260                 VALUE "       INTEREST PAID".
002270         05  FILLER                  PIC X(20)
002280                 VALUE "        TAX WITHHELD".
002290         05  FILLER                  PIC X(20) VALUE SPACES.
002300 01  TXS-DETAIL-LINE.
002310         05  TXS-DTL-ACCOUNT         PIC X(20).
002320         05  TXS-DTL-INTEREST        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002330         05  TXS-DTL-WITHHELD        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
002340         05  FILLER                  PIC X(20) VALUE SPACES.
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380         SORT SORT-WORK-FILE
002390             ON ASCENDING KEY SRT-CUSTOMER-NO
002400             ON ASCENDING KEY SRT-ACCOUNT-NO
002410             INPUT PROCEDURE IS 2000-GATHER-INTEREST
002420                 THRU 2000-EXIT
002430             OUTPUT PROCEDURE IS 3000-PRODUCE-STATEMENTS
002440                 THRU 3000-EXIT.
002450         PERFORM 8000-TERMINATE THRU 8000-EXIT.
002460         STOP RUN.
002470 1000-INITIALIZE.
002480         DISPLAY "TAXSTMT: JOB STARTING".
002490         ACCEPT TXS-RUN-DATE FROM DATE YYYYMMDD.
002500         ACCEPT TXS-RUN-TIME FROM TIME.
002510         ACCEPT TXS-PARM-STRING FROM COMMAND-LINE.
002520         MOVE TXS-PARM-STRING(1:4) TO TXS-TAX-YEAR-X.
002530         IF TXS-TAX-YEAR-X NOT NUMERIC
002540             OR TXS-TAX-YEAR < 1900
002550             DISPLAY "TAXSTMT: PARAMETER MUST BE THE TAX YEAR, "
002560                 "E.G. 2026 - RUN ABANDONED"
002570             MOVE 16 TO RETURN-CODE
002580             STOP RUN
002590         END-IF.
002600         IF TXS-TAX-YEAR NOT < TXS-RUN-DATE(1:4)
002610             DISPLAY "TAXSTMT: TAX YEAR " TXS-TAX-YEAR
002620                 " HAS NOT ENDED - RUN ABANDONED"
002630             MOVE 16 TO RETURN-CODE
002640             STOP RUN
002650         END-IF.
002660         STRING "TAXSTMT.Y" TXS-TAX-YEAR
002670             DELIMITED BY SIZE INTO TXS-STATEMENT-FILENAME.
002680         STRING "TAXFILE.Y" TXS-TAX-YEAR
002690             DELIMITED BY SIZE INTO TXS-FILING-FILENAME.
002700         OPEN INPUT ACCOUNT-XREF-FILE.
002710         IF NOT TXS-XREF-FILE-OK
002720             DISPLAY "TAXSTMT: CANNOT OPEN ACCTXREF, STATUS = "
002730                 TXS-XREF-FILE-STATUS " - RUN ABANDONED"
002740             MOVE 16 TO RETURN-CODE
002750             STOP RUN
002760         END-IF.
002770         SET TXS-XREF-OPEN TO TRUE.
002780         OPEN INPUT CUSTOMER-MASTER-FILE.
002790         IF TXS-MASTER-FILE-OK
002800             SET TXS-MASTER-OPEN TO TRUE
002810         END-IF.
002820         OPEN INPUT CONTACT-FILE.
002830         IF TXS-CONTACT-FILE-OK
002840             SET TXS-CONTACT-OPEN TO TRUE
002850         END-IF.
002860         OPEN OUTPUT STATEMENT-FILE.
002870         OPEN OUTPUT FILING-FILE.
002880         IF NOT TXS-STATEMENT-FILE-OK
002890             OR NOT TXS-FILING-FILE-OK
002900             DISPLAY "TAXSTMT: CANNOT OPEN "
002910                 TXS-STATEMENT-FILENAME " OR "
002920                 TXS-FILING-FILENAME " - RUN ABANDONED"
002930             MOVE 16 TO RETURN-CODE
002940             STOP RUN
002950         END-IF.
002960         MOVE SPACES TO TAX-FILING-RECORD.
002970         SET TXF-HEADER TO TRUE.
002980         MOVE TXS-TAX-YEAR TO TXF-TAX-YEAR.
002990         MOVE TXS-RUN-DATE TO TXF-CREATED-DATE.
003000         MOVE TXS-RUN-TIME TO TXF-CREATED-TIME.
003010         WRITE TAX-FILING-RECORD.
003020         MOVE TXS-TAX-YEAR TO TXS-HDG-YEAR.
003030         PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
003040 1000-EXIT.
003050         EXIT.
003060 1100-LOAD-CATALOG.
003070         OPEN INPUT CATALOG-FILE.
003080         IF NOT TXS-CATALOG-FILE-OK
003090             GO TO 1100-EXIT
003100         END-IF.
003110         MOVE "N" TO TXS-EOF-SWITCH.
003120         PERFORM 1150-LOAD-ONE-ARCHIVE THRU 1150-EXIT
003130             UNTIL TXS-AT-END.
003140         CLOSE CATALOG-FILE.
003150 1100-EXIT.
003160         EXIT.
003170 1150-LOAD-ONE-ARCHIVE.
003180         READ CATALOG-FILE
003190             AT END
003200                 MOVE "Y" TO TXS-EOF-SWITCH
003210                 GO TO 1150-EXIT
003220         END-READ.
003230         MOVE ZERO TO TXS-ARC-SUB.
003240         IF TXS-ARC-COUNT > ZERO
003250             SET TXS-ARC-IDX TO 1
003260             SEARCH TXS-ARC-ENTRY
003270                 AT END
003280                     CONTINUE
003290                 WHEN TXS-ARC-NAME(TXS-ARC-IDX) = HCT-ARCHIVE-NAME
003300                     SET TXS-ARC-SUB TO TXS-ARC-IDX
003310             END-SEARCH
003320         END-IF.
003330         IF TXS-ARC-SUB = ZERO OR TXS-ARC-SUB > TXS-ARC-COUNT
003340             IF TXS-ARC-COUNT = 200
003350                 DISPLAY "TAXSTMT: HISTCATLG TABLE FULL - "
003360                     HCT-ARCHIVE-NAME " NOT READ"
003370                 GO TO 1150-EXIT
003380             END-IF
003390             ADD 1 TO TXS-ARC-COUNT
003400             MOVE TXS-ARC-COUNT TO TXS-ARC-SUB
003410             MOVE HCT-ARCHIVE-NAME TO TXS-ARC-NAME(TXS-ARC-SUB)
003420         END-IF.
003430         MOVE HCT-FIRST-POST-DATE(1:4)
003440             TO TXS-ARC-FIRST-YEAR(TXS-ARC-SUB).
003450         MOVE HCT-LAST-POST-DATE(1:4)
003460             TO TXS-ARC-LAST-YEAR(TXS-ARC-SUB).
003470         MOVE HCT-STATUS TO TXS-ARC-STATUS(TXS-ARC-SUB).
003480 1150-EXIT.
003490         EXIT.
003500*---------------------------------------------------------------
003510*  2000-GATHER-INTEREST.  SORT INPUT PROCEDURE -- THE LIVE
003520*  HISTORY FIRST, THEN EVERY ACTIVE ARCHIVE THAT OVERLAPS THE
003530*  TAX YEAR.  A PURGED ARCHIVE IS GONE AND SAID SO.
003540*---------------------------------------------------------------
003550 2000-GATHER-INTEREST.
003560         OPEN INPUT HISTORY-FILE.
003570         IF TXS-HISTORY-FILE-OK
003580             MOVE "N" TO TXS-EOF-SWITCH
003590             PERFORM 2100-READ-ONE-HISTORY THRU 2100-EXIT
003600                 UNTIL TXS-AT-END
003610             CLOSE HISTORY-FILE
003620         ELSE
003630             DISPLAY "TAXSTMT: NO TXNHIST ON FILE, STATUS = "
003640                 TXS-HISTORY-FILE-STATUS
003650         END-IF.
003660         PERFORM 2300-READ-ONE-ARCHIVE THRU 2300-EXIT
003670             VARYING TXS-ARC-SUB FROM 1 BY 1
003680             UNTIL TXS-ARC-SUB > TXS-ARC-COUNT.
003690 2000-EXIT.
003700         EXIT.
003710 2100-READ-ONE-HISTORY.
003720         READ HISTORY-FILE
003730             AT END
003740                 MOVE "Y" TO TXS-EOF-SWITCH
003750             NOT AT END
003760                 MOVE TXN-HISTORY-RECORD TO TXS-HISTORY-IMAGE
003770                 PERFORM 2200-RELEASE-IF-TAXABLE THRU 2200-EXIT
003780         END-READ.
003790 2100-EXIT.
003800         EXIT.
003810 2200-RELEASE-IF-TAXABLE.
003820         ADD 1 TO TXS-ROWS-READ.
003830         IF TXI-POST-YEAR NOT = TXS-TAX-YEAR-X
003840             GO TO 2200-EXIT
003850         END-IF.
003860         MOVE ZERO TO SRT-INTEREST.
003870         MOVE ZERO TO SRT-WITHHELD.
003880         EVALUATE TRUE
003890             WHEN TXI-RECORD-TYPE = "03" AND TXI-IS-CREDIT
003900                 MOVE TXI-AMOUNT TO SRT-INTEREST
003910             WHEN TXI-RECORD-TYPE = "12" AND TXI-IS-CREDIT
003920                 COMPUTE SRT-WITHHELD = ZERO - TXI-AMOUNT
003930             WHEN TXI-RECORD-TYPE = "12"
003940                 MOVE TXI-AMOUNT TO SRT-WITHHELD
003950             WHEN OTHER
003960                 GO TO 2200-EXIT
003970         END-EVALUATE.
003980         PERFORM 2250-FIND-CUSTOMER THRU 2250-EXIT.
003990         IF NOT TXS-ACCOUNT-LINKED
004000             GO TO 2200-EXIT
004010         END-IF.
004020         MOVE TXS-LAST-CUSTOMER TO SRT-CUSTOMER-NO.
004030         MOVE TXI-ACCOUNT-NO TO SRT-ACCOUNT-NO.
004040         RELEASE SORT-WORK-RECORD.
004050         ADD 1 TO TXS-ROWS-RELEASED.
004060 2200-EXIT.
004070         EXIT.
004080*  HISTORY ARRIVES IN ACCOUNT ORDER, SO THE LAST LOOKUP IS
004090*  KEPT AND AN UNLINKED ACCOUNT IS REPORTED ONCE PER RUN OF
004100*  ITS ROWS.
004110 2250-FIND-CUSTOMER.
004120         IF TXI-ACCOUNT-NO = TXS-LAST-ACCOUNT
004130             GO TO 2250-EXIT
004140         END-IF.
004150         MOVE TXI-ACCOUNT-NO TO TXS-LAST-ACCOUNT.
004160         MOVE "N" TO TXS-LINKED-SWITCH.
004170         MOVE TXI-ACCOUNT-NO TO AXR-ACCOUNT-NO.
004180         READ ACCOUNT-XREF-FILE
004190             INVALID KEY
004200                 ADD 1 TO TXS-UNLINKED-COUNT
004210                 DISPLAY "TAXSTMT: ACCOUNT " TXI-ACCOUNT-NO
004220                     " HAS NO CUSTOMER ON ACCTXREF - NOT REPORTED"
004230                 GO TO 2250-EXIT
004240         END-READ.
004250         MOVE AXR-CUSTOMER-NO TO TXS-LAST-CUSTOMER.
004260         SET TXS-ACCOUNT-LINKED TO TRUE.
004270 2250-EXIT.
004280         EXIT.
004290 2300-READ-ONE-ARCHIVE.
004300         IF TXS-ARC-FIRST-YEAR(TXS-ARC-SUB) > TXS-TAX-YEAR-X
004310             OR TXS-ARC-LAST-YEAR(TXS-ARC-SUB) < TXS-TAX-YEAR-X
004320             GO TO 2300-EXIT
004330         END-IF.
004340         IF TXS-ARC-STATUS(TXS-ARC-SUB) NOT = "A"
004350             DISPLAY "TAXSTMT: ARCHIVE " TXS-ARC-NAME(TXS-ARC-SUB)
004360                 " WAS PURGED - ITS " TXS-TAX-YEAR
004370                 " HISTORY IS NOT REPORTED"
004380             GO TO 2300-EXIT
004390         END-IF.
004400         MOVE TXS-ARC-NAME(TXS-ARC-SUB) TO TXS-ARCHIVE-NAME.
004410         OPEN INPUT ARCHIVE-FILE.
004420         IF NOT TXS-ARCHIVE-FILE-OK
004430             DISPLAY "TAXSTMT: CANNOT OPEN ARCHIVE "
004440                 TXS-ARCHIVE-NAME ", STATUS = "
004450                 TXS-ARCHIVE-FILE-STATUS
004460             GO TO 2300-EXIT
004470         END-IF.
004480         ADD 1 TO TXS-ARCHIVES-READ.
004490         MOVE "N" TO TXS-EOF-SWITCH.
004500         PERFORM 2350-READ-ONE-ARCHIVE-ROW THRU 2350-EXIT
004510             UNTIL TXS-AT-END.
004520         CLOSE ARCHIVE-FILE.
004530 2300-EXIT.
004540         EXIT.
004550 2350-READ-ONE-ARCHIVE-ROW.
004560         READ ARCHIVE-FILE
004570             AT END
004580                 MOVE "Y" TO TXS-EOF-SWITCH
004590             NOT AT END
004600                 MOVE ARCHIVE-LINE TO TXS-HISTORY-IMAGE
004610                 PERFORM 2200-RELEASE-IF-TAXABLE THRU 2200-EXIT
004620         END-READ.
004630 2350-EXIT.
004640         EXIT.
004650*---------------------------------------------------------------
004660*  3000-PRODUCE-STATEMENTS.  SORT OUTPUT PROCEDURE -- ONE
004670*  STATEMENT AND ONE FILING DETAIL PER CUSTOMER BREAK.
004680*---------------------------------------------------------------
004690 3000-PRODUCE-STATEMENTS.
004700         PERFORM 3100-RETURN-ONE-ROW THRU 3100-EXIT
004710             UNTIL TXS-SORT-AT-END.
004720         IF NOT TXS-FIRST-CUSTOMER
004730             PERFORM 4000-CUSTOMER-BREAK THRU 4000-EXIT
004740         END-IF.
004750 3000-EXIT.
004760         EXIT.
004770 3100-RETURN-ONE-ROW.
004780         RETURN SORT-WORK-FILE
004790             AT END
004800                 MOVE "Y" TO TXS-SORT-EOF-SWITCH
004810             NOT AT END
004820                 PERFORM 3200-HANDLE-ONE-ROW THRU 3200-EXIT
004830         END-RETURN.
004840 3100-EXIT.
004850         EXIT.
004860 3200-HANDLE-ONE-ROW.
004870         IF TXS-FIRST-CUSTOMER
004880             MOVE "N" TO TXS-FIRST-SWITCH
004890         ELSE
004900             IF SRT-CUSTOMER-NO NOT = TXS-CURR-CUSTOMER
004910                 PERFORM 4000-CUSTOMER-BREAK THRU 4000-EXIT
004920             END-IF
004930         END-IF.
004940         IF TXS-ACCT-COUNT = ZERO
004950             MOVE SRT-CUSTOMER-NO TO TXS-CURR-CUSTOMER
004960             PERFORM 3250-START-ACCOUNT THRU 3250-EXIT
004970         ELSE
004980             IF SRT-ACCOUNT-NO NOT = TXS-ACCT-NO(TXS-ACCT-COUNT)
004990                 PERFORM 3250-START-ACCOUNT THRU 3250-EXIT
005000             END-IF
005010         END-IF.
005020         ADD SRT-INTEREST TO TXS-ACCT-INTEREST(TXS-ACCT-COUNT).
005030         ADD SRT-WITHHELD TO TXS-ACCT-WITHHELD(TXS-ACCT-COUNT).
005040         ADD SRT-INTEREST TO TXS-CUST-INTEREST.
005050         ADD SRT-WITHHELD TO TXS-CUST-WITHHELD.
005060 3200-EXIT.
005070         EXIT.
005080 3250-START-ACCOUNT.
005090         IF TXS-ACCT-COUNT = 100
005100             DISPLAY "TAXSTMT: CUSTOMER " TXS-CURR-CUSTOMER
005110                 " HAS OVER 100 ACCOUNTS - "
005120                 SRT-ACCOUNT-NO " TOTALED WITH THE LAST LINE"
005130             GO TO 3250-EXIT
005140         END-IF.
005150         ADD 1 TO TXS-ACCT-COUNT.
005160         MOVE SRT-ACCOUNT-NO TO TXS-ACCT-NO(TXS-ACCT-COUNT).
005170         MOVE ZERO TO TXS-ACCT-INTEREST(TXS-ACCT-COUNT).
005180         MOVE ZERO TO TXS-ACCT-WITHHELD(TXS-ACCT-COUNT).
005190 3250-EXIT.
005200         EXIT.
005210*---------------------------------------------------------------
005220*  4000-CUSTOMER-BREAK.  THE FILING DETAIL IS WRITTEN FOR
005230*  EVERY CUSTOMER; THE STATEMENT ONLY WHEN MAILCHK DOES NOT
005240*  HOLD IT FOR RETURNED MAIL (MAILCHK LISTS IT ON HELDMAIL).
005250*---------------------------------------------------------------
005260 4000-CUSTOMER-BREAK.
005270         IF TXS-CUST-INTEREST = ZERO AND TXS-CUST-WITHHELD = ZERO
005280             GO TO 4000-RESET
005290         END-IF.
005300         ADD 1 TO TXS-CUSTOMER-COUNT.
005310         MOVE SPACES TO CUS-CUSTOMER-NAME.
005320         MOVE SPACES TO CUS-WHT-CODE.
005330         IF TXS-MASTER-OPEN
005340             MOVE TXS-CURR-CUSTOMER TO CUS-CUSTOMER-NO
005350             READ CUSTOMER-MASTER-FILE
005360                 INVALID KEY
005370                     MOVE SPACES TO CUS-CUSTOMER-NAME
005380                     MOVE SPACES TO CUS-WHT-CODE
005390             END-READ
005400         END-IF.
005410         PERFORM 4100-WRITE-FILING-DETAIL THRU 4100-EXIT.
005420         MOVE "C" TO MCK-FUNCTION.
005430         MOVE TXS-ACCT-NO(1) TO MCK-ACCOUNT-NO.
005440         MOVE "TAXSTMT" TO MCK-PROGRAM.
005450         MOVE SPACES TO MCK-ITEM-DESC.
005460         STRING "INTEREST TAX STATEMENT " TXS-TAX-YEAR
005470             DELIMITED BY SIZE INTO MCK-ITEM-DESC.
005480         CALL "MAILCHK" USING MAIL-CHECK-AREA.
005490         IF MCK-HELD
005500             ADD 1 TO TXS-HELD-COUNT
005510         ELSE
005520             PERFORM 4200-PRINT-STATEMENT THRU 4200-EXIT
005530             ADD 1 TO TXS-PRINTED-COUNT
005540         END-IF.
005550 4000-RESET.
005560         MOVE ZERO TO TXS-ACCT-COUNT.
005570         MOVE ZERO TO TXS-CUST-INTEREST.
005580         MOVE ZERO TO TXS-CUST-WITHHELD.
005590 4000-EXIT.
005600         EXIT.
005610 4100-WRITE-FILING-DETAIL.
005620         MOVE SPACES TO TAX-FILING-RECORD.
005630         SET TXF-DETAIL TO TRUE.
005640         MOVE TXS-CURR-CUSTOMER TO TXF-CUSTOMER-NO.
005650         MOVE CUS-CUSTOMER-NAME TO TXF-CUSTOMER-NAME.
005660         MOVE CUS-WHT-CODE TO TXF-WHT-CODE.
005670         IF TXS-CONTACT-OPEN
005680             MOVE TXS-CURR-CUSTOMER TO CCT-CUSTOMER-NO
005690             READ CONTACT-FILE
005700                 INVALID KEY
005710                     CONTINUE
005720                 NOT INVALID KEY
005730                     MOVE CCT-ADDRESS-LINE-1 TO TXF-ADDRESS-LINE-1
005740                     MOVE CCT-CITY TO TXF-CITY
005750                     MOVE CCT-REGION TO TXF-REGION
005760                     MOVE CCT-POSTAL-CODE TO TXF-POSTAL-CODE
005770                     MOVE CCT-COUNTRY TO TXF-COUNTRY
005780             END-READ
005790         END-IF.
005800         MOVE TXS-CUST-INTEREST TO TXF-INTEREST-PAID.
005810         MOVE TXS-CUST-WITHHELD TO TXF-TAX-WITHHELD.
005820         MOVE TXS-ACCT-COUNT TO TXF-ACCOUNT-COUNT.
005830         WRITE TAX-FILING-RECORD.
005840         ADD TXS-CUST-INTEREST TO TXS-TOTAL-INTEREST.
005850         ADD TXS-CUST-WITHHELD TO TXS-TOTAL-WITHHELD.
005860 4100-EXIT.
005870         EXIT.
005880 4200-PRINT-STATEMENT.
005890         WRITE STATEMENT-LINE FROM TXS-HEADING-1
005900             AFTER ADVANCING PAGE.
005910         MOVE SPACES TO STATEMENT-LINE.
005920         WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES.
005930         MOVE CUS-CUSTOMER-NAME TO STATEMENT-LINE.
005940         WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
005950         IF MCK-SEND
005960             PERFORM 4300-PRINT-ADDRESS THRU 4300-EXIT
005970         END-IF.
005980         MOVE SPACES TO STATEMENT-LINE.
005990         STRING "CUSTOMER " TXS-CURR-CUSTOMER
006000             DELIMITED BY SIZE INTO STATEMENT-LINE.
006010         WRITE STATEMENT-LINE AFTER ADVANCING 3 LINES.
006020         WRITE STATEMENT-LINE FROM TXS-COLUMN-HEADING
006030             AFTER ADVANCING 2 LINES.
006040         PERFORM 4400-PRINT-ONE-ACCOUNT THRU 4400-EXIT
006050             VARYING TXS-ACCT-SUB FROM 1 BY 1
006060             UNTIL TXS-ACCT-SUB > TXS-ACCT-COUNT.
006070         MOVE SPACES TO TXS-DETAIL-LINE.
006080         MOVE "TOTAL" TO TXS-DTL-ACCOUNT.
006090         MOVE TXS-CUST-INTEREST TO TXS-DTL-INTEREST.
006100         MOVE TXS-CUST-WITHHELD TO TXS-DTL-WITHHELD.
006110         WRITE STATEMENT-LINE FROM TXS-DETAIL-LINE
006120             AFTER ADVANCING 2 LINES.
006130         MOVE "KEEP THIS STATEMENT WITH YOUR TAX RECORDS."
006140             TO STATEMENT-LINE.
006150         WRITE STATEMENT-LINE AFTER ADVANCING 3 LINES.
006160         MOVE "THE SAME FIGURES GO TO THE TAX AUTHORITY."
006170             TO STATEMENT-LINE.
006180         WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
006190 4200-EXIT.
006200         EXIT.
006210 4300-PRINT-ADDRESS.
006220         MOVE MCK-ADDRESS-LINE-1 TO STATEMENT-LINE.
006230         WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
006240         IF MCK-ADDRESS-LINE-2 NOT = SPACES
006250             MOVE MCK-ADDRESS-LINE-2 TO STATEMENT-LINE
006260             WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
006270         END-IF.
006280         MOVE SPACES TO TXS-CITY-LINE.
006290         STRING MCK-CITY DELIMITED BY "  "
006300             " " MCK-REGION DELIMITED BY SIZE
006310             " " MCK-POSTAL-CODE DELIMITED BY SIZE
006320             INTO TXS-CITY-LINE.
006330         MOVE TXS-CITY-LINE TO STATEMENT-LINE.
006340         WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
006350         IF MCK-COUNTRY NOT = SPACES
006360             MOVE MCK-COUNTRY TO STATEMENT-LINE
006370             WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
006380         END-IF.
006390 4300-EXIT.
006400         EXIT.
006410 4400-PRINT-ONE-ACCOUNT.
006420         CALL "MASKACCT" USING TXS-ACCT-NO(TXS-ACCT-SUB)
006430             TXS-MASKED-ACCOUNT.
006440         MOVE SPACES TO TXS-DETAIL-LINE.
006450         MOVE TXS-MASKED-ACCOUNT TO TXS-DTL-ACCOUNT.
006460         MOVE TXS-ACCT-INTEREST(TXS-ACCT-SUB) TO TXS-DTL-INTEREST.
006470         MOVE TXS-ACCT-WITHHELD(TXS-ACCT-SUB) TO TXS-DTL-WITHHELD.
006480         WRITE STATEMENT-LINE FROM TXS-DETAIL-LINE
006490             AFTER ADVANCING 1 LINE.
006500 4400-EXIT.
006510         EXIT.
006520 8000-TERMINATE.
006530         MOVE SPACES TO TAX-FILING-RECORD.
006540         SET TXF-TRAILER TO TRUE.
006550         MOVE TXS-CUSTOMER-COUNT TO TXF-DETAIL-COUNT.
006560         MOVE TXS-TOTAL-INTEREST TO TXF-TOTAL-INTEREST.
006570         MOVE TXS-TOTAL-WITHHELD TO TXF-TOTAL-WITHHELD.
006580         WRITE TAX-FILING-RECORD.
006590         CLOSE FILING-FILE.
006600         CLOSE STATEMENT-FILE.
006610         IF TXS-XREF-OPEN
006620             CLOSE ACCOUNT-XREF-FILE
006630         END-IF.
006640         IF TXS-MASTER-OPEN
006650             CLOSE CUSTOMER-MASTER-FILE
006660         END-IF.
006670         IF TXS-CONTACT-OPEN
006680             CLOSE CONTACT-FILE
006690         END-IF.
006700         MOVE "E" TO MCK-FUNCTION.
006710         CALL "MAILCHK" USING MAIL-CHECK-AREA.
006720         DISPLAY "----------------------------------------------".
006730         DISPLAY "TAX YEAR               = " TXS-TAX-YEAR.
006740         DISPLAY "HISTORY ROWS READ      = " TXS-ROWS-READ.
006750         DISPLAY "ARCHIVES READ          = " TXS-ARCHIVES-READ.
006760         DISPLAY "TAXABLE ROWS           = " TXS-ROWS-RELEASED.
006770         DISPLAY "CUSTOMERS FILED        = " TXS-CUSTOMER-COUNT.
006780         DISPLAY "STATEMENTS PRINTED     = " TXS-PRINTED-COUNT.
006790         DISPLAY "STATEMENTS HELD        = " TXS-HELD-COUNT.
006800         DISPLAY "UNLINKED ACCOUNTS      = " TXS-UNLINKED-COUNT.
006810         IF TXS-UNLINKED-COUNT > ZERO
006820             MOVE 4 TO RETURN-CODE
006830         END-IF.
006840         DISPLAY "TAXSTMT: JOB COMPLETE".
006850 8000-EXIT.
006860         EXIT.
