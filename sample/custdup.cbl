000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 CUSTDUP.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  DUPLICATE CUSTOMER DETECTION.  CUSTLOAD TAKES THE UPSTREAM
000180*  FEED AS IT COMES, SO ONE PERSON ONBOARDED AT TWO BRANCHES IS
000190*  TWO CUSTMST CUSTOMERS WITH TWO SETS OF ACCOUNTS, AND CUSTRPT,
000200*  RISKRATE AND EVERY CUSTOMER-LEVEL VIEW SPLITS THEM.  RUN ON
000210*  REQUEST (THE DUPRQ MARKER), THIS COMPARES EVERY OPEN
000220*  CUSTOMER WITH EVERY OTHER AND SCORES THE PAIR ON:
000230*    TAX ID       SAME (PUNCTUATION IGNORED)          40
000240*    BIRTH DATE   SAME                                20
000250*    NAME         SAME LETTERS AND DIGITS             30
000260*                 SAME SURNAME AND FIRST INITIAL      20
000270*                 SAME SURNAME, OR SAME FIRST SIX     10
000280*    ADDRESS      SAME POSTCODE AND FIRST LINE        20
000290*                 SAME POSTCODE ONLY                   5
000300*  BIRTH DATE, TAX ID AND ADDRESS COME FROM CUSTCONT; A FIELD
000310*  MISSING ON EITHER SIDE SCORES NOTHING.  A PAIR SCORING
000320*  DUP-MATCH-THRESHOLD OR MORE IS LISTED ON DUPRPT WITH THE
000330*  FACTORS THAT MATCHED AND BOTH CUSTOMERS' ACCTXREF ACCOUNTS.
000340*  A PAIR THE REVIEWER CONFIRMS IS REQUESTED AS A CUSMERGE
000350*  ACTION IN APPRMNT; ONCE A SECOND SIGN-ON APPROVES IT,
000360*  CUSMERGE MOVES THE ACCOUNTS.  A MERGED CUSTOMER IS CLOSED,
000370*  SO IT DROPS OUT OF THE NEXT RUN.
000380*  ------------------------------------------------------------
000390*  MODIFICATION HISTORY
000400*  ------------------------------------------------------------
000410*  DATE       BY   DESCRIPTION
000420*  ---------- ---- --------------------------------------------
000430*  10/15/2026 DCG  ORIGINAL PROGRAM.
00043A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00043B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00043C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000440*---------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.
000480         LINUX.
000490 OBJECT-COMPUTER.
000500         LINUX.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000540             ORGANIZATION IS INDEXED
000550             ACCESS MODE IS SEQUENTIAL
000560             RECORD KEY IS CUS-CUSTOMER-NO
000570             FILE STATUS IS CDP-CUSTOMER-FILE-STATUS.
000580         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
000590             ORGANIZATION IS INDEXED
000600             ACCESS MODE IS RANDOM
000610             RECORD KEY IS CCT-CUSTOMER-NO
000620             FILE STATUS IS CDP-CONTACT-FILE-STATUS.
000630         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000640             ORGANIZATION IS INDEXED
000650             ACCESS MODE IS SEQUENTIAL
000660             RECORD KEY IS AXR-ACCOUNT-NO
000670             FILE STATUS IS CDP-XREF-FILE-STATUS.
000680         SELECT REPORT-FILE ASSIGN TO "DUPRPT"
000690             ORGANIZATION IS LINE SEQUENTIAL
000700             FILE STATUS IS CDP-REPORT-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CUSTOMER-MASTER-FILE.
000740     COPY CUSTREC.
000750 FD  CONTACT-FILE.
000760     COPY CUSTCTRC.
000770 FD  ACCOUNT-XREF-FILE.
000780     COPY CUSXREFC.
000790 FD  REPORT-FILE.
000800 01  REPORT-RECORD               PIC X(132).
000810 WORKING-STORAGE SECTION.
000820 01  CDP-FILE-STATUS-VALUES.
000830         05  CDP-CUSTOMER-FILE-STATUS PIC X(02).
000840             88  CDP-CUSTOMER-FILE-OK    VALUE "00".
000850         05  CDP-CONTACT-FILE-STATUS PIC X(02).
000860             88  CDP-CONTACT-FILE-OK     VALUE "00".
000870         05  CDP-XREF-FILE-STATUS    PIC X(02).
000880             88  CDP-XREF-FILE-OK        VALUE "00".
000890         05  CDP-REPORT-FILE-STATUS  PIC X(02).
000900             88  CDP-REPORT-FILE-OK      VALUE "00".
000910 01  CDP-SWITCHES.
000920         05  CDP-EOF-SWITCH          PIC X(01) VALUE "N".
000930             88  CDP-AT-END              VALUE "Y".
000940         05  CDP-CONTACT-OPEN-SWITCH PIC X(01) VALUE "N".
000950             88  CDP-CONTACT-OPEN        VALUE "Y".
000960         05  CDP-REPORT-OPEN-SWITCH  PIC X(01) VALUE "N".
000970             88  CDP-REPORT-OPEN         VALUE "Y".
000980 01  CDP-RUN-DATE                PIC 9(08) VALUE ZERO.
000990*  A PAIR SCORING THIS OR MORE IS LISTED FOR REVIEW.
001000 01  DUP-MATCH-THRESHOLD         PIC 9(03) VALUE 50.
001010*---------------------------------------------------------------
001020*  EVERY OPEN CUSTOMER WITH ITS MATCHING KEYS ALREADY REDUCED
001030*  TO LETTERS AND DIGITS.
001040*---------------------------------------------------------------
001050 01  CDP-CUSTOMER-TABLE.
001060         05  CDP-CUS-COUNT           PIC 9(04) COMP VALUE ZERO.
001070         05  CDP-CUS-ENTRY OCCURS 5000 TIMES.
001080             10  CDP-CUS-NO          PIC X(10).
001090             10  CDP-CUS-NAME        PIC X(30).
001100             10  CDP-CUS-NORM-NAME   PIC X(35).
001110             10  CDP-CUS-SURNAME     PIC X(30).
001120             10  CDP-CUS-INITIAL     PIC X(01).
001130             10  CDP-CUS-BIRTH-DATE  PIC 9(08).
001140             10  CDP-CUS-TAX-ID      PIC X(11).
001150             10  CDP-CUS-POSTAL-CODE PIC X(10).
001160             10  CDP-CUS-ADDRESS     PIC X(35).
001170*  EVERY ACCTXREF LINK, FOR THE ACCOUNT LIST UNDER EACH PAIR.
001180 01  CDP-LINK-TABLE.
001190         05  CDP-LNK-COUNT           PIC 9(05) COMP VALUE ZERO.
001200         05  CDP-LNK-SUB             PIC 9(05) COMP VALUE ZERO.
001210         05  CDP-LNK-ENTRY OCCURS 20000 TIMES.
001220             10  CDP-LNK-CUSTOMER    PIC X(10).
001230             10  CDP-LNK-ACCOUNT     PIC X(10).
001240 01  CDP-SUBSCRIPTS.
001250         05  CDP-I                   PIC 9(04) COMP VALUE ZERO.
001260         05  CDP-J                   PIC 9(04) COMP VALUE ZERO.
001270         05  CDP-J-START             PIC 9(04) COMP VALUE ZERO.
001280         05  CDP-NRM-SUB             PIC 9(02) COMP VALUE ZERO.
001290         05  CDP-NRM-OUT-LEN         PIC 9(02) COMP VALUE ZERO.
001300         05  CDP-TOKEN-START         PIC 9(02) COMP VALUE ZERO.
001310         05  CDP-TOKEN-END           PIC 9(02) COMP VALUE ZERO.
001320         05  CDP-LINE-POINTER        PIC 9(03) COMP VALUE ZERO.
001330 01  CDP-WORK-FIELDS.
001340         05  CDP-NORM-IN             PIC X(35) VALUE SPACES.
001350         05  CDP-NORM-OUT            PIC X(35) VALUE SPACES.
001360         05  CDP-NORM-CHAR           PIC X(01) VALUE SPACE.
001370         05  CDP-SCORE               PIC 9(03) VALUE ZERO.
001380         05  CDP-NAME-POINTS         PIC 9(03) VALUE ZERO.
001390         05  CDP-ADDRESS-POINTS      PIC 9(03) VALUE ZERO.
001400         05  CDP-FACTORS             PIC X(24) VALUE SPACES.
001410         05  CDP-LIST-CUSTOMER       PIC X(10) VALUE SPACES.
001420         05  CDP-LIST-COUNT          PIC 9(05) VALUE ZERO.
001430         05  CDP-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
001440 01  CDP-COUNTERS.
001450         05  CDP-CUSTOMERS-READ      PIC 9(07) VALUE ZERO.
001460         05  CDP-CUSTOMERS-CLOSED    PIC 9(07) VALUE ZERO.
001470         05  CDP-NO-CONTACT          PIC 9(07) VALUE ZERO.
001480         05  CDP-PAIRS-COMPARED      PIC 9(09) VALUE ZERO.
001490         05  CDP-PAIRS-LISTED        PIC 9(07) VALUE ZERO.
001500 01  CDP-EDIT-FIELDS.
001510         05  CDP-SCORE-EDIT          PIC ZZ9.
001520         05  CDP-COUNT-EDIT          PIC Z(08)9.
00152A     COPY RUNDATEC.
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560         IF RETURN-CODE < 16
001570             PERFORM 3000-COMPARE-FROM THRU 3000-EXIT
001580                 VARYING CDP-I FROM 1 BY 1
001590                 UNTIL CDP-I >= CDP-CUS-COUNT
001600         END-IF.
001610         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001620         STOP RUN.
001630 1000-INITIALIZE.
001640         DISPLAY "CUSTDUP: JOB STARTING".
001650         MOVE ZERO TO RETURN-CODE.
001660         CALL "RUNDATE" USING RUN-DATE-AREA.
00166A         MOVE RDT-RUN-DATE TO CDP-RUN-DATE.
001670         OPEN INPUT CUSTOMER-MASTER-FILE.
001680         IF NOT CDP-CUSTOMER-FILE-OK
001690             DISPLAY "CUSTDUP: CANNOT OPEN CUSTMST, STATUS = "
001700                 CDP-CUSTOMER-FILE-STATUS
001710             MOVE 16 TO RETURN-CODE
001720             GO TO 1000-EXIT
001730         END-IF.
001740         OPEN INPUT CONTACT-FILE.
001750         IF CDP-CONTACT-FILE-OK
001760             SET CDP-CONTACT-OPEN TO TRUE
001770         ELSE
001780             DISPLAY "CUSTDUP: NO CUSTCONT ON FILE - MATCHING ON "
001790                 "NAME ONLY"
001800         END-IF.
001810         PERFORM 1100-LOAD-ONE-CUSTOMER THRU 1100-EXIT
001820             UNTIL CDP-AT-END.
001830         CLOSE CUSTOMER-MASTER-FILE.
001840         IF CDP-CONTACT-OPEN
001850             CLOSE CONTACT-FILE
001860         END-IF.
001870         PERFORM 1300-LOAD-LINKS THRU 1300-EXIT.
001880         OPEN OUTPUT REPORT-FILE.
001890         SET CDP-REPORT-OPEN TO TRUE.
001900         MOVE SPACES TO REPORT-RECORD.
001910         STRING "DUPLICATE CUSTOMER CANDIDATES   RUN DATE: "
001920             CDP-RUN-DATE "   THRESHOLD: " DUP-MATCH-THRESHOLD
001930             DELIMITED BY SIZE INTO REPORT-RECORD.
001940         WRITE REPORT-RECORD.
001950         MOVE SPACES TO REPORT-RECORD.
001960         WRITE REPORT-RECORD.
001970         MOVE SPACES TO REPORT-RECORD.
001980         STRING "SCORE CUSTOMER   NAME                           "
001990             "CUSTOMER   NAME                           "
002000             "MATCHED ON"
002010             DELIMITED BY SIZE INTO REPORT-RECORD.
002020         WRITE REPORT-RECORD.
002030 1000-EXIT.
002040         EXIT.
002050 1100-LOAD-ONE-CUSTOMER.
002060         READ CUSTOMER-MASTER-FILE NEXT RECORD
002070             AT END
002080                 MOVE "Y" TO CDP-EOF-SWITCH
002090                 GO TO 1100-EXIT
002100         END-READ.
002110         ADD 1 TO CDP-CUSTOMERS-READ.
002120         IF NOT CUS-CUSTOMER-OPEN
002130             ADD 1 TO CDP-CUSTOMERS-CLOSED
002140             GO TO 1100-EXIT
002150         END-IF.
002160         IF CDP-CUS-COUNT = 5000
002170             DISPLAY "CUSTDUP: MORE THAN 5000 OPEN CUSTOMERS - "
002180                 "THE REST ARE NOT COMPARED"
002190             MOVE 4 TO RETURN-CODE
002200             MOVE "Y" TO CDP-EOF-SWITCH
002210             GO TO 1100-EXIT
002220         END-IF.
002230         ADD 1 TO CDP-CUS-COUNT.
002240         MOVE CUS-CUSTOMER-NO TO CDP-CUS-NO(CDP-CUS-COUNT).
002250         MOVE CUS-CUSTOMER-NAME TO CDP-CUS-NAME(CDP-CUS-COUNT).
002260         MOVE CUS-CUSTOMER-NAME TO CDP-NORM-IN.
002270         PERFORM 6000-NORMALIZE THRU 6000-EXIT.
002280         MOVE CDP-NORM-OUT TO CDP-CUS-NORM-NAME(CDP-CUS-COUNT).
002290         PERFORM 1200-SPLIT-NAME THRU 1200-EXIT.
002300         MOVE ZERO TO CDP-CUS-BIRTH-DATE(CDP-CUS-COUNT).
002310         MOVE SPACES TO CDP-CUS-TAX-ID(CDP-CUS-COUNT).
002320         MOVE SPACES TO CDP-CUS-POSTAL-CODE(CDP-CUS-COUNT).
002330         MOVE SPACES TO CDP-CUS-ADDRESS(CDP-CUS-COUNT).
002340         IF NOT CDP-CONTACT-OPEN
002350             GO TO 1100-EXIT
002360         END-IF.
002370         MOVE CUS-CUSTOMER-NO TO CCT-CUSTOMER-NO.
002380         READ CONTACT-FILE
002390             INVALID KEY
002400                 ADD 1 TO CDP-NO-CONTACT
002410                 GO TO 1100-EXIT
002420         END-READ.
002430         IF CCT-BIRTH-DATE NUMERIC
002440             MOVE CCT-BIRTH-DATE
002450                 TO CDP-CUS-BIRTH-DATE(CDP-CUS-COUNT)
002460         END-IF.
002470         MOVE CCT-TAX-ID TO CDP-NORM-IN.
002480         PERFORM 6000-NORMALIZE THRU 6000-EXIT.
002490         MOVE CDP-NORM-OUT TO CDP-CUS-TAX-ID(CDP-CUS-COUNT).
002500         MOVE CCT-POSTAL-CODE TO CDP-NORM-IN.
002510         PERFORM 6000-NORMALIZE THRU 6000-EXIT.
002520         MOVE CDP-NORM-OUT TO CDP-CUS-POSTAL-CODE(CDP-CUS-COUNT).
002530         MOVE CCT-ADDRESS-LINE-1 TO CDP-NORM-IN.
002540         PERFORM 6000-NORMALIZE THRU 6000-EXIT.
002550         MOVE CDP-NORM-OUT TO CDP-CUS-ADDRESS(CDP-CUS-COUNT).
002560 1100-EXIT.
002570         EXIT.
002580*---------------------------------------------------------------
002590*  1200-SPLIT-NAME.  THE SURNAME IS TAKEN AS THE LAST WORD OF
002600*  THE NAME AND THE INITIAL AS THE FIRST LETTER OF THE FIRST.
002610*---------------------------------------------------------------
002620 1200-SPLIT-NAME.
002630         MOVE ZERO TO CDP-TOKEN-START.
002640         MOVE ZERO TO CDP-TOKEN-END.
002650         PERFORM 1250-CHECK-NAME-CHAR THRU 1250-EXIT
002660             VARYING CDP-NRM-SUB FROM 1 BY 1
002670             UNTIL CDP-NRM-SUB > 30.
002680         MOVE SPACES TO CDP-CUS-SURNAME(CDP-CUS-COUNT).
002690         MOVE CUS-CUSTOMER-NAME(1:1)
002700             TO CDP-CUS-INITIAL(CDP-CUS-COUNT).
002710         IF CDP-TOKEN-START > ZERO
002720             MOVE CUS-CUSTOMER-NAME(CDP-TOKEN-START:)
002730                 TO CDP-CUS-SURNAME(CDP-CUS-COUNT)
002740         END-IF.
002750 1200-EXIT.
002760         EXIT.
002770 1250-CHECK-NAME-CHAR.
002780         IF CUS-CUSTOMER-NAME(CDP-NRM-SUB:1) = SPACE
002790             GO TO 1250-EXIT
002800         END-IF.
002810         IF CDP-NRM-SUB = 1
002820             MOVE CDP-NRM-SUB TO CDP-TOKEN-START
002830             GO TO 1250-EXIT
002840         END-IF.
002850         MOVE CDP-NRM-SUB TO CDP-TOKEN-END.
002860         SUBTRACT 1 FROM CDP-TOKEN-END.
002870         IF CUS-CUSTOMER-NAME(CDP-TOKEN-END:1) = SPACE
002880             MOVE CDP-NRM-SUB TO CDP-TOKEN-START
002890         END-IF.
002900 1250-EXIT.
002910         EXIT.
002920 1300-LOAD-LINKS.
002930         OPEN INPUT ACCOUNT-XREF-FILE.
002940         IF NOT CDP-XREF-FILE-OK
002950             DISPLAY "CUSTDUP: NO ACCTXREF ON FILE - "
002960                 "ACCOUNTS NOT LISTED"
002970             GO TO 1300-EXIT
002980         END-IF.
002990         MOVE "N" TO CDP-EOF-SWITCH.
003000         PERFORM 1350-LOAD-ONE-LINK THRU 1350-EXIT
003010             UNTIL CDP-AT-END.
003020         CLOSE ACCOUNT-XREF-FILE.
003030 1300-EXIT.
003040         EXIT.
003050 1350-LOAD-ONE-LINK.
003060         READ ACCOUNT-XREF-FILE NEXT RECORD
003070             AT END
003080                 MOVE "Y" TO CDP-EOF-SWITCH
003090                 GO TO 1350-EXIT
003100         END-READ.
003110         IF CDP-LNK-COUNT = 20000
003120             DISPLAY "CUSTDUP: MORE THAN 20000 ACCTXREF LINKS - "
003130                 "ACCOUNT LISTS ARE INCOMPLETE"
003140             MOVE 4 TO RETURN-CODE
003150             MOVE "Y" TO CDP-EOF-SWITCH
003160             GO TO 1350-EXIT
003170         END-IF.
003180         ADD 1 TO CDP-LNK-COUNT.
003190         MOVE AXR-CUSTOMER-NO TO CDP-LNK-CUSTOMER(CDP-LNK-COUNT).
003200         MOVE AXR-ACCOUNT-NO TO CDP-LNK-ACCOUNT(CDP-LNK-COUNT).
003210 1350-EXIT.
003220         EXIT.
003230 3000-COMPARE-FROM.
003240         COMPUTE CDP-J-START = CDP-I + 1.
003250         PERFORM 3100-SCORE-PAIR THRU 3100-EXIT
003260             VARYING CDP-J FROM CDP-J-START BY 1
003270             UNTIL CDP-J > CDP-CUS-COUNT.
003280 3000-EXIT.
003290         EXIT.
003300*---------------------------------------------------------------
003310*  3100-SCORE-PAIR.  CUSTOMER I AGAINST CUSTOMER J.
003320*---------------------------------------------------------------
003330 3100-SCORE-PAIR.
003340         ADD 1 TO CDP-PAIRS-COMPARED.
003350         MOVE ZERO TO CDP-SCORE.
003360         MOVE SPACES TO CDP-FACTORS.
003370         MOVE 1 TO CDP-LINE-POINTER.
003380         IF CDP-CUS-TAX-ID(CDP-I) NOT = SPACES
003390             AND CDP-CUS-TAX-ID(CDP-I) = CDP-CUS-TAX-ID(CDP-J)
003400             ADD 40 TO CDP-SCORE
003410             STRING "TAXID " DELIMITED BY SIZE
003420                 INTO CDP-FACTORS WITH POINTER CDP-LINE-POINTER
003430         END-IF.
003440         IF CDP-CUS-BIRTH-DATE(CDP-I) > ZERO
003450             AND CDP-CUS-BIRTH-DATE(CDP-I)
003460                 = CDP-CUS-BIRTH-DATE(CDP-J)
003470             ADD 20 TO CDP-SCORE
003480             STRING "BIRTH " DELIMITED BY SIZE
003490                 INTO CDP-FACTORS WITH POINTER CDP-LINE-POINTER
003500         END-IF.
003510         PERFORM 3200-SCORE-NAME THRU 3200-EXIT.
003520         IF CDP-NAME-POINTS > ZERO
003530             ADD CDP-NAME-POINTS TO CDP-SCORE
003540             STRING "NAME " DELIMITED BY SIZE
003550                 INTO CDP-FACTORS WITH POINTER CDP-LINE-POINTER
003560         END-IF.
003570         MOVE ZERO TO CDP-ADDRESS-POINTS.
003580         IF CDP-CUS-POSTAL-CODE(CDP-I) NOT = SPACES
003590             AND CDP-CUS-POSTAL-CODE(CDP-I)
003600                 = CDP-CUS-POSTAL-CODE(CDP-J)
003610             MOVE 5 TO CDP-ADDRESS-POINTS
003620             IF CDP-CUS-ADDRESS(CDP-I) NOT = SPACES
003630                 AND CDP-CUS-ADDRESS(CDP-I)
003640                     = CDP-CUS-ADDRESS(CDP-J)
003650                 MOVE 20 TO CDP-ADDRESS-POINTS
003660             END-IF
003670         END-IF.
003680         IF CDP-ADDRESS-POINTS > ZERO
003690             ADD CDP-ADDRESS-POINTS TO CDP-SCORE
003700             STRING "ADDRESS" DELIMITED BY SIZE
003710                 INTO CDP-FACTORS WITH POINTER CDP-LINE-POINTER
003720         END-IF.
003730         IF CDP-SCORE < DUP-MATCH-THRESHOLD
003740             GO TO 3100-EXIT
003750         END-IF.
003760         PERFORM 3500-PRINT-PAIR THRU 3500-EXIT.
003770 3100-EXIT.
003780         EXIT.
003790 3200-SCORE-NAME.
003800         MOVE ZERO TO CDP-NAME-POINTS.
003810         IF CDP-CUS-NORM-NAME(CDP-I) = SPACES
003820             GO TO 3200-EXIT
003830         END-IF.
003840         IF CDP-CUS-NORM-NAME(CDP-I) = CDP-CUS-NORM-NAME(CDP-J)
003850             MOVE 30 TO CDP-NAME-POINTS
003860             GO TO 3200-EXIT
003870         END-IF.
003880         IF CDP-CUS-SURNAME(CDP-I) = CDP-CUS-SURNAME(CDP-J)
003890             AND CDP-CUS-SURNAME(CDP-I) NOT = SPACES
003900             IF CDP-CUS-INITIAL(CDP-I) = CDP-CUS-INITIAL(CDP-J)
003910                 MOVE 20 TO CDP-NAME-POINTS
003920             ELSE
003930                 MOVE 10 TO CDP-NAME-POINTS
003940             END-IF
003950             GO TO 3200-EXIT
003960         END-IF.
003970         IF CDP-CUS-NORM-NAME(CDP-I)(6:1) NOT = SPACE
003980             AND CDP-CUS-NORM-NAME(CDP-I)(1:6)
003990                 = CDP-CUS-NORM-NAME(CDP-J)(1:6)
004000             MOVE 10 TO CDP-NAME-POINTS
004010         END-IF.
004020 3200-EXIT.
004030         EXIT.
004040 3500-PRINT-PAIR.
004050         ADD 1 TO CDP-PAIRS-LISTED.
004060         MOVE CDP-SCORE TO CDP-SCORE-EDIT.
004070         MOVE SPACES TO REPORT-RECORD.
004080         WRITE REPORT-RECORD.
004090         MOVE SPACES TO REPORT-RECORD.
004100         STRING "  " CDP-SCORE-EDIT " " CDP-CUS-NO(CDP-I) " "
004110             CDP-CUS-NAME(CDP-I) " " CDP-CUS-NO(CDP-J) " "
004120             CDP-CUS-NAME(CDP-J) " " CDP-FACTORS
004130             DELIMITED BY SIZE INTO REPORT-RECORD.
004140         WRITE REPORT-RECORD.
004150         MOVE CDP-CUS-NO(CDP-I) TO CDP-LIST-CUSTOMER.
004160         PERFORM 3600-LIST-ACCOUNTS THRU 3600-EXIT.
004170         MOVE CDP-CUS-NO(CDP-J) TO CDP-LIST-CUSTOMER.
004180         PERFORM 3600-LIST-ACCOUNTS THRU 3600-EXIT.
004190 3500-EXIT.
004200         EXIT.
004210*---------------------------------------------------------------
004220*  3600-LIST-ACCOUNTS.  ONE OR MORE LINES OF THE CUSTOMER'S
004230*  LINKED ACCOUNTS, MASKED THE SHOP'S WAY.
004240*---------------------------------------------------------------
004250 3600-LIST-ACCOUNTS.
004260         MOVE ZERO TO CDP-LIST-COUNT.
004270         PERFORM 3650-START-ACCOUNT-LINE THRU 3650-EXIT.
004280         PERFORM 3700-LIST-ONE-LINK THRU 3700-EXIT
004290             VARYING CDP-LNK-SUB FROM 1 BY 1
004300             UNTIL CDP-LNK-SUB > CDP-LNK-COUNT.
004310         IF CDP-LIST-COUNT = ZERO
004320             STRING "NONE" DELIMITED BY SIZE
004330                 INTO REPORT-RECORD WITH POINTER CDP-LINE-POINTER
004340         END-IF.
004350         WRITE REPORT-RECORD.
004360 3600-EXIT.
004370         EXIT.
004380 3650-START-ACCOUNT-LINE.
004390         MOVE SPACES TO REPORT-RECORD.
004400         MOVE 1 TO CDP-LINE-POINTER.
004410         STRING "        ACCOUNTS OF " CDP-LIST-CUSTOMER ": "
004420             DELIMITED BY SIZE
004430             INTO REPORT-RECORD WITH POINTER CDP-LINE-POINTER.
004440 3650-EXIT.
004450         EXIT.
004460 3700-LIST-ONE-LINK.
004470         IF CDP-LNK-CUSTOMER(CDP-LNK-SUB) NOT = CDP-LIST-CUSTOMER
004480             GO TO 3700-EXIT
004490         END-IF.
004500         IF CDP-LINE-POINTER > 120
004510             WRITE REPORT-RECORD
004520             PERFORM 3650-START-ACCOUNT-LINE THRU 3650-EXIT
004530         END-IF.
004540         ADD 1 TO CDP-LIST-COUNT.
004550         CALL "MASKACCT" USING CDP-LNK-ACCOUNT(CDP-LNK-SUB)
004560             CDP-MASKED-ACCOUNT.
004570         STRING CDP-MASKED-ACCOUNT " " DELIMITED BY SIZE
004580             INTO REPORT-RECORD WITH POINTER CDP-LINE-POINTER.
004590 3700-EXIT.
004600         EXIT.
004610*---------------------------------------------------------------
004620*  6000-NORMALIZE.  CDP-NORM-IN REDUCED TO ITS LETTERS AND
004630*  DIGITS, LEFT-JUSTIFIED, IN CDP-NORM-OUT -- SO "O'NEIL" AND
004640*  "ONEIL", OR "123-45-6789" AND "123456789", COMPARE EQUAL.
004650*---------------------------------------------------------------
004660 6000-NORMALIZE.
004670         MOVE SPACES TO CDP-NORM-OUT.
004680         MOVE ZERO TO CDP-NRM-OUT-LEN.
004690         PERFORM 6100-NORMALIZE-ONE-CHAR THRU 6100-EXIT
004700             VARYING CDP-NRM-SUB FROM 1 BY 1
004710             UNTIL CDP-NRM-SUB > 35.
004720 6000-EXIT.
004730         EXIT.
004740 6100-NORMALIZE-ONE-CHAR.
004750         MOVE CDP-NORM-IN(CDP-NRM-SUB:1) TO CDP-NORM-CHAR.
004760         IF (CDP-NORM-CHAR >= "A" AND CDP-NORM-CHAR <= "Z")
004770             OR (CDP-NORM-CHAR >= "0" AND CDP-NORM-CHAR <= "9")
004780             ADD 1 TO CDP-NRM-OUT-LEN
004790             MOVE CDP-NORM-CHAR TO CDP-NORM-OUT(CDP-NRM-OUT-LEN:1)
004800         END-IF.
004810 6100-EXIT.
004820         EXIT.
004830 8000-TERMINATE.
004840         IF CDP-REPORT-OPEN
004850             MOVE SPACES TO REPORT-RECORD
004860             WRITE REPORT-RECORD
004870             MOVE CDP-PAIRS-COMPARED TO CDP-COUNT-EDIT
004880             MOVE SPACES TO REPORT-RECORD
004890             STRING "PAIRS COMPARED  " CDP-COUNT-EDIT
004900                 DELIMITED BY SIZE INTO REPORT-RECORD
004910             WRITE REPORT-RECORD
004920             MOVE CDP-PAIRS-LISTED TO CDP-COUNT-EDIT
004930             MOVE SPACES TO REPORT-RECORD
004940             STRING "CANDIDATE PAIRS " CDP-COUNT-EDIT
004950                 DELIMITED BY SIZE INTO REPORT-RECORD
004960             WRITE REPORT-RECORD
004970             CLOSE REPORT-FILE
004980         END-IF.
004990         DISPLAY "----------------------------------------------".
005000         DISPLAY "CUSTOMERS READ         = " CDP-CUSTOMERS-READ.
005010         DISPLAY "  CLOSED, NOT COMPARED = " CDP-CUSTOMERS-CLOSED.
005020         DISPLAY "  NO CUSTCONT RECORD   = " CDP-NO-CONTACT.
005030         DISPLAY "PAIRS COMPARED         = " CDP-PAIRS-COMPARED.
005040         DISPLAY "CANDIDATE PAIRS LISTED = " CDP-PAIRS-LISTED.
005050         DISPLAY "CUSTDUP: JOB ENDED, RETURN CODE = "
005060             RETURN-CODE.
005070 8000-EXIT.
005080         EXIT.
