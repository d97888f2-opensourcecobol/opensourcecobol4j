000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 LTRGEN.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  CUSTOMER NOTICE AND LETTER PRODUCTION.  OVDRPT, DORMANT AND
000180*  SAMPLE QUEUE A NOTICE REQUEST (SHARED NOTICERC COPYBOOK) TO
000190*  NOTICREQ THROUGH NOTICEQ WHENEVER A CUSTOMER HAS TO BE TOLD
000200*  SOMETHING.  EACH REQUEST IS MERGED HERE WITH ITS LETTER
000210*  TEMPLATE FROM LETTRTBL (MAINTAINED THROUGH LTRMAINT) AND THE
000220*  CUSTOMER'S NAME AND ADDRESS FROM MAILCHK:
000230*    - PAPER CUSTOMERS GET A PRINT-READY LETTER ON
000240*      LETTERS.D<RUN DATE>;
000250*    - CUSTOMERS WITH ACM-DELIVERY-CODE "E" GET AN ELECTRONIC
000260*      COPY ON LTRELEC.D<RUN DATE> INSTEAD, THE SAME SPLIT
000270*      STMTGEN MAKES FOR STATEMENTS;
000280*    - A CUSTOMER WHOSE MAIL IS COMING BACK IS HELD THROUGH
000290*      MAILCHK AND NOTHING IS PRINTED.
000300*  EVERY REQUEST -- PRODUCED, HELD OR NOT -- IS LOGGED TO
000310*  NOTICLOG, WHICH IS THE PROOF OF WHEN THE CUSTOMER WAS TOLD.
000320*  A REQUEST FOR A LETTER CODE WITH NO TEMPLATE IS LOGGED "X"
000330*  AND ENDS THE RUN RC 4.  NOTICREQ IS EMPTIED ONCE IT HAS BEEN
000340*  WORKED SO THE SAME NOTICE IS NEVER SENT TWICE.
000350*  ------------------------------------------------------------
000360*  MODIFICATION HISTORY
000370*  ------------------------------------------------------------
000380*  DATE       BY   DESCRIPTION
000390*  ---------- ---- --------------------------------------------
000400*  10/15/2026 DCG  ORIGINAL PROGRAM.
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
000500         SELECT NOTICE-REQUEST-FILE ASSIGN TO "NOTICREQ"
000510             ORGANIZATION IS LINE SEQUENTIAL
000520             FILE STATUS IS LTG-REQUEST-FILE-STATUS.
000530         SELECT TEMPLATE-FILE ASSIGN TO "LETTRTBL"
000540             ORGANIZATION IS LINE SEQUENTIAL
000550             FILE STATUS IS LTG-TABLE-FILE-STATUS.
000560         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000570             ORGANIZATION IS INDEXED
000580             ACCESS MODE IS RANDOM
000590             RECORD KEY IS ACM-ACCOUNT-NO
000600             FILE STATUS IS LTG-ACCTMST-FILE-STATUS.
000610         SELECT LETTER-FILE ASSIGN DYNAMIC
000620             LTG-LETTER-FILENAME
000630             ORGANIZATION IS LINE SEQUENTIAL
000640             FILE STATUS IS LTG-LETTER-FILE-STATUS.
000650         SELECT ELECTRONIC-FILE ASSIGN DYNAMIC
000660             LTG-ELEC-FILENAME
000670             ORGANIZATION IS LINE SEQUENTIAL
000680             FILE STATUS IS LTG-ELEC-FILE-STATUS.
000690         SELECT NOTICE-LOG-FILE ASSIGN TO "NOTICLOG"
000700             ORGANIZATION IS LINE SEQUENTIAL
000710             FILE STATUS IS LTG-LOG-FILE-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  NOTICE-REQUEST-FILE.
000750     COPY NOTICERC.
000760 FD  TEMPLATE-FILE.
000770     COPY LTRTPLRC.
000780 FD  ACCOUNT-MASTER-FILE.
000790     COPY ACCTREC.
000800 FD  LETTER-FILE.
000810 01  LETTER-LINE                 PIC X(80).
000820 FD  ELECTRONIC-FILE.
000830 01  ELECTRONIC-RECORD           PIC X(132).
000840 FD  NOTICE-LOG-FILE.
000850     COPY NOTLOGRC.
000860 WORKING-STORAGE SECTION.
000870     COPY MAILCHKC.
000880 01  LTG-FILE-STATUS-VALUES.
000890         05  LTG-REQUEST-FILE-STATUS PIC X(02).
000900             88  LTG-REQUEST-FILE-OK     VALUE "00".
000910         05  LTG-TABLE-FILE-STATUS   PIC X(02).
000920             88  LTG-TABLE-FILE-OK       VALUE "00".
000930         05  LTG-ACCTMST-FILE-STATUS PIC X(02).
000940             88  LTG-ACCTMST-FILE-OK     VALUE "00".
000950         05  LTG-LETTER-FILE-STATUS  PIC X(02).
000960             88  LTG-LETTER-FILE-OK      VALUE "00".
000970         05  LTG-ELEC-FILE-STATUS    PIC X(02).
000980             88  LTG-ELEC-FILE-OK        VALUE "00".
000990         05  LTG-LOG-FILE-STATUS     PIC X(02).
001000             88  LTG-LOG-FILE-OK         VALUE "00".
001010 01  LTG-LETTER-FILENAME         PIC X(30) VALUE SPACES.
001020 01  LTG-ELEC-FILENAME           PIC X(30) VALUE SPACES.
001030 01  LTG-SWITCHES.
001040         05  LTG-EOF-SWITCH          PIC X(01) VALUE "N".
001050             88  LTG-AT-END              VALUE "Y".
001060         05  LTG-TABLE-EOF-SWITCH    PIC X(01) VALUE "N".
001070             88  LTG-TABLE-AT-END        VALUE "Y".
001080         05  LTG-ACCTMST-OPEN-SWITCH PIC X(01) VALUE "N".
001090             88  LTG-ACCTMST-OPEN        VALUE "Y".
001100         05  LTG-LETTER-OPEN-SWITCH  PIC X(01) VALUE "N".
001110             88  LTG-LETTER-OPEN         VALUE "Y".
001120         05  LTG-ELEC-OPEN-SWITCH    PIC X(01) VALUE "N".
001130             88  LTG-ELEC-OPEN           VALUE "Y".
001140         05  LTG-REQUEST-OPEN-SWITCH PIC X(01) VALUE "N".
001150             88  LTG-REQUEST-OPEN        VALUE "Y".
001160         05  LTG-LOG-OPEN-SWITCH     PIC X(01) VALUE "N".
001170             88  LTG-LOG-OPEN            VALUE "Y".
001180         05  LTG-CHANNEL-SWITCH      PIC X(01) VALUE "P".
001190             88  LTG-SEND-PAPER          VALUE "P".
001200             88  LTG-SEND-ELECTRONIC     VALUE "E".
001210         05  LTG-FIRST-LINE-SWITCH   PIC X(01) VALUE "Y".
001220             88  LTG-FIRST-LINE          VALUE "Y".
001230 01  LTG-RUN-DATE                PIC 9(08) VALUE ZERO.
001240 01  LTG-RUN-TIME                PIC 9(08) VALUE ZERO.
001250 01  LTG-COUNTERS.
001260         05  LTG-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001270         05  LTG-PRINT-COUNT         PIC 9(07) COMP VALUE ZERO.
001280         05  LTG-ELEC-COUNT          PIC 9(07) COMP VALUE ZERO.
001290         05  LTG-HELD-COUNT          PIC 9(07) COMP VALUE ZERO.
001300         05  LTG-NO-TEMPLATE-COUNT   PIC 9(07) COMP VALUE ZERO.
001310*---------------------------------------------------------------
001320*  LETTRTBL IS SMALL AND READ ONCE; EACH LETTER IS BUILT BY
001330*  WALKING LINE NUMBERS 01-99 AND LOOKING EACH ONE UP, SO THE
001340*  TABLE NEED NOT BE KEPT IN ANY ORDER.
001350*---------------------------------------------------------------
001360 01  LTG-TEMPLATE-TABLE.
001370         05  LTG-TPL-COUNT           PIC 9(03) COMP VALUE ZERO.
001380         05  LTG-TPL-ENTRY OCCURS 500 TIMES
001390                 INDEXED BY LTG-TPL-IDX.
001400             10  LTG-TPL-CODE        PIC X(04).
001410             10  LTG-TPL-LINE        PIC 9(02).
001420             10  LTG-TPL-TEXT        PIC X(70).
001430 01  LTG-LETTER-FIELDS.
001440         05  LTG-LINE-NO             PIC 9(03) COMP VALUE ZERO.
001450         05  LTG-CODE-LINES          PIC 9(03) COMP VALUE ZERO.
001460         05  LTG-TPL-SUB             PIC 9(03) COMP VALUE ZERO.
001470         05  LTG-MASKED-ACCOUNT      PIC X(10) VALUE SPACES.
001480         05  LTG-AMOUNT-EDIT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
001490         05  LTG-TODAY-EDIT          PIC X(10) VALUE SPACES.
001500         05  LTG-EVENT-EDIT          PIC X(10) VALUE SPACES.
001510         05  LTG-CITY-LINE           PIC X(45) VALUE SPACES.
001520*  MARKER EXPANSION -- ONE TEMPLATE LINE IN, ONE LETTER LINE OUT.
001530 01  LTG-EXPAND-FIELDS.
001540         05  LTG-IN-POS              PIC 9(03) COMP VALUE ZERO.
001550         05  LTG-OUT-POS             PIC 9(03) COMP VALUE ZERO.
001560         05  LTG-LEAD-SPACES         PIC 9(03) COMP VALUE ZERO.
001570         05  LTG-VALUE               PIC X(30) VALUE SPACES.
001580         05  LTG-OUT-LINE            PIC X(120) VALUE SPACES.
001590 01  LTG-DATE-WORK.
001600         05  LTG-DATE-IN             PIC 9(08) VALUE ZERO.
001610         05  LTG-DATE-IN-X REDEFINES LTG-DATE-IN.
001620             10  LTG-DATE-IN-CCYY    PIC X(04).
001630             10  LTG-DATE-IN-MM      PIC X(02).
001640             10  LTG-DATE-IN-DD      PIC X(02).
001650         05  LTG-DATE-OUT.
001660             10  LTG-DATE-OUT-MM     PIC X(02).
001670             10  FILLER              PIC X(01) VALUE "/".
001680             10  LTG-DATE-OUT-DD     PIC X(02).
001690             10  FILLER              PIC X(01) VALUE "/".
001700             10  LTG-DATE-OUT-CCYY   PIC X(04).
00170A     COPY RUNDATEC.
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740         IF NOT LTG-AT-END
001750             PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001760                 UNTIL LTG-AT-END
001770         END-IF.
001780         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001790         STOP RUN.
001800 1000-INITIALIZE.
001810         CALL "RUNDATE" USING RUN-DATE-AREA.
00181A         MOVE RDT-RUN-DATE TO LTG-RUN-DATE.
001820         ACCEPT LTG-RUN-TIME FROM TIME.
001830         MOVE LTG-RUN-DATE TO LTG-DATE-IN.
001840         PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
001850         MOVE LTG-DATE-OUT TO LTG-TODAY-EDIT.
001860         STRING "LETTERS.D" LTG-RUN-DATE
001870             DELIMITED BY SIZE INTO LTG-LETTER-FILENAME.
001880         STRING "LTRELEC.D" LTG-RUN-DATE
001890             DELIMITED BY SIZE INTO LTG-ELEC-FILENAME.
001900*  NO NOTICREQ MEANS NOBODY ASKED FOR A NOTICE TODAY.
001910         OPEN INPUT NOTICE-REQUEST-FILE.
001920         IF NOT LTG-REQUEST-FILE-OK
001930             DISPLAY "LTRGEN: NO NOTICREQ - NO NOTICES TO PRODUCE"
001940             MOVE "Y" TO LTG-EOF-SWITCH
001950             GO TO 1000-EXIT
001960         END-IF.
001970         SET LTG-REQUEST-OPEN TO TRUE.
001980         OPEN INPUT TEMPLATE-FILE.
001990         IF LTG-TABLE-FILE-OK
002000             PERFORM 1100-LOAD-TEMPLATE THRU 1100-EXIT
002010                 UNTIL LTG-TABLE-AT-END
002020                     OR LTG-TPL-COUNT = 500
002030             CLOSE TEMPLATE-FILE
002040         ELSE
002050             DISPLAY "LTRGEN: NO LETTRTBL - EVERY NOTICE WILL "
002060                 "BE LOGGED NOT PRODUCED"
002070         END-IF.
002080         OPEN INPUT ACCOUNT-MASTER-FILE.
002090         IF LTG-ACCTMST-FILE-OK
002100             SET LTG-ACCTMST-OPEN TO TRUE
002110         END-IF.
002120         OPEN EXTEND NOTICE-LOG-FILE.
002130         IF NOT LTG-LOG-FILE-OK
002140             OPEN OUTPUT NOTICE-LOG-FILE
002150         END-IF.
002160         IF LTG-LOG-FILE-OK
002170             SET LTG-LOG-OPEN TO TRUE
002180         ELSE
002190             DISPLAY "LTRGEN: NOTICLOG UNAVAILABLE, STATUS = "
002200                 LTG-LOG-FILE-STATUS " - RUN ABANDONED"
002210             MOVE 16 TO RETURN-CODE
002220             CLOSE NOTICE-REQUEST-FILE
002230             STOP RUN
002240         END-IF.
002250 1000-EXIT.
002260         EXIT.
002270 1100-LOAD-TEMPLATE.
002280         READ TEMPLATE-FILE
002290             AT END
002300                 MOVE "Y" TO LTG-TABLE-EOF-SWITCH
002310             NOT AT END
002320                 ADD 1 TO LTG-TPL-COUNT
002330                 MOVE LTT-LETTER-CODE
002340                     TO LTG-TPL-CODE(LTG-TPL-COUNT)
002350                 MOVE LTT-LINE-NO
002360                     TO LTG-TPL-LINE(LTG-TPL-COUNT)
002370                 MOVE LTT-TEXT
002380                     TO LTG-TPL-TEXT(LTG-TPL-COUNT)
002390         END-READ.
002400 1100-EXIT.
002410         EXIT.
002420*---------------------------------------------------------------
002430*  2000-PROCESS-REQUEST.  ONE NOTICE REQUEST: FIND ITS
002440*  TEMPLATE, ITS DELIVERY CHANNEL AND ITS ADDRESS, PRODUCE IT
002450*  AND LOG IT.  THE LOG LINE IS WRITTEN WHATEVER HAPPENED.
002460*---------------------------------------------------------------
002470 2000-PROCESS-REQUEST.
002480         READ NOTICE-REQUEST-FILE
002490             AT END
002500                 MOVE "Y" TO LTG-EOF-SWITCH
002510                 GO TO 2000-EXIT
002520         END-READ.
002530         ADD 1 TO LTG-READ-COUNT.
002540         MOVE SPACES TO NOTICE-LOG-RECORD.
002550         MOVE LTG-RUN-DATE TO NTL-RUN-DATE.
002560         MOVE LTG-RUN-TIME TO NTL-RUN-TIME.
002570         MOVE NTC-LETTER-CODE TO NTL-LETTER-CODE.
002580         MOVE NTC-ACCOUNT-NO TO NTL-ACCOUNT-NO.
002590         MOVE NTC-SOURCE-PROGRAM TO NTL-SOURCE-PROGRAM.
002600         MOVE NTC-REQUEST-DATE TO NTL-REQUEST-DATE.
002610         MOVE NTC-REFERENCE TO NTL-REFERENCE.
002620         PERFORM 2100-COUNT-TEMPLATE-LINES THRU 2100-EXIT.
002630         IF LTG-CODE-LINES = ZERO
002640             DISPLAY "LTRGEN: NO TEMPLATE FOR LETTER "
002650                 NTC-LETTER-CODE " - ACCOUNT " NTC-ACCOUNT-NO
002660                 " NOT NOTIFIED"
002670             ADD 1 TO LTG-NO-TEMPLATE-COUNT
002680             SET NTL-NOT-PRODUCED TO TRUE
002690             GO TO 2000-WRITE-LOG
002700         END-IF.
002710         PERFORM 2200-SET-CHANNEL THRU 2200-EXIT.
002720         MOVE "C" TO MCK-FUNCTION.
002730         MOVE NTC-ACCOUNT-NO TO MCK-ACCOUNT-NO.
002740         MOVE "LTRGEN" TO MCK-PROGRAM.
002750         MOVE SPACES TO MCK-ITEM-DESC.
002760         STRING "NOTICE " NTC-LETTER-CODE
002770             DELIMITED BY SIZE INTO MCK-ITEM-DESC.
002780         CALL "MAILCHK" USING MAIL-CHECK-AREA.
002790         MOVE MCK-CUSTOMER-NO TO NTL-CUSTOMER-NO.
002800         IF MCK-HELD
002810             ADD 1 TO LTG-HELD-COUNT
002820             SET NTL-HELD TO TRUE
002830             GO TO 2000-WRITE-LOG
002840         END-IF.
002850         CALL "MASKACCT" USING NTC-ACCOUNT-NO
002860             LTG-MASKED-ACCOUNT.
002870         MOVE NTC-EVENT-DATE TO LTG-DATE-IN.
002880         PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
002890         MOVE LTG-DATE-OUT TO LTG-EVENT-EDIT.
002900         MOVE NTC-AMOUNT TO LTG-AMOUNT-EDIT.
002910         IF LTG-SEND-ELECTRONIC
002920             PERFORM 4000-WRITE-ELECTRONIC THRU 4000-EXIT
002930             ADD 1 TO LTG-ELEC-COUNT
002940             SET NTL-ELECTRONIC TO TRUE
002950         ELSE
002960             PERFORM 3000-PRINT-LETTER THRU 3000-EXIT
002970             ADD 1 TO LTG-PRINT-COUNT
002980             SET NTL-PRINTED TO TRUE
002990         END-IF.
003000 2000-WRITE-LOG.
003010         WRITE NOTICE-LOG-RECORD.
003020 2000-EXIT.
003030         EXIT.
003040 2100-COUNT-TEMPLATE-LINES.
003050         MOVE ZERO TO LTG-CODE-LINES.
003060         PERFORM 2150-COUNT-ONE-LINE THRU 2150-EXIT
003070             VARYING LTG-TPL-SUB FROM 1 BY 1
003080             UNTIL LTG-TPL-SUB > LTG-TPL-COUNT.
003090 2100-EXIT.
003100         EXIT.
003110 2150-COUNT-ONE-LINE.
003120         IF LTG-TPL-CODE(LTG-TPL-SUB) = NTC-LETTER-CODE
003130             ADD 1 TO LTG-CODE-LINES
003140         END-IF.
003150 2150-EXIT.
003160         EXIT.
003170*  AN ACCOUNT NOT ON ACCTMST (OR NO ACCTMST) GOES ON PAPER.
003180 2200-SET-CHANNEL.
003190         SET LTG-SEND-PAPER TO TRUE.
003200         IF NOT LTG-ACCTMST-OPEN
003210             GO TO 2200-EXIT
003220         END-IF.
003230         MOVE NTC-ACCOUNT-NO TO ACM-ACCOUNT-NO.
003240         READ ACCOUNT-MASTER-FILE
003250             INVALID KEY
003260                 GO TO 2200-EXIT
003270         END-READ.
003280         IF ACM-DELIVER-ELECTRONIC
003290             SET LTG-SEND-ELECTRONIC TO TRUE
003300         END-IF.
003310 2200-EXIT.
003320         EXIT.
003330*---------------------------------------------------------------
003340*  3000-PRINT-LETTER.  ONE LETTER PER PAGE: DATE, NAME AND
003350*  ADDRESS BLOCK FOR A WINDOW ENVELOPE, THE MASKED ACCOUNT,
003360*  THEN THE TEMPLATE BODY WITH ITS MARKERS FILLED IN.
003370*---------------------------------------------------------------
003380 3000-PRINT-LETTER.
003390         IF NOT LTG-LETTER-OPEN
003400             OPEN EXTEND LETTER-FILE
003410             IF NOT LTG-LETTER-FILE-OK
003420                 OPEN OUTPUT LETTER-FILE
003430             END-IF
003440             IF NOT LTG-LETTER-FILE-OK
003450                 DISPLAY "LTRGEN: " LTG-LETTER-FILENAME
003460                     " UNAVAILABLE, STATUS = "
003470                     LTG-LETTER-FILE-STATUS " - RUN ABANDONED"
003480                 MOVE 16 TO RETURN-CODE
003490                 STOP RUN
003500             END-IF
003510             SET LTG-LETTER-OPEN TO TRUE
003520         END-IF.
003530         MOVE SPACES TO LETTER-LINE.
003540         MOVE LTG-TODAY-EDIT TO LETTER-LINE(61:10).
003550         WRITE LETTER-LINE AFTER ADVANCING PAGE.
003560         MOVE SPACES TO LETTER-LINE.
003570         WRITE LETTER-LINE AFTER ADVANCING 2 LINES.
003580         MOVE MCK-CUSTOMER-NAME TO LETTER-LINE.
003590         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
003600         IF MCK-SEND
003610             PERFORM 3100-PRINT-ADDRESS THRU 3100-EXIT
003620         END-IF.
003630         MOVE SPACES TO LETTER-LINE.
003640         STRING "ACCOUNT " LTG-MASKED-ACCOUNT
003650             DELIMITED BY SIZE INTO LETTER-LINE.
003660         WRITE LETTER-LINE AFTER ADVANCING 3 LINES.
003670         MOVE SPACES TO LETTER-LINE.
003680         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
003690         SET LTG-SEND-PAPER TO TRUE.
003700         PERFORM 5000-EMIT-TEMPLATE-LINE THRU 5000-EXIT
003710             VARYING LTG-LINE-NO FROM 1 BY 1
003720             UNTIL LTG-LINE-NO > 99.
003730 3000-EXIT.
003740         EXIT.
003750 3100-PRINT-ADDRESS.
003760         MOVE MCK-ADDRESS-LINE-1 TO LETTER-LINE.
003770         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
003780         IF MCK-ADDRESS-LINE-2 NOT = SPACES
003790             MOVE MCK-ADDRESS-LINE-2 TO LETTER-LINE
003800             WRITE LETTER-LINE AFTER ADVANCING 1 LINE
003810         END-IF.
003820         MOVE SPACES TO LTG-CITY-LINE.
003830         STRING MCK-CITY DELIMITED BY "  "
003840             " " MCK-REGION DELIMITED BY SIZE
003850             " " MCK-POSTAL-CODE DELIMITED BY SIZE
003860             INTO LTG-CITY-LINE.
003870         MOVE LTG-CITY-LINE TO LETTER-LINE.
003880         WRITE LETTER-LINE AFTER ADVANCING 1 LINE.
003890         IF MCK-COUNTRY NOT = SPACES
003900             MOVE MCK-COUNTRY TO LETTER-LINE
003910             WRITE LETTER-LINE AFTER ADVANCING 1 LINE
003920         END-IF.
003930 3100-EXIT.
003940         EXIT.
003950*---------------------------------------------------------------
003960*  4000-WRITE-ELECTRONIC.  COMMA-SEPARATED IN THE STMTELEC
003970*  STYLE: AN "H" HEADER ROW PER NOTICE, THEN ONE "L" ROW PER
003980*  LETTER LINE FOR THE DOWNSTREAM PRESENTMENT SYSTEM.
003990*---------------------------------------------------------------
004000 4000-WRITE-ELECTRONIC.
004010         IF NOT LTG-ELEC-OPEN
004020             OPEN EXTEND ELECTRONIC-FILE
004030             IF NOT LTG-ELEC-FILE-OK
004040                 OPEN OUTPUT ELECTRONIC-FILE
004050                 IF LTG-ELEC-FILE-OK
004060                     MOVE "REC,ACCOUNT,CUSTOMER,LETTER,DATE,NAME"
004070                         TO ELECTRONIC-RECORD
004080                     WRITE ELECTRONIC-RECORD
004090                 END-IF
004100             END-IF
004110             IF NOT LTG-ELEC-FILE-OK
004120                 DISPLAY "LTRGEN: " LTG-ELEC-FILENAME
004130                     " UNAVAILABLE, STATUS = "
004140                     LTG-ELEC-FILE-STATUS " - RUN ABANDONED"
004150                 MOVE 16 TO RETURN-CODE
004160                 STOP RUN
004170             END-IF
004180             SET LTG-ELEC-OPEN TO TRUE
004190         END-IF.
004200         MOVE SPACES TO ELECTRONIC-RECORD.
004210         STRING "H," NTC-ACCOUNT-NO "," MCK-CUSTOMER-NO
004220             "," NTC-LETTER-CODE "," LTG-RUN-DATE
004230             "," MCK-CUSTOMER-NAME
004240             DELIMITED BY SIZE INTO ELECTRONIC-RECORD.
004250         WRITE ELECTRONIC-RECORD.
004260         SET LTG-SEND-ELECTRONIC TO TRUE.
004270         PERFORM 5000-EMIT-TEMPLATE-LINE THRU 5000-EXIT
004280             VARYING LTG-LINE-NO FROM 1 BY 1
004290             UNTIL LTG-LINE-NO > 99.
004300 4000-EXIT.
004310         EXIT.
004320*---------------------------------------------------------------
004330*  5000-EMIT-TEMPLATE-LINE.  LOOK UP LINE LTG-LINE-NO OF THIS
004340*  LETTER; A NUMBER WITH NO LINE IS SIMPLY SKIPPED.
004350*---------------------------------------------------------------
004360 5000-EMIT-TEMPLATE-LINE.
004370         SET LTG-TPL-IDX TO 1.
004380         SEARCH LTG-TPL-ENTRY
004390             AT END
004400                 GO TO 5000-EXIT
004410             WHEN LTG-TPL-CODE(LTG-TPL-IDX) = NTC-LETTER-CODE
004420                 AND LTG-TPL-LINE(LTG-TPL-IDX) = LTG-LINE-NO
004430                 SET LTG-TPL-SUB TO LTG-TPL-IDX
004440         END-SEARCH.
004450         IF LTG-TPL-SUB > LTG-TPL-COUNT
004460             GO TO 5000-EXIT
004470         END-IF.
004480         PERFORM 6000-EXPAND-LINE THRU 6000-EXIT.
004490         IF LTG-SEND-ELECTRONIC
004500             MOVE SPACES TO ELECTRONIC-RECORD
004510             STRING "L," LTG-OUT-LINE
004520                 DELIMITED BY SIZE INTO ELECTRONIC-RECORD
004530             WRITE ELECTRONIC-RECORD
004540         ELSE
004550             MOVE LTG-OUT-LINE TO LETTER-LINE
004560             WRITE LETTER-LINE AFTER ADVANCING 1 LINE
004570         END-IF.
004580 5000-EXIT.
004590         EXIT.
004600*---------------------------------------------------------------
004610*  6000-EXPAND-LINE.  COPIES THE TEMPLATE TEXT CHARACTER BY
004620*  CHARACTER, REPLACING EACH FIVE-CHARACTER MARKER WITH ITS
004630*  VALUE TRIMMED OF LEADING AND TRAILING SPACES:
004640*    &NAME CUSTOMER NAME        &ACCT MASKED ACCOUNT
004650*    &AMNT REQUEST AMOUNT       &DATE EVENT DATE
004660*    &REFR REQUEST REFERENCE    &TODY LETTER DATE
004670*  AN UNKNOWN "&" SEQUENCE IS COPIED AS WRITTEN.
004680*---------------------------------------------------------------
004690 6000-EXPAND-LINE.
004700         MOVE SPACES TO LTG-OUT-LINE.
004710         MOVE 1 TO LTG-OUT-POS.
004720         PERFORM 6100-EXPAND-ONE-CHAR THRU 6100-EXIT
004730             VARYING LTG-IN-POS FROM 1 BY 1
004740             UNTIL LTG-IN-POS > 70.
004750 6000-EXIT.
004760         EXIT.
004770 6100-EXPAND-ONE-CHAR.
004780         IF LTG-IN-POS < 67
004790             AND LTG-TPL-TEXT(LTG-TPL-SUB)(LTG-IN-POS:1) = "&"
004800             MOVE SPACES TO LTG-VALUE
004810             EVALUATE LTG-TPL-TEXT(LTG-TPL-SUB)(LTG-IN-POS:5)
004820                 WHEN "&NAME"
004830                     MOVE MCK-CUSTOMER-NAME TO LTG-VALUE
004840                 WHEN "&ACCT"
004850                     MOVE LTG-MASKED-ACCOUNT TO LTG-VALUE
004860                 WHEN "&AMNT"
004870                     MOVE LTG-AMOUNT-EDIT TO LTG-VALUE
004880                 WHEN "&DATE"
004890                     MOVE LTG-EVENT-EDIT TO LTG-VALUE
004900                 WHEN "&REFR"
004910                     MOVE NTC-REFERENCE TO LTG-VALUE
004920                 WHEN "&TODY"
004930                     MOVE LTG-TODAY-EDIT TO LTG-VALUE
004940                 WHEN OTHER
004950                     GO TO 6100-COPY-CHAR
004960             END-EVALUATE
004970             PERFORM 6200-APPEND-VALUE THRU 6200-EXIT
004980             ADD 4 TO LTG-IN-POS
004990             GO TO 6100-EXIT
005000         END-IF.
005010 6100-COPY-CHAR.
005020         IF LTG-OUT-POS NOT > 120
005030             MOVE LTG-TPL-TEXT(LTG-TPL-SUB)(LTG-IN-POS:1)
005040                 TO LTG-OUT-LINE(LTG-OUT-POS:1)
005050             ADD 1 TO LTG-OUT-POS
005060         END-IF.
005070 6100-EXIT.
005080         EXIT.
005090 6200-APPEND-VALUE.
005100         MOVE ZERO TO LTG-LEAD-SPACES.
005110         INSPECT LTG-VALUE TALLYING LTG-LEAD-SPACES
005120             FOR LEADING SPACES.
005130         IF LTG-LEAD-SPACES = 30
005140             OR LTG-OUT-POS > 120
005150             GO TO 6200-EXIT
005160         END-IF.
005170         STRING LTG-VALUE(LTG-LEAD-SPACES + 1:)
005180             DELIMITED BY "  "
005190             INTO LTG-OUT-LINE WITH POINTER LTG-OUT-POS
005200             ON OVERFLOW
005210                 CONTINUE
005220         END-STRING.
005230 6200-EXIT.
005240         EXIT.
005250 7000-FORMAT-DATE.
005260         MOVE LTG-DATE-IN-CCYY TO LTG-DATE-OUT-CCYY.
005270         MOVE LTG-DATE-IN-MM TO LTG-DATE-OUT-MM.
005280         MOVE LTG-DATE-IN-DD TO LTG-DATE-OUT-DD.
005290 7000-EXIT.
005300         EXIT.
005310*---------------------------------------------------------------
005320*  8000-TERMINATE.  NOTICREQ IS EMPTIED ONLY ONCE EVERY
005330*  REQUEST ON IT HAS BEEN LOGGED.
005340*---------------------------------------------------------------
005350 8000-TERMINATE.
005360         IF NOT LTG-REQUEST-OPEN
005370             GO TO 8000-EXIT
005380         END-IF.
005390         CLOSE NOTICE-REQUEST-FILE.
005400         OPEN OUTPUT NOTICE-REQUEST-FILE.
005410         CLOSE NOTICE-REQUEST-FILE.
005420         IF LTG-ACCTMST-OPEN
005430             CLOSE ACCOUNT-MASTER-FILE
005440         END-IF.
005450         IF LTG-LETTER-OPEN
005460             CLOSE LETTER-FILE
005470         END-IF.
005480         IF LTG-ELEC-OPEN
005490             CLOSE ELECTRONIC-FILE
005500         END-IF.
005510         IF LTG-LOG-OPEN
005520             CLOSE NOTICE-LOG-FILE
005530         END-IF.
005540         MOVE "E" TO MCK-FUNCTION.
005550         CALL "MAILCHK" USING MAIL-CHECK-AREA.
005560         DISPLAY "LTRGEN: NOTICE REQUESTS READ     "
005570             LTG-READ-COUNT.
005580         DISPLAY "LTRGEN: LETTERS PRINTED          "
005590             LTG-PRINT-COUNT.
005600         DISPLAY "LTRGEN: SENT ELECTRONICALLY      "
005610             LTG-ELEC-COUNT.
005620         DISPLAY "LTRGEN: HELD - RETURNED MAIL     "
005630             LTG-HELD-COUNT.
005640         DISPLAY "LTRGEN: NOT PRODUCED - NO TEMPLATE "
005650             LTG-NO-TEMPLATE-COUNT.
005660         IF LTG-NO-TEMPLATE-COUNT > ZERO
005670             MOVE 4 TO RETURN-CODE
005680         END-IF.
005690 8000-EXIT.
005700         EXIT.
