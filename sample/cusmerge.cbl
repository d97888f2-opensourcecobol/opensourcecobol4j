000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 CUSMERGE.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  DUPLICATE CUSTOMER MERGE.  EVERY CUSMERGE ACTION ON THE
000180*  APPROVAL FILE THAT A SECOND SIGN-ON HAS APPROVED AND WHOSE
000190*  EFFECTIVE DATE HAS BEEN REACHED IS EXECUTED HERE: BOTH
000200*  CUSTOMERS MUST BE OPEN ON CUSTMST, EVERY ACCTXREF LINK OF
000210*  THE CUSTOMER MERGED AWAY IS REPOINTED TO THE SURVIVOR, AND
000220*  THE MERGED CUSTOMER IS CLOSED.  THE MERGE IS LOGGED ON
000230*  CUSMRGLG (SHARED CUSMRGRC COPYBOOK) -- ONE "M" ROW NAMING
000240*  BOTH CUSTOMERS, THE ACTION, ITS REQUESTER AND APPROVER,
000250*  THEN ONE "A" ROW PER ACCOUNT MOVED -- AND ON THE EVENT LOG,
000260*  AND THE ACTION IS MARKED EXECUTED.  CUSTLOAD READS THE
000270*  "M" ROWS SO THE NEXT FEED CANNOT UNDO THE MERGE.  A MERGE
000280*  THE MASTER CANNOT SUPPORT IS REFUSED AND LEFT APPROVED FOR
000290*  THE REQUESTER TO DENY OR RE-RAISE.  RC 4 WHEN A MERGE IS
000300*  REFUSED, RC 16 WHEN A FILE CANNOT BE OPENED.
000310*  ------------------------------------------------------------
000320*  MODIFICATION HISTORY
000330*  ------------------------------------------------------------
000340*  DATE       BY   DESCRIPTION
000350*  ---------- ---- --------------------------------------------
000360*  10/15/2026 DCG  ORIGINAL PROGRAM.
00036A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00036B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00036C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.
000410         LINUX.
000420 OBJECT-COMPUTER.
000430         LINUX.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460         SELECT APPROVAL-FILE ASSIGN TO "APPROVAL"
000470             ORGANIZATION IS LINE SEQUENTIAL
000480             FILE STATUS IS CMR-APPROVAL-FILE-STATUS.
000490         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000500             ORGANIZATION IS INDEXED
000510             ACCESS MODE IS RANDOM
000520             RECORD KEY IS CUS-CUSTOMER-NO
000530             FILE STATUS IS CMR-CUSTOMER-FILE-STATUS.
000540         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000550             ORGANIZATION IS INDEXED
000560             ACCESS MODE IS DYNAMIC
000570             RECORD KEY IS AXR-ACCOUNT-NO
000580             FILE STATUS IS CMR-XREF-FILE-STATUS.
000590         SELECT MERGE-LOG-FILE ASSIGN TO "CUSMRGLG"
000600             ORGANIZATION IS LINE SEQUENTIAL
000610             FILE STATUS IS CMR-MERGE-FILE-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  APPROVAL-FILE.
000650     COPY APPRVREC.
000660 FD  CUSTOMER-MASTER-FILE.
000670     COPY CUSTREC.
000680 FD  ACCOUNT-XREF-FILE.
000690     COPY CUSXREFC.
000700 FD  MERGE-LOG-FILE.
000710     COPY CUSMRGRC.
000720 WORKING-STORAGE SECTION.
000730 01  CMR-FILE-STATUS-VALUES.
000740         05  CMR-APPROVAL-FILE-STATUS PIC X(02).
000750             88  CMR-APPROVAL-FILE-OK    VALUE "00".
000760         05  CMR-CUSTOMER-FILE-STATUS PIC X(02).
000770             88  CMR-CUSTOMER-FILE-OK    VALUE "00".
000780         05  CMR-XREF-FILE-STATUS    PIC X(02).
000790             88  CMR-XREF-FILE-OK        VALUE "00".
000800         05  CMR-MERGE-FILE-STATUS   PIC X(02).
000810             88  CMR-MERGE-FILE-OK       VALUE "00".
000820 01  CMR-SWITCHES.
000830         05  CMR-LOAD-EOF-SWITCH     PIC X(01) VALUE "N".
000840             88  CMR-LOAD-AT-END         VALUE "Y".
000850         05  CMR-SCAN-END-SWITCH     PIC X(01) VALUE "N".
000860             88  CMR-SCAN-ENDED          VALUE "Y".
000870         05  CMR-ABORT-SWITCH        PIC X(01) VALUE "N".
000880             88  CMR-ABORTED             VALUE "Y".
000890         05  CMR-CHANGED-SWITCH      PIC X(01) VALUE "N".
000900             88  CMR-APPROVALS-CHANGED   VALUE "Y".
000910 01  CMR-RUN-DATE                PIC 9(08) VALUE ZERO.
000920 01  CMR-RUN-TIME                PIC 9(08) VALUE ZERO.
000930 01  CMR-RETURN-CODE             PIC 9(02) VALUE ZERO.
000940 01  CMR-APPROVAL-TABLE.
000950         05  CMR-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
000960         05  CMR-APPR-SUB            PIC 9(03) COMP VALUE ZERO.
000970         05  CMR-DUE-COUNT           PIC 9(03) COMP VALUE ZERO.
000980         05  CMR-APPR-ENTRY OCCURS 100 TIMES
000990                 PIC X(130).
001000     COPY APPRVREC REPLACING ==APPROVAL-RECORD== BY
001010         ==CMR-VIEW-RECORD==.
001020*  THE MERGED CUSTOMER'S LINKS, GATHERED BEFORE ANYTHING
001030*  MOVES, SO THE MOVE ITSELF IS ALL RANDOM READS AND NEVER
001040*  DISTURBS A BROWSE.
001050 01  CMR-ACCOUNT-TABLE.
001060         05  CMR-ACCT-COUNT          PIC 9(05) COMP VALUE ZERO.
001070         05  CMR-ACCT-SUB            PIC 9(05) COMP VALUE ZERO.
001080         05  CMR-ACCT-ENTRY OCCURS 2000 TIMES
001090                 PIC X(10).
001100 01  CMR-WORK-FIELDS.
001110         05  CMR-MERGED-CUSTOMER     PIC X(10) VALUE SPACES.
001120         05  CMR-SURVIVING-CUSTOMER  PIC X(10) VALUE SPACES.
001130         05  CMR-REFUSAL             PIC X(40) VALUE SPACES.
001140         05  CMR-MOVED-COUNT         PIC 9(05) VALUE ZERO.
001150 01  CMR-COUNTERS.
001160         05  CMR-MERGED-TOTAL        PIC 9(05) VALUE ZERO.
001170         05  CMR-REFUSED-TOTAL       PIC 9(05) VALUE ZERO.
001180         05  CMR-NOT-DUE-TOTAL       PIC 9(05) VALUE ZERO.
001190         05  CMR-LINKS-MOVED-TOTAL   PIC 9(07) VALUE ZERO.
001200 01  CMR-EVENT-FIELDS.
001210         05  CMR-EVL-PROGRAM         PIC X(08) VALUE "CUSMERGE".
001220         05  CMR-EVL-SEVERITY        PIC X(01) VALUE "I".
001230         05  CMR-EVL-CODE            PIC X(04) VALUE "CMRG".
001240         05  CMR-EVL-TEXT            PIC X(60) VALUE SPACES.
00124A     COPY RUNDATEC.
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001280         IF NOT CMR-ABORTED
001290             PERFORM 2000-WORK-ONE-APPROVAL THRU 2000-EXIT
001300                 VARYING CMR-APPR-SUB FROM 1 BY 1
001310                 UNTIL CMR-APPR-SUB > CMR-APPR-COUNT
001320             PERFORM 5500-REWRITE-APPROVALS THRU 5500-EXIT
001330         END-IF.
001340         PERFORM 8000-TERMINATE THRU 8000-EXIT.
001350         STOP RUN.
001360 1000-INITIALIZE.
001370         DISPLAY "CUSMERGE: JOB STARTING".
001380         CALL "RUNDATE" USING RUN-DATE-AREA.
00138A         MOVE RDT-RUN-DATE TO CMR-RUN-DATE.
001390         ACCEPT CMR-RUN-TIME FROM TIME.
001400         PERFORM 1100-LOAD-APPROVALS THRU 1100-EXIT.
001410         IF CMR-DUE-COUNT = ZERO
001420             DISPLAY "CUSMERGE: NO APPROVED CUSTOMER MERGES ON "
001430                 "FILE"
001440             SET CMR-ABORTED TO TRUE
001450             GO TO 1000-EXIT
001460         END-IF.
001470         OPEN I-O CUSTOMER-MASTER-FILE.
001480         IF NOT CMR-CUSTOMER-FILE-OK
001490             DISPLAY "CUSMERGE: CANNOT OPEN CUSTMST, STATUS = "
001500                 CMR-CUSTOMER-FILE-STATUS
001510             MOVE 16 TO CMR-RETURN-CODE
001520             SET CMR-ABORTED TO TRUE
001530             GO TO 1000-EXIT
001540         END-IF.
001550         OPEN I-O ACCOUNT-XREF-FILE.
001560         IF NOT CMR-XREF-FILE-OK
001570             DISPLAY "CUSMERGE: CANNOT OPEN ACCTXREF, STATUS = "
001580                 CMR-XREF-FILE-STATUS
001590             CLOSE CUSTOMER-MASTER-FILE
001600             MOVE 16 TO CMR-RETURN-CODE
001610             SET CMR-ABORTED TO TRUE
001620             GO TO 1000-EXIT
001630         END-IF.
001640         OPEN EXTEND MERGE-LOG-FILE.
001650         IF NOT CMR-MERGE-FILE-OK
001660             OPEN OUTPUT MERGE-LOG-FILE
001670         END-IF.
001680         IF NOT CMR-MERGE-FILE-OK
001690             DISPLAY "CUSMERGE: CANNOT OPEN CUSMRGLG, STATUS = "
001700                 CMR-MERGE-FILE-STATUS
001710             CLOSE CUSTOMER-MASTER-FILE
001720             CLOSE ACCOUNT-XREF-FILE
001730             MOVE 16 TO CMR-RETURN-CODE
001740             SET CMR-ABORTED TO TRUE
001750         END-IF.
001760 1000-EXIT.
001770         EXIT.
001780 1100-LOAD-APPROVALS.
001790         OPEN INPUT APPROVAL-FILE.
001800         IF NOT CMR-APPROVAL-FILE-OK
001810             GO TO 1100-EXIT
001820         END-IF.
001830         PERFORM 1150-LOAD-ONE-APPROVAL THRU 1150-EXIT
001840             UNTIL CMR-LOAD-AT-END
001850                 OR CMR-APPR-COUNT = 100.
001860         CLOSE APPROVAL-FILE.
001870 1100-EXIT.
001880         EXIT.
001890 1150-LOAD-ONE-APPROVAL.
001900         READ APPROVAL-FILE
001910             AT END
001920                 MOVE "Y" TO CMR-LOAD-EOF-SWITCH
001930                 GO TO 1150-EXIT
001940         END-READ.
001950         ADD 1 TO CMR-APPR-COUNT.
001960         MOVE APPROVAL-RECORD TO CMR-APPR-ENTRY(CMR-APPR-COUNT).
001970         IF APR-TYPE-CUSMERGE OF APPROVAL-RECORD
001980             AND APR-STATUS-APPROVED OF APPROVAL-RECORD
001990             ADD 1 TO CMR-DUE-COUNT
002000         END-IF.
002010 1150-EXIT.
002020         EXIT.
002030*---------------------------------------------------------------
002040*  2000-WORK-ONE-APPROVAL.  AN APPROVED MERGE NOT YET AT ITS
002050*  EFFECTIVE DATE WAITS FOR A LATER RUN.
002060*---------------------------------------------------------------
002070 2000-WORK-ONE-APPROVAL.
002080         MOVE CMR-APPR-ENTRY(CMR-APPR-SUB) TO CMR-VIEW-RECORD.
002090         IF NOT APR-TYPE-CUSMERGE OF CMR-VIEW-RECORD
002100             OR NOT APR-STATUS-APPROVED OF CMR-VIEW-RECORD
002110             GO TO 2000-EXIT
002120         END-IF.
002130         MOVE APR-CMG-MERGED-CUSTOMER OF CMR-VIEW-RECORD
002140             TO CMR-MERGED-CUSTOMER.
002150         MOVE APR-CMG-SURVIVING-CUSTOMER OF CMR-VIEW-RECORD
002160             TO CMR-SURVIVING-CUSTOMER.
002170         IF APR-TARGET OF CMR-VIEW-RECORD > CMR-RUN-DATE
002180             ADD 1 TO CMR-NOT-DUE-TOTAL
002190             DISPLAY "CUSMERGE: ACTION "
002200                 APR-ACTION-ID OF CMR-VIEW-RECORD " "
002210                 CMR-MERGED-CUSTOMER " INTO "
002220                 CMR-SURVIVING-CUSTOMER " NOT YET DUE"
002230             GO TO 2000-EXIT
002240         END-IF.
002250         PERFORM 2100-VALIDATE-MERGE THRU 2100-EXIT.
002260         IF CMR-REFUSAL = SPACES
002270             PERFORM 2200-GATHER-LINKS THRU 2200-EXIT
002280         END-IF.
002290         IF CMR-REFUSAL NOT = SPACES
002300             ADD 1 TO CMR-REFUSED-TOTAL
002310             DISPLAY "CUSMERGE: ACTION "
002320                 APR-ACTION-ID OF CMR-VIEW-RECORD " "
002330                 CMR-MERGED-CUSTOMER " INTO "
002340                 CMR-SURVIVING-CUSTOMER " REFUSED - " CMR-REFUSAL
002350             IF CMR-RETURN-CODE < 4
002360                 MOVE 4 TO CMR-RETURN-CODE
002370             END-IF
002380             GO TO 2000-EXIT
002390         END-IF.
002400         PERFORM 3000-MERGE-CUSTOMER THRU 3000-EXIT.
002410 2000-EXIT.
002420         EXIT.
002430 2100-VALIDATE-MERGE.
002440         MOVE SPACES TO CMR-REFUSAL.
002450         IF CMR-MERGED-CUSTOMER = CMR-SURVIVING-CUSTOMER
002460             MOVE "SAME CUSTOMER BOTH SIDES" TO CMR-REFUSAL
002470             GO TO 2100-EXIT
002480         END-IF.
002490         MOVE CMR-SURVIVING-CUSTOMER TO CUS-CUSTOMER-NO.
002500         READ CUSTOMER-MASTER-FILE
002510             INVALID KEY
002520                 MOVE "SURVIVOR NOT ON CUSTMST" TO CMR-REFUSAL
002530                 GO TO 2100-EXIT
002540         END-READ.
002550         IF NOT CUS-CUSTOMER-OPEN
002560             MOVE "SURVIVOR NOT OPEN" TO CMR-REFUSAL
002570             GO TO 2100-EXIT
002580         END-IF.
002590         MOVE CMR-MERGED-CUSTOMER TO CUS-CUSTOMER-NO.
002600         READ CUSTOMER-MASTER-FILE
002610             INVALID KEY
002620                 MOVE "CUSTOMER TO MERGE NOT ON CUSTMST"
002630                     TO CMR-REFUSAL
002640                 GO TO 2100-EXIT
002650         END-READ.
002660         IF NOT CUS-CUSTOMER-OPEN
002670             MOVE "CUSTOMER TO MERGE NOT OPEN" TO CMR-REFUSAL
002680         END-IF.
002690 2100-EXIT.
002700         EXIT.
002710*---------------------------------------------------------------
002720*  2200-GATHER-LINKS.  ACCTXREF IS KEYED BY ACCOUNT, SO THE
002730*  MERGED CUSTOMER'S LINKS ARE FOUND BY A FULL BROWSE.
002740*---------------------------------------------------------------
002750 2200-GATHER-LINKS.
002760         MOVE ZERO TO CMR-ACCT-COUNT.
002770         MOVE "N" TO CMR-SCAN-END-SWITCH.
002780         MOVE LOW-VALUES TO AXR-ACCOUNT-NO.
002790         START ACCOUNT-XREF-FILE
002800             KEY IS NOT LESS THAN AXR-ACCOUNT-NO
002810             INVALID KEY
002820                 GO TO 2200-EXIT
002830         END-START.
002840         PERFORM 2250-GATHER-ONE-LINK THRU 2250-EXIT
002850             UNTIL CMR-SCAN-ENDED.
002860 2200-EXIT.
002870         EXIT.
002880 2250-GATHER-ONE-LINK.
002890         READ ACCOUNT-XREF-FILE NEXT RECORD
002900             AT END
002910                 SET CMR-SCAN-ENDED TO TRUE
002920                 GO TO 2250-EXIT
002930         END-READ.
002940         IF AXR-CUSTOMER-NO NOT = CMR-MERGED-CUSTOMER
002950             GO TO 2250-EXIT
002960         END-IF.
002970         IF CMR-ACCT-COUNT = 2000
002980             MOVE "TOO MANY ACCOUNTS TO MOVE" TO CMR-REFUSAL
002990             SET CMR-SCAN-ENDED TO TRUE
003000             GO TO 2250-EXIT
003010         END-IF.
003020         ADD 1 TO CMR-ACCT-COUNT.
003030         MOVE AXR-ACCOUNT-NO TO CMR-ACCT-ENTRY(CMR-ACCT-COUNT).
003040 2250-EXIT.
003050         EXIT.
003060*---------------------------------------------------------------
003070*  3000-MERGE-CUSTOMER.  REPOINT THE LINKS, CLOSE THE MERGED
003080*  CUSTOMER, LOG IT, AND MARK THE ACTION EXECUTED.
003090*---------------------------------------------------------------
003100 3000-MERGE-CUSTOMER.
003110         MOVE ZERO TO CMR-MOVED-COUNT.
003120         MOVE SPACES TO CUSTOMER-MERGE-RECORD.
003130         SET CMG-MERGE-ROW TO TRUE.
003140         MOVE CMR-MERGED-CUSTOMER TO CMG-MERGED-CUSTOMER.
003150         MOVE CMR-SURVIVING-CUSTOMER TO CMG-SURVIVING-CUSTOMER.
003160         MOVE APR-ACTION-ID OF CMR-VIEW-RECORD TO CMG-APPROVAL-ID.
003170         MOVE APR-REQUESTED-BY OF CMR-VIEW-RECORD
003180             TO CMG-REQUESTED-BY.
003190         MOVE APR-APPROVED-BY OF CMR-VIEW-RECORD
003200             TO CMG-APPROVED-BY.
003210         MOVE CMR-RUN-DATE TO CMG-MERGE-DATE.
003220         MOVE CMR-RUN-TIME TO CMG-MERGE-TIME.
003230         MOVE CMR-ACCT-COUNT TO CMG-ACCOUNTS-MOVED.
003240         WRITE CUSTOMER-MERGE-RECORD.
003250         PERFORM 3100-MOVE-ONE-LINK THRU 3100-EXIT
003260             VARYING CMR-ACCT-SUB FROM 1 BY 1
003270             UNTIL CMR-ACCT-SUB > CMR-ACCT-COUNT.
003280         MOVE CMR-MERGED-CUSTOMER TO CUS-CUSTOMER-NO.
003290         READ CUSTOMER-MASTER-FILE
003300             INVALID KEY
003310                 DISPLAY "CUSMERGE: " CMR-MERGED-CUSTOMER
003320                     " VANISHED FROM CUSTMST DURING THE MERGE"
003330                 MOVE 16 TO CMR-RETURN-CODE
003340                 GO TO 3000-EXIT
003350         END-READ.
003360         SET CUS-CUSTOMER-CLOSED TO TRUE.
003370         REWRITE CUSTOMER-MASTER-RECORD
003380             INVALID KEY
003390                 DISPLAY "CUSMERGE: CANNOT CLOSE "
003400                     CMR-MERGED-CUSTOMER ", STATUS = "
003410                     CMR-CUSTOMER-FILE-STATUS
003420                 MOVE 16 TO CMR-RETURN-CODE
003430         END-REWRITE.
003440         MOVE "X" TO APR-STATUS OF CMR-VIEW-RECORD.
003450         MOVE CMR-RUN-DATE
003460             TO APR-EXECUTED-DATE OF CMR-VIEW-RECORD.
003470         MOVE CMR-RUN-TIME
003480             TO APR-EXECUTED-TIME OF CMR-VIEW-RECORD.
003490         MOVE CMR-VIEW-RECORD TO CMR-APPR-ENTRY(CMR-APPR-SUB).
003500         SET CMR-APPROVALS-CHANGED TO TRUE.
003510         ADD 1 TO CMR-MERGED-TOTAL.
003520         ADD CMR-MOVED-COUNT TO CMR-LINKS-MOVED-TOTAL.
003530         DISPLAY "CUSMERGE: ACTION "
003540             APR-ACTION-ID OF CMR-VIEW-RECORD " "
003550             CMR-MERGED-CUSTOMER " MERGED INTO "
003560             CMR-SURVIVING-CUSTOMER ", ACCOUNTS MOVED = "
003570             CMR-MOVED-COUNT.
003580         MOVE SPACES TO CMR-EVL-TEXT.
003590         STRING "CUST " CMR-MERGED-CUSTOMER " INTO "
003600             CMR-SURVIVING-CUSTOMER " REQ "
003610             APR-REQUESTED-BY OF CMR-VIEW-RECORD
003620             " APPR " APR-APPROVED-BY OF CMR-VIEW-RECORD
003630             DELIMITED BY SIZE INTO CMR-EVL-TEXT.
003640         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
003650 3000-EXIT.
003660         EXIT.
003670 3100-MOVE-ONE-LINK.
003680         MOVE CMR-ACCT-ENTRY(CMR-ACCT-SUB) TO AXR-ACCOUNT-NO.
003690         READ ACCOUNT-XREF-FILE
003700             INVALID KEY
003710                 GO TO 3100-EXIT
003720         END-READ.
003730         MOVE CMR-SURVIVING-CUSTOMER TO AXR-CUSTOMER-NO.
003740         REWRITE ACCOUNT-XREF-RECORD
003750             INVALID KEY
003760                 DISPLAY "CUSMERGE: CANNOT REPOINT ACCOUNT "
003770                     AXR-ACCOUNT-NO ", STATUS = "
003780                     CMR-XREF-FILE-STATUS
003790                 MOVE 16 TO CMR-RETURN-CODE
003800                 GO TO 3100-EXIT
003810         END-REWRITE.
003820         ADD 1 TO CMR-MOVED-COUNT.
003830         MOVE SPACES TO CUSTOMER-MERGE-RECORD.
003840         SET CMG-ACCOUNT-ROW TO TRUE.
003850         MOVE CMR-MERGED-CUSTOMER TO CMG-MERGED-CUSTOMER.
003860         MOVE CMR-SURVIVING-CUSTOMER TO CMG-SURVIVING-CUSTOMER.
003870         MOVE AXR-ACCOUNT-NO TO CMG-ACCOUNT-NO.
003880         MOVE APR-ACTION-ID OF CMR-VIEW-RECORD TO CMG-APPROVAL-ID.
003890         MOVE CMR-RUN-DATE TO CMG-MERGE-DATE.
003900         MOVE CMR-RUN-TIME TO CMG-MERGE-TIME.
003910         MOVE ZERO TO CMG-ACCOUNTS-MOVED.
003920         WRITE CUSTOMER-MERGE-RECORD.
003930 3100-EXIT.
003940         EXIT.
003950 5500-REWRITE-APPROVALS.
003960         CLOSE CUSTOMER-MASTER-FILE.
003970         CLOSE ACCOUNT-XREF-FILE.
003980         CLOSE MERGE-LOG-FILE.
003990         IF NOT CMR-APPROVALS-CHANGED
004000             GO TO 5500-EXIT
004010         END-IF.
004020         OPEN OUTPUT APPROVAL-FILE.
004030         PERFORM 5550-REWRITE-ONE-APPROVAL THRU 5550-EXIT
004040             VARYING CMR-APPR-SUB FROM 1 BY 1
004050             UNTIL CMR-APPR-SUB > CMR-APPR-COUNT.
004060         CLOSE APPROVAL-FILE.
004070 5500-EXIT.
004080         EXIT.
004090 5550-REWRITE-ONE-APPROVAL.
004100         MOVE CMR-APPR-ENTRY(CMR-APPR-SUB) TO APPROVAL-RECORD.
004110         WRITE APPROVAL-RECORD.
004120 5550-EXIT.
004130         EXIT.
004140 8000-TERMINATE.
004150         DISPLAY "----------------------------------------------".
004160         DISPLAY "CUSTOMERS MERGED       = " CMR-MERGED-TOTAL.
004170         DISPLAY "ACCOUNTS REPOINTED     = "
004180             CMR-LINKS-MOVED-TOTAL.
004190         DISPLAY "MERGES REFUSED         = " CMR-REFUSED-TOTAL.
004200         DISPLAY "MERGES NOT YET DUE     = " CMR-NOT-DUE-TOTAL.
004210         MOVE CMR-RETURN-CODE TO RETURN-CODE.
004220         DISPLAY "CUSMERGE: JOB ENDED, RETURN CODE = "
004230             RETURN-CODE.
004240 8000-EXIT.
004250         EXIT.
004260 9000-LOG-EVENT.
004270         CALL "EVLOG" USING CMR-EVL-PROGRAM CMR-EVL-SEVERITY
004280             CMR-EVL-CODE CMR-EVL-TEXT.
004290 9000-EXIT.
004300         EXIT.
