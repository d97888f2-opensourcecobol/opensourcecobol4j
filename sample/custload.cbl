000330*                  ACCTMST.  A ROW WITH A BLANK KEY, AN
000340*                  UNRECOGNIZED ROW TYPE OR A BAD STATUS IS
000350*                  COUNTED AND SKIPPED, NOT LOADED.
00035A*  10/15/2026 DCG  "A" ROWS NOW CARRY THE OVERDRAFT-PROTECTION
00035B*                  OPT-IN IN COLUMN 22 ("Y" = THE ACCOUNT MAY
00035C*                  FUND ITS CUSTOMER'S OVERDRAWN ACCOUNTS),
00035D*                  LOADED TO AXR-OD-PROTECT.  A BLANK COLUMN
00035E*                  LOADS AS NOT OPTED IN.
00035F*  10/15/2026 DCG  A THIRD ROW SHAPE, "M", CARRIES THE CUSTOMER'S
00035G*                  CONTACT DETAILS -- POSTAL ADDRESS, EMAIL AND
00035H*                  PHONE -- LOADED ADD-OR-REWRITE TO THE NEW
00035I*                  CUSTCONT FILE (SHARED CUSTCTRC COPYBOOK).  EACH
00035J*                  FIELD THE FEED CHANGES GOES TO THE CUSTAUDT
00035K*                  TRAIL UNDER "CUSTLOAD".  THE RETURNED-MAIL FLAG
00035L*                  IS NOT THE FEED'S TO SET, BUT A FEED THAT
00035M*                  CHANGES THE POSTAL ADDRESS OF A RETURNED-MAIL
00035N*                  CUSTOMER HAS CORRECTED IT AND CLEARS THE FLAG.
00035O*  10/15/2026 DCG  "C" ROWS NOW CARRY THE CUSTOMER'S INTEREST
00035P*                  WITHHOLDING-TAX CATEGORY IN COLUMNS 43-44,
00035Q*                  LOADED TO CUS-WHT-CODE.  BLANK LOADS AS NOT
00035R*                  SUBJECT TO WITHHOLDING.
0003A1*  10/15/2026 DCG  "M" ROWS NOW CARRY THE DATE OF BIRTH (COLUMNS
0003A2*                  188-195) AND TAX ID (196-206) CUSTDUP MATCHES
0003A3*                  ON, LOADED TO CUSTCONT AND AUDITED LIKE THE
0003A4*                  OTHER FIELDS -- THE TAX ID MASKED TO ITS LAST
0003A5*                  FOUR.  A NON-NUMERIC BIRTH DATE LOADS AS ZERO.
0003A6*                  CUSTOMERS CUSMERGE HAS MERGED AWAY (CUSMRGLG)
0003A7*                  STAY MERGED: AN "A" ROW NAMING ONE LINKS THE
0003A8*                  ACCOUNT TO THE SURVIVOR INSTEAD, AND A "C" ROW
0003A9*                  FOR ONE LOADS IT CLOSED.
0003AA*  10/15/2026 DCG  A REFRESHED CUSTOMER KEEPS THE RELATIONSHIP
0003AB*                  OFFICER ON FILE -- CUS-OFFICER-CODE IS SET BY
0003AC*                  OFCRMNT, NOT BY THE FEED.
0003AD*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0003AE*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
0003AF*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000550             ACCESS MODE IS RANDOM
000560             RECORD KEY IS AXR-ACCOUNT-NO
000570             FILE STATUS IS CLD-XREF-FILE-STATUS.
00057A         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
00057B             ORGANIZATION IS INDEXED
00057C             ACCESS MODE IS RANDOM
00057D             RECORD KEY IS CCT-CUSTOMER-NO
00057E             FILE STATUS IS CLD-CONTACT-FILE-STATUS.
00057F         SELECT CONTACT-AUDIT-FILE ASSIGN TO "CUSTAUDT"
00057G             ORGANIZATION IS LINE SEQUENTIAL
00057H             FILE STATUS IS CLD-AUDIT-FILE-STATUS.
00057I         SELECT MERGE-LOG-FILE ASSIGN TO "CUSMRGLG"
00057J             ORGANIZATION IS LINE SEQUENTIAL
00057K             FILE STATUS IS CLD-MERGE-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CUSTOMER-FEED-FILE.
000620         05  CUF-ROW-TYPE            PIC X(01).
000630             88  CUF-CUSTOMER-ROW        VALUE "C".
000640             88  CUF-ACCOUNT-LINK-ROW    VALUE "A".
00064A             88  CUF-CONTACT-ROW         VALUE "M".
000650         05  CUF-CUSTOMER-NO         PIC X(10).
000660         05  CUF-CUSTOMER-NAME       PIC X(30).
000670         05  CUF-STATUS              PIC X(01).
000680             88  CUF-STATUS-VALID        VALUES "O" "C".
00068A         05  CUF-WHT-CODE            PIC X(02).
000690 01  CUSTOMER-FEED-LINK REDEFINES CUSTOMER-FEED-RECORD.
000700         05  FILLER                  PIC X(01).
000710         05  CUF-LINK-ACCOUNT-NO     PIC X(10).
000720         05  CUF-LINK-CUSTOMER-NO    PIC X(10).
00072A         05  CUF-LINK-OD-PROTECT     PIC X(01).
000730         05  FILLER                  PIC X(20).
00073A 01  CUSTOMER-FEED-CONTACT.
00073B         05  FILLER                  PIC X(01).
00073C         05  CUF-CNT-CUSTOMER-NO     PIC X(10).
00073D         05  CUF-CNT-POSTAL-ADDRESS.
00073E             10  CUF-CNT-ADDRESS-1   PIC X(35).
00073F             10  CUF-CNT-ADDRESS-2   PIC X(35).
00073G             10  CUF-CNT-CITY        PIC X(25).
00073H             10  CUF-CNT-REGION      PIC X(03).
00073I             10  CUF-CNT-POSTAL-CODE PIC X(10).
00073J             10  CUF-CNT-COUNTRY     PIC X(03).
00073K         05  CUF-CNT-EMAIL           PIC X(50).
00073L         05  CUF-CNT-PHONE           PIC X(15).
00073M         05  CUF-CNT-BIRTH-DATE      PIC 9(08).
00073N         05  CUF-CNT-TAX-ID          PIC X(11).
000740 FD  CUSTOMER-MASTER-FILE.
000750     COPY CUSTREC.
000760 FD  ACCOUNT-XREF-FILE.
000770     COPY CUSXREFC.
00077A FD  CONTACT-FILE.
00077B     COPY CUSTCTRC.
00077C FD  CONTACT-AUDIT-FILE.
00077D     COPY CUSAUDRC.
00077E FD  MERGE-LOG-FILE.
00077F     COPY CUSMRGRC.
000780 WORKING-STORAGE SECTION.
000790 01  CLD-FILE-STATUS-VALUES.
000800         05  CLD-FEED-FILE-STATUS    PIC X(02).
000830             88  CLD-MASTER-FILE-OK      VALUE "00".
000840         05  CLD-XREF-FILE-STATUS    PIC X(02).
000850             88  CLD-XREF-FILE-OK        VALUE "00".
00085A         05  CLD-CONTACT-FILE-STATUS PIC X(02).
00085B             88  CLD-CONTACT-FILE-OK     VALUE "00".
00085C         05  CLD-AUDIT-FILE-STATUS   PIC X(02).
00085D             88  CLD-AUDIT-FILE-OK       VALUE "00".
00085E         05  CLD-MERGE-FILE-STATUS   PIC X(02).
00085F             88  CLD-MERGE-FILE-OK       VALUE "00".
000860 01  CLD-SWITCHES.
000870         05  CLD-EOF-SWITCH          PIC X(01) VALUE "N".
000880             88  CLD-END-OF-FILE         VALUE "Y".
00088A         05  CLD-NEW-CONTACT-SWITCH  PIC X(01) VALUE "N".
00088B             88  CLD-NEW-CONTACT         VALUE "Y".
00088C         05  CLD-AUDIT-OPEN-SWITCH   PIC X(01) VALUE "N".
00088D             88  CLD-AUDIT-OPEN          VALUE "Y".
00088E         05  CLD-MERGE-EOF-SWITCH    PIC X(01) VALUE "N".
00088F             88  CLD-MERGE-AT-END        VALUE "Y".
00088G         05  CLD-MERGE-HIT-SWITCH    PIC X(01) VALUE "N".
00088H             88  CLD-MERGE-HIT           VALUE "Y".
000890 01  CLD-RUN-DATE                PIC 9(08) VALUE ZERO.
000900 01  CLD-COUNTERS.
000910         05  CLD-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
000940         05  CLD-LINK-ADDED          PIC 9(07) COMP VALUE ZERO.
000950         05  CLD-LINK-UPDATED        PIC 9(07) COMP VALUE ZERO.
000960         05  CLD-SKIPPED-COUNT       PIC 9(07) COMP VALUE ZERO.
00096A         05  CLD-CONTACT-ADDED       PIC 9(07) COMP VALUE ZERO.
00096B         05  CLD-CONTACT-UPDATED     PIC 9(07) COMP VALUE ZERO.
00096C         05  CLD-MAIL-RELEASED       PIC 9(07) COMP VALUE ZERO.
0009AN         05  CLD-LINK-REDIRECTED     PIC 9(07) COMP VALUE ZERO.
0009AO         05  CLD-CUST-KEPT-CLOSED    PIC 9(07) COMP VALUE ZERO.
00096D 01  CLD-RUN-TIME                PIC 9(08) VALUE ZERO.
00096E 01  CLD-AUDIT-FIELDS.
00096F         05  CLD-AUD-FIELD           PIC X(10) VALUE SPACES.
00096G         05  CLD-AUD-BEFORE          PIC X(50) VALUE SPACES.
00096H         05  CLD-AUD-AFTER           PIC X(50) VALUE SPACES.
00096I         05  CLD-MASKED-TAX-ID       PIC X(11) VALUE SPACES.
00096J*  EVERY MERGED-AWAY CUSTOMER ON CUSMRGLG AND ITS SURVIVOR.
00096K 01  CLD-MERGE-TABLE.
00096L         05  CLD-MRG-COUNT           PIC 9(04) COMP VALUE ZERO.
00096M         05  CLD-MRG-SUB             PIC 9(04) COMP VALUE ZERO.
00096N         05  CLD-MRG-HOPS            PIC 9(02) COMP VALUE ZERO.
00096O         05  CLD-MRG-ENTRY OCCURS 2000 TIMES.
00096P             10  CLD-MRG-MERGED      PIC X(10).
00096Q             10  CLD-MRG-SURVIVOR    PIC X(10).
00096R 01  CLD-WORK-CUSTOMER           PIC X(10) VALUE SPACES.
00096S 01  CLD-NEW-CUSTOMER            PIC X(54) VALUE SPACES.
00096T 01  CLD-KEPT-OFFICER            PIC X(03) VALUE SPACES.
0009A1*  WORK IMAGE OF THE CONTACT RECORD AS IT STOOD BEFORE THE FEED
0009A2*  ROW -- SAME SHAPE AS THE CUSTCTRC COPYBOOK, RENAMED SO THE
0009A3*  FD'S OWN FIELDS STAY UNTOUCHED.  THE AUDIT TRAIL'S BEFORE
0009A4*  VALUES COME FROM HERE.
0009A5 01  CLD-OLD-CONTACT.
0009A6     05  CLO-CUSTOMER-NO             PIC X(10).
0009A7     05  CLO-POSTAL-ADDRESS.
0009A8         10  CLO-ADDRESS-LINE-1      PIC X(35).
0009A9         10  CLO-ADDRESS-LINE-2      PIC X(35).
0009AA         10  CLO-CITY                PIC X(25).
0009AB         10  CLO-REGION              PIC X(03).
0009AC         10  CLO-POSTAL-CODE         PIC X(10).
0009AD         10  CLO-COUNTRY             PIC X(03).
0009AE     05  CLO-EMAIL-ADDRESS           PIC X(50).
0009AF     05  CLO-PHONE-NUMBER            PIC X(15).
0009AG     05  CLO-MAIL-STATUS             PIC X(01).
0009AH     05  CLO-RETURNED-DATE           PIC 9(08).
0009AI     05  CLO-CHANGE-DATE             PIC 9(08).
0009AJ     05  CLO-CHANGED-BY              PIC X(08).
0009AK     05  CLO-BIRTH-DATE              PIC 9(08).
0009AL     05  CLO-TAX-ID                  PIC X(11).
0009AM     05  FILLER                      PIC X(09).
0009AP     COPY RUNDATEC.
000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001030         STOP RUN.
001040 1000-INITIALIZE.
001050         DISPLAY "CUSTLOAD: JOB STARTING".
001060         CALL "RUNDATE" USING RUN-DATE-AREA.
00106B         MOVE RDT-RUN-DATE TO CLD-RUN-DATE.
00106A         ACCEPT CLD-RUN-TIME FROM TIME.
001070         OPEN INPUT CUSTOMER-FEED-FILE.
001080         IF NOT CLD-FEED-FILE-OK
001090             DISPLAY "CUSTLOAD: CANNOT OPEN CUSTFEED, STATUS = "
001350             MOVE "Y" TO CLD-EOF-SWITCH
001360             GO TO 1000-EXIT
001370         END-IF.
00137A         OPEN I-O CONTACT-FILE.
00137B         IF NOT CLD-CONTACT-FILE-OK
00137C             OPEN OUTPUT CONTACT-FILE
00137D             CLOSE CONTACT-FILE
00137E             OPEN I-O CONTACT-FILE
00137F         END-IF.
00137G         IF NOT CLD-CONTACT-FILE-OK
00137H             DISPLAY "CUSTLOAD: CANNOT OPEN CUSTCONT, STATUS = "
00137I                 CLD-CONTACT-FILE-STATUS
00137J             MOVE "Y" TO CLD-EOF-SWITCH
00137K             GO TO 1000-EXIT
00137L         END-IF.
00137M         PERFORM 1100-LOAD-MERGES THRU 1100-EXIT.
001380         PERFORM 2100-READ-FEED THRU 2100-EXIT.
001390 1000-EXIT.
001400         EXIT.
0014A1*---------------------------------------------------------------
0014A2*  1100-LOAD-MERGES.  THE "M" ROWS OF CUSMRGLG.  NO LOG ON FILE
0014A3*  MEANS NO CUSTOMER HAS EVER BEEN MERGED.
0014A4*---------------------------------------------------------------
0014A5 1100-LOAD-MERGES.
0014A6         OPEN INPUT MERGE-LOG-FILE.
0014A7         IF NOT CLD-MERGE-FILE-OK
0014A8             GO TO 1100-EXIT
0014A9         END-IF.
0014AA         PERFORM 1150-LOAD-ONE-MERGE THRU 1150-EXIT
0014AB             UNTIL CLD-MERGE-AT-END.
0014AC         CLOSE MERGE-LOG-FILE.
0014AD 1100-EXIT.
0014AE         EXIT.
0014AF 1150-LOAD-ONE-MERGE.
0014AG         READ MERGE-LOG-FILE
0014AH             AT END
0014AI                 MOVE "Y" TO CLD-MERGE-EOF-SWITCH
0014AJ                 GO TO 1150-EXIT
0014AK         END-READ.
0014AL         IF NOT CMG-MERGE-ROW
0014AM             GO TO 1150-EXIT
0014AN         END-IF.
0014AO         IF CLD-MRG-COUNT = 2000
0014AP             DISPLAY "CUSTLOAD: MORE THAN 2000 MERGES ON "
0014AQ                 "CUSMRGLG - LATER ONES NOT ENFORCED"
0014AR             MOVE "Y" TO CLD-MERGE-EOF-SWITCH
0014AS             GO TO 1150-EXIT
0014AT         END-IF.
0014AU         ADD 1 TO CLD-MRG-COUNT.
0014AV         MOVE CMG-MERGED-CUSTOMER
0014AW             TO CLD-MRG-MERGED(CLD-MRG-COUNT).
0014AX         MOVE CMG-SURVIVING-CUSTOMER
0014AY             TO CLD-MRG-SURVIVOR(CLD-MRG-COUNT).
0014AZ 1150-EXIT.
0014B1         EXIT.
001410 2000-LOAD-RECORD.
001420         ADD 1 TO CLD-READ-COUNT.
001430         EVALUATE TRUE
001450                 PERFORM 2200-LOAD-CUSTOMER THRU 2200-EXIT
001460             WHEN CUF-ACCOUNT-LINK-ROW
001470                 PERFORM 2300-LOAD-LINK THRU 2300-EXIT
00147A             WHEN CUF-CONTACT-ROW
00147B                 PERFORM 2400-LOAD-CONTACT THRU 2400-EXIT
001480             WHEN OTHER
001490                 ADD 1 TO CLD-SKIPPED-COUNT
001500                 DISPLAY "CUSTLOAD: SKIPPED FEED LINE "
001700         MOVE CUF-CUSTOMER-NO TO CUS-CUSTOMER-NO.
001710         MOVE CUF-CUSTOMER-NAME TO CUS-CUSTOMER-NAME.
001720         MOVE CUF-STATUS TO CUS-STATUS.
00172A         MOVE CUF-WHT-CODE TO CUS-WHT-CODE.
001730         MOVE CLD-RUN-DATE TO CUS-LOAD-DATE.
001731         MOVE CUF-CUSTOMER-NO TO CLD-WORK-CUSTOMER.
001732         PERFORM 2500-RESOLVE-MERGED THRU 2500-EXIT.
001733         IF CLD-WORK-CUSTOMER NOT = CUF-CUSTOMER-NO
001734             AND CUS-CUSTOMER-OPEN
001735             MOVE "C" TO CUS-STATUS
001736             ADD 1 TO CLD-CUST-KEPT-CLOSED
001737             DISPLAY "CUSTLOAD: CUSTOMER " CUF-CUSTOMER-NO
001738                 " WAS MERGED INTO " CLD-WORK-CUSTOMER
001739                 " - KEPT CLOSED"
00173A         END-IF.
001740         WRITE CUSTOMER-MASTER-RECORD
001750             INVALID KEY
001760                 PERFORM 2250-REWRITE-CUSTOMER THRU 2250-EXIT
001800 2200-EXIT.
001810         EXIT.
001820 2250-REWRITE-CUSTOMER.
001821*  THE OFFICER ON FILE RIDES THROUGH THE REFRESH.
001822         MOVE CUSTOMER-MASTER-RECORD TO CLD-NEW-CUSTOMER.
001823         MOVE SPACES TO CLD-KEPT-OFFICER.
001824         READ CUSTOMER-MASTER-FILE
001825             INVALID KEY
001826                 CONTINUE
001827             NOT INVALID KEY
001828                 MOVE CUS-OFFICER-CODE TO CLD-KEPT-OFFICER
001829         END-READ.
00182A         MOVE CLD-NEW-CUSTOMER TO CUSTOMER-MASTER-RECORD.
00182B         MOVE CLD-KEPT-OFFICER TO CUS-OFFICER-CODE.
001830         REWRITE CUSTOMER-MASTER-RECORD
001840             INVALID KEY
001850                 ADD 1 TO CLD-SKIPPED-COUNT
002010         END-IF.
002020         MOVE SPACES TO ACCOUNT-XREF-RECORD.
002030         MOVE CUF-LINK-ACCOUNT-NO TO AXR-ACCOUNT-NO.
002040         MOVE CUF-LINK-CUSTOMER-NO TO CLD-WORK-CUSTOMER.
002041         PERFORM 2500-RESOLVE-MERGED THRU 2500-EXIT.
002042         IF CLD-WORK-CUSTOMER NOT = CUF-LINK-CUSTOMER-NO
002043             ADD 1 TO CLD-LINK-REDIRECTED
002044             DISPLAY "CUSTLOAD: ACCOUNT " CUF-LINK-ACCOUNT-NO
002045                 " LINKED TO " CLD-WORK-CUSTOMER ", SURVIVOR OF "
002046                 "MERGED CUSTOMER " CUF-LINK-CUSTOMER-NO
002047         END-IF.
002048         MOVE CLD-WORK-CUSTOMER TO AXR-CUSTOMER-NO.
002050         MOVE CLD-RUN-DATE TO AXR-LOAD-DATE.
00205A         IF CUF-LINK-OD-PROTECT = "Y"
00205B             MOVE "Y" TO AXR-OD-PROTECT
00205C         END-IF.
002060         WRITE ACCOUNT-XREF-RECORD
002070             INVALID KEY
002080                 PERFORM 2350-REWRITE-LINK THRU 2350-EXIT
002230         END-REWRITE.
002240 2350-EXIT.
002250         EXIT.
0022A1*---------------------------------------------------------------
0022A2*  2400-LOAD-CONTACT.  ADD OR REWRITE THE CUSTOMER'S CUSTCONT
0022A3*  RECORD FROM AN "M" ROW, THEN AUDIT EVERY FIELD THE ROW
0022A4*  CHANGED.  THE MAIL STATUS AND ITS RETURNED DATE ARE KEPT --
0022A5*  EXCEPT THAT A NEW POSTAL ADDRESS FOR A RETURNED-MAIL
0022A6*  CUSTOMER IS THE CORRECTION, AND RELEASES THE HOLD.
0022A7*---------------------------------------------------------------
0022A8 2400-LOAD-CONTACT.
0022A9         IF CUF-CNT-CUSTOMER-NO = SPACES
0022AA             ADD 1 TO CLD-SKIPPED-COUNT
0022AB             DISPLAY "CUSTLOAD: SKIPPED FEED LINE "
0022AC                 CLD-READ-COUNT " - BAD CONTACT ROW"
0022AD             GO TO 2400-EXIT
0022AE         END-IF.
0022AF         MOVE "N" TO CLD-NEW-CONTACT-SWITCH.
0022AG         MOVE CUF-CNT-CUSTOMER-NO TO CCT-CUSTOMER-NO.
0022AH         READ CONTACT-FILE
0022AI             INVALID KEY
0022AJ                 SET CLD-NEW-CONTACT TO TRUE
0022AK                 MOVE SPACES TO CUSTOMER-CONTACT-RECORD
0022AL                 MOVE CUF-CNT-CUSTOMER-NO TO CCT-CUSTOMER-NO
0022AM                 MOVE ZERO TO CCT-RETURNED-DATE
0022AN                 MOVE ZERO TO CCT-CHANGE-DATE
0022AO         END-READ.
0022AP         MOVE CUSTOMER-CONTACT-RECORD TO CLD-OLD-CONTACT.
0022AQ         MOVE CUF-CNT-POSTAL-ADDRESS TO CCT-POSTAL-ADDRESS.
0022AR         MOVE CUF-CNT-EMAIL TO CCT-EMAIL-ADDRESS.
0022AS         MOVE CUF-CNT-PHONE TO CCT-PHONE-NUMBER.
0022DT         IF CUF-CNT-BIRTH-DATE NUMERIC
0022DU             MOVE CUF-CNT-BIRTH-DATE TO CCT-BIRTH-DATE
0022DV         ELSE
0022DW             MOVE ZERO TO CCT-BIRTH-DATE
0022DX         END-IF.
0022DY         MOVE CUF-CNT-TAX-ID TO CCT-TAX-ID.
0022AT         IF CCT-MAIL-RETURNED
0022AU             AND CCT-POSTAL-ADDRESS NOT = CLO-POSTAL-ADDRESS
0022AV             MOVE "D" TO CCT-MAIL-STATUS
0022AW             ADD 1 TO CLD-MAIL-RELEASED
0022AX             DISPLAY "CUSTLOAD: ADDRESS CORRECTED FOR CUSTOMER "
0022AY                 CCT-CUSTOMER-NO " - HELD MAIL RELEASED"
0022AZ         END-IF.
0022B1         IF CUSTOMER-CONTACT-RECORD = CLD-OLD-CONTACT
0022B2             AND NOT CLD-NEW-CONTACT
0022B3             GO TO 2400-EXIT
0022B4         END-IF.
0022B5         MOVE CLD-RUN-DATE TO CCT-CHANGE-DATE.
0022B6         MOVE "CUSTLOAD" TO CCT-CHANGED-BY.
0022B7         IF CLD-NEW-CONTACT
0022B8             WRITE CUSTOMER-CONTACT-RECORD
0022B9                 INVALID KEY
0022BA                     ADD 1 TO CLD-SKIPPED-COUNT
0022BB                     DISPLAY "CUSTLOAD: UNABLE TO ADD CONTACT "
0022BC                         CCT-CUSTOMER-NO ", STATUS = "
0022BD                         CLD-CONTACT-FILE-STATUS
0022BE                     GO TO 2400-EXIT
0022BF             END-WRITE
0022BG             ADD 1 TO CLD-CONTACT-ADDED
0022BH         ELSE
0022BI             REWRITE CUSTOMER-CONTACT-RECORD
0022BJ                 INVALID KEY
0022BK                     ADD 1 TO CLD-SKIPPED-COUNT
0022BL                     DISPLAY "CUSTLOAD: UNABLE TO LOAD CONTACT "
0022BM                         CCT-CUSTOMER-NO ", STATUS = "
0022BN                         CLD-CONTACT-FILE-STATUS
0022BO                     GO TO 2400-EXIT
0022BP             END-REWRITE
0022BQ             ADD 1 TO CLD-CONTACT-UPDATED
0022BR         END-IF.
0022BS         PERFORM 2450-AUDIT-CONTACT THRU 2450-EXIT.
0022BT 2400-EXIT.
0022BU         EXIT.
0022BV 2450-AUDIT-CONTACT.
0022BW         MOVE "ADDRESS1" TO CLD-AUD-FIELD.
0022BX         MOVE CLO-ADDRESS-LINE-1 TO CLD-AUD-BEFORE.
0022BY         MOVE CCT-ADDRESS-LINE-1 TO CLD-AUD-AFTER.
0022BZ         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022C1         MOVE "ADDRESS2" TO CLD-AUD-FIELD.
0022C2         MOVE CLO-ADDRESS-LINE-2 TO CLD-AUD-BEFORE.
0022C3         MOVE CCT-ADDRESS-LINE-2 TO CLD-AUD-AFTER.
0022C4         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022C5         MOVE "CITY" TO CLD-AUD-FIELD.
0022C6         MOVE CLO-CITY TO CLD-AUD-BEFORE.
0022C7         MOVE CCT-CITY TO CLD-AUD-AFTER.
0022C8         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022C9         MOVE "REGION" TO CLD-AUD-FIELD.
0022CA         MOVE CLO-REGION TO CLD-AUD-BEFORE.
0022CB         MOVE CCT-REGION TO CLD-AUD-AFTER.
0022CC         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022CD         MOVE "POSTCODE" TO CLD-AUD-FIELD.
0022CE         MOVE CLO-POSTAL-CODE TO CLD-AUD-BEFORE.
0022CF         MOVE CCT-POSTAL-CODE TO CLD-AUD-AFTER.
0022CG         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022CH         MOVE "COUNTRY" TO CLD-AUD-FIELD.
0022CI         MOVE CLO-COUNTRY TO CLD-AUD-BEFORE.
0022CJ         MOVE CCT-COUNTRY TO CLD-AUD-AFTER.
0022CK         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022CL         MOVE "EMAIL" TO CLD-AUD-FIELD.
0022CM         MOVE CLO-EMAIL-ADDRESS TO CLD-AUD-BEFORE.
0022CN         MOVE CCT-EMAIL-ADDRESS TO CLD-AUD-AFTER.
0022CO         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022CP         MOVE "PHONE" TO CLD-AUD-FIELD.
0022CQ         MOVE CLO-PHONE-NUMBER TO CLD-AUD-BEFORE.
0022CR         MOVE CCT-PHONE-NUMBER TO CLD-AUD-AFTER.
0022CS         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022CT         MOVE "MAILSTAT" TO CLD-AUD-FIELD.
0022CU         MOVE CLO-MAIL-STATUS TO CLD-AUD-BEFORE.
0022CV         MOVE CCT-MAIL-STATUS TO CLD-AUD-AFTER.
0022CW         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022DZ         MOVE "BIRTHDATE" TO CLD-AUD-FIELD.
0022E1         MOVE CLO-BIRTH-DATE TO CLD-AUD-BEFORE.
0022E2         MOVE CCT-BIRTH-DATE TO CLD-AUD-AFTER.
0022E3         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022E4         MOVE "TAXID" TO CLD-AUD-FIELD.
0022E5         MOVE CLO-TAX-ID TO CLD-MASKED-TAX-ID.
0022E6         PERFORM 2460-MASK-TAX-ID THRU 2460-EXIT.
0022E7         MOVE CLD-MASKED-TAX-ID TO CLD-AUD-BEFORE.
0022E8         MOVE CCT-TAX-ID TO CLD-MASKED-TAX-ID.
0022E9         PERFORM 2460-MASK-TAX-ID THRU 2460-EXIT.
0022EA         MOVE CLD-MASKED-TAX-ID TO CLD-AUD-AFTER.
0022EB         IF CLO-TAX-ID NOT = CCT-TAX-ID
0022EC             AND CLD-AUD-BEFORE = CLD-AUD-AFTER
0022ED             MOVE "(CHANGED)" TO CLD-AUD-AFTER(12:)
0022EE         END-IF.
0022EF         PERFORM 2480-WRITE-AUDIT THRU 2480-EXIT.
0022CX 2450-EXIT.
0022CY         EXIT.
0022EG*  ONLY THE LAST FOUR OF A TAX ID GO TO THE AUDIT TRAIL.
0022EH 2460-MASK-TAX-ID.
0022EI         IF CLD-MASKED-TAX-ID NOT = SPACES
0022EJ             MOVE "*******" TO CLD-MASKED-TAX-ID(1:7)
0022EK         END-IF.
0022EL 2460-EXIT.
0022EM         EXIT.
0022CZ*  AN UNCHANGED FIELD WRITES NOTHING.
0022D1 2480-WRITE-AUDIT.
0022D2         IF CLD-AUD-BEFORE = CLD-AUD-AFTER
0022D3             GO TO 2480-EXIT
0022D4         END-IF.
0022D5         IF NOT CLD-AUDIT-OPEN
0022D6             OPEN EXTEND CONTACT-AUDIT-FILE
0022D7             IF NOT CLD-AUDIT-FILE-OK
0022D8                 OPEN OUTPUT CONTACT-AUDIT-FILE
0022D9             END-IF
0022DA             IF CLD-AUDIT-FILE-OK
0022DB                 SET CLD-AUDIT-OPEN TO TRUE
0022DC             ELSE
0022DD                 DISPLAY "CUSTLOAD: CUSTAUDT UNAVAILABLE, "
0022DE                     "STATUS = " CLD-AUDIT-FILE-STATUS
0022DF                 GO TO 2480-EXIT
0022DG             END-IF
0022DH         END-IF.
0022DI         MOVE SPACES TO CUSTOMER-AUDIT-RECORD.
0022DJ         MOVE CCT-CUSTOMER-NO TO CAU-CUSTOMER-NO.
0022DK         MOVE CLD-AUD-FIELD TO CAU-FIELD-NAME.
0022DL         MOVE CLD-AUD-BEFORE TO CAU-BEFORE-VALUE.
0022DM         MOVE CLD-AUD-AFTER TO CAU-AFTER-VALUE.
0022DN         MOVE "CUSTLOAD" TO CAU-CHANGED-BY.
0022DO         MOVE CLD-RUN-DATE TO CAU-RUN-DATE.
0022DP         MOVE CLD-RUN-TIME TO CAU-RUN-TIME.
0022DQ         WRITE CUSTOMER-AUDIT-RECORD.
0022DR 2480-EXIT.
0022DS         EXIT.
0022EN*---------------------------------------------------------------
0022EO*  2500-RESOLVE-MERGED.  CLD-WORK-CUSTOMER COMES BACK AS THE
0022EP*  CUSTOMER IT WAS FINALLY MERGED INTO -- FOLLOWING A CHAIN OF
0022EQ*  MERGES -- OR UNCHANGED IF IT WAS NEVER MERGED.
0022ER*---------------------------------------------------------------
0022ES 2500-RESOLVE-MERGED.
0022ET         MOVE ZERO TO CLD-MRG-HOPS.
0022EU         SET CLD-MERGE-HIT TO TRUE.
0022EV         PERFORM 2510-FOLLOW-ONE-MERGE THRU 2510-EXIT
0022EW             UNTIL NOT CLD-MERGE-HIT
0022EX                 OR CLD-MRG-HOPS = 10.
0022EY 2500-EXIT.
0022EZ         EXIT.
0022F1 2510-FOLLOW-ONE-MERGE.
0022F2         MOVE "N" TO CLD-MERGE-HIT-SWITCH.
0022F3         ADD 1 TO CLD-MRG-HOPS.
0022F4         PERFORM 2520-CHECK-ONE-MERGE THRU 2520-EXIT
0022F5             VARYING CLD-MRG-SUB FROM 1 BY 1
0022F6             UNTIL CLD-MRG-SUB > CLD-MRG-COUNT
0022F7                 OR CLD-MERGE-HIT.
0022F8 2510-EXIT.
0022F9         EXIT.
0022FA 2520-CHECK-ONE-MERGE.
0022FB         IF CLD-MRG-MERGED(CLD-MRG-SUB) = CLD-WORK-CUSTOMER
0022FC             MOVE CLD-MRG-SURVIVOR(CLD-MRG-SUB)
0022FD                 TO CLD-WORK-CUSTOMER
0022FE             SET CLD-MERGE-HIT TO TRUE
0022FF         END-IF.
0022FG 2520-EXIT.
0022FH         EXIT.
002260 8000-TERMINATE.
002270         IF CLD-FEED-FILE-OK OR CLD-EOF-SWITCH = "Y"
002280             CLOSE CUSTOMER-FEED-FILE
002330         IF CLD-XREF-FILE-OK
002340             CLOSE ACCOUNT-XREF-FILE
002350         END-IF.
00235A         IF CLD-CONTACT-FILE-OK
00235B             CLOSE CONTACT-FILE
00235C         END-IF.
00235D         IF CLD-AUDIT-OPEN
00235E             CLOSE CONTACT-AUDIT-FILE
00235F         END-IF.
002360         DISPLAY "----------------------------------------------".
002370         DISPLAY "FEED LINES READ    = " CLD-READ-COUNT.
002380         DISPLAY "CUSTOMERS ADDED    = " CLD-CUST-ADDED.
002390         DISPLAY "CUSTOMERS UPDATED  = " CLD-CUST-UPDATED.
002400         DISPLAY "LINKS ADDED        = " CLD-LINK-ADDED.
002410         DISPLAY "LINKS UPDATED      = " CLD-LINK-UPDATED.
00241A         DISPLAY "CONTACTS ADDED     = " CLD-CONTACT-ADDED.
00241B         DISPLAY "CONTACTS UPDATED   = " CLD-CONTACT-UPDATED.
00241C         DISPLAY "HELD MAIL RELEASED = " CLD-MAIL-RELEASED.
00241D         DISPLAY "LINKS TO SURVIVORS = " CLD-LINK-REDIRECTED.
00241E         DISPLAY "MERGED KEPT CLOSED = " CLD-CUST-KEPT-CLOSED.
002420         DISPLAY "FEED LINES SKIPPED = " CLD-SKIPPED-COUNT.
002430         DISPLAY "CUSTLOAD: JOB COMPLETE".
002440 8000-EXIT.
