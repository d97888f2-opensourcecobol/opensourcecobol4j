000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.                 MAILCHK.
000120 AUTHOR.                     DATA CONTROL GROUP.
000130 INSTALLATION.               DAILY BATCH PROCESSING.
000140 DATE-WRITTEN.               10/15/2026.
000150 DATE-COMPILED.              10/15/2026.
000160*---------------------------------------------------------------
000170*  SHARED MAILING-ADDRESS AND RETURNED-MAIL CHECK.  EVERY
000180*  PROGRAM THAT PUTS PAPER IN THE POST CALLS THIS BEFORE IT
000190*  PRODUCES THE PIECE, PASSING THE MAIL-CHECK-AREA (SHARED
000200*  MAILCHKC COPYBOOK).  THE ACCOUNT IS RESOLVED TO ITS OWNING
000210*  CUSTOMER THROUGH ACCTXREF, THE NAME COMES FROM CUSTMST AND
000220*  THE POSTAL ADDRESS FROM CUSTCONT.  A CUSTOMER WHOSE ADDRESS
000230*  IS FLAGGED RETURNED COMES BACK 8 AND THE ITEM IS WRITTEN TO
000240*  THE HELDMAIL LIST HERE, SO EVERY CALLER HOLDS MAIL THE SAME
000250*  WAY.  THE FILES ARE OPENED ON THE FIRST CALL AND HELD OPEN
000260*  FOR THE LIFE OF THE RUN, THE SAME WAY EVLOG HOLDS EVENTLOG;
000270*  THE CALLER'S "E" CALL AT END OF RUN CLOSES THEM.  NO
000280*  CUSTCONT ON FILE MEANS NOTHING IS EVER HELD -- MAIL GOES OUT
000290*  UNADDRESSED EXACTLY AS IT ALWAYS HAS.
000300*  ------------------------------------------------------------
000310*  MODIFICATION HISTORY
000320*  ------------------------------------------------------------
000330*  DATE       BY   DESCRIPTION
000340*  ---------- ---- --------------------------------------------
000350*  10/15/2026 DCG  ORIGINAL PROGRAM.
00035A*  10/15/2026 DCG  THE RUN DATE ON HELDMAIL NOW COMES FROM
00035B*                  RUNDATE, SO MAIL HELD IN A CATCH-UP RUN OF A
00035C*                  MISSED BUSINESS DAY CARRIES THAT DAY (BUSDATE).
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400         SELECT ACCOUNT-XREF-FILE ASSIGN TO "ACCTXREF"
000410             ORGANIZATION IS INDEXED
000420             ACCESS MODE IS RANDOM
000430             RECORD KEY IS AXR-ACCOUNT-NO
000440             FILE STATUS IS MLK-XREF-FILE-STATUS.
000450         SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMST"
000460             ORGANIZATION IS INDEXED
000470             ACCESS MODE IS RANDOM
000480             RECORD KEY IS CUS-CUSTOMER-NO
000490             FILE STATUS IS MLK-MASTER-FILE-STATUS.
000500         SELECT CONTACT-FILE ASSIGN TO "CUSTCONT"
000510             ORGANIZATION IS INDEXED
000520             ACCESS MODE IS RANDOM
000530             RECORD KEY IS CCT-CUSTOMER-NO
000540             FILE STATUS IS MLK-CONTACT-FILE-STATUS.
000550         SELECT HELD-MAIL-FILE ASSIGN TO "HELDMAIL"
000560             ORGANIZATION IS LINE SEQUENTIAL
000570             FILE STATUS IS MLK-HELD-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ACCOUNT-XREF-FILE.
000610     COPY CUSXREFC.
000620 FD  CUSTOMER-MASTER-FILE.
000630     COPY CUSTREC.
000640 FD  CONTACT-FILE.
000650     COPY CUSTCTRC.
000660 FD  HELD-MAIL-FILE.
000670     COPY HELDMLRC.
000680 WORKING-STORAGE SECTION.
000690 01  MLK-FILE-STATUS-VALUES.
000700         05  MLK-XREF-FILE-STATUS    PIC X(02).
000710             88  MLK-XREF-FILE-OK        VALUE "00".
000720         05  MLK-MASTER-FILE-STATUS  PIC X(02).
000730             88  MLK-MASTER-FILE-OK      VALUE "00".
000740         05  MLK-CONTACT-FILE-STATUS PIC X(02).
000750             88  MLK-CONTACT-FILE-OK     VALUE "00".
000760         05  MLK-HELD-FILE-STATUS    PIC X(02).
000770             88  MLK-HELD-FILE-OK        VALUE "00".
000780 01  MLK-SWITCHES.
000790         05  MLK-FIRST-CALL-SWITCH   PIC X(01) VALUE "Y".
000800             88  MLK-FIRST-CALL          VALUE "Y".
000810         05  MLK-XREF-OPEN-SWITCH    PIC X(01) VALUE "N".
000820             88  MLK-XREF-OPEN           VALUE "Y".
000830         05  MLK-MASTER-OPEN-SWITCH  PIC X(01) VALUE "N".
000840             88  MLK-MASTER-OPEN         VALUE "Y".
000850         05  MLK-CONTACT-OPEN-SWITCH PIC X(01) VALUE "N".
000860             88  MLK-CONTACT-OPEN        VALUE "Y".
000870         05  MLK-HELD-OPEN-SWITCH    PIC X(01) VALUE "N".
000880             88  MLK-HELD-OPEN           VALUE "Y".
000890 01  MLK-RUN-DATE                PIC 9(08) VALUE ZERO.
000900 01  MLK-HELD-COUNT              PIC 9(07) COMP VALUE ZERO.
00090A     COPY RUNDATEC.
000910 LINKAGE SECTION.
000920     COPY MAILCHKC.
000930 PROCEDURE DIVISION USING MAIL-CHECK-AREA.
000940 0000-MAINLINE.
000950         IF MCK-FUNC-END
000960             PERFORM 9000-CLOSE-FILES THRU 9000-EXIT
000970             MOVE ZERO TO MCK-RETURN-CODE
000980             GO TO 0000-EXIT
000990         END-IF.
001000         IF MLK-FIRST-CALL
001010             PERFORM 0100-OPEN-FILES THRU 0100-EXIT
001020         END-IF.
001030         MOVE 4 TO MCK-RETURN-CODE.
001040         MOVE SPACES TO MCK-CUSTOMER-NAME.
001050         MOVE SPACES TO MCK-POSTAL-ADDRESS.
001060         IF MCK-ACCOUNT-NO NOT = SPACES
001070             PERFORM 1000-FIND-CUSTOMER THRU 1000-EXIT
001080         END-IF.
001090         IF MCK-CUSTOMER-NO = SPACES
001100             GO TO 0000-EXIT
001110         END-IF.
001120         PERFORM 2000-FIND-NAME THRU 2000-EXIT.
001130         PERFORM 3000-FIND-ADDRESS THRU 3000-EXIT.
001140 0000-EXIT.
001150         GOBACK.
001160 0100-OPEN-FILES.
001170         MOVE "N" TO MLK-FIRST-CALL-SWITCH.
001180         CALL "RUNDATE" USING RUN-DATE-AREA.
00118A         MOVE RDT-RUN-DATE TO MLK-RUN-DATE.
001190         OPEN INPUT ACCOUNT-XREF-FILE.
001200         IF MLK-XREF-FILE-OK
001210             SET MLK-XREF-OPEN TO TRUE
001220         END-IF.
001230         OPEN INPUT CUSTOMER-MASTER-FILE.
001240         IF MLK-MASTER-FILE-OK
001250             SET MLK-MASTER-OPEN TO TRUE
001260         END-IF.
001270         OPEN INPUT CONTACT-FILE.
001280         IF MLK-CONTACT-FILE-OK
001290             SET MLK-CONTACT-OPEN TO TRUE
001300         ELSE
001310             DISPLAY "MAILCHK: NO CUSTCONT ON FILE - MAIL GOES "
001320                 "OUT UNADDRESSED AND NOTHING IS HELD"
001330         END-IF.
001340 0100-EXIT.
001350         EXIT.
001360*  AN ACCOUNT NOBODY OWNS ON ACCTXREF HAS NO CUSTOMER, SO NO
001370*  ADDRESS AND NO HOLD.
001380 1000-FIND-CUSTOMER.
001390         MOVE SPACES TO MCK-CUSTOMER-NO.
001400         IF NOT MLK-XREF-OPEN
001410             GO TO 1000-EXIT
001420         END-IF.
001430         MOVE MCK-ACCOUNT-NO TO AXR-ACCOUNT-NO.
001440         READ ACCOUNT-XREF-FILE
001450             INVALID KEY
001460                 GO TO 1000-EXIT
001470         END-READ.
001480         MOVE AXR-CUSTOMER-NO TO MCK-CUSTOMER-NO.
001490 1000-EXIT.
001500         EXIT.
001510 2000-FIND-NAME.
001520         IF NOT MLK-MASTER-OPEN
001530             GO TO 2000-EXIT
001540         END-IF.
001550         MOVE MCK-CUSTOMER-NO TO CUS-CUSTOMER-NO.
001560         READ CUSTOMER-MASTER-FILE
001570             INVALID KEY
001580                 GO TO 2000-EXIT
001590         END-READ.
001600         MOVE CUS-CUSTOMER-NAME TO MCK-CUSTOMER-NAME.
001610 2000-EXIT.
001620         EXIT.
001630 3000-FIND-ADDRESS.
001640         IF NOT MLK-CONTACT-OPEN
001650             GO TO 3000-EXIT
001660         END-IF.
001670         MOVE MCK-CUSTOMER-NO TO CCT-CUSTOMER-NO.
001680         READ CONTACT-FILE
001690             INVALID KEY
001700                 GO TO 3000-EXIT
001710         END-READ.
001720         IF CCT-MAIL-RETURNED
001730             PERFORM 4000-HOLD-ITEM THRU 4000-EXIT
001740             MOVE 8 TO MCK-RETURN-CODE
001750             GO TO 3000-EXIT
001760         END-IF.
001770         IF CCT-POSTAL-ADDRESS = SPACES
001780             GO TO 3000-EXIT
001790         END-IF.
001800         MOVE CCT-POSTAL-ADDRESS TO MCK-POSTAL-ADDRESS.
001810         MOVE ZERO TO MCK-RETURN-CODE.
001820 3000-EXIT.
001830         EXIT.
001840 4000-HOLD-ITEM.
001850         IF NOT MLK-HELD-OPEN
001860             OPEN EXTEND HELD-MAIL-FILE
001870             IF NOT MLK-HELD-FILE-OK
001880                 OPEN OUTPUT HELD-MAIL-FILE
001890             END-IF
001900             IF MLK-HELD-FILE-OK
001910                 SET MLK-HELD-OPEN TO TRUE
001920             ELSE
001930                 DISPLAY "MAILCHK: HELDMAIL UNAVAILABLE, "
001940                     "STATUS = " MLK-HELD-FILE-STATUS
001950                 GO TO 4000-EXIT
001960             END-IF
001970         END-IF.
001980         MOVE SPACES TO HELD-MAIL-RECORD.
001990         MOVE MLK-RUN-DATE TO HML-RUN-DATE.
002000         MOVE MCK-PROGRAM TO HML-PROGRAM.
002010         MOVE MCK-CUSTOMER-NO TO HML-CUSTOMER-NO.
002020         MOVE MCK-ACCOUNT-NO TO HML-ACCOUNT-NO.
002030         MOVE MCK-ITEM-DESC TO HML-ITEM-DESC.
002040         MOVE CCT-RETURNED-DATE TO HML-RETURNED-DATE.
002050         WRITE HELD-MAIL-RECORD.
002060         ADD 1 TO MLK-HELD-COUNT.
002070 4000-EXIT.
002080         EXIT.
002090 9000-CLOSE-FILES.
002100         IF MLK-XREF-OPEN
002110             CLOSE ACCOUNT-XREF-FILE
002120         END-IF.
002130         IF MLK-MASTER-OPEN
002140             CLOSE CUSTOMER-MASTER-FILE
002150         END-IF.
002160         IF MLK-CONTACT-OPEN
002170             CLOSE CONTACT-FILE
002180         END-IF.
002190         IF MLK-HELD-OPEN
002200             CLOSE HELD-MAIL-FILE
002210             DISPLAY "MAILCHK: " MLK-HELD-COUNT
002220                 " ITEM(S) HELD TO HELDMAIL - RETURNED MAIL"
002230         END-IF.
002240         MOVE "N" TO MLK-XREF-OPEN-SWITCH.
002250         MOVE "N" TO MLK-MASTER-OPEN-SWITCH.
002260         MOVE "N" TO MLK-CONTACT-OPEN-SWITCH.
002270         MOVE "N" TO MLK-HELD-OPEN-SWITCH.
002280         MOVE "Y" TO MLK-FIRST-CALL-SWITCH.
002290         MOVE ZERO TO MLK-HELD-COUNT.
002300 9000-EXIT.
002310         EXIT.
