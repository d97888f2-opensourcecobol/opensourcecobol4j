000350*  DATE       BY   DESCRIPTION
000360*  ---------- ---- --------------------------------------------
000370*  09/02/2026 DCG  ORIGINAL PROGRAM.
000371*  10/15/2026 DCG  FOREIGN-CURRENCY ACCOUNTS.  A BALANCE THIS
000372*                  PROGRAM OPENS (OR FINDS STILL AT ZERO) TAKES
000373*                  ACM-CURRENCY-CODE FROM ACCTMST WHEN THE
000374*                  MASTER IS THERE, AND EVERY ITEM NOW MEMO-
000375*                  POSTS IN THE BALANCE'S CURRENCY THROUGH
000376*                  FXCONV, THE WAY BALPOST WILL HARD-POST IT.
000377*                  AN ITEM CURRATES CANNOT PRICE IS LEFT OFF.
000378*  10/15/2026 DCG  A BALANCE THIS PROGRAM OPENS STARTS WITH A
000379*                  ZERO ABL-AVAILABLE-BALANCE.  MEMO ACTIVITY IS
00037A*                  NEVER HELD -- AVAILABLE PLUS MEMO IS WHAT THE
00037B*                  ACCOUNT CAN SPEND DURING THE DAY.
00037C*  10/15/2026 DCG  THE TXNTYPTB TYPE TABLE NOW HOLDS 50 TYPES
00037D*                  (WAS 20).  A MASTER WITH MORE ROWS THAN THAT
00037E*                  STOPS THE RUN WITH RETURN CODE 16 INSTEAD OF
00037F*                  QUIETLY DROPPING THE TYPES PAST THE LIMIT.
000380*---------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000610         SELECT TXN-TYPE-FILE ASSIGN TO "TXNTYPTB"
000620             ORGANIZATION IS LINE SEQUENTIAL
000630             FILE STATUS IS MPO-TXNTYPE-FILE-STATUS.
000632         SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
000633             ORGANIZATION IS INDEXED
000634             ACCESS MODE IS RANDOM
000635             RECORD KEY IS ACM-ACCOUNT-NO
000636             FILE STATUS IS MPO-ACCTMST-FILE-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  GEN-CATALOG-FILE.
000740     COPY BALREC.
000750 FD  TXN-TYPE-FILE.
000760     COPY TXNTYPRC.
000762 FD  ACCOUNT-MASTER-FILE.
000764     COPY ACCTREC.
000770 WORKING-STORAGE SECTION.
000780 01  MPO-FILE-STATUS-VALUES.
000790         05  MPO-GENCAT-FILE-STATUS  PIC X(02).
000860             88  MPO-BALANCE-FILE-OK     VALUE "00".
000870         05  MPO-TXNTYPE-FILE-STATUS PIC X(02).
000880             88  MPO-TXNTYPE-FILE-OK     VALUE "00".
000882         05  MPO-ACCTMST-FILE-STATUS PIC X(02).
000884             88  MPO-ACCTMST-FILE-OK     VALUE "00".
000890 01  MPO-SWITCHES.
000900         05  MPO-EOF-SWITCH          PIC X(01) VALUE "N".
000910             88  MPO-END-OF-FILE         VALUE "Y".
000930             88  MPO-GEN-FOUND           VALUE "Y".
000940         05  MPO-NEW-ACCOUNT-SWITCH  PIC X(01) VALUE "N".
000950             88  MPO-NEW-ACCOUNT         VALUE "Y".
000952         05  MPO-ACCTMST-AVAIL-SWITCH PIC X(01) VALUE "N".
000954             88  MPO-ACCTMST-AVAILABLE   VALUE "Y".
000960 01  MPO-PARM-FIELDS.
000970         05  MPO-PARM-STRING         PIC X(08) VALUE SPACES.
000980         05  MPO-RUN-DATE            PIC 9(08) VALUE ZERO.
001100         05  MPO-GEN-SUB             PIC 9(02) COMP VALUE ZERO.
001110 01  MPO-TXN-TYPE-TABLE.
001120         05  MPO-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
001130         05  MPO-TTM-ENTRY OCCURS 50 TIMES
001140                 INDEXED BY MPO-TTM-IDX.
001150             10  MPO-TTM-TYPE        PIC X(02).
001160             10  MPO-TTM-POSTS       PIC X(01).
001190         05  MPO-MEMO-COUNT          PIC 9(09) VALUE ZERO.
001200         05  MPO-NONPOST-COUNT       PIC 9(09) VALUE ZERO.
001210         05  MPO-ACCOUNTS-ADDED      PIC 9(07) VALUE ZERO.
001212         05  MPO-NO-RATE-COUNT       PIC 9(07) VALUE ZERO.
001214 01  MPO-POST-AMOUNT             PIC S9(11)V99 COMP-3
001216                                 VALUE ZERO.
001218 COPY FXCONVC.
001220 01  MPO-EVENT-LOG-FIELDS.
001230         05  MPO-EVL-PROGRAM         PIC X(08) VALUE "MEMOPOST".
001240         05  MPO-EVL-SEVERITY        PIC X(01) VALUE "I".
001700                 MPO-BALANCE-FILE-STATUS
001710             MOVE 8 TO RETURN-CODE
001720         END-IF.
001722         OPEN INPUT ACCOUNT-MASTER-FILE.
001724         IF MPO-ACCTMST-FILE-OK
001726             SET MPO-ACCTMST-AVAILABLE TO TRUE
001728         END-IF.
001730 1000-EXIT.
001740         EXIT.
001750 1100-BUILD-GENERATION-LIST.
002610         MOVE "N" TO MPO-EOF-SWITCH.
002620         PERFORM 1350-LOAD-ONE-TYPE THRU 1350-EXIT
002630             UNTIL MPO-END-OF-FILE
002640                 OR MPO-TTM-COUNT = 50.
00264A         IF NOT MPO-END-OF-FILE
00264B             READ TXN-TYPE-FILE
00264C                 AT END
00264D                     MOVE "Y" TO MPO-EOF-SWITCH
00264E             END-READ
00264F         END-IF.
002650         CLOSE TXN-TYPE-FILE.
00265A         IF NOT MPO-END-OF-FILE
00265B             DISPLAY "MEMOPOST: TXNTYPTB HOLDS MORE THAN 50 "
00265C                 "TYPES - RUN STOPPED"
00265D             MOVE 16 TO RETURN-CODE
00265E             STOP RUN
00265F         END-IF.
002660 1300-EXIT.
002670         EXIT.
002680 1350-LOAD-ONE-TYPE.
003360             END-SEARCH
003370         END-IF.
003380         PERFORM 2200-FETCH-BALANCE THRU 2200-EXIT.
003382         PERFORM 2300-SET-POST-AMOUNT THRU 2300-EXIT.
003384         IF NOT FXC-SUCCESSFUL
003386             GO TO 2100-EXIT
003388         END-IF.
003390         IF EXT-IS-CREDIT
003400             SUBTRACT MPO-POST-AMOUNT FROM ABL-MEMO-BALANCE
003410         ELSE
003420             ADD MPO-POST-AMOUNT TO ABL-MEMO-BALANCE
003430         END-IF.
003440         PERFORM 2400-STORE-BALANCE THRU 2400-EXIT.
003450         ADD 1 TO MPO-MEMO-COUNT.
003590                 MOVE ZERO TO ABL-MTD-CREDITS
003600                 MOVE ZERO TO ABL-LAST-POSTED-DATE
003610                 MOVE ZERO TO ABL-MEMO-BALANCE
003612                 MOVE SPACES TO ABL-CURRENCY-CODE
003613                 MOVE ZERO TO ABL-AVAILABLE-BALANCE
003620         END-READ.
003622*  ONLY A BALANCE WITH NOTHING ON IT YET TAKES ITS CURRENCY
003624*  FROM THE MASTER -- BALPOST'S RULE.
003626         IF NOT MPO-ACCTMST-AVAILABLE
003628             GO TO 2200-EXIT
00362A         END-IF.
00362B         IF NOT MPO-NEW-ACCOUNT
00362C             AND (ABL-CURRENT-BALANCE NOT = ZERO
00362D             OR ABL-MEMO-BALANCE NOT = ZERO)
00362E             GO TO 2200-EXIT
00362F         END-IF.
00362G         MOVE EXT-ACCOUNT-NO TO ACM-ACCOUNT-NO.
00362H         READ ACCOUNT-MASTER-FILE
00362I             INVALID KEY
00362J                 GO TO 2200-EXIT
00362K         END-READ.
00362L         MOVE ACM-CURRENCY-CODE TO ABL-CURRENCY-CODE.
003630 2200-EXIT.
003640         EXIT.
00364A*---------------------------------------------------------------
00364B*  2300-SET-POST-AMOUNT.  THE ITEM'S AMOUNT IN THE BALANCE'S
00364C*  CURRENCY, WORKED OUT EXACTLY AS BALPOST WORKS IT OUT.
00364D*---------------------------------------------------------------
00364E 2300-SET-POST-AMOUNT.
00364F         MOVE "A" TO FXC-FUNCTION.
00364G         MOVE ABL-CURRENCY-CODE TO FXC-TO-CURRENCY.
00364H         MOVE EXT-AMOUNT TO FXC-LOCAL-AMOUNT.
00364I         IF EXT-ORIG-AMOUNT NUMERIC
00364J             MOVE EXT-CURRENCY-CODE TO FXC-FROM-CURRENCY
00364K             MOVE EXT-ORIG-AMOUNT TO FXC-FROM-AMOUNT
00364L         ELSE
00364M             MOVE SPACES TO FXC-FROM-CURRENCY
00364N             MOVE EXT-AMOUNT TO FXC-FROM-AMOUNT
00364O         END-IF.
00364P         CALL "FXCONV" USING FX-CONVERT-AREA.
00364Q         MOVE FXC-RESULT-AMOUNT TO MPO-POST-AMOUNT.
00364R         IF NOT FXC-SUCCESSFUL
00364S             ADD 1 TO MPO-NO-RATE-COUNT
00364T             DISPLAY "MEMOPOST: NO RATE TO POST "
00364U                 EXT-CURRENCY-CODE " ITEM TO '"
00364V                 ABL-CURRENCY-CODE "' ACCOUNT "
00364W                 ABL-ACCOUNT-NO " - NOT MEMO-POSTED"
00364X         END-IF.
00364Y 2300-EXIT.
00364Z         EXIT.
003650 2400-STORE-BALANCE.
003660         IF MPO-NEW-ACCOUNT
003670             WRITE BALANCE-RECORD
003980         EXIT.
003990 8000-TERMINATE.
004000         CLOSE BALANCE-FILE.
004002         IF MPO-ACCTMST-AVAILABLE
004004             CLOSE ACCOUNT-MASTER-FILE
004006         END-IF.
004008         IF MPO-NO-RATE-COUNT > ZERO
00400A             DISPLAY "MEMOPOST: " MPO-NO-RATE-COUNT
00400B                 " ITEM(S) LEFT OFF - NO RATE"
00400C         END-IF.
004010         DISPLAY "MEMOPOST: " MPO-GENS-APPLIED
004020             " GENERATION(S) APPLIED, " MPO-MEMO-COUNT
004030             " ITEM(S) MEMO-POSTED, " MPO-NONPOST-COUNT
