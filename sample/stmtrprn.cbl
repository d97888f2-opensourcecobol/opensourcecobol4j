000320*                  ARCHIVED OUTPUT, SO THE REQUESTER HEARS
000330*                  "NOT FOUND" INSTEAD OF GETTING AN EMPTY
000340*                  FILE WITH NO EXPLANATION.
000341*  10/15/2026 DCG  COMBINED RELATIONSHIP STATEMENTS.  AN ACCOUNT
000342*                  NOT ON THE MONTH'S PRINT OUTPUT (ITS CUSTOMER
000343*                  TAKES ONE COMBINED STATEMENT) IS LOOKED FOR ON
000344*                  THE LATEST "R" ROW'S RELSTMT.Myyyymm INSTEAD,
000345*                  AND ITS CUSTOMER'S WHOLE COMBINED STATEMENT
000346*                  IS COPIED.  THE CUSTOMER NUMBER IS ACCEPTED
000347*                  IN PLACE OF THE ACCOUNT FOR THAT FILE.
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000810 01  RPN-WANT-ACCOUNT            PIC X(10) VALUE SPACES.
000820 01  RPN-STATEMENT-FILENAME      PIC X(30) VALUE SPACES.
000830 01  RPN-LINES-COPIED            PIC 9(05) VALUE ZERO.
000831 01  RPN-COMBINED-FIELDS.
000832         05  RPN-COMBINED-FILENAME   PIC X(30) VALUE SPACES.
000833         05  RPN-CURRENT-CUSTOMER    PIC X(10) VALUE SPACES.
000834         05  RPN-WANT-CUSTOMER       PIC X(10) VALUE SPACES.
000840 PROCEDURE DIVISION.
000850 0000-MAINLINE.
000860         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000870         IF RPN-STATEMENT-FILENAME NOT = SPACES
000880             PERFORM 2000-COPY-STATEMENT THRU 2000-EXIT
000890         END-IF.
000891         IF NOT RPN-ACCOUNT-FOUND
000892             AND RPN-COMBINED-FILENAME NOT = SPACES
000893             PERFORM 3000-COPY-COMBINED THRU 3000-EXIT
000894         END-IF.
000895         IF NOT RPN-ACCOUNT-FOUND
000896             AND RETURN-CODE = ZERO
000897             DISPLAY "STMTRPRN: ACCOUNT " RPN-WANT-ACCOUNT
000898                 " HAS NO STATEMENT FOR " RPN-WANT-MONTH
000899             MOVE 4 TO RETURN-CODE
00089A         END-IF.
000900         PERFORM 8000-TERMINATE THRU 8000-EXIT.
000910         STOP RUN.
000920 1000-INITIALIZE.
001030         END-IF.
001040         PERFORM 1100-FIND-CATALOG-ROW THRU 1100-EXIT.
001050         IF RPN-STATEMENT-FILENAME = SPACES
001051             AND RPN-COMBINED-FILENAME = SPACES
001060             DISPLAY "STMTRPRN: MONTH " RPN-WANT-MONTH
001070                 " IS NOT ON THE STATEMENT CATALOG"
001080             MOVE 4 TO RETURN-CODE
001310                 GO TO 1150-EXIT
001320         END-READ.
0013A1*  ELECTRONIC ROWS NAME THE CSV EXTRACT -- NOTHING TO
0013A2*  REPRINT FROM THERE.  COMBINED ROWS ARE KEPT FOR THE
0013A3*  FALLBACK IN 3000-COPY-COMBINED.
001330         IF SMC-STMT-MONTH = RPN-WANT-MONTH
001332             AND SMC-CHANNEL-PRINT
001340             MOVE SMC-FILENAME TO RPN-STATEMENT-FILENAME
001350         END-IF.
001351         IF SMC-STMT-MONTH = RPN-WANT-MONTH
001352             AND SMC-CHANNEL-COMBINED
001353             MOVE SMC-FILENAME TO RPN-COMBINED-FILENAME
001354         END-IF.
001360 1150-EXIT.
001370         EXIT.
001380 2000-COPY-STATEMENT.
001490             UNTIL RPN-STATEMENT-AT-END.
001500         CLOSE STATEMENT-FILE.
001510         CLOSE COPY-FILE.
001570 2000-EXIT.
001580         EXIT.
001590*---------------------------------------------------------------
001860         END-IF.
001870 2100-EXIT.
001880         EXIT.
0018A1*---------------------------------------------------------------
0018A2*  3000-COPY-COMBINED.  TWO PASSES OF THE COMBINED FILE: THE
0018A3*  FIRST FINDS THE CUSTOMER WHOSE STATEMENT CARRIES THE ACCOUNT
0018A4*  (AN "ACCOUNT SECTION" LINE, ACCOUNT AT COLUMNS 27-36) OR IS
0018A5*  THAT CUSTOMER (HEADER LINE, CUSTOMER AT COLUMNS 44-53); THE
0018A6*  SECOND COPIES THAT CUSTOMER'S STATEMENT DOWN TO THE NEXT
0018A7*  HEADER OR THE RUN CONTROL LINE.
0018A8*---------------------------------------------------------------
0018A9 3000-COPY-COMBINED.
0018AA         MOVE RPN-COMBINED-FILENAME TO RPN-STATEMENT-FILENAME.
0018AB         OPEN INPUT STATEMENT-FILE.
0018AC         IF NOT RPN-STATEMENT-FILE-OK
0018AD             DISPLAY "STMTRPRN: CANNOT OPEN "
0018AE                 RPN-STATEMENT-FILENAME ", STATUS = "
0018AF                 RPN-STATEMENT-FILE-STATUS
0018AG             MOVE 8 TO RETURN-CODE
0018AH             GO TO 3000-EXIT
0018AI         END-IF.
0018AJ         MOVE "N" TO RPN-STMT-EOF-SWITCH.
0018AK         PERFORM 3100-FIND-CUSTOMER THRU 3100-EXIT
0018AL             UNTIL RPN-STATEMENT-AT-END.
0018AM         CLOSE STATEMENT-FILE.
0018AN         IF RPN-WANT-CUSTOMER = SPACES
0018AO             GO TO 3000-EXIT
0018AP         END-IF.
0018AQ         OPEN INPUT STATEMENT-FILE.
0018AR         OPEN OUTPUT COPY-FILE.
0018AS         MOVE "N" TO RPN-STMT-EOF-SWITCH.
0018AT         MOVE "N" TO RPN-COPYING-SWITCH.
0018AU         PERFORM 3200-COPY-COMBINED-LINE THRU 3200-EXIT
0018AV             UNTIL RPN-STATEMENT-AT-END.
0018AW         CLOSE STATEMENT-FILE.
0018AX         CLOSE COPY-FILE.
0018AY 3000-EXIT.
0018AZ         EXIT.
0018B1 3100-FIND-CUSTOMER.
0018B2         READ STATEMENT-FILE
0018B3             AT END
0018B4                 MOVE "Y" TO RPN-STMT-EOF-SWITCH
0018B5                 GO TO 3100-EXIT
0018B6         END-READ.
0018B7         IF STATEMENT-RECORD(1:31) =
0018B8             "COMBINED RELATIONSHIP STATEMENT"
0018B9             MOVE STATEMENT-RECORD(44:10) TO RPN-CURRENT-CUSTOMER
0018BA             IF RPN-CURRENT-CUSTOMER = RPN-WANT-ACCOUNT
0018BB                 MOVE RPN-CURRENT-CUSTOMER TO RPN-WANT-CUSTOMER
0018BC                 MOVE "Y" TO RPN-STMT-EOF-SWITCH
0018BD             END-IF
0018BE             GO TO 3100-EXIT
0018BF         END-IF.
0018BG         IF STATEMENT-RECORD(1:15) = "ACCOUNT SECTION"
0018BH             AND STATEMENT-RECORD(27:10) = RPN-WANT-ACCOUNT
0018BI             MOVE RPN-CURRENT-CUSTOMER TO RPN-WANT-CUSTOMER
0018BJ             MOVE "Y" TO RPN-STMT-EOF-SWITCH
0018BK         END-IF.
0018BL 3100-EXIT.
0018BM         EXIT.
0018BN 3200-COPY-COMBINED-LINE.
0018BO         READ STATEMENT-FILE
0018BP             AT END
0018BQ                 MOVE "Y" TO RPN-STMT-EOF-SWITCH
0018BR                 GO TO 3200-EXIT
0018BS         END-READ.
0018BT         IF STATEMENT-RECORD(1:31) =
0018BU             "COMBINED RELATIONSHIP STATEMENT"
0018BV             IF STATEMENT-RECORD(44:10) = RPN-WANT-CUSTOMER
0018BW                 SET RPN-ACCOUNT-FOUND TO TRUE
0018BX                 MOVE "Y" TO RPN-COPYING-SWITCH
0018BY             ELSE
0018BZ                 MOVE "N" TO RPN-COPYING-SWITCH
0018C1             END-IF
0018C2         END-IF.
0018C3         IF STATEMENT-RECORD(1:21) = "STATEMENT RUN CONTROL"
0018C4             MOVE "N" TO RPN-COPYING-SWITCH
0018C5         END-IF.
0018C6         IF RPN-COPYING
0018C7             MOVE STATEMENT-RECORD TO COPY-RECORD
0018C8             WRITE COPY-RECORD
0018C9             ADD 1 TO RPN-LINES-COPIED
0018CA         END-IF.
0018CB 3200-EXIT.
0018CC         EXIT.
001890 8000-TERMINATE.
001900         DISPLAY "----------------------------------------------".
001910         DISPLAY "STATEMENT LINES COPIED = " RPN-LINES-COPIED.
