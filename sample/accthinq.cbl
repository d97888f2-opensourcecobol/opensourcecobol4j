00020J*                  THEIR SUM AS THE AVAILABLE BALANCE -- THE
00020K*                  NUMBER A PAY/NO-PAY DECISION SHOULD SEE,
00020L*                  NOT YESTERDAY'S CLOSE.
00020M*  10/15/2026 DCG  ROWS HISTARCH HAS MOVED OFF TXNHIST ARE NO
00020N*                  LONGER SILENTLY MISSING: AFTER EACH BROWSE THE
00020O*                  HISTAIDX ARCHIVE INDEX IS CHECKED AND EVERY
00020P*                  ARCHIVE HOLDING THE ACCOUNT'S ACTIVITY INSIDE
00020Q*                  THE ASKED-FOR RANGE IS NAMED, WITH ITS DATES
00020R*                  AND ROW COUNT, OR FLAGGED PURGED WHEN HISTCATLG
00020S*                  SAYS IT HAS SINCE BEEN DELETED.
00020T*  10/15/2026 DCG  THE AVAILABLE FIGURE IS NOW ABL-AVAILABLE-
00020U*                  BALANCE PLUS MEMO, AND THE POSTED BALANCE'S
00020V*                  UNCOLLECTED PART (POSTED LESS AVAILABLE, HELD
00020W*                  ON UNCOLFND) IS SHOWN BESIDE IT.
000210*  09/02/2026 DCG  ORIGINAL PROGRAM.  ACCOUNT-LEVEL HISTORY
000220*                  INQUIRY IN THE HISTINQ STYLE: SIGN ON
000230*                  (CHECKED THROUGH THE SHARED OPERAUTH), NAME
000440             ACCESS MODE IS DYNAMIC
000450             RECORD KEY IS THR-KEY
000460             FILE STATUS IS AHQ-HISTORY-FILE-STATUS.
00046A         SELECT ARCHIVE-INDEX-FILE ASSIGN TO "HISTAIDX"
00046B             ORGANIZATION IS LINE SEQUENTIAL
00046C             FILE STATUS IS AHQ-AIX-FILE-STATUS.
00046D         SELECT CATALOG-FILE ASSIGN TO "HISTCATLG"
00046E             ORGANIZATION IS LINE SEQUENTIAL
00046F             FILE STATUS IS AHQ-CATALOG-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000482 FD  RENUMBER-FILE.
000489     COPY BALREC.
000490 FD  HISTORY-FILE.
000500     COPY TXNHISTC.
00050A FD  ARCHIVE-INDEX-FILE.
00050B     COPY HSTIDXRC.
00050C FD  CATALOG-FILE.
00050D     COPY HSTCATRC.
000510 WORKING-STORAGE SECTION.
000520     COPY OPAUTHC.
000530 01  AHQ-HISTORY-FILE-STATUS     PIC X(02).
00054A         88  AHQ-BALANCE-FILE-OK     VALUE "00".
000542 01  AHQ-RENUM-FILE-STATUS       PIC X(02).
000544         88  AHQ-RENUM-FILE-OK       VALUE "00".
00054B 01  AHQ-AIX-FILE-STATUS         PIC X(02).
00054C         88  AHQ-AIX-FILE-OK         VALUE "00".
00054D 01  AHQ-CATALOG-FILE-STATUS     PIC X(02).
00054E         88  AHQ-CATALOG-FILE-OK     VALUE "00".
000550 01  AHQ-SWITCHES.
000560         05  AHQ-DONE-SWITCH         PIC X(01) VALUE "N".
000570             88  AHQ-DONE                VALUE "Y".
000734         05  AHQ-POSTED-EDIT         PIC -(11)9.99.
000735         05  AHQ-MEMO-EDIT           PIC -(11)9.99.
000736         05  AHQ-AVAILABLE-EDIT      PIC -(11)9.99.
000737         05  AHQ-UNCOLLECTED-BALANCE PIC S9(11)V99 COMP-3
000738                                         VALUE ZERO.
000739         05  AHQ-UNCOLLECTED-EDIT    PIC -(11)9.99.
00073A 01  AHQ-ARCHIVE-FIELDS.
00073B         05  AHQ-AIX-EOF-SWITCH      PIC X(01) VALUE "N".
00073C             88  AHQ-AIX-AT-END          VALUE "Y".
00073D         05  AHQ-CAT-EOF-SWITCH      PIC X(01) VALUE "N".
00073E             88  AHQ-CAT-AT-END          VALUE "Y".
00073F         05  AHQ-ARCHIVE-STATUS      PIC X(01) VALUE "A".
00073G             88  AHQ-ARCHIVE-PURGED      VALUE "P".
00073H         05  AHQ-ARCHIVES-SHOWN      PIC 9(03) VALUE ZERO.
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760         PERFORM 1000-SIGN-ON THRU 1000-EXIT.
001480         MOVE AHQ-RUNNING-BALANCE TO AHQ-BALANCE-EDIT.
001490         DISPLAY "ACCTHINQ: " AHQ-ROWS-SHOWN
001500             " ROW(S), NET MOVEMENT " AHQ-BALANCE-EDIT.
00150A         PERFORM 3300-SHOW-ARCHIVES THRU 3300-EXIT.
001502         PERFORM 3500-SHOW-AVAILABLE THRU 3500-EXIT.
001510 3000-EXIT.
001520         EXIT.
001792         MOVE THR-BRANCH-CODE TO AHQ-SEEN-BRANCH.
001800 3100-EXIT.
001810         EXIT.
0018B1*---------------------------------------------------------------
0018B2*  3300-SHOW-ARCHIVES.  HISTARCH MOVES OLD ROWS OFF TXNHIST TO
0018B3*  DATED ARCHIVES AND INDEXES EACH ACCOUNT'S ARCHIVED DATE
0018B4*  RANGE ON HISTAIDX.  ANY ARCHIVED RANGE OVERLAPPING THE ONE
0018B5*  ASKED FOR IS NAMED HERE, SO OLDER ACTIVITY CAN BE FOUND.
0018B6*  AN ACCOUNT WITH NOTHING LEFT ON TXNHIST TAKES ITS BRANCH
0018B7*  FROM THE INDEX, SO ITS BALANCE STILL SHOWS.
0018B8*---------------------------------------------------------------
0018B9 3300-SHOW-ARCHIVES.
0018BA         MOVE ZERO TO AHQ-ARCHIVES-SHOWN.
0018BB         MOVE "N" TO AHQ-AIX-EOF-SWITCH.
0018BC         OPEN INPUT ARCHIVE-INDEX-FILE.
0018BD         IF NOT AHQ-AIX-FILE-OK
0018BE             GO TO 3300-EXIT
0018BF         END-IF.
0018BG         PERFORM 3350-SHOW-ONE-ARCHIVE THRU 3350-EXIT
0018BH             UNTIL AHQ-AIX-AT-END.
0018BI         CLOSE ARCHIVE-INDEX-FILE.
0018BJ 3300-EXIT.
0018BK         EXIT.
0018BL 3350-SHOW-ONE-ARCHIVE.
0018BM         READ ARCHIVE-INDEX-FILE
0018BN             AT END
0018BO                 MOVE "Y" TO AHQ-AIX-EOF-SWITCH
0018BP                 GO TO 3350-EXIT
0018BQ         END-READ.
0018BR         IF HAX-ACCOUNT-NO NOT = AHQ-WANT-ACCOUNT
0018BS             OR HAX-TO-DATE < AHQ-FROM-DATE
0018BT             OR HAX-FROM-DATE > AHQ-TO-DATE
0018BU             GO TO 3350-EXIT
0018BV         END-IF.
0018BW         PERFORM 3370-ARCHIVE-STATUS THRU 3370-EXIT.
0018BX         ADD 1 TO AHQ-ARCHIVES-SHOWN.
0018BY         IF AHQ-ARCHIVE-PURGED
0018BZ             DISPLAY "ACCTHINQ: " HAX-ROW-COUNT
0018C1                 " OLDER ROW(S) POSTED " HAX-FROM-DATE
0018C2                 " - " HAX-TO-DATE " WERE IN "
0018C3                 HAX-ARCHIVE-NAME " - PURGED"
0018C4         ELSE
0018C5             DISPLAY "ACCTHINQ: " HAX-ROW-COUNT
0018C6                 " OLDER ROW(S) POSTED " HAX-FROM-DATE
0018C7                 " - " HAX-TO-DATE " ARE IN ARCHIVE "
0018C8                 HAX-ARCHIVE-NAME
0018C9         END-IF.
0018CA         IF AHQ-SEEN-BRANCH = SPACES
0018CB             MOVE HAX-BRANCH-CODE TO AHQ-SEEN-BRANCH
0018CC         END-IF.
0018CD 3350-EXIT.
0018CE         EXIT.
0018CF*  HISTCATLG IS APPEND-ONLY; THE LATEST ROW FOR AN ARCHIVE WINS.
0018CG 3370-ARCHIVE-STATUS.
0018CH         MOVE "A" TO AHQ-ARCHIVE-STATUS.
0018CI         MOVE "N" TO AHQ-CAT-EOF-SWITCH.
0018CJ         OPEN INPUT CATALOG-FILE.
0018CK         IF NOT AHQ-CATALOG-FILE-OK
0018CL             GO TO 3370-EXIT
0018CM         END-IF.
0018CN         PERFORM 3380-READ-ONE-CATALOG-ROW THRU 3380-EXIT
0018CO             UNTIL AHQ-CAT-AT-END.
0018CP         CLOSE CATALOG-FILE.
0018CQ 3370-EXIT.
0018CR         EXIT.
0018CS 3380-READ-ONE-CATALOG-ROW.
0018CT         READ CATALOG-FILE
0018CU             AT END
0018CV                 MOVE "Y" TO AHQ-CAT-EOF-SWITCH
0018CW                 GO TO 3380-EXIT
0018CX         END-READ.
0018CY         IF HCT-ARCHIVE-NAME = HAX-ARCHIVE-NAME
0018CZ             MOVE HCT-STATUS TO AHQ-ARCHIVE-STATUS
0018D1         END-IF.
0018D2 3380-EXIT.
0018D3         EXIT.
0018A1*---------------------------------------------------------------
0018A2*  3500-SHOW-AVAILABLE.  THE ACCOUNT'S ACCTBAL POSITION UNDER
0018A3*  THE BRANCH THE BROWSE SAW: POSTED BALANCE PLUS THE
0018AL                 GO TO 3500-EXIT
0018AM         END-READ.
0018AN         COMPUTE AHQ-AVAILABLE-BALANCE =
0018AO             ABL-AVAILABLE-BALANCE + ABL-MEMO-BALANCE.
0018AY         COMPUTE AHQ-UNCOLLECTED-BALANCE =
0018AZ             ABL-CURRENT-BALANCE - ABL-AVAILABLE-BALANCE.
0018D4         MOVE AHQ-UNCOLLECTED-BALANCE TO AHQ-UNCOLLECTED-EDIT.
0018AP         MOVE ABL-CURRENT-BALANCE TO AHQ-POSTED-EDIT.
0018AQ         MOVE ABL-MEMO-BALANCE TO AHQ-MEMO-EDIT.
0018AR         MOVE AHQ-AVAILABLE-BALANCE TO AHQ-AVAILABLE-EDIT.
0018AS         DISPLAY "ACCTHINQ: POSTED " AHQ-POSTED-EDIT
0018AT             "  MEMO " AHQ-MEMO-EDIT
0018AU             "  AVAILABLE " AHQ-AVAILABLE-EDIT.
0018D5         DISPLAY "ACCTHINQ: UNCOLLECTED " AHQ-UNCOLLECTED-EDIT.
0018AV         CLOSE BALANCE-FILE.
0018AW 3500-EXIT.
0018AX         EXIT.
