000330*                  UNTOUCHED; AN ACCOUNT THE TOKEN SERVICE
000340*                  CANNOT MAP IS COUNTED AND THE RECORD
000350*                  DROPPED RATHER THAN COPIED IN THE CLEAR.
000351*  10/15/2026 DCG  TESTBAL WIDENED TO THE 96-BYTE BALANCE RECORD
000352*                  SO ABL-AVAILABLE-BALANCE IS CLONED WITH THE
000353*                  REST.
000354*  10/15/2026 DCG  TESTACCT WIDENED TO THE 27-BYTE ACCOUNT MASTER
000355*                  RECORD SO ACM-CURRENCY-CODE IS CLONED WITH THE
000356*                  REST.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000830 FD  TEST-MASTER-FILE.
000840 01  TEST-MASTER-RECORD.
000850         05  TAC-ACCOUNT-NO          PIC X(10).
000860         05  TAC-REST                PIC X(17).
000870 FD  BALANCE-FILE.
000880     COPY BALREC.
000890 FD  TEST-BALANCE-FILE.
000910         05  TBL-KEY.
000920             10  TBL-BRANCH-CODE     PIC X(03).
000930             10  TBL-ACCOUNT-NO      PIC X(10).
000940         05  TBL-REST                PIC X(83).
000950 WORKING-STORAGE SECTION.
000960 01  TSC-FILE-STATUS-VALUES.
000970         05  TSC-TRANS-FILE-STATUS   PIC X(02).
002030         END-IF.
002040         MOVE SPACES TO TEST-MASTER-RECORD.
002050         MOVE TSC-TOK-TOKEN TO TAC-ACCOUNT-NO.
002060         MOVE ACCOUNT-MASTER-RECORD(11:17) TO TAC-REST.
002070         WRITE TEST-MASTER-RECORD
002080             INVALID KEY
002090                 CONTINUE
002410         MOVE SPACES TO TEST-BALANCE-RECORD.
002420         MOVE ABL-BRANCH-CODE TO TBL-BRANCH-CODE.
002430         MOVE TSC-TOK-TOKEN TO TBL-ACCOUNT-NO.
002440         MOVE BALANCE-RECORD(14:83) TO TBL-REST.
002450         WRITE TEST-BALANCE-RECORD
002460             INVALID KEY
002470                 CONTINUE
