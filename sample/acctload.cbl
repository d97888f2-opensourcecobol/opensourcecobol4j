00031X*                  SPLIT.  THE DELTA FEED'S FIXED LAYOUT IS
00031Y*                  UNCHANGED -- A DELIVERY CHANGE RIDES THE
00031Z*                  NEXT FULL LOAD.
0031Z1*  10/15/2026 DCG  THE FEED MAY NOW CARRY A PRODUCT CODE IN COLS
0031Z2*                  15-16 (SPACES = NO PRODUCT), LOADED INTO
0031Z3*                  ACCTREC'S NEW ACM-PRODUCT-CODE SO INTACCR,
0031Z4*                  SVCHARGE, DORMANT AND STMTGEN CAN WORK BY
0031Z5*                  PRODUCT.  A DELTA ADD STARTS WITH NO PRODUCT
0031Z6*                  AND A DELTA CHANGE LEAVES IT ALONE -- A PRODUCT
0031Z7*                  CHANGE RIDES THE NEXT FULL LOAD.
0031ZA*  10/15/2026 DCG  THE FEED MAY NOW CARRY THE ACCOUNT CURRENCY
0031ZB*                  IN COLS 17-19 (SPACES = LOCAL), LOADED INTO
0031ZC*                  ACCTREC'S NEW ACM-CURRENCY-CODE SO BALPOST
0031ZD*                  POSTS THE ACCOUNT IN THAT CURRENCY.  A DELTA
0031ZE*                  ADD STARTS LOCAL AND A DELTA CHANGE LEAVES THE
0031ZF*                  CURRENCY ALONE, THE SAME AS THE PRODUCT CODE.
0031ZG*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0031ZH*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
0031ZI*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000320*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000550             88  ACF-STATUS-VALID        VALUES "O" "C" "F".
000552         05  ACF-CYCLE-CODE          PIC X(02).
000554         05  ACF-DELIVERY-CODE       PIC X(01).
000560         05  ACF-PRODUCT-CODE        PIC X(02).
000561         05  ACF-CURRENCY-CODE       PIC X(03).
00056Z         05  FILLER                  PIC X(01).
000562 FD  DELTA-FEED-FILE.
000563 01  DELTA-FEED-RECORD.
000564         05  DLT-ACTION              PIC X(01).
00073E         05  ACL-PND-SUB             PIC 9(03) COMP VALUE ZERO.
00073F         05  ACL-PND-ENTRY OCCURS 200 TIMES
00073G                                     PIC X(22).
00073H     COPY RUNDATEC.
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000800         STOP RUN.
000810 1000-INITIALIZE.
000820         DISPLAY "ACCTLOAD: JOB STARTING".
000830         CALL "RUNDATE" USING RUN-DATE-AREA.
00083A         MOVE RDT-RUN-DATE TO ACL-RUN-DATE.
000842         ACCEPT ACL-RUN-TIME FROM TIME.
000840         OPEN INPUT ACCOUNT-FEED-FILE.
000850         IF NOT ACL-FEED-FILE-OK
001170         MOVE ACL-RUN-DATE TO ACM-LOAD-DATE.
001172         MOVE ACF-CYCLE-CODE TO ACM-CYCLE-CODE.
001174         MOVE ACF-DELIVERY-CODE TO ACM-DELIVERY-CODE.
00117A         MOVE ACF-PRODUCT-CODE TO ACM-PRODUCT-CODE.
00117B         MOVE ACF-CURRENCY-CODE TO ACM-CURRENCY-CODE.
001180         WRITE ACCOUNT-MASTER-RECORD
001190             INVALID KEY
001200                 PERFORM 2200-REWRITE-MASTER THRU 2200-EXIT
