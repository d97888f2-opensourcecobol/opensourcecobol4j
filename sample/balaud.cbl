00041C*                  WHOSE ROW SAYS TTM-POSTS-BALANCE "N" IS
00041D*                  SKIPPED, SO A NON-POSTING TYPE NO LONGER
00041E*                  MAKES A HEALTHY ACCTBAL LOOK CORRUPT.
00041F*  10/15/2026 DCG  THE TXNTYPTB TYPE TABLE NOW HOLDS 50 TYPES
00041G*                  (WAS 20).  A MASTER WITH MORE ROWS THAN THAT
00041H*                  STOPS THE RUN WITH RETURN CODE 16 INSTEAD OF
00041I*                  QUIETLY DROPPING THE TYPES PAST THE LIMIT.
000420*---------------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
001014             88  BAU-TTM-AT-END          VALUE "Y".
0010A1 01  BAU-TXN-TYPE-TABLE.
0010A2         05  BAU-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
0010A3         05  BAU-TTM-ENTRY OCCURS 50 TIMES
0010A4                 INDEXED BY BAU-TTM-IDX.
0010A5             10  BAU-TTM-TYPE        PIC X(02).
0010A6             10  BAU-TTM-POSTS       PIC X(01).
0017A5         END-IF.
0017A6         PERFORM 1350-LOAD-ONE-TYPE THRU 1350-EXIT
0017A7             UNTIL BAU-TTM-AT-END
0017A8                 OR BAU-TTM-COUNT = 50.
0017AP         IF NOT BAU-TTM-AT-END
0017AQ             READ TXN-TYPE-FILE
0017AR                 AT END
0017AS                     MOVE "Y" TO BAU-TTM-EOF-SWITCH
0017AT             END-READ
0017AU         END-IF.
0017A9         CLOSE TXN-TYPE-FILE.
0017AV         IF NOT BAU-TTM-AT-END
0017AW             DISPLAY "BALAUD: TXNTYPTB HOLDS MORE THAN 50 "
0017AX                 "TYPES - RUN STOPPED"
0017AY             MOVE 16 TO RETURN-CODE
0017AZ             STOP RUN
0017BA         END-IF.
0017AA 1300-EXIT.
0017AB         EXIT.
0017AC 1350-LOAD-ONE-TYPE.
