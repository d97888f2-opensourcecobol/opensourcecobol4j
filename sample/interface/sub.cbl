00099K*                  SHARED EVLOG SUBROUTINE, SO THE MORNING
00099L*                  REJECT LIST AND THE SHOP-WIDE EVENT LOG TELL
00099M*                  THE SAME STORY.
00099N*  10/15/2026 DCG  THE DISPATCH TABLE NOW HOLDS 100 VALIDTBL
00099O*                  ENTRIES INSTEAD OF 20 -- WITH A VALCODE AND
00099P*                  VALACCT ROW FOR EVERY TYPE PLUS THE LIMIT,
00099Q*                  WATCHLIST AND LEGAL-ORDER VALIDATORS, ROWS PAST
00099R*                  THE TWENTIETH WERE BEING DROPPED AT LOAD.
001000*---------------------------------------------------------------
001010 ENVIRONMENT DIVISION.
001020 INPUT-OUTPUT SECTION.
001780             88  SUB-AUTH-AT-END         VALUE "Y".
001790 01  SUB-DISPATCH-TABLE.
001800         05  SUB-DISPATCH-COUNT      PIC 9(03) COMP VALUE ZERO.
001810         05  SUB-DISPATCH-ENTRY OCCURS 100 TIMES
001820                 INDEXED BY SUB-DISPATCH-IDX.
001830             10  SUB-DISPATCH-TYPE   PIC X(02).
001840             10  SUB-DISPATCH-PGM    PIC X(08).
002540         END-IF.
002550         PERFORM 0150-LOAD-ONE-DISPATCH THRU 0150-EXIT
002560             UNTIL SUB-TABLE-AT-END
002570                 OR SUB-DISPATCH-COUNT = 100.
002580         CLOSE DISPATCH-TABLE-FILE.
002590         MOVE "Y" TO SUB-TABLE-LOADED-SWITCH.
002600 0100-EXIT.
