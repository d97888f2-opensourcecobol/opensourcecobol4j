00032O*                  PRINTED AT 11PM HAS AN OWNER AND A
00032P*                  DISPOSITION INSTEAD OF DYING AT SHIFT
00032Q*                  CHANGE.
00032R*  10/15/2026 DCG  "K" BREAKDOWN CONTINUATION ENTRIES ARE NOT
00032S*                  LISTED; THEY ONLY CARRY MORE BRANCH ROWS.
00032F*---------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
001618 2220-EXIT.
001620         EXIT.
001580 2300-LIST-REVERSAL-RUN.
001581         IF CTL-ENTRY-CONTINUATION
001582             GO TO 2300-EXIT
001583         END-IF.
001590         MOVE CTL-RECORD-COUNT TO BAL-RECORD-COUNT-EDIT.
001600         MOVE CTL-AMOUNT-TOTAL TO BAL-AMOUNT-TOTAL-EDIT.
001602         EVALUATE TRUE
