000260*                  DATES AND TIMES AT EACH HOP, SO "WHERE IS
000270*                  MY TRANSACTION" IS ONE LOOKUP.  ACCOUNTS
000280*                  DISPLAY MASKED PER THE MASKACCT POLICY.
00028A*  10/15/2026 DCG  A RETURNED EVENT (CLRRTRN) CARRIES A CLEARING
00028B*                  RETURN REASON, NOT A REJECT REASON -- ITS TEXT
00028C*                  NOW COMES FROM CLRRSNTB.
000290*---------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000550         05  TRC-AMOUNT              PIC 9(09)V99.
000560 WORKING-STORAGE SECTION.
000570     COPY REASONTBL.
00057A     COPY CLRRSNTB.
000580 01  INQ-LOG-FILE-STATUS         PIC X(02).
000590         88  INQ-LOG-FILE-OK         VALUE "00".
000600 01  INQ-SWITCHES.
001270         IF TRC-REASON-CODE = ZERO
001280             GO TO 2100-EXIT
001290         END-IF.
00129A         IF TRC-EVENT = "RETURNED"
00129B             SET CRS-IDX TO 1
00129C             SEARCH CRS-ENTRY
00129D                 AT END
00129E                     MOVE "UNKNOWN RETURN REASON"
00129F                         TO INQ-REASON-TEXT
00129G                 WHEN CRS-CODE(CRS-IDX) = TRC-REASON-CODE
00129H                     MOVE CRS-TEXT(CRS-IDX) TO INQ-REASON-TEXT
00129I             END-SEARCH
00129J             GO TO 2100-EXIT
00129K         END-IF.
001300         SET RSN-IDX TO 1.
001310         SEARCH RSN-ENTRY
001320             AT END
