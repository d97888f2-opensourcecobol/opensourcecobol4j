00035K*                  APPROVED THROUGH APPRMNT, THE BACKOUT WAY)
00035L*                  LETS THE ENTRY THROUGH AND IS MARKED
00035M*                  EXECUTED SO IT SPENDS EXACTLY ONCE.
00035N*  10/15/2026 DCG  A "K" BREAKDOWN CONTINUATION SHARES ITS
00035O*                  PARENT'S RUN DATE/TIME/RUN ID, SO ITS MASTER
00035P*                  KEY TAKES THE CONTINUATION SEQUENCE IN THE
00035Q*                  ENTRY-TYPE BYTE ("1"-"9", OR "a"-"i" FOR A
00035R*                  REVERSAL'S CONTINUATION) -- THE CARRIED
00035S*                  RECORD ITSELF STILL SAYS "K".  WITHOUT THIS
00035T*                  EACH CONTINUATION REWROTE THE LAST ONE.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
0007DB                                     PIC X(130).
0007DC     COPY APPRVREC REPLACING ==APPROVAL-RECORD== BY
0007DD         ==LPO-VIEW-RECORD==.
0007DE 01  LPO-CONTINUATION-KEYS.
0007DF         05  LPO-CONT-KEY-CHARS      PIC X(09) VALUE "123456789".
0007DG         05  LPO-REV-CONT-KEY-CHARS  PIC X(09) VALUE "abcdefghi".
000780 LINKAGE SECTION.
000790     COPY CTLTOTAL.
000800 01  LPO-RETURN-CODE             PIC 9(02).
001460         MOVE CTL-RUN-TIME TO LMR-RUN-TIME.
001470         MOVE CTL-RUN-ID TO LMR-RUN-ID.
001480         MOVE CTL-ENTRY-TYPE TO LMR-ENTRY-TYPE.
00148A         IF CTL-ENTRY-CONTINUATION
00148B             AND CTL-CONTINUATION-SEQ > ZERO
00148C             IF CTL-CONTINUES-REVERSAL
00148D                 MOVE LPO-REV-CONT-KEY-CHARS
00148E                     (CTL-CONTINUATION-SEQ:1) TO LMR-ENTRY-TYPE
00148F             ELSE
00148G                 MOVE LPO-CONT-KEY-CHARS(CTL-CONTINUATION-SEQ:1)
00148H                     TO LMR-ENTRY-TYPE
00148I             END-IF
00148J         END-IF.
001490         MOVE CTL-TOTAL-RECORD TO LMR-CTL-DATA.
001500         WRITE LEDGER-MASTER-RECORD
001510             INVALID KEY
