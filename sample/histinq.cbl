00036R*                  ACCOUNTS DISPLAY MASKED, PER THE MASKACCT
00036S*                  POLICY; DETOKEN/INVESTIGATION CHANNELS HOLD
00036T*                  THE WAY BACK TO A REAL ACCOUNT.
00036U*  10/15/2026 DCG  "K" BREAKDOWN CONTINUATION ENTRIES ARE LEFT OUT
00036V*                  OF THE RUN LIST; THEY CARRY NO TOTALS.
000369*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
001260             AT END
001270                 MOVE "Y" TO HIQ-LOAD-EOF-SWITCH
001280             NOT AT END
00129A                 IF NOT CTL-ENTRY-CONTINUATION
00129B                     ADD 1 TO HIQ-RUN-COUNT
00129C                     MOVE CTL-RUN-DATE
00129D                         TO HIQ-RUN-DATE(HIQ-RUN-COUNT)
00129E                     MOVE CTL-RUN-TIME
00129F                         TO HIQ-RUN-TIME(HIQ-RUN-COUNT)
00129G                     MOVE CTL-RUN-ID
00129H                         TO HIQ-RUN-ID(HIQ-RUN-COUNT)
00129I                     MOVE CTL-RECORD-COUNT
00129J                         TO HIQ-RUN-RECORD-COUNT(HIQ-RUN-COUNT)
00129K                     MOVE CTL-AMOUNT-TOTAL
00129L                         TO HIQ-RUN-AMOUNT-TOTAL(HIQ-RUN-COUNT)
00129M                     MOVE CTL-RECONCILE-STATUS
00129N                         TO HIQ-RUN-STATUS(HIQ-RUN-COUNT)
00129O                     MOVE CTL-ENTRY-TYPE
00129P                         TO HIQ-RUN-ENTRY-TYPE(HIQ-RUN-COUNT)
00129Q                     PERFORM 1200-UPDATE-DATE-SUMMARY
00129R                         THRU 1200-EXIT
00129S                 END-IF
001450         END-READ.
001460 1100-EXIT.
001470         EXIT.
00267P         END-IF.
00267Q         SET HIQ-DATE-FOUND TO TRUE.
00267R         MOVE LMR-CTL-DATA TO CTL-TOTAL-RECORD.
0267R1         IF CTL-ENTRY-CONTINUATION
0267R2             GO TO 4250-EXIT
0267R3         END-IF.
00267S         MOVE CTL-RECORD-COUNT TO HIQ-RECORD-COUNT-EDIT.
00267T         MOVE CTL-AMOUNT-TOTAL TO HIQ-AMOUNT-TOTAL-EDIT.
00267U         DISPLAY "  RUN " CTL-RUN-ID " AT " CTL-RUN-TIME
