002500*              GOES TO THE DATED CHKARCH FILE, WHICH   *
002600*              IS VERIFIED BY RE-READING BEFORE THE    *
002700*              LIVE FILE IS REWRITTEN.                 *
002710* 10/15/26 DA  UNCLEARED CHECKS NOW STAY LIVE -- AN    *
002720*              ISSUED OR REISSUED CHECK THE BANK HAS   *
002730*              NOT YET PAID (NOT CLEARED BY CHKRECON)  *
002740*              IS NEVER ARCHIVED, HOWEVER OLD, SO IT   *
002750*              STAYS ON THE OUTSTANDING LIST AND CAN   *
002760*              STILL BE MATCHED WHEN IT IS PRESENTED.  *
002770*              ONLY CLEARED AND VOID CHECKS ARCHIVE.   *
002800*-----------------------------------------------------*
002900*
003000 ENVIRONMENT DIVISION.
007900 77  WS-ARCHIVED-COUNT       PIC 9(07)   COMP VALUE ZERO.
008000 77  WS-KEPT-COUNT           PIC 9(07)   COMP VALUE ZERO.
008100 77  WS-VERIFY-COUNT         PIC 9(07)   COMP VALUE ZERO.
008110 77  WS-UNCLEARED-COUNT      PIC 9(07)   COMP VALUE ZERO.
008200 77  WS-COUNT-EDITED         PIC Z,ZZZ,ZZ9.
008300*
008400 01  WS-ARCHIVE-NAME.
013800*-----------------------------------------------------*
013900* 1500-SCAN-THE-FILE -- READ-ONLY PASS OVER CHKFILE    *
014000*     BEFORE ANYTHING IS OPENED FOR OUTPUT.  COUNTS    *
014150*     THE CHECKS OLDER THAN THE LIVE WINDOW THAT ARE   *
014200*     FINISHED WITH (CLEARED BY THE BANK, OR VOID);    *
014250*     ZERO MEANS THERE IS NOTHING TO DO AND AN         *
014300*     EXISTING ARCHIVE MUST NOT BE TOUCHED.  NO        *
014350*     CHKFILE YET (NO PAY CYCLE HAS RUN) IS A CLEAN    *
014400*     RESULT.                                          *
014500*-----------------------------------------------------*
014600 1500-SCAN-THE-FILE.
014700     OPEN INPUT CHECK-DATA-FILE.
016700 1510-EXAMINE-RECORD.
016800     COMPUTE WS-CHK-YYYYMM = CK-DATE / 100.
016900     IF WS-CHK-YYYYMM < WS-PRIOR-YYYYMM
016950      AND (CK-VOID OR CK-CLEARED)
017000         ADD 1 TO WS-OLD-COUNT
017100     END-IF.
017200     PERFORM 2100-READ-CHECK THRU 2100-EXIT.
020800*
020900*-----------------------------------------------------*
021000* 2000-SPLIT-THE-FILE -- ONE PASS OVER CHKFILE.        *
021150*     FINISHED CHECKS OLDER THAN THE LIVE WINDOW GO TO *
021200*     THE ARCHIVE, THE REST GO TO THE WORK FILE THAT   *
021250*     WILL BECOME THE NEW LIVE FILE.  AN OLD CHECK     *
021300*     STILL OUTSTANDING AT THE BANK STAYS LIVE FOR THE *
021350*     CHKRECON MATCH AND THE OUTSTANDING LIST.         *
021400*-----------------------------------------------------*
021500 2000-SPLIT-THE-FILE.
021600     OPEN INPUT CHECK-DATA-FILE.
025800 2200-ROUTE-RECORD.
025900     COMPUTE WS-CHK-YYYYMM = CK-DATE / 100.
026000     IF WS-CHK-YYYYMM < WS-PRIOR-YYYYMM
026050      AND (CK-VOID OR CK-CLEARED)
026100         WRITE ARCH-RECORD FROM CK-RECORD
026200         IF WS-ARCH-STATUS NOT = "00"
026300             MOVE "UNABLE TO WRITE ARCHIVE, STATUS "
027700             GO TO MAIN-LOGIC-EXIT
027800         END-IF
027900         ADD 1 TO WS-KEPT-COUNT
027910         IF WS-CHK-YYYYMM < WS-PRIOR-YYYYMM
027920             ADD 1 TO WS-UNCLEARED-COUNT
027930         END-IF
028000     END-IF.
028100     PERFORM 2100-READ-CHECK THRU 2100-EXIT.
028200 2200-EXIT.
037700     MOVE WS-KEPT-COUNT TO WS-COUNT-EDITED.
037800     DISPLAY "CHKARCH: " WS-COUNT-EDITED
037900             " LIVE-WINDOW CHECKS KEPT ON CHKFILE".
037910     MOVE WS-UNCLEARED-COUNT TO WS-COUNT-EDITED.
037920     DISPLAY "CHKARCH: " WS-COUNT-EDITED
037930             " OLDER CHECKS KEPT LIVE - NOT YET CLEARED".
038000 5000-EXIT.
038100     EXIT.
