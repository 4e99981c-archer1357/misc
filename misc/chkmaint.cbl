002060*              HEADROOM ON SHORT-CYCLE SHOPS.  OLDER   *
002070*              CHECKS ARE WORKED FROM THE DATED        *
002080*              CHKARCH FILES.                          *
002081* 10/15/26 DA  POSITIVE PAY -- SAVING A SESSION NOW    *
002082*              APPENDS A BATCH TO THE POSPAY FILE FOR  *
002083*              THE BANK: A VOID RECORD FOR EACH CHECK  *
002084*              VOIDED AND AN ISSUE RECORD FOR EACH     *
002085*              REPLACEMENT, WITH A CONTROL TRAILER.    *
002086*              THE CHKRECON CLEARED STATUS IS CARRIED  *
002087*              THROUGH THE TABLE AND SHOWS ON THE LIST *
002088*              AND THE REPRINT, AND A CHECK THE BANK   *
002089*              HAS ALREADY PAID CAN NO LONGER BE       *
002090*              VOIDED.                                 *
002100*-----------------------------------------------------*
002200*
002300 ENVIRONMENT DIVISION.
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-CHR-STATUS.
004010     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
004020         ORGANIZATION IS SEQUENTIAL
004030         ACCESS MODE IS SEQUENTIAL
004040         FILE STATUS IS WS-PPY-STATUS.
004100*
004200 DATA DIVISION.
004300 FILE SECTION.
005400 FD  REGISTER-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  CHR-PRINT-LINE              PIC X(132).
005610*
005620 FD  POSITIVE-PAY-FILE
005630     LABEL RECORDS ARE STANDARD.
005640     COPY PPAYREC.
005700*
005800 WORKING-STORAGE SECTION.
005900*
009400 77  WS-NEXT-CHECK-NO        PIC 9(08)   VALUE ZERO.
009500 77  WS-LIVE-COUNT           PIC 9(05)   COMP VALUE ZERO.
009600 77  WS-LIVE-TOTAL           PIC 9(09)V99 VALUE ZERO.
009610 77  WS-PPY-STATUS           PIC X(02)   VALUE "00".
009620 77  WS-PP-COUNT             PIC 9(05)   COMP VALUE ZERO.
009630 77  WS-PP-ISSUE-TOTAL       PIC 9(11)V99 VALUE ZERO.
009640 77  WS-PP-VOID-TOTAL        PIC 9(11)V99 VALUE ZERO.
009700*
009800 01  WS-DIGIT-EDIT.
009900     05  WS-DIGIT-X          PIC X(01).
010900         10  WS-TBL-EMP-NAME     PIC X(25).
011000         10  WS-TBL-NET          PIC 9(07)V99.
011100         10  WS-TBL-STATUS       PIC X(01).
011110         10  WS-TBL-CLEAR-STATUS PIC X(01).
011120         10  WS-TBL-CLEARED-DATE PIC X(08).
011130         10  WS-TBL-PP-ACTION    PIC X(01).
011200*
011300 01  WS-LIST-LINE.
011400     05  LST-CHECK-NO        PIC 9(08).
014800     05  FILLER              PIC X(27)   VALUE "NAME".
014900     05  FILLER              PIC X(14)   VALUE "     NET PAY".
015000     05  FILLER              PIC X(08)   VALUE "  STATUS".
015100     05  FILLER              PIC X(12)   VALUE "  CLEARED".
015150     05  FILLER              PIC X(41)   VALUE SPACES.
015200*
015300 01  WS-CHR-DETAIL-LINE.
015400     05  CHD-CHECK-NO        PIC 9(08).
016200     05  CHD-NET             PIC Z,ZZZ,ZZ9.99.
016300     05  FILLER              PIC X(04)   VALUE SPACES.
016400     05  CHD-STATUS          PIC X(06).
016500     05  FILLER              PIC X(02)   VALUE SPACES.
016520     05  CHD-CLEARED         PIC X(10).
016540     05  FILLER              PIC X(41)   VALUE SPACES.
016600*
016700 01  WS-CHR-TOTAL-LINE.
016800     05  FILLER              PIC X(16)   VALUE "LIVE CHECKS".
021100*     WOULD RUN ON THE LAST CALL'S LEFTOVERS.          *
021200*-----------------------------------------------------*
021300 0100-INIT-WORK-AREAS.
021400     MOVE "00" TO WS-CKF-STATUS WS-CTL-STATUS WS-CHR-STATUS
021450                  WS-PPY-STATUS.
021500     MOVE "N" TO WS-CKF-EOF-SW WS-CKF-OPEN-SW
021600                 WS-MAINT-DONE-SW WS-CHANGED-SW
021700                 WS-ABEND-SW WS-BATCH-SW WS-NUM-VALID-SW.
029100     MOVE CK-EMP-NAME     TO WS-TBL-EMP-NAME (WS-CHECK-COUNT).
029200     MOVE CK-NET-AMOUNT   TO WS-TBL-NET (WS-CHECK-COUNT).
029300     MOVE CK-STATUS       TO WS-TBL-STATUS (WS-CHECK-COUNT).
029310     MOVE CK-CLEAR-STATUS
029320                     TO WS-TBL-CLEAR-STATUS (WS-CHECK-COUNT).
029330     MOVE CK-CLEARED-DATE
029340                     TO WS-TBL-CLEARED-DATE (WS-CHECK-COUNT).
029350     MOVE SPACE      TO WS-TBL-PP-ACTION (WS-CHECK-COUNT).
029400     PERFORM 1100-READ-CHECK THRU 1100-EXIT.
029500 1200-EXIT.
029600     EXIT.
037800     MOVE WS-TBL-EMP-NAME (WS-LIST-SHOWN) TO LST-EMP-NAME.
037900     MOVE WS-TBL-NET (WS-LIST-SHOWN)      TO LST-NET.
038000     MOVE WS-TBL-STATUS (WS-LIST-SHOWN)   TO LST-STATUS.
038010     IF WS-TBL-CLEAR-STATUS (WS-LIST-SHOWN) = "C"
038020         MOVE "C"                         TO LST-STATUS
038030     END-IF.
038100     DISPLAY WS-LIST-LINE
038200         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
038300     ADD 1 TO WS-WORK-LINE.
047300*
047400*-----------------------------------------------------*
047500* 5000-VOID-CHECK -- MARK A SPOILED CHECK VOID.  ONLY  *
047550*     A LIVE CHECK (ISSUED OR REISSUED) CAN BE VOIDED, *
047600*     AND IT TAKES A CONFIRMING Y.  A CHECK THE BANK   *
047650*     HAS ALREADY PAID (CLEARED BY CHKRECON) CANNOT BE *
047700*     VOIDED -- THE MONEY HAS GONE.  THE VOID IS SENT  *
047750*     TO THE BANK ON POSPAY WHEN THE SESSION SAVES.    *
047800*-----------------------------------------------------*
047900 5000-VOID-CHECK.
048000     PERFORM 4200-CLEAR-BODY THRU 4200-EXIT.
049600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
049700         GO TO 5000-EXIT
049800     END-IF.
049810     IF WS-TBL-CLEAR-STATUS (WS-FOUND-X) = "C"
049820         DISPLAY "CHECK HAS CLEARED THE BANK - CANNOT VOID"
049830             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
049840         GO TO 5000-EXIT
049850     END-IF.
049900     PERFORM 5500-SHOW-CHECK THRU 5500-EXIT.
050000     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 3.
050100     DISPLAY "CONFIRM VOID (Y/N): "
051400         GO TO 5000-EXIT
051500     END-IF.
051600     MOVE "V" TO WS-TBL-STATUS (WS-FOUND-X).
051610     MOVE "V" TO WS-TBL-PP-ACTION (WS-FOUND-X).
051700     SET WS-FILE-CHANGED TO TRUE.
051800     DISPLAY "CHECK VOIDED - USE R TO REISSUE IT"
051900         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
052900     MOVE WS-TBL-EMP-NAME (WS-FOUND-X) TO LST-EMP-NAME.
053000     MOVE WS-TBL-NET (WS-FOUND-X)      TO LST-NET.
053100     MOVE WS-TBL-STATUS (WS-FOUND-X)   TO LST-STATUS.
053110     IF WS-TBL-CLEAR-STATUS (WS-FOUND-X) = "C"
053120         MOVE "C"                      TO LST-STATUS
053130     END-IF.
053200     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 2.
053300     DISPLAY "CHECK: " WS-LIST-LINE
053400         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
059700     MOVE WS-TBL-NET (WS-FOUND-X)
059800                     TO WS-TBL-NET (WS-CHECK-COUNT).
059900     MOVE "R"        TO WS-TBL-STATUS (WS-CHECK-COUNT).
059910     MOVE SPACE      TO WS-TBL-CLEAR-STATUS (WS-CHECK-COUNT).
059920     MOVE SPACES     TO WS-TBL-CLEARED-DATE (WS-CHECK-COUNT).
059930     MOVE "I"        TO WS-TBL-PP-ACTION (WS-CHECK-COUNT).
060000     SET WS-FILE-CHANGED TO TRUE.
060100     DISPLAY "REISSUED UNDER CHECK NO " WS-NEXT-CHECK-NO
060200         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
071200         WHEN OTHER
071300             MOVE "ISSUED" TO CHD-STATUS
071400     END-EVALUATE.
071410     IF WS-TBL-CLEAR-STATUS (WS-KX) = "C"
071420         MOVE WS-TBL-CLEARED-DATE (WS-KX) (5:2) TO WS-DTE-MM
071430         MOVE WS-TBL-CLEARED-DATE (WS-KX) (7:2) TO WS-DTE-DD
071440         MOVE WS-TBL-CLEARED-DATE (WS-KX) (1:4) TO WS-DTE-YYYY
071450         MOVE WS-DATE-EDITED TO CHD-CLEARED
071460     ELSE
071470         MOVE SPACES TO CHD-CLEARED
071480     END-IF.
071500     IF WS-TBL-STATUS (WS-KX) NOT = "V"
071600         ADD 1 TO WS-LIVE-COUNT
071700         ADD WS-TBL-NET (WS-KX) TO WS-LIVE-TOTAL
072300*
072400*-----------------------------------------------------*
072500* 8000-SAVE-FILE -- REWRITE CHKFILE FROM THE TABLE SO  *
072550*     THE VOIDS AND REISSUES MADE THIS SESSION ARE ON  *
072600*     DISK FOR THE NEXT CYCLE AND THE NEXT REPRINT,    *
072650*     THEN SEND THEM TO THE BANK ON POSPAY.            *
072800*-----------------------------------------------------*
072900 8000-SAVE-FILE.
073000     OPEN OUTPUT CHECK-DATA-FILE.
074100         UNTIL WS-KX > WS-CHECK-COUNT.
074200     CLOSE CHECK-DATA-FILE.
074300     MOVE "N" TO WS-CKF-OPEN-SW.
074310     PERFORM 8500-SEND-POSITIVE-PAY THRU 8500-EXIT.
074400     DISPLAY "CHKFILE SAVED"
074500         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
074600 8000-EXIT.
075400     MOVE WS-TBL-EMP-NAME (WS-KX) TO CK-EMP-NAME.
075500     MOVE WS-TBL-NET (WS-KX)      TO CK-NET-AMOUNT.
075600     MOVE WS-TBL-STATUS (WS-KX)   TO CK-STATUS.
075610     MOVE WS-TBL-CLEAR-STATUS (WS-KX) TO CK-CLEAR-STATUS.
075620     MOVE WS-TBL-CLEARED-DATE (WS-KX) TO CK-CLEARED-DATE.
075700     WRITE CK-RECORD.
075800     IF WS-CKF-STATUS NOT = "00"
075900         MOVE "UNABLE TO WRITE CHKFILE, STATUS "
076400     END-IF.
076500 8100-EXIT.
076600     EXIT.
076700*
076800*-----------------------------------------------------*
076900* 8500-SEND-POSITIVE-PAY -- APPEND THIS SESSION'S      *
077000*     VOIDS AND REPLACEMENT ISSUES TO POSPAY FOR THE   *
077100*     BANK, FOLLOWED BY A TRAILER WITH THE DETAIL      *
077200*     COUNT AND THE ISSUE AND VOID TOTALS.  THE BANK   *
077300*     THEN REFUSES A VOIDED CHECK IF IT IS PRESENTED.  *
077400*-----------------------------------------------------*
077500 8500-SEND-POSITIVE-PAY.
077600     MOVE ZERO TO WS-PP-COUNT WS-PP-ISSUE-TOTAL WS-PP-VOID-TOTAL.
077700     OPEN EXTEND POSITIVE-PAY-FILE.
077800     IF WS-PPY-STATUS = "05" OR WS-PPY-STATUS = "35"
077900         CLOSE POSITIVE-PAY-FILE
078000         OPEN OUTPUT POSITIVE-PAY-FILE
078100     END-IF.
078200     IF WS-PPY-STATUS NOT = "00"
078300         MOVE "UNABLE TO OPEN POSPAY, STATUS "
078400                         TO WS-ABEND-MSG
078500         MOVE WS-PPY-STATUS TO WS-ABEND-MSG (31:2)
078600         SET WS-ABEND-FLAG TO TRUE
078700         GO TO MAIN-LOGIC-EXIT
078800     END-IF.
078900     PERFORM 8600-SEND-ONE-CHECK THRU 8600-EXIT
079000         VARYING WS-KX FROM 1 BY 1
079100         UNTIL WS-KX > WS-CHECK-COUNT.
079200     MOVE SPACES TO PP-TRAILER-RECORD.
079300     MOVE "T"               TO PPT-RECORD-TYPE.
079400     MOVE WS-PP-COUNT       TO PPT-DETAIL-COUNT.
079500     MOVE WS-PP-ISSUE-TOTAL TO PPT-ISSUE-TOTAL.
079600     MOVE WS-PP-VOID-TOTAL  TO PPT-VOID-TOTAL.
079700     MOVE WS-RUN-DATE       TO PPT-CREATED-DATE.
079800     MOVE "CHKMAINT"        TO PPT-SOURCE.
079900     WRITE PP-TRAILER-RECORD.
080000     IF WS-PPY-STATUS NOT = "00"
080100         MOVE "UNABLE TO WRITE POSPAY, STATUS "
080200                         TO WS-ABEND-MSG
080300         MOVE WS-PPY-STATUS TO WS-ABEND-MSG (32:2)
080400         SET WS-ABEND-FLAG TO TRUE
080500         GO TO MAIN-LOGIC-EXIT
080600     END-IF.
080700     CLOSE POSITIVE-PAY-FILE.
080800 8500-EXIT.
080900     EXIT.
081000*
081100 8600-SEND-ONE-CHECK.
081200     IF WS-TBL-PP-ACTION (WS-KX) = SPACE
081300         GO TO 8600-EXIT
081400     END-IF.
081500     MOVE SPACES TO PP-RECORD.
081600     MOVE "D"                      TO PP-RECORD-TYPE.
081700     MOVE WS-TBL-PP-ACTION (WS-KX) TO PP-ACTION-CODE.
081800     MOVE WS-TBL-CHECK-NO (WS-KX)  TO PP-CHECK-NUMBER.
081900     MOVE WS-TBL-DATE (WS-KX)      TO PP-ISSUE-DATE.
082000     MOVE WS-TBL-NET (WS-KX)       TO PP-AMOUNT.
082100     MOVE WS-TBL-EMP-NAME (WS-KX)  TO PP-PAYEE.
082200     MOVE "CHKMAINT"               TO PP-SOURCE.
082300     WRITE PP-RECORD.
082400     IF WS-PPY-STATUS NOT = "00"
082500         MOVE "UNABLE TO WRITE POSPAY, STATUS "
082600                         TO WS-ABEND-MSG
082700         MOVE WS-PPY-STATUS TO WS-ABEND-MSG (32:2)
082800         SET WS-ABEND-FLAG TO TRUE
082900         GO TO MAIN-LOGIC-EXIT
083000     END-IF.
083100     ADD 1 TO WS-PP-COUNT.
083200     IF PP-VOID
083300         ADD WS-TBL-NET (WS-KX) TO WS-PP-VOID-TOTAL
083400     ELSE
083500         ADD WS-TBL-NET (WS-KX) TO WS-PP-ISSUE-TOTAL
083600     END-IF.
083700     MOVE SPACE TO WS-TBL-PP-ACTION (WS-KX).
083800 8600-EXIT.
083900     EXIT.
