000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CHKRECON.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- PAYROLL BANK         *
001200*              ACCOUNT RECONCILIATION.  READS THE      *
001300*              BANK'S CHKPAID PAID-CHECKS FILE         *
001400*              AGAINST CHKFILE AND MARKS EVERY CHECK   *
001500*              PAID FOR THE AMOUNT ISSUED CLEARED,     *
001600*              WITH THE BANK'S PAID DATE, SO THE       *
001700*              MANUAL TICK-OFF AGAINST THE STATEMENT   *
001800*              GOES AWAY.  PAID ITEMS THAT DO NOT      *
001900*              MATCH -- AMOUNT DIFFERS, CHECK NOT ON   *
002000*              FILE, CHECK WE VOIDED, CHECK ALREADY    *
002100*              CLEARED -- PRINT AS EXCEPTIONS AND END  *
002200*              THE STEP RC 4.  EVERY LIVE CHECK STILL  *
002300*              UNCLEARED PRINTS ON THE OUTSTANDING     *
002400*              LIST AGED BY ISSUE DATE, FLAGGED        *
002500*              STALE-DATED PAST 180 DAYS.  THE PAID    *
002600*              FILE IS EMPTIED ONCE IT IS WORKED.      *
002700*-----------------------------------------------------*
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. RM-COBOL.
003200 OBJECT-COMPUTER. RM-COBOL.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CHECK-DATA-FILE ASSIGN TO "CHKFILE"
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE IS SEQUENTIAL
003800         FILE STATUS IS WS-CKF-STATUS.
003900     SELECT PAID-FILE ASSIGN TO "CHKPAID"
004000         ORGANIZATION IS SEQUENTIAL
004100         ACCESS MODE IS SEQUENTIAL
004200         FILE STATUS IS WS-PAID-STATUS.
004300     SELECT REPORT-FILE ASSIGN TO "CHKRCRPT"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE IS SEQUENTIAL
004600         FILE STATUS IS WS-RPT-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CHECK-DATA-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY CHKREC.
005300*
005400 FD  PAID-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY PAIDREC.
005700*
005800 FD  REPORT-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  RPT-PRINT-LINE              PIC X(132).
006100*
006200 WORKING-STORAGE SECTION.
006300*
006400 77  WS-CKF-STATUS           PIC X(02)   VALUE "00".
006500 77  WS-PAID-STATUS          PIC X(02)   VALUE "00".
006600 77  WS-RPT-STATUS           PIC X(02)   VALUE "00".
006700 77  WS-CKF-EOF-SW           PIC X(01)   VALUE "N".
006800     88  WS-CKF-EOF                  VALUE "Y".
006900 77  WS-PAID-EOF-SW          PIC X(01)   VALUE "N".
007000     88  WS-PAID-EOF                 VALUE "Y".
007100 77  WS-PAID-PRESENT-SW      PIC X(01)   VALUE "N".
007200     88  WS-PAID-PRESENT             VALUE "Y".
007300 77  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
007400     88  WS-RPT-OPEN                 VALUE "Y".
007500 77  WS-CHANGED-SW           PIC X(01)   VALUE "N".
007600     88  WS-FILE-CHANGED             VALUE "Y".
007700 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
007800     88  WS-ABEND-FLAG               VALUE "Y".
007900 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
008000 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
008100 77  WS-RUN-DAY-NO           PIC 9(07)   COMP VALUE ZERO.
008200 77  WS-KX                   PIC 9(04)   COMP VALUE ZERO.
008300 77  WS-AX                   PIC 9(02)   COMP VALUE ZERO.
008400 77  WS-FOUND-X              PIC 9(04)   COMP VALUE ZERO.
008500 77  WS-AGE-DAYS             PIC 9(05)   COMP VALUE ZERO.
008600 77  WS-STALE-DAYS           PIC 9(03)   VALUE 180.
008700 77  WS-PAID-READ            PIC 9(05)   COMP VALUE ZERO.
008800 77  WS-PAID-TOTAL           PIC 9(09)V99 VALUE ZERO.
008900 77  WS-CLEARED-COUNT        PIC 9(05)   COMP VALUE ZERO.
009000 77  WS-CLEARED-TOTAL        PIC 9(09)V99 VALUE ZERO.
009100 77  WS-REPEAT-COUNT         PIC 9(05)   COMP VALUE ZERO.
009200 77  WS-EXCEPT-COUNT         PIC 9(05)   COMP VALUE ZERO.
009300 77  WS-EXCEPT-TOTAL         PIC 9(09)V99 VALUE ZERO.
009400 77  WS-OUTSTAND-COUNT       PIC 9(05)   COMP VALUE ZERO.
009500 77  WS-OUTSTAND-TOTAL       PIC 9(09)V99 VALUE ZERO.
009600 77  WS-STALE-COUNT          PIC 9(05)   COMP VALUE ZERO.
009700 77  WS-COUNT-EDITED         PIC ZZ,ZZ9.
009800 77  WS-AMOUNT-EDITED        PIC Z,ZZZ,ZZ9.99.
009900 77  WS-TOTAL-EDITED         PIC ZZZ,ZZZ,ZZ9.99.
010000*
010100*    DAY-NUMBER WORK AREAS FOR 3500-DAY-NUMBER.  A DATE IS
010200*    TURNED INTO A RUNNING COUNT OF DAYS SO TWO DATES CAN
010300*    BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.
010400 77  WS-DN-YEAR              PIC 9(04)   COMP VALUE ZERO.
010500 77  WS-DN-MONTH             PIC 9(02)   COMP VALUE ZERO.
010600 77  WS-DN-QUOTIENT-4        PIC 9(04)   COMP VALUE ZERO.
010700 77  WS-DN-QUOTIENT-100      PIC 9(04)   COMP VALUE ZERO.
010800 77  WS-DN-QUOTIENT-400      PIC 9(04)   COMP VALUE ZERO.
010900 77  WS-DN-MONTH-WORK        PIC 9(05)   COMP VALUE ZERO.
011000 77  WS-DN-MONTH-DAYS        PIC 9(05)   COMP VALUE ZERO.
011100 77  WS-DN-RESULT            PIC 9(07)   COMP VALUE ZERO.
011200*
011300 01  WS-DN-DATE              PIC 9(08)   VALUE ZERO.
011400 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
011500     05  WS-DN-YYYY          PIC 9(04).
011600     05  WS-DN-MM            PIC 9(02).
011700     05  WS-DN-DD            PIC 9(02).
011800*
011900 01  WS-EDIT-DATE            PIC 9(08)   VALUE ZERO.
012000*
012100 01  WS-DATE-EDITED.
012200     05  WS-DTE-MM           PIC X(02)   VALUE SPACES.
012300     05  FILLER              PIC X(01)   VALUE "/".
012400     05  WS-DTE-DD           PIC X(02)   VALUE SPACES.
012500     05  FILLER              PIC X(01)   VALUE "/".
012600     05  WS-DTE-YYYY         PIC X(04)   VALUE SPACES.
012700*
012800 01  WS-CHECK-TABLE.
012900     05  WS-CHECK-COUNT      PIC 9(04)   COMP VALUE ZERO.
013000     05  WS-CHECK-ENTRY OCCURS 1000 TIMES.
013100         10  WS-TBL-CHECK-NO     PIC 9(08).
013200         10  WS-TBL-DATE         PIC 9(08).
013300         10  WS-TBL-EMP-NO       PIC 9(05).
013400         10  WS-TBL-EMP-NAME     PIC X(25).
013500         10  WS-TBL-NET          PIC 9(07)V99.
013600         10  WS-TBL-STATUS       PIC X(01).
013700         10  WS-TBL-CLEAR-STATUS PIC X(01).
013800         10  WS-TBL-CLEARED-DATE PIC X(08).
013900*
014000*    AGING BUCKETS FOR THE OUTSTANDING LIST.  THE LAST
014100*    BUCKET IS EVERYTHING PAST WS-STALE-DAYS.
014200 01  WS-AGE-LABEL-LIST.
014300     05  FILLER              PIC X(24)
014400             VALUE "   0 -  30 DAYS".
014500     05  FILLER              PIC X(24)
014600             VALUE "  31 -  60 DAYS".
014700     05  FILLER              PIC X(24)
014800             VALUE "  61 -  90 DAYS".
014900     05  FILLER              PIC X(24)
015000             VALUE "  91 - 180 DAYS".
015100     05  FILLER              PIC X(24)
015200             VALUE "OVER 180 DAYS - STALE".
015300 01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABEL-LIST.
015400     05  WS-AGE-LABEL        PIC X(24)   OCCURS 5 TIMES.
015500*
015600 01  WS-AGE-TOTALS.
015700     05  WS-AGE-ENTRY OCCURS 5 TIMES.
015800         10  WS-AGE-COUNT        PIC 9(05)   COMP.
015900         10  WS-AGE-AMOUNT       PIC 9(09)V99.
016000*
016100 01  WS-RPT-HEADING-1.
016200     05  FILLER              PIC X(24)
016300             VALUE "CHECK RECONCILIATION".
016400     05  FILLER              PIC X(09)   VALUE "RUN DATE ".
016500     05  RH1-MM              PIC X(02)   VALUE SPACES.
016600     05  FILLER              PIC X(01)   VALUE "/".
016700     05  RH1-DD              PIC X(02)   VALUE SPACES.
016800     05  FILLER              PIC X(01)   VALUE "/".
016900     05  RH1-YYYY            PIC X(04)   VALUE SPACES.
017000     05  FILLER              PIC X(89)   VALUE SPACES.
017100*
017200 01  WS-RPT-SECTION-LINE.
017300     05  RSL-TITLE           PIC X(40)   VALUE SPACES.
017400     05  FILLER              PIC X(92)   VALUE SPACES.
017500*
017600 01  WS-EXC-HEADING.
017700     05  FILLER              PIC X(10)   VALUE "CHECK NO".
017800     05  FILLER              PIC X(12)   VALUE "PAID DATE".
017900     05  FILLER              PIC X(14)   VALUE " PAID AMOUNT".
018000     05  FILLER              PIC X(14)   VALUE "  ISSUED AMT".
018100     05  FILLER              PIC X(40)   VALUE "REASON".
018200     05  FILLER              PIC X(42)   VALUE SPACES.
018300*
018400 01  WS-EXC-DETAIL-LINE.
018500     05  EXD-CHECK-NO        PIC X(08).
018600     05  FILLER              PIC X(02)   VALUE SPACES.
018700     05  EXD-PAID-DATE       PIC X(10).
018800     05  FILLER              PIC X(02)   VALUE SPACES.
018900     05  EXD-PAID-AMOUNT     PIC X(12).
019000     05  FILLER              PIC X(02)   VALUE SPACES.
019100     05  EXD-ISSUED-AMOUNT   PIC X(12).
019200     05  FILLER              PIC X(02)   VALUE SPACES.
019300     05  EXD-REASON          PIC X(40).
019400     05  FILLER              PIC X(42)   VALUE SPACES.
019500*
019600 01  WS-OUT-HEADING.
019700     05  FILLER              PIC X(10)   VALUE "CHECK NO".
019800     05  FILLER              PIC X(12)   VALUE "ISSUED".
019900     05  FILLER              PIC X(08)   VALUE "EMP NO".
020000     05  FILLER              PIC X(27)   VALUE "NAME".
020100     05  FILLER              PIC X(14)   VALUE "      AMOUNT".
020200     05  FILLER              PIC X(08)   VALUE "STATUS".
020300     05  FILLER              PIC X(08)   VALUE "  DAYS".
020400     05  FILLER              PIC X(45)   VALUE SPACES.
020500*
020600 01  WS-OUT-DETAIL-LINE.
020700     05  OSD-CHECK-NO        PIC 9(08).
020800     05  FILLER              PIC X(02)   VALUE SPACES.
020900     05  OSD-DATE            PIC X(10).
021000     05  FILLER              PIC X(02)   VALUE SPACES.
021100     05  OSD-EMP-NO          PIC 9(05).
021200     05  FILLER              PIC X(03)   VALUE SPACES.
021300     05  OSD-EMP-NAME        PIC X(25).
021400     05  FILLER              PIC X(02)   VALUE SPACES.
021500     05  OSD-AMOUNT          PIC Z,ZZZ,ZZ9.99.
021600     05  FILLER              PIC X(02)   VALUE SPACES.
021700     05  OSD-STATUS          PIC X(06).
021800     05  FILLER              PIC X(02)   VALUE SPACES.
021900     05  OSD-DAYS            PIC ZZ,ZZ9.
022000     05  FILLER              PIC X(02)   VALUE SPACES.
022100     05  OSD-FLAG            PIC X(11).
022200     05  FILLER              PIC X(34)   VALUE SPACES.
022300*
022400 01  WS-SUM-LINE.
022500     05  SUM-LABEL           PIC X(30).
022600     05  SUM-COUNT           PIC ZZ,ZZ9.
022700     05  FILLER              PIC X(04)   VALUE SPACES.
022800     05  SUM-AMOUNT          PIC X(14).
022900     05  FILLER              PIC X(78)   VALUE SPACES.
023000*
023100 PROCEDURE DIVISION.
023200*
023300 MAIN-LOGIC SECTION.
023400 BEGIN.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     PERFORM 1500-LOAD-CHECKS THRU 1500-EXIT.
023700     PERFORM 2000-MATCH-PAID THRU 2000-EXIT.
023800     PERFORM 3000-PRINT-OUTSTANDING THRU 3000-EXIT.
023900     IF WS-FILE-CHANGED
024000         PERFORM 4000-SAVE-CHKFILE THRU 4000-EXIT
024100     END-IF.
024200     IF WS-PAID-PRESENT
024300         PERFORM 4500-CLEAR-PAID-FILE THRU 4500-EXIT
024400     END-IF.
024500     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
024600     GO TO MAIN-LOGIC-EXIT.
024700 MAIN-LOGIC-EXIT.
024800     IF WS-RPT-OPEN
024900         CLOSE REPORT-FILE
025000         MOVE "N" TO WS-RPT-OPEN-SW
025100     END-IF.
025200     IF WS-ABEND-FLAG
025300         DISPLAY "CHKRECON ABEND - " WS-ABEND-MSG
025400         MOVE 16 TO RETURN-CODE
025500     ELSE
025600         IF WS-EXCEPT-COUNT > ZERO
025700             MOVE 4 TO RETURN-CODE
025800         ELSE
025900             MOVE ZERO TO RETURN-CODE
026000         END-IF
026100     END-IF.
026200     STOP RUN RETURNING RETURN-CODE.
026300*
026400*-----------------------------------------------------*
026500* 1000-INITIALIZE -- TAKE THE RUN DATE (AND ITS DAY    *
026600*     NUMBER FOR THE AGING), OPEN THE REPORT, AND      *
026700*     HEAD THE EXCEPTION SECTION.                      *
026800*-----------------------------------------------------*
026900 1000-INITIALIZE.
027000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027100     MOVE WS-RUN-DATE TO WS-DN-DATE.
027200     PERFORM 3500-DAY-NUMBER THRU 3500-EXIT.
027300     MOVE WS-DN-RESULT TO WS-RUN-DAY-NO.
027400     MOVE WS-RUN-DATE (5:2)  TO RH1-MM.
027500     MOVE WS-RUN-DATE (7:2)  TO RH1-DD.
027600     MOVE WS-RUN-DATE (1:4)  TO RH1-YYYY.
027700     OPEN OUTPUT REPORT-FILE.
027800     IF WS-RPT-STATUS NOT = "00"
027900         MOVE "UNABLE TO OPEN CHKRCRPT, STATUS "
028000                         TO WS-ABEND-MSG
028100         MOVE WS-RPT-STATUS TO WS-ABEND-MSG (33:2)
028200         SET WS-ABEND-FLAG TO TRUE
028300         GO TO MAIN-LOGIC-EXIT
028400     END-IF.
028500     SET WS-RPT-OPEN TO TRUE.
028600     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
028700         AFTER ADVANCING PAGE.
028800     MOVE "PAID ITEM EXCEPTIONS" TO RSL-TITLE.
028900     WRITE RPT-PRINT-LINE FROM WS-RPT-SECTION-LINE
029000         AFTER ADVANCING 2 LINES.
029100     WRITE RPT-PRINT-LINE FROM WS-EXC-HEADING
029200         AFTER ADVANCING 2 LINES.
029300     MOVE SPACES TO RPT-PRINT-LINE.
029400     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
029500     MOVE ZERO TO WS-AGE-COUNT (1) WS-AGE-COUNT (2)
029600                  WS-AGE-COUNT (3) WS-AGE-COUNT (4)
029700                  WS-AGE-COUNT (5).
029800     MOVE ZERO TO WS-AGE-AMOUNT (1) WS-AGE-AMOUNT (2)
029900                  WS-AGE-AMOUNT (3) WS-AGE-AMOUNT (4)
030000                  WS-AGE-AMOUNT (5).
030100 1000-EXIT.
030200     EXIT.
030300*
030400*-----------------------------------------------------*
030500* 1500-LOAD-CHECKS -- CHKFILE INTO THE WORK TABLE, THE *
030600*     SAME TABLE LIMIT CHKMAINT WORKS TO.  NO CHKFILE  *
030700*     (NO PAY CYCLE YET) IS AN EMPTY TABLE -- EVERY    *
030800*     PAID ITEM WILL THEN LIST AS NOT ON FILE.         *
030900*-----------------------------------------------------*
031000 1500-LOAD-CHECKS.
031100     OPEN INPUT CHECK-DATA-FILE.
031200     IF WS-CKF-STATUS = "35"
031300         DISPLAY "CHKRECON: NO CHKFILE - NO CHECKS ON FILE"
031400         GO TO 1500-EXIT
031500     END-IF.
031600     IF WS-CKF-STATUS NOT = "00"
031700         MOVE "UNABLE TO OPEN CHKFILE, STATUS "
031800                         TO WS-ABEND-MSG
031900         MOVE WS-CKF-STATUS TO WS-ABEND-MSG (32:2)
032000         SET WS-ABEND-FLAG TO TRUE
032100         GO TO MAIN-LOGIC-EXIT
032200     END-IF.
032300     PERFORM 1510-READ-CHECK THRU 1510-EXIT.
032400     PERFORM 1520-STORE-CHECK THRU 1520-EXIT
032500         UNTIL WS-CKF-EOF.
032600     CLOSE CHECK-DATA-FILE.
032700 1500-EXIT.
032800     EXIT.
032900*
033000 1510-READ-CHECK.
033100     READ CHECK-DATA-FILE
033200         AT END
033300             SET WS-CKF-EOF TO TRUE
033400     END-READ.
033500 1510-EXIT.
033600     EXIT.
033700*
033800 1520-STORE-CHECK.
033900     IF WS-CHECK-COUNT = 1000
034000         MOVE "CHKFILE EXCEEDS RECONCILIATION TABLE LIMIT"
034100                         TO WS-ABEND-MSG
034200         SET WS-ABEND-FLAG TO TRUE
034300         GO TO MAIN-LOGIC-EXIT
034400     END-IF.
034500     ADD 1 TO WS-CHECK-COUNT.
034600     MOVE CK-CHECK-NUMBER TO WS-TBL-CHECK-NO (WS-CHECK-COUNT).
034700     MOVE CK-DATE         TO WS-TBL-DATE (WS-CHECK-COUNT).
034800     MOVE CK-EMP-NUMBER   TO WS-TBL-EMP-NO (WS-CHECK-COUNT).
034900     MOVE CK-EMP-NAME     TO WS-TBL-EMP-NAME (WS-CHECK-COUNT).
035000     MOVE CK-NET-AMOUNT   TO WS-TBL-NET (WS-CHECK-COUNT).
035100     MOVE CK-STATUS       TO WS-TBL-STATUS (WS-CHECK-COUNT).
035200     MOVE CK-CLEAR-STATUS
035300                     TO WS-TBL-CLEAR-STATUS (WS-CHECK-COUNT).
035400     MOVE CK-CLEARED-DATE
035500                     TO WS-TBL-CLEARED-DATE (WS-CHECK-COUNT).
035600     PERFORM 1510-READ-CHECK THRU 1510-EXIT.
035700 1520-EXIT.
035800     EXIT.
035900*
036000*-----------------------------------------------------*
036100* 2000-MATCH-PAID -- EVERY ITEM ON THE BANK'S PAID     *
036200*     FILE AGAINST THE TABLE.  NO CHKPAID MEANS THE    *
036300*     BANK SENT NOTHING TODAY; THE OUTSTANDING LIST    *
036400*     STILL PRINTS.                                    *
036500*-----------------------------------------------------*
036600 2000-MATCH-PAID.
036700     OPEN INPUT PAID-FILE.
036800     IF WS-PAID-STATUS = "35"
036900         DISPLAY "CHKRECON: NO CHKPAID - NO PAID ITEMS TO "
037000                 "MATCH"
037100         GO TO 2000-TELL
037200     END-IF.
037300     IF WS-PAID-STATUS NOT = "00"
037400         MOVE "UNABLE TO OPEN CHKPAID, STATUS "
037500                         TO WS-ABEND-MSG
037600         MOVE WS-PAID-STATUS TO WS-ABEND-MSG (32:2)
037700         SET WS-ABEND-FLAG TO TRUE
037800         GO TO MAIN-LOGIC-EXIT
037900     END-IF.
038000     SET WS-PAID-PRESENT TO TRUE.
038100     PERFORM 2010-READ-PAID THRU 2010-EXIT.
038200     PERFORM 2100-MATCH-ONE-PAID THRU 2100-EXIT
038300         UNTIL WS-PAID-EOF.
038400     CLOSE PAID-FILE.
038500 2000-TELL.
038600     IF WS-EXCEPT-COUNT = ZERO
038700         MOVE "NO EXCEPTIONS" TO RSL-TITLE
038800         WRITE RPT-PRINT-LINE FROM WS-RPT-SECTION-LINE
038900             AFTER ADVANCING 1 LINE
039000     END-IF.
039100 2000-EXIT.
039200     EXIT.
039300*
039400 2010-READ-PAID.
039500     READ PAID-FILE
039600         AT END
039700             SET WS-PAID-EOF TO TRUE
039800     END-READ.
039900 2010-EXIT.
040000     EXIT.
040100*
040200*-----------------------------------------------------*
040300* 2100-MATCH-ONE-PAID -- A PAID ITEM CLEARS ITS CHECK  *
040400*     ONLY WHEN THE CHECK IS LIVE, STILL OUTSTANDING,  *
040500*     AND PAID FOR EXACTLY THE AMOUNT ISSUED.  ANY     *
040600*     OTHER OUTCOME IS AN EXCEPTION AND THE CHECK IS   *
040700*     LEFT AS IT WAS.  THE SAME ITEM SEEN AGAIN (SAME  *
040800*     PAID DATE AND AMOUNT ON A CHECK IT ALREADY       *
040900*     CLEARED) IS COUNTED, NOT FLAGGED, SO A RESENT    *
041000*     BANK FILE DOES NOT FLOOD THE EXCEPTIONS.         *
041100*-----------------------------------------------------*
041200 2100-MATCH-ONE-PAID.
041300     ADD 1 TO WS-PAID-READ.
041400     MOVE SPACES TO EXD-ISSUED-AMOUNT.
041500     IF PD-CHECK-NUMBER NOT NUMERIC
041600      OR PD-PAID-DATE NOT NUMERIC
041700      OR PD-PAID-AMOUNT NOT NUMERIC
041800         MOVE "UNREADABLE PAID RECORD" TO EXD-REASON
041900         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
042000         GO TO 2100-NEXT
042100     END-IF.
042200     ADD PD-PAID-AMOUNT TO WS-PAID-TOTAL.
042300     PERFORM 2200-FIND-CHECK THRU 2200-EXIT.
042400     IF WS-FOUND-X = ZERO
042500         MOVE "PAID CHECK NOT ON FILE" TO EXD-REASON
042600         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
042700         GO TO 2100-NEXT
042800     END-IF.
042900     MOVE WS-TBL-NET (WS-FOUND-X) TO WS-AMOUNT-EDITED.
043000     MOVE WS-AMOUNT-EDITED TO EXD-ISSUED-AMOUNT.
043100     IF WS-TBL-STATUS (WS-FOUND-X) = "V"
043200         MOVE "PAID CHECK WAS VOIDED" TO EXD-REASON
043300         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
043400         GO TO 2100-NEXT
043500     END-IF.
043600     IF WS-TBL-CLEAR-STATUS (WS-FOUND-X) = "C"
043700         IF WS-TBL-CLEARED-DATE (WS-FOUND-X) = PD-PAID-DATE
043800          AND WS-TBL-NET (WS-FOUND-X) = PD-PAID-AMOUNT
043900             ADD 1 TO WS-REPEAT-COUNT
044000         ELSE
044100             MOVE "CHECK ALREADY CLEARED - PAID TWICE"
044200                             TO EXD-REASON
044300             PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
044400         END-IF
044500         GO TO 2100-NEXT
044600     END-IF.
044700     IF WS-TBL-NET (WS-FOUND-X) NOT = PD-PAID-AMOUNT
044800         MOVE "PAID AMOUNT DIFFERS FROM AMOUNT ISSUED"
044900                         TO EXD-REASON
045000         PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
045100         GO TO 2100-NEXT
045200     END-IF.
045300     MOVE "C"          TO WS-TBL-CLEAR-STATUS (WS-FOUND-X).
045400     MOVE PD-PAID-DATE TO WS-TBL-CLEARED-DATE (WS-FOUND-X).
045500     SET WS-FILE-CHANGED TO TRUE.
045600     ADD 1 TO WS-CLEARED-COUNT.
045700     ADD PD-PAID-AMOUNT TO WS-CLEARED-TOTAL.
045800 2100-NEXT.
045900     PERFORM 2010-READ-PAID THRU 2010-EXIT.
046000 2100-EXIT.
046100     EXIT.
046200*
046300 2200-FIND-CHECK.
046400     MOVE ZERO TO WS-FOUND-X.
046500     IF WS-CHECK-COUNT = ZERO
046600         GO TO 2200-EXIT
046700     END-IF.
046800     PERFORM 2250-TEST-ENTRY THRU 2250-EXIT
046900         VARYING WS-KX FROM 1 BY 1
047000         UNTIL WS-KX > WS-CHECK-COUNT
047100            OR WS-FOUND-X > ZERO.
047200 2200-EXIT.
047300     EXIT.
047400*
047500 2250-TEST-ENTRY.
047600     IF WS-TBL-CHECK-NO (WS-KX) = PD-CHECK-NUMBER
047700         MOVE WS-KX TO WS-FOUND-X
047800     END-IF.
047900 2250-EXIT.
048000     EXIT.
048100*
048200 2400-PRINT-EXCEPTION.
048300     ADD 1 TO WS-EXCEPT-COUNT.
048400     MOVE PD-CHECK-NUMBER TO EXD-CHECK-NO.
048500     IF PD-PAID-DATE NUMERIC
048600         MOVE PD-PAID-DATE TO WS-EDIT-DATE
048700         PERFORM 2500-EDIT-DATE THRU 2500-EXIT
048800         MOVE WS-DATE-EDITED TO EXD-PAID-DATE
048900     ELSE
049000         MOVE PD-PAID-DATE TO EXD-PAID-DATE
049100     END-IF.
049200     IF PD-PAID-AMOUNT NUMERIC
049300         ADD PD-PAID-AMOUNT TO WS-EXCEPT-TOTAL
049400         MOVE PD-PAID-AMOUNT TO WS-AMOUNT-EDITED
049500         MOVE WS-AMOUNT-EDITED TO EXD-PAID-AMOUNT
049600     ELSE
049700         MOVE SPACES TO EXD-PAID-AMOUNT
049800     END-IF.
049900     WRITE RPT-PRINT-LINE FROM WS-EXC-DETAIL-LINE
050000         AFTER ADVANCING 1 LINE.
050100 2400-EXIT.
050200     EXIT.
050300*
050400 2500-EDIT-DATE.
050500     MOVE WS-EDIT-DATE (5:2) TO WS-DTE-MM.
050600     MOVE WS-EDIT-DATE (7:2) TO WS-DTE-DD.
050700     MOVE WS-EDIT-DATE (1:4) TO WS-DTE-YYYY.
050800 2500-EXIT.
050900     EXIT.
051000*
051100*-----------------------------------------------------*
051200* 3000-PRINT-OUTSTANDING -- EVERY LIVE CHECK (ISSUED   *
051300*     OR REISSUED) NOT YET CLEARED, IN FILE ORDER,     *
051400*     WITH ITS AGE IN DAYS FROM THE ISSUE DATE AND     *
051500*     THE AGING BUCKET TOTALS.  PAST WS-STALE-DAYS THE *
051600*     CHECK IS FLAGGED STALE-DATED -- THE BANK SHOULD  *
051700*     NO LONGER HONOUR IT AND IT IS A CANDIDATE FOR    *
051800*     VOID AND ESCHEAT REVIEW.                         *
051900*-----------------------------------------------------*
052000 3000-PRINT-OUTSTANDING.
052100     MOVE "OUTSTANDING CHECKS" TO RSL-TITLE.
052200     WRITE RPT-PRINT-LINE FROM WS-RPT-SECTION-LINE
052300         AFTER ADVANCING PAGE.
052400     WRITE RPT-PRINT-LINE FROM WS-OUT-HEADING
052500         AFTER ADVANCING 2 LINES.
052600     MOVE SPACES TO RPT-PRINT-LINE.
052700     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
052800     IF WS-CHECK-COUNT > ZERO
052900         PERFORM 3100-AGE-ONE-CHECK THRU 3100-EXIT
053000             VARYING WS-KX FROM 1 BY 1
053100             UNTIL WS-KX > WS-CHECK-COUNT
053200     END-IF.
053300     IF WS-OUTSTAND-COUNT = ZERO
053400         MOVE "NO OUTSTANDING CHECKS" TO RSL-TITLE
053500         WRITE RPT-PRINT-LINE FROM WS-RPT-SECTION-LINE
053600             AFTER ADVANCING 1 LINE
053700     END-IF.
053800 3000-EXIT.
053900     EXIT.
054000*
054100 3100-AGE-ONE-CHECK.
054200     IF WS-TBL-STATUS (WS-KX) = "V"
054300      OR WS-TBL-CLEAR-STATUS (WS-KX) = "C"
054400         GO TO 3100-EXIT
054500     END-IF.
054600     MOVE WS-TBL-DATE (WS-KX) TO WS-DN-DATE.
054700     PERFORM 3500-DAY-NUMBER THRU 3500-EXIT.
054800     IF WS-DN-RESULT > WS-RUN-DAY-NO
054900         MOVE ZERO TO WS-AGE-DAYS
055000     ELSE
055100         COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NO - WS-DN-RESULT
055200     END-IF.
055300     EVALUATE TRUE
055400         WHEN WS-AGE-DAYS NOT > 30
055500             MOVE 1 TO WS-AX
055600         WHEN WS-AGE-DAYS NOT > 60
055700             MOVE 2 TO WS-AX
055800         WHEN WS-AGE-DAYS NOT > 90
055900             MOVE 3 TO WS-AX
056000         WHEN WS-AGE-DAYS NOT > WS-STALE-DAYS
056100             MOVE 4 TO WS-AX
056200         WHEN OTHER
056300             MOVE 5 TO WS-AX
056400     END-EVALUATE.
056500     ADD 1 TO WS-AGE-COUNT (WS-AX).
056600     ADD WS-TBL-NET (WS-KX) TO WS-AGE-AMOUNT (WS-AX).
056700     ADD 1 TO WS-OUTSTAND-COUNT.
056800     ADD WS-TBL-NET (WS-KX) TO WS-OUTSTAND-TOTAL.
056900     MOVE WS-TBL-CHECK-NO (WS-KX) TO OSD-CHECK-NO.
057000     MOVE WS-TBL-DATE (WS-KX) TO WS-EDIT-DATE.
057100     PERFORM 2500-EDIT-DATE THRU 2500-EXIT.
057200     MOVE WS-DATE-EDITED          TO OSD-DATE.
057300     MOVE WS-TBL-EMP-NO (WS-KX)   TO OSD-EMP-NO.
057400     MOVE WS-TBL-EMP-NAME (WS-KX) TO OSD-EMP-NAME.
057500     MOVE WS-TBL-NET (WS-KX)      TO OSD-AMOUNT.
057600     IF WS-TBL-STATUS (WS-KX) = "R"
057700         MOVE "REISS"  TO OSD-STATUS
057800     ELSE
057900         MOVE "ISSUED" TO OSD-STATUS
058000     END-IF.
058100     MOVE WS-AGE-DAYS TO OSD-DAYS.
058200     IF WS-AX = 5
058300         MOVE "STALE-DATED" TO OSD-FLAG
058400         ADD 1 TO WS-STALE-COUNT
058500     ELSE
058600         MOVE SPACES TO OSD-FLAG
058700     END-IF.
058800     WRITE RPT-PRINT-LINE FROM WS-OUT-DETAIL-LINE
058900         AFTER ADVANCING 1 LINE.
059000 3100-EXIT.
059100     EXIT.
059200*
059300*-----------------------------------------------------*
059400* 3500-DAY-NUMBER -- TURN WS-DN-DATE (YYYYMMDD) INTO A *
059500*     RUNNING DAY COUNT IN WS-DN-RESULT.  THE YEAR IS  *
059600*     TAKEN TO START IN MARCH SO THE LEAP DAY FALLS AT *
059700*     THE END; EVERY DIVIDE TRUNCATES, WHICH IS WHAT   *
059800*     THE LEAP-YEAR ARITHMETIC NEEDS.                  *
059900*-----------------------------------------------------*
060000 3500-DAY-NUMBER.
060100     IF WS-DN-MM > 2
060200         MOVE WS-DN-YYYY TO WS-DN-YEAR
060300         COMPUTE WS-DN-MONTH = WS-DN-MM - 3
060400     ELSE
060500         COMPUTE WS-DN-YEAR = WS-DN-YYYY - 1
060600         COMPUTE WS-DN-MONTH = WS-DN-MM + 9
060700     END-IF.
060800     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT-4.
060900     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT-100.
061000     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT-400.
061100     COMPUTE WS-DN-MONTH-WORK = (153 * WS-DN-MONTH) + 2.
061200     DIVIDE WS-DN-MONTH-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
061300     COMPUTE WS-DN-RESULT =
061400         (365 * WS-DN-YEAR) + WS-DN-QUOTIENT-4
061500       - WS-DN-QUOTIENT-100 + WS-DN-QUOTIENT-400
061600       + WS-DN-MONTH-DAYS + WS-DN-DD.
061700 3500-EXIT.
061800     EXIT.
061900*
062000*-----------------------------------------------------*
062100* 4000-SAVE-CHKFILE -- REWRITE CHKFILE FROM THE TABLE  *
062200*     WITH THE CHECKS CLEARED THIS RUN.  ONLY DONE     *
062300*     WHEN SOMETHING CLEARED.                          *
062400*-----------------------------------------------------*
062500 4000-SAVE-CHKFILE.
062600     OPEN OUTPUT CHECK-DATA-FILE.
062700     IF WS-CKF-STATUS NOT = "00"
062800         MOVE "UNABLE TO REWRITE CHKFILE, STATUS "
062900                         TO WS-ABEND-MSG
063000         MOVE WS-CKF-STATUS TO WS-ABEND-MSG (35:2)
063100         SET WS-ABEND-FLAG TO TRUE
063200         GO TO MAIN-LOGIC-EXIT
063300     END-IF.
063400     PERFORM 4100-WRITE-ONE-CHECK THRU 4100-EXIT
063500         VARYING WS-KX FROM 1 BY 1
063600         UNTIL WS-KX > WS-CHECK-COUNT.
063700     CLOSE CHECK-DATA-FILE.
063800 4000-EXIT.
063900     EXIT.
064000*
064100 4100-WRITE-ONE-CHECK.
064200     MOVE SPACES TO CK-RECORD.
064300     MOVE WS-TBL-CHECK-NO (WS-KX) TO CK-CHECK-NUMBER.
064400     MOVE WS-TBL-DATE (WS-KX)     TO CK-DATE.
064500     MOVE WS-TBL-EMP-NO (WS-KX)   TO CK-EMP-NUMBER.
064600     MOVE WS-TBL-EMP-NAME (WS-KX) TO CK-EMP-NAME.
064700     MOVE WS-TBL-NET (WS-KX)      TO CK-NET-AMOUNT.
064800     MOVE WS-TBL-STATUS (WS-KX)   TO CK-STATUS.
064900     MOVE WS-TBL-CLEAR-STATUS (WS-KX) TO CK-CLEAR-STATUS.
065000     MOVE WS-TBL-CLEARED-DATE (WS-KX) TO CK-CLEARED-DATE.
065100     WRITE CK-RECORD.
065200     IF WS-CKF-STATUS NOT = "00"
065300         MOVE "UNABLE TO WRITE CHKFILE, STATUS "
065400                         TO WS-ABEND-MSG
065500         MOVE WS-CKF-STATUS TO WS-ABEND-MSG (33:2)
065600         SET WS-ABEND-FLAG TO TRUE
065700         GO TO MAIN-LOGIC-EXIT
065800     END-IF.
065900 4100-EXIT.
066000     EXIT.
066100*
066200*-----------------------------------------------------*
066300* 4500-CLEAR-PAID-FILE -- THE BANK'S ITEMS ARE WORKED  *
066400*     AND CHKFILE IS SAVED, SO EMPTY CHKPAID -- THE    *
066500*     SAME WAY BALCHECK EMPTIES BALMOVE.  TOMORROW'S   *
066600*     FILE FROM THE BANK REPLACES IT.                  *
066700*-----------------------------------------------------*
066800 4500-CLEAR-PAID-FILE.
066900     OPEN OUTPUT PAID-FILE.
067000     IF WS-PAID-STATUS NOT = "00"
067100         MOVE "UNABLE TO CLEAR CHKPAID, STATUS "
067200                         TO WS-ABEND-MSG
067300         MOVE WS-PAID-STATUS TO WS-ABEND-MSG (33:2)
067400         SET WS-ABEND-FLAG TO TRUE
067500         GO TO MAIN-LOGIC-EXIT
067600     END-IF.
067700     CLOSE PAID-FILE.
067800 4500-EXIT.
067900     EXIT.
068000*
068100*-----------------------------------------------------*
068200* 5000-PRINT-SUMMARY -- THE RUN COUNTS, THE AGING      *
068300*     BUCKETS, AND A COPY OF THE KEY FIGURES ON THE    *
068400*     JOB LOG.                                         *
068500*-----------------------------------------------------*
068600 5000-PRINT-SUMMARY.
068700     MOVE "RECONCILIATION SUMMARY" TO RSL-TITLE.
068800     WRITE RPT-PRINT-LINE FROM WS-RPT-SECTION-LINE
068900         AFTER ADVANCING PAGE.
069000     MOVE SPACES TO RPT-PRINT-LINE.
069100     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
069200     MOVE "PAID ITEMS RECEIVED"    TO SUM-LABEL.
069300     MOVE WS-PAID-READ             TO SUM-COUNT.
069400     MOVE WS-PAID-TOTAL            TO WS-TOTAL-EDITED.
069500     MOVE WS-TOTAL-EDITED          TO SUM-AMOUNT.
069600     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
069700         AFTER ADVANCING 1 LINE.
069800     MOVE "CHECKS CLEARED THIS RUN" TO SUM-LABEL.
069900     MOVE WS-CLEARED-COUNT         TO SUM-COUNT.
070000     MOVE WS-CLEARED-TOTAL         TO WS-TOTAL-EDITED.
070100     MOVE WS-TOTAL-EDITED          TO SUM-AMOUNT.
070200     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
070300         AFTER ADVANCING 1 LINE.
070400     MOVE "ALREADY CLEARED (RESENT)" TO SUM-LABEL.
070500     MOVE WS-REPEAT-COUNT          TO SUM-COUNT.
070600     MOVE SPACES                   TO SUM-AMOUNT.
070700     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
070800         AFTER ADVANCING 1 LINE.
070900     MOVE "EXCEPTIONS"             TO SUM-LABEL.
071000     MOVE WS-EXCEPT-COUNT          TO SUM-COUNT.
071100     MOVE WS-EXCEPT-TOTAL          TO WS-TOTAL-EDITED.
071200     MOVE WS-TOTAL-EDITED          TO SUM-AMOUNT.
071300     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
071400         AFTER ADVANCING 1 LINE.
071500     MOVE "CHECKS OUTSTANDING"     TO SUM-LABEL.
071600     MOVE WS-OUTSTAND-COUNT        TO SUM-COUNT.
071700     MOVE WS-OUTSTAND-TOTAL        TO WS-TOTAL-EDITED.
071800     MOVE WS-TOTAL-EDITED          TO SUM-AMOUNT.
071900     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
072000         AFTER ADVANCING 2 LINES.
072100     PERFORM 5100-PRINT-ONE-BUCKET THRU 5100-EXIT
072200         VARYING WS-AX FROM 1 BY 1
072300         UNTIL WS-AX > 5.
072400     MOVE WS-CLEARED-COUNT TO WS-COUNT-EDITED.
072500     DISPLAY "CHKRECON: " WS-COUNT-EDITED " CHECKS CLEARED".
072600     MOVE WS-EXCEPT-COUNT TO WS-COUNT-EDITED.
072700     DISPLAY "CHKRECON: " WS-COUNT-EDITED " EXCEPTIONS".
072800     MOVE WS-OUTSTAND-COUNT TO WS-COUNT-EDITED.
072900     DISPLAY "CHKRECON: " WS-COUNT-EDITED
073000             " CHECKS OUTSTANDING".
073100     MOVE WS-STALE-COUNT TO WS-COUNT-EDITED.
073200     DISPLAY "CHKRECON: " WS-COUNT-EDITED
073300             " OUTSTANDING CHECKS STALE-DATED".
073400 5000-EXIT.
073500     EXIT.
073600*
073700 5100-PRINT-ONE-BUCKET.
073800     MOVE SPACES                   TO SUM-LABEL.
073900     MOVE WS-AGE-LABEL (WS-AX)     TO SUM-LABEL (3:24).
074000     MOVE WS-AGE-COUNT (WS-AX)     TO SUM-COUNT.
074100     MOVE WS-AGE-AMOUNT (WS-AX)    TO WS-TOTAL-EDITED.
074200     MOVE WS-TOTAL-EDITED          TO SUM-AMOUNT.
074300     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
074400         AFTER ADVANCING 1 LINE.
074500 5100-EXIT.
074600     EXIT.
