000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     QTRTAX.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- QUARTER-END PAYROLL  *
001200*              TAX SUMMARY.  TOTALS THE CLOSED         *
001300*              QUARTER'S PAYHIST RECORDS BY EMPLOYEE   *
001400*              (PAYS, GROSS WAGES, FEDERAL TAX         *
001500*              WITHHELD, FICA, VOLUNTARY DEDUCTIONS,   *
001600*              NET) AND IN TOTAL ON QTRRPT, AND        *
001700*              PROVES EACH EMPLOYEE'S HISTORY AGAINST  *
001800*              THE CHANGE IN THE EMPMAST YTD FIGURES   *
001900*              SINCE THE LAST QUARTER END, KEPT ON     *
002000*              THE QTRYTD BASE FILE.  AN EMPLOYEE      *
002100*              WHOSE HISTORY DOES NOT ADD UP IS        *
002200*              FLAGGED AND THE STEP ENDS RC 4.         *
002300*-----------------------------------------------------*
002400*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. RM-COBOL.
002800 OBJECT-COMPUTER. RM-COBOL.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS EMP-NUMBER
003500         FILE STATUS IS WS-EMP-STATUS.
003600     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
003700         ORGANIZATION IS SEQUENTIAL
003800         ACCESS MODE IS SEQUENTIAL
003900         FILE STATUS IS WS-PHS-STATUS.
004000     SELECT QTR-BASE-FILE ASSIGN TO "QTRYTD"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-QB-STATUS.
004400     SELECT REPORT-FILE ASSIGN TO "QTRRPT"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-RPT-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EMPLOYEE-MASTER
005200     LABEL RECORDS ARE STANDARD.
005300     COPY EMPREC.
005400*
005500 FD  PAY-HISTORY-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY PHSTREC.
005800*
005900*    QTRYTD -- EVERY EMPLOYEE'S YTD FIGURES AS THEY STOOD
006000*    WHEN THE LAST QUARTER WAS SUMMARIZED, STAMPED WITH
006100*    THAT QUARTER.  THE NEXT QUARTER'S PROOF IS THE MOVE
006200*    FROM THESE FIGURES TO THE MASTER'S.
006300 FD  QTR-BASE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  QB-RECORD.
006600     05  QB-EMP-NUMBER           PIC 9(05).
006700     05  QB-YEAR                 PIC 9(04).
006800     05  QB-QUARTER              PIC 9(01).
006900     05  QB-YTD-GROSS            PIC 9(07)V99.
007000     05  QB-YTD-DEDUCTIONS       PIC 9(07)V99.
007100     05  QB-YTD-NET              PIC 9(07)V99.
007200     05  FILLER                  PIC X(43).
007300*
007400 FD  REPORT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  RPT-PRINT-LINE              PIC X(132).
007700*
007800 WORKING-STORAGE SECTION.
007900*
008000 77  WS-EMP-STATUS           PIC X(02)   VALUE "00".
008100 77  WS-PHS-STATUS           PIC X(02)   VALUE "00".
008200 77  WS-QB-STATUS            PIC X(02)   VALUE "00".
008300 77  WS-RPT-STATUS           PIC X(02)   VALUE "00".
008400 77  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
008500     88  WS-EMP-EOF                  VALUE "Y".
008600 77  WS-PHS-EOF-SW           PIC X(01)   VALUE "N".
008700     88  WS-PHS-EOF                  VALUE "Y".
008800 77  WS-QB-EOF-SW            PIC X(01)   VALUE "N".
008900     88  WS-QB-EOF                   VALUE "Y".
009000 77  WS-EMP-OPEN-SW          PIC X(01)   VALUE "N".
009100     88  WS-EMP-OPEN                 VALUE "Y".
009200 77  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
009300     88  WS-RPT-OPEN                 VALUE "Y".
009400 77  WS-HELD-SW              PIC X(01)   VALUE "N".
009500     88  WS-RUN-REFUSED              VALUE "Y".
009600 77  WS-BASE-SW              PIC X(01)   VALUE "N".
009700     88  WS-BASE-ZERO                VALUE "Z".
009800     88  WS-BASE-LOADED              VALUE "B".
009900     88  WS-NO-BASE                  VALUE "N".
010000 77  WS-MISMATCH-SW          PIC X(01)   VALUE "N".
010100     88  WS-EMP-MISMATCH             VALUE "Y".
010200 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
010300     88  WS-ABEND-FLAG               VALUE "Y".
010400 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
010500 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
010600 77  WS-RUN-MONTH            PIC 9(02)   VALUE ZERO.
010700 77  WS-QTR-YEAR             PIC 9(04)   VALUE ZERO.
010800 77  WS-QTR-NO               PIC 9(01)   VALUE ZERO.
010900 77  WS-PRIOR-YEAR           PIC 9(04)   VALUE ZERO.
011000 77  WS-PRIOR-QTR            PIC 9(01)   VALUE ZERO.
011100 77  WS-BASE-YEAR            PIC 9(04)   VALUE ZERO.
011200 77  WS-BASE-QTR             PIC 9(01)   VALUE ZERO.
011300 77  WS-QTR-FROM             PIC 9(06)   VALUE ZERO.
011400 77  WS-QTR-TO               PIC 9(06)   VALUE ZERO.
011500 77  WS-HX                   PIC 9(03)   COMP VALUE ZERO.
011600 77  WS-BX                   PIC 9(03)   COMP VALUE ZERO.
011700 77  WS-HIST-FOUND-X         PIC 9(03)   COMP VALUE ZERO.
011800 77  WS-BASE-FOUND-X         PIC 9(03)   COMP VALUE ZERO.
011900 77  WS-HIST-READ            PIC 9(07)   COMP VALUE ZERO.
012000 77  WS-HIST-USED            PIC 9(07)   COMP VALUE ZERO.
012100 77  WS-EMP-LISTED           PIC 9(05)   COMP VALUE ZERO.
012200 77  WS-MISMATCH-COUNT       PIC 9(05)   COMP VALUE ZERO.
012300 77  WS-BASE-WRITTEN         PIC 9(05)   COMP VALUE ZERO.
012400 77  WS-CHG-GROSS            PIC S9(09)V99 VALUE ZERO.
012500 77  WS-CHG-DEDUCT           PIC S9(09)V99 VALUE ZERO.
012600 77  WS-CHG-NET              PIC S9(09)V99 VALUE ZERO.
012700 77  WS-TOT-PAYS             PIC 9(07)   COMP VALUE ZERO.
012800 77  WS-TOT-GROSS            PIC 9(09)V99 VALUE ZERO.
012900 77  WS-TOT-FED              PIC 9(09)V99 VALUE ZERO.
013000 77  WS-TOT-FICA             PIC 9(09)V99 VALUE ZERO.
013100 77  WS-TOT-ELECT            PIC 9(09)V99 VALUE ZERO.
013200 77  WS-TOT-NET              PIC 9(09)V99 VALUE ZERO.
013300 77  WS-COUNT-EDITED         PIC ZZ,ZZ9.
013400*
013500 01  WS-QTR-RANGE.
013600     05  WS-QTR-FIRST-MONTH  PIC 9(02)   VALUE ZERO.
013700     05  WS-QTR-LAST-MONTH   PIC 9(02)   VALUE ZERO.
013800*
013900*    THE QUARTER'S HISTORY, ACCUMULATED BY EMPLOYEE.  THE
014000*    MATCHED SWITCH IS SET AS THE MASTER PASS FINDS THE
014100*    EMPLOYEE; ANYTHING LEFT UNMATCHED HAS HISTORY BUT NO
014200*    MASTER RECORD.
014300 01  WS-HIST-TABLE.
014400     05  WS-HIST-COUNT       PIC 9(03)   COMP VALUE ZERO.
014500     05  WS-HIST-ENTRY OCCURS 500 TIMES.
014600         10  WS-HTB-EMP-NO       PIC 9(05).
014700         10  WS-HTB-EMP-NAME     PIC X(25).
014800         10  WS-HTB-PAYS         PIC 9(03)   COMP.
014900         10  WS-HTB-GROSS        PIC 9(09)V99.
015000         10  WS-HTB-FED          PIC 9(09)V99.
015100         10  WS-HTB-FICA         PIC 9(09)V99.
015200         10  WS-HTB-ELECT        PIC 9(09)V99.
015300         10  WS-HTB-DEDUCT       PIC 9(09)V99.
015400         10  WS-HTB-NET          PIC 9(09)V99.
015500         10  WS-HTB-MATCHED-SW   PIC X(01).
015600*
015700*    THE YTD BASE FROM QTRYTD.
015800 01  WS-BASE-TABLE.
015900     05  WS-BASE-COUNT       PIC 9(03)   COMP VALUE ZERO.
016000     05  WS-BASE-ENTRY OCCURS 500 TIMES.
016100         10  WS-BAS-EMP-NO       PIC 9(05).
016200         10  WS-BAS-GROSS        PIC 9(07)V99.
016300         10  WS-BAS-DEDUCT       PIC 9(07)V99.
016400         10  WS-BAS-NET          PIC 9(07)V99.
016500*
016600 01  WS-RPT-HEADING-1.
016700     05  FILLER              PIC X(32)
016800             VALUE "QUARTERLY PAYROLL TAX SUMMARY".
016900     05  FILLER              PIC X(08)   VALUE "QUARTER ".
017000     05  RH1-QTR             PIC 9(01).
017100     05  FILLER              PIC X(06)   VALUE "  OF  ".
017200     05  RH1-YEAR            PIC 9(04).
017300     05  FILLER              PIC X(04)   VALUE SPACES.
017400     05  FILLER              PIC X(09)   VALUE "RUN DATE ".
017500     05  RH1-MM              PIC X(02)   VALUE SPACES.
017600     05  FILLER              PIC X(01)   VALUE "/".
017700     05  RH1-DD              PIC X(02)   VALUE SPACES.
017800     05  FILLER              PIC X(01)   VALUE "/".
017900     05  RH1-YYYY            PIC X(04)   VALUE SPACES.
018000     05  FILLER              PIC X(58)   VALUE SPACES.
018100*
018200 01  WS-RPT-HEADING-2.
018300     05  FILLER              PIC X(07)   VALUE "EMP NO".
018400     05  FILLER              PIC X(27)   VALUE "NAME".
018500     05  FILLER              PIC X(05)   VALUE "PAYS".
018600     05  FILLER              PIC X(15)   VALUE "  GROSS WAGES".
018700     05  FILLER              PIC X(15)   VALUE "  FEDERAL TAX".
018800     05  FILLER              PIC X(15)   VALUE "         FICA".
018900     05  FILLER              PIC X(15)   VALUE "    VOLUNTARY".
019000     05  FILLER              PIC X(15)   VALUE "      NET PAY".
019100     05  FILLER              PIC X(18)   VALUE SPACES.
019200*
019300 01  WS-RPT-DETAIL-LINE.
019400     05  RDL-EMP-NO          PIC X(05).
019500     05  FILLER              PIC X(02)   VALUE SPACES.
019600     05  RDL-EMP-NAME        PIC X(25).
019700     05  FILLER              PIC X(02)   VALUE SPACES.
019800     05  RDL-PAYS            PIC ZZ9.
019900     05  FILLER              PIC X(02)   VALUE SPACES.
020000     05  RDL-GROSS           PIC ZZ,ZZZ,ZZ9.99.
020100     05  FILLER              PIC X(02)   VALUE SPACES.
020200     05  RDL-FED             PIC ZZ,ZZZ,ZZ9.99.
020300     05  FILLER              PIC X(02)   VALUE SPACES.
020400     05  RDL-FICA            PIC ZZ,ZZZ,ZZ9.99.
020500     05  FILLER              PIC X(02)   VALUE SPACES.
020600     05  RDL-ELECT           PIC ZZ,ZZZ,ZZ9.99.
020700     05  FILLER              PIC X(02)   VALUE SPACES.
020800     05  RDL-NET             PIC ZZ,ZZZ,ZZ9.99.
020900     05  FILLER              PIC X(02)   VALUE SPACES.
021000     05  RDL-FLAG            PIC X(16).
021100     05  FILLER              PIC X(02)   VALUE SPACES.
021200*
021300 01  WS-RPT-PROOF-LINE.
021400     05  FILLER              PIC X(09)   VALUE SPACES.
021500     05  FILLER              PIC X(26)
021600             VALUE "EMPMAST YTD CHANGE  GROSS".
021700     05  RPL-GROSS           PIC -ZZ,ZZZ,ZZ9.99.
021800     05  FILLER              PIC X(13)   VALUE "  DEDUCTIONS".
021900     05  RPL-DEDUCT          PIC -ZZ,ZZZ,ZZ9.99.
022000     05  FILLER              PIC X(06)   VALUE "  NET".
022100     05  RPL-NET             PIC -ZZ,ZZZ,ZZ9.99.
022200     05  FILLER              PIC X(36)   VALUE SPACES.
022300*
022400 01  WS-RPT-NOTE-LINE.
022500     05  RNL-TEXT            PIC X(80)   VALUE SPACES.
022600     05  FILLER              PIC X(52)   VALUE SPACES.
022700*
022800 01  WS-SUM-LINE.
022900     05  SUM-LABEL           PIC X(30).
023000     05  SUM-COUNT           PIC ZZ,ZZ9.
023100     05  FILLER              PIC X(96)   VALUE SPACES.
023200*
023300 PROCEDURE DIVISION.
023400*
023500 MAIN-LOGIC SECTION.
023600 BEGIN.
023700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023800     PERFORM 1500-LOAD-BASE THRU 1500-EXIT.
023900     IF WS-RUN-REFUSED
024000         GO TO MAIN-LOGIC-EXIT
024100     END-IF.
024200     PERFORM 1600-SET-BASIS THRU 1600-EXIT.
024300     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
024400     PERFORM 3000-PROVE-EMPLOYEES THRU 3000-EXIT.
024500     PERFORM 3500-UNMATCHED-HISTORY THRU 3500-EXIT.
024600     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
024700     PERFORM 5000-SAVE-BASE THRU 5000-EXIT.
024800     PERFORM 6000-REPORT-RESULTS THRU 6000-EXIT.
024900     GO TO MAIN-LOGIC-EXIT.
025000 MAIN-LOGIC-EXIT.
025100     IF WS-EMP-OPEN
025200         CLOSE EMPLOYEE-MASTER
025300         MOVE "N" TO WS-EMP-OPEN-SW
025400     END-IF.
025500     IF WS-RPT-OPEN
025600         CLOSE REPORT-FILE
025700         MOVE "N" TO WS-RPT-OPEN-SW
025800     END-IF.
025900     IF WS-ABEND-FLAG
026000         DISPLAY "QTRTAX ABEND - " WS-ABEND-MSG
026100         MOVE 16 TO RETURN-CODE
026200     ELSE
026300         IF WS-RUN-REFUSED OR WS-NO-BASE
026400            OR WS-MISMATCH-COUNT > ZERO
026500             MOVE 4 TO RETURN-CODE
026600         ELSE
026700             MOVE ZERO TO RETURN-CODE
026800         END-IF
026900     END-IF.
027000     STOP RUN RETURNING RETURN-CODE.
027100*
027200*-----------------------------------------------------*
027300* 1000-INITIALIZE -- WORK OUT THE QUARTER BEING        *
027400*     SUMMARIZED AND THE ONE BEFORE IT.  A RUN IN A    *
027500*     QUARTER'S LAST MONTH SUMMARIZES THAT QUARTER;    *
027600*     ANY OTHER MONTH IS THE RUN AFTER A QUARTER END,  *
027700*     SUMMARIZING THE QUARTER JUST CLOSED.  THEN OPEN  *
027800*     AND HEAD THE REPORT.                             *
027900*-----------------------------------------------------*
028000 1000-INITIALIZE.
028100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
028200     MOVE WS-RUN-DATE (1:4) TO WS-QTR-YEAR.
028300     MOVE WS-RUN-DATE (5:2) TO WS-RUN-MONTH.
028400     COMPUTE WS-QTR-NO = (WS-RUN-MONTH + 2) / 3.
028500     IF WS-RUN-MONTH NOT = 3 AND WS-RUN-MONTH NOT = 6
028600        AND WS-RUN-MONTH NOT = 9 AND WS-RUN-MONTH NOT = 12
028700         IF WS-QTR-NO = 1
028800             MOVE 4 TO WS-QTR-NO
028900             SUBTRACT 1 FROM WS-QTR-YEAR
029000         ELSE
029100             SUBTRACT 1 FROM WS-QTR-NO
029200         END-IF
029300     END-IF.
029400     IF WS-QTR-NO = 1
029500         MOVE 4 TO WS-PRIOR-QTR
029600         COMPUTE WS-PRIOR-YEAR = WS-QTR-YEAR - 1
029700     ELSE
029800         COMPUTE WS-PRIOR-QTR = WS-QTR-NO - 1
029900         MOVE WS-QTR-YEAR TO WS-PRIOR-YEAR
030000     END-IF.
030100     COMPUTE WS-QTR-LAST-MONTH = WS-QTR-NO * 3.
030200     COMPUTE WS-QTR-FIRST-MONTH = WS-QTR-LAST-MONTH - 2.
030300     COMPUTE WS-QTR-FROM =
030400         (WS-QTR-YEAR * 100) + WS-QTR-FIRST-MONTH.
030500     COMPUTE WS-QTR-TO =
030600         (WS-QTR-YEAR * 100) + WS-QTR-LAST-MONTH.
030700     MOVE WS-QTR-NO          TO RH1-QTR.
030800     MOVE WS-QTR-YEAR        TO RH1-YEAR.
030900     MOVE WS-RUN-DATE (5:2)  TO RH1-MM.
031000     MOVE WS-RUN-DATE (7:2)  TO RH1-DD.
031100     MOVE WS-RUN-DATE (1:4)  TO RH1-YYYY.
031200     DISPLAY "QTRTAX: SUMMARIZING QUARTER " WS-QTR-NO
031300             " OF " WS-QTR-YEAR.
031400     OPEN OUTPUT REPORT-FILE.
031500     IF WS-RPT-STATUS NOT = "00"
031600         MOVE "UNABLE TO OPEN QTRRPT, STATUS "
031700                         TO WS-ABEND-MSG
031800         MOVE WS-RPT-STATUS TO WS-ABEND-MSG (31:2)
031900         SET WS-ABEND-FLAG TO TRUE
032000         GO TO MAIN-LOGIC-EXIT
032100     END-IF.
032200     SET WS-RPT-OPEN TO TRUE.
032300     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
032400         AFTER ADVANCING PAGE.
032500     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
032600         AFTER ADVANCING 2 LINES.
032700     MOVE SPACES TO RPT-PRINT-LINE.
032800     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
032900 1000-EXIT.
033000     EXIT.
033100*
033200*-----------------------------------------------------*
033300* 1500-LOAD-BASE -- QTRYTD INTO THE BASE TABLE.  A     *
033400*     BASE ALREADY STAMPED WITH THIS QUARTER MEANS IT  *
033500*     WAS SUMMARIZED BEFORE: A SECOND RUN WOULD PROVE  *
033600*     AGAINST FIGURES THE NEW QUARTER HAS MOVED, SO IT *
033700*     IS REFUSED (RC 4).                               *
033800*-----------------------------------------------------*
033900 1500-LOAD-BASE.
034000     OPEN INPUT QTR-BASE-FILE.
034100     IF WS-QB-STATUS = "35"
034200         GO TO 1500-EXIT
034300     END-IF.
034400     IF WS-QB-STATUS NOT = "00"
034500         MOVE "UNABLE TO OPEN QTRYTD, STATUS "
034600                         TO WS-ABEND-MSG
034700         MOVE WS-QB-STATUS TO WS-ABEND-MSG (31:2)
034800         SET WS-ABEND-FLAG TO TRUE
034900         GO TO MAIN-LOGIC-EXIT
035000     END-IF.
035100     PERFORM 1510-READ-BASE THRU 1510-EXIT.
035200     IF NOT WS-QB-EOF
035300         MOVE QB-YEAR    TO WS-BASE-YEAR
035400         MOVE QB-QUARTER TO WS-BASE-QTR
035500     END-IF.
035600     PERFORM 1520-STORE-BASE THRU 1520-EXIT
035700         UNTIL WS-QB-EOF.
035800     CLOSE QTR-BASE-FILE.
035900     IF WS-BASE-YEAR = WS-QTR-YEAR
036000        AND WS-BASE-QTR = WS-QTR-NO
036100         SET WS-RUN-REFUSED TO TRUE
036200         DISPLAY "QTRTAX: QUARTER " WS-QTR-NO " OF "
036300                 WS-QTR-YEAR " ALREADY SUMMARIZED - "
036400                 "RUN REFUSED"
036500         MOVE "QUARTER ALREADY SUMMARIZED - RUN REFUSED"
036600                         TO RNL-TEXT
036700         WRITE RPT-PRINT-LINE FROM WS-RPT-NOTE-LINE
036800             AFTER ADVANCING 1 LINE
036900     END-IF.
037000 1500-EXIT.
037100     EXIT.
037200*
037300 1510-READ-BASE.
037400     READ QTR-BASE-FILE
037500         AT END
037600             SET WS-QB-EOF TO TRUE
037700     END-READ.
037800 1510-EXIT.
037900     EXIT.
038000*
038100 1520-STORE-BASE.
038200     IF WS-BASE-COUNT = 500
038300         MOVE "QTRYTD EXCEEDS BASE TABLE LIMIT"
038400                         TO WS-ABEND-MSG
038500         SET WS-ABEND-FLAG TO TRUE
038600         GO TO MAIN-LOGIC-EXIT
038700     END-IF.
038800     ADD 1 TO WS-BASE-COUNT.
038900     MOVE QB-EMP-NUMBER     TO WS-BAS-EMP-NO (WS-BASE-COUNT).
039000     MOVE QB-YTD-GROSS      TO WS-BAS-GROSS (WS-BASE-COUNT).
039100     MOVE QB-YTD-DEDUCTIONS TO WS-BAS-DEDUCT (WS-BASE-COUNT).
039200     MOVE QB-YTD-NET        TO WS-BAS-NET (WS-BASE-COUNT).
039300     PERFORM 1510-READ-BASE THRU 1510-EXIT.
039400 1520-EXIT.
039500     EXIT.
039600*
039700*-----------------------------------------------------*
039800* 1600-SET-BASIS -- WHAT THE QUARTER PROVES FROM.  A   *
039900*     FIRST QUARTER PROVES FROM ZERO -- YEAREND ZEROED *
040000*     THE MASTER IN JANUARY.  ANY OTHER QUARTER NEEDS  *
040100*     THE BASE LEFT BY THE QUARTER BEFORE; WITHOUT IT  *
040200*     THE SUMMARY STILL PRINTS BUT NOTHING CAN BE      *
040300*     PROVED, AND THE STEP ENDS RC 4.                  *
040400*-----------------------------------------------------*
040500 1600-SET-BASIS.
040600     IF WS-QTR-NO = 1
040700         SET WS-BASE-ZERO TO TRUE
040800         MOVE ZERO TO WS-BASE-COUNT
040900         GO TO 1600-EXIT
041000     END-IF.
041100     IF WS-BASE-YEAR = WS-PRIOR-YEAR
041200        AND WS-BASE-QTR = WS-PRIOR-QTR
041300         SET WS-BASE-LOADED TO TRUE
041400     ELSE
041500         SET WS-NO-BASE TO TRUE
041600         MOVE ZERO TO WS-BASE-COUNT
041700     END-IF.
041800 1600-EXIT.
041900     EXIT.
042000*
042100*-----------------------------------------------------*
042200* 2000-LOAD-HISTORY -- PASS PAYHIST, KEEPING THE       *
042300*     RECORDS WHOSE CYCLE DATE FALLS IN THE QUARTER    *
042400*     AND SUMMING THEM BY EMPLOYEE.  NO PAYHIST MEANS  *
042500*     NO PAY WAS ISSUED -- EVERY EMPLOYEE WHOSE YTD    *
042600*     MOVED WILL THEN FLAG.                            *
042700*-----------------------------------------------------*
042800 2000-LOAD-HISTORY.
042900     OPEN INPUT PAY-HISTORY-FILE.
043000     IF WS-PHS-STATUS = "35"
043100         DISPLAY "QTRTAX: NO PAYHIST - NO PAY HISTORY"
043200         GO TO 2000-EXIT
043300     END-IF.
043400     IF WS-PHS-STATUS NOT = "00"
043500         MOVE "UNABLE TO OPEN PAYHIST, STATUS "
043600                         TO WS-ABEND-MSG
043700         MOVE WS-PHS-STATUS TO WS-ABEND-MSG (32:2)
043800         SET WS-ABEND-FLAG TO TRUE
043900         GO TO MAIN-LOGIC-EXIT
044000     END-IF.
044100     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
044200     PERFORM 2200-ADD-ONE-HISTORY THRU 2200-EXIT
044300         UNTIL WS-PHS-EOF.
044400     CLOSE PAY-HISTORY-FILE.
044500 2000-EXIT.
044600     EXIT.
044700*
044800 2100-READ-HISTORY.
044900     READ PAY-HISTORY-FILE
045000         AT END
045100             SET WS-PHS-EOF TO TRUE
045200     END-READ.
045300 2100-EXIT.
045400     EXIT.
045500*
045600 2200-ADD-ONE-HISTORY.
045700     ADD 1 TO WS-HIST-READ.
045800     IF PH-CYCLE-DATE (1:6) < WS-QTR-FROM
045900        OR PH-CYCLE-DATE (1:6) > WS-QTR-TO
046000         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
046100         GO TO 2200-EXIT
046200     END-IF.
046300     ADD 1 TO WS-HIST-USED.
046400     MOVE ZERO TO WS-HIST-FOUND-X.
046500     PERFORM 2250-MATCH-HISTORY THRU 2250-EXIT
046600         VARYING WS-HX FROM 1 BY 1
046700         UNTIL WS-HX > WS-HIST-COUNT
046800            OR WS-HIST-FOUND-X > ZERO.
046900     IF WS-HIST-FOUND-X = ZERO
047000         IF WS-HIST-COUNT = 500
047100             MOVE "PAYHIST EXCEEDS EMPLOYEE TABLE LIMIT"
047200                             TO WS-ABEND-MSG
047300             SET WS-ABEND-FLAG TO TRUE
047400             GO TO MAIN-LOGIC-EXIT
047500         END-IF
047600         ADD 1 TO WS-HIST-COUNT
047700         MOVE WS-HIST-COUNT TO WS-HIST-FOUND-X
047800         MOVE PH-EMP-NUMBER TO WS-HTB-EMP-NO (WS-HIST-FOUND-X)
047900         MOVE ZERO TO WS-HTB-PAYS (WS-HIST-FOUND-X)
048000                      WS-HTB-GROSS (WS-HIST-FOUND-X)
048100                      WS-HTB-FED (WS-HIST-FOUND-X)
048200                      WS-HTB-FICA (WS-HIST-FOUND-X)
048300                      WS-HTB-ELECT (WS-HIST-FOUND-X)
048400                      WS-HTB-DEDUCT (WS-HIST-FOUND-X)
048500                      WS-HTB-NET (WS-HIST-FOUND-X)
048600         MOVE "N" TO WS-HTB-MATCHED-SW (WS-HIST-FOUND-X)
048700     END-IF.
048800     MOVE PH-EMP-NAME     TO WS-HTB-EMP-NAME (WS-HIST-FOUND-X).
048900     ADD 1                TO WS-HTB-PAYS (WS-HIST-FOUND-X).
049000     ADD PH-GROSS         TO WS-HTB-GROSS (WS-HIST-FOUND-X).
049100     ADD PH-FED-TAX       TO WS-HTB-FED (WS-HIST-FOUND-X).
049200     ADD PH-FICA-TAX      TO WS-HTB-FICA (WS-HIST-FOUND-X).
049300     ADD PH-RET-DEDUCT PH-INS-DEDUCT PH-SAV-DEDUCT
049400         PH-UNI-DEDUCT PH-OTHER-DEDUCT
049500                          TO WS-HTB-ELECT (WS-HIST-FOUND-X).
049600     ADD PH-TOTAL-DEDUCT  TO WS-HTB-DEDUCT (WS-HIST-FOUND-X).
049700     ADD PH-NET           TO WS-HTB-NET (WS-HIST-FOUND-X).
049800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
049900 2200-EXIT.
050000     EXIT.
050100*
050200 2250-MATCH-HISTORY.
050300     IF WS-HTB-EMP-NO (WS-HX) = PH-EMP-NUMBER
050400         MOVE WS-HX TO WS-HIST-FOUND-X
050500     END-IF.
050600 2250-EXIT.
050700     EXIT.
050800*
050900*-----------------------------------------------------*
051000* 3000-PROVE-EMPLOYEES -- PASS THE MASTER IN EMPLOYEE  *
051100*     NUMBER ORDER.  AN EMPLOYEE WITH HISTORY IN THE   *
051200*     QUARTER, OR WHOSE YTD MOVED WITHOUT ANY, GETS A  *
051300*     SUMMARY LINE.  THE QUARTER'S GROSS, DEDUCTIONS,  *
051400*     AND NET MUST EACH EQUAL THE MOVE IN THE MATCHING *
051500*     YTD FIELD SINCE THE BASE; IF ANY DOES NOT, THE   *
051600*     LINE IS FLAGGED AND THE MOVE PRINTS UNDER IT.    *
051700*-----------------------------------------------------*
051800 3000-PROVE-EMPLOYEES.
051900     OPEN INPUT EMPLOYEE-MASTER.
052000     IF WS-EMP-STATUS = "35"
052100         MOVE "EMPLOYEE MASTER EMPMAST NOT FOUND"
052200                         TO WS-ABEND-MSG
052300         SET WS-ABEND-FLAG TO TRUE
052400         GO TO MAIN-LOGIC-EXIT
052500     END-IF.
052600     IF WS-EMP-STATUS NOT = "00"
052700         MOVE "UNABLE TO OPEN EMPMAST, STATUS "
052800                         TO WS-ABEND-MSG
052900         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
053000         SET WS-ABEND-FLAG TO TRUE
053100         GO TO MAIN-LOGIC-EXIT
053200     END-IF.
053300     SET WS-EMP-OPEN TO TRUE.
053400     PERFORM 3900-READ-EMPLOYEE THRU 3900-EXIT.
053500     PERFORM 3100-PROVE-ONE-EMPLOYEE THRU 3100-EXIT
053600         UNTIL WS-EMP-EOF.
053700     CLOSE EMPLOYEE-MASTER.
053800     MOVE "N" TO WS-EMP-OPEN-SW.
053900 3000-EXIT.
054000     EXIT.
054100*
054200 3100-PROVE-ONE-EMPLOYEE.
054300     MOVE ZERO TO WS-HIST-FOUND-X WS-BASE-FOUND-X.
054400     MOVE EMP-NUMBER TO PH-EMP-NUMBER.
054500     PERFORM 2250-MATCH-HISTORY THRU 2250-EXIT
054600         VARYING WS-HX FROM 1 BY 1
054700         UNTIL WS-HX > WS-HIST-COUNT
054800            OR WS-HIST-FOUND-X > ZERO.
054900     PERFORM 3150-MATCH-BASE THRU 3150-EXIT
055000         VARYING WS-BX FROM 1 BY 1
055100         UNTIL WS-BX > WS-BASE-COUNT
055200            OR WS-BASE-FOUND-X > ZERO.
055300     MOVE EMP-YTD-GROSS      TO WS-CHG-GROSS.
055400     MOVE EMP-YTD-DEDUCTIONS TO WS-CHG-DEDUCT.
055500     MOVE EMP-YTD-NET        TO WS-CHG-NET.
055600     IF WS-BASE-FOUND-X > ZERO
055700         SUBTRACT WS-BAS-GROSS (WS-BASE-FOUND-X)
055800                             FROM WS-CHG-GROSS
055900         SUBTRACT WS-BAS-DEDUCT (WS-BASE-FOUND-X)
056000                             FROM WS-CHG-DEDUCT
056100         SUBTRACT WS-BAS-NET (WS-BASE-FOUND-X)
056200                             FROM WS-CHG-NET
056300     END-IF.
056400     IF WS-HIST-FOUND-X = ZERO
056500         IF WS-NO-BASE
056600            OR (WS-CHG-GROSS = ZERO AND WS-CHG-DEDUCT = ZERO
056700                AND WS-CHG-NET = ZERO)
056800             PERFORM 3900-READ-EMPLOYEE THRU 3900-EXIT
056900             GO TO 3100-EXIT
057000         END-IF
057100     END-IF.
057200     MOVE "N" TO WS-MISMATCH-SW.
057300     MOVE EMP-NUMBER TO RDL-EMP-NO.
057400     MOVE EMP-NAME   TO RDL-EMP-NAME.
057500     MOVE SPACES     TO RDL-FLAG.
057600     IF WS-HIST-FOUND-X = ZERO
057700         MOVE ZERO TO RDL-PAYS RDL-GROSS RDL-FED RDL-FICA
057800                      RDL-ELECT RDL-NET
057900         SET WS-EMP-MISMATCH TO TRUE
058000     ELSE
058100         MOVE "Y" TO WS-HTB-MATCHED-SW (WS-HIST-FOUND-X)
058200         PERFORM 3200-MOVE-HISTORY-LINE THRU 3200-EXIT
058300         IF NOT WS-NO-BASE
058400            AND (WS-HTB-GROSS (WS-HIST-FOUND-X)
058500                                    NOT = WS-CHG-GROSS
058600             OR WS-HTB-DEDUCT (WS-HIST-FOUND-X)
058700                                    NOT = WS-CHG-DEDUCT
058800             OR WS-HTB-NET (WS-HIST-FOUND-X)
058900                                    NOT = WS-CHG-NET)
059000             SET WS-EMP-MISMATCH TO TRUE
059100         END-IF
059200     END-IF.
059300     IF WS-EMP-MISMATCH
059400         MOVE "*YTD MISMATCH*" TO RDL-FLAG
059500         ADD 1 TO WS-MISMATCH-COUNT
059600     END-IF.
059700     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
059800         AFTER ADVANCING 1 LINE.
059900     IF WS-EMP-MISMATCH
060000         MOVE WS-CHG-GROSS  TO RPL-GROSS
060100         MOVE WS-CHG-DEDUCT TO RPL-DEDUCT
060200         MOVE WS-CHG-NET    TO RPL-NET
060300         WRITE RPT-PRINT-LINE FROM WS-RPT-PROOF-LINE
060400             AFTER ADVANCING 1 LINE
060500     END-IF.
060600     ADD 1 TO WS-EMP-LISTED.
060700     PERFORM 3900-READ-EMPLOYEE THRU 3900-EXIT.
060800 3100-EXIT.
060900     EXIT.
061000*
061100 3150-MATCH-BASE.
061200     IF WS-BAS-EMP-NO (WS-BX) = EMP-NUMBER
061300         MOVE WS-BX TO WS-BASE-FOUND-X
061400     END-IF.
061500 3150-EXIT.
061600     EXIT.
061700*
061800*    THE QUARTER'S FIGURES FOR ONE TABLE ENTRY ONTO THE
061900*    DETAIL LINE AND INTO THE REPORT TOTALS.
062000 3200-MOVE-HISTORY-LINE.
062100     MOVE WS-HTB-PAYS (WS-HIST-FOUND-X)  TO RDL-PAYS.
062200     MOVE WS-HTB-GROSS (WS-HIST-FOUND-X) TO RDL-GROSS.
062300     MOVE WS-HTB-FED (WS-HIST-FOUND-X)   TO RDL-FED.
062400     MOVE WS-HTB-FICA (WS-HIST-FOUND-X)  TO RDL-FICA.
062500     MOVE WS-HTB-ELECT (WS-HIST-FOUND-X) TO RDL-ELECT.
062600     MOVE WS-HTB-NET (WS-HIST-FOUND-X)   TO RDL-NET.
062700     ADD WS-HTB-PAYS (WS-HIST-FOUND-X)   TO WS-TOT-PAYS.
062800     ADD WS-HTB-GROSS (WS-HIST-FOUND-X)  TO WS-TOT-GROSS.
062900     ADD WS-HTB-FED (WS-HIST-FOUND-X)    TO WS-TOT-FED.
063000     ADD WS-HTB-FICA (WS-HIST-FOUND-X)   TO WS-TOT-FICA.
063100     ADD WS-HTB-ELECT (WS-HIST-FOUND-X)  TO WS-TOT-ELECT.
063200     ADD WS-HTB-NET (WS-HIST-FOUND-X)    TO WS-TOT-NET.
063300 3200-EXIT.
063400     EXIT.
063500*
063600*-----------------------------------------------------*
063700* 3500-UNMATCHED-HISTORY -- HISTORY FOR AN EMPLOYEE    *
063800*     NUMBER THE MASTER NO LONGER HAS.  THE PAY STILL  *
063900*     COUNTS IN THE QUARTER'S TOTALS, BUT NOTHING ON   *
064000*     THE MASTER CAN PROVE IT, SO IT IS FLAGGED.       *
064100*-----------------------------------------------------*
064200 3500-UNMATCHED-HISTORY.
064300     PERFORM 3550-UNMATCHED-ONE THRU 3550-EXIT
064400         VARYING WS-HX FROM 1 BY 1
064500         UNTIL WS-HX > WS-HIST-COUNT.
064600 3500-EXIT.
064700     EXIT.
064800*
064900 3550-UNMATCHED-ONE.
065000     IF WS-HTB-MATCHED-SW (WS-HX) = "Y"
065100         GO TO 3550-EXIT
065200     END-IF.
065300     MOVE WS-HX TO WS-HIST-FOUND-X.
065400     MOVE WS-HTB-EMP-NO (WS-HX)   TO RDL-EMP-NO.
065500     MOVE WS-HTB-EMP-NAME (WS-HX) TO RDL-EMP-NAME.
065600     PERFORM 3200-MOVE-HISTORY-LINE THRU 3200-EXIT.
065700     MOVE "*NOT ON EMPMAST*" TO RDL-FLAG.
065800     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
065900         AFTER ADVANCING 1 LINE.
066000     ADD 1 TO WS-EMP-LISTED.
066100     ADD 1 TO WS-MISMATCH-COUNT.
066200 3550-EXIT.
066300     EXIT.
066400*
066500 3900-READ-EMPLOYEE.
066600     READ EMPLOYEE-MASTER NEXT
066700         AT END
066800             SET WS-EMP-EOF TO TRUE
066900     END-READ.
067000     IF NOT WS-EMP-EOF AND WS-EMP-STATUS NOT = "00"
067100         MOVE "UNABLE TO READ EMPMAST, STATUS "
067200                         TO WS-ABEND-MSG
067300         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
067400         SET WS-ABEND-FLAG TO TRUE
067500         GO TO MAIN-LOGIC-EXIT
067600     END-IF.
067700 3900-EXIT.
067800     EXIT.
067900*
068000*-----------------------------------------------------*
068100* 4000-PRINT-TOTALS -- THE QUARTER'S TOTALS FOR THE    *
068200*     FILING, THEN THE COUNTS AND ANY NOTE ON THE      *
068300*     PROOF.                                           *
068400*-----------------------------------------------------*
068500 4000-PRINT-TOTALS.
068600     MOVE SPACES             TO RDL-EMP-NO.
068700     MOVE "QUARTER TOTAL"    TO RDL-EMP-NAME.
068800     MOVE WS-TOT-PAYS        TO RDL-PAYS.
068900     MOVE WS-TOT-GROSS       TO RDL-GROSS.
069000     MOVE WS-TOT-FED         TO RDL-FED.
069100     MOVE WS-TOT-FICA        TO RDL-FICA.
069200     MOVE WS-TOT-ELECT       TO RDL-ELECT.
069300     MOVE WS-TOT-NET         TO RDL-NET.
069400     MOVE SPACES             TO RDL-FLAG.
069500     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
069600         AFTER ADVANCING 2 LINES.
069700     MOVE "EMPLOYEES LISTED"       TO SUM-LABEL.
069800     MOVE WS-EMP-LISTED            TO SUM-COUNT.
069900     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
070000         AFTER ADVANCING 2 LINES.
070100     MOVE "PAY HISTORY RECORDS USED" TO SUM-LABEL.
070200     MOVE WS-HIST-USED             TO SUM-COUNT.
070300     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
070400         AFTER ADVANCING 1 LINE.
070500     MOVE "EMPLOYEES FLAGGED"      TO SUM-LABEL.
070600     MOVE WS-MISMATCH-COUNT        TO SUM-COUNT.
070700     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
070800         AFTER ADVANCING 1 LINE.
070900     IF WS-NO-BASE
071000         MOVE "NO QTRYTD BASE FROM THE PRIOR QUARTER - NOT PROVED"
071100                         TO RNL-TEXT
071200         WRITE RPT-PRINT-LINE FROM WS-RPT-NOTE-LINE
071300             AFTER ADVANCING 2 LINES
071400     END-IF.
071500 4000-EXIT.
071600     EXIT.
071700*
071800*-----------------------------------------------------*
071900* 5000-SAVE-BASE -- REWRITE QTRYTD WITH EVERY          *
072000*     EMPLOYEE'S YTD FIGURES AS THEY STAND NOW,        *
072100*     STAMPED WITH THIS QUARTER, AS THE BASE FOR THE   *
072200*     NEXT QUARTER'S PROOF.                            *
072300*-----------------------------------------------------*
072400 5000-SAVE-BASE.
072500     OPEN INPUT EMPLOYEE-MASTER.
072600     IF WS-EMP-STATUS NOT = "00"
072700         MOVE "UNABLE TO REOPEN EMPMAST, STATUS "
072800                         TO WS-ABEND-MSG
072900         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (34:2)
073000         SET WS-ABEND-FLAG TO TRUE
073100         GO TO MAIN-LOGIC-EXIT
073200     END-IF.
073300     SET WS-EMP-OPEN TO TRUE.
073400     OPEN OUTPUT QTR-BASE-FILE.
073500     IF WS-QB-STATUS NOT = "00"
073600         MOVE "UNABLE TO REWRITE QTRYTD, STATUS "
073700                         TO WS-ABEND-MSG
073800         MOVE WS-QB-STATUS TO WS-ABEND-MSG (34:2)
073900         SET WS-ABEND-FLAG TO TRUE
074000         GO TO MAIN-LOGIC-EXIT
074100     END-IF.
074200     MOVE "N" TO WS-EMP-EOF-SW.
074300     PERFORM 3900-READ-EMPLOYEE THRU 3900-EXIT.
074400     PERFORM 5100-BASE-ONE-EMPLOYEE THRU 5100-EXIT
074500         UNTIL WS-EMP-EOF.
074600     CLOSE QTR-BASE-FILE.
074700     CLOSE EMPLOYEE-MASTER.
074800     MOVE "N" TO WS-EMP-OPEN-SW.
074900 5000-EXIT.
075000     EXIT.
075100*
075200 5100-BASE-ONE-EMPLOYEE.
075300     MOVE SPACES TO QB-RECORD.
075400     MOVE EMP-NUMBER         TO QB-EMP-NUMBER.
075500     MOVE WS-QTR-YEAR        TO QB-YEAR.
075600     MOVE WS-QTR-NO          TO QB-QUARTER.
075700     MOVE EMP-YTD-GROSS      TO QB-YTD-GROSS.
075800     MOVE EMP-YTD-DEDUCTIONS TO QB-YTD-DEDUCTIONS.
075900     MOVE EMP-YTD-NET        TO QB-YTD-NET.
076000     WRITE QB-RECORD.
076100     IF WS-QB-STATUS NOT = "00"
076200         MOVE "UNABLE TO WRITE QTRYTD, STATUS "
076300                         TO WS-ABEND-MSG
076400         MOVE WS-QB-STATUS TO WS-ABEND-MSG (32:2)
076500         SET WS-ABEND-FLAG TO TRUE
076600         GO TO MAIN-LOGIC-EXIT
076700     END-IF.
076800     ADD 1 TO WS-BASE-WRITTEN.
076900     PERFORM 3900-READ-EMPLOYEE THRU 3900-EXIT.
077000 5100-EXIT.
077100     EXIT.
077200*
077300*-----------------------------------------------------*
077400* 6000-REPORT-RESULTS -- THE OUTCOME FOR THE JOB LOG.  *
077500*-----------------------------------------------------*
077600 6000-REPORT-RESULTS.
077700     MOVE WS-EMP-LISTED TO WS-COUNT-EDITED.
077800     DISPLAY "QTRTAX: QUARTER " WS-QTR-NO " OF " WS-QTR-YEAR
077900             " SUMMARIZED - " WS-COUNT-EDITED " EMPLOYEES".
078000     MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDITED.
078100     DISPLAY "QTRTAX: " WS-COUNT-EDITED
078200             " EMPLOYEE(S) FLAGGED - HISTORY DOES NOT MATCH YTD".
078300     IF WS-NO-BASE
078400         DISPLAY "QTRTAX: NO PRIOR QUARTER BASE - YTD PROOF "
078500                 "NOT POSSIBLE THIS QUARTER"
078600     END-IF.
078700 6000-EXIT.
078800     EXIT.
