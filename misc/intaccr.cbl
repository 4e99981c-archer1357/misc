000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTACCR.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- MONTH-END INTEREST   *
001200*              AND SERVICE CHARGES.  FOR THE MONTH     *
001300*              JUST CLOSED, READS EVERY ACCTMAST       *
001400*              ACCOUNT AGAINST THE RATECTL RECORD IN   *
001500*              EFFECT AND WRITES AN INTEREST CREDIT    *
001600*              AND A MAINTENANCE FEE DEBIT ONTO        *
001700*              TRANFILE IN THE NORMAL TRANREC LAYOUT,  *
001800*              SO THE NIGHT'S TRANPOST POSTS THEM TO   *
001900*              THE MASTER, TRANHIST AND THE GL FEED    *
002000*              AND STMTGEN PRINTS THEM ON THE CLOSING  *
002100*              STATEMENT.  CLOSED ACCOUNTS ARE PASSED  *
002200*              OVER; FROZEN ONES EARN AND PAY AS THE   *
002300*              RATECTL FLAGS SAY.  EVERY ITEM LISTS ON *
002400*              THE ACCRRPT REGISTER.  THE ACCRCTL      *
002500*              CONTROL FILE RECORDS EACH MONTH DONE SO *
002600*              A RERUN CANNOT CREDIT A MONTH TWICE.    *
002700*-----------------------------------------------------*
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. RM-COBOL.
003200 OBJECT-COMPUTER. RM-COBOL.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS ACCT-NUMBER
003900         FILE STATUS IS WS-ACCT-STATUS.
004000     SELECT RATE-CONTROL-FILE ASSIGN TO "RATECTL"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE IS SEQUENTIAL
004300         FILE STATUS IS WS-RATE-STATUS.
004400     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-TRAN-STATUS.
004800     SELECT REGISTER-FILE ASSIGN TO "ACCRRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-RPT-STATUS.
005200     SELECT ACCR-CONTROL-FILE ASSIGN TO "ACCRCTL"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-ACC-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ACCOUNT-MASTER
006000     LABEL RECORDS ARE STANDARD.
006100     COPY ACCTREC.
006200*
006300 FD  RATE-CONTROL-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY RATEREC.
006600*
006700 FD  TRANSACTION-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY TRANREC.
007000*
007100 FD  REGISTER-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  RPT-PRINT-LINE              PIC X(132).
007400*
007500 FD  ACCR-CONTROL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  ACC-RECORD.
007800     05  ACC-YYYYMM              PIC 9(06).
007900     05  ACC-RUN-DATE            PIC 9(08).
008000     05  FILLER                  PIC X(66).
008100*
008200 WORKING-STORAGE SECTION.
008300*
008400 77  WS-ACCT-STATUS          PIC X(02)   VALUE "00".
008500 77  WS-RATE-STATUS          PIC X(02)   VALUE "00".
008600 77  WS-TRAN-STATUS          PIC X(02)   VALUE "00".
008700 77  WS-RPT-STATUS           PIC X(02)   VALUE "00".
008800 77  WS-ACC-STATUS           PIC X(02)   VALUE "00".
008900 77  WS-ACCT-EOF-SW          PIC X(01)   VALUE "N".
009000     88  WS-ACCT-EOF                 VALUE "Y".
009100 77  WS-RATE-EOF-SW          PIC X(01)   VALUE "N".
009200     88  WS-RATE-EOF                 VALUE "Y".
009300 77  WS-ACC-EOF-SW           PIC X(01)   VALUE "N".
009400     88  WS-ACC-EOF                  VALUE "Y".
009500 77  WS-ACCT-OPEN-SW         PIC X(01)   VALUE "N".
009600     88  WS-ACCT-OPEN                VALUE "Y".
009700 77  WS-TRAN-OPEN-SW         PIC X(01)   VALUE "N".
009800     88  WS-TRAN-OPEN                VALUE "Y".
009900 77  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
010000     88  WS-RPT-OPEN                 VALUE "Y".
010100 77  WS-RATE-FOUND-SW        PIC X(01)   VALUE "N".
010200     88  WS-RATE-FOUND               VALUE "Y".
010300 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
010400     88  WS-ABEND-FLAG               VALUE "Y".
010500 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
010600 77  WS-HELD-SW              PIC X(01)   VALUE "N".
010700     88  WS-RUN-REFUSED              VALUE "Y".
010800 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
010900 77  WS-CURR-YYYYMM          PIC 9(06)   VALUE ZERO.
011000 77  WS-ACCR-END-DATE        PIC 9(08)   VALUE ZERO.
011100 77  WS-MONTH-DAYS           PIC 9(02)   VALUE ZERO.
011200 77  WS-LEAP-QUOTIENT        PIC 9(04)   COMP VALUE ZERO.
011300 77  WS-LEAP-REM-4           PIC 9(03)   COMP VALUE ZERO.
011400 77  WS-LEAP-REM-100         PIC 9(03)   COMP VALUE ZERO.
011500 77  WS-LEAP-REM-400         PIC 9(03)   COMP VALUE ZERO.
011600 77  WS-INT-REFERENCE        PIC X(12)   VALUE SPACES.
011700 77  WS-SVC-REFERENCE        PIC X(12)   VALUE SPACES.
011800 77  WS-ACCT-READ            PIC 9(05)   COMP VALUE ZERO.
011900 77  WS-CLOSED-COUNT         PIC 9(05)   COMP VALUE ZERO.
012000 77  WS-FROZEN-COUNT         PIC 9(05)   COMP VALUE ZERO.
012100 77  WS-INT-COUNT            PIC 9(05)   COMP VALUE ZERO.
012200 77  WS-FEE-COUNT            PIC 9(05)   COMP VALUE ZERO.
012300 77  WS-WAIVED-COUNT         PIC 9(05)   COMP VALUE ZERO.
012400 77  WS-INT-TOTAL            PIC 9(11)V99 VALUE ZERO.
012500 77  WS-FEE-TOTAL            PIC 9(11)V99 VALUE ZERO.
012600 77  WS-INTEREST             PIC 9(09)V99 VALUE ZERO.
012700 77  WS-FEE                  PIC 9(09)V99 VALUE ZERO.
012800 77  WS-COUNT-EDITED         PIC ZZ,ZZ9.
012900 77  WS-MONEY-EDITED         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013000*
013100* THE RATECTL RECORD IN EFFECT FOR THE MONTH BEING
013200* ACCRUED -- THE LATEST EFFECTIVE DATE NOT AFTER THE
013300* LAST DAY OF THAT MONTH.
013400*
013500 01  WS-RATE-IN-USE.
013600     05  WS-USE-EFF-DATE     PIC 9(08)   VALUE ZERO.
013700     05  WS-USE-ANNUAL-RATE  PIC V9(04)  VALUE ZERO.
013800     05  WS-USE-MIN-BALANCE  PIC 9(07)V99 VALUE ZERO.
013900     05  WS-USE-MAINT-FEE    PIC 9(03)V99 VALUE ZERO.
014000     05  WS-USE-WAIVE-BALANCE
014100                             PIC 9(07)V99 VALUE ZERO.
014200     05  WS-USE-FROZEN-INT   PIC X(01)   VALUE "N".
014300         88  WS-FROZEN-EARNS         VALUE "Y".
014400     05  WS-USE-FROZEN-FEE   PIC X(01)   VALUE "N".
014500         88  WS-FROZEN-PAYS-FEE      VALUE "Y".
014600*
014700 01  WS-ACCR-MONTH-AREA.
014800     05  WS-ACCR-YYYYMM      PIC 9(06)   VALUE ZERO.
014900     05  WS-ACCR-PARTS REDEFINES WS-ACCR-YYYYMM.
015000         10  WS-ACCR-YYYY    PIC 9(04).
015100         10  WS-ACCR-MM      PIC 9(02).
015200*
015300 01  WS-MONTH-DAYS-LIST.
015400     05  FILLER              PIC X(24)
015500             VALUE "312831303130313130313031".
015600 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
015700     05  WS-MONTH-DAYS-ENTRY PIC 9(02)   OCCURS 12 TIMES.
015800*
015900 01  WS-RPT-HEADING.
016000     05  FILLER              PIC X(40)
016100             VALUE "MONTH-END INTEREST AND SERVICE CHARGES".
016200     05  FILLER              PIC X(10)   VALUE "FOR MONTH ".
016300     05  RHD-YYYYMM          PIC 9(06).
016400     05  FILLER              PIC X(12)   VALUE "   POSTED AS".
016500     05  FILLER              PIC X(04)   VALUE " OF ".
016600     05  RHD-END-DATE        PIC 9(08).
016700     05  FILLER              PIC X(52)   VALUE SPACES.
016800*
016900 01  WS-RPT-RATE-LINE.
017000     05  FILLER              PIC X(18)
017100             VALUE "RATECTL EFFECTIVE ".
017200     05  RRL-EFF-DATE        PIC 9(08).
017300     05  FILLER              PIC X(13)   VALUE "  ANNUAL RATE".
017400     05  RRL-RATE            PIC ZZ9.99.
017500     05  FILLER              PIC X(16)
017600             VALUE "%  MIN BALANCE  ".
017700     05  RRL-MIN-BALANCE     PIC Z,ZZZ,ZZ9.99.
017800     05  FILLER              PIC X(07)   VALUE "  FEE  ".
017900     05  RRL-FEE             PIC ZZ9.99.
018000     05  FILLER              PIC X(14)   VALUE "  WAIVED AT   ".
018100     05  RRL-WAIVE-BALANCE   PIC Z,ZZZ,ZZ9.99.
018200     05  FILLER              PIC X(17)
018300             VALUE "  FROZEN EARN/PAY".
018400     05  RRL-FROZEN-INT      PIC X(01).
018500     05  FILLER              PIC X(01)   VALUE "/".
018600     05  RRL-FROZEN-FEE      PIC X(01).
018700*
018800 01  WS-RPT-COLUMN-LINE.
018900     05  FILLER              PIC X(41)   VALUE "ACCOUNT   NAME".
019000     05  FILLER              PIC X(35)
019100             VALUE "ST         BALANCE      INTEREST".
019200     05  FILLER              PIC X(56)
019300             VALUE " SERVICE FEE   NOTE".
019400*
019500 01  WS-RPT-DETAIL-LINE.
019600     05  RDL-ACCT-NUMBER     PIC 9(08).
019700     05  FILLER              PIC X(02)   VALUE SPACES.
019800     05  RDL-ACCT-NAME       PIC X(30).
019900     05  FILLER              PIC X(01)   VALUE SPACES.
020000     05  RDL-STATUS          PIC X(01).
020100     05  FILLER              PIC X(02)   VALUE SPACES.
020200     05  RDL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
020300     05  FILLER              PIC X(02)   VALUE SPACES.
020400     05  RDL-INTEREST        PIC ZZ,ZZZ,ZZ9.99.
020500     05  FILLER              PIC X(02)   VALUE SPACES.
020600     05  RDL-FEE             PIC ZZ,ZZZ,ZZ9.99.
020700     05  FILLER              PIC X(02)   VALUE SPACES.
020800     05  RDL-NOTE            PIC X(30).
020900     05  FILLER              PIC X(11)   VALUE SPACES.
021000*
021100 01  WS-SUM-COUNT-LINE.
021200     05  SUM-LABEL           PIC X(24).
021300     05  SUM-COUNT           PIC ZZ,ZZ9.
021400     05  FILLER              PIC X(102)  VALUE SPACES.
021500*
021600 01  WS-SUM-MONEY-LINE.
021700     05  SMY-LABEL           PIC X(24).
021800     05  SMY-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
021900     05  FILLER              PIC X(90)   VALUE SPACES.
022000*
022100 PROCEDURE DIVISION.
022200*
022300 MAIN-LOGIC SECTION.
022400 BEGIN.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     IF WS-RUN-REFUSED
022700         GO TO MAIN-LOGIC-EXIT
022800     END-IF.
022900     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
023000     PERFORM 2000-ACCRUAL-PASS THRU 2000-EXIT.
023100     PERFORM 2950-MARK-MONTH-DONE THRU 2950-EXIT.
023200     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
023300     GO TO MAIN-LOGIC-EXIT.
023400 MAIN-LOGIC-EXIT.
023500     IF WS-ACCT-OPEN
023600         CLOSE ACCOUNT-MASTER
023700         MOVE "N" TO WS-ACCT-OPEN-SW
023800     END-IF.
023900     IF WS-TRAN-OPEN
024000         CLOSE TRANSACTION-FILE
024100         MOVE "N" TO WS-TRAN-OPEN-SW
024200     END-IF.
024300     IF WS-RPT-OPEN
024400         CLOSE REGISTER-FILE
024500         MOVE "N" TO WS-RPT-OPEN-SW
024600     END-IF.
024700     IF WS-ABEND-FLAG
024800         DISPLAY "INTACCR ABEND - " WS-ABEND-MSG
024900         MOVE 16 TO RETURN-CODE
025000     ELSE
025100         IF WS-RUN-REFUSED
025200             MOVE 4 TO RETURN-CODE
025300         ELSE
025400             MOVE ZERO TO RETURN-CODE
025500         END-IF
025600     END-IF.
025700     STOP RUN RETURNING RETURN-CODE.
025800*
025900*-----------------------------------------------------*
026000* 1000-INITIALIZE -- WORK OUT THE ACCRUAL MONTH (THE   *
026100*     MONTH JUST CLOSED) AND ITS LAST DAY, WHICH THE   *
026200*     ITEMS ARE DATED SO STMTGEN PRINTS THEM ON THAT   *
026300*     MONTH'S STATEMENT.  A MONTH ALREADY ON ACCRCTL,  *
026400*     OR NO RATECTL RECORD IN EFFECT, REFUSES THE RUN  *
026500*     WITH NOTHING WRITTEN -- RC 4, A WARNING, SO THE  *
026600*     NIGHT'S POSTING STILL GOES AHEAD.                *
026700*-----------------------------------------------------*
026800 1000-INITIALIZE.
026900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027000     COMPUTE WS-CURR-YYYYMM = WS-RUN-DATE / 100.
027100     IF WS-CURR-YYYYMM (5:2) = "01"
027200         COMPUTE WS-ACCR-YYYYMM = WS-CURR-YYYYMM - 89
027300     ELSE
027400         COMPUTE WS-ACCR-YYYYMM = WS-CURR-YYYYMM - 1
027500     END-IF.
027600     PERFORM 1100-FIND-MONTH-END THRU 1100-EXIT.
027700     MOVE SPACES TO WS-INT-REFERENCE WS-SVC-REFERENCE.
027800     STRING "INT " WS-ACCR-YYYYMM
027900         DELIMITED BY SIZE INTO WS-INT-REFERENCE.
028000     STRING "SVC " WS-ACCR-YYYYMM
028100         DELIMITED BY SIZE INTO WS-SVC-REFERENCE.
028200     DISPLAY "INTACCR: INTEREST AND CHARGES FOR MONTH "
028300             WS-ACCR-YYYYMM.
028400     PERFORM 1200-CHECK-ALREADY-DONE THRU 1200-EXIT.
028500     IF WS-RUN-REFUSED
028600         GO TO 1000-EXIT
028700     END-IF.
028800     PERFORM 1300-LOAD-RATE THRU 1300-EXIT.
028900     IF NOT WS-RATE-FOUND
029000         DISPLAY "INTACCR: NO RATECTL RECORD IN EFFECT FOR "
029100                 WS-ACCR-YYYYMM " - NOTHING ACCRUED"
029200         SET WS-RUN-REFUSED TO TRUE
029300     END-IF.
029400 1000-EXIT.
029500     EXIT.
029600*
029700*-----------------------------------------------------*
029800* 1100-FIND-MONTH-END -- LAST CALENDAR DAY OF THE      *
029900*     ACCRUAL MONTH.  FEBRUARY HAS 29 DAYS IN A YEAR   *
030000*     DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT        *
030100*     DIVISIBLE BY 400.                                *
030200*-----------------------------------------------------*
030300 1100-FIND-MONTH-END.
030400     MOVE WS-MONTH-DAYS-ENTRY (WS-ACCR-MM) TO WS-MONTH-DAYS.
030500     IF WS-ACCR-MM = 2
030600         DIVIDE WS-ACCR-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
030700             REMAINDER WS-LEAP-REM-4
030800         DIVIDE WS-ACCR-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
030900             REMAINDER WS-LEAP-REM-100
031000         DIVIDE WS-ACCR-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
031100             REMAINDER WS-LEAP-REM-400
031200         IF WS-LEAP-REM-4 = ZERO
031300          AND (WS-LEAP-REM-100 NOT = ZERO
031400               OR WS-LEAP-REM-400 = ZERO)
031500             MOVE 29 TO WS-MONTH-DAYS
031600         END-IF
031700     END-IF.
031800     COMPUTE WS-ACCR-END-DATE =
031900         (WS-ACCR-YYYYMM * 100) + WS-MONTH-DAYS.
032000 1100-EXIT.
032100     EXIT.
032200*
032300*-----------------------------------------------------*
032400* 1200-CHECK-ALREADY-DONE -- THE ACCRCTL CONTROL FILE  *
032500*     LISTS EVERY MONTH ALREADY ACCRUED.  FINDING THIS *
032600*     RUN'S MONTH THERE REFUSES THE RUN -- THE MONTH'S *
032700*     INTEREST HAS ALREADY GONE TO TRANFILE AND A      *
032800*     SECOND PASS WOULD CREDIT IT TWICE.               *
032900*-----------------------------------------------------*
033000 1200-CHECK-ALREADY-DONE.
033100     OPEN INPUT ACCR-CONTROL-FILE.
033200     IF WS-ACC-STATUS = "35"
033300         GO TO 1200-EXIT
033400     END-IF.
033500     IF WS-ACC-STATUS NOT = "00"
033600         MOVE "UNABLE TO OPEN ACCRCTL, STATUS "
033700                         TO WS-ABEND-MSG
033800         MOVE WS-ACC-STATUS TO WS-ABEND-MSG (32:2)
033900         SET WS-ABEND-FLAG TO TRUE
034000         GO TO MAIN-LOGIC-EXIT
034100     END-IF.
034200     PERFORM 1210-READ-ACCR-CONTROL THRU 1210-EXIT.
034300     PERFORM 1220-TEST-DONE-MONTH THRU 1220-EXIT
034400         UNTIL WS-ACC-EOF OR WS-RUN-REFUSED.
034500     CLOSE ACCR-CONTROL-FILE.
034600     IF WS-RUN-REFUSED
034700         DISPLAY "INTACCR: MONTH " WS-ACCR-YYYYMM
034800                 " ALREADY ACCRUED - RUN REFUSED"
034900     END-IF.
035000 1200-EXIT.
035100     EXIT.
035200*
035300 1210-READ-ACCR-CONTROL.
035400     READ ACCR-CONTROL-FILE
035500         AT END
035600             SET WS-ACC-EOF TO TRUE
035700     END-READ.
035800 1210-EXIT.
035900     EXIT.
036000*
036100 1220-TEST-DONE-MONTH.
036200     IF ACC-YYYYMM = WS-ACCR-YYYYMM
036300         SET WS-RUN-REFUSED TO TRUE
036400         GO TO 1220-EXIT
036500     END-IF.
036600     PERFORM 1210-READ-ACCR-CONTROL THRU 1210-EXIT.
036700 1220-EXIT.
036800     EXIT.
036900*
037000*-----------------------------------------------------*
037100* 1300-LOAD-RATE -- PICK THE RATECTL RECORD IN EFFECT  *
037200*     ON THE LAST DAY OF THE ACCRUAL MONTH: THE LATEST *
037300*     EFFECTIVE DATE NOT AFTER IT.  A RATE KEYED WITH  *
037400*     A LATER DATE WAITS FOR ITS OWN MONTH.            *
037500*-----------------------------------------------------*
037600 1300-LOAD-RATE.
037700     OPEN INPUT RATE-CONTROL-FILE.
037800     IF WS-RATE-STATUS = "35"
037900         GO TO 1300-EXIT
038000     END-IF.
038100     IF WS-RATE-STATUS NOT = "00"
038200         MOVE "UNABLE TO OPEN RATECTL, STATUS "
038300                         TO WS-ABEND-MSG
038400         MOVE WS-RATE-STATUS TO WS-ABEND-MSG (32:2)
038500         SET WS-ABEND-FLAG TO TRUE
038600         GO TO MAIN-LOGIC-EXIT
038700     END-IF.
038800     PERFORM 1310-READ-RATE THRU 1310-EXIT.
038900     PERFORM 1320-TEST-ONE-RATE THRU 1320-EXIT
039000         UNTIL WS-RATE-EOF.
039100     CLOSE RATE-CONTROL-FILE.
039200 1300-EXIT.
039300     EXIT.
039400*
039500 1310-READ-RATE.
039600     READ RATE-CONTROL-FILE
039700         AT END
039800             SET WS-RATE-EOF TO TRUE
039900     END-READ.
040000 1310-EXIT.
040100     EXIT.
040200*
040300 1320-TEST-ONE-RATE.
040400     IF RATE-EFF-DATE NUMERIC
040500      AND RATE-EFF-DATE NOT > WS-ACCR-END-DATE
040600      AND (NOT WS-RATE-FOUND
040700           OR RATE-EFF-DATE > WS-USE-EFF-DATE)
040800         MOVE RATE-EFF-DATE          TO WS-USE-EFF-DATE
040900         MOVE RATE-ANNUAL-RATE       TO WS-USE-ANNUAL-RATE
041000         MOVE RATE-MIN-BALANCE       TO WS-USE-MIN-BALANCE
041100         MOVE RATE-MAINT-FEE         TO WS-USE-MAINT-FEE
041200         MOVE RATE-FEE-WAIVE-BALANCE TO WS-USE-WAIVE-BALANCE
041300         MOVE RATE-FROZEN-INTEREST   TO WS-USE-FROZEN-INT
041400         MOVE RATE-FROZEN-FEE        TO WS-USE-FROZEN-FEE
041500         SET WS-RATE-FOUND TO TRUE
041600     END-IF.
041700     PERFORM 1310-READ-RATE THRU 1310-EXIT.
041800 1320-EXIT.
041900     EXIT.
042000*
042100*-----------------------------------------------------*
042200* 1500-OPEN-FILES -- THE MASTER IS ONLY READ; THE      *
042300*     BALANCES MOVE WHEN TRANPOST POSTS THE ITEMS.     *
042400*     TRANFILE IS EXTENDED, NOT REPLACED, SO ANYTHING  *
042500*     ALREADY WAITING FOR THE NIGHT'S POSTING STAYS.   *
042600*-----------------------------------------------------*
042700 1500-OPEN-FILES.
042800     OPEN INPUT ACCOUNT-MASTER.
042900     IF WS-ACCT-STATUS = "35"
043000         MOVE "ACCOUNT MASTER ACCTMAST NOT FOUND"
043100                         TO WS-ABEND-MSG
043200         SET WS-ABEND-FLAG TO TRUE
043300         GO TO MAIN-LOGIC-EXIT
043400     END-IF.
043500     IF WS-ACCT-STATUS NOT = "00"
043600         MOVE "UNABLE TO OPEN ACCTMAST, STATUS "
043700                         TO WS-ABEND-MSG
043800         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
043900         SET WS-ABEND-FLAG TO TRUE
044000         GO TO MAIN-LOGIC-EXIT
044100     END-IF.
044200     SET WS-ACCT-OPEN TO TRUE.
044300     OPEN EXTEND TRANSACTION-FILE.
044400     IF WS-TRAN-STATUS = "05" OR WS-TRAN-STATUS = "35"
044500         CLOSE TRANSACTION-FILE
044600         OPEN OUTPUT TRANSACTION-FILE
044700     END-IF.
044800     IF WS-TRAN-STATUS NOT = "00"
044900         MOVE "UNABLE TO OPEN TRANFILE, STATUS "
045000                         TO WS-ABEND-MSG
045100         MOVE WS-TRAN-STATUS TO WS-ABEND-MSG (33:2)
045200         SET WS-ABEND-FLAG TO TRUE
045300         GO TO MAIN-LOGIC-EXIT
045400     END-IF.
045500     SET WS-TRAN-OPEN TO TRUE.
045600     OPEN OUTPUT REGISTER-FILE.
045700     IF WS-RPT-STATUS NOT = "00"
045800         MOVE "UNABLE TO OPEN ACCRRPT, STATUS "
045900                         TO WS-ABEND-MSG
046000         MOVE WS-RPT-STATUS TO WS-ABEND-MSG (32:2)
046100         SET WS-ABEND-FLAG TO TRUE
046200         GO TO MAIN-LOGIC-EXIT
046300     END-IF.
046400     SET WS-RPT-OPEN TO TRUE.
046500     MOVE WS-ACCR-YYYYMM   TO RHD-YYYYMM.
046600     MOVE WS-ACCR-END-DATE TO RHD-END-DATE.
046700     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING
046800         AFTER ADVANCING PAGE.
046900     MOVE WS-USE-EFF-DATE      TO RRL-EFF-DATE.
047000     COMPUTE RRL-RATE = WS-USE-ANNUAL-RATE * 100.
047100     MOVE WS-USE-MIN-BALANCE   TO RRL-MIN-BALANCE.
047200     MOVE WS-USE-MAINT-FEE     TO RRL-FEE.
047300     MOVE WS-USE-WAIVE-BALANCE TO RRL-WAIVE-BALANCE.
047400     MOVE WS-USE-FROZEN-INT    TO RRL-FROZEN-INT.
047500     MOVE WS-USE-FROZEN-FEE    TO RRL-FROZEN-FEE.
047600     WRITE RPT-PRINT-LINE FROM WS-RPT-RATE-LINE
047700         AFTER ADVANCING 2 LINES.
047800     WRITE RPT-PRINT-LINE FROM WS-RPT-COLUMN-LINE
047900         AFTER ADVANCING 2 LINES.
048000     MOVE SPACES TO RPT-PRINT-LINE.
048100     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
048200 1500-EXIT.
048300     EXIT.
048400*
048500*-----------------------------------------------------*
048600* 2000-ACCRUAL-PASS -- EVERY ACCOUNT ON THE MASTER IN  *
048700*     KEY ORDER.  TRANFILE IS CLOSED AT THE END OF THE *
048800*     PASS SO THE ITEMS ARE SAFELY DOWN BEFORE THE     *
048900*     MONTH IS MARKED DONE.  SHOULD THE RUN DIE PART   *
049000*     WAY, THE MONTH IS NOT MARKED AND A RERUN WRITES  *
049100*     THE SAME REFERENCES AGAIN; TRANPOST HOLDS THE    *
049200*     REPEATS AS SUSPECTED DUPLICATES.                 *
049300*-----------------------------------------------------*
049400 2000-ACCRUAL-PASS.
049500     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
049600     PERFORM 2100-ONE-ACCOUNT THRU 2100-EXIT
049700         UNTIL WS-ACCT-EOF.
049800     CLOSE TRANSACTION-FILE.
049900     MOVE "N" TO WS-TRAN-OPEN-SW.
050000 2000-EXIT.
050100     EXIT.
050200*
050300*-----------------------------------------------------*
050400* 2100-ONE-ACCOUNT -- CLOSED ACCOUNTS ARE COUNTED AND  *
050500*     PASSED OVER.  A FROZEN ACCOUNT EARNS AND PAYS    *
050600*     ONLY WHERE THE RATECTL FLAGS SAY IT DOES.  AN    *
050700*     ACCOUNT THAT GETS NEITHER ITEM DOES NOT PRINT.   *
050800*-----------------------------------------------------*
050900 2100-ONE-ACCOUNT.
051000     ADD 1 TO WS-ACCT-READ.
051100     IF ACCT-CLOSED
051200         ADD 1 TO WS-CLOSED-COUNT
051300         GO TO 2100-NEXT
051400     END-IF.
051500     IF ACCT-FROZEN
051600         ADD 1 TO WS-FROZEN-COUNT
051700     END-IF.
051800     MOVE ZERO TO WS-INTEREST WS-FEE.
051900     MOVE SPACES TO RDL-NOTE.
052000     IF ACCT-FROZEN AND NOT WS-FROZEN-EARNS
052100         MOVE "FROZEN - NO INTEREST" TO RDL-NOTE
052200     ELSE
052300         PERFORM 2200-COMPUTE-INTEREST THRU 2200-EXIT
052400     END-IF.
052500     IF ACCT-FROZEN AND NOT WS-FROZEN-PAYS-FEE
052600         IF RDL-NOTE = SPACES
052700             MOVE "FROZEN - NO FEE" TO RDL-NOTE
052800         ELSE
052900             MOVE "FROZEN - NO INTEREST OR FEE" TO RDL-NOTE
053000         END-IF
053100     ELSE
053200         PERFORM 2300-COMPUTE-FEE THRU 2300-EXIT
053300     END-IF.
053400     IF WS-INTEREST > ZERO
053500         PERFORM 2400-WRITE-INTEREST THRU 2400-EXIT
053600     END-IF.
053700     IF WS-FEE > ZERO
053800         PERFORM 2500-WRITE-FEE THRU 2500-EXIT
053900     END-IF.
054000     IF WS-INTEREST > ZERO OR WS-FEE > ZERO
054100      OR ACCT-FROZEN
054200         PERFORM 2800-PRINT-DETAIL THRU 2800-EXIT
054300     END-IF.
054400 2100-NEXT.
054500     PERFORM 2900-READ-ACCOUNT THRU 2900-EXIT.
054600 2100-EXIT.
054700     EXIT.
054800*
054900*-----------------------------------------------------*
055000* 2200-COMPUTE-INTEREST -- ONE TWELFTH OF THE ANNUAL   *
055100*     RATE ON THE CLOSING BALANCE, ROUNDED TO THE      *
055200*     CENT, WHEN THE BALANCE IS ABOVE ZERO AND AT OR   *
055300*     ABOVE THE MINIMUM.                               *
055400*-----------------------------------------------------*
055500 2200-COMPUTE-INTEREST.
055600     IF WS-USE-ANNUAL-RATE = ZERO
055700      OR ACCT-BALANCE NOT > ZERO
055800      OR ACCT-BALANCE < WS-USE-MIN-BALANCE
055900         GO TO 2200-EXIT
056000     END-IF.
056100     COMPUTE WS-INTEREST ROUNDED =
056200         ACCT-BALANCE * WS-USE-ANNUAL-RATE / 12.
056300 2200-EXIT.
056400     EXIT.
056500*
056600*-----------------------------------------------------*
056700* 2300-COMPUTE-FEE -- THE MONTHLY MAINTENANCE FEE,     *
056800*     WAIVED WHEN THE CLOSING BALANCE IS AT OR ABOVE   *
056900*     THE WAIVE BALANCE.  A ZERO WAIVE BALANCE MEANS   *
057000*     THE FEE IS NEVER WAIVED.                         *
057100*-----------------------------------------------------*
057200 2300-COMPUTE-FEE.
057300     IF WS-USE-MAINT-FEE = ZERO
057400         GO TO 2300-EXIT
057500     END-IF.
057600     IF WS-USE-WAIVE-BALANCE > ZERO
057700      AND ACCT-BALANCE NOT < WS-USE-WAIVE-BALANCE
057800         ADD 1 TO WS-WAIVED-COUNT
057900         GO TO 2300-EXIT
058000     END-IF.
058100     MOVE WS-USE-MAINT-FEE TO WS-FEE.
058200 2300-EXIT.
058300     EXIT.
058400*
058500*-----------------------------------------------------*
058600* 2400-WRITE-INTEREST / 2500-WRITE-FEE -- ONE TRANFILE *
058700*     ITEM EACH, DATED THE LAST DAY OF THE MONTH AND   *
058800*     MARKED AS RAISED BY THE BANK SO TRANPOST POSTS   *
058900*     IT TO A FROZEN ACCOUNT AND NEVER RETURNS IT NSF. *
059000*     THE REFERENCE NAMES THE MONTH, ONE PER ACCOUNT.  *
059100*-----------------------------------------------------*
059200 2400-WRITE-INTEREST.
059300     MOVE SPACES            TO TRAN-RECORD.
059400     MOVE ACCT-NUMBER       TO TRAN-ACCT-NUMBER.
059500     MOVE "C"               TO TRAN-TYPE.
059600     MOVE WS-INTEREST       TO TRAN-AMOUNT.
059700     MOVE WS-ACCR-END-DATE  TO TRAN-DATE.
059800     MOVE WS-INT-REFERENCE  TO TRAN-REFERENCE.
059900     MOVE "B"               TO TRAN-ORIGIN-CODE.
060000     PERFORM 2700-WRITE-TRAN THRU 2700-EXIT.
060100     ADD 1 TO WS-INT-COUNT.
060200     ADD WS-INTEREST TO WS-INT-TOTAL.
060300 2400-EXIT.
060400     EXIT.
060500*
060600 2500-WRITE-FEE.
060700     MOVE SPACES            TO TRAN-RECORD.
060800     MOVE ACCT-NUMBER       TO TRAN-ACCT-NUMBER.
060900     MOVE "D"               TO TRAN-TYPE.
061000     MOVE WS-FEE            TO TRAN-AMOUNT.
061100     MOVE WS-ACCR-END-DATE  TO TRAN-DATE.
061200     MOVE WS-SVC-REFERENCE  TO TRAN-REFERENCE.
061300     MOVE "B"               TO TRAN-ORIGIN-CODE.
061400     PERFORM 2700-WRITE-TRAN THRU 2700-EXIT.
061500     ADD 1 TO WS-FEE-COUNT.
061600     ADD WS-FEE TO WS-FEE-TOTAL.
061700 2500-EXIT.
061800     EXIT.
061900*
062000 2700-WRITE-TRAN.
062100     WRITE TRAN-RECORD.
062200     IF WS-TRAN-STATUS NOT = "00"
062300         MOVE "UNABLE TO WRITE TRANFILE, STATUS "
062400                         TO WS-ABEND-MSG
062500         MOVE WS-TRAN-STATUS TO WS-ABEND-MSG (34:2)
062600         SET WS-ABEND-FLAG TO TRUE
062700         GO TO MAIN-LOGIC-EXIT
062800     END-IF.
062900 2700-EXIT.
063000     EXIT.
063100*
063200 2800-PRINT-DETAIL.
063300     MOVE ACCT-NUMBER  TO RDL-ACCT-NUMBER.
063400     MOVE ACCT-NAME    TO RDL-ACCT-NAME.
063500     MOVE ACCT-STATUS  TO RDL-STATUS.
063600     MOVE ACCT-BALANCE TO RDL-BALANCE.
063700     MOVE WS-INTEREST  TO RDL-INTEREST.
063800     MOVE WS-FEE       TO RDL-FEE.
063900     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
064000         AFTER ADVANCING 1 LINE.
064100 2800-EXIT.
064200     EXIT.
064300*
064400 2900-READ-ACCOUNT.
064500     READ ACCOUNT-MASTER NEXT
064600         AT END
064700             SET WS-ACCT-EOF TO TRUE
064800     END-READ.
064900     IF NOT WS-ACCT-EOF AND WS-ACCT-STATUS NOT = "00"
065000         MOVE "UNABLE TO READ ACCTMAST, STATUS "
065100                         TO WS-ABEND-MSG
065200         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
065300         SET WS-ABEND-FLAG TO TRUE
065400         GO TO MAIN-LOGIC-EXIT
065500     END-IF.
065600 2900-EXIT.
065700     EXIT.
065800*
065900*-----------------------------------------------------*
066000* 2950-MARK-MONTH-DONE -- NOTE THE ACCRUAL MONTH ON    *
066100*     ACCRCTL SO A SECOND RUN FOR THE SAME MONTH IS    *
066200*     REFUSED AT 1200.                                 *
066300*-----------------------------------------------------*
066400 2950-MARK-MONTH-DONE.
066500     OPEN EXTEND ACCR-CONTROL-FILE.
066600     IF WS-ACC-STATUS = "05" OR WS-ACC-STATUS = "35"
066700         CLOSE ACCR-CONTROL-FILE
066800         OPEN OUTPUT ACCR-CONTROL-FILE
066900     END-IF.
067000     IF WS-ACC-STATUS NOT = "00"
067100         MOVE "UNABLE TO OPEN ACCRCTL, STATUS "
067200                         TO WS-ABEND-MSG
067300         MOVE WS-ACC-STATUS TO WS-ABEND-MSG (32:2)
067400         SET WS-ABEND-FLAG TO TRUE
067500         GO TO MAIN-LOGIC-EXIT
067600     END-IF.
067700     MOVE SPACES TO ACC-RECORD.
067800     MOVE WS-ACCR-YYYYMM TO ACC-YYYYMM.
067900     MOVE WS-RUN-DATE    TO ACC-RUN-DATE.
068000     WRITE ACC-RECORD.
068100     IF WS-ACC-STATUS NOT = "00"
068200         MOVE "UNABLE TO WRITE ACCRCTL, STATUS "
068300                         TO WS-ABEND-MSG
068400         MOVE WS-ACC-STATUS TO WS-ABEND-MSG (33:2)
068500         SET WS-ABEND-FLAG TO TRUE
068600         GO TO MAIN-LOGIC-EXIT
068700     END-IF.
068800     CLOSE ACCR-CONTROL-FILE.
068900 2950-EXIT.
069000     EXIT.
069100*
069200*-----------------------------------------------------*
069300* 3000-PRINT-SUMMARY -- HOW MANY ACCOUNTS WERE READ    *
069400*     AND WHERE EACH WENT, AND THE MONEY SENT TO       *
069500*     TRANFILE, SO ACCOUNTING CAN AGREE THE POSTING    *
069600*     JOURNAL TO THIS PAGE.                            *
069700*-----------------------------------------------------*
069800 3000-PRINT-SUMMARY.
069900     MOVE "ACCRUAL SUMMARY" TO RPT-PRINT-LINE.
070000     WRITE RPT-PRINT-LINE AFTER ADVANCING PAGE.
070100     MOVE SPACES TO RPT-PRINT-LINE.
070200     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
070300     MOVE "ACCOUNTS READ"        TO SUM-LABEL.
070400     MOVE WS-ACCT-READ           TO SUM-COUNT.
070500     WRITE RPT-PRINT-LINE FROM WS-SUM-COUNT-LINE
070600         AFTER ADVANCING 1 LINE.
070700     MOVE "CLOSED - PASSED OVER"  TO SUM-LABEL.
070800     MOVE WS-CLOSED-COUNT        TO SUM-COUNT.
070900     WRITE RPT-PRINT-LINE FROM WS-SUM-COUNT-LINE
071000         AFTER ADVANCING 1 LINE.
071100     MOVE "FROZEN ACCOUNTS"      TO SUM-LABEL.
071200     MOVE WS-FROZEN-COUNT        TO SUM-COUNT.
071300     WRITE RPT-PRINT-LINE FROM WS-SUM-COUNT-LINE
071400         AFTER ADVANCING 1 LINE.
071500     MOVE "INTEREST CREDITS"     TO SUM-LABEL.
071600     MOVE WS-INT-COUNT           TO SUM-COUNT.
071700     WRITE RPT-PRINT-LINE FROM WS-SUM-COUNT-LINE
071800         AFTER ADVANCING 1 LINE.
071900     MOVE "SERVICE FEE DEBITS"   TO SUM-LABEL.
072000     MOVE WS-FEE-COUNT           TO SUM-COUNT.
072100     WRITE RPT-PRINT-LINE FROM WS-SUM-COUNT-LINE
072200         AFTER ADVANCING 1 LINE.
072300     MOVE "SERVICE FEES WAIVED"  TO SUM-LABEL.
072400     MOVE WS-WAIVED-COUNT        TO SUM-COUNT.
072500     WRITE RPT-PRINT-LINE FROM WS-SUM-COUNT-LINE
072600         AFTER ADVANCING 1 LINE.
072700     MOVE "INTEREST CREDITED"    TO SMY-LABEL.
072800     MOVE WS-INT-TOTAL           TO SMY-AMOUNT.
072900     WRITE RPT-PRINT-LINE FROM WS-SUM-MONEY-LINE
073000         AFTER ADVANCING 2 LINES.
073100     MOVE "SERVICE FEES CHARGED" TO SMY-LABEL.
073200     MOVE WS-FEE-TOTAL           TO SMY-AMOUNT.
073300     WRITE RPT-PRINT-LINE FROM WS-SUM-MONEY-LINE
073400         AFTER ADVANCING 1 LINE.
073500     MOVE WS-INT-COUNT TO WS-COUNT-EDITED.
073600     MOVE WS-INT-TOTAL TO WS-MONEY-EDITED.
073700     DISPLAY "INTACCR: " WS-COUNT-EDITED
073800             " INTEREST CREDIT(S) " WS-MONEY-EDITED.
073900     MOVE WS-FEE-COUNT TO WS-COUNT-EDITED.
074000     MOVE WS-FEE-TOTAL TO WS-MONEY-EDITED.
074100     DISPLAY "INTACCR: " WS-COUNT-EDITED
074200             " SERVICE FEE(S)     " WS-MONEY-EDITED.
074300 3000-EXIT.
074400     EXIT.
