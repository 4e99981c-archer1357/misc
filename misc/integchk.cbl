000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     INTEGCHK.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- WEEKLY CROSS-FILE    *
001200*              INTEGRITY SCAN.  TESTS THE FILES THE    *
001300*              PAY AND ACCOUNT CYCLES SHARE AGAINST    *
001400*              EACH OTHER: PAYELECT ELECTIONS FOR      *
001500*              EMPLOYEES NO LONGER ON EMPMAST,         *
001600*              EMPMAST DEPARTMENTS MISSING FROM        *
001700*              DEPTCTL, CHKFILE CHECKS WHOSE           *
001800*              EMPLOYEE NUMBER OR NAME NO LONGER       *
001900*              MATCHES THE MASTER, DUPLICATE CHECK     *
002000*              NUMBERS, A CHKCTL NEXT NUMBER THAT      *
002100*              WOULD REISSUE ONE ALREADY ON FILE, AND  *
002200*              TRANHIST ITEMS FOR ACCOUNTS NO LONGER   *
002300*              ON ACCTMAST.  EXCEPTIONS PRINT ON       *
002400*              INTEGRPT GROUPED BY RULE WITH A COUNT   *
002500*              PER RULE.  A FAILED CRITICAL RULE ENDS  *
002600*              RC 8 SO THE PAY CYCLE IS HELD UNTIL THE *
002700*              FILES ARE FIXED; WARNINGS ALONE END     *
002800*              RC 4.  RUNS FROM THE MENU OR AS THE     *
002900*              WEEKLY STEP WITH THE BATCH PARM.        *
003000*-----------------------------------------------------*
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. RM-COBOL.
003500 OBJECT-COMPUTER. RM-COBOL.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS EMP-NUMBER
004200         FILE STATUS IS WS-EMP-STATUS.
004300     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS ACCT-NUMBER
004700         FILE STATUS IS WS-ACCT-STATUS.
004800     SELECT CHECK-DATA-FILE ASSIGN TO "CHKFILE"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-CHK-STATUS.
005200     SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-CTL-STATUS.
005600     SELECT ELECTION-FILE ASSIGN TO "PAYELECT"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-ELEC-STATUS.
006000     SELECT DEPT-CONTROL-FILE ASSIGN TO "DEPTCTL"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-DEPT-STATUS.
006400     SELECT HISTORY-FILE ASSIGN TO "TRANHIST"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-HIS-STATUS.
006800     SELECT REPORT-FILE ASSIGN TO "INTEGRPT"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-RPT-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  EMPLOYEE-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700     COPY EMPREC.
007800*
007900 FD  ACCOUNT-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100     COPY ACCTREC.
008200*
008300 FD  CHECK-DATA-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CHKREC.
008600*
008700 FD  CHECK-CONTROL-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  CTL-RECORD.
009000     05  CTL-NEXT-CHECK-NO       PIC 9(08).
009100     05  FILLER                  PIC X(72).
009200*
009300 FD  ELECTION-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ELECREC.
009600*
009700 FD  DEPT-CONTROL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DEPTREC.
010000*
010100 FD  HISTORY-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY TRANREC.
010400*
010500 FD  REPORT-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  RPT-PRINT-LINE              PIC X(132).
010800*
010900 WORKING-STORAGE SECTION.
011000*
011100 COPY SCRNLAY.
011200*
011300 77  WS-EMP-STATUS           PIC X(02)   VALUE "00".
011400 77  WS-ACCT-STATUS          PIC X(02)   VALUE "00".
011500 77  WS-CHK-STATUS           PIC X(02)   VALUE "00".
011600 77  WS-CTL-STATUS           PIC X(02)   VALUE "00".
011700 77  WS-ELEC-STATUS          PIC X(02)   VALUE "00".
011800 77  WS-DEPT-STATUS          PIC X(02)   VALUE "00".
011900 77  WS-HIS-STATUS           PIC X(02)   VALUE "00".
012000 77  WS-RPT-STATUS           PIC X(02)   VALUE "00".
012100 77  WS-EMP-EOF-SW           PIC X(01)   VALUE "N".
012200     88  WS-EMP-EOF                  VALUE "Y".
012300 77  WS-CHK-EOF-SW           PIC X(01)   VALUE "N".
012400     88  WS-CHK-EOF                  VALUE "Y".
012500 77  WS-ELEC-EOF-SW          PIC X(01)   VALUE "N".
012600     88  WS-ELEC-EOF                 VALUE "Y".
012700 77  WS-DEPT-EOF-SW          PIC X(01)   VALUE "N".
012800     88  WS-DEPT-EOF                 VALUE "Y".
012900 77  WS-HIS-EOF-SW           PIC X(01)   VALUE "N".
013000     88  WS-HIS-EOF                  VALUE "Y".
013100 77  WS-EMP-OPEN-SW          PIC X(01)   VALUE "N".
013200     88  WS-EMP-OPEN                 VALUE "Y".
013300 77  WS-ACCT-OPEN-SW         PIC X(01)   VALUE "N".
013400     88  WS-ACCT-OPEN                VALUE "Y".
013500 77  WS-RPT-OPEN-SW          PIC X(01)   VALUE "N".
013600     88  WS-RPT-OPEN                 VALUE "Y".
013700 77  WS-EMP-FOUND-SW         PIC X(01)   VALUE "N".
013800     88  WS-EMP-FOUND                VALUE "Y".
013900 77  WS-ACCT-MISSING-SW      PIC X(01)   VALUE "N".
014000     88  WS-ACCT-MISSING             VALUE "Y".
014100 77  WS-DEPT-MISSING-SW      PIC X(01)   VALUE "N".
014200     88  WS-DEPT-MISSING             VALUE "Y".
014300 77  WS-CHK-MISSING-SW       PIC X(01)   VALUE "N".
014400     88  WS-CHK-MISSING              VALUE "Y".
014500 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
014600     88  WS-ABEND-FLAG               VALUE "Y".
014700 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
014800 77  WS-BATCH-SW             PIC X(01)   VALUE "N".
014900     88  WS-BATCH-MODE               VALUE "Y".
015000 77  WS-PARM-TEXT            PIC X(10)   VALUE SPACES.
015100 77  WS-DUMMY                PIC X(01)   VALUE SPACE.
015200 77  WS-PROMPT-POS           PIC 9(02)   VALUE ZERO.
015300 77  WS-WORK-LINE            PIC 9(02)   VALUE ZERO.
015400 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
015500 77  WS-RX                   PIC 9(02)   COMP VALUE ZERO.
015600 77  WS-DX                   PIC 9(02)   COMP VALUE ZERO.
015700 77  WS-CX                   PIC 9(04)   COMP VALUE ZERO.
015800 77  WS-CY                   PIC 9(04)   COMP VALUE ZERO.
015900 77  WS-FOUND-X              PIC 9(04)   COMP VALUE ZERO.
016000 77  WS-LINE-COUNT           PIC 9(02)   COMP VALUE 99.
016100 77  WS-PAGE-LIMIT           PIC 9(02)   COMP VALUE 55.
016200 77  WS-PAGE-COUNT           PIC 9(03)   COMP VALUE ZERO.
016300 77  WS-CRITICAL-FAILS       PIC 9(02)   COMP VALUE ZERO.
016400 77  WS-WARNING-FAILS        PIC 9(02)   COMP VALUE ZERO.
016500 77  WS-HIGH-CHECK-NO        PIC 9(08)   VALUE ZERO.
016600 77  WS-NEXT-CHECK-NO        PIC 9(08)   VALUE 1.
016700*
016800*    THE RULES, IN THE ORDER THEY RUN AND PRINT.  THE
016900*    FIRST BYTE OF EACH IS ITS SEVERITY -- C FOR A RULE
017000*    WHOSE FAILURE HOLDS THE PAY CYCLE (RC 8), W FOR ONE
017100*    THAT IS ONLY LISTED FOR REVIEW (RC 4).  WS-RX RUNS
017200*    OVER THIS TABLE.
017300*
017400 01  WS-RULE-VALUES.
017500     05  FILLER              PIC X(41)
017600             VALUE "WPAYELECT ELECTION - EMPLOYEE NOT ON FILE".
017700     05  FILLER              PIC X(41)
017800             VALUE "CEMPLOYEE DEPARTMENT NOT ON DEPTCTL".
017900     05  FILLER              PIC X(41)
018000             VALUE "WCHKFILE EMPLOYEE NOT ON EMPMAST".
018100     05  FILLER              PIC X(41)
018200             VALUE "WCHKFILE NAME DIFFERS FROM EMPMAST".
018300     05  FILLER              PIC X(41)
018400             VALUE "CDUPLICATE CHECK NUMBER ON CHKFILE".
018500     05  FILLER              PIC X(41)
018600             VALUE "CCHKCTL NEXT CHECK NOT ABOVE HIGHEST".
018700     05  FILLER              PIC X(41)
018800             VALUE "WTRANHIST ACCOUNT NOT ON ACCTMAST".
018900 01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
019000     05  WS-RULE-ENTRY OCCURS 7 TIMES.
019100         10  WS-RULE-SEVERITY    PIC X(01).
019200             88  WS-RULE-CRITICAL        VALUE "C".
019300         10  WS-RULE-TITLE       PIC X(40).
019400*
019500*    WHAT EACH RULE FOUND.  A RULE WHOSE FILE IS NOT THERE
019600*    TO TEST AGAINST IS MARKED NOT TESTED AND NEITHER
019700*    PASSES NOR FAILS.
019800*
019900 01  WS-RULE-RESULTS.
020000     05  WS-RES-ENTRY OCCURS 7 TIMES.
020100         10  WS-RES-COUNT        PIC 9(05).
020200         10  WS-RES-TESTED-SW    PIC X(01).
020300*
020400 01  WS-DCTL-TABLE.
020500     05  WS-DCTL-COUNT       PIC 9(02)   COMP VALUE ZERO.
020600     05  WS-DCTL-CODE        PIC X(04)   OCCURS 50 TIMES.
020700*
020800 01  WS-CHECK-TABLE.
020900     05  WS-CHECK-COUNT      PIC 9(04)   COMP VALUE ZERO.
021000     05  WS-CHECK-ENTRY OCCURS 1000 TIMES.
021100         10  WS-TBL-CHECK-NO     PIC 9(08).
021200         10  WS-TBL-DATE         PIC 9(08).
021300         10  WS-TBL-EMP-NO       PIC 9(05).
021400         10  WS-TBL-EMP-NAME     PIC X(25).
021500*
021600 01  WS-RPT-HEADING-1.
021700     05  FILLER              PIC X(32)
021800             VALUE "FILE INTEGRITY SCAN".
021900     05  FILLER              PIC X(09)   VALUE "RUN DATE ".
022000     05  RH1-MM              PIC X(02)   VALUE SPACES.
022100     05  FILLER              PIC X(01)   VALUE "/".
022200     05  RH1-DD              PIC X(02)   VALUE SPACES.
022300     05  FILLER              PIC X(01)   VALUE "/".
022400     05  RH1-YYYY            PIC X(04)   VALUE SPACES.
022500     05  FILLER              PIC X(04)   VALUE SPACES.
022600     05  FILLER              PIC X(05)   VALUE "PAGE ".
022700     05  RH1-PAGE            PIC ZZ9.
022800     05  FILLER              PIC X(69)   VALUE SPACES.
022900*
023000 01  WS-RPT-HEADING-2.
023100     05  FILLER              PIC X(04)   VALUE SPACES.
023200     05  FILLER              PIC X(21)   VALUE "KEY".
023300     05  FILLER              PIC X(80)   VALUE "EXCEPTION".
023400     05  FILLER              PIC X(27)   VALUE SPACES.
023500*
023600 01  WS-RPT-RULE-LINE.
023700     05  FILLER              PIC X(05)   VALUE "RULE ".
023800     05  RRL-NUMBER          PIC 9(01).
023900     05  FILLER              PIC X(02)   VALUE SPACES.
024000     05  RRL-TITLE           PIC X(40).
024100     05  FILLER              PIC X(02)   VALUE SPACES.
024200     05  RRL-SEVERITY        PIC X(08).
024300     05  FILLER              PIC X(74)   VALUE SPACES.
024400*
024500 01  WS-RPT-EXC-LINE.
024600     05  FILLER              PIC X(04)   VALUE SPACES.
024700     05  REL-KEY-LABEL       PIC X(09).
024800     05  REL-KEY             PIC X(10).
024900     05  FILLER              PIC X(02)   VALUE SPACES.
025000     05  REL-TEXT            PIC X(80).
025100     05  FILLER              PIC X(27)   VALUE SPACES.
025200*
025300 01  WS-RPT-NOTE-LINE.
025400     05  FILLER              PIC X(04)   VALUE SPACES.
025500     05  RNL-TEXT            PIC X(80)   VALUE SPACES.
025600     05  FILLER              PIC X(48)   VALUE SPACES.
025700*
025800 01  WS-SUM-LINE.
025900     05  FILLER              PIC X(04)   VALUE SPACES.
026000     05  SUM-LABEL           PIC X(30).
026100     05  SUM-COUNT           PIC ZZ,ZZ9.
026200     05  FILLER              PIC X(92)   VALUE SPACES.
026300*
026400*    ONE RULE'S OUTCOME -- PRINTED ON THE SUMMARY, AND THE
026500*    BODY ALONE GOES TO THE SCREEN OR THE JOB LOG.
026600*
026700 01  WS-RULE-LINE.
026800     05  RL-BODY.
026900         10  RL-NUMBER           PIC 9(01).
027000         10  FILLER              PIC X(02)   VALUE SPACES.
027100         10  RL-TITLE            PIC X(40).
027200         10  FILLER              PIC X(01)   VALUE SPACE.
027300         10  RL-SEVERITY         PIC X(08).
027400         10  RL-COUNT            PIC ZZ,ZZ9.
027500         10  FILLER              PIC X(02)   VALUE SPACES.
027600         10  RL-RESULT           PIC X(10).
027700     05  FILLER              PIC X(62)   VALUE SPACES.
027800*
027900 PROCEDURE DIVISION.
028000*
028100 MAIN-LOGIC SECTION.
028200 BEGIN.
028300     PERFORM 0100-INIT-WORK-AREAS THRU 0100-EXIT.
028400     PERFORM 1050-CHECK-RUN-MODE THRU 1050-EXIT.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028600     PERFORM 1100-LOAD-DEPT-CODES THRU 1100-EXIT.
028700     PERFORM 1500-LOAD-CHECKS THRU 1500-EXIT.
028800     PERFORM 2000-RULE-ELECTIONS THRU 2000-EXIT.
028900     PERFORM 2200-RULE-DEPARTMENTS THRU 2200-EXIT.
029000     PERFORM 2400-RULE-CHECK-EMPLOYEE THRU 2400-EXIT.
029100     PERFORM 2500-RULE-CHECK-NAME THRU 2500-EXIT.
029200     PERFORM 2600-RULE-DUPLICATE-CHECKS THRU 2600-EXIT.
029300     PERFORM 2700-RULE-NEXT-CHECK THRU 2700-EXIT.
029400     PERFORM 2800-RULE-ACCOUNT-HISTORY THRU 2800-EXIT.
029500     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
029600     PERFORM 5000-REPORT-RESULTS THRU 5000-EXIT.
029700     GO TO MAIN-LOGIC-EXIT.
029800 MAIN-LOGIC-EXIT.
029900     IF WS-EMP-OPEN
030000         CLOSE EMPLOYEE-MASTER
030100         MOVE "N" TO WS-EMP-OPEN-SW
030200     END-IF.
030300     IF WS-ACCT-OPEN
030400         CLOSE ACCOUNT-MASTER
030500         MOVE "N" TO WS-ACCT-OPEN-SW
030600     END-IF.
030700     IF WS-RPT-OPEN
030800         CLOSE REPORT-FILE
030900         MOVE "N" TO WS-RPT-OPEN-SW
031000     END-IF.
031100     IF WS-ABEND-FLAG
031200         IF WS-BATCH-MODE
031300             DISPLAY "INTEGCHK ABEND - " WS-ABEND-MSG
031400         ELSE
031500             DISPLAY "INTEGCHK ABEND - " WS-ABEND-MSG
031600                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
031700         END-IF
031800         MOVE 16 TO RETURN-CODE
031900     ELSE
032000         IF WS-CRITICAL-FAILS > ZERO
032100             MOVE 8 TO RETURN-CODE
032200         ELSE
032300             IF WS-WARNING-FAILS > ZERO
032400                 MOVE 4 TO RETURN-CODE
032500             ELSE
032600                 MOVE ZERO TO RETURN-CODE
032700             END-IF
032800         END-IF
032900     END-IF.
033000     GOBACK.
033100*
033200*-----------------------------------------------------*
033300* 0100-INIT-WORK-AREAS -- PUT EVERY SWITCH, COUNTER,   *
033400*     AND TABLE BACK TO ITS STARTING VALUE.  A CALLED  *
033500*     PROGRAM KEEPS ITS WORKING STORAGE BETWEEN CALLS, *
033600*     SO WITHOUT THIS A SECOND SELECTION FROM THE MENU *
033700*     WOULD RUN ON THE LAST CALL'S LEFTOVERS.          *
033800*-----------------------------------------------------*
033900 0100-INIT-WORK-AREAS.
034000     MOVE "00" TO WS-EMP-STATUS WS-ACCT-STATUS WS-CHK-STATUS
034100                  WS-CTL-STATUS WS-ELEC-STATUS WS-DEPT-STATUS
034200                  WS-HIS-STATUS WS-RPT-STATUS.
034300     MOVE "N" TO WS-EMP-EOF-SW WS-CHK-EOF-SW WS-ELEC-EOF-SW
034400                 WS-DEPT-EOF-SW WS-HIS-EOF-SW
034500                 WS-EMP-OPEN-SW WS-ACCT-OPEN-SW WS-RPT-OPEN-SW
034600                 WS-EMP-FOUND-SW WS-ACCT-MISSING-SW
034700                 WS-DEPT-MISSING-SW WS-CHK-MISSING-SW
034800                 WS-ABEND-SW WS-BATCH-SW.
034900     MOVE SPACES TO WS-ABEND-MSG.
035000     MOVE ZERO TO WS-DCTL-COUNT WS-CHECK-COUNT
035100                  WS-PAGE-COUNT WS-CRITICAL-FAILS
035200                  WS-WARNING-FAILS WS-HIGH-CHECK-NO.
035300     MOVE 1  TO WS-NEXT-CHECK-NO.
035400     MOVE 99 TO WS-LINE-COUNT.
035500     PERFORM 0110-CLEAR-RULE-RESULT THRU 0110-EXIT
035600         VARYING WS-RX FROM 1 BY 1
035700         UNTIL WS-RX > 7.
035800 0100-EXIT.
035900     EXIT.
036000*
036100 0110-CLEAR-RULE-RESULT.
036200     MOVE ZERO TO WS-RES-COUNT (WS-RX).
036300     MOVE "Y"  TO WS-RES-TESTED-SW (WS-RX).
036400 0110-EXIT.
036500     EXIT.
036600*
036700*-----------------------------------------------------*
036800* 1000-INITIALIZE -- OPEN THE REPORT AND THE TWO       *
036900*     MASTERS THE RULES LOOK UP AGAINST.  NO EMPMAST   *
037000*     LEAVES NOTHING TO TEST AND IS AN ABEND; NO       *
037100*     ACCTMAST ONLY LEAVES THE TRANHIST RULE UNTESTED. *
037200*-----------------------------------------------------*
037300 1000-INITIALIZE.
037400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
037500     MOVE WS-RUN-DATE (5:2)  TO RH1-MM.
037600     MOVE WS-RUN-DATE (7:2)  TO RH1-DD.
037700     MOVE WS-RUN-DATE (1:4)  TO RH1-YYYY.
037800     IF NOT WS-BATCH-MODE
037900         DISPLAY " " LINE SL-CLEAR-LINE
038000             POSITION SL-CLEAR-POSITION ERASE EOS
038100         DISPLAY "FILE INTEGRITY SCAN" LINE SL-HEADER-LINE
038200             POSITION SL-HEADER-POSITION
038300     END-IF.
038400     OPEN OUTPUT REPORT-FILE.
038500     IF WS-RPT-STATUS NOT = "00"
038600         MOVE "UNABLE TO OPEN INTEGRPT, STATUS "
038700                         TO WS-ABEND-MSG
038800         MOVE WS-RPT-STATUS TO WS-ABEND-MSG (33:2)
038900         SET WS-ABEND-FLAG TO TRUE
039000         GO TO MAIN-LOGIC-EXIT
039100     END-IF.
039200     SET WS-RPT-OPEN TO TRUE.
039300     PERFORM 3400-PRINT-PAGE-HEADINGS THRU 3400-EXIT.
039400     OPEN INPUT EMPLOYEE-MASTER.
039500     IF WS-EMP-STATUS = "35"
039600         MOVE "EMPLOYEE MASTER EMPMAST NOT FOUND"
039700                         TO WS-ABEND-MSG
039800         SET WS-ABEND-FLAG TO TRUE
039900         GO TO MAIN-LOGIC-EXIT
040000     END-IF.
040100     IF WS-EMP-STATUS NOT = "00"
040200         MOVE "UNABLE TO OPEN EMPMAST, STATUS "
040300                         TO WS-ABEND-MSG
040400         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
040500         SET WS-ABEND-FLAG TO TRUE
040600         GO TO MAIN-LOGIC-EXIT
040700     END-IF.
040800     SET WS-EMP-OPEN TO TRUE.
040900     OPEN INPUT ACCOUNT-MASTER.
041000     IF WS-ACCT-STATUS = "35"
041100         SET WS-ACCT-MISSING TO TRUE
041200         GO TO 1000-EXIT
041300     END-IF.
041400     IF WS-ACCT-STATUS NOT = "00"
041500         MOVE "UNABLE TO OPEN ACCTMAST, STATUS "
041600                         TO WS-ABEND-MSG
041700         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
041800         SET WS-ABEND-FLAG TO TRUE
041900         GO TO MAIN-LOGIC-EXIT
042000     END-IF.
042100     SET WS-ACCT-OPEN TO TRUE.
042200 1000-EXIT.
042300     EXIT.
042400*
042500*-----------------------------------------------------*
042600* 1050-CHECK-RUN-MODE -- SAME BATCH PARM HELLOWORLD    *
042700*     TAKES.  THE SCAN RUNS THE SAME EITHER WAY; ONLY  *
042800*     THE CLOSING MESSAGES DIFFER.                     *
042900*-----------------------------------------------------*
043000 1050-CHECK-RUN-MODE.
043100     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
043200     IF WS-PARM-TEXT = "BATCH"
043300      OR WS-PARM-TEXT = "RESTART"
043400         SET WS-BATCH-MODE TO TRUE
043500     END-IF.
043600 1050-EXIT.
043700     EXIT.
043800*
043900*-----------------------------------------------------*
044000* 1100-LOAD-DEPT-CODES -- PULL THE VALID DEPARTMENT    *
044100*     CODES OFF DEPTCTL.  NO FILE MEANS THE SITE HAS   *
044200*     NOT BUILT THE TABLE YET AND THE PAY CYCLE RUNS   *
044300*     UNVALIDATED, SO THE DEPARTMENT RULE IS NOT       *
044400*     TESTED RATHER THAN FAILED.                       *
044500*-----------------------------------------------------*
044600 1100-LOAD-DEPT-CODES.
044700     OPEN INPUT DEPT-CONTROL-FILE.
044800     IF WS-DEPT-STATUS = "35"
044900         SET WS-DEPT-MISSING TO TRUE
045000         GO TO 1100-EXIT
045100     END-IF.
045200     IF WS-DEPT-STATUS NOT = "00"
045300         MOVE "UNABLE TO OPEN DEPTCTL, STATUS "
045400                         TO WS-ABEND-MSG
045500         MOVE WS-DEPT-STATUS TO WS-ABEND-MSG (32:2)
045600         SET WS-ABEND-FLAG TO TRUE
045700         GO TO MAIN-LOGIC-EXIT
045800     END-IF.
045900     PERFORM 1110-READ-DEPT-CODE THRU 1110-EXIT.
046000     PERFORM 1120-STORE-DEPT-CODE THRU 1120-EXIT
046100         UNTIL WS-DEPT-EOF.
046200     CLOSE DEPT-CONTROL-FILE.
046300 1100-EXIT.
046400     EXIT.
046500*
046600 1110-READ-DEPT-CODE.
046700     READ DEPT-CONTROL-FILE
046800         AT END
046900             SET WS-DEPT-EOF TO TRUE
047000     END-READ.
047100 1110-EXIT.
047200     EXIT.
047300*
047400 1120-STORE-DEPT-CODE.
047500     IF WS-DCTL-COUNT = 50
047600         MOVE "DEPTCTL EXCEEDS DEPARTMENT TABLE LIMIT"
047700                         TO WS-ABEND-MSG
047800         SET WS-ABEND-FLAG TO TRUE
047900         GO TO MAIN-LOGIC-EXIT
048000     END-IF.
048100     ADD 1 TO WS-DCTL-COUNT.
048200     MOVE DEPT-CODE TO WS-DCTL-CODE (WS-DCTL-COUNT).
048300     PERFORM 1110-READ-DEPT-CODE THRU 1110-EXIT.
048400 1120-EXIT.
048500     EXIT.
048600*
048700*-----------------------------------------------------*
048800* 1500-LOAD-CHECKS -- CHKFILE INTO THE WORK TABLE, THE *
048900*     SAME TABLE LIMIT CHKMAINT WORKS TO.  THE FOUR    *
049000*     CHECK RULES ALL RUN OFF THIS ONE LOAD.  NO       *
049100*     CHKFILE (NO PAY CYCLE YET) IS AN EMPTY TABLE.    *
049200*-----------------------------------------------------*
049300 1500-LOAD-CHECKS.
049400     OPEN INPUT CHECK-DATA-FILE.
049500     IF WS-CHK-STATUS = "35"
049600         SET WS-CHK-MISSING TO TRUE
049700         GO TO 1500-EXIT
049800     END-IF.
049900     IF WS-CHK-STATUS NOT = "00"
050000         MOVE "UNABLE TO OPEN CHKFILE, STATUS "
050100                         TO WS-ABEND-MSG
050200         MOVE WS-CHK-STATUS TO WS-ABEND-MSG (32:2)
050300         SET WS-ABEND-FLAG TO TRUE
050400         GO TO MAIN-LOGIC-EXIT
050500     END-IF.
050600     PERFORM 1510-READ-CHECK THRU 1510-EXIT.
050700     PERFORM 1520-STORE-CHECK THRU 1520-EXIT
050800         UNTIL WS-CHK-EOF.
050900     CLOSE CHECK-DATA-FILE.
051000 1500-EXIT.
051100     EXIT.
051200*
051300 1510-READ-CHECK.
051400     READ CHECK-DATA-FILE
051500         AT END
051600             SET WS-CHK-EOF TO TRUE
051700     END-READ.
051800 1510-EXIT.
051900     EXIT.
052000*
052100 1520-STORE-CHECK.
052200     IF WS-CHECK-COUNT = 1000
052300         MOVE "CHKFILE EXCEEDS INTEGRITY TABLE LIMIT"
052400                         TO WS-ABEND-MSG
052500         SET WS-ABEND-FLAG TO TRUE
052600         GO TO MAIN-LOGIC-EXIT
052700     END-IF.
052800     ADD 1 TO WS-CHECK-COUNT.
052900     MOVE CK-CHECK-NUMBER TO WS-TBL-CHECK-NO (WS-CHECK-COUNT).
053000     MOVE CK-DATE         TO WS-TBL-DATE (WS-CHECK-COUNT).
053100     MOVE CK-EMP-NUMBER   TO WS-TBL-EMP-NO (WS-CHECK-COUNT).
053200     MOVE CK-EMP-NAME     TO WS-TBL-EMP-NAME (WS-CHECK-COUNT).
053300     PERFORM 1510-READ-CHECK THRU 1510-EXIT.
053400 1520-EXIT.
053500     EXIT.
053600*
053700*-----------------------------------------------------*
053800* 2000-RULE-ELECTIONS -- RULE 1.  EVERY PAYELECT       *
053900*     ELECTION MUST BELONG TO AN EMPLOYEE STILL ON     *
054000*     EMPMAST.  AN ORPHAN IS NEVER TAKEN BY THE PAY    *
054100*     CYCLE, BUT IT MEANS A TERMINATION OR RENUMBER    *
054200*     LEFT THE ELECTIONS BEHIND.                       *
054300*-----------------------------------------------------*
054400 2000-RULE-ELECTIONS.
054500     MOVE 1 TO WS-RX.
054600     PERFORM 3000-START-RULE THRU 3000-EXIT.
054700     OPEN INPUT ELECTION-FILE.
054800     IF WS-ELEC-STATUS = "35"
054900         MOVE "NO PAYELECT FILE - NO ELECTIONS TO TEST"
055000                         TO RNL-TEXT
055100         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
055200         GO TO 2000-END
055300     END-IF.
055400     IF WS-ELEC-STATUS NOT = "00"
055500         MOVE "UNABLE TO OPEN PAYELECT, STATUS "
055600                         TO WS-ABEND-MSG
055700         MOVE WS-ELEC-STATUS TO WS-ABEND-MSG (33:2)
055800         SET WS-ABEND-FLAG TO TRUE
055900         GO TO MAIN-LOGIC-EXIT
056000     END-IF.
056100     PERFORM 2010-READ-ELECTION THRU 2010-EXIT.
056200     PERFORM 2020-TEST-ELECTION THRU 2020-EXIT
056300         UNTIL WS-ELEC-EOF.
056400     CLOSE ELECTION-FILE.
056500 2000-END.
056600     PERFORM 3200-END-RULE THRU 3200-EXIT.
056700 2000-EXIT.
056800     EXIT.
056900*
057000 2010-READ-ELECTION.
057100     READ ELECTION-FILE
057200         AT END
057300             SET WS-ELEC-EOF TO TRUE
057400     END-READ.
057500 2010-EXIT.
057600     EXIT.
057700*
057800 2020-TEST-ELECTION.
057900     MOVE ELEC-EMP-NUMBER TO EMP-NUMBER.
058000     PERFORM 2900-FIND-EMPLOYEE THRU 2900-EXIT.
058100     IF NOT WS-EMP-FOUND
058200         MOVE "EMP NO"        TO REL-KEY-LABEL
058300         MOVE ELEC-EMP-NUMBER TO REL-KEY
058400         MOVE SPACES          TO REL-TEXT
058500         STRING "ELECTION " ELEC-DEDUCT-TYPE
058600                " HAS NO EMPLOYEE MASTER RECORD"
058700             DELIMITED BY SIZE INTO REL-TEXT
058800         PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
058900     END-IF.
059000     PERFORM 2010-READ-ELECTION THRU 2010-EXIT.
059100 2020-EXIT.
059200     EXIT.
059300*
059400*-----------------------------------------------------*
059500* 2200-RULE-DEPARTMENTS -- RULE 2.  EVERY EMPLOYEE THE *
059600*     PAY CYCLE STILL PAYS MUST CARRY A DEPARTMENT ON  *
059700*     DEPTCTL, OR THE LABOR DISTRIBUTION AND GL        *
059800*     POSTING GO TO NO COST CENTER.  TERMINATED        *
059900*     EMPLOYEES ARE SKIPPED, AS THE PAY CYCLE SKIPS    *
060000*     THEM.                                            *
060100*-----------------------------------------------------*
060200 2200-RULE-DEPARTMENTS.
060300     MOVE 2 TO WS-RX.
060400     PERFORM 3000-START-RULE THRU 3000-EXIT.
060500     IF WS-DEPT-MISSING
060600         MOVE "NO DEPTCTL FILE - DEPARTMENTS CANNOT BE TESTED"
060700                         TO RNL-TEXT
060800         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
060900         MOVE "N" TO WS-RES-TESTED-SW (WS-RX)
061000         GO TO 2200-END
061100     END-IF.
061200     MOVE "N" TO WS-EMP-EOF-SW.
061300     MOVE ZERO TO EMP-NUMBER.
061400     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EMP-NUMBER
061500         INVALID KEY
061600             SET WS-EMP-EOF TO TRUE
061700     END-START.
061800     IF NOT WS-EMP-EOF
061900         PERFORM 2210-READ-NEXT-EMPLOYEE THRU 2210-EXIT
062000     END-IF.
062100     PERFORM 2220-TEST-DEPARTMENT THRU 2220-EXIT
062200         UNTIL WS-EMP-EOF.
062300 2200-END.
062400     PERFORM 3200-END-RULE THRU 3200-EXIT.
062500 2200-EXIT.
062600     EXIT.
062700*
062800 2210-READ-NEXT-EMPLOYEE.
062900     READ EMPLOYEE-MASTER NEXT
063000         AT END
063100             SET WS-EMP-EOF TO TRUE
063200     END-READ.
063300     IF NOT WS-EMP-EOF AND WS-EMP-STATUS NOT = "00"
063400         MOVE "UNABLE TO READ EMPMAST, STATUS "
063500                         TO WS-ABEND-MSG
063600         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
063700         SET WS-ABEND-FLAG TO TRUE
063800         GO TO MAIN-LOGIC-EXIT
063900     END-IF.
064000 2210-EXIT.
064100     EXIT.
064200*
064300 2220-TEST-DEPARTMENT.
064400     IF EMP-TERMINATED
064500         GO TO 2220-NEXT
064600     END-IF.
064700     MOVE ZERO TO WS-FOUND-X.
064800     PERFORM 2230-MATCH-DEPT THRU 2230-EXIT
064900         VARYING WS-DX FROM 1 BY 1
065000         UNTIL WS-DX > WS-DCTL-COUNT
065100            OR WS-FOUND-X > ZERO.
065200     IF WS-FOUND-X = ZERO
065300         MOVE "EMP NO"   TO REL-KEY-LABEL
065400         MOVE EMP-NUMBER TO REL-KEY
065500         MOVE SPACES     TO REL-TEXT
065600         STRING EMP-NAME "  DEPARTMENT " EMP-DEPT
065700                " NOT ON DEPTCTL"
065800             DELIMITED BY SIZE INTO REL-TEXT
065900         PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
066000     END-IF.
066100 2220-NEXT.
066200     PERFORM 2210-READ-NEXT-EMPLOYEE THRU 2210-EXIT.
066300 2220-EXIT.
066400     EXIT.
066500*
066600 2230-MATCH-DEPT.
066700     IF WS-DCTL-CODE (WS-DX) = EMP-DEPT
066800         MOVE WS-DX TO WS-FOUND-X
066900     END-IF.
067000 2230-EXIT.
067100     EXIT.
067200*
067300*-----------------------------------------------------*
067400* 2400-RULE-CHECK-EMPLOYEE -- RULE 3.  EVERY CHECK ON  *
067500*     CHKFILE SHOULD STILL NAME AN EMPLOYEE ON THE     *
067600*     MASTER.  YEAREND PURGES TERMINATED EMPLOYEES, SO *
067700*     AN OLD CHECK CAN LEGITIMATELY OUTLIVE ITS PAYEE  *
067800*     -- LISTED FOR REVIEW ONLY.                       *
067900*-----------------------------------------------------*
068000 2400-RULE-CHECK-EMPLOYEE.
068100     MOVE 3 TO WS-RX.
068200     PERFORM 3000-START-RULE THRU 3000-EXIT.
068300     IF WS-CHK-MISSING
068400         MOVE "NO CHKFILE - NO CHECKS TO TEST" TO RNL-TEXT
068500         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
068600         GO TO 2400-END
068700     END-IF.
068800     PERFORM 2410-TEST-CHECK-EMPLOYEE THRU 2410-EXIT
068900         VARYING WS-CX FROM 1 BY 1
069000         UNTIL WS-CX > WS-CHECK-COUNT.
069100 2400-END.
069200     PERFORM 3200-END-RULE THRU 3200-EXIT.
069300 2400-EXIT.
069400     EXIT.
069500*
069600 2410-TEST-CHECK-EMPLOYEE.
069700     MOVE WS-TBL-EMP-NO (WS-CX) TO EMP-NUMBER.
069800     PERFORM 2900-FIND-EMPLOYEE THRU 2900-EXIT.
069900     IF NOT WS-EMP-FOUND
070000         MOVE "CHECK NO"               TO REL-KEY-LABEL
070100         MOVE WS-TBL-CHECK-NO (WS-CX)  TO REL-KEY
070200         MOVE SPACES                   TO REL-TEXT
070300         STRING "EMPLOYEE " WS-TBL-EMP-NO (WS-CX)
070400                " " WS-TBL-EMP-NAME (WS-CX)
070500                " NOT ON EMPMAST"
070600             DELIMITED BY SIZE INTO REL-TEXT
070700         PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
070800     END-IF.
070900 2410-EXIT.
071000     EXIT.
071100*
071200*-----------------------------------------------------*
071300* 2500-RULE-CHECK-NAME -- RULE 4.  THE PAYEE NAME ON   *
071400*     EACH CHECK AGAINST THE NAME ON THE MASTER TODAY. *
071500*     A LEGAL NAME CHANGE SHOWS HERE AS WELL AS A      *
071600*     CHECK WRITTEN TO THE WRONG EMPLOYEE, SO IT IS    *
071700*     LISTED FOR REVIEW ONLY.  CHECKS WHOSE EMPLOYEE   *
071800*     IS GONE ARE RULE 3'S AND ARE NOT REPEATED HERE.  *
071900*-----------------------------------------------------*
072000 2500-RULE-CHECK-NAME.
072100     MOVE 4 TO WS-RX.
072200     PERFORM 3000-START-RULE THRU 3000-EXIT.
072300     IF WS-CHK-MISSING
072400         MOVE "NO CHKFILE - NO CHECKS TO TEST" TO RNL-TEXT
072500         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
072600         GO TO 2500-END
072700     END-IF.
072800     PERFORM 2510-TEST-CHECK-NAME THRU 2510-EXIT
072900         VARYING WS-CX FROM 1 BY 1
073000         UNTIL WS-CX > WS-CHECK-COUNT.
073100 2500-END.
073200     PERFORM 3200-END-RULE THRU 3200-EXIT.
073300 2500-EXIT.
073400     EXIT.
073500*
073600 2510-TEST-CHECK-NAME.
073700     MOVE WS-TBL-EMP-NO (WS-CX) TO EMP-NUMBER.
073800     PERFORM 2900-FIND-EMPLOYEE THRU 2900-EXIT.
073900     IF NOT WS-EMP-FOUND
074000         GO TO 2510-EXIT
074100     END-IF.
074200     IF EMP-NAME NOT = WS-TBL-EMP-NAME (WS-CX)
074300         MOVE "CHECK NO"               TO REL-KEY-LABEL
074400         MOVE WS-TBL-CHECK-NO (WS-CX)  TO REL-KEY
074500         MOVE SPACES                   TO REL-TEXT
074600         STRING "EMP " WS-TBL-EMP-NO (WS-CX)
074700                " CHECK NAME " WS-TBL-EMP-NAME (WS-CX)
074800                " MASTER " EMP-NAME
074900             DELIMITED BY SIZE INTO REL-TEXT
075000         PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
075100     END-IF.
075200 2510-EXIT.
075300     EXIT.
075400*
075500*-----------------------------------------------------*
075600* 2600-RULE-DUPLICATE-CHECKS -- RULE 5.  NO CHECK      *
075700*     NUMBER MAY BE ON CHKFILE TWICE -- POSITIVE PAY   *
075800*     AND THE BANK RECONCILIATION BOTH MATCH ON THE    *
075900*     NUMBER ALONE.  EACH CHECK IS COMPARED WITH THE   *
076000*     ONES BEFORE IT, SO EVERY REPEAT IS LISTED ONCE   *
076100*     AGAINST THE FIRST USE.  THE HIGHEST NUMBER ON    *
076200*     FILE IS TAKEN ON THE SAME PASS FOR RULE 6.       *
076300*-----------------------------------------------------*
076400 2600-RULE-DUPLICATE-CHECKS.
076500     MOVE 5 TO WS-RX.
076600     PERFORM 3000-START-RULE THRU 3000-EXIT.
076700     IF WS-CHK-MISSING
076800         MOVE "NO CHKFILE - NO CHECKS TO TEST" TO RNL-TEXT
076900         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
077000         GO TO 2600-END
077100     END-IF.
077200     PERFORM 2610-TEST-DUPLICATE THRU 2610-EXIT
077300         VARYING WS-CX FROM 1 BY 1
077400         UNTIL WS-CX > WS-CHECK-COUNT.
077500 2600-END.
077600     PERFORM 3200-END-RULE THRU 3200-EXIT.
077700 2600-EXIT.
077800     EXIT.
077900*
078000 2610-TEST-DUPLICATE.
078100     IF WS-TBL-CHECK-NO (WS-CX) > WS-HIGH-CHECK-NO
078200         MOVE WS-TBL-CHECK-NO (WS-CX) TO WS-HIGH-CHECK-NO
078300     END-IF.
078400     MOVE ZERO TO WS-FOUND-X.
078500     PERFORM 2620-MATCH-EARLIER THRU 2620-EXIT
078600         VARYING WS-CY FROM 1 BY 1
078700         UNTIL WS-CY NOT < WS-CX
078800            OR WS-FOUND-X > ZERO.
078900     IF WS-FOUND-X > ZERO
079000         MOVE "CHECK NO"               TO REL-KEY-LABEL
079100         MOVE WS-TBL-CHECK-NO (WS-CX)  TO REL-KEY
079200         MOVE SPACES                   TO REL-TEXT
079300         STRING "DATED " WS-TBL-DATE (WS-CX)
079400                " EMP " WS-TBL-EMP-NO (WS-CX)
079500                "  SAME NUMBER AS CHECK DATED "
079600                WS-TBL-DATE (WS-FOUND-X)
079700                " EMP " WS-TBL-EMP-NO (WS-FOUND-X)
079800             DELIMITED BY SIZE INTO REL-TEXT
079900         PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
080000     END-IF.
080100 2610-EXIT.
080200     EXIT.
080300*
080400 2620-MATCH-EARLIER.
080500     IF WS-TBL-CHECK-NO (WS-CY) = WS-TBL-CHECK-NO (WS-CX)
080600         MOVE WS-CY TO WS-FOUND-X
080700     END-IF.
080800 2620-EXIT.
080900     EXIT.
081000*
081100*-----------------------------------------------------*
081200* 2700-RULE-NEXT-CHECK -- RULE 6.  THE NEXT NUMBER ON  *
081300*     CHKCTL MUST BE ABOVE EVERY CHECK ON FILE, OR THE *
081400*     NEXT PAY CYCLE REISSUES A NUMBER ALREADY USED.   *
081500*     A MISSING, EMPTY OR ZERO CHKCTL IS TAKEN AS 1,   *
081600*     THE NUMBER PAYROLL WOULD START FROM.             *
081700*-----------------------------------------------------*
081800 2700-RULE-NEXT-CHECK.
081900     MOVE 6 TO WS-RX.
082000     PERFORM 3000-START-RULE THRU 3000-EXIT.
082100     OPEN INPUT CHECK-CONTROL-FILE.
082200     IF WS-CTL-STATUS = "35"
082300         MOVE "NO CHKCTL FILE - NEXT CYCLE STARTS AT CHECK 1"
082400                         TO RNL-TEXT
082500         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
082600         GO TO 2700-TEST
082700     END-IF.
082800     IF WS-CTL-STATUS NOT = "00"
082900         MOVE "UNABLE TO OPEN CHKCTL, STATUS "
083000                         TO WS-ABEND-MSG
083100         MOVE WS-CTL-STATUS TO WS-ABEND-MSG (31:2)
083200         SET WS-ABEND-FLAG TO TRUE
083300         GO TO MAIN-LOGIC-EXIT
083400     END-IF.
083500     READ CHECK-CONTROL-FILE
083600         AT END
083700             GO TO 2700-CLOSE
083800     END-READ.
083900     IF CTL-NEXT-CHECK-NO NUMERIC
084000      AND CTL-NEXT-CHECK-NO > ZERO
084100         MOVE CTL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
084200     END-IF.
084300 2700-CLOSE.
084400     CLOSE CHECK-CONTROL-FILE.
084500 2700-TEST.
084600     IF WS-CHECK-COUNT > ZERO
084700      AND WS-NEXT-CHECK-NO NOT > WS-HIGH-CHECK-NO
084800         MOVE "CHKCTL"          TO REL-KEY-LABEL
084900         MOVE WS-NEXT-CHECK-NO  TO REL-KEY
085000         MOVE SPACES            TO REL-TEXT
085100         STRING "NEXT CHECK NUMBER IS NOT ABOVE HIGHEST "
085200                "CHECK ON FILE " WS-HIGH-CHECK-NO
085300             DELIMITED BY SIZE INTO REL-TEXT
085400         PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
085500     END-IF.
085600     PERFORM 3200-END-RULE THRU 3200-EXIT.
085700 2700-EXIT.
085800     EXIT.
085900*
086000*-----------------------------------------------------*
086100* 2800-RULE-ACCOUNT-HISTORY -- RULE 7.  EVERY POSTED   *
086200*     ITEM ON TRANHIST SHOULD BELONG TO AN ACCOUNT     *
086300*     STILL ON ACCTMAST, OR STMTGEN HAS NOWHERE TO     *
086400*     PRINT IT.  LISTED FOR REVIEW ONLY.               *
086500*-----------------------------------------------------*
086600 2800-RULE-ACCOUNT-HISTORY.
086700     MOVE 7 TO WS-RX.
086800     PERFORM 3000-START-RULE THRU 3000-EXIT.
086900     IF WS-ACCT-MISSING
087000         MOVE "NO ACCTMAST FILE - ACCOUNTS CANNOT BE TESTED"
087100                         TO RNL-TEXT
087200         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
087300         MOVE "N" TO WS-RES-TESTED-SW (WS-RX)
087400         GO TO 2800-END
087500     END-IF.
087600     OPEN INPUT HISTORY-FILE.
087700     IF WS-HIS-STATUS = "35"
087800         MOVE "NO TRANHIST FILE - NO HISTORY TO TEST"
087900                         TO RNL-TEXT
088000         PERFORM 3300-PRINT-NOTE THRU 3300-EXIT
088100         GO TO 2800-END
088200     END-IF.
088300     IF WS-HIS-STATUS NOT = "00"
088400         MOVE "UNABLE TO OPEN TRANHIST, STATUS "
088500                         TO WS-ABEND-MSG
088600         MOVE WS-HIS-STATUS TO WS-ABEND-MSG (33:2)
088700         SET WS-ABEND-FLAG TO TRUE
088800         GO TO MAIN-LOGIC-EXIT
088900     END-IF.
089000     PERFORM 2810-READ-HISTORY THRU 2810-EXIT.
089100     PERFORM 2820-TEST-HISTORY THRU 2820-EXIT
089200         UNTIL WS-HIS-EOF.
089300     CLOSE HISTORY-FILE.
089400 2800-END.
089500     PERFORM 3200-END-RULE THRU 3200-EXIT.
089600 2800-EXIT.
089700     EXIT.
089800*
089900 2810-READ-HISTORY.
090000     READ HISTORY-FILE
090100         AT END
090200             SET WS-HIS-EOF TO TRUE
090300     END-READ.
090400 2810-EXIT.
090500     EXIT.
090600*
090700 2820-TEST-HISTORY.
090800     MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER.
090900     READ ACCOUNT-MASTER
091000         INVALID KEY
091100             MOVE "ACCOUNT"        TO REL-KEY-LABEL
091200             MOVE TRAN-ACCT-NUMBER TO REL-KEY
091300             MOVE SPACES           TO REL-TEXT
091400             STRING "ITEM DATED " TRAN-DATE
091500                    " REF " TRAN-REFERENCE
091600                    " HAS NO ACCOUNT MASTER RECORD"
091700                 DELIMITED BY SIZE INTO REL-TEXT
091800             PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
091900             GO TO 2820-NEXT
092000     END-READ.
092100     IF WS-ACCT-STATUS NOT = "00"
092200         MOVE "UNABLE TO READ ACCTMAST, STATUS "
092300                         TO WS-ABEND-MSG
092400         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
092500         SET WS-ABEND-FLAG TO TRUE
092600         GO TO MAIN-LOGIC-EXIT
092700     END-IF.
092800 2820-NEXT.
092900     PERFORM 2810-READ-HISTORY THRU 2810-EXIT.
093000 2820-EXIT.
093100     EXIT.
093200*
093300*-----------------------------------------------------*
093400* 2900-FIND-EMPLOYEE -- KEYED READ OF EMPMAST FOR THE  *
093500*     NUMBER IN EMP-NUMBER.  NOT ON FILE IS AN ANSWER, *
093600*     NOT AN ERROR; ANY OTHER BAD STATUS IS.           *
093700*-----------------------------------------------------*
093800 2900-FIND-EMPLOYEE.
093900     SET WS-EMP-FOUND TO TRUE.
094000     READ EMPLOYEE-MASTER
094100         INVALID KEY
094200             MOVE "N" TO WS-EMP-FOUND-SW
094300             GO TO 2900-EXIT
094400     END-READ.
094500     IF WS-EMP-STATUS NOT = "00"
094600         MOVE "UNABLE TO READ EMPMAST, STATUS "
094700                         TO WS-ABEND-MSG
094800         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
094900         SET WS-ABEND-FLAG TO TRUE
095000         GO TO MAIN-LOGIC-EXIT
095100     END-IF.
095200 2900-EXIT.
095300     EXIT.
095400*
095500*-----------------------------------------------------*
095600* 3000-START-RULE -- THE RULE'S HEADING LINE, KEPT ON  *
095700*     THE SAME PAGE AS AT LEAST ITS FIRST FEW LINES.   *
095800*-----------------------------------------------------*
095900 3000-START-RULE.
096000     IF WS-LINE-COUNT + 4 > WS-PAGE-LIMIT
096100         PERFORM 3400-PRINT-PAGE-HEADINGS THRU 3400-EXIT
096200     END-IF.
096300     MOVE WS-RX                    TO RRL-NUMBER.
096400     MOVE WS-RULE-TITLE (WS-RX)    TO RRL-TITLE.
096500     IF WS-RULE-CRITICAL (WS-RX)
096600         MOVE "CRITICAL" TO RRL-SEVERITY
096700     ELSE
096800         MOVE "WARNING"  TO RRL-SEVERITY
096900     END-IF.
097000     WRITE RPT-PRINT-LINE FROM WS-RPT-RULE-LINE
097100         AFTER ADVANCING 2 LINES.
097200     ADD 2 TO WS-LINE-COUNT.
097300 3000-EXIT.
097400     EXIT.
097500*
097600 3100-PRINT-EXCEPTION.
097700     IF WS-LINE-COUNT > WS-PAGE-LIMIT
097800         PERFORM 3400-PRINT-PAGE-HEADINGS THRU 3400-EXIT
097900     END-IF.
098000     WRITE RPT-PRINT-LINE FROM WS-RPT-EXC-LINE
098100         AFTER ADVANCING 1 LINE.
098200     ADD 1 TO WS-LINE-COUNT.
098300     ADD 1 TO WS-RES-COUNT (WS-RX).
098400 3100-EXIT.
098500     EXIT.
098600*
098700*-----------------------------------------------------*
098800* 3200-END-RULE -- THE RULE'S COUNT LINE, AND A FAILED *
098900*     RULE IS TALLIED AS CRITICAL OR WARNING FOR THE   *
099000*     RETURN CODE.                                     *
099100*-----------------------------------------------------*
099200 3200-END-RULE.
099300     IF WS-RES-TESTED-SW (WS-RX) = "N"
099400         GO TO 3200-EXIT
099500     END-IF.
099600     IF WS-LINE-COUNT > WS-PAGE-LIMIT
099700         PERFORM 3400-PRINT-PAGE-HEADINGS THRU 3400-EXIT
099800     END-IF.
099900     MOVE "EXCEPTIONS THIS RULE"   TO SUM-LABEL.
100000     MOVE WS-RES-COUNT (WS-RX)     TO SUM-COUNT.
100100     WRITE RPT-PRINT-LINE FROM WS-SUM-LINE
100200         AFTER ADVANCING 1 LINE.
100300     ADD 1 TO WS-LINE-COUNT.
100400     IF WS-RES-COUNT (WS-RX) = ZERO
100500         GO TO 3200-EXIT
100600     END-IF.
100700     IF WS-RULE-CRITICAL (WS-RX)
100800         ADD 1 TO WS-CRITICAL-FAILS
100900     ELSE
101000         ADD 1 TO WS-WARNING-FAILS
101100     END-IF.
101200 3200-EXIT.
101300     EXIT.
101400*
101500 3300-PRINT-NOTE.
101600     IF WS-LINE-COUNT > WS-PAGE-LIMIT
101700         PERFORM 3400-PRINT-PAGE-HEADINGS THRU 3400-EXIT
101800     END-IF.
101900     WRITE RPT-PRINT-LINE FROM WS-RPT-NOTE-LINE
102000         AFTER ADVANCING 1 LINE.
102100     ADD 1 TO WS-LINE-COUNT.
102200 3300-EXIT.
102300     EXIT.
102400*
102500 3400-PRINT-PAGE-HEADINGS.
102600     ADD 1 TO WS-PAGE-COUNT.
102700     MOVE WS-PAGE-COUNT TO RH1-PAGE.
102800     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
102900         AFTER ADVANCING PAGE.
103000     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
103100         AFTER ADVANCING 2 LINES.
103200     MOVE SPACES TO RPT-PRINT-LINE.
103300     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
103400     MOVE 5 TO WS-LINE-COUNT.
103500 3400-EXIT.
103600     EXIT.
103700*
103800*-----------------------------------------------------*
103900* 4000-PRINT-SUMMARY -- ONE LINE PER RULE WITH ITS     *
104000*     SEVERITY, COUNT AND RESULT, THEN WHAT THE RESULT *
104100*     MEANS FOR THE PAY CYCLE.                         *
104200*-----------------------------------------------------*
104300 4000-PRINT-SUMMARY.
104400     IF WS-LINE-COUNT + 14 > WS-PAGE-LIMIT
104500         PERFORM 3400-PRINT-PAGE-HEADINGS THRU 3400-EXIT
104600     END-IF.
104700     MOVE "SUMMARY BY RULE" TO RNL-TEXT.
104800     WRITE RPT-PRINT-LINE FROM WS-RPT-NOTE-LINE
104900         AFTER ADVANCING 3 LINES.
105000     MOVE SPACES TO RPT-PRINT-LINE.
105100     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
105200     PERFORM 4100-SUMMARY-ONE-RULE THRU 4100-EXIT
105300         VARYING WS-RX FROM 1 BY 1
105400         UNTIL WS-RX > 7.
105500     IF WS-CRITICAL-FAILS > ZERO
105600         MOVE "CRITICAL RULE FAILED - PAY CYCLE HELD UNTIL THE "
105700                         TO RNL-TEXT
105800         MOVE "FILES ARE CORRECTED" TO RNL-TEXT (49:19)
105900     ELSE
106000         IF WS-WARNING-FAILS > ZERO
106100             MOVE "WARNINGS ONLY - REVIEW THE EXCEPTIONS ABOVE"
106200                         TO RNL-TEXT
106300         ELSE
106400             MOVE "ALL RULES TESTED PASSED" TO RNL-TEXT
106500         END-IF
106600     END-IF.
106700     WRITE RPT-PRINT-LINE FROM WS-RPT-NOTE-LINE
106800         AFTER ADVANCING 2 LINES.
106900     ADD 13 TO WS-LINE-COUNT.
107000 4000-EXIT.
107100     EXIT.
107200*
107300 4100-SUMMARY-ONE-RULE.
107400     PERFORM 4200-BUILD-RULE-LINE THRU 4200-EXIT.
107500     WRITE RPT-PRINT-LINE FROM WS-RULE-LINE
107600         AFTER ADVANCING 1 LINE.
107700 4100-EXIT.
107800     EXIT.
107900*
108000 4200-BUILD-RULE-LINE.
108100     MOVE WS-RX                    TO RL-NUMBER.
108200     MOVE WS-RULE-TITLE (WS-RX)    TO RL-TITLE.
108300     MOVE WS-RES-COUNT (WS-RX)     TO RL-COUNT.
108400     IF WS-RULE-CRITICAL (WS-RX)
108500         MOVE "CRITICAL" TO RL-SEVERITY
108600     ELSE
108700         MOVE "WARNING"  TO RL-SEVERITY
108800     END-IF.
108900     IF WS-RES-TESTED-SW (WS-RX) = "N"
109000         MOVE "NOT TESTED" TO RL-RESULT
109100     ELSE
109200         IF WS-RES-COUNT (WS-RX) = ZERO
109300             MOVE "PASSED"   TO RL-RESULT
109400         ELSE
109500             MOVE "FAILED"   TO RL-RESULT
109600         END-IF
109700     END-IF.
109800 4200-EXIT.
109900     EXIT.
110000*
110100*-----------------------------------------------------*
110200* 5000-REPORT-RESULTS -- ONE LINE PER RULE AND THE     *
110300*     OUTCOME, TO THE JOB LOG OR THE OPERATOR.         *
110400*-----------------------------------------------------*
110500 5000-REPORT-RESULTS.
110600     MOVE SL-MENU-FIRST-LINE TO WS-WORK-LINE.
110700     PERFORM 5100-REPORT-ONE-RULE THRU 5100-EXIT
110800         VARYING WS-RX FROM 1 BY 1
110900         UNTIL WS-RX > 7.
111000     IF WS-CRITICAL-FAILS > ZERO
111100         IF WS-BATCH-MODE
111200             DISPLAY "INTEGCHK: CRITICAL RULE FAILED - "
111300                     "SEE INTEGRPT - PAY CYCLE HELD"
111400         ELSE
111500             DISPLAY "CRITICAL RULE FAILED - SEE INTEGRPT"
111600                 LINE SL-BODY-LINE POSITION SL-BODY-POSITION
111700         END-IF
111800         GO TO 5000-TELL
111900     END-IF.
112000     IF WS-WARNING-FAILS > ZERO
112100         IF WS-BATCH-MODE
112200             DISPLAY "INTEGCHK: WARNINGS ONLY - SEE INTEGRPT"
112300         ELSE
112400             DISPLAY "WARNINGS ONLY - SEE INTEGRPT"
112500                 LINE SL-BODY-LINE POSITION SL-BODY-POSITION
112600         END-IF
112700         GO TO 5000-TELL
112800     END-IF.
112900     IF WS-BATCH-MODE
113000         DISPLAY "INTEGCHK: ALL RULES TESTED PASSED"
113100     ELSE
113200         DISPLAY "ALL RULES TESTED PASSED"
113300             LINE SL-BODY-LINE POSITION SL-BODY-POSITION
113400     END-IF.
113500 5000-TELL.
113600     IF NOT WS-BATCH-MODE
113700         DISPLAY "PRESS ENTER TO RETURN TO THE MENU"
113800             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
113900         COMPUTE WS-PROMPT-POS = SL-FOOTER-POSITION + 34
114000         ACCEPT WS-DUMMY LINE SL-FOOTER-LINE
114100             POSITION WS-PROMPT-POS
114200     END-IF.
114300 5000-EXIT.
114400     EXIT.
114500*
114600 5100-REPORT-ONE-RULE.
114700     PERFORM 4200-BUILD-RULE-LINE THRU 4200-EXIT.
114800     IF WS-BATCH-MODE
114900         DISPLAY "INTEGCHK:   " RL-BODY
115000     ELSE
115100         DISPLAY RL-BODY
115200             LINE WS-WORK-LINE POSITION SL-BODY-POSITION
115300         ADD 1 TO WS-WORK-LINE
115400     END-IF.
115500 5100-EXIT.
115600     EXIT.
