000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MSTBKUP.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- MASTER FILE BACKUP.  *
001200*              COPIES EMPMAST, ACCTMAST, CHKFILE,      *
001300*              CHKCTL, PAYELECT, PAYCTL AND DEPTCTL TO *
001400*              ONE DATED GENERATION FILE, EACH FILE    *
001500*              FOLLOWED BY A TRAILER WITH ITS RECORD   *
001600*              COUNT AND MONEY HASHES (BKUPREC), THEN  *
001700*              RE-READS THE GENERATION AND PROVES      *
001800*              EVERY TRAILER BEFORE CATALOGING IT ON   *
001900*              BKUPCTL.  THE OLDEST GENERATION PAST    *
002000*              THE NUMBER KEPT IS SCRATCHED.  THE      *
002100*              NIGHTLY CYCLE RUNS THIS FIRST, SO A     *
002200*              STEP THAT DAMAGES A MASTER CAN BE RERUN *
002300*              FROM A PROVED COPY (MSTREST).  A COPY   *
002400*              THAT DOES NOT PROVE ENDS RC 8 AND HOLDS *
002500*              THE CYCLE.                              *
002600*-----------------------------------------------------*
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. RM-COBOL.
003100 OBJECT-COMPUTER. RM-COBOL.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS EMP-NUMBER
003800         FILE STATUS IS WS-EMP-STATUS.
003900     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS ACCT-NUMBER
004300         FILE STATUS IS WS-ACCT-STATUS.
004400     SELECT CHECK-DATA-FILE ASSIGN TO "CHKFILE"
004500         ORGANIZATION IS SEQUENTIAL
004600         ACCESS MODE IS SEQUENTIAL
004700         FILE STATUS IS WS-CHK-STATUS.
004800     SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE IS SEQUENTIAL
005100         FILE STATUS IS WS-CTL-STATUS.
005200     SELECT ELECTION-FILE ASSIGN TO "PAYELECT"
005300         ORGANIZATION IS SEQUENTIAL
005400         ACCESS MODE IS SEQUENTIAL
005500         FILE STATUS IS WS-ELEC-STATUS.
005600     SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTL"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE IS SEQUENTIAL
005900         FILE STATUS IS WS-PAYC-STATUS.
006000     SELECT DEPT-CONTROL-FILE ASSIGN TO "DEPTCTL"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE IS SEQUENTIAL
006300         FILE STATUS IS WS-DEPT-STATUS.
006400     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE IS SEQUENTIAL
006700         FILE STATUS IS WS-BKUP-STATUS.
006800     SELECT CATALOG-FILE ASSIGN TO "BKUPCTL"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE IS SEQUENTIAL
007100         FILE STATUS IS WS-CAT-STATUS.
007200     SELECT SCRATCH-FILE ASSIGN TO DYNAMIC WS-SCRATCH-NAME
007300         ORGANIZATION IS SEQUENTIAL
007400         ACCESS MODE IS SEQUENTIAL
007500         FILE STATUS IS WS-SCR-STATUS.
007600*
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  EMPLOYEE-MASTER
008000     LABEL RECORDS ARE STANDARD.
008100     COPY EMPREC.
008200*
008300 FD  ACCOUNT-MASTER
008400     LABEL RECORDS ARE STANDARD.
008500     COPY ACCTREC.
008600*
008700 FD  CHECK-DATA-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY CHKREC.
009000*
009100 FD  CHECK-CONTROL-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  CTL-RECORD.
009400     05  CTL-NEXT-CHECK-NO       PIC 9(08).
009500     05  FILLER                  PIC X(72).
009600*
009700 FD  ELECTION-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY ELECREC.
010000*
010100 FD  PAY-CONTROL-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY PAYCREC.
010400*
010500 FD  DEPT-CONTROL-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY DEPTREC.
010800*
010900 FD  BACKUP-FILE
011000     LABEL RECORDS ARE STANDARD.
011100     COPY BKUPREC.
011200*
011300 FD  CATALOG-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY BKCTREC.
011600*
011700 FD  SCRATCH-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  SCR-RECORD                  PIC X(110).
012000*
012100 WORKING-STORAGE SECTION.
012200*
012300 COPY SCRNLAY.
012400*
012500 77  WS-EMP-STATUS           PIC X(02)   VALUE "00".
012600 77  WS-ACCT-STATUS          PIC X(02)   VALUE "00".
012700 77  WS-CHK-STATUS           PIC X(02)   VALUE "00".
012800 77  WS-CTL-STATUS           PIC X(02)   VALUE "00".
012900 77  WS-ELEC-STATUS          PIC X(02)   VALUE "00".
013000 77  WS-PAYC-STATUS          PIC X(02)   VALUE "00".
013100 77  WS-DEPT-STATUS          PIC X(02)   VALUE "00".
013200 77  WS-BKUP-STATUS          PIC X(02)   VALUE "00".
013300 77  WS-CAT-STATUS           PIC X(02)   VALUE "00".
013400 77  WS-SCR-STATUS           PIC X(02)   VALUE "00".
013500 77  WS-EOF-SW               PIC X(01)   VALUE "N".
013600     88  WS-EOF-REACHED              VALUE "Y".
013700 77  WS-CAT-EOF-SW           PIC X(01)   VALUE "N".
013800     88  WS-CAT-EOF                  VALUE "Y".
013900 77  WS-EMP-OPEN-SW          PIC X(01)   VALUE "N".
014000     88  WS-EMP-OPEN                 VALUE "Y".
014100 77  WS-ACCT-OPEN-SW         PIC X(01)   VALUE "N".
014200     88  WS-ACCT-OPEN                VALUE "Y".
014300 77  WS-BKUP-OPEN-SW         PIC X(01)   VALUE "N".
014400     88  WS-BKUP-OPEN                VALUE "Y".
014500 77  WS-PROOF-SW             PIC X(01)   VALUE "N".
014600     88  WS-PROOF-FAILED             VALUE "Y".
014700 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
014800     88  WS-ABEND-FLAG               VALUE "Y".
014900 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
015000 77  WS-PROOF-MSG            PIC X(40)   VALUE SPACES.
015100 77  WS-BATCH-SW             PIC X(01)   VALUE "N".
015200     88  WS-BATCH-MODE               VALUE "Y".
015300 77  WS-PARM-TEXT            PIC X(10)   VALUE SPACES.
015400 77  WS-DUMMY                PIC X(01)   VALUE SPACE.
015500 77  WS-PROMPT-POS           PIC 9(02)   VALUE ZERO.
015600 77  WS-WORK-LINE            PIC 9(02)   VALUE ZERO.
015700 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
015800 77  WS-RUN-TIME             PIC 9(08)   VALUE ZERO.
015900 77  WS-OPERATOR-ID          PIC X(20)   VALUE SPACES.
016000 77  WS-FX                   PIC 9(02)   COMP VALUE ZERO.
016100 77  WS-CX                   PIC 9(03)   COMP VALUE ZERO.
016200 77  WS-SAME-DAY-COUNT       PIC 9(02)   VALUE ZERO.
016300 77  WS-SCRATCHED-COUNT      PIC 9(03)   COMP VALUE ZERO.
016400 77  WS-TOTAL-COUNT          PIC 9(07)   VALUE ZERO.
016500 77  WS-COUNT-EDITED         PIC Z,ZZZ,ZZ9.
016600*
016700*    GENERATIONS KEPT ON THE CATALOG -- A WEEK OF NIGHTLY
016800*    CYCLES.  RAISE IT (UP TO 99) TO KEEP MORE.
016900*
017000 77  WS-KEEP-GENERATIONS     PIC 9(02)   VALUE 07.
017100*
017200 01  WS-GEN-NAME.
017300     05  FILLER              PIC X(08)   VALUE "MSTBKUP.".
017400     05  WS-GEN-DATE         PIC 9(08)   VALUE ZERO.
017500     05  FILLER              PIC X(01)   VALUE ".".
017600     05  WS-GEN-SEQ          PIC 9(02)   VALUE ZERO.
017700     05  FILLER              PIC X(01)   VALUE SPACE.
017800*
017900 01  WS-SCRATCH-NAME         PIC X(20)   VALUE SPACES.
018000*
018100*    THE FILES IN A GENERATION, IN THE ORDER THEY ARE
018200*    WRITTEN.  WS-FX RUNS OVER THIS TABLE.
018300*
018400 01  WS-FILE-ID-VALUES.
018500     05  FILLER              PIC X(08)   VALUE "EMPMAST".
018600     05  FILLER              PIC X(08)   VALUE "ACCTMAST".
018700     05  FILLER              PIC X(08)   VALUE "CHKFILE".
018800     05  FILLER              PIC X(08)   VALUE "CHKCTL".
018900     05  FILLER              PIC X(08)   VALUE "PAYELECT".
019000     05  FILLER              PIC X(08)   VALUE "PAYCTL".
019100     05  FILLER              PIC X(08)   VALUE "DEPTCTL".
019200 01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-VALUES.
019300     05  WS-FILE-ID          PIC X(08)   OCCURS 7 TIMES.
019400*
019500*    FIGURES TAKEN WHILE COPYING, AND THE SAME FIGURES
019600*    RECOUNTED FROM THE COPY ON THE PROVING PASS.
019700*
019800 01  WS-COPY-TOTALS.
019900     05  WS-CPY-ENTRY OCCURS 7 TIMES.
020000         10  WS-CPY-PRESENT      PIC X(01).
020100         10  WS-CPY-COUNT        PIC 9(07).
020200         10  WS-CPY-HASH-1       PIC S9(11)V99.
020300         10  WS-CPY-HASH-2       PIC S9(11)V99.
020400         10  WS-CPY-HASH-3       PIC S9(11)V99.
020500*
020600 01  WS-PROOF-TOTALS.
020700     05  WS-PRF-ENTRY OCCURS 7 TIMES.
020800         10  WS-PRF-COUNT        PIC 9(07).
020900         10  WS-PRF-HASH-1       PIC S9(11)V99.
021000         10  WS-PRF-HASH-2       PIC S9(11)V99.
021100         10  WS-PRF-HASH-3       PIC S9(11)V99.
021200         10  WS-PRF-RESULT       PIC X(12).
021300*
021400 01  WS-CAT-TABLE.
021500     05  WS-CAT-COUNT        PIC 9(03)   COMP VALUE ZERO.
021600     05  WS-CAT-ENTRY OCCURS 100 TIMES.
021700         10  WS-CAT-IMAGE        PIC X(80).
021800         10  WS-CAT-VIEW REDEFINES WS-CAT-IMAGE.
021900             15  WS-CAT-GEN-NAME     PIC X(20).
022000             15  WS-CAT-DATE         PIC 9(08).
022100             15  FILLER              PIC X(52).
022200*
022300 01  WS-FILE-LINE.
022400     05  FL-FILE-ID          PIC X(08).
022500     05  FILLER              PIC X(02)   VALUE SPACES.
022600     05  FL-COUNT            PIC Z,ZZZ,ZZ9.
022700     05  FILLER              PIC X(10)   VALUE " RECORDS".
022800     05  FL-RESULT           PIC X(12).
022900*
023000 PROCEDURE DIVISION.
023100*
023200 MAIN-LOGIC SECTION.
023300 BEGIN.
023400     PERFORM 0100-INIT-WORK-AREAS THRU 0100-EXIT.
023500     PERFORM 1050-CHECK-RUN-MODE THRU 1050-EXIT.
023600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023700     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
023800     PERFORM 1200-NAME-GENERATION THRU 1200-EXIT.
023900     PERFORM 2000-WRITE-GENERATION THRU 2000-EXIT.
024000     PERFORM 3000-PROVE-GENERATION THRU 3000-EXIT.
024100     IF NOT WS-PROOF-FAILED
024200         PERFORM 4000-UPDATE-CATALOG THRU 4000-EXIT
024300     END-IF.
024400     PERFORM 5000-REPORT-RESULTS THRU 5000-EXIT.
024500     GO TO MAIN-LOGIC-EXIT.
024600 MAIN-LOGIC-EXIT.
024700     IF WS-EMP-OPEN
024800         CLOSE EMPLOYEE-MASTER
024900         MOVE "N" TO WS-EMP-OPEN-SW
025000     END-IF.
025100     IF WS-ACCT-OPEN
025200         CLOSE ACCOUNT-MASTER
025300         MOVE "N" TO WS-ACCT-OPEN-SW
025400     END-IF.
025500     IF WS-BKUP-OPEN
025600         CLOSE BACKUP-FILE
025700         MOVE "N" TO WS-BKUP-OPEN-SW
025800     END-IF.
025900     IF WS-ABEND-FLAG
026000         IF WS-BATCH-MODE
026100             DISPLAY "MSTBKUP ABEND - " WS-ABEND-MSG
026200         ELSE
026300             DISPLAY "MSTBKUP ABEND - " WS-ABEND-MSG
026400                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
026500         END-IF
026600         MOVE 16 TO RETURN-CODE
026700     ELSE
026800         IF WS-PROOF-FAILED
026900             MOVE 8 TO RETURN-CODE
027000         ELSE
027100             MOVE ZERO TO RETURN-CODE
027200         END-IF
027300     END-IF.
027400     EXIT PROGRAM.
027500*
027600*-----------------------------------------------------*
027700* 0100-INIT-WORK-AREAS -- PUT EVERY SWITCH, COUNTER,   *
027800*     AND TOTAL BACK TO ITS STARTING VALUE.  A CALLED  *
027900*     PROGRAM KEEPS ITS WORKING STORAGE BETWEEN CALLS, *
028000*     SO WITHOUT THIS A SECOND SELECTION FROM THE MENU *
028100*     WOULD RUN ON THE LAST CALL'S LEFTOVERS.          *
028200*-----------------------------------------------------*
028300 0100-INIT-WORK-AREAS.
028400     MOVE "00" TO WS-EMP-STATUS WS-ACCT-STATUS WS-CHK-STATUS
028500                  WS-CTL-STATUS WS-ELEC-STATUS WS-PAYC-STATUS
028600                  WS-DEPT-STATUS WS-BKUP-STATUS WS-CAT-STATUS
028700                  WS-SCR-STATUS.
028800     MOVE "N" TO WS-EOF-SW WS-CAT-EOF-SW WS-EMP-OPEN-SW
028900                 WS-ACCT-OPEN-SW WS-BKUP-OPEN-SW WS-PROOF-SW
029000                 WS-ABEND-SW WS-BATCH-SW.
029100     MOVE SPACES TO WS-ABEND-MSG WS-PROOF-MSG.
029200     MOVE ZERO TO WS-CAT-COUNT WS-SCRATCHED-COUNT
029300                  WS-TOTAL-COUNT WS-SAME-DAY-COUNT.
029400     PERFORM 0110-CLEAR-FILE-TOTALS THRU 0110-EXIT
029500         VARYING WS-FX FROM 1 BY 1
029600         UNTIL WS-FX > 7.
029700 0100-EXIT.
029800     EXIT.
029900*
030000 0110-CLEAR-FILE-TOTALS.
030100     MOVE "N"    TO WS-CPY-PRESENT (WS-FX).
030200     MOVE ZERO   TO WS-CPY-COUNT (WS-FX)
030300                    WS-CPY-HASH-1 (WS-FX)
030400                    WS-CPY-HASH-2 (WS-FX)
030500                    WS-CPY-HASH-3 (WS-FX).
030600     MOVE ZERO   TO WS-PRF-COUNT (WS-FX)
030700                    WS-PRF-HASH-1 (WS-FX)
030800                    WS-PRF-HASH-2 (WS-FX)
030900                    WS-PRF-HASH-3 (WS-FX).
031000     MOVE SPACES TO WS-PRF-RESULT (WS-FX).
031100 0110-EXIT.
031200     EXIT.
031300*
031400*-----------------------------------------------------*
031500* 1000-INITIALIZE -- RUN DATE AND TIME FOR THE         *
031600*     GENERATION NAME AND HEADER, AND WHO TOOK IT.     *
031700*-----------------------------------------------------*
031800 1000-INITIALIZE.
031900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032000     ACCEPT WS-RUN-TIME FROM TIME.
032100     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "HWOPERID".
032200     IF WS-OPERATOR-ID = SPACES
032300         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
032400     END-IF.
032500     IF WS-OPERATOR-ID = SPACES
032600         MOVE "UNKNOWN" TO WS-OPERATOR-ID
032700     END-IF.
032800     IF NOT WS-BATCH-MODE
032900         DISPLAY " " LINE SL-CLEAR-LINE
033000             POSITION SL-CLEAR-POSITION ERASE EOS
033100         DISPLAY "MASTER FILE BACKUP" LINE SL-HEADER-LINE
033200             POSITION SL-HEADER-POSITION
033300     END-IF.
033400 1000-EXIT.
033500     EXIT.
033600*
033700*-----------------------------------------------------*
033800* 1050-CHECK-RUN-MODE -- SAME BATCH PARM HELLOWORLD    *
033900*     TAKES.  THE BACKUP RUNS THE SAME EITHER WAY;     *
034000*     ONLY THE CLOSING MESSAGES DIFFER.                *
034100*-----------------------------------------------------*
034200 1050-CHECK-RUN-MODE.
034300     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
034400     IF WS-PARM-TEXT = "BATCH"
034500      OR WS-PARM-TEXT = "RESTART"
034600         SET WS-BATCH-MODE TO TRUE
034700     END-IF.
034800 1050-EXIT.
034900     EXIT.
035000*
035100*-----------------------------------------------------*
035200* 1100-LOAD-CATALOG -- THE GENERATIONS ALREADY KEPT.   *
035300*     NO BKUPCTL YET MEANS THIS IS THE FIRST BACKUP.   *
035400*-----------------------------------------------------*
035500 1100-LOAD-CATALOG.
035600     OPEN INPUT CATALOG-FILE.
035700     IF WS-CAT-STATUS = "35"
035800         GO TO 1100-EXIT
035900     END-IF.
036000     IF WS-CAT-STATUS NOT = "00"
036100         MOVE "UNABLE TO OPEN BKUPCTL, STATUS "
036200                         TO WS-ABEND-MSG
036300         MOVE WS-CAT-STATUS TO WS-ABEND-MSG (32:2)
036400         SET WS-ABEND-FLAG TO TRUE
036500         GO TO MAIN-LOGIC-EXIT
036600     END-IF.
036700     PERFORM 1110-READ-CATALOG THRU 1110-EXIT.
036800     PERFORM 1120-STORE-CATALOG THRU 1120-EXIT
036900         UNTIL WS-CAT-EOF.
037000     CLOSE CATALOG-FILE.
037100 1100-EXIT.
037200     EXIT.
037300*
037400 1110-READ-CATALOG.
037500     READ CATALOG-FILE
037600         AT END
037700             SET WS-CAT-EOF TO TRUE
037800     END-READ.
037900 1110-EXIT.
038000     EXIT.
038100*
038200 1120-STORE-CATALOG.
038300     IF WS-CAT-COUNT = 100
038400         MOVE "BKUPCTL EXCEEDS CATALOG TABLE LIMIT"
038500                         TO WS-ABEND-MSG
038600         SET WS-ABEND-FLAG TO TRUE
038700         GO TO MAIN-LOGIC-EXIT
038800     END-IF.
038900     ADD 1 TO WS-CAT-COUNT.
039000     MOVE BKC-RECORD TO WS-CAT-IMAGE (WS-CAT-COUNT).
039100     IF WS-CAT-DATE (WS-CAT-COUNT) = WS-RUN-DATE
039200         ADD 1 TO WS-SAME-DAY-COUNT
039300     END-IF.
039400     PERFORM 1110-READ-CATALOG THRU 1110-EXIT.
039500 1120-EXIT.
039600     EXIT.
039700*
039800*-----------------------------------------------------*
039900* 1200-NAME-GENERATION -- MSTBKUP.YYYYMMDD.NN, WHERE   *
040000*     NN COUNTS THE BACKUPS ALREADY TAKEN TODAY, SO A  *
040100*     SECOND RUN THE SAME DAY (A RERUN, OR A BACKUP    *
040200*     FROM THE MENU BEFORE A BIG CHANGE) NEVER         *
040300*     OVERLAYS ONE THAT PROVED.                        *
040400*-----------------------------------------------------*
040500 1200-NAME-GENERATION.
040600     IF WS-SAME-DAY-COUNT = 99
040700         MOVE "99 BACKUPS ALREADY TAKEN TODAY"
040800                         TO WS-ABEND-MSG
040900         SET WS-ABEND-FLAG TO TRUE
041000         GO TO MAIN-LOGIC-EXIT
041100     END-IF.
041200     MOVE WS-RUN-DATE TO WS-GEN-DATE.
041300     COMPUTE WS-GEN-SEQ = WS-SAME-DAY-COUNT + 1.
041400 1200-EXIT.
041500     EXIT.
041600*
041700*-----------------------------------------------------*
041800* 2000-WRITE-GENERATION -- THE HEADER, THEN EACH FILE  *
041900*     IN TURN WITH ITS TRAILER.  THE TWO MASTERS MUST  *
042000*     EXIST; A MISSING CONTROL OR CHECK FILE IS        *
042100*     RECORDED AS NOT PRESENT AND THE BACKUP GOES ON.  *
042200*-----------------------------------------------------*
042300 2000-WRITE-GENERATION.
042400     OPEN OUTPUT BACKUP-FILE.
042500     IF WS-BKUP-STATUS NOT = "00"
042600         MOVE "UNABLE TO OPEN BACKUP GENERATION, STATUS "
042700                         TO WS-ABEND-MSG
042800         MOVE WS-BKUP-STATUS TO WS-ABEND-MSG (42:2)
042900         SET WS-ABEND-FLAG TO TRUE
043000         GO TO MAIN-LOGIC-EXIT
043100     END-IF.
043200     SET WS-BKUP-OPEN TO TRUE.
043300     MOVE SPACES         TO BK-RECORD.
043400     SET BK-HEADER       TO TRUE.
043500     MOVE "MSTBKUP"      TO BK-FILE-ID.
043600     MOVE WS-GEN-NAME    TO BK-HDR-GEN-NAME.
043700     MOVE WS-RUN-DATE    TO BK-HDR-DATE.
043800     MOVE WS-RUN-TIME    TO BK-HDR-TIME.
043900     MOVE WS-OPERATOR-ID TO BK-HDR-USER.
044000     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
044100     PERFORM 2100-COPY-EMPLOYEES THRU 2100-EXIT.
044200     PERFORM 2200-COPY-ACCOUNTS THRU 2200-EXIT.
044300     PERFORM 2300-COPY-CHECKS THRU 2300-EXIT.
044400     PERFORM 2400-COPY-CHECK-CONTROL THRU 2400-EXIT.
044500     PERFORM 2500-COPY-ELECTIONS THRU 2500-EXIT.
044600     PERFORM 2600-COPY-PAY-CONTROL THRU 2600-EXIT.
044700     PERFORM 2700-COPY-DEPARTMENTS THRU 2700-EXIT.
044800     CLOSE BACKUP-FILE.
044900     MOVE "N" TO WS-BKUP-OPEN-SW.
045000 2000-EXIT.
045100     EXIT.
045200*
045300 2100-COPY-EMPLOYEES.
045400     MOVE 1 TO WS-FX.
045500     OPEN INPUT EMPLOYEE-MASTER.
045600     IF WS-EMP-STATUS = "35"
045700         MOVE "EMPLOYEE MASTER EMPMAST NOT FOUND"
045800                         TO WS-ABEND-MSG
045900         SET WS-ABEND-FLAG TO TRUE
046000         GO TO MAIN-LOGIC-EXIT
046100     END-IF.
046200     IF WS-EMP-STATUS NOT = "00"
046300         MOVE "UNABLE TO OPEN EMPMAST, STATUS "
046400                         TO WS-ABEND-MSG
046500         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
046600         SET WS-ABEND-FLAG TO TRUE
046700         GO TO MAIN-LOGIC-EXIT
046800     END-IF.
046900     SET WS-EMP-OPEN TO TRUE.
047000     MOVE "Y" TO WS-CPY-PRESENT (WS-FX).
047100     MOVE "N" TO WS-EOF-SW.
047200     PERFORM 2110-READ-EMPLOYEE THRU 2110-EXIT.
047300     PERFORM 2120-COPY-ONE-EMPLOYEE THRU 2120-EXIT
047400         UNTIL WS-EOF-REACHED.
047500     CLOSE EMPLOYEE-MASTER.
047600     MOVE "N" TO WS-EMP-OPEN-SW.
047700     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
047800 2100-EXIT.
047900     EXIT.
048000*
048100 2110-READ-EMPLOYEE.
048200     READ EMPLOYEE-MASTER
048300         AT END
048400             SET WS-EOF-REACHED TO TRUE
048500     END-READ.
048600     IF NOT WS-EOF-REACHED AND WS-EMP-STATUS NOT = "00"
048700         MOVE "UNABLE TO READ EMPMAST, STATUS "
048800                         TO WS-ABEND-MSG
048900         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
049000         SET WS-ABEND-FLAG TO TRUE
049100         GO TO MAIN-LOGIC-EXIT
049200     END-IF.
049300 2110-EXIT.
049400     EXIT.
049500*
049600 2120-COPY-ONE-EMPLOYEE.
049700     PERFORM 2800-START-DATA-RECORD THRU 2800-EXIT.
049800     MOVE EMP-RECORD TO BK-DATA-AREA.
049900     ADD EMP-YTD-GROSS      TO WS-CPY-HASH-1 (WS-FX).
050000     ADD EMP-YTD-DEDUCTIONS TO WS-CPY-HASH-2 (WS-FX).
050100     ADD EMP-YTD-NET        TO WS-CPY-HASH-3 (WS-FX).
050200     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
050300     PERFORM 2110-READ-EMPLOYEE THRU 2110-EXIT.
050400 2120-EXIT.
050500     EXIT.
050600*
050700 2200-COPY-ACCOUNTS.
050800     MOVE 2 TO WS-FX.
050900     OPEN INPUT ACCOUNT-MASTER.
051000     IF WS-ACCT-STATUS = "35"
051100         MOVE "ACCOUNT MASTER ACCTMAST NOT FOUND"
051200                         TO WS-ABEND-MSG
051300         SET WS-ABEND-FLAG TO TRUE
051400         GO TO MAIN-LOGIC-EXIT
051500     END-IF.
051600     IF WS-ACCT-STATUS NOT = "00"
051700         MOVE "UNABLE TO OPEN ACCTMAST, STATUS "
051800                         TO WS-ABEND-MSG
051900         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
052000         SET WS-ABEND-FLAG TO TRUE
052100         GO TO MAIN-LOGIC-EXIT
052200     END-IF.
052300     SET WS-ACCT-OPEN TO TRUE.
052400     MOVE "Y" TO WS-CPY-PRESENT (WS-FX).
052500     MOVE "N" TO WS-EOF-SW.
052600     PERFORM 2210-READ-ACCOUNT THRU 2210-EXIT.
052700     PERFORM 2220-COPY-ONE-ACCOUNT THRU 2220-EXIT
052800         UNTIL WS-EOF-REACHED.
052900     CLOSE ACCOUNT-MASTER.
053000     MOVE "N" TO WS-ACCT-OPEN-SW.
053100     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
053200 2200-EXIT.
053300     EXIT.
053400*
053500 2210-READ-ACCOUNT.
053600     READ ACCOUNT-MASTER
053700         AT END
053800             SET WS-EOF-REACHED TO TRUE
053900     END-READ.
054000     IF NOT WS-EOF-REACHED AND WS-ACCT-STATUS NOT = "00"
054100         MOVE "UNABLE TO READ ACCTMAST, STATUS "
054200                         TO WS-ABEND-MSG
054300         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
054400         SET WS-ABEND-FLAG TO TRUE
054500         GO TO MAIN-LOGIC-EXIT
054600     END-IF.
054700 2210-EXIT.
054800     EXIT.
054900*
055000 2220-COPY-ONE-ACCOUNT.
055100     PERFORM 2800-START-DATA-RECORD THRU 2800-EXIT.
055200     MOVE ACCT-RECORD TO BK-DATA-AREA.
055300     ADD ACCT-BALANCE TO WS-CPY-HASH-1 (WS-FX).
055400     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
055500     PERFORM 2210-READ-ACCOUNT THRU 2210-EXIT.
055600 2220-EXIT.
055700     EXIT.
055800*
055900 2300-COPY-CHECKS.
056000     MOVE 3 TO WS-FX.
056100     OPEN INPUT CHECK-DATA-FILE.
056200     IF WS-CHK-STATUS = "35"
056300         PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT
056400         GO TO 2300-EXIT
056500     END-IF.
056600     IF WS-CHK-STATUS NOT = "00"
056700         MOVE "UNABLE TO OPEN CHKFILE, STATUS "
056800                         TO WS-ABEND-MSG
056900         MOVE WS-CHK-STATUS TO WS-ABEND-MSG (32:2)
057000         SET WS-ABEND-FLAG TO TRUE
057100         GO TO MAIN-LOGIC-EXIT
057200     END-IF.
057300     MOVE "Y" TO WS-CPY-PRESENT (WS-FX).
057400     MOVE "N" TO WS-EOF-SW.
057500     PERFORM 2310-READ-CHECK THRU 2310-EXIT.
057600     PERFORM 2320-COPY-ONE-CHECK THRU 2320-EXIT
057700         UNTIL WS-EOF-REACHED.
057800     CLOSE CHECK-DATA-FILE.
057900     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
058000 2300-EXIT.
058100     EXIT.
058200*
058300 2310-READ-CHECK.
058400     READ CHECK-DATA-FILE
058500         AT END
058600             SET WS-EOF-REACHED TO TRUE
058700     END-READ.
058800 2310-EXIT.
058900     EXIT.
059000*
059100 2320-COPY-ONE-CHECK.
059200     PERFORM 2800-START-DATA-RECORD THRU 2800-EXIT.
059300     MOVE CK-RECORD TO BK-DATA-AREA.
059400     ADD CK-NET-AMOUNT TO WS-CPY-HASH-1 (WS-FX).
059500     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
059600     PERFORM 2310-READ-CHECK THRU 2310-EXIT.
059700 2320-EXIT.
059800     EXIT.
059900*
060000 2400-COPY-CHECK-CONTROL.
060100     MOVE 4 TO WS-FX.
060200     OPEN INPUT CHECK-CONTROL-FILE.
060300     IF WS-CTL-STATUS = "35"
060400         PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT
060500         GO TO 2400-EXIT
060600     END-IF.
060700     IF WS-CTL-STATUS NOT = "00"
060800         MOVE "UNABLE TO OPEN CHKCTL, STATUS "
060900                         TO WS-ABEND-MSG
061000         MOVE WS-CTL-STATUS TO WS-ABEND-MSG (31:2)
061100         SET WS-ABEND-FLAG TO TRUE
061200         GO TO MAIN-LOGIC-EXIT
061300     END-IF.
061400     MOVE "Y" TO WS-CPY-PRESENT (WS-FX).
061500     MOVE "N" TO WS-EOF-SW.
061600     PERFORM 2410-READ-CHECK-CONTROL THRU 2410-EXIT.
061700     PERFORM 2420-COPY-ONE-CHECK-CONTROL THRU 2420-EXIT
061800         UNTIL WS-EOF-REACHED.
061900     CLOSE CHECK-CONTROL-FILE.
062000     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
062100 2400-EXIT.
062200     EXIT.
062300*
062400 2410-READ-CHECK-CONTROL.
062500     READ CHECK-CONTROL-FILE
062600         AT END
062700             SET WS-EOF-REACHED TO TRUE
062800     END-READ.
062900 2410-EXIT.
063000     EXIT.
063100*
063200 2420-COPY-ONE-CHECK-CONTROL.
063300     PERFORM 2800-START-DATA-RECORD THRU 2800-EXIT.
063400     MOVE CTL-RECORD TO BK-DATA-AREA.
063500     ADD CTL-NEXT-CHECK-NO TO WS-CPY-HASH-1 (WS-FX).
063600     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
063700     PERFORM 2410-READ-CHECK-CONTROL THRU 2410-EXIT.
063800 2420-EXIT.
063900     EXIT.
064000*
064100 2500-COPY-ELECTIONS.
064200     MOVE 5 TO WS-FX.
064300     OPEN INPUT ELECTION-FILE.
064400     IF WS-ELEC-STATUS = "35"
064500         PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT
064600         GO TO 2500-EXIT
064700     END-IF.
064800     IF WS-ELEC-STATUS NOT = "00"
064900         MOVE "UNABLE TO OPEN PAYELECT, STATUS "
065000                         TO WS-ABEND-MSG
065100         MOVE WS-ELEC-STATUS TO WS-ABEND-MSG (33:2)
065200         SET WS-ABEND-FLAG TO TRUE
065300         GO TO MAIN-LOGIC-EXIT
065400     END-IF.
065500     MOVE "Y" TO WS-CPY-PRESENT (WS-FX).
065600     MOVE "N" TO WS-EOF-SW.
065700     PERFORM 2510-READ-ELECTION THRU 2510-EXIT.
065800     PERFORM 2520-COPY-ONE-ELECTION THRU 2520-EXIT
065900         UNTIL WS-EOF-REACHED.
066000     CLOSE ELECTION-FILE.
066100     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
066200 2500-EXIT.
066300     EXIT.
066400*
066500 2510-READ-ELECTION.
066600     READ ELECTION-FILE
066700         AT END
066800             SET WS-EOF-REACHED TO TRUE
066900     END-READ.
067000 2510-EXIT.
067100     EXIT.
067200*
067300 2520-COPY-ONE-ELECTION.
067400     PERFORM 2800-START-DATA-RECORD THRU 2800-EXIT.
067500     MOVE ELEC-RECORD TO BK-DATA-AREA.
067600     ADD ELEC-AMOUNT TO WS-CPY-HASH-1 (WS-FX).
067700     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
067800     PERFORM 2510-READ-ELECTION THRU 2510-EXIT.
067900 2520-EXIT.
068000     EXIT.
068100*
068200 2600-COPY-PAY-CONTROL.
068300     MOVE 6 TO WS-FX.
068400     OPEN INPUT PAY-CONTROL-FILE.
068500     IF WS-PAYC-STATUS = "35"
068600         PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT
068700         GO TO 2600-EXIT
068800     END-IF.
068900     IF WS-PAYC-STATUS NOT = "00"
069000         MOVE "UNABLE TO OPEN PAYCTL, STATUS "
069100                         TO WS-ABEND-MSG
069200         MOVE WS-PAYC-STATUS TO WS-ABEND-MSG (31:2)
069300         SET WS-ABEND-FLAG TO TRUE
069400         GO TO MAIN-LOGIC-EXIT
069500     END-IF.
069600     MOVE "Y" TO WS-CPY-PRESENT (WS-FX).
069700     MOVE "N" TO WS-EOF-SW.
069800     PERFORM 2610-READ-PAY-CONTROL THRU 2610-EXIT.
069900     PERFORM 2620-COPY-ONE-PAY-CONTROL THRU 2620-EXIT
070000         UNTIL WS-EOF-REACHED.
070100     CLOSE PAY-CONTROL-FILE.
070200     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
070300 2600-EXIT.
070400     EXIT.
070500*
070600 2610-READ-PAY-CONTROL.
070700     READ PAY-CONTROL-FILE
070800         AT END
070900             SET WS-EOF-REACHED TO TRUE
071000     END-READ.
071100 2610-EXIT.
071200     EXIT.
071300*
071400 2620-COPY-ONE-PAY-CONTROL.
071500     PERFORM 2800-START-DATA-RECORD THRU 2800-EXIT.
071600     MOVE PAYC-RECORD TO BK-DATA-AREA.
071700     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
071800     PERFORM 2610-READ-PAY-CONTROL THRU 2610-EXIT.
071900 2620-EXIT.
072000     EXIT.
072100*
072200 2700-COPY-DEPARTMENTS.
072300     MOVE 7 TO WS-FX.
072400     OPEN INPUT DEPT-CONTROL-FILE.
072500     IF WS-DEPT-STATUS = "35"
072600         PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT
072700         GO TO 2700-EXIT
072800     END-IF.
072900     IF WS-DEPT-STATUS NOT = "00"
073000         MOVE "UNABLE TO OPEN DEPTCTL, STATUS "
073100                         TO WS-ABEND-MSG
073200         MOVE WS-DEPT-STATUS TO WS-ABEND-MSG (32:2)
073300         SET WS-ABEND-FLAG TO TRUE
073400         GO TO MAIN-LOGIC-EXIT
073500     END-IF.
073600     MOVE "Y" TO WS-CPY-PRESENT (WS-FX).
073700     MOVE "N" TO WS-EOF-SW.
073800     PERFORM 2710-READ-DEPARTMENT THRU 2710-EXIT.
073900     PERFORM 2720-COPY-ONE-DEPARTMENT THRU 2720-EXIT
074000         UNTIL WS-EOF-REACHED.
074100     CLOSE DEPT-CONTROL-FILE.
074200     PERFORM 2900-WRITE-TRAILER THRU 2900-EXIT.
074300 2700-EXIT.
074400     EXIT.
074500*
074600 2710-READ-DEPARTMENT.
074700     READ DEPT-CONTROL-FILE
074800         AT END
074900             SET WS-EOF-REACHED TO TRUE
075000     END-READ.
075100 2710-EXIT.
075200     EXIT.
075300*
075400 2720-COPY-ONE-DEPARTMENT.
075500     PERFORM 2800-START-DATA-RECORD THRU 2800-EXIT.
075600     MOVE DEPT-RECORD TO BK-DATA-AREA.
075700     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
075800     PERFORM 2710-READ-DEPARTMENT THRU 2710-EXIT.
075900 2720-EXIT.
076000     EXIT.
076100*
076200*-----------------------------------------------------*
076300* 2800-START-DATA-RECORD -- A FRESH DATA RECORD FOR    *
076400*     FILE WS-FX, COUNTED AS IT IS COPIED.  THE CALLER *
076500*     MOVES THE RECORD IN AND ADDS ITS HASHES.         *
076600*-----------------------------------------------------*
076700 2800-START-DATA-RECORD.
076800     MOVE SPACES TO BK-RECORD.
076900     SET BK-DATA TO TRUE.
077000     MOVE WS-FILE-ID (WS-FX) TO BK-FILE-ID.
077100     ADD 1 TO WS-CPY-COUNT (WS-FX).
077200 2800-EXIT.
077300     EXIT.
077400*
077500*-----------------------------------------------------*
077600* 2900-WRITE-TRAILER -- CLOSE OFF FILE WS-FX WITH ITS  *
077700*     COUNT AND HASHES AS TAKEN WHILE COPYING.         *
077800*-----------------------------------------------------*
077900 2900-WRITE-TRAILER.
078000     MOVE SPACES TO BK-RECORD.
078100     SET BK-TRAILER TO TRUE.
078200     MOVE WS-FILE-ID (WS-FX)     TO BK-FILE-ID.
078300     MOVE WS-CPY-PRESENT (WS-FX) TO BK-TRL-PRESENT.
078400     MOVE WS-CPY-COUNT (WS-FX)   TO BK-TRL-COUNT.
078500     MOVE WS-CPY-HASH-1 (WS-FX)  TO BK-TRL-HASH-1.
078600     MOVE WS-CPY-HASH-2 (WS-FX)  TO BK-TRL-HASH-2.
078700     MOVE WS-CPY-HASH-3 (WS-FX)  TO BK-TRL-HASH-3.
078800     PERFORM 2950-WRITE-BACKUP THRU 2950-EXIT.
078900     ADD WS-CPY-COUNT (WS-FX) TO WS-TOTAL-COUNT.
079000 2900-EXIT.
079100     EXIT.
079200*
079300 2950-WRITE-BACKUP.
079400     WRITE BK-RECORD.
079500     IF WS-BKUP-STATUS NOT = "00"
079600         MOVE "UNABLE TO WRITE BACKUP GENERATION, STATUS "
079700                         TO WS-ABEND-MSG
079800         MOVE WS-BKUP-STATUS TO WS-ABEND-MSG (43:2)
079900         SET WS-ABEND-FLAG TO TRUE
080000         GO TO MAIN-LOGIC-EXIT
080100     END-IF.
080200 2950-EXIT.
080300     EXIT.
080400*
080500*-----------------------------------------------------*
080600* 3000-PROVE-GENERATION -- READ THE COPY BACK FROM     *
080700*     DISK AND RECOUNT IT.  EVERY FILE'S RECOUNT MUST  *
080800*     MATCH ITS TRAILER, AND EVERY TRAILER MUST MATCH  *
080900*     WHAT WAS COUNTED GOING IN.  ANYTHING ELSE -- A   *
081000*     SHORT FILE, A RECORD OUT OF PLACE, A HASH THAT   *
081100*     DIFFERS -- FAILS THE PROOF.  THE UNPROVED FILE   *
081200*     IS LEFT FOR INSPECTION BUT NEVER CATALOGED, SO   *
081300*     MSTREST CAN NEVER BE OFFERED IT.                 *
081400*-----------------------------------------------------*
081500 3000-PROVE-GENERATION.
081600     OPEN INPUT BACKUP-FILE.
081700     IF WS-BKUP-STATUS NOT = "00"
081800         MOVE "UNABLE TO REOPEN BACKUP GENERATION, STATUS "
081900                         TO WS-ABEND-MSG
082000         MOVE WS-BKUP-STATUS TO WS-ABEND-MSG (45:2)
082100         SET WS-ABEND-FLAG TO TRUE
082200         GO TO MAIN-LOGIC-EXIT
082300     END-IF.
082400     SET WS-BKUP-OPEN TO TRUE.
082500     MOVE 1 TO WS-FX.
082600     MOVE "N" TO WS-EOF-SW.
082700     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
082800     IF WS-EOF-REACHED
082900      OR NOT BK-HEADER
083000      OR BK-HDR-GEN-NAME NOT = WS-GEN-NAME
083100         MOVE "HEADER MISSING OR WRONG" TO WS-PROOF-MSG
083200         SET WS-PROOF-FAILED TO TRUE
083300         GO TO 3000-CLOSE
083400     END-IF.
083500     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
083600     PERFORM 3200-PROVE-ONE-RECORD THRU 3200-EXIT
083700         UNTIL WS-EOF-REACHED
083800            OR WS-PROOF-FAILED.
083900     IF NOT WS-PROOF-FAILED
084000      AND WS-FX NOT > 7
084100         MOVE "GENERATION ENDS SHORT - " TO WS-PROOF-MSG
084200         MOVE WS-FILE-ID (WS-FX) TO WS-PROOF-MSG (25:8)
084300         SET WS-PROOF-FAILED TO TRUE
084400     END-IF.
084500 3000-CLOSE.
084600     CLOSE BACKUP-FILE.
084700     MOVE "N" TO WS-BKUP-OPEN-SW.
084800 3000-EXIT.
084900     EXIT.
085000*
085100 3100-READ-BACKUP.
085200     READ BACKUP-FILE
085300         AT END
085400             SET WS-EOF-REACHED TO TRUE
085500     END-READ.
085600 3100-EXIT.
085700     EXIT.
085800*
085900 3200-PROVE-ONE-RECORD.
086000     IF WS-FX > 7
086100         MOVE "RECORDS AFTER THE LAST TRAILER" TO WS-PROOF-MSG
086200         SET WS-PROOF-FAILED TO TRUE
086300         GO TO 3200-EXIT
086400     END-IF.
086500     IF BK-FILE-ID NOT = WS-FILE-ID (WS-FX)
086600         MOVE "RECORD OUT OF PLACE - " TO WS-PROOF-MSG
086700         MOVE BK-FILE-ID TO WS-PROOF-MSG (23:8)
086800         SET WS-PROOF-FAILED TO TRUE
086900         GO TO 3200-EXIT
087000     END-IF.
087100     EVALUATE TRUE
087200         WHEN BK-DATA
087300             PERFORM 3300-ADD-PROOF-FIGURES THRU 3300-EXIT
087400         WHEN BK-TRAILER
087500             PERFORM 3400-CHECK-TRAILER THRU 3400-EXIT
087600         WHEN OTHER
087700             MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-MSG
087800             SET WS-PROOF-FAILED TO TRUE
087900             GO TO 3200-EXIT
088000     END-EVALUATE.
088100     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
088200 3200-EXIT.
088300     EXIT.
088400*
088500 3300-ADD-PROOF-FIGURES.
088600     ADD 1 TO WS-PRF-COUNT (WS-FX).
088700     EVALUATE WS-FX
088800         WHEN 1
088900             ADD BK-EMP-YTD-GROSS  TO WS-PRF-HASH-1 (WS-FX)
089000             ADD BK-EMP-YTD-DEDUCT TO WS-PRF-HASH-2 (WS-FX)
089100             ADD BK-EMP-YTD-NET    TO WS-PRF-HASH-3 (WS-FX)
089200         WHEN 2
089300             ADD BK-ACCT-BALANCE   TO WS-PRF-HASH-1 (WS-FX)
089400         WHEN 3
089500             ADD BK-CHK-NET-AMOUNT TO WS-PRF-HASH-1 (WS-FX)
089600         WHEN 4
089700             ADD BK-CTL-NEXT-CHECK TO WS-PRF-HASH-1 (WS-FX)
089800         WHEN 5
089900             ADD BK-ELEC-AMOUNT    TO WS-PRF-HASH-1 (WS-FX)
090000     END-EVALUATE.
090100 3300-EXIT.
090200     EXIT.
090300*
090400 3400-CHECK-TRAILER.
090500     IF BK-TRL-COUNT  NOT = WS-PRF-COUNT (WS-FX)
090600      OR BK-TRL-HASH-1 NOT = WS-PRF-HASH-1 (WS-FX)
090700      OR BK-TRL-HASH-2 NOT = WS-PRF-HASH-2 (WS-FX)
090800      OR BK-TRL-HASH-3 NOT = WS-PRF-HASH-3 (WS-FX)
090900      OR BK-TRL-COUNT  NOT = WS-CPY-COUNT (WS-FX)
091000      OR BK-TRL-HASH-1 NOT = WS-CPY-HASH-1 (WS-FX)
091100      OR BK-TRL-HASH-2 NOT = WS-CPY-HASH-2 (WS-FX)
091200      OR BK-TRL-HASH-3 NOT = WS-CPY-HASH-3 (WS-FX)
091300         MOVE "*FAILED*" TO WS-PRF-RESULT (WS-FX)
091400         MOVE "TOTALS DO NOT PROVE - " TO WS-PROOF-MSG
091500         MOVE BK-FILE-ID TO WS-PROOF-MSG (23:8)
091600         SET WS-PROOF-FAILED TO TRUE
091700         GO TO 3400-EXIT
091800     END-IF.
091900     IF BK-FILE-PRESENT
092000         MOVE "PROVED" TO WS-PRF-RESULT (WS-FX)
092100     ELSE
092200         MOVE "NOT PRESENT" TO WS-PRF-RESULT (WS-FX)
092300     END-IF.
092400     ADD 1 TO WS-FX.
092500 3400-EXIT.
092600     EXIT.
092700*
092800*-----------------------------------------------------*
092900* 4000-UPDATE-CATALOG -- ADD TONIGHT'S GENERATION,     *
093000*     SCRATCH THE OLDEST ONES PAST THE NUMBER KEPT     *
093100*     (THE FILE IS EMPTIED AND DROPS OFF THE CATALOG), *
093200*     AND WRITE THE CATALOG BACK.                      *
093300*-----------------------------------------------------*
093400 4000-UPDATE-CATALOG.
093500     IF WS-CAT-COUNT = 100
093600         PERFORM 4100-SCRATCH-OLDEST THRU 4100-EXIT
093700     END-IF.
093800     ADD 1 TO WS-CAT-COUNT.
093900     MOVE SPACES          TO BKC-RECORD.
094000     MOVE WS-GEN-NAME     TO BKC-GEN-NAME.
094100     MOVE WS-RUN-DATE     TO BKC-DATE.
094200     MOVE WS-RUN-TIME     TO BKC-TIME.
094300     MOVE WS-OPERATOR-ID  TO BKC-USER.
094400     MOVE WS-CPY-COUNT (1) TO BKC-EMP-COUNT.
094500     MOVE WS-CPY-COUNT (2) TO BKC-ACCT-COUNT.
094600     MOVE WS-TOTAL-COUNT  TO BKC-TOTAL-COUNT.
094700     MOVE BKC-RECORD TO WS-CAT-IMAGE (WS-CAT-COUNT).
094800     PERFORM 4100-SCRATCH-OLDEST THRU 4100-EXIT
094900         UNTIL WS-CAT-COUNT NOT > WS-KEEP-GENERATIONS.
095000     OPEN OUTPUT CATALOG-FILE.
095100     IF WS-CAT-STATUS NOT = "00"
095200         MOVE "UNABLE TO REWRITE BKUPCTL, STATUS "
095300                         TO WS-ABEND-MSG
095400         MOVE WS-CAT-STATUS TO WS-ABEND-MSG (35:2)
095500         SET WS-ABEND-FLAG TO TRUE
095600         GO TO MAIN-LOGIC-EXIT
095700     END-IF.
095800     PERFORM 4200-WRITE-ONE-ENTRY THRU 4200-EXIT
095900         VARYING WS-CX FROM 1 BY 1
096000         UNTIL WS-CX > WS-CAT-COUNT.
096100     CLOSE CATALOG-FILE.
096200 4000-EXIT.
096300     EXIT.
096400*
096500 4100-SCRATCH-OLDEST.
096600     MOVE WS-CAT-GEN-NAME (1) TO WS-SCRATCH-NAME.
096700     OPEN OUTPUT SCRATCH-FILE.
096800     IF WS-SCR-STATUS = "00"
096900         CLOSE SCRATCH-FILE
097000     END-IF.
097100     PERFORM 4150-SHIFT-CATALOG-UP THRU 4150-EXIT
097200         VARYING WS-CX FROM 1 BY 1
097300         UNTIL WS-CX NOT < WS-CAT-COUNT.
097400     SUBTRACT 1 FROM WS-CAT-COUNT.
097500     ADD 1 TO WS-SCRATCHED-COUNT.
097600 4100-EXIT.
097700     EXIT.
097800*
097900 4150-SHIFT-CATALOG-UP.
098000     MOVE WS-CAT-IMAGE (WS-CX + 1) TO WS-CAT-IMAGE (WS-CX).
098100 4150-EXIT.
098200     EXIT.
098300*
098400 4200-WRITE-ONE-ENTRY.
098500     WRITE BKC-RECORD FROM WS-CAT-IMAGE (WS-CX).
098600     IF WS-CAT-STATUS NOT = "00"
098700         MOVE "UNABLE TO WRITE BKUPCTL, STATUS "
098800                         TO WS-ABEND-MSG
098900         MOVE WS-CAT-STATUS TO WS-ABEND-MSG (33:2)
099000         SET WS-ABEND-FLAG TO TRUE
099100         GO TO MAIN-LOGIC-EXIT
099200     END-IF.
099300 4200-EXIT.
099400     EXIT.
099500*
099600*-----------------------------------------------------*
099700* 5000-REPORT-RESULTS -- ONE LINE PER FILE AND THE     *
099800*     OUTCOME, TO THE JOB LOG OR THE OPERATOR.         *
099900*-----------------------------------------------------*
100000 5000-REPORT-RESULTS.
100100     IF NOT WS-BATCH-MODE
100200         DISPLAY "GENERATION " WS-GEN-NAME
100300             LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION
100400     END-IF.
100500     MOVE SL-MENU-FIRST-LINE TO WS-WORK-LINE.
100600     PERFORM 5100-REPORT-ONE-FILE THRU 5100-EXIT
100700         VARYING WS-FX FROM 1 BY 1
100800         UNTIL WS-FX > 7.
100900     MOVE WS-TOTAL-COUNT TO WS-COUNT-EDITED.
101000     IF WS-PROOF-FAILED
101100         IF WS-BATCH-MODE
101200             DISPLAY "MSTBKUP: " WS-GEN-NAME " FAILED PROOF - "
101300                     WS-PROOF-MSG
101400             DISPLAY "MSTBKUP: NOT CATALOGED - CYCLE HELD"
101500         ELSE
101600             DISPLAY "FAILED PROOF - " WS-PROOF-MSG
101700                 LINE SL-BODY-LINE POSITION SL-BODY-POSITION
101800         END-IF
101900         GO TO 5000-TELL
102000     END-IF.
102100     IF WS-BATCH-MODE
102200         DISPLAY "MSTBKUP: " WS-GEN-NAME " PROVED - "
102300                 WS-COUNT-EDITED " RECORDS"
102400         IF WS-SCRATCHED-COUNT > ZERO
102500             DISPLAY "MSTBKUP: " WS-SCRATCHED-COUNT
102600                     " OLDEST GENERATION(S) SCRATCHED"
102700         END-IF
102800     ELSE
102900         DISPLAY "BACKUP PROVED - " WS-COUNT-EDITED " RECORDS"
103000             LINE SL-BODY-LINE POSITION SL-BODY-POSITION
103100     END-IF.
103200 5000-TELL.
103300     IF NOT WS-BATCH-MODE
103400         DISPLAY "PRESS ENTER TO RETURN TO THE MENU"
103500             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
103600         COMPUTE WS-PROMPT-POS = SL-FOOTER-POSITION + 34
103700         ACCEPT WS-DUMMY LINE SL-FOOTER-LINE
103800             POSITION WS-PROMPT-POS
103900     END-IF.
104000 5000-EXIT.
104100     EXIT.
104200*
104300 5100-REPORT-ONE-FILE.
104400     MOVE WS-FILE-ID (WS-FX)    TO FL-FILE-ID.
104500     MOVE WS-CPY-COUNT (WS-FX)  TO FL-COUNT.
104600     MOVE WS-PRF-RESULT (WS-FX) TO FL-RESULT.
104700     IF WS-BATCH-MODE
104800         DISPLAY "MSTBKUP:   " WS-FILE-LINE
104900     ELSE
105000         DISPLAY WS-FILE-LINE
105100             LINE WS-WORK-LINE POSITION SL-BODY-POSITION
105200         ADD 1 TO WS-WORK-LINE
105300     END-IF.
105400 5100-EXIT.
105500     EXIT.
