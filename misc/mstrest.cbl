000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     MSTREST.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- MASTER FILE RESTORE. *
001200*              LISTS THE GENERATIONS CATALOGED ON      *
001300*              BKUPCTL BY MSTBKUP, PROVES THE CHOSEN   *
001400*              ONE'S TRAILERS AGAIN, AND ONLY THEN     *
001500*              RELOADS EMPMAST, ACCTMAST, CHKFILE,     *
001600*              CHKCTL, PAYELECT, PAYCTL AND DEPTCTL    *
001700*              FROM IT.  BALCTL IS RESET TO THE        *
001800*              RESTORED TOTALS AND BALMOVE EMPTIED SO  *
001900*              THE NEXT BALCHECK COMPARES AGAINST WHAT *
002000*              WAS RESTORED.  EVERY RESTORE, AND EVERY *
002100*              GENERATION REFUSED FOR FAILING ITS      *
002200*              PROOF, IS LOGGED TO AUDITLOG.  MENU     *
002300*              ONLY -- A RESTORE IS NEVER UNATTENDED.  *
002310* 10/15/26 DA  A RESTORE NO LONGER ROLLS CHKCTL        *
002320*              BACK.  THE LIVE NEXT CHECK NUMBER IS    *
002330*              READ BEFORE CHKCTL IS RELOADED AND THE  *
002340*              HIGHER OF IT AND THE BACKUP'S IS        *
002350*              WRITTEN, SO CHECKS CUT SINCE THE BACKUP *
002360*              ARE NEVER NUMBERED AGAIN.  THE RESULTS  *
002370*              SCREEN SAYS WHEN THE LIVE NUMBER WAS    *
002380*              KEPT.                                   *
002400*-----------------------------------------------------*
002500*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. RM-COBOL.
002900 OBJECT-COMPUTER. RM-COBOL.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS EMP-NUMBER
003600         FILE STATUS IS WS-EMP-STATUS.
003700     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS ACCT-NUMBER
004100         FILE STATUS IS WS-ACCT-STATUS.
004200     SELECT CHECK-DATA-FILE ASSIGN TO "CHKFILE"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-CHK-STATUS.
004600     SELECT CHECK-CONTROL-FILE ASSIGN TO "CHKCTL"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-CTL-STATUS.
005000     SELECT ELECTION-FILE ASSIGN TO "PAYELECT"
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-ELEC-STATUS.
005400     SELECT PAY-CONTROL-FILE ASSIGN TO "PAYCTL"
005500         ORGANIZATION IS SEQUENTIAL
005600         ACCESS MODE IS SEQUENTIAL
005700         FILE STATUS IS WS-PAYC-STATUS.
005800     SELECT DEPT-CONTROL-FILE ASSIGN TO "DEPTCTL"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE IS SEQUENTIAL
006100         FILE STATUS IS WS-DEPT-STATUS.
006200     SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-GEN-NAME
006300         ORGANIZATION IS SEQUENTIAL
006400         ACCESS MODE IS SEQUENTIAL
006500         FILE STATUS IS WS-BKUP-STATUS.
006600     SELECT CATALOG-FILE ASSIGN TO "BKUPCTL"
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE IS SEQUENTIAL
006900         FILE STATUS IS WS-CAT-STATUS.
007000     SELECT BALANCE-CONTROL-FILE ASSIGN TO "BALCTL"
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE IS SEQUENTIAL
007300         FILE STATUS IS WS-BALC-STATUS.
007400     SELECT MOVEMENT-FILE ASSIGN TO "BALMOVE"
007500         ORGANIZATION IS SEQUENTIAL
007600         ACCESS MODE IS SEQUENTIAL
007700         FILE STATUS IS WS-MOVE-STATUS.
007800     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE IS SEQUENTIAL
008100         FILE STATUS IS WS-AUDIT-STATUS.
008200*
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  EMPLOYEE-MASTER
008600     LABEL RECORDS ARE STANDARD.
008700     COPY EMPREC.
008800*
008900 FD  ACCOUNT-MASTER
009000     LABEL RECORDS ARE STANDARD.
009100     COPY ACCTREC.
009200*
009300 FD  CHECK-DATA-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY CHKREC.
009600*
009700 FD  CHECK-CONTROL-FILE
009800     LABEL RECORDS ARE STANDARD.
009900 01  CTL-RECORD.
010000     05  CTL-NEXT-CHECK-NO       PIC 9(08).
010100     05  FILLER                  PIC X(72).
010200*
010300 FD  ELECTION-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY ELECREC.
010600*
010700 FD  PAY-CONTROL-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY PAYCREC.
011000*
011100 FD  DEPT-CONTROL-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY DEPTREC.
011400*
011500 FD  BACKUP-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY BKUPREC.
011800*
011900 FD  CATALOG-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY BKCTREC.
012200*
012300 FD  BALANCE-CONTROL-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  BALC-RECORD.
012600     05  BALC-DATE               PIC 9(08).
012700     05  BALC-EMP-COUNT          PIC 9(05).
012800     05  BALC-EMP-GROSS          PIC S9(11)V99.
012900     05  BALC-EMP-DEDUCT         PIC S9(11)V99.
013000     05  BALC-EMP-NET            PIC S9(11)V99.
013100     05  BALC-ACCT-COUNT         PIC 9(05).
013200     05  BALC-ACCT-BAL           PIC S9(11)V99.
013300     05  FILLER                  PIC X(10).
013400*
013500 FD  MOVEMENT-FILE
013600     LABEL RECORDS ARE STANDARD.
013700     COPY BALMREC.
013800*
013900 FD  AUDIT-FILE
014000     LABEL RECORDS ARE STANDARD.
014100     COPY AUDREC.
014200*
014300 WORKING-STORAGE SECTION.
014400*
014500 COPY SCRNLAY.
014600*
014700 77  WS-EMP-STATUS           PIC X(02)   VALUE "00".
014800 77  WS-ACCT-STATUS          PIC X(02)   VALUE "00".
014900 77  WS-CHK-STATUS           PIC X(02)   VALUE "00".
015000 77  WS-CTL-STATUS           PIC X(02)   VALUE "00".
015100 77  WS-ELEC-STATUS          PIC X(02)   VALUE "00".
015200 77  WS-PAYC-STATUS          PIC X(02)   VALUE "00".
015300 77  WS-DEPT-STATUS          PIC X(02)   VALUE "00".
015400 77  WS-BKUP-STATUS          PIC X(02)   VALUE "00".
015500 77  WS-CAT-STATUS           PIC X(02)   VALUE "00".
015600 77  WS-BALC-STATUS          PIC X(02)   VALUE "00".
015700 77  WS-MOVE-STATUS          PIC X(02)   VALUE "00".
015800 77  WS-AUDIT-STATUS         PIC X(02)   VALUE "00".
015900 77  WS-TARGET-STATUS        PIC X(02)   VALUE "00".
016000 77  WS-EOF-SW               PIC X(01)   VALUE "N".
016100     88  WS-EOF-REACHED              VALUE "Y".
016200 77  WS-CAT-EOF-SW           PIC X(01)   VALUE "N".
016300     88  WS-CAT-EOF                  VALUE "Y".
016400 77  WS-BKUP-OPEN-SW         PIC X(01)   VALUE "N".
016500     88  WS-BKUP-OPEN                VALUE "Y".
016600 77  WS-TARGET-OPEN-SW       PIC X(01)   VALUE "N".
016700     88  WS-TARGET-OPEN              VALUE "Y".
016800 77  WS-PROOF-SW             PIC X(01)   VALUE "N".
016900     88  WS-PROOF-FAILED             VALUE "Y".
017000 77  WS-CANCEL-SW            PIC X(01)   VALUE "N".
017100     88  WS-ENTRY-CANCELLED          VALUE "Y".
017200 77  WS-RESTORED-SW          PIC X(01)   VALUE "N".
017300     88  WS-MASTERS-RESTORED         VALUE "Y".
017310 77  WS-CHECK-NO-KEPT-SW     PIC X(01)   VALUE "N".
017320     88  WS-CHECK-NO-KEPT            VALUE "Y".
017400 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
017500     88  WS-ABEND-FLAG               VALUE "Y".
017600 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
017700 77  WS-PROOF-MSG            PIC X(40)   VALUE SPACES.
017800 77  WS-BATCH-SW             PIC X(01)   VALUE "N".
017900     88  WS-BATCH-MODE               VALUE "Y".
018000 77  WS-PARM-TEXT            PIC X(10)   VALUE SPACES.
018100 77  WS-DUMMY                PIC X(01)   VALUE SPACE.
018200 77  WS-CONFIRM              PIC X(01)   VALUE SPACE.
018300 77  WS-PROMPT-POS           PIC 9(02)   VALUE ZERO.
018400 77  WS-WORK-LINE            PIC 9(02)   VALUE ZERO.
018500 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
018600 77  WS-RUN-TIME             PIC 9(08)   VALUE ZERO.
018700 77  WS-OPERATOR-ID          PIC X(20)   VALUE SPACES.
018800 77  WS-FX                   PIC 9(02)   COMP VALUE ZERO.
018900 77  WS-CX                   PIC 9(03)   COMP VALUE ZERO.
019000 77  WS-LX                   PIC 9(02)   COMP VALUE ZERO.
019100 77  WS-SHOWN-COUNT          PIC 9(02)   COMP VALUE ZERO.
019200 77  WS-CHOSEN-X             PIC 9(03)   COMP VALUE ZERO.
019300 77  WS-TARGET-COUNT         PIC 9(07)   VALUE ZERO.
019400 77  WS-AUDIT-TEXT           PIC X(30)   VALUE SPACES.
019410 77  WS-LIVE-CHECK-NO        PIC 9(08)   VALUE ZERO.
019500*
019600*    THE MOST GENERATIONS OFFERED ON ONE SCREEN, NEWEST
019700*    FIRST.  MSTBKUP NORMALLY KEEPS FEWER THAN THIS.
019800*
019900 77  WS-MAX-SHOWN            PIC 9(02)   VALUE 10.
020000*
020100 01  WS-IN-CHOICE            PIC X(02)   VALUE SPACES.
020200 01  WS-IN-CHOICE-N REDEFINES WS-IN-CHOICE
020300                             PIC 9(02).
020400*
020500 01  WS-GEN-NAME             PIC X(20)   VALUE SPACES.
020600*
020700*    THE FILES IN A GENERATION, IN THE ORDER MSTBKUP
020800*    WRITES THEM.  WS-FX RUNS OVER THIS TABLE.
020900*
021000 01  WS-FILE-ID-VALUES.
021100     05  FILLER              PIC X(08)   VALUE "EMPMAST".
021200     05  FILLER              PIC X(08)   VALUE "ACCTMAST".
021300     05  FILLER              PIC X(08)   VALUE "CHKFILE".
021400     05  FILLER              PIC X(08)   VALUE "CHKCTL".
021500     05  FILLER              PIC X(08)   VALUE "PAYELECT".
021600     05  FILLER              PIC X(08)   VALUE "PAYCTL".
021700     05  FILLER              PIC X(08)   VALUE "DEPTCTL".
021800 01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-VALUES.
021900     05  WS-FILE-ID          PIC X(08)   OCCURS 7 TIMES.
022000*
022100*    EACH FILE'S TRAILER AS READ, AND THE SAME FIGURES
022200*    RECOUNTED FROM THE DATA RECORDS ON THE PROVING PASS.
022300*
022400 01  WS-TRAILER-TOTALS.
022500     05  WS-TRL-ENTRY OCCURS 7 TIMES.
022600         10  WS-TRL-PRESENT      PIC X(01).
022700             88  WS-TRL-FILE-PRESENT     VALUE "Y".
022800         10  WS-TRL-COUNT        PIC 9(07).
022900         10  WS-TRL-HASH-1       PIC S9(11)V99.
023000         10  WS-TRL-HASH-2       PIC S9(11)V99.
023100         10  WS-TRL-HASH-3       PIC S9(11)V99.
023200*
023300 01  WS-PROOF-TOTALS.
023400     05  WS-PRF-ENTRY OCCURS 7 TIMES.
023500         10  WS-PRF-COUNT        PIC 9(07).
023600         10  WS-PRF-HASH-1       PIC S9(11)V99.
023700         10  WS-PRF-HASH-2       PIC S9(11)V99.
023800         10  WS-PRF-HASH-3       PIC S9(11)V99.
023900*
024000 01  WS-CAT-TABLE.
024100     05  WS-CAT-COUNT        PIC 9(03)   COMP VALUE ZERO.
024200     05  WS-CAT-ENTRY OCCURS 100 TIMES.
024300         10  WS-CAT-IMAGE        PIC X(80).
024400         10  WS-CAT-VIEW REDEFINES WS-CAT-IMAGE.
024500             15  WS-CAT-GEN-NAME     PIC X(20).
024600             15  WS-CAT-DATE         PIC 9(08).
024700             15  WS-CAT-TIME         PIC 9(08).
024800             15  WS-CAT-USER         PIC X(20).
024900             15  WS-CAT-EMP-COUNT    PIC 9(07).
025000             15  WS-CAT-ACCT-COUNT   PIC 9(07).
025100             15  WS-CAT-TOTAL-COUNT  PIC 9(07).
025200             15  FILLER              PIC X(03).
025300*
025400 01  WS-DATE-EDIT.
025500     05  WS-DE-MONTH         PIC 9(02).
025600     05  FILLER              PIC X(01)   VALUE "/".
025700     05  WS-DE-DAY           PIC 9(02).
025800     05  FILLER              PIC X(01)   VALUE "/".
025900     05  WS-DE-YEAR          PIC 9(04).
026000 01  WS-DATE-WORK            PIC 9(08)   VALUE ZERO.
026100 01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
026200     05  WS-DW-YEAR          PIC 9(04).
026300     05  WS-DW-MONTH         PIC 9(02).
026400     05  WS-DW-DAY           PIC 9(02).
026500*
026600 01  WS-GEN-LINE.
026700     05  GL-CHOICE           PIC Z9.
026800     05  FILLER              PIC X(02)   VALUE SPACES.
026900     05  GL-GEN-NAME         PIC X(20).
027000     05  GL-DATE             PIC X(10).
027100     05  FILLER              PIC X(02)   VALUE SPACES.
027200     05  GL-USER             PIC X(12).
027300     05  GL-TOTAL            PIC Z,ZZZ,ZZ9.
027400*
027500 01  WS-FILE-LINE.
027600     05  FL-FILE-ID          PIC X(08).
027700     05  FILLER              PIC X(02)   VALUE SPACES.
027800     05  FL-COUNT            PIC Z,ZZZ,ZZ9.
027900     05  FILLER              PIC X(02)   VALUE SPACES.
028000     05  FL-RESULT           PIC X(30).
028100*
028200 PROCEDURE DIVISION.
028300*
028400 MAIN-LOGIC SECTION.
028500 BEGIN.
028600     PERFORM 0100-INIT-WORK-AREAS THRU 0100-EXIT.
028700     PERFORM 1050-CHECK-RUN-MODE THRU 1050-EXIT.
028800     IF WS-BATCH-MODE
028900         DISPLAY "MSTREST: A RESTORE IS RUN FROM THE MENU ONLY"
029000         GO TO MAIN-LOGIC-EXIT
029100     END-IF.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
029400     IF WS-CAT-COUNT = ZERO
029500         DISPLAY "NO BACKUP GENERATIONS ARE CATALOGED"
029600             LINE SL-BODY-LINE POSITION SL-BODY-POSITION
029700         GO TO MAIN-LOGIC-PAUSE
029800     END-IF.
029900     PERFORM 2000-CHOOSE-GENERATION THRU 2000-EXIT.
030000     IF WS-ENTRY-CANCELLED
030100         DISPLAY "RESTORE CANCELLED"
030200             LINE SL-BODY-LINE POSITION SL-BODY-POSITION
030300         GO TO MAIN-LOGIC-PAUSE
030400     END-IF.
030500     PERFORM 3000-PROVE-GENERATION THRU 3000-EXIT.
030600     IF WS-PROOF-FAILED
030700         PERFORM 3900-REFUSE-GENERATION THRU 3900-EXIT
030800         GO TO MAIN-LOGIC-PAUSE
030900     END-IF.
031000     PERFORM 3800-CONFIRM-RESTORE THRU 3800-EXIT.
031100     IF WS-ENTRY-CANCELLED
031200         DISPLAY "RESTORE CANCELLED - NOTHING WAS CHANGED"
031300             LINE SL-BODY-LINE POSITION SL-BODY-POSITION
031400         GO TO MAIN-LOGIC-PAUSE
031500     END-IF.
031600     PERFORM 4000-RESTORE-MASTERS THRU 4000-EXIT.
031700     PERFORM 5000-RESET-BALANCE-CONTROL THRU 5000-EXIT.
031800     MOVE "RESTORED " TO WS-AUDIT-TEXT.
031900     MOVE WS-GEN-NAME TO WS-AUDIT-TEXT (10:20).
032000     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
032100     PERFORM 6000-SHOW-RESULTS THRU 6000-EXIT.
032200 MAIN-LOGIC-PAUSE.
032300     DISPLAY "PRESS ENTER TO RETURN TO THE MENU"
032400         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
032500     COMPUTE WS-PROMPT-POS = SL-FOOTER-POSITION + 34.
032600     ACCEPT WS-DUMMY LINE SL-FOOTER-LINE
032700         POSITION WS-PROMPT-POS.
032800 MAIN-LOGIC-EXIT.
032900     IF WS-BKUP-OPEN
033000         CLOSE BACKUP-FILE
033100         MOVE "N" TO WS-BKUP-OPEN-SW
033200     END-IF.
033300     IF WS-TARGET-OPEN
033400         PERFORM 4300-CLOSE-TARGET THRU 4300-EXIT
033500     END-IF.
033600     IF WS-ABEND-FLAG
033700         IF WS-MASTERS-RESTORED
033800             MOVE "MASTERS PART RESTORED - RESTORE AGAIN"
033900                             TO WS-PROOF-MSG
034000         END-IF
034100         DISPLAY "MSTREST ABEND - " WS-ABEND-MSG
034200             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
034300         IF WS-MASTERS-RESTORED
034400             DISPLAY WS-PROOF-MSG
034500                 LINE SL-BODY-LINE POSITION SL-BODY-POSITION
034600         END-IF
034700         MOVE 16 TO RETURN-CODE
034800     ELSE
034900         IF WS-PROOF-FAILED OR WS-BATCH-MODE
035000             MOVE 8 TO RETURN-CODE
035100         ELSE
035200             MOVE ZERO TO RETURN-CODE
035300         END-IF
035400     END-IF.
035500     EXIT PROGRAM.
035600*
035700*-----------------------------------------------------*
035800* 0100-INIT-WORK-AREAS -- PUT EVERY SWITCH, COUNTER,   *
035900*     AND TOTAL BACK TO ITS STARTING VALUE.  A CALLED  *
036000*     PROGRAM KEEPS ITS WORKING STORAGE BETWEEN CALLS. *
036100*-----------------------------------------------------*
036200 0100-INIT-WORK-AREAS.
036300     MOVE "00" TO WS-EMP-STATUS WS-ACCT-STATUS WS-CHK-STATUS
036400                  WS-CTL-STATUS WS-ELEC-STATUS WS-PAYC-STATUS
036500                  WS-DEPT-STATUS WS-BKUP-STATUS WS-CAT-STATUS
036600                  WS-BALC-STATUS WS-MOVE-STATUS WS-AUDIT-STATUS
036700                  WS-TARGET-STATUS.
036800     MOVE "N" TO WS-EOF-SW WS-CAT-EOF-SW WS-BKUP-OPEN-SW
036900                 WS-TARGET-OPEN-SW WS-PROOF-SW WS-CANCEL-SW
037000                 WS-RESTORED-SW WS-ABEND-SW WS-BATCH-SW
037050                 WS-CHECK-NO-KEPT-SW.
037100     MOVE SPACES TO WS-ABEND-MSG WS-PROOF-MSG WS-GEN-NAME
037200                    WS-AUDIT-TEXT.
037300     MOVE ZERO TO WS-CAT-COUNT WS-SHOWN-COUNT WS-CHOSEN-X.
037310     MOVE ZERO TO WS-LIVE-CHECK-NO.
037400     PERFORM 0110-CLEAR-FILE-TOTALS THRU 0110-EXIT
037500         VARYING WS-FX FROM 1 BY 1
037600         UNTIL WS-FX > 7.
037700 0100-EXIT.
037800     EXIT.
037900*
038000 0110-CLEAR-FILE-TOTALS.
038100     MOVE "N"  TO WS-TRL-PRESENT (WS-FX).
038200     MOVE ZERO TO WS-TRL-COUNT (WS-FX)
038300                  WS-TRL-HASH-1 (WS-FX)
038400                  WS-TRL-HASH-2 (WS-FX)
038500                  WS-TRL-HASH-3 (WS-FX).
038600     MOVE ZERO TO WS-PRF-COUNT (WS-FX)
038700                  WS-PRF-HASH-1 (WS-FX)
038800                  WS-PRF-HASH-2 (WS-FX)
038900                  WS-PRF-HASH-3 (WS-FX).
039000 0110-EXIT.
039100     EXIT.
039200*
039300*-----------------------------------------------------*
039400* 1000-INITIALIZE -- RUN DATE, TIME AND OPERATOR FOR   *
039500*     BALCTL AND THE AUDIT LOG, AND THE SCREEN.        *
039600*-----------------------------------------------------*
039700 1000-INITIALIZE.
039800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
039900     ACCEPT WS-RUN-TIME FROM TIME.
040000     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "HWOPERID".
040100     IF WS-OPERATOR-ID = SPACES
040200         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
040300     END-IF.
040400     IF WS-OPERATOR-ID = SPACES
040500         MOVE "UNKNOWN" TO WS-OPERATOR-ID
040600     END-IF.
040700     DISPLAY " " LINE SL-CLEAR-LINE
040800         POSITION SL-CLEAR-POSITION ERASE EOS.
040900     DISPLAY "MASTER FILE RESTORE" LINE SL-HEADER-LINE
041000         POSITION SL-HEADER-POSITION.
041100 1000-EXIT.
041200     EXIT.
041300*
041400*-----------------------------------------------------*
041500* 1050-CHECK-RUN-MODE -- SAME BATCH PARM HELLOWORLD    *
041600*     TAKES.  A RESTORE OVERWRITES THE LIVE MASTERS,   *
041700*     SO A BATCH CALL IS REFUSED OUTRIGHT.             *
041800*-----------------------------------------------------*
041900 1050-CHECK-RUN-MODE.
042000     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
042100     IF WS-PARM-TEXT = "BATCH"
042200      OR WS-PARM-TEXT = "RESTART"
042300         SET WS-BATCH-MODE TO TRUE
042400     END-IF.
042500 1050-EXIT.
042600     EXIT.
042700*
042800*-----------------------------------------------------*
042900* 1100-LOAD-CATALOG -- THE PROVED GENERATIONS MSTBKUP  *
043000*     HAS KEPT, OLDEST FIRST.                          *
043100*-----------------------------------------------------*
043200 1100-LOAD-CATALOG.
043300     OPEN INPUT CATALOG-FILE.
043400     IF WS-CAT-STATUS = "35"
043500         GO TO 1100-EXIT
043600     END-IF.
043700     IF WS-CAT-STATUS NOT = "00"
043800         MOVE "UNABLE TO OPEN BKUPCTL, STATUS "
043900                         TO WS-ABEND-MSG
044000         MOVE WS-CAT-STATUS TO WS-ABEND-MSG (32:2)
044100         SET WS-ABEND-FLAG TO TRUE
044200         GO TO MAIN-LOGIC-EXIT
044300     END-IF.
044400     PERFORM 1110-READ-CATALOG THRU 1110-EXIT.
044500     PERFORM 1120-STORE-CATALOG THRU 1120-EXIT
044600         UNTIL WS-CAT-EOF.
044700     CLOSE CATALOG-FILE.
044800 1100-EXIT.
044900     EXIT.
045000*
045100 1110-READ-CATALOG.
045200     READ CATALOG-FILE
045300         AT END
045400             SET WS-CAT-EOF TO TRUE
045500     END-READ.
045600 1110-EXIT.
045700     EXIT.
045800*
045900 1120-STORE-CATALOG.
046000     IF WS-CAT-COUNT = 100
046100         MOVE "BKUPCTL EXCEEDS CATALOG TABLE LIMIT"
046200                         TO WS-ABEND-MSG
046300         SET WS-ABEND-FLAG TO TRUE
046400         GO TO MAIN-LOGIC-EXIT
046500     END-IF.
046600     ADD 1 TO WS-CAT-COUNT.
046700     MOVE BKC-RECORD TO WS-CAT-IMAGE (WS-CAT-COUNT).
046800     PERFORM 1110-READ-CATALOG THRU 1110-EXIT.
046900 1120-EXIT.
047000     EXIT.
047100*
047200*-----------------------------------------------------*
047300* 2000-CHOOSE-GENERATION -- LIST THE NEWEST            *
047400*     GENERATIONS, NUMBERED FROM 1 (THE LATEST), AND   *
047500*     TAKE THE OPERATOR'S CHOICE.  BLANK CANCELS.      *
047600*-----------------------------------------------------*
047700 2000-CHOOSE-GENERATION.
047800     DISPLAY "    GENERATION          TAKEN       BY"
047900         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
048000     MOVE WS-CAT-COUNT TO WS-SHOWN-COUNT.
048100     IF WS-SHOWN-COUNT > WS-MAX-SHOWN
048200         MOVE WS-MAX-SHOWN TO WS-SHOWN-COUNT
048300     END-IF.
048400     PERFORM 2100-SHOW-ONE-GENERATION THRU 2100-EXIT
048500         VARYING WS-LX FROM 1 BY 1
048600         UNTIL WS-LX > WS-SHOWN-COUNT.
048700 2000-ASK.
048800     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE
048900                          + WS-SHOWN-COUNT + 1.
049000     DISPLAY "RESTORE WHICH GENERATION (BLANK CANCELS): "
049100         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
049200         ERASE EOL.
049300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 42.
049400     MOVE SPACES TO WS-IN-CHOICE.
049500     ACCEPT WS-IN-CHOICE LINE WS-WORK-LINE
049600         POSITION WS-PROMPT-POS.
049700     IF WS-IN-CHOICE = SPACES
049800         SET WS-ENTRY-CANCELLED TO TRUE
049900         GO TO 2000-EXIT
050000     END-IF.
050100     IF WS-IN-CHOICE (2:1) = SPACE
050200         MOVE WS-IN-CHOICE (1:1) TO WS-IN-CHOICE (2:1)
050300         MOVE "0" TO WS-IN-CHOICE (1:1)
050400     END-IF.
050500     IF WS-IN-CHOICE NOT NUMERIC
050600      OR WS-IN-CHOICE-N = ZERO
050700      OR WS-IN-CHOICE-N > WS-SHOWN-COUNT
050800         DISPLAY "ENTER ONE OF THE NUMBERS LISTED"
050900             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
051000             ERASE EOL
051100         GO TO 2000-ASK
051200     END-IF.
051300     DISPLAY " " LINE SL-FOOTER-LINE
051400         POSITION SL-FOOTER-POSITION ERASE EOL.
051500     COMPUTE WS-CHOSEN-X = WS-CAT-COUNT - WS-IN-CHOICE-N + 1.
051600     MOVE WS-CAT-GEN-NAME (WS-CHOSEN-X) TO WS-GEN-NAME.
051700 2000-EXIT.
051800     EXIT.
051900*
052000 2100-SHOW-ONE-GENERATION.
052100     COMPUTE WS-CX = WS-CAT-COUNT - WS-LX + 1.
052200     MOVE WS-LX                    TO GL-CHOICE.
052300     MOVE WS-CAT-GEN-NAME (WS-CX)  TO GL-GEN-NAME.
052400     MOVE WS-CAT-DATE (WS-CX)      TO WS-DATE-WORK.
052500     MOVE WS-DW-MONTH              TO WS-DE-MONTH.
052600     MOVE WS-DW-DAY                TO WS-DE-DAY.
052700     MOVE WS-DW-YEAR               TO WS-DE-YEAR.
052800     MOVE WS-DATE-EDIT             TO GL-DATE.
052900     MOVE WS-CAT-USER (WS-CX)      TO GL-USER.
053000     MOVE WS-CAT-TOTAL-COUNT (WS-CX) TO GL-TOTAL.
053100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + WS-LX - 1.
053200     DISPLAY WS-GEN-LINE
053300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
053400 2100-EXIT.
053500     EXIT.
053600*
053700*-----------------------------------------------------*
053800* 3000-PROVE-GENERATION -- THE SAME PROOF MSTBKUP RAN  *
053900*     WHEN IT TOOK THE COPY: EVERY FILE RECOUNTED FROM *
054000*     ITS DATA RECORDS MUST MATCH ITS TRAILER, IN THE  *
054100*     RIGHT ORDER, WITH NOTHING MISSING OR LEFT OVER.  *
054200*     A GENERATION DAMAGED SINCE IT WAS TAKEN IS       *
054300*     REFUSED BEFORE A SINGLE MASTER IS TOUCHED.       *
054400*-----------------------------------------------------*
054500 3000-PROVE-GENERATION.
054600     DISPLAY "PROVING " WS-GEN-NAME
054700         LINE SL-BODY-LINE POSITION SL-BODY-POSITION
054800         ERASE EOL.
054900     OPEN INPUT BACKUP-FILE.
055000     IF WS-BKUP-STATUS = "35"
055100         MOVE "GENERATION FILE NOT FOUND" TO WS-PROOF-MSG
055200         SET WS-PROOF-FAILED TO TRUE
055300         GO TO 3000-EXIT
055400     END-IF.
055500     IF WS-BKUP-STATUS NOT = "00"
055600         MOVE "UNABLE TO OPEN BACKUP GENERATION, STATUS "
055700                         TO WS-ABEND-MSG
055800         MOVE WS-BKUP-STATUS TO WS-ABEND-MSG (42:2)
055900         SET WS-ABEND-FLAG TO TRUE
056000         GO TO MAIN-LOGIC-EXIT
056100     END-IF.
056200     SET WS-BKUP-OPEN TO TRUE.
056300     MOVE 1 TO WS-FX.
056400     MOVE "N" TO WS-EOF-SW.
056500     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
056600     IF WS-EOF-REACHED
056700      OR NOT BK-HEADER
056800      OR BK-HDR-GEN-NAME NOT = WS-GEN-NAME
056900         MOVE "HEADER MISSING OR WRONG" TO WS-PROOF-MSG
057000         SET WS-PROOF-FAILED TO TRUE
057100         GO TO 3000-CLOSE
057200     END-IF.
057300     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
057400     PERFORM 3200-PROVE-ONE-RECORD THRU 3200-EXIT
057500         UNTIL WS-EOF-REACHED
057600            OR WS-PROOF-FAILED.
057700     IF NOT WS-PROOF-FAILED
057800      AND WS-FX NOT > 7
057900         MOVE "GENERATION ENDS SHORT - " TO WS-PROOF-MSG
058000         MOVE WS-FILE-ID (WS-FX) TO WS-PROOF-MSG (25:8)
058100         SET WS-PROOF-FAILED TO TRUE
058200     END-IF.
058300 3000-CLOSE.
058400     CLOSE BACKUP-FILE.
058500     MOVE "N" TO WS-BKUP-OPEN-SW.
058600 3000-EXIT.
058700     EXIT.
058800*
058900 3100-READ-BACKUP.
059000     READ BACKUP-FILE
059100         AT END
059200             SET WS-EOF-REACHED TO TRUE
059300     END-READ.
059400 3100-EXIT.
059500     EXIT.
059600*
059700 3200-PROVE-ONE-RECORD.
059800     IF WS-FX > 7
059900         MOVE "RECORDS AFTER THE LAST TRAILER" TO WS-PROOF-MSG
060000         SET WS-PROOF-FAILED TO TRUE
060100         GO TO 3200-EXIT
060200     END-IF.
060300     IF BK-FILE-ID NOT = WS-FILE-ID (WS-FX)
060400         MOVE "RECORD OUT OF PLACE - " TO WS-PROOF-MSG
060500         MOVE BK-FILE-ID TO WS-PROOF-MSG (23:8)
060600         SET WS-PROOF-FAILED TO TRUE
060700         GO TO 3200-EXIT
060800     END-IF.
060900     EVALUATE TRUE
061000         WHEN BK-DATA
061100             PERFORM 3300-ADD-PROOF-FIGURES THRU 3300-EXIT
061200         WHEN BK-TRAILER
061300             PERFORM 3400-CHECK-TRAILER THRU 3400-EXIT
061400         WHEN OTHER
061500             MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-MSG
061600             SET WS-PROOF-FAILED TO TRUE
061700             GO TO 3200-EXIT
061800     END-EVALUATE.
061900     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
062000 3200-EXIT.
062100     EXIT.
062200*
062300 3300-ADD-PROOF-FIGURES.
062400     ADD 1 TO WS-PRF-COUNT (WS-FX).
062500     EVALUATE WS-FX
062600         WHEN 1
062700             ADD BK-EMP-YTD-GROSS  TO WS-PRF-HASH-1 (WS-FX)
062800             ADD BK-EMP-YTD-DEDUCT TO WS-PRF-HASH-2 (WS-FX)
062900             ADD BK-EMP-YTD-NET    TO WS-PRF-HASH-3 (WS-FX)
063000         WHEN 2
063100             ADD BK-ACCT-BALANCE   TO WS-PRF-HASH-1 (WS-FX)
063200         WHEN 3
063300             ADD BK-CHK-NET-AMOUNT TO WS-PRF-HASH-1 (WS-FX)
063400         WHEN 4
063500             ADD BK-CTL-NEXT-CHECK TO WS-PRF-HASH-1 (WS-FX)
063600         WHEN 5
063700             ADD BK-ELEC-AMOUNT    TO WS-PRF-HASH-1 (WS-FX)
063800     END-EVALUATE.
063900 3300-EXIT.
064000     EXIT.
064100*
064200 3400-CHECK-TRAILER.
064300     IF BK-TRL-COUNT  NOT = WS-PRF-COUNT (WS-FX)
064400      OR BK-TRL-HASH-1 NOT = WS-PRF-HASH-1 (WS-FX)
064500      OR BK-TRL-HASH-2 NOT = WS-PRF-HASH-2 (WS-FX)
064600      OR BK-TRL-HASH-3 NOT = WS-PRF-HASH-3 (WS-FX)
064700         MOVE "TOTALS DO NOT PROVE - " TO WS-PROOF-MSG
064800         MOVE BK-FILE-ID TO WS-PROOF-MSG (23:8)
064900         SET WS-PROOF-FAILED TO TRUE
065000         GO TO 3400-EXIT
065100     END-IF.
065200     IF WS-FX < 3 AND NOT BK-FILE-PRESENT
065300         MOVE "MASTER NOT IN GENERATION - " TO WS-PROOF-MSG
065400         MOVE BK-FILE-ID TO WS-PROOF-MSG (28:8)
065500         SET WS-PROOF-FAILED TO TRUE
065600         GO TO 3400-EXIT
065700     END-IF.
065800     MOVE BK-TRL-PRESENT TO WS-TRL-PRESENT (WS-FX).
065900     MOVE BK-TRL-COUNT   TO WS-TRL-COUNT (WS-FX).
066000     MOVE BK-TRL-HASH-1  TO WS-TRL-HASH-1 (WS-FX).
066100     MOVE BK-TRL-HASH-2  TO WS-TRL-HASH-2 (WS-FX).
066200     MOVE BK-TRL-HASH-3  TO WS-TRL-HASH-3 (WS-FX).
066300     ADD 1 TO WS-FX.
066400 3400-EXIT.
066500     EXIT.
066600*
066700*-----------------------------------------------------*
066800* 3800-CONFIRM-RESTORE -- LAST CHANCE.  EVERYTHING     *
066900*     ENTERED SINCE THE GENERATION WAS TAKEN IS LOST.  *
067000*-----------------------------------------------------*
067100 3800-CONFIRM-RESTORE.
067200     DISPLAY "GENERATION PROVED - " WS-GEN-NAME
067300         LINE SL-BODY-LINE POSITION SL-BODY-POSITION
067400         ERASE EOL.
067500     COMPUTE WS-WORK-LINE = SL-BODY-LINE + 1.
067600     DISPLAY "RESTORE OVER THE LIVE FILES (Y/N): "
067700         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
067800         ERASE EOL.
067900     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 35.
068000     MOVE SPACE TO WS-CONFIRM.
068100     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
068200         POSITION WS-PROMPT-POS.
068300     INSPECT WS-CONFIRM
068400         CONVERTING "abcdefghijklmnopqrstuvwxyz"
068500                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
068600     IF WS-CONFIRM NOT = "Y"
068700         SET WS-ENTRY-CANCELLED TO TRUE
068800     END-IF.
068900     DISPLAY " " LINE WS-WORK-LINE
069000         POSITION SL-BODY-POSITION ERASE EOL.
069100 3800-EXIT.
069200     EXIT.
069300*
069400*-----------------------------------------------------*
069500* 3900-REFUSE-GENERATION -- TELL THE OPERATOR WHY AND  *
069600*     LEAVE A RECORD THAT A BAD GENERATION WAS OFFERED.*
069700*-----------------------------------------------------*
069800 3900-REFUSE-GENERATION.
069900     DISPLAY "RESTORE REFUSED - " WS-PROOF-MSG
070000         LINE SL-BODY-LINE POSITION SL-BODY-POSITION
070100         ERASE EOL.
070200     MOVE "RESTORE REFUSED - PROOF FAILED" TO WS-AUDIT-TEXT.
070300     PERFORM 8000-WRITE-AUDIT THRU 8000-EXIT.
070400 3900-EXIT.
070500     EXIT.
070600*
070700*-----------------------------------------------------*
070800* 4000-RESTORE-MASTERS -- SECOND PASS OVER THE PROVED  *
070900*     GENERATION.  EACH FILE THE GENERATION HOLDS IS   *
071000*     OPENED OUTPUT AND REBUILT FROM ITS DATA RECORDS; *
071100*     THE KEYED MASTERS COME BACK IN KEY ORDER, AS     *
071200*     MSTBKUP READ THEM.  A FILE THE GENERATION SAYS   *
071300*     WAS NOT PRESENT IS LEFT AS IT IS.  EACH FILE'S   *
071400*     RELOADED COUNT IS CHECKED AGAINST ITS TRAILER.   *
071420*     CHKCTL KEEPS THE LIVE NEXT CHECK NUMBER WHEN IT  *
071440*     IS AHEAD OF THE GENERATION'S (SEE 4150).         *
071500*-----------------------------------------------------*
071600 4000-RESTORE-MASTERS.
071700     OPEN INPUT BACKUP-FILE.
071800     IF WS-BKUP-STATUS NOT = "00"
071900         MOVE "UNABLE TO REOPEN BACKUP GENERATION, STATUS "
072000                         TO WS-ABEND-MSG
072100         MOVE WS-BKUP-STATUS TO WS-ABEND-MSG (45:2)
072200         SET WS-ABEND-FLAG TO TRUE
072300         GO TO MAIN-LOGIC-EXIT
072400     END-IF.
072500     SET WS-BKUP-OPEN TO TRUE.
072600     MOVE "N" TO WS-EOF-SW.
072700     MOVE 1 TO WS-FX.
072800     SET WS-MASTERS-RESTORED TO TRUE.
072900     PERFORM 4100-OPEN-TARGET THRU 4100-EXIT.
073000*    SKIP THE HEADER -- THE PROOF HAS ALREADY CHECKED IT.
073100     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
073200     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
073300     PERFORM 4050-RESTORE-ONE-RECORD THRU 4050-EXIT
073400         UNTIL WS-EOF-REACHED.
073500     CLOSE BACKUP-FILE.
073600     MOVE "N" TO WS-BKUP-OPEN-SW.
073700 4000-EXIT.
073800     EXIT.
073900*
074000 4050-RESTORE-ONE-RECORD.
074100     IF BK-DATA
074200         IF WS-TRL-FILE-PRESENT (WS-FX)
074300             PERFORM 4200-WRITE-TARGET THRU 4200-EXIT
074400         END-IF
074500     ELSE
074600         IF WS-TARGET-OPEN
074700             PERFORM 4300-CLOSE-TARGET THRU 4300-EXIT
074800         END-IF
074900         IF WS-TARGET-COUNT NOT = WS-TRL-COUNT (WS-FX)
075000             MOVE "RELOAD COUNT DOES NOT MATCH - "
075100                             TO WS-ABEND-MSG
075200             MOVE WS-FILE-ID (WS-FX) TO WS-ABEND-MSG (31:8)
075300             SET WS-ABEND-FLAG TO TRUE
075400             GO TO MAIN-LOGIC-EXIT
075500         END-IF
075600         ADD 1 TO WS-FX
075700         IF WS-FX NOT > 7
075800             PERFORM 4100-OPEN-TARGET THRU 4100-EXIT
075900         END-IF
076000     END-IF.
076100     PERFORM 3100-READ-BACKUP THRU 3100-EXIT.
076200 4050-EXIT.
076300     EXIT.
076400*
076500 4100-OPEN-TARGET.
076600     MOVE ZERO TO WS-TARGET-COUNT.
076700     IF NOT WS-TRL-FILE-PRESENT (WS-FX)
076800         GO TO 4100-EXIT
076900     END-IF.
077000     EVALUATE WS-FX
077100         WHEN 1
077200             OPEN OUTPUT EMPLOYEE-MASTER
077300             MOVE WS-EMP-STATUS TO WS-TARGET-STATUS
077400         WHEN 2
077500             OPEN OUTPUT ACCOUNT-MASTER
077600             MOVE WS-ACCT-STATUS TO WS-TARGET-STATUS
077700         WHEN 3
077800             OPEN OUTPUT CHECK-DATA-FILE
077900             MOVE WS-CHK-STATUS TO WS-TARGET-STATUS
078000         WHEN 4
078010             PERFORM 4150-READ-LIVE-CHECK-NO THRU 4150-EXIT
078100             OPEN OUTPUT CHECK-CONTROL-FILE
078200             MOVE WS-CTL-STATUS TO WS-TARGET-STATUS
078300         WHEN 5
078400             OPEN OUTPUT ELECTION-FILE
078500             MOVE WS-ELEC-STATUS TO WS-TARGET-STATUS
078600         WHEN 6
078700             OPEN OUTPUT PAY-CONTROL-FILE
078800             MOVE WS-PAYC-STATUS TO WS-TARGET-STATUS
078900         WHEN 7
079000             OPEN OUTPUT DEPT-CONTROL-FILE
079100             MOVE WS-DEPT-STATUS TO WS-TARGET-STATUS
079200     END-EVALUATE.
079300     IF WS-TARGET-STATUS NOT = "00"
079400         MOVE "UNABLE TO OPEN          , STATUS "
079500                         TO WS-ABEND-MSG
079600         MOVE WS-FILE-ID (WS-FX) TO WS-ABEND-MSG (16:8)
079700         MOVE WS-TARGET-STATUS TO WS-ABEND-MSG (34:2)
079800         SET WS-ABEND-FLAG TO TRUE
079900         GO TO MAIN-LOGIC-EXIT
080000     END-IF.
080100     SET WS-TARGET-OPEN TO TRUE.
080200 4100-EXIT.
080300     EXIT.
080302*
080304*-----------------------------------------------------*
080306* 4150-READ-LIVE-CHECK-NO -- CHECKS CUT SINCE THE      *
080308*     BACKUP ARE STILL OUT IN THE WORLD, SO CHKCTL     *
080310*     MUST NEVER GO BACK TO AN EARLIER NEXT NUMBER OR  *
080312*     THE NEXT CYCLE WOULD PRINT THOSE NUMBERS AGAIN.  *
080314*     THE LIVE NEXT NUMBER IS TAKEN HERE, BEFORE THE   *
080316*     FILE IS OPENED OUTPUT, AND 4200 WRITES WHICHEVER *
080318*     OF IT AND THE RESTORED NUMBER IS HIGHER.  NO     *
080320*     LIVE FILE, OR AN EMPTY ONE, LEAVES ZERO.         *
080322*-----------------------------------------------------*
080324 4150-READ-LIVE-CHECK-NO.
080326     MOVE ZERO TO WS-LIVE-CHECK-NO.
080328     OPEN INPUT CHECK-CONTROL-FILE.
080330     IF WS-CTL-STATUS = "35"
080332         GO TO 4150-EXIT
080334     END-IF.
080336     IF WS-CTL-STATUS NOT = "00"
080338         MOVE "UNABLE TO OPEN CHKCTL, STATUS "
080340                         TO WS-ABEND-MSG
080342         MOVE WS-CTL-STATUS TO WS-ABEND-MSG (31:2)
080344         SET WS-ABEND-FLAG TO TRUE
080346         GO TO MAIN-LOGIC-EXIT
080348     END-IF.
080350     READ CHECK-CONTROL-FILE
080352         AT END
080354             CLOSE CHECK-CONTROL-FILE
080356             GO TO 4150-EXIT
080358     END-READ.
080360     IF CTL-NEXT-CHECK-NO NUMERIC
080362         MOVE CTL-NEXT-CHECK-NO TO WS-LIVE-CHECK-NO
080364     END-IF.
080366     CLOSE CHECK-CONTROL-FILE.
080368 4150-EXIT.
080370     EXIT.
080400*
080500 4200-WRITE-TARGET.
080600     MOVE "00" TO WS-TARGET-STATUS.
080700     EVALUATE WS-FX
080800         WHEN 1
080900             MOVE BK-DATA-AREA TO EMP-RECORD
081000             WRITE EMP-RECORD
081100                 INVALID KEY
081200                     MOVE "22" TO WS-TARGET-STATUS
081300             END-WRITE
081400             IF WS-EMP-STATUS NOT = "00"
081500                 MOVE WS-EMP-STATUS TO WS-TARGET-STATUS
081600             END-IF
081700         WHEN 2
081800             MOVE BK-DATA-AREA TO ACCT-RECORD
081900             WRITE ACCT-RECORD
082000                 INVALID KEY
082100                     MOVE "22" TO WS-TARGET-STATUS
082200             END-WRITE
082300             IF WS-ACCT-STATUS NOT = "00"
082400                 MOVE WS-ACCT-STATUS TO WS-TARGET-STATUS
082500             END-IF
082600         WHEN 3
082700             MOVE BK-DATA-AREA TO CK-RECORD
082800             WRITE CK-RECORD
082900             MOVE WS-CHK-STATUS TO WS-TARGET-STATUS
083000         WHEN 4
083100             MOVE BK-DATA-AREA TO CTL-RECORD
083110             IF WS-LIVE-CHECK-NO > CTL-NEXT-CHECK-NO
083120                 MOVE WS-LIVE-CHECK-NO TO CTL-NEXT-CHECK-NO
083130                 SET WS-CHECK-NO-KEPT TO TRUE
083140             END-IF
083200             WRITE CTL-RECORD
083300             MOVE WS-CTL-STATUS TO WS-TARGET-STATUS
083400         WHEN 5
083500             MOVE BK-DATA-AREA TO ELEC-RECORD
083600             WRITE ELEC-RECORD
083700             MOVE WS-ELEC-STATUS TO WS-TARGET-STATUS
083800         WHEN 6
083900             MOVE BK-DATA-AREA TO PAYC-RECORD
084000             WRITE PAYC-RECORD
084100             MOVE WS-PAYC-STATUS TO WS-TARGET-STATUS
084200         WHEN 7
084300             MOVE BK-DATA-AREA TO DEPT-RECORD
084400             WRITE DEPT-RECORD
084500             MOVE WS-DEPT-STATUS TO WS-TARGET-STATUS
084600     END-EVALUATE.
084700     IF WS-TARGET-STATUS NOT = "00"
084800         MOVE "UNABLE TO WRITE          , STATUS "
084900                         TO WS-ABEND-MSG
085000         MOVE WS-FILE-ID (WS-FX) TO WS-ABEND-MSG (17:8)
085100         MOVE WS-TARGET-STATUS TO WS-ABEND-MSG (35:2)
085200         SET WS-ABEND-FLAG TO TRUE
085300         GO TO MAIN-LOGIC-EXIT
085400     END-IF.
085500     ADD 1 TO WS-TARGET-COUNT.
085600 4200-EXIT.
085700     EXIT.
085800*
085900 4300-CLOSE-TARGET.
086000     EVALUATE WS-FX
086100         WHEN 1
086200             CLOSE EMPLOYEE-MASTER
086300         WHEN 2
086400             CLOSE ACCOUNT-MASTER
086500         WHEN 3
086600             CLOSE CHECK-DATA-FILE
086700         WHEN 4
086800             CLOSE CHECK-CONTROL-FILE
086900         WHEN 5
087000             CLOSE ELECTION-FILE
087100         WHEN 6
087200             CLOSE PAY-CONTROL-FILE
087300         WHEN 7
087400             CLOSE DEPT-CONTROL-FILE
087500     END-EVALUATE.
087600     MOVE "N" TO WS-TARGET-OPEN-SW.
087700 4300-EXIT.
087800     EXIT.
087900*
088000*-----------------------------------------------------*
088100* 5000-RESET-BALANCE-CONTROL -- THE MASTERS NOW HOLD   *
088200*     THE GENERATION'S FIGURES, NOT LAST NIGHT'S, SO   *
088300*     BALCTL IS REWRITTEN FROM THE EMPMAST AND         *
088400*     ACCTMAST TRAILERS (THE SAME HASHES BALCHECK      *
088500*     TAKES) AND ANY MOVEMENT CLAIMED SINCE IS         *
088600*     EMPTIED, AS BALCHECK DOES ON A CLEAN ROLL.       *
088700*-----------------------------------------------------*
088800 5000-RESET-BALANCE-CONTROL.
088900     OPEN OUTPUT BALANCE-CONTROL-FILE.
089000     IF WS-BALC-STATUS NOT = "00"
089100         MOVE "UNABLE TO REWRITE BALCTL, STATUS "
089200                         TO WS-ABEND-MSG
089300         MOVE WS-BALC-STATUS TO WS-ABEND-MSG (34:2)
089400         SET WS-ABEND-FLAG TO TRUE
089500         GO TO MAIN-LOGIC-EXIT
089600     END-IF.
089700     MOVE SPACES TO BALC-RECORD.
089800     MOVE WS-RUN-DATE       TO BALC-DATE.
089900     MOVE WS-TRL-COUNT (1)  TO BALC-EMP-COUNT.
090000     MOVE WS-TRL-HASH-1 (1) TO BALC-EMP-GROSS.
090100     MOVE WS-TRL-HASH-2 (1) TO BALC-EMP-DEDUCT.
090200     MOVE WS-TRL-HASH-3 (1) TO BALC-EMP-NET.
090300     MOVE WS-TRL-COUNT (2)  TO BALC-ACCT-COUNT.
090400     MOVE WS-TRL-HASH-1 (2) TO BALC-ACCT-BAL.
090500     WRITE BALC-RECORD.
090600     IF WS-BALC-STATUS NOT = "00"
090700         MOVE "UNABLE TO WRITE BALCTL, STATUS "
090800                         TO WS-ABEND-MSG
090900         MOVE WS-BALC-STATUS TO WS-ABEND-MSG (32:2)
091000         SET WS-ABEND-FLAG TO TRUE
091100         GO TO MAIN-LOGIC-EXIT
091200     END-IF.
091300     CLOSE BALANCE-CONTROL-FILE.
091400     OPEN OUTPUT MOVEMENT-FILE.
091500     IF WS-MOVE-STATUS NOT = "00"
091600         MOVE "UNABLE TO CLEAR BALMOVE, STATUS "
091700                         TO WS-ABEND-MSG
091800         MOVE WS-MOVE-STATUS TO WS-ABEND-MSG (33:2)
091900         SET WS-ABEND-FLAG TO TRUE
092000         GO TO MAIN-LOGIC-EXIT
092100     END-IF.
092200     CLOSE MOVEMENT-FILE.
092300 5000-EXIT.
092400     EXIT.
092500*
092600*-----------------------------------------------------*
092700* 6000-SHOW-RESULTS -- WHAT CAME BACK, FILE BY FILE,   *
092750*     AND WHETHER CHKCTL KEPT ITS LIVE CHECK NUMBER.   *
092800*-----------------------------------------------------*
092900 6000-SHOW-RESULTS.
093000     PERFORM 6100-SHOW-ONE-FILE THRU 6100-EXIT
093100         VARYING WS-FX FROM 1 BY 1
093200         UNTIL WS-FX > 7.
093300     DISPLAY "RESTORE COMPLETE - " WS-GEN-NAME
093400         LINE SL-BODY-LINE POSITION SL-BODY-POSITION
093500         ERASE EOL.
093600     COMPUTE WS-WORK-LINE = SL-BODY-LINE + 1.
093700     DISPLAY "BALCTL RESET TO THE RESTORED TOTALS"
093800         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
093900         ERASE EOL.
093910     IF WS-CHECK-NO-KEPT
093920         COMPUTE WS-WORK-LINE = SL-BODY-LINE + 2
093930         DISPLAY "CHKCTL KEPT LIVE NEXT CHECK NO "
093935             WS-LIVE-CHECK-NO " (AHEAD OF BACKUP)"
093950             LINE WS-WORK-LINE POSITION SL-BODY-POSITION
093960             ERASE EOL
093970     END-IF.
094000 6000-EXIT.
094100     EXIT.
094200*
094300 6100-SHOW-ONE-FILE.
094400     MOVE WS-FILE-ID (WS-FX)   TO FL-FILE-ID.
094500     MOVE WS-TRL-COUNT (WS-FX) TO FL-COUNT.
094600     IF WS-TRL-FILE-PRESENT (WS-FX)
094700         MOVE "RECORDS RESTORED" TO FL-RESULT
094710         IF WS-FX = 4 AND WS-CHECK-NO-KEPT
094720             MOVE "RESTORED, LIVE NEXT CHECK KEPT" TO FL-RESULT
094730         END-IF
094800     ELSE
094900         MOVE "NOT IN GENERATION - LEFT AS IS" TO FL-RESULT
095000     END-IF.
095100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + WS-FX - 1.
095200     DISPLAY WS-FILE-LINE
095300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
095400         ERASE EOL.
095500 6100-EXIT.
095600     EXIT.
095700*
095800*-----------------------------------------------------*
095900* 8000-WRITE-AUDIT -- ONE MRST RECORD ON AUDITLOG,     *
096000*     OPENED AND CLOSED HERE SO THE ENTRY IS ON DISK   *
096100*     WHETHER OR NOT THE SESSION ENDS CLEANLY.         *
096200*-----------------------------------------------------*
096300 8000-WRITE-AUDIT.
096400     OPEN EXTEND AUDIT-FILE.
096500     IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
096600         CLOSE AUDIT-FILE
096700         OPEN OUTPUT AUDIT-FILE
096800     END-IF.
096900     IF WS-AUDIT-STATUS NOT = "00"
097000         MOVE "UNABLE TO OPEN AUDITLOG, STATUS "
097100                         TO WS-ABEND-MSG
097200         MOVE WS-AUDIT-STATUS TO WS-ABEND-MSG (33:2)
097300         SET WS-ABEND-FLAG TO TRUE
097400         GO TO MAIN-LOGIC-EXIT
097500     END-IF.
097600     MOVE SPACES             TO AUD-RECORD.
097700     MOVE WS-RUN-DATE        TO AUD-DATE.
097800     MOVE WS-RUN-TIME        TO AUD-TIME.
097900     MOVE WS-OPERATOR-ID     TO AUD-USER-ID.
098000     SET AUD-EVENT-MST-RESTORE TO TRUE.
098100     MOVE WS-AUDIT-TEXT      TO AUD-EVENT-TEXT.
098200     WRITE AUD-RECORD.
098300     IF WS-AUDIT-STATUS NOT = "00"
098400         MOVE "UNABLE TO WRITE AUDITLOG, STATUS "
098500                         TO WS-ABEND-MSG
098600         MOVE WS-AUDIT-STATUS TO WS-ABEND-MSG (34:2)
098700         SET WS-ABEND-FLAG TO TRUE
098800         CLOSE AUDIT-FILE
098900         GO TO MAIN-LOGIC-EXIT
099000     END-IF.
099100     CLOSE AUDIT-FILE.
099200 8000-EXIT.
099300     EXIT.
