000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BANKMNT.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- EMPLOYEE DIRECT      *
001200*              DEPOSIT BANKING MAINTENANCE FOR THE     *
001300*              DAILY PROCESSING MENU.  KEEPS THE       *
001400*              EMPBANK ROUTING NUMBER, ACCOUNT NUMBER, *
001500*              AND ACCOUNT TYPE PAYROLL DEPOSITS TO,   *
001600*              EDITS THE ROUTING CHECK DIGIT ON ENTRY, *
001700*              AND RECORDS WHEN THE BANK CLEARS OR     *
001800*              RETURNS THE PRENOTE.  A NEW OR CHANGED  *
001900*              ACCOUNT GOES BACK TO PRENOTE PENDING    *
002000*              AND THE EMPLOYEE IS PAID BY CHECK UNTIL *
002100*              IT CLEARS.                              *
002110* 10/15/26 DA  EVERY ADD, CHANGE, DELETE AND PRENOTE   *
002120*              RESULT IS NOW WRITTEN TO THE BANKAUDIT  *
002130*              TRAIL WITH THE SIGNED-ON OPERATOR AND   *
002140*              THE BANKING RECORD BEFORE AND AFTER, SO *
002150*              A REROUTED DEPOSIT CAN BE TRACED TO     *
002160*              WHOEVER KEYED IT.                       *
002200*-----------------------------------------------------*
002300*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. RM-COBOL.
002700 OBJECT-COMPUTER. RM-COBOL.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BANK-FILE ASSIGN TO "EMPBANK"
003100         ORGANIZATION IS SEQUENTIAL
003200         ACCESS MODE IS SEQUENTIAL
003300         FILE STATUS IS WS-BANK-STATUS.
003400     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS EMP-NUMBER
003800         FILE STATUS IS WS-EMP-STATUS.
003810     SELECT TRAIL-FILE ASSIGN TO "BANKAUDIT"
003820         ORGANIZATION IS SEQUENTIAL
003830         ACCESS MODE IS SEQUENTIAL
003840         FILE STATUS IS WS-TRL-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BANK-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY BANKREC.
004500*
004600 FD  EMPLOYEE-MASTER
004700     LABEL RECORDS ARE STANDARD.
004800     COPY EMPREC.
004805*
004810 FD  TRAIL-FILE
004815     LABEL RECORDS ARE STANDARD.
004820 01  TRL-RECORD.
004825     05  TRL-DATE                PIC 9(08).
004830     05  TRL-TIME                PIC 9(08).
004835     05  TRL-USER                PIC X(20).
004840     05  TRL-ACTION              PIC X(01).
004845     05  TRL-BEFORE-IMAGE        PIC X(80).
004850     05  TRL-AFTER-IMAGE         PIC X(80).
004855     05  FILLER                  PIC X(03).
004900*
005000 WORKING-STORAGE SECTION.
005100*
005200 COPY SCRNLAY.
005300*
005400 77  WS-BANK-STATUS          PIC X(02)   VALUE "00".
005500 77  WS-EMP-STATUS           PIC X(02)   VALUE "00".
005510 77  WS-TRL-STATUS           PIC X(02)   VALUE "00".
005600 77  WS-EMP-OPEN-SW          PIC X(01)   VALUE "N".
005700     88  WS-EMP-OPEN                 VALUE "Y".
005710 77  WS-TRL-OPEN-SW          PIC X(01)   VALUE "N".
005720     88  WS-TRL-OPEN                 VALUE "Y".
005800 77  WS-BANK-EOF-SW          PIC X(01)   VALUE "N".
005900     88  WS-BANK-EOF                 VALUE "Y".
006000 77  WS-MAINT-DONE-SW        PIC X(01)   VALUE "N".
006100     88  WS-MAINT-DONE               VALUE "Y".
006200 77  WS-BANKS-CHANGED-SW     PIC X(01)   VALUE "N".
006300     88  WS-BANKS-CHANGED            VALUE "Y".
006400 77  WS-CANCEL-SW            PIC X(01)   VALUE "N".
006500     88  WS-ENTRY-CANCELLED          VALUE "Y".
006600 77  WS-FIELD-OK-SW          PIC X(01)   VALUE "N".
006700     88  WS-FIELD-OK                 VALUE "Y".
006800 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
006900     88  WS-ABEND-FLAG               VALUE "Y".
007000 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
007100 77  WS-COMMAND              PIC X(01)   VALUE SPACE.
007200 77  WS-CONFIRM              PIC X(01)   VALUE SPACE.
007300 77  WS-DUMMY                PIC X(01)   VALUE SPACE.
007400 77  WS-PROMPT-POS           PIC 9(02)   VALUE ZERO.
007500 77  WS-WORK-LINE            PIC 9(02)   VALUE ZERO.
007600 77  WS-BATCH-SW             PIC X(01)   VALUE "N".
007700     88  WS-BATCH-MODE               VALUE "Y".
007800 77  WS-PARM-TEXT            PIC X(10)   VALUE SPACES.
007900 77  WS-MX                   PIC 9(03)   COMP VALUE ZERO.
008000 77  WS-CX                   PIC 9(02)   COMP VALUE ZERO.
008100 77  WS-FOUND-X              PIC 9(03)   COMP VALUE ZERO.
008200 77  WS-LIST-SHOWN           PIC 9(03)   COMP VALUE ZERO.
008300 77  WS-DIGIT-COUNT          PIC 9(02)   COMP VALUE ZERO.
008400 77  WS-NUM-VALID-SW         PIC X(01)   VALUE "N".
008500     88  WS-NUM-VALID                VALUE "Y".
008600 77  WS-DEC-COUNT            PIC 9(01)   COMP VALUE ZERO.
008700 77  WS-DOT-SEEN-SW          PIC X(01)   VALUE "N".
008800     88  WS-DOT-SEEN                 VALUE "Y".
008900 77  WS-NUM-TEXT             PIC X(11)   VALUE SPACES.
009000 77  WS-NUM-HUNDREDTHS       PIC 9(09)   COMP VALUE ZERO.
009100 77  WS-CHECK-SUM            PIC 9(04)   COMP VALUE ZERO.
009200 77  WS-CHECK-QUOT           PIC 9(04)   COMP VALUE ZERO.
009300 77  WS-CHECK-REM            PIC 9(02)   COMP VALUE ZERO.
009400 77  WS-TODAY                PIC 9(08)   VALUE ZERO.
009410 77  WS-RUN-TIME             PIC 9(08)   VALUE ZERO.
009420 77  WS-OPERATOR-ID          PIC X(20)   VALUE SPACES.
009500*
009600 77  WS-IN-EMP-NO            PIC 9(05)   VALUE ZERO.
009700 77  WS-IN-ROUTING           PIC 9(09)   VALUE ZERO.
009800 77  WS-IN-ACCOUNT           PIC X(17)   VALUE SPACES.
009900 77  WS-IN-ACCT-TYPE         PIC X(01)   VALUE SPACE.
010000*
010100 01  WS-DIGIT-EDIT.
010200     05  WS-DIGIT-X          PIC X(01).
010300     05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
010400                             PIC 9(01).
010500*
010600*    THE ROUTING NUMBER BROKEN INTO ITS NINE DIGITS FOR THE
010700*    CHECK-DIGIT EDIT.
010800 01  WS-ROUTING-EDIT.
010900     05  WS-ROUTING-9        PIC 9(09).
011000     05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-9.
011100         10  WS-RD           PIC 9(01) OCCURS 9 TIMES.
011200*
011300 01  WS-BANK-TABLE.
011400     05  WS-BANK-COUNT       PIC 9(03)   COMP VALUE ZERO.
011500     05  WS-BANK-ENTRY OCCURS 500 TIMES.
011600         10  WS-BTB-EMP-NO       PIC 9(05).
011700         10  WS-BTB-ROUTING      PIC 9(09).
011800         10  WS-BTB-ACCOUNT      PIC X(17).
011900         10  WS-BTB-ACCT-TYPE    PIC X(01).
012000         10  WS-BTB-STATUS       PIC X(01).
012100         10  WS-BTB-DATE         PIC 9(08).
012200*
012300 01  WS-BANK-LIST-LINE.
012400     05  BLL-EMP-NO          PIC 9(05).
012500     05  FILLER              PIC X(02)   VALUE SPACES.
012600     05  BLL-ROUTING         PIC 9(09).
012700     05  FILLER              PIC X(02)   VALUE SPACES.
012800     05  BLL-ACCOUNT         PIC X(17).
012900     05  FILLER              PIC X(02)   VALUE SPACES.
013000     05  BLL-ACCT-TYPE       PIC X(01).
013100     05  FILLER              PIC X(04)   VALUE SPACES.
013200     05  BLL-STATUS          PIC X(01).
013300     05  FILLER              PIC X(04)   VALUE SPACES.
013400     05  BLL-DATE            PIC 9(08).
013410*
013420 01  WS-SAVE-IMAGE           PIC X(80)   VALUE SPACES.
013430 01  WS-NEW-IMAGE            PIC X(80)   VALUE SPACES.
013500*
013600 PROCEDURE DIVISION.
013700*
013800 MAIN-LOGIC SECTION.
013900 BEGIN.
014000     PERFORM 0100-INIT-WORK-AREAS THRU 0100-EXIT.
014100     PERFORM 1050-CHECK-RUN-MODE THRU 1050-EXIT.
014200     IF WS-BATCH-MODE
014300         DISPLAY "BANKMNT: INTERACTIVE ONLY - SKIPPED IN BATCH"
014400         GO TO MAIN-LOGIC-EXIT
014500     END-IF.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     PERFORM 3000-MAINT-LOOP THRU 3000-EXIT
014800         UNTIL WS-MAINT-DONE.
014900     IF WS-BANKS-CHANGED
015000         PERFORM 8000-SAVE-BANKS THRU 8000-EXIT
015100     END-IF.
015200     GO TO MAIN-LOGIC-EXIT.
015300 MAIN-LOGIC-EXIT.
015400     IF WS-EMP-OPEN
015500         CLOSE EMPLOYEE-MASTER
015600         MOVE "N" TO WS-EMP-OPEN-SW
015700     END-IF.
015710     IF WS-TRL-OPEN
015720         CLOSE TRAIL-FILE
015730         MOVE "N" TO WS-TRL-OPEN-SW
015740     END-IF.
015800     IF WS-ABEND-FLAG
015900         DISPLAY "BANKMNT ABEND - " WS-ABEND-MSG
016000             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
016100         MOVE 16 TO RETURN-CODE
016200     ELSE
016300         MOVE ZERO TO RETURN-CODE
016400     END-IF.
016500     EXIT PROGRAM.
016600*
016700*-----------------------------------------------------*
016800* 0100-INIT-WORK-AREAS -- PUT EVERY SWITCH, COUNTER,   *
016900*     AND TABLE BACK TO ITS STARTING VALUE.  A CALLED  *
017000*     PROGRAM KEEPS ITS WORKING STORAGE BETWEEN CALLS, *
017100*     SO WITHOUT THIS A SECOND SELECTION FROM THE MENU *
017200*     WOULD RUN ON THE LAST CALL'S LEFTOVERS.          *
017300*-----------------------------------------------------*
017400 0100-INIT-WORK-AREAS.
017500     MOVE "00" TO WS-BANK-STATUS WS-EMP-STATUS WS-TRL-STATUS.
017600     MOVE "N" TO WS-EMP-OPEN-SW WS-TRL-OPEN-SW WS-BANK-EOF-SW
017700                 WS-MAINT-DONE-SW WS-BANKS-CHANGED-SW
017800                 WS-CANCEL-SW WS-FIELD-OK-SW WS-ABEND-SW
017900                 WS-BATCH-SW WS-NUM-VALID-SW WS-DOT-SEEN-SW.
018000     MOVE SPACES TO WS-ABEND-MSG WS-SAVE-IMAGE WS-NEW-IMAGE.
018100     MOVE ZERO TO WS-BANK-COUNT WS-LIST-SHOWN.
018200 0100-EXIT.
018300     EXIT.
018400*
018500*-----------------------------------------------------*
018600* 1000-INITIALIZE -- PAINT THE SCREEN, PICK UP THE RUN *
018620*     DATE AND OPERATOR FOR THE AUDIT TRAIL, OPEN THE  *
018640*     MASTER FOR THE EMPLOYEE-EXISTS EDIT AND THE      *
018660*     TRAIL FOR APPEND, AND LOAD EMPBANK INTO THE      *
018680*     TABLE.  A MISSING FILE IS AN EMPTY TABLE -- THE  *
018700*     SAVE AT EXIT CREATES IT.  THE OPERATOR IS THE ID *
018720*     HELLOWORLD VERIFIED AT SIGN-ON (HWOPERID); A RUN *
018740*     OUTSIDE THE MENU FALLS BACK TO THE ENVIRONMENT   *
018760*     USER.                                            *
019000*-----------------------------------------------------*
019100 1000-INITIALIZE.
019200     DISPLAY " " LINE SL-CLEAR-LINE POSITION SL-CLEAR-POSITION
019300         ERASE EOS.
019400     DISPLAY "DIRECT DEPOSIT BANKING MAINTENANCE" LINE
019500         SL-HEADER-LINE POSITION SL-HEADER-POSITION.
019600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
019610     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "HWOPERID".
019620     IF WS-OPERATOR-ID = SPACES
019630         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
019640     END-IF.
019650     IF WS-OPERATOR-ID = SPACES
019660         MOVE "UNKNOWN" TO WS-OPERATOR-ID
019670     END-IF.
019700     OPEN INPUT EMPLOYEE-MASTER.
019800     IF WS-EMP-STATUS = "35"
019900         MOVE "EMPLOYEE MASTER EMPMAST NOT FOUND"
020000                         TO WS-ABEND-MSG
020100         SET WS-ABEND-FLAG TO TRUE
020200         GO TO MAIN-LOGIC-EXIT
020300     END-IF.
020400     IF WS-EMP-STATUS NOT = "00"
020500         MOVE "UNABLE TO OPEN EMPMAST, STATUS "
020600                         TO WS-ABEND-MSG
020700         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
020800         SET WS-ABEND-FLAG TO TRUE
020900         GO TO MAIN-LOGIC-EXIT
021000     END-IF.
021100     SET WS-EMP-OPEN TO TRUE.
021105     OPEN EXTEND TRAIL-FILE.
021110     IF WS-TRL-STATUS = "05" OR WS-TRL-STATUS = "35"
021115         CLOSE TRAIL-FILE
021120         OPEN OUTPUT TRAIL-FILE
021125     END-IF.
021130     IF WS-TRL-STATUS NOT = "00"
021135         MOVE "UNABLE TO OPEN BANKAUDIT, STATUS "
021140                         TO WS-ABEND-MSG
021145         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (34:2)
021150         SET WS-ABEND-FLAG TO TRUE
021155         GO TO MAIN-LOGIC-EXIT
021160     END-IF.
021165     SET WS-TRL-OPEN TO TRUE.
021200     PERFORM 1100-LOAD-BANKS THRU 1100-EXIT.
021300 1000-EXIT.
021400     EXIT.
021500*
021600*-----------------------------------------------------*
021700* 1050-CHECK-RUN-MODE -- SAME BATCH PARM HELLOWORLD    *
021800*     TAKES.  THIS SCREEN CANNOT RUN WITHOUT AN        *
021900*     OPERATOR, SO BATCH MODE RETURNS STRAIGHT AWAY.   *
022000*-----------------------------------------------------*
022100 1050-CHECK-RUN-MODE.
022200     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
022300     IF WS-PARM-TEXT = "BATCH"
022400      OR WS-PARM-TEXT = "RESTART"
022500         SET WS-BATCH-MODE TO TRUE
022600     END-IF.
022700 1050-EXIT.
022800     EXIT.
022900*
023000 1100-LOAD-BANKS.
023100     OPEN INPUT BANK-FILE.
023200     IF WS-BANK-STATUS = "35"
023300         GO TO 1100-EXIT
023400     END-IF.
023500     IF WS-BANK-STATUS NOT = "00"
023600         MOVE "UNABLE TO OPEN EMPBANK, STATUS "
023700                         TO WS-ABEND-MSG
023800         MOVE WS-BANK-STATUS TO WS-ABEND-MSG (32:2)
023900         SET WS-ABEND-FLAG TO TRUE
024000         GO TO MAIN-LOGIC-EXIT
024100     END-IF.
024200     PERFORM 1110-READ-BANK THRU 1110-EXIT.
024300     PERFORM 1120-STORE-BANK THRU 1120-EXIT
024400         UNTIL WS-BANK-EOF.
024500     CLOSE BANK-FILE.
024600 1100-EXIT.
024700     EXIT.
024800*
024900 1110-READ-BANK.
025000     READ BANK-FILE
025100         AT END
025200             SET WS-BANK-EOF TO TRUE
025300     END-READ.
025400 1110-EXIT.
025500     EXIT.
025600*
025700 1120-STORE-BANK.
025800     IF WS-BANK-COUNT = 500
025900         MOVE "EMPBANK EXCEEDS MAINTENANCE TABLE LIMIT"
026000                         TO WS-ABEND-MSG
026100         SET WS-ABEND-FLAG TO TRUE
026200         GO TO MAIN-LOGIC-EXIT
026300     END-IF.
026400     ADD 1 TO WS-BANK-COUNT.
026500     MOVE BANK-EMP-NUMBER     TO WS-BTB-EMP-NO (WS-BANK-COUNT).
026600     MOVE BANK-ROUTING        TO WS-BTB-ROUTING (WS-BANK-COUNT).
026700     MOVE BANK-ACCOUNT        TO WS-BTB-ACCOUNT (WS-BANK-COUNT).
026800     MOVE BANK-ACCT-TYPE      TO WS-BTB-ACCT-TYPE
026900                                                 (WS-BANK-COUNT).
027000     MOVE BANK-PRENOTE-STATUS TO WS-BTB-STATUS (WS-BANK-COUNT).
027100     MOVE BANK-PRENOTE-DATE   TO WS-BTB-DATE (WS-BANK-COUNT).
027200     PERFORM 1110-READ-BANK THRU 1110-EXIT.
027300 1120-EXIT.
027400     EXIT.
027500*
027600*-----------------------------------------------------*
027700* 3000-MAINT-LOOP -- TAKE ONE COMMAND AND ROUTE IT.    *
027800*-----------------------------------------------------*
027900 3000-MAINT-LOOP.
028000     DISPLAY "L=LIST A=ADD C=CHANGE D=DELETE P=PRENOTE X=EXIT: "
028100         LINE SL-MENU-PROMPT-LINE POSITION SL-BODY-POSITION
028200         ERASE EOL.
028300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 49.
028400     MOVE SPACE TO WS-COMMAND.
028500     ACCEPT WS-COMMAND LINE SL-MENU-PROMPT-LINE
028600         POSITION WS-PROMPT-POS.
028700     INSPECT WS-COMMAND
028800         CONVERTING "abcdefghijklmnopqrstuvwxyz"
028900                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
029000     DISPLAY " " LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
029100         ERASE EOL.
029200     EVALUATE WS-COMMAND
029300         WHEN "L"
029400             PERFORM 4000-LIST-BANKS THRU 4000-EXIT
029500         WHEN "A"
029600             PERFORM 5000-ADD-BANK THRU 5000-EXIT
029700         WHEN "C"
029800             PERFORM 6000-CHANGE-BANK THRU 6000-EXIT
029900         WHEN "D"
030000             PERFORM 7000-DELETE-BANK THRU 7000-EXIT
030100         WHEN "P"
030200             PERFORM 7500-PRENOTE-RESULT THRU 7500-EXIT
030300         WHEN "X"
030400             SET WS-MAINT-DONE TO TRUE
030500         WHEN OTHER
030600             DISPLAY "INVALID COMMAND - TRY AGAIN"
030700                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
030800     END-EVALUATE.
030900 3000-EXIT.
031000     EXIT.
031100*
031200 3900-CLEAR-BODY.
031300     DISPLAY " " LINE SL-MENU-TITLE-LINE POSITION 01
031400         ERASE EOS.
031500 3900-EXIT.
031600     EXIT.
031700*
031800*-----------------------------------------------------*
031900* 4000-LIST-BANKS -- SHOW THE BANKING TABLE TEN LINES  *
032000*     A PAGE.  PRENOTE STATUS IS P PENDING, S SENT,    *
032100*     C CLEARED (DEPOSITS), R RETURNED.                *
032200*-----------------------------------------------------*
032300 4000-LIST-BANKS.
032400     IF WS-BANK-COUNT = ZERO
032500         DISPLAY "NO EMPBANK RECORDS ON FILE"
032600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
032700         GO TO 4000-EXIT
032800     END-IF.
032900     MOVE ZERO TO WS-LIST-SHOWN.
033000     PERFORM 4100-LIST-ONE-PAGE THRU 4100-EXIT
033100         UNTIL WS-LIST-SHOWN NOT < WS-BANK-COUNT.
033200 4000-EXIT.
033300     EXIT.
033400*
033500 4100-LIST-ONE-PAGE.
033600     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
033700     DISPLAY "EMPNO  ROUTING    ACCOUNT            TYP  PRE"
033800         "  PRE DATE"
033900         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
034000     MOVE SL-MENU-FIRST-LINE TO WS-WORK-LINE.
034100     PERFORM 4200-LIST-ONE-BANK THRU 4200-EXIT
034200         VARYING WS-MX FROM 1 BY 1
034300         UNTIL WS-MX > 10
034400            OR WS-LIST-SHOWN NOT < WS-BANK-COUNT.
034500     DISPLAY "PRESS ENTER TO CONTINUE"
034600         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
034700     COMPUTE WS-PROMPT-POS = SL-FOOTER-POSITION + 25.
034800     ACCEPT WS-DUMMY LINE SL-FOOTER-LINE POSITION WS-PROMPT-POS.
034900     DISPLAY " " LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
035000         ERASE EOL.
035100 4100-EXIT.
035200     EXIT.
035300*
035400 4200-LIST-ONE-BANK.
035500     ADD 1 TO WS-LIST-SHOWN.
035600     MOVE WS-LIST-SHOWN TO WS-FOUND-X.
035700     PERFORM 4300-FORMAT-LIST-LINE THRU 4300-EXIT.
035800     DISPLAY WS-BANK-LIST-LINE
035900         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
036000     ADD 1 TO WS-WORK-LINE.
036100 4200-EXIT.
036200     EXIT.
036300*
036400 4300-FORMAT-LIST-LINE.
036500     MOVE WS-BTB-EMP-NO (WS-FOUND-X)    TO BLL-EMP-NO.
036600     MOVE WS-BTB-ROUTING (WS-FOUND-X)   TO BLL-ROUTING.
036700     MOVE WS-BTB-ACCOUNT (WS-FOUND-X)   TO BLL-ACCOUNT.
036800     MOVE WS-BTB-ACCT-TYPE (WS-FOUND-X) TO BLL-ACCT-TYPE.
036900     MOVE WS-BTB-STATUS (WS-FOUND-X)    TO BLL-STATUS.
037000     MOVE WS-BTB-DATE (WS-FOUND-X)      TO BLL-DATE.
037100 4300-EXIT.
037200     EXIT.
037300*
037400*-----------------------------------------------------*
037500* 5000-ADD-BANK -- SET UP DIRECT DEPOSIT FOR AN        *
037600*     EMPLOYEE.  THE EMPLOYEE MUST BE ON EMPMAST AND   *
037700*     NOT ALREADY ON EMPBANK.  THE NEW ACCOUNT STARTS  *
037800*     WITH ITS PRENOTE PENDING, SO PAYROLL KEEPS       *
037900*     CUTTING CHECKS UNTIL THE BANK HAS ACCEPTED IT.   *
038000*     A BLANK FIELD CANCELS.                           *
038100*-----------------------------------------------------*
038200 5000-ADD-BANK.
038300     IF WS-BANK-COUNT = 500
038400         DISPLAY "TABLE FULL - NO ROOM TO ADD"
038500             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
038600         GO TO 5000-EXIT
038700     END-IF.
038800     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
038900     DISPLAY "ADD DIRECT DEPOSIT (BLANK FIELD CANCELS)"
039000         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
039100     MOVE "N" TO WS-CANCEL-SW.
039200     PERFORM 5100-GET-EMP-NO THRU 5100-EXIT.
039300     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
039400     PERFORM 5900-FIND-BANK THRU 5900-EXIT.
039500     IF WS-FOUND-X > ZERO
039600         DISPLAY "EMPLOYEE ALREADY ON EMPBANK - USE CHANGE"
039700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
039800         GO TO 5000-EXIT
039900     END-IF.
040000     PERFORM 5200-GET-ROUTING THRU 5200-EXIT.
040100     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
040200     PERFORM 5300-GET-ACCOUNT THRU 5300-EXIT.
040300     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
040400     PERFORM 5400-GET-ACCT-TYPE THRU 5400-EXIT.
040500     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
040600     ADD 1 TO WS-BANK-COUNT.
040700     MOVE WS-BANK-COUNT TO WS-FOUND-X.
040800     MOVE WS-IN-EMP-NO TO WS-BTB-EMP-NO (WS-FOUND-X).
040900     PERFORM 5800-STORE-ACCOUNT THRU 5800-EXIT.
040920     MOVE SPACES TO WS-SAVE-IMAGE.
040940     MOVE WS-BANK-ENTRY (WS-FOUND-X) TO WS-NEW-IMAGE.
040960     MOVE "A" TO TRL-ACTION.
040980     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
041000     DISPLAY "ACCOUNT ADDED - PRENOTE PENDING"
041100         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
041200     GO TO 5000-EXIT.
041300 5000-CANCELLED.
041400     DISPLAY "ADD CANCELLED"
041500         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
041600 5000-EXIT.
041700     EXIT.
041800*
041900*-----------------------------------------------------*
042000* 5100-GET-EMP-NO -- ACCEPT AN EMPLOYEE NUMBER AND     *
042100*     INSIST IT IS ON THE EMPLOYEE MASTER.             *
042200*-----------------------------------------------------*
042300 5100-GET-EMP-NO.
042400     MOVE "N" TO WS-FIELD-OK-SW.
042500     PERFORM 5110-TRY-EMP-NO THRU 5110-EXIT
042600         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
042700 5100-EXIT.
042800     EXIT.
042900*
043000 5110-TRY-EMP-NO.
043100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE.
043200     DISPLAY "EMPLOYEE NUMBER: "
043300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
043400         ERASE EOL.
043500     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 17.
043600     MOVE SPACES TO WS-NUM-TEXT.
043700     ACCEPT WS-NUM-TEXT LINE WS-WORK-LINE
043800         POSITION WS-PROMPT-POS.
043900     IF WS-NUM-TEXT = SPACES
044000         SET WS-ENTRY-CANCELLED TO TRUE
044100         GO TO 5110-EXIT
044200     END-IF.
044300     PERFORM 5950-PARSE-DECIMAL THRU 5950-EXIT.
044400     IF NOT WS-NUM-VALID
044500      OR WS-DEC-COUNT > ZERO
044600      OR WS-NUM-HUNDREDTHS = ZERO
044700      OR WS-NUM-HUNDREDTHS > 9999900
044800         DISPLAY "NUMBER MUST BE 1 TO 5 DIGITS"
044900             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
045000         GO TO 5110-EXIT
045100     END-IF.
045200     COMPUTE WS-IN-EMP-NO = WS-NUM-HUNDREDTHS / 100.
045300     MOVE WS-IN-EMP-NO TO EMP-NUMBER.
045400     READ EMPLOYEE-MASTER
045500         INVALID KEY
045600             DISPLAY "EMPLOYEE NOT ON MASTER"
045700                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
045800             GO TO 5110-EXIT
045900     END-READ.
046000     IF WS-EMP-STATUS NOT = "00"
046100         MOVE "UNABLE TO READ EMPMAST, STATUS "
046200                         TO WS-ABEND-MSG
046300         MOVE WS-EMP-STATUS TO WS-ABEND-MSG (32:2)
046400         SET WS-ABEND-FLAG TO TRUE
046500         GO TO MAIN-LOGIC-EXIT
046600     END-IF.
046700     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE.
046800     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 24.
046900     DISPLAY EMP-NAME LINE WS-WORK-LINE POSITION WS-PROMPT-POS.
047000     SET WS-FIELD-OK TO TRUE.
047100     DISPLAY " " LINE SL-FOOTER-LINE
047200         POSITION SL-FOOTER-POSITION ERASE EOL.
047300 5110-EXIT.
047400     EXIT.
047500*
047600*-----------------------------------------------------*
047700* 5200-GET-ROUTING -- ACCEPT THE NINE-DIGIT ROUTING    *
047800*     NUMBER AND PROVE ITS CHECK DIGIT: THE DIGITS     *
047900*     WEIGHTED 3, 7, 1 REPEATING MUST SUM TO A         *
048000*     MULTIPLE OF TEN.  A MISKEYED ROUTING NUMBER IS   *
048100*     CAUGHT HERE INSTEAD OF COMING BACK FROM THE BANK.*
048200*-----------------------------------------------------*
048300 5200-GET-ROUTING.
048400     MOVE "N" TO WS-FIELD-OK-SW.
048500     PERFORM 5210-TRY-ROUTING THRU 5210-EXIT
048600         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
048700 5200-EXIT.
048800     EXIT.
048900*
049000 5210-TRY-ROUTING.
049100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 1.
049200     DISPLAY "ROUTING NUMBER (9 DIGITS): "
049300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
049400         ERASE EOL.
049500     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 27.
049600     MOVE SPACES TO WS-NUM-TEXT.
049700     ACCEPT WS-NUM-TEXT LINE WS-WORK-LINE
049800         POSITION WS-PROMPT-POS.
049900     IF WS-NUM-TEXT = SPACES
050000         SET WS-ENTRY-CANCELLED TO TRUE
050100         GO TO 5210-EXIT
050200     END-IF.
050300     IF WS-NUM-TEXT (1:9) NOT NUMERIC
050400      OR WS-NUM-TEXT (10:2) NOT = SPACES
050500         DISPLAY "ROUTING NUMBER MUST BE 9 DIGITS"
050600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
050700         GO TO 5210-EXIT
050800     END-IF.
050900     MOVE WS-NUM-TEXT (1:9) TO WS-ROUTING-9.
051000     COMPUTE WS-CHECK-SUM =
051100         3 * (WS-RD (1) + WS-RD (4) + WS-RD (7))
051200       + 7 * (WS-RD (2) + WS-RD (5) + WS-RD (8))
051300       +     (WS-RD (3) + WS-RD (6) + WS-RD (9)).
051400     DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOT
051500         REMAINDER WS-CHECK-REM.
051600     IF WS-CHECK-REM NOT = ZERO
051700      OR WS-ROUTING-9 = ZERO
051800         DISPLAY "ROUTING CHECK DIGIT IS WRONG - REKEY"
051900             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
052000         GO TO 5210-EXIT
052100     END-IF.
052200     MOVE WS-ROUTING-9 TO WS-IN-ROUTING.
052300     SET WS-FIELD-OK TO TRUE.
052400     DISPLAY " " LINE SL-FOOTER-LINE
052500         POSITION SL-FOOTER-POSITION ERASE EOL.
052600 5210-EXIT.
052700     EXIT.
052800*
052900*-----------------------------------------------------*
053000* 5300-GET-ACCOUNT -- THE EMPLOYEE'S ACCOUNT NUMBER AT *
053100*     THAT BANK, UP TO 17 CHARACTERS, DIGITS AND       *
053200*     HYPHENS ONLY, AS IT GOES ON THE ACH ENTRY.       *
053300*-----------------------------------------------------*
053400 5300-GET-ACCOUNT.
053500     MOVE "N" TO WS-FIELD-OK-SW.
053600     PERFORM 5310-TRY-ACCOUNT THRU 5310-EXIT
053700         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
053800 5300-EXIT.
053900     EXIT.
054000*
054100 5310-TRY-ACCOUNT.
054200     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 2.
054300     DISPLAY "ACCOUNT NUMBER: "
054400         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
054500         ERASE EOL.
054600     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 16.
054700     MOVE SPACES TO WS-IN-ACCOUNT.
054800     ACCEPT WS-IN-ACCOUNT LINE WS-WORK-LINE
054900         POSITION WS-PROMPT-POS.
055000     IF WS-IN-ACCOUNT = SPACES
055100         SET WS-ENTRY-CANCELLED TO TRUE
055200         GO TO 5310-EXIT
055300     END-IF.
055400     MOVE "Y" TO WS-NUM-VALID-SW.
055500     MOVE ZERO TO WS-DIGIT-COUNT.
055600     PERFORM 5350-EDIT-ACCOUNT-CHAR THRU 5350-EXIT
055700         VARYING WS-CX FROM 1 BY 1
055800         UNTIL WS-CX > 17.
055900     IF NOT WS-NUM-VALID
056000      OR WS-DIGIT-COUNT = ZERO
056100      OR WS-IN-ACCOUNT (1:1) = SPACE
056200         DISPLAY "ACCOUNT MUST BE DIGITS AND HYPHENS ONLY"
056300             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
056400         GO TO 5310-EXIT
056500     END-IF.
056600     SET WS-FIELD-OK TO TRUE.
056700     DISPLAY " " LINE SL-FOOTER-LINE
056800         POSITION SL-FOOTER-POSITION ERASE EOL.
056900 5310-EXIT.
057000     EXIT.
057100*
057200 5350-EDIT-ACCOUNT-CHAR.
057300     MOVE WS-IN-ACCOUNT (WS-CX:1) TO WS-DIGIT-X.
057400     IF WS-DIGIT-X = SPACE
057500      OR WS-DIGIT-X = "-"
057600         GO TO 5350-EXIT
057700     END-IF.
057800     IF WS-DIGIT-X NOT NUMERIC
057900         MOVE "N" TO WS-NUM-VALID-SW
058000         GO TO 5350-EXIT
058100     END-IF.
058200     ADD 1 TO WS-DIGIT-COUNT.
058300 5350-EXIT.
058400     EXIT.
058500*
058600*-----------------------------------------------------*
058700* 5400-GET-ACCT-TYPE -- C FOR CHECKING, S FOR SAVINGS. *
058800*     IT PICKS THE ACH TRANSACTION CODE PAYROLL USES.  *
058900*-----------------------------------------------------*
059000 5400-GET-ACCT-TYPE.
059100     MOVE "N" TO WS-FIELD-OK-SW.
059200     PERFORM 5410-TRY-ACCT-TYPE THRU 5410-EXIT
059300         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
059400 5400-EXIT.
059500     EXIT.
059600*
059700 5410-TRY-ACCT-TYPE.
059800     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 3.
059900     DISPLAY "ACCOUNT TYPE (C=CHECKING S=SAVINGS): "
060000         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
060100         ERASE EOL.
060200     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 38.
060300     MOVE SPACE TO WS-IN-ACCT-TYPE.
060400     ACCEPT WS-IN-ACCT-TYPE LINE WS-WORK-LINE
060500         POSITION WS-PROMPT-POS.
060600     IF WS-IN-ACCT-TYPE = SPACE
060700         SET WS-ENTRY-CANCELLED TO TRUE
060800         GO TO 5410-EXIT
060900     END-IF.
061000     INSPECT WS-IN-ACCT-TYPE
061100         CONVERTING "abcdefghijklmnopqrstuvwxyz"
061200                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
061300     IF WS-IN-ACCT-TYPE NOT = "C"
061400      AND WS-IN-ACCT-TYPE NOT = "S"
061500         DISPLAY "ANSWER C OR S"
061600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
061700         GO TO 5410-EXIT
061800     END-IF.
061900     SET WS-FIELD-OK TO TRUE.
062000     DISPLAY " " LINE SL-FOOTER-LINE
062100         POSITION SL-FOOTER-POSITION ERASE EOL.
062200 5410-EXIT.
062300     EXIT.
062400*
062500*-----------------------------------------------------*
062600* 5800-STORE-ACCOUNT -- PUT THE KEYED ACCOUNT INTO     *
062700*     TABLE ENTRY WS-FOUND-X WITH A FRESH PRENOTE.     *
062800*-----------------------------------------------------*
062900 5800-STORE-ACCOUNT.
063000     MOVE WS-IN-ROUTING   TO WS-BTB-ROUTING (WS-FOUND-X).
063100     MOVE WS-IN-ACCOUNT   TO WS-BTB-ACCOUNT (WS-FOUND-X).
063200     MOVE WS-IN-ACCT-TYPE TO WS-BTB-ACCT-TYPE (WS-FOUND-X).
063300     MOVE "P"             TO WS-BTB-STATUS (WS-FOUND-X).
063400     MOVE ZERO            TO WS-BTB-DATE (WS-FOUND-X).
063500     SET WS-BANKS-CHANGED TO TRUE.
063600 5800-EXIT.
063700     EXIT.
063800*
063900 5900-FIND-BANK.
064000     MOVE ZERO TO WS-FOUND-X.
064100     PERFORM 5910-TEST-ONE-BANK THRU 5910-EXIT
064200         VARYING WS-MX FROM 1 BY 1
064300         UNTIL WS-MX > WS-BANK-COUNT
064400            OR WS-FOUND-X > ZERO.
064500 5900-EXIT.
064600     EXIT.
064700*
064800 5910-TEST-ONE-BANK.
064900     IF WS-BTB-EMP-NO (WS-MX) = WS-IN-EMP-NO
065000         MOVE WS-MX TO WS-FOUND-X
065100     END-IF.
065200 5910-EXIT.
065300     EXIT.
065400*
065500*-----------------------------------------------------*
065600* 5950-PARSE-DECIMAL -- SHARED EDIT FOR THE KEYED      *
065700*     NUMERIC FIELDS.  DIGITS AND AT MOST ONE DECIMAL  *
065800*     POINT WITH AT MOST TWO PLACES; THE RESULT COMES  *
065900*     BACK AS WHOLE HUNDREDTHS IN WS-NUM-HUNDREDTHS.   *
066000*-----------------------------------------------------*
066100 5950-PARSE-DECIMAL.
066200     SET WS-NUM-VALID TO TRUE.
066300     MOVE "N" TO WS-DOT-SEEN-SW.
066400     MOVE ZERO TO WS-NUM-HUNDREDTHS WS-DEC-COUNT
066500                  WS-DIGIT-COUNT.
066600     PERFORM 5960-PARSE-ONE-CHAR THRU 5960-EXIT
066700         VARYING WS-CX FROM 1 BY 1
066800         UNTIL WS-CX > 11
066900            OR NOT WS-NUM-VALID.
067000     IF WS-DIGIT-COUNT = ZERO
067100         MOVE "N" TO WS-NUM-VALID-SW
067200     END-IF.
067300     IF WS-DIGIT-COUNT - WS-DEC-COUNT > 7
067400         MOVE "N" TO WS-NUM-VALID-SW
067500     END-IF.
067600     IF NOT WS-NUM-VALID
067700         GO TO 5950-EXIT
067800     END-IF.
067900     IF WS-DEC-COUNT = ZERO
068000         MULTIPLY 100 BY WS-NUM-HUNDREDTHS
068100     END-IF.
068200     IF WS-DEC-COUNT = 1
068300         MULTIPLY 10 BY WS-NUM-HUNDREDTHS
068400     END-IF.
068500 5950-EXIT.
068600     EXIT.
068700*
068800 5960-PARSE-ONE-CHAR.
068900     MOVE WS-NUM-TEXT (WS-CX:1) TO WS-DIGIT-X.
069000     IF WS-DIGIT-X = SPACE
069100         GO TO 5960-EXIT
069200     END-IF.
069300     IF WS-DIGIT-X = "."
069400         IF WS-DOT-SEEN
069500             MOVE "N" TO WS-NUM-VALID-SW
069600         ELSE
069700             SET WS-DOT-SEEN TO TRUE
069800         END-IF
069900         GO TO 5960-EXIT
070000     END-IF.
070100     IF WS-DIGIT-X NOT NUMERIC
070200         MOVE "N" TO WS-NUM-VALID-SW
070300         GO TO 5960-EXIT
070400     END-IF.
070500     IF WS-DOT-SEEN AND WS-DEC-COUNT = 2
070600         MOVE "N" TO WS-NUM-VALID-SW
070700         GO TO 5960-EXIT
070800     END-IF.
070900     IF WS-DIGIT-COUNT = 9
071000         MOVE "N" TO WS-NUM-VALID-SW
071100         GO TO 5960-EXIT
071200     END-IF.
071300     COMPUTE WS-NUM-HUNDREDTHS =
071400         (WS-NUM-HUNDREDTHS * 10) + WS-DIGIT-9.
071500     IF WS-DOT-SEEN
071600         ADD 1 TO WS-DEC-COUNT
071700     END-IF.
071800     ADD 1 TO WS-DIGIT-COUNT.
071900 5960-EXIT.
072000     EXIT.
072100*
072200*-----------------------------------------------------*
072300* 6000-CHANGE-BANK -- REKEY AN EMPLOYEE'S ROUTING,     *
072400*     ACCOUNT, AND TYPE.  ANY CHANGE STARTS A NEW      *
072500*     PRENOTE, SO THE EMPLOYEE GOES BACK TO A PAPER    *
072600*     CHECK UNTIL THE BANK ACCEPTS THE NEW ACCOUNT.    *
072700*-----------------------------------------------------*
072800 6000-CHANGE-BANK.
072900     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
073000     DISPLAY "CHANGE DIRECT DEPOSIT (BLANK FIELD CANCELS)"
073100         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
073200     MOVE "N" TO WS-CANCEL-SW.
073300     PERFORM 5100-GET-EMP-NO THRU 5100-EXIT.
073400     IF WS-ENTRY-CANCELLED GO TO 6000-CANCELLED.
073500     PERFORM 5900-FIND-BANK THRU 5900-EXIT.
073600     IF WS-FOUND-X = ZERO
073700         DISPLAY "EMPLOYEE NOT ON EMPBANK - USE ADD"
073800             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
073900         GO TO 6000-EXIT
074000     END-IF.
074100     PERFORM 4300-FORMAT-LIST-LINE THRU 4300-EXIT.
074200     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 5.
074300     DISPLAY "WAS: " WS-BANK-LIST-LINE
074400         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
074500         ERASE EOL.
074600     PERFORM 5200-GET-ROUTING THRU 5200-EXIT.
074700     IF WS-ENTRY-CANCELLED GO TO 6000-CANCELLED.
074800     PERFORM 5300-GET-ACCOUNT THRU 5300-EXIT.
074900     IF WS-ENTRY-CANCELLED GO TO 6000-CANCELLED.
075000     PERFORM 5400-GET-ACCT-TYPE THRU 5400-EXIT.
075100     IF WS-ENTRY-CANCELLED GO TO 6000-CANCELLED.
075110     MOVE WS-BANK-ENTRY (WS-FOUND-X) TO WS-SAVE-IMAGE.
075300     PERFORM 5800-STORE-ACCOUNT THRU 5800-EXIT.
075310     MOVE WS-BANK-ENTRY (WS-FOUND-X) TO WS-NEW-IMAGE.
075320     MOVE "C" TO TRL-ACTION.
075330     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
075400     DISPLAY "ACCOUNT CHANGED - PRENOTE PENDING"
075500         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
075600     GO TO 6000-EXIT.
075700 6000-CANCELLED.
075800     DISPLAY "CHANGE CANCELLED"
075900         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
076000 6000-EXIT.
076100     EXIT.
076200*
076300*-----------------------------------------------------*
076400* 7000-DELETE-BANK -- TAKE AN EMPLOYEE OFF DIRECT      *
076500*     DEPOSIT.  THE NEXT PAYROLL CUTS A CHECK.         *
076600*-----------------------------------------------------*
076700 7000-DELETE-BANK.
076800     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
076900     DISPLAY "DELETE DIRECT DEPOSIT (BLANK FIELD CANCELS)"
077000         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
077100     MOVE "N" TO WS-CANCEL-SW.
077200     PERFORM 5100-GET-EMP-NO THRU 5100-EXIT.
077300     IF WS-ENTRY-CANCELLED GO TO 7000-CANCELLED.
077400     PERFORM 5900-FIND-BANK THRU 5900-EXIT.
077500     IF WS-FOUND-X = ZERO
077600         DISPLAY "EMPLOYEE NOT ON EMPBANK"
077700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
077800         GO TO 7000-EXIT
077900     END-IF.
078000     PERFORM 4300-FORMAT-LIST-LINE THRU 4300-EXIT.
078100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 2.
078200     DISPLAY "DELETE: " WS-BANK-LIST-LINE
078300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
078400         ERASE EOL.
078500     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 3.
078600     DISPLAY "CONFIRM DELETE (Y/N): "
078700         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
078800         ERASE EOL.
078900     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 22.
079000     MOVE SPACE TO WS-CONFIRM.
079100     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
079200         POSITION WS-PROMPT-POS.
079300     INSPECT WS-CONFIRM
079400         CONVERTING "abcdefghijklmnopqrstuvwxyz"
079500                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
079600     IF WS-CONFIRM NOT = "Y"
079700         GO TO 7000-CANCELLED
079800     END-IF.
079810     MOVE WS-BANK-ENTRY (WS-FOUND-X) TO WS-SAVE-IMAGE.
079900     PERFORM 7100-SHIFT-TABLE-UP THRU 7100-EXIT
080000         VARYING WS-MX FROM WS-FOUND-X BY 1
080100         UNTIL WS-MX NOT < WS-BANK-COUNT.
080200     SUBTRACT 1 FROM WS-BANK-COUNT.
080300     SET WS-BANKS-CHANGED TO TRUE.
080310     MOVE SPACES TO WS-NEW-IMAGE.
080320     MOVE "D" TO TRL-ACTION.
080330     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
080400     DISPLAY "DIRECT DEPOSIT DELETED"
080500         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
080600     GO TO 7000-EXIT.
080700 7000-CANCELLED.
080800     DISPLAY "DELETE CANCELLED"
080900         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
081000 7000-EXIT.
081100     EXIT.
081200*
081300 7100-SHIFT-TABLE-UP.
081400     MOVE WS-BANK-ENTRY (WS-MX + 1) TO WS-BANK-ENTRY (WS-MX).
081500 7100-EXIT.
081600     EXIT.
081700*
081800*-----------------------------------------------------*
081900* 7500-PRENOTE-RESULT -- RECORD WHAT THE BANK DID WITH *
082000*     A PRENOTE PAYROLL HAS SENT.  CLEARED PUTS THE    *
082100*     EMPLOYEE ON DIRECT DEPOSIT FROM THE NEXT CYCLE;  *
082200*     RETURNED KEEPS THEM ON PAPER UNTIL THE ACCOUNT IS*
082300*     CORRECTED WITH CHANGE.  ONLY A SENT PRENOTE CAN  *
082400*     BE MARKED EITHER WAY.                            *
082500*-----------------------------------------------------*
082600 7500-PRENOTE-RESULT.
082700     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
082800     DISPLAY "PRENOTE RESULT (BLANK FIELD CANCELS)"
082900         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
083000     MOVE "N" TO WS-CANCEL-SW.
083100     PERFORM 5100-GET-EMP-NO THRU 5100-EXIT.
083200     IF WS-ENTRY-CANCELLED GO TO 7500-CANCELLED.
083300     PERFORM 5900-FIND-BANK THRU 5900-EXIT.
083400     IF WS-FOUND-X = ZERO
083500         DISPLAY "EMPLOYEE NOT ON EMPBANK"
083600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
083700         GO TO 7500-EXIT
083800     END-IF.
083900     IF WS-BTB-STATUS (WS-FOUND-X) NOT = "S"
084000         DISPLAY "NO PRENOTE OUTSTANDING FOR THIS EMPLOYEE"
084100             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
084200         GO TO 7500-EXIT
084300     END-IF.
084400     PERFORM 4300-FORMAT-LIST-LINE THRU 4300-EXIT.
084500     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 2.
084600     DISPLAY "SENT: " WS-BANK-LIST-LINE
084700         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
084800         ERASE EOL.
084900     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 3.
085000     DISPLAY "C=CLEARED R=RETURNED: "
085100         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
085200         ERASE EOL.
085300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 22.
085400     MOVE SPACE TO WS-CONFIRM.
085500     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
085600         POSITION WS-PROMPT-POS.
085700     INSPECT WS-CONFIRM
085800         CONVERTING "abcdefghijklmnopqrstuvwxyz"
085900                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
086000     IF WS-CONFIRM NOT = "C"
086100      AND WS-CONFIRM NOT = "R"
086200         GO TO 7500-CANCELLED
086300     END-IF.
086310     MOVE WS-BANK-ENTRY (WS-FOUND-X) TO WS-SAVE-IMAGE.
086400     MOVE WS-CONFIRM TO WS-BTB-STATUS (WS-FOUND-X).
086500     MOVE WS-TODAY   TO WS-BTB-DATE (WS-FOUND-X).
086600     SET WS-BANKS-CHANGED TO TRUE.
086610     MOVE WS-BANK-ENTRY (WS-FOUND-X) TO WS-NEW-IMAGE.
086620     MOVE "P" TO TRL-ACTION.
086630     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
086700     IF WS-CONFIRM = "C"
086800         DISPLAY "PRENOTE CLEARED - DIRECT DEPOSIT ACTIVE"
086900             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
087000     ELSE
087100         DISPLAY "PRENOTE RETURNED - CORRECT THE ACCOUNT"
087200             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
087300     END-IF.
087400     GO TO 7500-EXIT.
087500 7500-CANCELLED.
087600     DISPLAY "NO CHANGE MADE"
087700         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
087800 7500-EXIT.
087900     EXIT.
088000*
088100*-----------------------------------------------------*
088200* 8000-SAVE-BANKS -- REWRITE EMPBANK FROM THE TABLE.   *
088300*-----------------------------------------------------*
088400 8000-SAVE-BANKS.
088500     OPEN OUTPUT BANK-FILE.
088600     IF WS-BANK-STATUS NOT = "00"
088700         MOVE "UNABLE TO REWRITE EMPBANK, STATUS "
088800                         TO WS-ABEND-MSG
088900         MOVE WS-BANK-STATUS TO WS-ABEND-MSG (35:2)
089000         SET WS-ABEND-FLAG TO TRUE
089100         GO TO MAIN-LOGIC-EXIT
089200     END-IF.
089300     PERFORM 8100-WRITE-ONE-BANK THRU 8100-EXIT
089400         VARYING WS-MX FROM 1 BY 1
089500         UNTIL WS-MX > WS-BANK-COUNT.
089600     CLOSE BANK-FILE.
089700     DISPLAY "EMPBANK SAVED"
089800         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
089900 8000-EXIT.
090000     EXIT.
090100*
090200 8100-WRITE-ONE-BANK.
090300     MOVE SPACES TO BANK-RECORD.
090400     MOVE WS-BTB-EMP-NO (WS-MX)    TO BANK-EMP-NUMBER.
090500     MOVE WS-BTB-ROUTING (WS-MX)   TO BANK-ROUTING.
090600     MOVE WS-BTB-ACCOUNT (WS-MX)   TO BANK-ACCOUNT.
090700     MOVE WS-BTB-ACCT-TYPE (WS-MX) TO BANK-ACCT-TYPE.
090800     MOVE WS-BTB-STATUS (WS-MX)    TO BANK-PRENOTE-STATUS.
090900     MOVE WS-BTB-DATE (WS-MX)      TO BANK-PRENOTE-DATE.
091000     WRITE BANK-RECORD.
091100     IF WS-BANK-STATUS NOT = "00"
091200         MOVE "UNABLE TO WRITE EMPBANK, STATUS "
091300                         TO WS-ABEND-MSG
091400         MOVE WS-BANK-STATUS TO WS-ABEND-MSG (33:2)
091500         SET WS-ABEND-FLAG TO TRUE
091600         GO TO MAIN-LOGIC-EXIT
091700     END-IF.
091800 8100-EXIT.
091900     EXIT.
091902*
091904*-----------------------------------------------------*
091906* 8500-WRITE-TRAIL -- STAMP AND WRITE ONE AUDIT TRAIL  *
091908*     RECORD.  THE CALLER HAS SET THE ACTION (A ADD,   *
091910*     C CHANGE, D DELETE, P PRENOTE RESULT) AND LEFT   *
091912*     THE BEFORE IMAGE IN WS-SAVE-IMAGE AND THE AFTER  *
091914*     IMAGE IN WS-NEW-IMAGE (SPACES WHERE ONE SIDE     *
091916*     DOES NOT APPLY).  A TABLE ENTRY HOLDS THE        *
091918*     EMPBANK FIELDS IN RECORD ORDER, SO EACH IMAGE    *
091920*     READS AS AN EMPBANK RECORD.                      *
091922*-----------------------------------------------------*
091924 8500-WRITE-TRAIL.
091926     ACCEPT WS-RUN-TIME FROM TIME.
091928     MOVE WS-TODAY       TO TRL-DATE.
091930     MOVE WS-RUN-TIME    TO TRL-TIME.
091932     MOVE WS-OPERATOR-ID TO TRL-USER.
091934     MOVE WS-SAVE-IMAGE  TO TRL-BEFORE-IMAGE.
091936     MOVE WS-NEW-IMAGE   TO TRL-AFTER-IMAGE.
091938     WRITE TRL-RECORD.
091940     IF WS-TRL-STATUS NOT = "00"
091942         MOVE "UNABLE TO WRITE BANKAUDIT, STATUS "
091944                         TO WS-ABEND-MSG
091946         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (35:2)
091948         SET WS-ABEND-FLAG TO TRUE
091950         GO TO MAIN-LOGIC-EXIT
091952     END-IF.
091954 8500-EXIT.
091956     EXIT.
092000
