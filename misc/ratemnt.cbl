000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RATEMNT.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- ACCOUNT RATE CONTROL *
001200*              MAINTENANCE FOR THE DAILY PROCESSING    *
001300*              MENU.  KEEPS THE EFFECTIVE-DATED        *
001400*              RATECTL RECORDS INTACCR READS AT MONTH  *
001500*              END (ANNUAL INTEREST RATE, MINIMUM      *
001600*              BALANCE TO EARN, MONTHLY MAINTENANCE    *
001700*              FEE, FEE WAIVE BALANCE, AND WHETHER     *
001800*              FROZEN ACCOUNTS EARN AND PAY), WITH     *
001900*              EVERY FIELD EDITED ON ENTRY, THE WAY    *
002000*              PAYMAINT KEEPS PAYCTL.                  *
002100*-----------------------------------------------------*
002200*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. RM-COBOL.
002600 OBJECT-COMPUTER. RM-COBOL.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RATE-CONTROL-FILE ASSIGN TO "RATECTL"
003000         ORGANIZATION IS SEQUENTIAL
003100         ACCESS MODE IS SEQUENTIAL
003200         FILE STATUS IS WS-RATE-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  RATE-CONTROL-FILE
003700     LABEL RECORDS ARE STANDARD.
003800     COPY RATEREC.
003900*
004000 WORKING-STORAGE SECTION.
004100*
004200 COPY SCRNLAY.
004300*
004400 77  WS-RATE-STATUS          PIC X(02)   VALUE "00".
004500 77  WS-RATE-EOF-SW          PIC X(01)   VALUE "N".
004600     88  WS-RATE-EOF                 VALUE "Y".
004700 77  WS-MAINT-DONE-SW        PIC X(01)   VALUE "N".
004800     88  WS-MAINT-DONE               VALUE "Y".
004900 77  WS-RATES-CHANGED-SW     PIC X(01)   VALUE "N".
005000     88  WS-RATES-CHANGED            VALUE "Y".
005100 77  WS-CANCEL-SW            PIC X(01)   VALUE "N".
005200     88  WS-ENTRY-CANCELLED          VALUE "Y".
005300 77  WS-FIELD-OK-SW          PIC X(01)   VALUE "N".
005400     88  WS-FIELD-OK                 VALUE "Y".
005500 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
005600     88  WS-ABEND-FLAG               VALUE "Y".
005700 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
005800 77  WS-COMMAND              PIC X(01)   VALUE SPACE.
005900 77  WS-DUMMY                PIC X(01)   VALUE SPACE.
006000 77  WS-PROMPT-POS           PIC 9(02)   VALUE ZERO.
006100 77  WS-WORK-LINE            PIC 9(02)   VALUE ZERO.
006200 77  WS-BATCH-SW             PIC X(01)   VALUE "N".
006300     88  WS-BATCH-MODE               VALUE "Y".
006400 77  WS-PARM-TEXT            PIC X(10)   VALUE SPACES.
006500 77  WS-MX                   PIC 9(03)   COMP VALUE ZERO.
006600 77  WS-CX                   PIC 9(02)   COMP VALUE ZERO.
006700 77  WS-FOUND-X              PIC 9(03)   COMP VALUE ZERO.
006800 77  WS-DIGIT-COUNT          PIC 9(02)   COMP VALUE ZERO.
006900 77  WS-NUM-VALID-SW         PIC X(01)   VALUE "N".
007000     88  WS-NUM-VALID                VALUE "Y".
007100 77  WS-DEC-COUNT            PIC 9(01)   COMP VALUE ZERO.
007200 77  WS-DOT-SEEN-SW          PIC X(01)   VALUE "N".
007300     88  WS-DOT-SEEN                 VALUE "Y".
007400 77  WS-NUM-TEXT             PIC X(11)   VALUE SPACES.
007500 77  WS-NUM-HUNDREDTHS       PIC 9(09)   COMP VALUE ZERO.
007600*
007700 77  WS-IN-EFF-DATE          PIC 9(08)   VALUE ZERO.
007800 77  WS-IN-ANNUAL-RATE       PIC V9(04)  VALUE ZERO.
007900 77  WS-IN-MIN-BALANCE       PIC 9(07)V99 VALUE ZERO.
008000 77  WS-IN-MAINT-FEE         PIC 9(03)V99 VALUE ZERO.
008100 77  WS-IN-WAIVE-BALANCE     PIC 9(07)V99 VALUE ZERO.
008200 77  WS-IN-FROZEN-INTEREST   PIC X(01)   VALUE SPACE.
008300 77  WS-IN-FROZEN-FEE        PIC X(01)   VALUE SPACE.
008400*
008500 01  WS-DIGIT-EDIT.
008600     05  WS-DIGIT-X          PIC X(01).
008700     05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
008800                             PIC 9(01).
008900*
009000 01  WS-RATE-TABLE.
009100     05  WS-RATE-COUNT       PIC 9(02)   COMP VALUE ZERO.
009200     05  WS-RATE-ENTRY OCCURS 50 TIMES.
009300         10  WS-RTB-EFF-DATE     PIC 9(08).
009400         10  WS-RTB-ANNUAL-RATE  PIC V9(04).
009500         10  WS-RTB-MIN-BALANCE  PIC 9(07)V99.
009600         10  WS-RTB-MAINT-FEE    PIC 9(03)V99.
009700         10  WS-RTB-WAIVE-BALANCE
009800                                 PIC 9(07)V99.
009900         10  WS-RTB-FROZEN-INT   PIC X(01).
010000         10  WS-RTB-FROZEN-FEE   PIC X(01).
010100*
010200 01  WS-RATE-LIST-LINE.
010300     05  RLL-EFF-DATE        PIC 9(08).
010400     05  FILLER              PIC X(02)   VALUE SPACES.
010500     05  RLL-RATE            PIC Z9.99.
010600     05  FILLER              PIC X(02)   VALUE SPACES.
010700     05  RLL-MIN-BALANCE     PIC Z,ZZZ,ZZ9.99.
010800     05  FILLER              PIC X(02)   VALUE SPACES.
010900     05  RLL-FEE             PIC ZZ9.99.
011000     05  FILLER              PIC X(02)   VALUE SPACES.
011100     05  RLL-WAIVE-BALANCE   PIC Z,ZZZ,ZZ9.99.
011200     05  FILLER              PIC X(03)   VALUE SPACES.
011300     05  RLL-FROZEN-INT      PIC X(01).
011400     05  FILLER              PIC X(04)   VALUE SPACES.
011500     05  RLL-FROZEN-FEE      PIC X(01).
011600*
011700 PROCEDURE DIVISION.
011800*
011900 MAIN-LOGIC SECTION.
012000 BEGIN.
012100     PERFORM 0100-INIT-WORK-AREAS THRU 0100-EXIT.
012200     PERFORM 1050-CHECK-RUN-MODE THRU 1050-EXIT.
012300     IF WS-BATCH-MODE
012400         DISPLAY "RATEMNT: INTERACTIVE ONLY - SKIPPED IN BATCH"
012500         GO TO MAIN-LOGIC-EXIT
012600     END-IF.
012700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012800     PERFORM 3000-MAINT-LOOP THRU 3000-EXIT
012900         UNTIL WS-MAINT-DONE.
013000     IF WS-RATES-CHANGED
013100         PERFORM 8000-SAVE-RATES THRU 8000-EXIT
013200     END-IF.
013300     GO TO MAIN-LOGIC-EXIT.
013400 MAIN-LOGIC-EXIT.
013500     IF WS-ABEND-FLAG
013600         DISPLAY "RATEMNT ABEND - " WS-ABEND-MSG
013700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
013800         MOVE 16 TO RETURN-CODE
013900     ELSE
014000         MOVE ZERO TO RETURN-CODE
014100     END-IF.
014200     EXIT PROGRAM.
014300*
014400*-----------------------------------------------------*
014500* 0100-INIT-WORK-AREAS -- PUT EVERY SWITCH, COUNTER,   *
014600*     AND TABLE BACK TO ITS STARTING VALUE.  A CALLED  *
014700*     PROGRAM KEEPS ITS WORKING STORAGE BETWEEN CALLS, *
014800*     SO WITHOUT THIS A SECOND SELECTION FROM THE MENU *
014900*     WOULD RUN ON THE LAST CALL'S LEFTOVERS.          *
015000*-----------------------------------------------------*
015100 0100-INIT-WORK-AREAS.
015200     MOVE "00" TO WS-RATE-STATUS.
015300     MOVE "N" TO WS-RATE-EOF-SW WS-MAINT-DONE-SW
015400                 WS-RATES-CHANGED-SW WS-CANCEL-SW
015500                 WS-FIELD-OK-SW WS-ABEND-SW WS-BATCH-SW
015600                 WS-NUM-VALID-SW WS-DOT-SEEN-SW.
015700     MOVE SPACES TO WS-ABEND-MSG.
015800     MOVE ZERO TO WS-RATE-COUNT.
015900 0100-EXIT.
016000     EXIT.
016100*
016200*-----------------------------------------------------*
016300* 1000-INITIALIZE -- PAINT THE SCREEN AND LOAD RATECTL *
016400*     INTO THE TABLE.  A MISSING FILE IS AN EMPTY      *
016500*     TABLE -- THE SAVE AT EXIT CREATES IT.            *
016600*-----------------------------------------------------*
016700 1000-INITIALIZE.
016800     DISPLAY " " LINE SL-CLEAR-LINE POSITION SL-CLEAR-POSITION
016900         ERASE EOS.
017000     DISPLAY "ACCOUNT RATE CONTROL MAINTENANCE" LINE
017100         SL-HEADER-LINE POSITION SL-HEADER-POSITION.
017200     PERFORM 1100-LOAD-RATES THRU 1100-EXIT.
017300 1000-EXIT.
017400     EXIT.
017500*
017600*-----------------------------------------------------*
017700* 1050-CHECK-RUN-MODE -- SAME BATCH PARM HELLOWORLD    *
017800*     TAKES.  THIS SCREEN CANNOT RUN WITHOUT AN        *
017900*     OPERATOR, SO BATCH MODE RETURNS STRAIGHT AWAY.   *
018000*-----------------------------------------------------*
018100 1050-CHECK-RUN-MODE.
018200     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
018300     IF WS-PARM-TEXT = "BATCH"
018400      OR WS-PARM-TEXT = "RESTART"
018500         SET WS-BATCH-MODE TO TRUE
018600     END-IF.
018700 1050-EXIT.
018800     EXIT.
018900*
019000 1100-LOAD-RATES.
019100     OPEN INPUT RATE-CONTROL-FILE.
019200     IF WS-RATE-STATUS = "35"
019300         GO TO 1100-EXIT
019400     END-IF.
019500     IF WS-RATE-STATUS NOT = "00"
019600         MOVE "UNABLE TO OPEN RATECTL, STATUS "
019700                         TO WS-ABEND-MSG
019800         MOVE WS-RATE-STATUS TO WS-ABEND-MSG (32:2)
019900         SET WS-ABEND-FLAG TO TRUE
020000         GO TO MAIN-LOGIC-EXIT
020100     END-IF.
020200     PERFORM 1110-READ-RATE THRU 1110-EXIT.
020300     PERFORM 1120-STORE-RATE THRU 1120-EXIT
020400         UNTIL WS-RATE-EOF.
020500     CLOSE RATE-CONTROL-FILE.
020600 1100-EXIT.
020700     EXIT.
020800*
020900 1110-READ-RATE.
021000     READ RATE-CONTROL-FILE
021100         AT END
021200             SET WS-RATE-EOF TO TRUE
021300     END-READ.
021400 1110-EXIT.
021500     EXIT.
021600*
021700 1120-STORE-RATE.
021800     IF WS-RATE-COUNT = 50
021900         MOVE "RATECTL EXCEEDS MAINTENANCE TABLE LIMIT"
022000                         TO WS-ABEND-MSG
022100         SET WS-ABEND-FLAG TO TRUE
022200         GO TO MAIN-LOGIC-EXIT
022300     END-IF.
022400     ADD 1 TO WS-RATE-COUNT.
022500     MOVE RATE-EFF-DATE       TO WS-RTB-EFF-DATE (WS-RATE-COUNT).
022600     MOVE RATE-ANNUAL-RATE    TO WS-RTB-ANNUAL-RATE
022700                                                 (WS-RATE-COUNT).
022800     MOVE RATE-MIN-BALANCE    TO WS-RTB-MIN-BALANCE
022900                                                 (WS-RATE-COUNT).
023000     MOVE RATE-MAINT-FEE      TO WS-RTB-MAINT-FEE
023100                                                 (WS-RATE-COUNT).
023200     MOVE RATE-FEE-WAIVE-BALANCE
023300                              TO WS-RTB-WAIVE-BALANCE
023400                                                 (WS-RATE-COUNT).
023500     MOVE RATE-FROZEN-INTEREST
023600                              TO WS-RTB-FROZEN-INT
023700                                                 (WS-RATE-COUNT).
023800     MOVE RATE-FROZEN-FEE     TO WS-RTB-FROZEN-FEE
023900                                                 (WS-RATE-COUNT).
024000     PERFORM 1110-READ-RATE THRU 1110-EXIT.
024100 1120-EXIT.
024200     EXIT.
024300*
024400*-----------------------------------------------------*
024500* 3000-MAINT-LOOP -- TAKE ONE COMMAND AND ROUTE IT.    *
024600*-----------------------------------------------------*
024700 3000-MAINT-LOOP.
024800     DISPLAY "R=RATES N=NEWRATE X=EXIT: "
024900         LINE SL-MENU-PROMPT-LINE POSITION SL-BODY-POSITION
025000         ERASE EOL.
025100     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 26.
025200     MOVE SPACE TO WS-COMMAND.
025300     ACCEPT WS-COMMAND LINE SL-MENU-PROMPT-LINE
025400         POSITION WS-PROMPT-POS.
025500     INSPECT WS-COMMAND
025600         CONVERTING "abcdefghijklmnopqrstuvwxyz"
025700                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
025800     DISPLAY " " LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
025900         ERASE EOL.
026000     EVALUATE WS-COMMAND
026100         WHEN "R"
026200             PERFORM 4000-LIST-RATES THRU 4000-EXIT
026300         WHEN "N"
026400             PERFORM 5000-ADD-RATE THRU 5000-EXIT
026500         WHEN "X"
026600             SET WS-MAINT-DONE TO TRUE
026700         WHEN OTHER
026800             DISPLAY "INVALID COMMAND - TRY AGAIN"
026900                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
027000     END-EVALUATE.
027100 3000-EXIT.
027200     EXIT.
027300*
027400 3900-CLEAR-BODY.
027500     DISPLAY " " LINE SL-MENU-TITLE-LINE POSITION 01
027600         ERASE EOS.
027700 3900-EXIT.
027800     EXIT.
027900*
028000*-----------------------------------------------------*
028100* 4000-LIST-RATES -- SHOW THE RATE TABLE.  THE RATE    *
028200*     DISPLAYS AS A PERCENT, THE WAY IT IS KEYED.      *
028300*-----------------------------------------------------*
028400 4000-LIST-RATES.
028500     IF WS-RATE-COUNT = ZERO
028600         DISPLAY "NO RATECTL RECORDS ON FILE"
028700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
028800         GO TO 4000-EXIT
028900     END-IF.
029000     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
029100     DISPLAY "EFF DATE  INT%    MIN BALANCE     FEE"
029200         "     WAIVE BAL FRZ-I FRZ-F"
029300         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
029400     MOVE SL-MENU-FIRST-LINE TO WS-WORK-LINE.
029500     PERFORM 4100-LIST-ONE-RATE THRU 4100-EXIT
029600         VARYING WS-MX FROM 1 BY 1
029700         UNTIL WS-MX > WS-RATE-COUNT
029800            OR WS-MX > 10.
029900     DISPLAY "PRESS ENTER TO CONTINUE"
030000         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
030100     COMPUTE WS-PROMPT-POS = SL-FOOTER-POSITION + 25.
030200     ACCEPT WS-DUMMY LINE SL-FOOTER-LINE POSITION WS-PROMPT-POS.
030300     DISPLAY " " LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
030400         ERASE EOL.
030500 4000-EXIT.
030600     EXIT.
030700*
030800 4100-LIST-ONE-RATE.
030900     MOVE WS-RTB-EFF-DATE (WS-MX)      TO RLL-EFF-DATE.
031000     COMPUTE RLL-RATE = WS-RTB-ANNUAL-RATE (WS-MX) * 100.
031100     MOVE WS-RTB-MIN-BALANCE (WS-MX)   TO RLL-MIN-BALANCE.
031200     MOVE WS-RTB-MAINT-FEE (WS-MX)     TO RLL-FEE.
031300     MOVE WS-RTB-WAIVE-BALANCE (WS-MX) TO RLL-WAIVE-BALANCE.
031400     MOVE WS-RTB-FROZEN-INT (WS-MX)    TO RLL-FROZEN-INT.
031500     MOVE WS-RTB-FROZEN-FEE (WS-MX)    TO RLL-FROZEN-FEE.
031600     DISPLAY WS-RATE-LIST-LINE
031700         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
031800     ADD 1 TO WS-WORK-LINE.
031900 4100-EXIT.
032000     EXIT.
032100*
032200*-----------------------------------------------------*
032300* 5000-ADD-RATE -- TAKE AND VALIDATE A NEW EFFECTIVE-  *
032400*     DATED RATE SET.  THE EFFECTIVE DATE MUST BE A    *
032500*     REAL-LOOKING DATE NOT ALREADY ON THE TABLE, SO A *
032600*     RATE CHANGE CAN BE KEYED AHEAD AND SIT THERE     *
032700*     UNTIL ITS DATE COMES UP.  A BLANK FIELD CANCELS. *
032800*-----------------------------------------------------*
032900 5000-ADD-RATE.
033000     IF WS-RATE-COUNT = 50
033100         DISPLAY "TABLE FULL - NO ROOM TO ADD"
033200             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
033300         GO TO 5000-EXIT
033400     END-IF.
033500     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
033600     DISPLAY "ADD RATE RECORD (BLANK FIELD CANCELS)"
033700         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
033800     MOVE "N" TO WS-CANCEL-SW.
033900     PERFORM 5100-GET-EFF-DATE THRU 5100-EXIT.
034000     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
034100     PERFORM 5200-GET-ANNUAL-RATE THRU 5200-EXIT.
034200     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
034300     PERFORM 5300-GET-MIN-BALANCE THRU 5300-EXIT.
034400     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
034500     PERFORM 5400-GET-MAINT-FEE THRU 5400-EXIT.
034600     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
034700     PERFORM 5500-GET-WAIVE-BALANCE THRU 5500-EXIT.
034800     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
034900     PERFORM 5600-GET-FROZEN-FLAGS THRU 5600-EXIT.
035000     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
035100     ADD 1 TO WS-RATE-COUNT.
035200     MOVE WS-IN-EFF-DATE     TO WS-RTB-EFF-DATE (WS-RATE-COUNT).
035300     MOVE WS-IN-ANNUAL-RATE  TO WS-RTB-ANNUAL-RATE
035400                                                 (WS-RATE-COUNT).
035500     MOVE WS-IN-MIN-BALANCE  TO WS-RTB-MIN-BALANCE
035600                                                 (WS-RATE-COUNT).
035700     MOVE WS-IN-MAINT-FEE    TO WS-RTB-MAINT-FEE (WS-RATE-COUNT).
035800     MOVE WS-IN-WAIVE-BALANCE
035900                             TO WS-RTB-WAIVE-BALANCE
036000                                                 (WS-RATE-COUNT).
036100     MOVE WS-IN-FROZEN-INTEREST
036200                             TO WS-RTB-FROZEN-INT
036300                                                 (WS-RATE-COUNT).
036400     MOVE WS-IN-FROZEN-FEE   TO WS-RTB-FROZEN-FEE
036500                                                 (WS-RATE-COUNT).
036600     SET WS-RATES-CHANGED TO TRUE.
036700     DISPLAY "RATE RECORD ADDED"
036800         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
036900     GO TO 5000-EXIT.
037000 5000-CANCELLED.
037100     DISPLAY "ADD CANCELLED"
037200         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
037300 5000-EXIT.
037400     EXIT.
037500*
037600*-----------------------------------------------------*
037700* 5100-GET-EFF-DATE -- ACCEPT THE EFFECTIVE DATE AS    *
037800*     YYYYMMDD AND INSIST IT LOOKS LIKE A DATE AND IS  *
037900*     NOT ALREADY ON THE TABLE.                        *
038000*-----------------------------------------------------*
038100 5100-GET-EFF-DATE.
038200     MOVE "N" TO WS-FIELD-OK-SW.
038300     PERFORM 5110-TRY-EFF-DATE THRU 5110-EXIT
038400         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
038500 5100-EXIT.
038600     EXIT.
038700*
038800 5110-TRY-EFF-DATE.
038900     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE.
039000     DISPLAY "EFFECTIVE DATE (YYYYMMDD): "
039100         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
039200         ERASE EOL.
039300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 27.
039400     MOVE SPACES TO WS-NUM-TEXT.
039500     ACCEPT WS-NUM-TEXT LINE WS-WORK-LINE
039600         POSITION WS-PROMPT-POS.
039700     IF WS-NUM-TEXT = SPACES
039800         SET WS-ENTRY-CANCELLED TO TRUE
039900         GO TO 5110-EXIT
040000     END-IF.
040100     IF WS-NUM-TEXT (1:8) NOT NUMERIC
040200      OR WS-NUM-TEXT (9:3) NOT = SPACES
040300         DISPLAY "DATE MUST BE 8 DIGITS YYYYMMDD"
040400             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
040500         GO TO 5110-EXIT
040600     END-IF.
040700     MOVE WS-NUM-TEXT (1:8) TO WS-IN-EFF-DATE.
040800     IF WS-IN-EFF-DATE (5:2) < "01"
040900      OR WS-IN-EFF-DATE (5:2) > "12"
041000      OR WS-IN-EFF-DATE (7:2) < "01"
041100      OR WS-IN-EFF-DATE (7:2) > "31"
041200      OR WS-IN-EFF-DATE (1:4) < "1990"
041300         DISPLAY "NOT A USABLE DATE"
041400             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
041500         GO TO 5110-EXIT
041600     END-IF.
041700     MOVE ZERO TO WS-FOUND-X.
041800     PERFORM 5150-TEST-DUP-DATE THRU 5150-EXIT
041900         VARYING WS-MX FROM 1 BY 1
042000         UNTIL WS-MX > WS-RATE-COUNT
042100            OR WS-FOUND-X > ZERO.
042200     IF WS-FOUND-X > ZERO
042300         DISPLAY "EFFECTIVE DATE ALREADY ON FILE"
042400             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
042500         GO TO 5110-EXIT
042600     END-IF.
042700     SET WS-FIELD-OK TO TRUE.
042800     DISPLAY " " LINE SL-FOOTER-LINE
042900         POSITION SL-FOOTER-POSITION ERASE EOL.
043000 5110-EXIT.
043100     EXIT.
043200*
043300 5150-TEST-DUP-DATE.
043400     IF WS-RTB-EFF-DATE (WS-MX) = WS-IN-EFF-DATE
043500         MOVE WS-MX TO WS-FOUND-X
043600     END-IF.
043700 5150-EXIT.
043800     EXIT.
043900*
044000*-----------------------------------------------------*
044100* 5200-GET-ANNUAL-RATE -- ACCEPT THE ANNUAL INTEREST   *
044200*     RATE AS A PERCENT (1.25) AND STORE THE FRACTION. *
044300*     ZERO IS ALLOWED -- THE MONTH PAYS NO INTEREST.   *
044400*-----------------------------------------------------*
044500 5200-GET-ANNUAL-RATE.
044600     MOVE "N" TO WS-FIELD-OK-SW.
044700     PERFORM 5210-TRY-ANNUAL-RATE THRU 5210-EXIT
044800         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
044900 5200-EXIT.
045000     EXIT.
045100*
045200 5210-TRY-ANNUAL-RATE.
045300     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 1.
045400     DISPLAY "ANNUAL INTEREST RATE PERCENT: "
045500         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
045600         ERASE EOL.
045700     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 30.
045800     MOVE SPACES TO WS-NUM-TEXT.
045900     ACCEPT WS-NUM-TEXT LINE WS-WORK-LINE
046000         POSITION WS-PROMPT-POS.
046100     IF WS-NUM-TEXT = SPACES
046200         SET WS-ENTRY-CANCELLED TO TRUE
046300         GO TO 5210-EXIT
046400     END-IF.
046500     PERFORM 5900-PARSE-DECIMAL THRU 5900-EXIT.
046600     IF NOT WS-NUM-VALID
046700      OR WS-NUM-HUNDREDTHS > 9999
046800         DISPLAY "PERCENT MUST BE 0 TO UNDER 100"
046900             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
047000         GO TO 5210-EXIT
047100     END-IF.
047200     COMPUTE WS-IN-ANNUAL-RATE = WS-NUM-HUNDREDTHS / 10000.
047300     SET WS-FIELD-OK TO TRUE.
047400     DISPLAY " " LINE SL-FOOTER-LINE
047500         POSITION SL-FOOTER-POSITION ERASE EOL.
047600 5210-EXIT.
047700     EXIT.
047800*
047900*-----------------------------------------------------*
048000* 5300-GET-MIN-BALANCE -- THE LOWEST BALANCE THAT      *
048100*     EARNS INTEREST.  ZERO MEANS ANY BALANCE ABOVE    *
048200*     ZERO EARNS.                                      *
048300*-----------------------------------------------------*
048400 5300-GET-MIN-BALANCE.
048500     MOVE "N" TO WS-FIELD-OK-SW.
048600     PERFORM 5310-TRY-MIN-BALANCE THRU 5310-EXIT
048700         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
048800 5300-EXIT.
048900     EXIT.
049000*
049100 5310-TRY-MIN-BALANCE.
049200     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 2.
049300     DISPLAY "MINIMUM BALANCE TO EARN: "
049400         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
049500         ERASE EOL.
049600     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 25.
049700     MOVE SPACES TO WS-NUM-TEXT.
049800     ACCEPT WS-NUM-TEXT LINE WS-WORK-LINE
049900         POSITION WS-PROMPT-POS.
050000     IF WS-NUM-TEXT = SPACES
050100         SET WS-ENTRY-CANCELLED TO TRUE
050200         GO TO 5310-EXIT
050300     END-IF.
050400     PERFORM 5900-PARSE-DECIMAL THRU 5900-EXIT.
050500     IF NOT WS-NUM-VALID
050600         DISPLAY "AMOUNT MUST BE UP TO 7 DIGITS, 2 PLACES"
050700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
050800         GO TO 5310-EXIT
050900     END-IF.
051000     COMPUTE WS-IN-MIN-BALANCE = WS-NUM-HUNDREDTHS / 100.
051100     SET WS-FIELD-OK TO TRUE.
051200     DISPLAY " " LINE SL-FOOTER-LINE
051300         POSITION SL-FOOTER-POSITION ERASE EOL.
051400 5310-EXIT.
051500     EXIT.
051600*
051700*-----------------------------------------------------*
051800* 5400-GET-MAINT-FEE -- THE MONTHLY MAINTENANCE FEE,   *
051900*     0.00 TO 999.99.  ZERO CHARGES NO FEE.            *
052000*-----------------------------------------------------*
052100 5400-GET-MAINT-FEE.
052200     MOVE "N" TO WS-FIELD-OK-SW.
052300     PERFORM 5410-TRY-MAINT-FEE THRU 5410-EXIT
052400         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
052500 5400-EXIT.
052600     EXIT.
052700*
052800 5410-TRY-MAINT-FEE.
052900     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 3.
053000     DISPLAY "MONTHLY MAINTENANCE FEE: "
053100         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
053200         ERASE EOL.
053300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 25.
053400     MOVE SPACES TO WS-NUM-TEXT.
053500     ACCEPT WS-NUM-TEXT LINE WS-WORK-LINE
053600         POSITION WS-PROMPT-POS.
053700     IF WS-NUM-TEXT = SPACES
053800         SET WS-ENTRY-CANCELLED TO TRUE
053900         GO TO 5410-EXIT
054000     END-IF.
054100     PERFORM 5900-PARSE-DECIMAL THRU 5900-EXIT.
054200     IF NOT WS-NUM-VALID
054300      OR WS-NUM-HUNDREDTHS > 99999
054400         DISPLAY "FEE MUST BE 0.00 THROUGH 999.99"
054500             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
054600         GO TO 5410-EXIT
054700     END-IF.
054800     COMPUTE WS-IN-MAINT-FEE = WS-NUM-HUNDREDTHS / 100.
054900     SET WS-FIELD-OK TO TRUE.
055000     DISPLAY " " LINE SL-FOOTER-LINE
055100         POSITION SL-FOOTER-POSITION ERASE EOL.
055200 5410-EXIT.
055300     EXIT.
055400*
055500*-----------------------------------------------------*
055600* 5500-GET-WAIVE-BALANCE -- THE BALANCE AT OR ABOVE    *
055700*     WHICH THE FEE IS WAIVED.  ZERO MEANS THE FEE IS  *
055800*     NEVER WAIVED.                                    *
055900*-----------------------------------------------------*
056000 5500-GET-WAIVE-BALANCE.
056100     MOVE "N" TO WS-FIELD-OK-SW.
056200     PERFORM 5510-TRY-WAIVE-BALANCE THRU 5510-EXIT
056300         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
056400 5500-EXIT.
056500     EXIT.
056600*
056700 5510-TRY-WAIVE-BALANCE.
056800     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 4.
056900     DISPLAY "FEE WAIVED AT BALANCE OF: "
057000         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
057100         ERASE EOL.
057200     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 26.
057300     MOVE SPACES TO WS-NUM-TEXT.
057400     ACCEPT WS-NUM-TEXT LINE WS-WORK-LINE
057500         POSITION WS-PROMPT-POS.
057600     IF WS-NUM-TEXT = SPACES
057700         SET WS-ENTRY-CANCELLED TO TRUE
057800         GO TO 5510-EXIT
057900     END-IF.
058000     PERFORM 5900-PARSE-DECIMAL THRU 5900-EXIT.
058100     IF NOT WS-NUM-VALID
058200         DISPLAY "AMOUNT MUST BE UP TO 7 DIGITS, 2 PLACES"
058300             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
058400         GO TO 5510-EXIT
058500     END-IF.
058600     COMPUTE WS-IN-WAIVE-BALANCE = WS-NUM-HUNDREDTHS / 100.
058700     SET WS-FIELD-OK TO TRUE.
058800     DISPLAY " " LINE SL-FOOTER-LINE
058900         POSITION SL-FOOTER-POSITION ERASE EOL.
059000 5510-EXIT.
059100     EXIT.
059200*
059300*-----------------------------------------------------*
059400* 5600-GET-FROZEN-FLAGS -- WHETHER A FROZEN ACCOUNT    *
059500*     STILL EARNS INTEREST AND STILL PAYS THE FEE.     *
059600*     EACH ANSWER MUST BE Y OR N.                      *
059700*-----------------------------------------------------*
059800 5600-GET-FROZEN-FLAGS.
059900     MOVE "N" TO WS-FIELD-OK-SW.
060000     PERFORM 5610-TRY-FROZEN-INTEREST THRU 5610-EXIT
060100         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
060200     IF WS-ENTRY-CANCELLED
060300         GO TO 5600-EXIT
060400     END-IF.
060500     MOVE "N" TO WS-FIELD-OK-SW.
060600     PERFORM 5620-TRY-FROZEN-FEE THRU 5620-EXIT
060700         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
060800 5600-EXIT.
060900     EXIT.
061000*
061100 5610-TRY-FROZEN-INTEREST.
061200     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 5.
061300     DISPLAY "FROZEN ACCOUNTS EARN INTEREST (Y/N): "
061400         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
061500         ERASE EOL.
061600     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 37.
061700     MOVE SPACE TO WS-IN-FROZEN-INTEREST.
061800     ACCEPT WS-IN-FROZEN-INTEREST LINE WS-WORK-LINE
061900         POSITION WS-PROMPT-POS.
062000     IF WS-IN-FROZEN-INTEREST = SPACE
062100         SET WS-ENTRY-CANCELLED TO TRUE
062200         GO TO 5610-EXIT
062300     END-IF.
062400     INSPECT WS-IN-FROZEN-INTEREST
062500         CONVERTING "abcdefghijklmnopqrstuvwxyz"
062600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
062700     IF WS-IN-FROZEN-INTEREST NOT = "Y"
062800      AND WS-IN-FROZEN-INTEREST NOT = "N"
062900         DISPLAY "ANSWER Y OR N"
063000             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
063100         GO TO 5610-EXIT
063200     END-IF.
063300     SET WS-FIELD-OK TO TRUE.
063400     DISPLAY " " LINE SL-FOOTER-LINE
063500         POSITION SL-FOOTER-POSITION ERASE EOL.
063600 5610-EXIT.
063700     EXIT.
063800*
063900 5620-TRY-FROZEN-FEE.
064000     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 6.
064100     DISPLAY "FROZEN ACCOUNTS PAY THE FEE (Y/N): "
064200         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
064300         ERASE EOL.
064400     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 35.
064500     MOVE SPACE TO WS-IN-FROZEN-FEE.
064600     ACCEPT WS-IN-FROZEN-FEE LINE WS-WORK-LINE
064700         POSITION WS-PROMPT-POS.
064800     IF WS-IN-FROZEN-FEE = SPACE
064900         SET WS-ENTRY-CANCELLED TO TRUE
065000         GO TO 5620-EXIT
065100     END-IF.
065200     INSPECT WS-IN-FROZEN-FEE
065300         CONVERTING "abcdefghijklmnopqrstuvwxyz"
065400                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
065500     IF WS-IN-FROZEN-FEE NOT = "Y"
065600      AND WS-IN-FROZEN-FEE NOT = "N"
065700         DISPLAY "ANSWER Y OR N"
065800             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
065900         GO TO 5620-EXIT
066000     END-IF.
066100     SET WS-FIELD-OK TO TRUE.
066200     DISPLAY " " LINE SL-FOOTER-LINE
066300         POSITION SL-FOOTER-POSITION ERASE EOL.
066400 5620-EXIT.
066500     EXIT.
066600*
066700*-----------------------------------------------------*
066800* 5900-PARSE-DECIMAL -- SHARED EDIT FOR THE KEYED      *
066900*     NUMERIC FIELDS.  DIGITS AND AT MOST ONE DECIMAL  *
067000*     POINT WITH AT MOST TWO PLACES; THE RESULT COMES  *
067100*     BACK AS WHOLE HUNDREDTHS IN WS-NUM-HUNDREDTHS.   *
067200*     SEVEN WHOLE DIGITS FILL THE BALANCE FIELDS.      *
067300*-----------------------------------------------------*
067400 5900-PARSE-DECIMAL.
067500     SET WS-NUM-VALID TO TRUE.
067600     MOVE "N" TO WS-DOT-SEEN-SW.
067700     MOVE ZERO TO WS-NUM-HUNDREDTHS WS-DEC-COUNT
067800                  WS-DIGIT-COUNT.
067900     PERFORM 5950-PARSE-ONE-CHAR THRU 5950-EXIT
068000         VARYING WS-CX FROM 1 BY 1
068100         UNTIL WS-CX > 11
068200            OR NOT WS-NUM-VALID.
068300     IF WS-DIGIT-COUNT = ZERO
068400         MOVE "N" TO WS-NUM-VALID-SW
068500     END-IF.
068600     IF WS-DIGIT-COUNT - WS-DEC-COUNT > 7
068700         MOVE "N" TO WS-NUM-VALID-SW
068800     END-IF.
068900     IF NOT WS-NUM-VALID
069000         GO TO 5900-EXIT
069100     END-IF.
069200     IF WS-DEC-COUNT = ZERO
069300         MULTIPLY 100 BY WS-NUM-HUNDREDTHS
069400     END-IF.
069500     IF WS-DEC-COUNT = 1
069600         MULTIPLY 10 BY WS-NUM-HUNDREDTHS
069700     END-IF.
069800 5900-EXIT.
069900     EXIT.
070000*
070100 5950-PARSE-ONE-CHAR.
070200     MOVE WS-NUM-TEXT (WS-CX:1) TO WS-DIGIT-X.
070300     IF WS-DIGIT-X = SPACE
070400         GO TO 5950-EXIT
070500     END-IF.
070600     IF WS-DIGIT-X = "."
070700         IF WS-DOT-SEEN
070800             MOVE "N" TO WS-NUM-VALID-SW
070900         ELSE
071000             SET WS-DOT-SEEN TO TRUE
071100         END-IF
071200         GO TO 5950-EXIT
071300     END-IF.
071400     IF WS-DIGIT-X NOT NUMERIC
071500         MOVE "N" TO WS-NUM-VALID-SW
071600         GO TO 5950-EXIT
071700     END-IF.
071800     IF WS-DOT-SEEN AND WS-DEC-COUNT = 2
071900         MOVE "N" TO WS-NUM-VALID-SW
072000         GO TO 5950-EXIT
072100     END-IF.
072200     IF WS-DIGIT-COUNT = 9
072300         MOVE "N" TO WS-NUM-VALID-SW
072400         GO TO 5950-EXIT
072500     END-IF.
072600     COMPUTE WS-NUM-HUNDREDTHS =
072700         (WS-NUM-HUNDREDTHS * 10) + WS-DIGIT-9.
072800     IF WS-DOT-SEEN
072900         ADD 1 TO WS-DEC-COUNT
073000     END-IF.
073100     ADD 1 TO WS-DIGIT-COUNT.
073200 5950-EXIT.
073300     EXIT.
073400*
073500*-----------------------------------------------------*
073600* 8000-SAVE-RATES -- REWRITE RATECTL FROM THE TABLE.   *
073700*-----------------------------------------------------*
073800 8000-SAVE-RATES.
073900     OPEN OUTPUT RATE-CONTROL-FILE.
074000     IF WS-RATE-STATUS NOT = "00"
074100         MOVE "UNABLE TO REWRITE RATECTL, STATUS "
074200                         TO WS-ABEND-MSG
074300         MOVE WS-RATE-STATUS TO WS-ABEND-MSG (35:2)
074400         SET WS-ABEND-FLAG TO TRUE
074500         GO TO MAIN-LOGIC-EXIT
074600     END-IF.
074700     PERFORM 8100-WRITE-ONE-RATE THRU 8100-EXIT
074800         VARYING WS-MX FROM 1 BY 1
074900         UNTIL WS-MX > WS-RATE-COUNT.
075000     CLOSE RATE-CONTROL-FILE.
075100     DISPLAY "RATECTL SAVED"
075200         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
075300 8000-EXIT.
075400     EXIT.
075500*
075600 8100-WRITE-ONE-RATE.
075700     MOVE SPACES TO RATE-RECORD.
075800     MOVE WS-RTB-EFF-DATE (WS-MX)      TO RATE-EFF-DATE.
075900     MOVE WS-RTB-ANNUAL-RATE (WS-MX)   TO RATE-ANNUAL-RATE.
076000     MOVE WS-RTB-MIN-BALANCE (WS-MX)   TO RATE-MIN-BALANCE.
076100     MOVE WS-RTB-MAINT-FEE (WS-MX)     TO RATE-MAINT-FEE.
076200     MOVE WS-RTB-WAIVE-BALANCE (WS-MX) TO RATE-FEE-WAIVE-BALANCE.
076300     MOVE WS-RTB-FROZEN-INT (WS-MX)    TO RATE-FROZEN-INTEREST.
076400     MOVE WS-RTB-FROZEN-FEE (WS-MX)    TO RATE-FROZEN-FEE.
076500     WRITE RATE-RECORD.
076600     IF WS-RATE-STATUS NOT = "00"
076700         MOVE "UNABLE TO WRITE RATECTL, STATUS "
076800                         TO WS-ABEND-MSG
076900         MOVE WS-RATE-STATUS TO WS-ABEND-MSG (33:2)
077000         SET WS-ABEND-FLAG TO TRUE
077100         GO TO MAIN-LOGIC-EXIT
077200     END-IF.
077300 8100-EXIT.
077400     EXIT.
