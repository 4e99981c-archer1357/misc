000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACCTMNT.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- FULL-SCREEN          *
001200*              MAINTENANCE OF THE ACCTMAST ACCOUNT     *
001300*              MASTER FOR THE DAILY PROCESSING MENU,   *
001400*              THE WAY EMPMAINT KEEPS EMPMAST.  OPENS  *
001500*              A NEW ACCOUNT AT A ZERO BALANCE,        *
001600*              RENAMES ONE, AND MOVES ACCT-STATUS      *
001700*              BETWEEN ACTIVE, FROZEN AND CLOSED.  AN  *
001800*              ACCOUNT STILL HOLDING MONEY CANNOT BE   *
001900*              CLOSED.  EVERY ACTION WRITES A BEFORE/  *
002000*              AFTER IMAGE AND THE SIGNED-ON OPERATOR  *
002100*              TO THE ACCTAUDIT TRAIL, AND AN OPENING  *
002200*              DECLARES ITS ACCOUNT-COUNT CHANGE ON    *
002300*              BALMOVE FOR THE NIGHTLY BALCHECK STEP.  *
002310* 10/15/26 DA  ADD L=LIMIT TO SET THE OVERDRAFT LIMIT  *
002320*              TRANPOST ALLOWS BEFORE IT RETURNS A     *
002330*              DEBIT NSF.  A NEW ACCOUNT OPENS WITH NO *
002340*              OVERDRAFT.  CHANGES ARE TRAILED AS L.   *
002400*-----------------------------------------------------*
002500*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. RM-COBOL.
002900 OBJECT-COMPUTER. RM-COBOL.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS ACCT-NUMBER
003600         FILE STATUS IS WS-ACCT-STATUS.
003700     SELECT TRAIL-FILE ASSIGN TO "ACCTAUDIT"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-TRL-STATUS.
004100     SELECT MOVEMENT-FILE ASSIGN TO "BALMOVE"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-MOVE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACCOUNT-MASTER
004900     LABEL RECORDS ARE STANDARD.
005000     COPY ACCTREC.
005100*
005200 FD  TRAIL-FILE
005300     LABEL RECORDS ARE STANDARD.
005400 01  TRL-RECORD.
005500     05  TRL-DATE                PIC 9(08).
005600     05  TRL-TIME                PIC 9(08).
005700     05  TRL-USER                PIC X(20).
005800     05  TRL-ACTION              PIC X(01).
005900     05  TRL-BEFORE-IMAGE        PIC X(80).
006000     05  TRL-AFTER-IMAGE         PIC X(80).
006100     05  FILLER                  PIC X(03).
006200*
006300 FD  MOVEMENT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY BALMREC.
006600*
006700 WORKING-STORAGE SECTION.
006800*
006900 COPY SCRNLAY.
007000*
007100 77  WS-ACCT-STATUS          PIC X(02)   VALUE "00".
007200 77  WS-TRL-STATUS           PIC X(02)   VALUE "00".
007300 77  WS-MOVE-STATUS          PIC X(02)   VALUE "00".
007400 77  WS-ACCT-OPEN-SW         PIC X(01)   VALUE "N".
007500     88  WS-ACCT-OPEN                VALUE "Y".
007600 77  WS-TRL-OPEN-SW          PIC X(01)   VALUE "N".
007700     88  WS-TRL-OPEN                 VALUE "Y".
007800 77  WS-MAINT-DONE-SW        PIC X(01)   VALUE "N".
007900     88  WS-MAINT-DONE               VALUE "Y".
008000 77  WS-CANCEL-SW            PIC X(01)   VALUE "N".
008100     88  WS-ENTRY-CANCELLED          VALUE "Y".
008200 77  WS-FIELD-OK-SW          PIC X(01)   VALUE "N".
008300     88  WS-FIELD-OK                 VALUE "Y".
008400 77  WS-ACCT-FOUND-SW        PIC X(01)   VALUE "N".
008500     88  WS-ACCT-FOUND               VALUE "Y".
008600 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
008700     88  WS-ABEND-FLAG               VALUE "Y".
008800 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
008900 77  WS-COMMAND              PIC X(01)   VALUE SPACE.
009000 77  WS-CONFIRM              PIC X(01)   VALUE SPACE.
009100 77  WS-PROMPT-POS           PIC 9(02)   VALUE ZERO.
009200 77  WS-WORK-LINE            PIC 9(02)   VALUE ZERO.
009300 77  WS-BATCH-SW             PIC X(01)   VALUE "N".
009400     88  WS-BATCH-MODE               VALUE "Y".
009500 77  WS-PARM-TEXT            PIC X(10)   VALUE SPACES.
009600 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
009700 77  WS-RUN-TIME             PIC 9(08)   VALUE ZERO.
009800 77  WS-OPERATOR-ID          PIC X(20)   VALUE SPACES.
009900 77  WS-CX                   PIC 9(02)   COMP VALUE ZERO.
010000 77  WS-DIGIT-COUNT          PIC 9(02)   COMP VALUE ZERO.
010100 77  WS-NUM-VALID-SW         PIC X(01)   VALUE "N".
010200     88  WS-NUM-VALID                VALUE "Y".
010300 77  WS-COUNT-DELTA          PIC S9(05)  VALUE ZERO.
010400 77  WS-NEW-STATUS           PIC X(01)   VALUE SPACE.
010500*
010600 77  WS-IN-NUMBER            PIC 9(08)   VALUE ZERO.
010700 77  WS-IN-TEXT              PIC X(10)   VALUE SPACES.
010800 77  WS-IN-NAME              PIC X(30)   VALUE SPACES.
010810 77  WS-DEC-COUNT            PIC 9(01)   COMP VALUE ZERO.
010820 77  WS-DOT-SEEN-SW          PIC X(01)   VALUE "N".
010830     88  WS-DOT-SEEN                 VALUE "Y".
010840 77  WS-NUM-HUNDREDTHS       PIC 9(11)   COMP VALUE ZERO.
010900*
011000 01  WS-DIGIT-EDIT.
011100     05  WS-DIGIT-X          PIC X(01).
011200     05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
011300                             PIC 9(01).
011400*
011500 01  WS-BAL-EDITED           PIC -ZZZ,ZZZ,ZZ9.99.
011510 01  WS-LIMIT-EDITED         PIC ZZ,ZZZ,ZZ9.99.
011600 01  WS-SAVE-IMAGE           PIC X(80)   VALUE SPACES.
011700*
011800 PROCEDURE DIVISION.
011900*
012000 MAIN-LOGIC SECTION.
012100 BEGIN.
012200     PERFORM 0100-INIT-WORK-AREAS THRU 0100-EXIT.
012300     PERFORM 1050-CHECK-RUN-MODE THRU 1050-EXIT.
012400     IF WS-BATCH-MODE
012500         DISPLAY "ACCTMNT: INTERACTIVE ONLY - SKIPPED IN BATCH"
012600         GO TO MAIN-LOGIC-EXIT
012700     END-IF.
012800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012900     PERFORM 3000-MAINT-LOOP THRU 3000-EXIT
013000         UNTIL WS-MAINT-DONE.
013100     GO TO MAIN-LOGIC-EXIT.
013200 MAIN-LOGIC-EXIT.
013300     IF WS-ACCT-OPEN
013400         CLOSE ACCOUNT-MASTER
013500         MOVE "N" TO WS-ACCT-OPEN-SW
013600     END-IF.
013700     IF WS-TRL-OPEN
013800         CLOSE TRAIL-FILE
013900         MOVE "N" TO WS-TRL-OPEN-SW
014000     END-IF.
014100     IF WS-ABEND-FLAG
014200         DISPLAY "ACCTMNT ABEND - " WS-ABEND-MSG
014300             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
014400         MOVE 16 TO RETURN-CODE
014500     ELSE
014600         MOVE ZERO TO RETURN-CODE
014700     END-IF.
014800     EXIT PROGRAM.
014900*
015000*-----------------------------------------------------*
015100* 0100-INIT-WORK-AREAS -- PUT EVERY SWITCH, COUNTER,   *
015200*     AND TABLE BACK TO ITS STARTING VALUE.  A CALLED  *
015300*     PROGRAM KEEPS ITS WORKING STORAGE BETWEEN CALLS, *
015400*     SO WITHOUT THIS A SECOND SELECTION FROM THE MENU *
015500*     WOULD RUN ON THE LAST CALL'S LEFTOVERS.          *
015600*-----------------------------------------------------*
015700 0100-INIT-WORK-AREAS.
015800     MOVE "00" TO WS-ACCT-STATUS WS-TRL-STATUS WS-MOVE-STATUS.
015900     MOVE "N" TO WS-ACCT-OPEN-SW WS-TRL-OPEN-SW
016000                 WS-MAINT-DONE-SW WS-CANCEL-SW
016100                 WS-FIELD-OK-SW WS-ACCT-FOUND-SW
016200                 WS-ABEND-SW WS-BATCH-SW WS-NUM-VALID-SW.
016300     MOVE SPACES TO WS-ABEND-MSG WS-IN-NAME WS-SAVE-IMAGE.
016400     MOVE SPACE TO WS-NEW-STATUS.
016500     MOVE ZERO TO WS-IN-NUMBER WS-COUNT-DELTA.
016600 0100-EXIT.
016700     EXIT.
016800*
016900*-----------------------------------------------------*
017000* 1000-INITIALIZE -- PAINT THE SCREEN, PICK UP THE RUN  *
017100*     DATE AND OPERATOR FOR THE AUDIT TRAIL, AND OPEN   *
017200*     THE MASTER FOR KEYED UPDATE AND THE TRAIL FOR     *
017300*     APPEND.  THE OPERATOR IS THE ID HELLOWORLD        *
017400*     VERIFIED AT SIGN-ON (HWOPERID); A RUN OUTSIDE     *
017500*     THE MENU FALLS BACK TO THE ENVIRONMENT USER.      *
017600*-----------------------------------------------------*
017700 1000-INITIALIZE.
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017900     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "HWOPERID".
018000     IF WS-OPERATOR-ID = SPACES
018100         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
018200     END-IF.
018300     IF WS-OPERATOR-ID = SPACES
018400         MOVE "UNKNOWN" TO WS-OPERATOR-ID
018500     END-IF.
018600     DISPLAY " " LINE SL-CLEAR-LINE POSITION SL-CLEAR-POSITION
018700         ERASE EOS.
018800     DISPLAY "ACCOUNT MASTER MAINTENANCE" LINE SL-HEADER-LINE
018900         POSITION SL-HEADER-POSITION.
019000     OPEN I-O ACCOUNT-MASTER.
019100     IF WS-ACCT-STATUS = "35"
019200         MOVE "ACCOUNT MASTER ACCTMAST NOT FOUND"
019300                         TO WS-ABEND-MSG
019400         SET WS-ABEND-FLAG TO TRUE
019500         GO TO MAIN-LOGIC-EXIT
019600     END-IF.
019700     IF WS-ACCT-STATUS NOT = "00"
019800         MOVE "UNABLE TO OPEN ACCTMAST, STATUS "
019900                         TO WS-ABEND-MSG
020000         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
020100         SET WS-ABEND-FLAG TO TRUE
020200         GO TO MAIN-LOGIC-EXIT
020300     END-IF.
020400     SET WS-ACCT-OPEN TO TRUE.
020500     OPEN EXTEND TRAIL-FILE.
020600     IF WS-TRL-STATUS = "05" OR WS-TRL-STATUS = "35"
020700         CLOSE TRAIL-FILE
020800         OPEN OUTPUT TRAIL-FILE
020900     END-IF.
021000     IF WS-TRL-STATUS NOT = "00"
021100         MOVE "UNABLE TO OPEN ACCTAUDIT, STATUS "
021200                         TO WS-ABEND-MSG
021300         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (34:2)
021400         SET WS-ABEND-FLAG TO TRUE
021500         GO TO MAIN-LOGIC-EXIT
021600     END-IF.
021700     SET WS-TRL-OPEN TO TRUE.
021800 1000-EXIT.
021900     EXIT.
022000*
022100*-----------------------------------------------------*
022200* 1050-CHECK-RUN-MODE -- SAME BATCH PARM HELLOWORLD    *
022300*     TAKES.  THIS SCREEN CANNOT RUN WITHOUT AN        *
022400*     OPERATOR, SO BATCH MODE RETURNS STRAIGHT AWAY.   *
022500*-----------------------------------------------------*
022600 1050-CHECK-RUN-MODE.
022700     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
022800     IF WS-PARM-TEXT = "BATCH"
022900      OR WS-PARM-TEXT = "RESTART"
023000         SET WS-BATCH-MODE TO TRUE
023100     END-IF.
023200 1050-EXIT.
023300     EXIT.
023400*
023500*-----------------------------------------------------*
023600* 3000-MAINT-LOOP -- TAKE ONE COMMAND AND ROUTE IT.    *
023700*-----------------------------------------------------*
023800 3000-MAINT-LOOP.
023900     DISPLAY "O=OPEN N=NAME L=LIMIT F=FREEZE U=UNFREEZE "
023950             "C=CLOSE X=EXIT: "
024000         LINE SL-MENU-PROMPT-LINE POSITION SL-BODY-POSITION
024100         ERASE EOL.
024200     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 59.
024300     MOVE SPACE TO WS-COMMAND.
024400     ACCEPT WS-COMMAND LINE SL-MENU-PROMPT-LINE
024500         POSITION WS-PROMPT-POS.
024600     INSPECT WS-COMMAND
024700         CONVERTING "abcdefghijklmnopqrstuvwxyz"
024800                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
024900     DISPLAY " " LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
025000         ERASE EOL.
025100     EVALUATE WS-COMMAND
025200         WHEN "O"
025300             PERFORM 5000-OPEN-ACCOUNT THRU 5000-EXIT
025400         WHEN "N"
025500             PERFORM 6000-RENAME-ACCOUNT THRU 6000-EXIT
025510         WHEN "L"
025520             PERFORM 6500-SET-LIMIT THRU 6500-EXIT
025600         WHEN "F"
025700             PERFORM 7000-FREEZE-ACCOUNT THRU 7000-EXIT
025800         WHEN "U"
025900             PERFORM 7100-UNFREEZE-ACCOUNT THRU 7100-EXIT
026000         WHEN "C"
026100             PERFORM 7200-CLOSE-ACCOUNT THRU 7200-EXIT
026200         WHEN "X"
026300             SET WS-MAINT-DONE TO TRUE
026400         WHEN OTHER
026500             DISPLAY "INVALID COMMAND - TRY AGAIN"
026600                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
026700     END-EVALUATE.
026800 3000-EXIT.
026900     EXIT.
027000*
027100 4200-CLEAR-BODY.
027200     DISPLAY " " LINE SL-MENU-TITLE-LINE POSITION 01
027300         ERASE EOS.
027400 4200-EXIT.
027500     EXIT.
027600*
027700*-----------------------------------------------------*
027800* 5000-OPEN-ACCOUNT -- TAKE A NEW ACCOUNT NUMBER AND    *
027900*     NAME AND WRITE THE RECORD ACTIVE WITH A ZERO      *
028000*     BALANCE.  MONEY ONLY EVER REACHES AN ACCOUNT      *
028100*     THROUGH TRANPOST, SO THE OPENING DEPOSIT GOES IN  *
028200*     ON TRANFILE LIKE ANY OTHER CREDIT.  A BLANK       *
028300*     FIELD CANCELS THE OPENING.                        *
028400*-----------------------------------------------------*
028500 5000-OPEN-ACCOUNT.
028600     PERFORM 4200-CLEAR-BODY THRU 4200-EXIT.
028700     DISPLAY "OPEN ACCOUNT (BLANK FIELD CANCELS)"
028800         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
028900     MOVE "N" TO WS-CANCEL-SW.
029000     PERFORM 5100-GET-ACCT-NUMBER THRU 5100-EXIT.
029100     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
029200     PERFORM 5150-LOOK-UP-ACCOUNT THRU 5150-EXIT.
029300     IF WS-ACCT-FOUND
029400         DISPLAY "ACCOUNT NUMBER ALREADY ON MASTER"
029500             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
029600         GO TO 5000-EXIT
029700     END-IF.
029800     PERFORM 5200-GET-NAME THRU 5200-EXIT.
029900     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
030000     MOVE SPACES TO ACCT-RECORD.
030100     MOVE WS-IN-NUMBER   TO ACCT-NUMBER.
030200     MOVE WS-IN-NAME     TO ACCT-NAME.
030300     MOVE "A"            TO ACCT-STATUS.
030400     MOVE ZERO           TO ACCT-BALANCE.
030500     MOVE WS-RUN-DATE    TO ACCT-LAST-ACTIVITY.
030600     MOVE ZERO           TO ACCT-STMT-BALANCE.
030610     MOVE ZERO           TO ACCT-OD-LIMIT.
030700     WRITE ACCT-RECORD
030800         INVALID KEY
030900             DISPLAY "ACCOUNT NUMBER ALREADY ON MASTER"
031000                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
031100             GO TO 5000-EXIT
031200     END-WRITE.
031300     IF WS-ACCT-STATUS NOT = "00"
031400         MOVE "UNABLE TO WRITE ACCTMAST, STATUS "
031500                         TO WS-ABEND-MSG
031600         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (34:2)
031700         SET WS-ABEND-FLAG TO TRUE
031800         GO TO MAIN-LOGIC-EXIT
031900     END-IF.
032000     MOVE SPACES TO WS-SAVE-IMAGE.
032100     MOVE "O" TO TRL-ACTION.
032200     PERFORM 8000-WRITE-TRAIL THRU 8000-EXIT.
032300     MOVE +1 TO WS-COUNT-DELTA.
032400     PERFORM 8500-WRITE-MOVEMENT THRU 8500-EXIT.
032500     DISPLAY "ACCOUNT OPENED"
032600         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
032700     GO TO 5000-EXIT.
032800 5000-CANCELLED.
032900     DISPLAY "OPEN CANCELLED"
033000         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
033100 5000-EXIT.
033200     EXIT.
033300*
033400*-----------------------------------------------------*
033500* 5100-GET-ACCT-NUMBER -- ACCEPT AN ACCOUNT NUMBER AND  *
033600*     INSIST IT IS ALL DIGITS.  THE CLERK CAN KEY 123   *
033700*     INSTEAD OF 00000123.                              *
033800*-----------------------------------------------------*
033900 5100-GET-ACCT-NUMBER.
034000     MOVE "N" TO WS-FIELD-OK-SW.
034100     PERFORM 5110-TRY-ACCT-NUMBER THRU 5110-EXIT
034200         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
034300 5100-EXIT.
034400     EXIT.
034500*
034600 5110-TRY-ACCT-NUMBER.
034700     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE.
034800     DISPLAY "ACCOUNT NUMBER: "
034900         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
035000         ERASE EOL.
035100     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 16.
035200     MOVE SPACES TO WS-IN-TEXT.
035300     ACCEPT WS-IN-TEXT LINE WS-WORK-LINE
035400         POSITION WS-PROMPT-POS.
035500     IF WS-IN-TEXT = SPACES
035600         SET WS-ENTRY-CANCELLED TO TRUE
035700         GO TO 5110-EXIT
035800     END-IF.
035900     PERFORM 5120-PARSE-NUMBER THRU 5120-EXIT.
036000     IF NOT WS-NUM-VALID
036100         DISPLAY "NUMBER MUST BE 1 TO 8 DIGITS"
036200             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
036300         GO TO 5110-EXIT
036400     END-IF.
036500     IF WS-IN-NUMBER = ZERO
036600         DISPLAY "ACCOUNT NUMBER MUST NOT BE ZERO"
036700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
036800         GO TO 5110-EXIT
036900     END-IF.
037000     SET WS-FIELD-OK TO TRUE.
037100     DISPLAY " " LINE SL-FOOTER-LINE
037200         POSITION SL-FOOTER-POSITION ERASE EOL.
037300 5110-EXIT.
037400     EXIT.
037500*
037600*-----------------------------------------------------*
037700* 5120-PARSE-NUMBER -- PULL THE DIGITS OUT OF THE       *
037800*     KEYED TEXT AND RIGHT-ALIGN THEM INTO THE NUMBER.  *
037900*     ANYTHING OTHER THAN DIGITS AND SPACES, OR MORE    *
038000*     THAN EIGHT DIGITS, FAILS THE EDIT.                *
038100*-----------------------------------------------------*
038200 5120-PARSE-NUMBER.
038300     MOVE ZERO TO WS-IN-NUMBER WS-DIGIT-COUNT.
038400     SET WS-NUM-VALID TO TRUE.
038500     PERFORM 5130-PARSE-ONE-DIGIT THRU 5130-EXIT
038600         VARYING WS-CX FROM 1 BY 1
038700         UNTIL WS-CX > 10
038800            OR NOT WS-NUM-VALID.
038900     IF WS-DIGIT-COUNT = ZERO OR WS-DIGIT-COUNT > 8
039000         MOVE "N" TO WS-NUM-VALID-SW
039100     END-IF.
039200 5120-EXIT.
039300     EXIT.
039400*
039500 5130-PARSE-ONE-DIGIT.
039600     MOVE WS-IN-TEXT (WS-CX:1) TO WS-DIGIT-X.
039700     IF WS-DIGIT-X = SPACE
039800         GO TO 5130-EXIT
039900     END-IF.
040000     IF WS-DIGIT-X NOT NUMERIC
040100         MOVE "N" TO WS-NUM-VALID-SW
040200         GO TO 5130-EXIT
040300     END-IF.
040400     IF WS-DIGIT-COUNT = 8
040500         MOVE "N" TO WS-NUM-VALID-SW
040600         GO TO 5130-EXIT
040700     END-IF.
040800     COMPUTE WS-IN-NUMBER =
040900         (WS-IN-NUMBER * 10) + WS-DIGIT-9.
041000     ADD 1 TO WS-DIGIT-COUNT.
041100 5130-EXIT.
041200     EXIT.
041300*
041301*-----------------------------------------------------*
041302* 5140-PARSE-DECIMAL -- DIGITS AND AT MOST ONE DECIMAL *
041303*     POINT WITH AT MOST TWO PLACES, THE SAME EDIT THE *
041304*     PAYMAINT SCREENS USE; THE RESULT COMES BACK AS   *
041305*     WHOLE HUNDREDTHS IN WS-NUM-HUNDREDTHS.  SEVEN    *
041306*     WHOLE DIGITS FILL ACCT-OD-LIMIT.                 *
041307*-----------------------------------------------------*
041308 5140-PARSE-DECIMAL.
041309     SET WS-NUM-VALID TO TRUE.
041310     MOVE "N" TO WS-DOT-SEEN-SW.
041311     MOVE ZERO TO WS-NUM-HUNDREDTHS WS-DEC-COUNT
041312                  WS-DIGIT-COUNT.
041313     PERFORM 5145-PARSE-ONE-CHAR THRU 5145-EXIT
041314         VARYING WS-CX FROM 1 BY 1
041315         UNTIL WS-CX > 10
041316            OR NOT WS-NUM-VALID.
041317     IF WS-DIGIT-COUNT = ZERO
041318         MOVE "N" TO WS-NUM-VALID-SW
041319     END-IF.
041320     IF WS-DIGIT-COUNT - WS-DEC-COUNT > 7
041321         MOVE "N" TO WS-NUM-VALID-SW
041322     END-IF.
041323     IF NOT WS-NUM-VALID
041324         GO TO 5140-EXIT
041325     END-IF.
041326     IF WS-DEC-COUNT = ZERO
041327         MULTIPLY 100 BY WS-NUM-HUNDREDTHS
041328     END-IF.
041329     IF WS-DEC-COUNT = 1
041330         MULTIPLY 10 BY WS-NUM-HUNDREDTHS
041331     END-IF.
041332 5140-EXIT.
041333     EXIT.
041334*
041335 5145-PARSE-ONE-CHAR.
041336     MOVE WS-IN-TEXT (WS-CX:1) TO WS-DIGIT-X.
041337     IF WS-DIGIT-X = SPACE
041338         GO TO 5145-EXIT
041339     END-IF.
041340     IF WS-DIGIT-X = "."
041341         IF WS-DOT-SEEN
041342             MOVE "N" TO WS-NUM-VALID-SW
041343         ELSE
041344             SET WS-DOT-SEEN TO TRUE
041345         END-IF
041346         GO TO 5145-EXIT
041347     END-IF.
041348     IF WS-DIGIT-X NOT NUMERIC
041349         MOVE "N" TO WS-NUM-VALID-SW
041350         GO TO 5145-EXIT
041351     END-IF.
041352     IF WS-DOT-SEEN AND WS-DEC-COUNT = 2
041353         MOVE "N" TO WS-NUM-VALID-SW
041354         GO TO 5145-EXIT
041355     END-IF.
041356     IF WS-DIGIT-COUNT = 9
041357         MOVE "N" TO WS-NUM-VALID-SW
041358         GO TO 5145-EXIT
041359     END-IF.
041360     COMPUTE WS-NUM-HUNDREDTHS =
041361         (WS-NUM-HUNDREDTHS * 10) + WS-DIGIT-9.
041362     IF WS-DOT-SEEN
041363         ADD 1 TO WS-DEC-COUNT
041364     END-IF.
041365     ADD 1 TO WS-DIGIT-COUNT.
041366 5145-EXIT.
041367     EXIT.
041368*
041400*-----------------------------------------------------*
041500* 5150-LOOK-UP-ACCOUNT -- KEYED READ ON THE NUMBER JUST *
041600*     ACCEPTED.  LEAVES THE RECORD IN HAND WHEN FOUND.  *
041700*-----------------------------------------------------*
041800 5150-LOOK-UP-ACCOUNT.
041900     MOVE "N" TO WS-ACCT-FOUND-SW.
042000     MOVE WS-IN-NUMBER TO ACCT-NUMBER.
042100     READ ACCOUNT-MASTER
042200         INVALID KEY
042300             GO TO 5150-EXIT
042400     END-READ.
042500     IF WS-ACCT-STATUS NOT = "00"
042600         MOVE "UNABLE TO READ ACCTMAST, STATUS "
042700                         TO WS-ABEND-MSG
042800         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
042900         SET WS-ABEND-FLAG TO TRUE
043000         GO TO MAIN-LOGIC-EXIT
043100     END-IF.
043200     SET WS-ACCT-FOUND TO TRUE.
043300 5150-EXIT.
043400     EXIT.
043500*
043600*-----------------------------------------------------*
043700* 5200-GET-NAME -- ACCEPT THE ACCOUNT NAME.  ANY NON-   *
043800*     BLANK VALUE IS A VALID NAME.                      *
043900*-----------------------------------------------------*
044000 5200-GET-NAME.
044100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 1.
044200     DISPLAY "NAME: "
044300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
044400         ERASE EOL.
044500     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 6.
044600     MOVE SPACES TO WS-IN-NAME.
044700     ACCEPT WS-IN-NAME LINE WS-WORK-LINE
044800         POSITION WS-PROMPT-POS.
044900     IF WS-IN-NAME = SPACES
045000         SET WS-ENTRY-CANCELLED TO TRUE
045100     END-IF.
045200 5200-EXIT.
045300     EXIT.
045400*
045500*-----------------------------------------------------*
045600* 5500-SHOW-ACCOUNT -- LAY THE RECORD IN HAND OUT ON    *
045700*     THE BODY OF THE SCREEN SO THE CLERK SEES WHAT IS  *
045800*     ABOUT TO CHANGE.                                  *
045900*-----------------------------------------------------*
046000 5500-SHOW-ACCOUNT.
046100     MOVE ACCT-BALANCE TO WS-BAL-EDITED.
046200     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 4.
046300     DISPLAY "NOW: " ACCT-NUMBER " " ACCT-NAME " "
046400             ACCT-STATUS " " WS-BAL-EDITED
046500         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
046600         ERASE EOL.
046700 5500-EXIT.
046800     EXIT.
046900*
047000*-----------------------------------------------------*
047100* 5600-FIND-AND-SHOW -- KEY THE NUMBER FOR A CHANGE TO  *
047200*     AN EXISTING ACCOUNT, READ IT, SAVE ITS BEFORE     *
047300*     IMAGE AND SHOW IT.  WS-ACCT-FOUND IS LEFT OFF     *
047400*     WHEN THE ENTRY WAS CANCELLED OR NOT ON FILE.      *
047500*-----------------------------------------------------*
047600 5600-FIND-AND-SHOW.
047700     MOVE "N" TO WS-CANCEL-SW WS-ACCT-FOUND-SW.
047800     PERFORM 5100-GET-ACCT-NUMBER THRU 5100-EXIT.
047900     IF WS-ENTRY-CANCELLED
048000         DISPLAY "ENTRY CANCELLED"
048100             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
048200         GO TO 5600-EXIT
048300     END-IF.
048400     PERFORM 5150-LOOK-UP-ACCOUNT THRU 5150-EXIT.
048500     IF NOT WS-ACCT-FOUND
048600         DISPLAY "ACCOUNT NOT ON MASTER"
048700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
048800         GO TO 5600-EXIT
048900     END-IF.
049000     MOVE ACCT-RECORD TO WS-SAVE-IMAGE.
049100     PERFORM 5500-SHOW-ACCOUNT THRU 5500-EXIT.
049200 5600-EXIT.
049300     EXIT.
049400*
049500*-----------------------------------------------------*
049600* 6000-RENAME-ACCOUNT -- KEY THE NUMBER, SHOW THE       *
049700*     RECORD, AND TAKE A NEW NAME FOR IT.  A CLOSED     *
049800*     ACCOUNT CAN STILL BE RENAMED SO THE STATEMENT     *
049900*     HISTORY READS RIGHT.                              *
050000*-----------------------------------------------------*
050100 6000-RENAME-ACCOUNT.
050200     PERFORM 4200-CLEAR-BODY THRU 4200-EXIT.
050300     DISPLAY "CHANGE ACCOUNT NAME (BLANK FIELD CANCELS)"
050400         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
050500     PERFORM 5600-FIND-AND-SHOW THRU 5600-EXIT.
050600     IF WS-ENTRY-CANCELLED GO TO 6000-CANCELLED.
050700     IF NOT WS-ACCT-FOUND
050800         GO TO 6000-EXIT
050900     END-IF.
051000     PERFORM 5200-GET-NAME THRU 5200-EXIT.
051100     IF WS-ENTRY-CANCELLED GO TO 6000-CANCELLED.
051200     MOVE WS-IN-NAME TO ACCT-NAME.
051300     PERFORM 7900-REWRITE-ACCOUNT THRU 7900-EXIT.
051400     MOVE "N" TO TRL-ACTION.
051500     PERFORM 8000-WRITE-TRAIL THRU 8000-EXIT.
051600     DISPLAY "ACCOUNT NAME CHANGED"
051700         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
051800     GO TO 6000-EXIT.
051900 6000-CANCELLED.
052000     DISPLAY "CHANGE CANCELLED"
052100         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
052200 6000-EXIT.
052300     EXIT.
052400*
052401*-----------------------------------------------------*
052402* 6500-SET-LIMIT -- KEY THE NUMBER, SHOW THE RECORD     *
052403*     AND ITS CURRENT OVERDRAFT LIMIT, AND TAKE A NEW   *
052404*     ONE.  ZERO MEANS NO OVERDRAFT -- A DEBIT THAT     *
052405*     WOULD TAKE THE BALANCE BELOW ZERO IS RETURNED     *
052406*     NSF.  A CLOSED ACCOUNT TAKES NO LIMIT.            *
052407*-----------------------------------------------------*
052408 6500-SET-LIMIT.
052409     PERFORM 4200-CLEAR-BODY THRU 4200-EXIT.
052410     DISPLAY "SET OVERDRAFT LIMIT (BLANK CANCELS)"
052411         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
052412     PERFORM 5600-FIND-AND-SHOW THRU 5600-EXIT.
052413     IF NOT WS-ACCT-FOUND
052414         GO TO 6500-EXIT
052415     END-IF.
052416     IF ACCT-CLOSED
052417         DISPLAY "ACCOUNT IS CLOSED - NO LIMIT ALLOWED"
052418             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
052419         GO TO 6500-EXIT
052420     END-IF.
052421     IF ACCT-OD-LIMIT NOT NUMERIC
052422         MOVE ZERO TO ACCT-OD-LIMIT
052423     END-IF.
052424     MOVE ACCT-OD-LIMIT TO WS-LIMIT-EDITED.
052425     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 5.
052426     DISPLAY "CURRENT OVERDRAFT LIMIT: " WS-LIMIT-EDITED
052427         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
052428         ERASE EOL.
052429     MOVE "N" TO WS-FIELD-OK-SW.
052430     PERFORM 6510-TRY-LIMIT THRU 6510-EXIT
052431         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
052432     IF WS-ENTRY-CANCELLED GO TO 6500-CANCELLED.
052433     COMPUTE ACCT-OD-LIMIT = WS-NUM-HUNDREDTHS / 100.
052434     PERFORM 7900-REWRITE-ACCOUNT THRU 7900-EXIT.
052435     MOVE "L" TO TRL-ACTION.
052436     PERFORM 8000-WRITE-TRAIL THRU 8000-EXIT.
052437     DISPLAY "OVERDRAFT LIMIT CHANGED"
052438         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
052439     GO TO 6500-EXIT.
052440 6500-CANCELLED.
052441     DISPLAY "CHANGE CANCELLED"
052442         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
052443 6500-EXIT.
052444     EXIT.
052445*
052446 6510-TRY-LIMIT.
052447     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 1.
052448     DISPLAY "OVERDRAFT LIMIT: "
052449         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
052450         ERASE EOL.
052451     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 17.
052452     MOVE SPACES TO WS-IN-TEXT.
052453     ACCEPT WS-IN-TEXT LINE WS-WORK-LINE
052454         POSITION WS-PROMPT-POS.
052455     IF WS-IN-TEXT = SPACES
052456         SET WS-ENTRY-CANCELLED TO TRUE
052457         GO TO 6510-EXIT
052458     END-IF.
052459     PERFORM 5140-PARSE-DECIMAL THRU 5140-EXIT.
052460     IF NOT WS-NUM-VALID
052461         DISPLAY "LIMIT MUST BE UP TO 7 DIGITS, 2 PLACES"
052462             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
052463         GO TO 6510-EXIT
052464     END-IF.
052465     SET WS-FIELD-OK TO TRUE.
052466     DISPLAY " " LINE SL-FOOTER-LINE
052467         POSITION SL-FOOTER-POSITION ERASE EOL.
052468 6510-EXIT.
052469     EXIT.
052470*
052500*-----------------------------------------------------*
052600* 7000-FREEZE-ACCOUNT -- ACTIVE TO FROZEN.  TRANPOST    *
052700*     REJECTS EVERY CUSTOMER ITEM AGAINST A FROZEN      *
052750*     ACCOUNT UNTIL IT IS UNFROZEN; THE BANK'S OWN      *
052800*     CHARGES AND INTEREST STILL POST.                  *
052900*-----------------------------------------------------*
053000 7000-FREEZE-ACCOUNT.
053100     PERFORM 4200-CLEAR-BODY THRU 4200-EXIT.
053200     DISPLAY "FREEZE ACCOUNT (BLANK CANCELS)"
053300         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
053400     PERFORM 5600-FIND-AND-SHOW THRU 5600-EXIT.
053500     IF NOT WS-ACCT-FOUND
053600         GO TO 7000-EXIT
053700     END-IF.
053800     IF NOT ACCT-ACTIVE
053900         DISPLAY "ONLY AN ACTIVE ACCOUNT CAN BE FROZEN"
054000             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
054100         GO TO 7000-EXIT
054200     END-IF.
054300     MOVE "F" TO WS-NEW-STATUS.
054400     PERFORM 7800-CONFIRM-STATUS THRU 7800-EXIT.
054500 7000-EXIT.
054600     EXIT.
054700*
054800*-----------------------------------------------------*
054900* 7100-UNFREEZE-ACCOUNT -- FROZEN BACK TO ACTIVE.       *
055000*-----------------------------------------------------*
055100 7100-UNFREEZE-ACCOUNT.
055200     PERFORM 4200-CLEAR-BODY THRU 4200-EXIT.
055300     DISPLAY "UNFREEZE ACCOUNT (BLANK CANCELS)"
055400         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
055500     PERFORM 5600-FIND-AND-SHOW THRU 5600-EXIT.
055600     IF NOT WS-ACCT-FOUND
055700         GO TO 7100-EXIT
055800     END-IF.
055900     IF NOT ACCT-FROZEN
056000         DISPLAY "ACCOUNT IS NOT FROZEN"
056100             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
056200         GO TO 7100-EXIT
056300     END-IF.
056400     MOVE "A" TO WS-NEW-STATUS.
056500     PERFORM 7800-CONFIRM-STATUS THRU 7800-EXIT.
056600 7100-EXIT.
056700     EXIT.
056800*
056900*-----------------------------------------------------*
057000* 7200-CLOSE-ACCOUNT -- ACTIVE OR FROZEN TO CLOSED.     *
057100*     THE RECORD STAYS ON THE MASTER (STATEMENTS AND    *
057200*     BALCHECK STILL COUNT IT), BUT ONLY ONCE THE       *
057300*     BALANCE IS EXACTLY ZERO -- MONEY IS NEVER LEFT    *
057400*     STRANDED IN A CLOSED ACCOUNT.                     *
057500*-----------------------------------------------------*
057600 7200-CLOSE-ACCOUNT.
057700     PERFORM 4200-CLEAR-BODY THRU 4200-EXIT.
057800     DISPLAY "CLOSE ACCOUNT (BLANK CANCELS)"
057900         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
058000     PERFORM 5600-FIND-AND-SHOW THRU 5600-EXIT.
058100     IF NOT WS-ACCT-FOUND
058200         GO TO 7200-EXIT
058300     END-IF.
058400     IF ACCT-CLOSED
058500         DISPLAY "ACCOUNT IS ALREADY CLOSED"
058600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
058700         GO TO 7200-EXIT
058800     END-IF.
058900     IF ACCT-BALANCE NOT = ZERO
059000         DISPLAY "BALANCE NOT ZERO - ACCOUNT CANNOT BE CLOSED"
059100             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
059200         GO TO 7200-EXIT
059300     END-IF.
059400     MOVE "C" TO WS-NEW-STATUS.
059500     PERFORM 7800-CONFIRM-STATUS THRU 7800-EXIT.
059600 7200-EXIT.
059700     EXIT.
059800*
059900*-----------------------------------------------------*
060000* 7800-CONFIRM-STATUS -- TAKE A Y FOR THE STATUS MOVE   *
060100*     IN WS-NEW-STATUS, THEN REWRITE THE ACCOUNT AND    *
060200*     TRAIL IT.  THE TRAIL ACTION IS THE NEW STATUS.    *
060300*-----------------------------------------------------*
060400 7800-CONFIRM-STATUS.
060500     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 5.
060600     DISPLAY "CONFIRM STATUS CHANGE TO " WS-NEW-STATUS
060700             " (Y/N): "
060800         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
060900         ERASE EOL.
061000     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 34.
061100     MOVE SPACE TO WS-CONFIRM.
061200     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
061300         POSITION WS-PROMPT-POS.
061400     INSPECT WS-CONFIRM
061500         CONVERTING "abcdefghijklmnopqrstuvwxyz"
061600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
061700     IF WS-CONFIRM NOT = "Y"
061800         DISPLAY "STATUS CHANGE CANCELLED"
061900             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
062000         GO TO 7800-EXIT
062100     END-IF.
062200     MOVE WS-NEW-STATUS TO ACCT-STATUS.
062300     PERFORM 7900-REWRITE-ACCOUNT THRU 7900-EXIT.
062400     MOVE WS-NEW-STATUS TO TRL-ACTION.
062500     PERFORM 8000-WRITE-TRAIL THRU 8000-EXIT.
062600     EVALUATE WS-NEW-STATUS
062700         WHEN "F"
062800             DISPLAY "ACCOUNT FROZEN"
062900                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
063000         WHEN "C"
063100             DISPLAY "ACCOUNT CLOSED"
063200                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
063300         WHEN OTHER
063400             DISPLAY "ACCOUNT ACTIVE"
063500                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
063600     END-EVALUATE.
063700 7800-EXIT.
063800     EXIT.
063900*
064000 7900-REWRITE-ACCOUNT.
064100     REWRITE ACCT-RECORD.
064200     IF WS-ACCT-STATUS NOT = "00"
064300         MOVE "UNABLE TO REWRITE ACCTMAST, STATUS "
064400                         TO WS-ABEND-MSG
064500         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (36:2)
064600         SET WS-ABEND-FLAG TO TRUE
064700         GO TO MAIN-LOGIC-EXIT
064800     END-IF.
064900 7900-EXIT.
065000     EXIT.
065100*
065200*-----------------------------------------------------*
065300* 8000-WRITE-TRAIL -- STAMP AND WRITE ONE AUDIT TRAIL   *
065400*     RECORD.  THE CALLER HAS SET THE ACTION (O OPEN,   *
065500*     N NAME, L LIMIT, OR THE NEW STATUS A/F/C) AND     *
065600*     LEFT THE BEFORE IMAGE IN WS-SAVE-IMAGE AND THE    *
065700*     AFTER IMAGE IN ACCT-RECORD (SPACES WHERE ONE      *
065800*     SIDE DOES NOT APPLY).                             *
065900*-----------------------------------------------------*
066000 8000-WRITE-TRAIL.
066100     ACCEPT WS-RUN-TIME FROM TIME.
066200     MOVE WS-RUN-DATE    TO TRL-DATE.
066300     MOVE WS-RUN-TIME    TO TRL-TIME.
066400     MOVE WS-OPERATOR-ID TO TRL-USER.
066500     MOVE WS-SAVE-IMAGE  TO TRL-BEFORE-IMAGE.
066600     MOVE ACCT-RECORD    TO TRL-AFTER-IMAGE.
066700     WRITE TRL-RECORD.
066800     IF WS-TRL-STATUS NOT = "00"
066900         MOVE "UNABLE TO WRITE ACCTAUDIT, STATUS "
067000                         TO WS-ABEND-MSG
067100         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (35:2)
067200         SET WS-ABEND-FLAG TO TRUE
067300         GO TO MAIN-LOGIC-EXIT
067400     END-IF.
067500 8000-EXIT.
067600     EXIT.
067700*
067800*-----------------------------------------------------*
067900* 8500-WRITE-MOVEMENT -- DECLARE AN ACCOUNT-COUNT       *
068000*     CHANGE ON BALMOVE SO THE NIGHTLY BALCHECK STEP    *
068100*     CAN EXPLAIN THE MASTER COUNT.  A NEW ACCOUNT      *
068200*     OPENS AT ZERO, SO THE BALANCE HASH DOES NOT MOVE. *
068300*     OPENED AND CLOSED PER ACTION SO THE RECORD IS ON  *
068400*     DISK THE MOMENT THE CHANGE IS.                    *
068500*-----------------------------------------------------*
068600 8500-WRITE-MOVEMENT.
068700     OPEN EXTEND MOVEMENT-FILE.
068800     IF WS-MOVE-STATUS = "05" OR WS-MOVE-STATUS = "35"
068900         CLOSE MOVEMENT-FILE
069000         OPEN OUTPUT MOVEMENT-FILE
069100     END-IF.
069200     IF WS-MOVE-STATUS NOT = "00"
069300         MOVE "UNABLE TO OPEN BALMOVE, STATUS "
069400                         TO WS-ABEND-MSG
069500         MOVE WS-MOVE-STATUS TO WS-ABEND-MSG (32:2)
069600         SET WS-ABEND-FLAG TO TRUE
069700         GO TO MAIN-LOGIC-EXIT
069800     END-IF.
069900     MOVE SPACES TO BALM-RECORD.
070000     MOVE WS-RUN-DATE    TO BALM-DATE.
070100     MOVE "ACCTMNT"      TO BALM-SOURCE.
070200     MOVE ZERO           TO BALM-EMP-COUNT-DELTA.
070300     MOVE ZERO           TO BALM-EMP-GROSS-DELTA.
070400     MOVE ZERO           TO BALM-EMP-DEDUCT-DELTA.
070500     MOVE ZERO           TO BALM-EMP-NET-DELTA.
070600     MOVE WS-COUNT-DELTA TO BALM-ACCT-COUNT-DELTA.
070700     MOVE ZERO           TO BALM-ACCT-BAL-DELTA.
070800     WRITE BALM-RECORD.
070900     IF WS-MOVE-STATUS NOT = "00"
071000         MOVE "UNABLE TO WRITE BALMOVE, STATUS "
071100                         TO WS-ABEND-MSG
071200         MOVE WS-MOVE-STATUS TO WS-ABEND-MSG (33:2)
071300         SET WS-ABEND-FLAG TO TRUE
071400         GO TO MAIN-LOGIC-EXIT
071500     END-IF.
071600     CLOSE MOVEMENT-FILE.
071700 8500-EXIT.
071800     EXIT.
