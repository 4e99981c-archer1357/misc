000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     REJMAINT.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- REJECT CORRECTION    *
001200*              AND RESUBMISSION FOR THE DAILY          *
001300*              PROCESSING MENU.  EVERY ITEM TRANPOST   *
001400*              LEAVES ON TRANREJ IS TAKEN INTO THE     *
001500*              REJSUSP SUSPENSE FILE UNDER ITS OWN     *
001600*              ITEM NUMBER AND TRANREJ IS EMPTIED, SO  *
001700*              NOTHING IS WORKED TWICE OR LOST.  THE   *
001800*              SCREEN WALKS THE OPEN ITEMS; EACH ONE   *
001900*              IS EITHER CORRECTED (ACCOUNT, TYPE,     *
002000*              AMOUNT, DATE) AND RELEASED ONTO         *
002100*              TRANFILE FOR THE NEXT POSTING, OR       *
002200*              WRITTEN OFF UNDER A DISPOSITION CODE.   *
002300*              EVERY RELEASE AND WRITE-OFF GOES TO     *
002400*              THE REJLOG TRAIL WITH THE SIGNED-ON     *
002500*              OPERATOR.  THE REJAGE AGING REPORT      *
002600*              TOTALS WHAT IS STILL OPEN AFTER ONE,    *
002700*              THREE AND SEVEN DAYS.  FROM RUNCTL THE  *
002800*              PROGRAM TAKES IN THE NIGHT'S REJECTS    *
002900*              AND PRINTS THE AGING REPORT UNATTENDED. *
002910* 10/15/26 DA  CARRY TRANPOST'S REASON CODE WITH EACH  *
002920*              ITEM AND SHOW IT ON THE SCREEN.  NSF    *
002930*              RETURNS AND HELD DUPLICATES ARRIVE HERE *
002940*              LIKE ANY REJECT; A RELEASED DUPLICATE   *
002950*              IS MARKED RESUBMITTED, SO TRANPOST      *
002960*              POSTS IT WITHOUT HOLDING IT AGAIN.      *
003000*-----------------------------------------------------*
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. RM-COBOL.
003500 OBJECT-COMPUTER. RM-COBOL.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT REJECT-FILE ASSIGN TO "TRANREJ"
003900         ORGANIZATION IS SEQUENTIAL
004000         ACCESS MODE IS SEQUENTIAL
004100         FILE STATUS IS WS-REJ-STATUS.
004200     SELECT SUSPENSE-FILE ASSIGN TO "REJSUSP"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE IS SEQUENTIAL
004500         FILE STATUS IS WS-RSP-STATUS.
004600     SELECT SUSPENSE-CONTROL-FILE ASSIGN TO "REJCTL"
004700         ORGANIZATION IS SEQUENTIAL
004800         ACCESS MODE IS SEQUENTIAL
004900         FILE STATUS IS WS-RJC-STATUS.
005000     SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-TRAN-STATUS.
005400     SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS ACCT-NUMBER
005800         FILE STATUS IS WS-ACCT-STATUS.
005900     SELECT TRAIL-FILE ASSIGN TO "REJLOG"
006000         ORGANIZATION IS SEQUENTIAL
006100         ACCESS MODE IS SEQUENTIAL
006200         FILE STATUS IS WS-TRL-STATUS.
006300     SELECT AGING-FILE ASSIGN TO "REJAGE"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE IS SEQUENTIAL
006600         FILE STATUS IS WS-AGE-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  REJECT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY REJREC.
007300*
007400*    ONE RECORD PER REJECT STILL OPEN.  RELEASED AND
007500*    WRITTEN-OFF ITEMS DROP OFF AT THE NEXT SAVE -- THEIR
007600*    HISTORY IS ON THE REJLOG TRAIL.
007700*
007800 FD  SUSPENSE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  RSP-RECORD.
008100     05  RSP-ITEM-NO             PIC 9(06).
008200     05  RSP-REJECT-DATE         PIC 9(08).
008300     05  RSP-REASON              PIC X(30).
008400     05  RSP-TRAN-IMAGE          PIC X(80).
008500     05  RSP-REASON-CODE         PIC X(02).
008550     05  FILLER                  PIC X(34).
008600*
008700 FD  SUSPENSE-CONTROL-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  RJC-RECORD.
009000     05  RJC-NEXT-ITEM-NO        PIC 9(06).
009100     05  FILLER                  PIC X(74).
009200*
009300 FD  TRANSACTION-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY TRANREC.
009600*
009700 FD  ACCOUNT-MASTER
009800     LABEL RECORDS ARE STANDARD.
009900     COPY ACCTREC.
010000*
010100 FD  TRAIL-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  TRL-RECORD.
010400     05  TRL-DATE                PIC 9(08).
010500     05  TRL-TIME                PIC 9(08).
010600     05  TRL-USER                PIC X(20).
010700     05  TRL-ACTION              PIC X(01).
010800     05  TRL-ITEM-NO             PIC 9(06).
010900     05  TRL-DISPOSITION         PIC X(02).
011000     05  TRL-REASON              PIC X(30).
011100     05  TRL-BEFORE-IMAGE        PIC X(80).
011200     05  TRL-AFTER-IMAGE         PIC X(80).
011300     05  TRL-REASON-CODE         PIC X(02).
011350     05  FILLER                  PIC X(03).
011400*
011500 FD  AGING-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  AGE-PRINT-LINE              PIC X(132).
011800*
011900 WORKING-STORAGE SECTION.
012000*
012100 COPY SCRNLAY.
012200*
012300 77  WS-REJ-STATUS           PIC X(02)   VALUE "00".
012400 77  WS-RSP-STATUS           PIC X(02)   VALUE "00".
012500 77  WS-RJC-STATUS           PIC X(02)   VALUE "00".
012600 77  WS-TRAN-STATUS          PIC X(02)   VALUE "00".
012700 77  WS-ACCT-STATUS          PIC X(02)   VALUE "00".
012800 77  WS-TRL-STATUS           PIC X(02)   VALUE "00".
012900 77  WS-AGE-STATUS           PIC X(02)   VALUE "00".
013000 77  WS-REJ-EOF-SW           PIC X(01)   VALUE "N".
013100     88  WS-REJ-EOF                  VALUE "Y".
013200 77  WS-RSP-EOF-SW           PIC X(01)   VALUE "N".
013300     88  WS-RSP-EOF                  VALUE "Y".
013400 77  WS-ACCT-OPEN-SW         PIC X(01)   VALUE "N".
013500     88  WS-ACCT-OPEN                VALUE "Y".
013600 77  WS-TRL-OPEN-SW          PIC X(01)   VALUE "N".
013700     88  WS-TRL-OPEN                 VALUE "Y".
013800 77  WS-MAINT-DONE-SW        PIC X(01)   VALUE "N".
013900     88  WS-MAINT-DONE               VALUE "Y".
014000 77  WS-CANCEL-SW            PIC X(01)   VALUE "N".
014100     88  WS-ENTRY-CANCELLED          VALUE "Y".
014200 77  WS-FIELD-OK-SW          PIC X(01)   VALUE "N".
014300     88  WS-FIELD-OK                 VALUE "Y".
014400 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
014500     88  WS-ABEND-FLAG               VALUE "Y".
014600 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
014700 77  WS-COMMAND              PIC X(01)   VALUE SPACE.
014800 77  WS-CONFIRM              PIC X(01)   VALUE SPACE.
014900 77  WS-PROMPT-POS           PIC 9(02)   VALUE ZERO.
015000 77  WS-WORK-LINE            PIC 9(02)   VALUE ZERO.
015100 77  WS-BATCH-SW             PIC X(01)   VALUE "N".
015200     88  WS-BATCH-MODE               VALUE "Y".
015300 77  WS-PARM-TEXT            PIC X(10)   VALUE SPACES.
015400 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
015500 77  WS-RUN-TIME             PIC 9(08)   VALUE ZERO.
015600 77  WS-OPERATOR-ID          PIC X(20)   VALUE SPACES.
015700 77  WS-KX                   PIC S9(04)  COMP VALUE ZERO.
015800 77  WS-CX                   PIC 9(02)   COMP VALUE ZERO.
015900 77  WS-DX                   PIC 9(02)   COMP VALUE ZERO.
016000 77  WS-CUR-X                PIC 9(04)   COMP VALUE ZERO.
016100 77  WS-START-X              PIC S9(04)  COMP VALUE ZERO.
016200 77  WS-FOUND-X              PIC 9(04)   COMP VALUE ZERO.
016300 77  WS-OPEN-COUNT           PIC 9(04)   COMP VALUE ZERO.
016400 77  WS-ABSORB-COUNT         PIC 9(04)   COMP VALUE ZERO.
016500 77  WS-NEXT-ITEM-NO         PIC 9(06)   VALUE ZERO.
016600 77  WS-HIGH-ITEM-NO         PIC 9(06)   VALUE ZERO.
016700 77  WS-DIGIT-COUNT          PIC 9(02)   COMP VALUE ZERO.
016800 77  WS-NUM-VALID-SW         PIC X(01)   VALUE "N".
016900     88  WS-NUM-VALID                VALUE "Y".
017000 77  WS-DEC-COUNT            PIC 9(01)   COMP VALUE ZERO.
017100 77  WS-DOT-SEEN-SW          PIC X(01)   VALUE "N".
017200     88  WS-DOT-SEEN                 VALUE "Y".
017300 77  WS-NUM-HUNDREDTHS       PIC 9(11)   COMP VALUE ZERO.
017400 77  WS-IN-NUMBER            PIC 9(08)   VALUE ZERO.
017500 77  WS-IN-TEXT              PIC X(14)   VALUE SPACES.
017600 77  WS-IN-CODE              PIC X(02)   VALUE SPACES.
017700 77  WS-BEFORE-IMAGE         PIC X(80)   VALUE SPACES.
017800*
017900 77  WS-LINE-COUNT           PIC 9(02)   COMP VALUE 99.
018000 77  WS-PAGE-COUNT           PIC 9(04)   COMP VALUE ZERO.
018100 77  WS-PAGE-LIMIT           PIC 9(02)   COMP VALUE 55.
018200 77  WS-TODAY-DAYS           PIC 9(07)   COMP VALUE ZERO.
018300 77  WS-AGE-DAYS             PIC 9(05)   COMP VALUE ZERO.
018400 77  WS-ITEM-AMOUNT          PIC 9(09)V99 VALUE ZERO.
018500 77  WS-AGE-CNT-ALL          PIC 9(05)   COMP VALUE ZERO.
018600 77  WS-AGE-CNT-1            PIC 9(05)   COMP VALUE ZERO.
018700 77  WS-AGE-CNT-3            PIC 9(05)   COMP VALUE ZERO.
018800 77  WS-AGE-CNT-7            PIC 9(05)   COMP VALUE ZERO.
018900 77  WS-AGE-CNT-BAD          PIC 9(05)   COMP VALUE ZERO.
019000 77  WS-AGE-AMT-ALL          PIC 9(11)V99 VALUE ZERO.
019100 77  WS-AGE-AMT-1            PIC 9(11)V99 VALUE ZERO.
019200 77  WS-AGE-AMT-3            PIC 9(11)V99 VALUE ZERO.
019300 77  WS-AGE-AMT-7            PIC 9(11)V99 VALUE ZERO.
019400*
019500*    DAY-NUMBER WORK AREA FOR THE AGE ARITHMETIC.  A DATE
019600*    BECOMES A COUNT OF DAYS SO TWO DATES SUBTRACT ACROSS
019700*    MONTH AND YEAR ENDS.
019800*
019900 77  WS-DN-YEAR              PIC 9(04)   COMP VALUE ZERO.
020000 77  WS-DN-MONTH             PIC 9(02)   COMP VALUE ZERO.
020100 77  WS-DN-DAYS              PIC 9(07)   COMP VALUE ZERO.
020200 77  WS-DN-WORK              PIC 9(07)   COMP VALUE ZERO.
020300 01  WS-DN-DATE-AREA.
020400     05  WS-DN-DATE          PIC 9(08)   VALUE ZERO.
020500     05  WS-DN-PARTS REDEFINES WS-DN-DATE.
020600         10  WS-DN-YYYY      PIC 9(04).
020700         10  WS-DN-MM        PIC 9(02).
020800         10  WS-DN-DD        PIC 9(02).
020900*
021000 01  WS-DIGIT-EDIT.
021100     05  WS-DIGIT-X          PIC X(01).
021200     05  WS-DIGIT-9 REDEFINES WS-DIGIT-X
021300                             PIC 9(01).
021400*
021500*    THE REJECTED ITEM BEING CORRECTED, FIELD BY FIELD.
021600*    THE X VIEWS HOLD WHATEVER ARRIVED, EVEN WHEN IT IS
021700*    NOT NUMERIC -- THAT IS OFTEN WHY IT WAS REJECTED.
021800*
021900 01  WS-EDIT-TRAN.
022000     05  WS-ED-ACCT-X        PIC X(08).
022100     05  WS-ED-ACCT-9 REDEFINES WS-ED-ACCT-X
022200                             PIC 9(08).
022300     05  WS-ED-TYPE          PIC X(01).
022400         88  WS-ED-TYPE-OK           VALUE "D" "C".
022500     05  WS-ED-AMOUNT-X      PIC X(11).
022600     05  WS-ED-AMOUNT-9 REDEFINES WS-ED-AMOUNT-X
022700                             PIC 9(09)V99.
022800     05  WS-ED-DATE-X        PIC X(08).
022900     05  WS-ED-DATE-9 REDEFINES WS-ED-DATE-X
023000                             PIC 9(08).
023100     05  WS-ED-REFERENCE     PIC X(12).
023200     05  WS-ED-RESUBMIT      PIC X(01).
023300     05  FILLER              PIC X(39).
023400*
023500*    WRITE-OFF DISPOSITION CODES.  ADD A CODE HERE AND
023600*    RAISE THE OCCURS TO MATCH.
023700*
023800 01  WS-DISP-VALUES.
023900     05  FILLER              PIC X(22)
024000             VALUE "DUDUPLICATE ITEM".
024100     05  FILLER              PIC X(22)
024200             VALUE "BRRETURNED TO BRANCH".
024300     05  FILLER              PIC X(22)
024400             VALUE "CNCUSTOMER CANCELLED".
024500     05  FILLER              PIC X(22)
024600             VALUE "RURETURNED UNPAID".
024700     05  FILLER              PIC X(22)
024800             VALUE "UCUNCOLLECTABLE".
024900     05  FILLER              PIC X(22)
025000             VALUE "OTOTHER - SEE NOTES".
025100 01  WS-DISP-TABLE REDEFINES WS-DISP-VALUES.
025200     05  WS-DISP-ENTRY OCCURS 6 TIMES.
025300         10  WS-DISP-CODE    PIC X(02).
025400         10  WS-DISP-DESC    PIC X(20).
025500*
025600 01  WS-SUSP-TABLE.
025700     05  WS-SUSP-COUNT       PIC 9(04)   COMP VALUE ZERO.
025800     05  WS-SUSP-ENTRY OCCURS 1000 TIMES.
025900         10  WS-TBL-ITEM-NO      PIC 9(06).
026000         10  WS-TBL-REJ-DATE     PIC 9(08).
026100         10  WS-TBL-STATUS       PIC X(01).
026200         10  WS-TBL-REASON       PIC X(30).
026210         10  WS-TBL-REASON-CODE  PIC X(02).
026300         10  WS-TBL-IMAGE        PIC X(80).
026400*
026500 01  WS-AMT-EDITED           PIC ZZZ,ZZZ,ZZ9.99.
026600*
026700 01  WS-DATE-EDITED.
026800     05  WS-DTE-MM           PIC X(02)   VALUE SPACES.
026900     05  FILLER              PIC X(01)   VALUE "/".
027000     05  WS-DTE-DD           PIC X(02)   VALUE SPACES.
027100     05  FILLER              PIC X(01)   VALUE "/".
027200     05  WS-DTE-YYYY         PIC X(04)   VALUE SPACES.
027300*
027400 01  WS-AGE-HEADING-1.
027500     05  FILLER              PIC X(24)
027600             VALUE "REJECT SUSPENSE AGING".
027700     05  FILLER              PIC X(09)   VALUE "RUN DATE ".
027800     05  AH1-MM              PIC X(02)   VALUE SPACES.
027900     05  FILLER              PIC X(01)   VALUE "/".
028000     05  AH1-DD              PIC X(02)   VALUE SPACES.
028100     05  FILLER              PIC X(01)   VALUE "/".
028200     05  AH1-YYYY            PIC X(04)   VALUE SPACES.
028300     05  FILLER              PIC X(69)   VALUE SPACES.
028400     05  FILLER              PIC X(05)   VALUE "PAGE ".
028500     05  AH1-PAGE            PIC ZZZ9.
028600     05  FILLER              PIC X(11)   VALUE SPACES.
028700*
028800 01  WS-AGE-HEADING-2.
028900     05  FILLER              PIC X(08)   VALUE "ITEM NO".
029000     05  FILLER              PIC X(12)   VALUE "REJECTED".
029100     05  FILLER              PIC X(06)   VALUE " AGE".
029200     05  FILLER              PIC X(10)   VALUE "ACCOUNT".
029300     05  FILLER              PIC X(03)   VALUE "T".
029400     05  FILLER              PIC X(16)   VALUE "        AMOUNT".
029500     05  FILLER              PIC X(14)   VALUE "REFERENCE".
029600     05  FILLER              PIC X(32)   VALUE "REASON".
029700     05  FILLER              PIC X(12)   VALUE "AGED".
029800     05  FILLER              PIC X(19)   VALUE SPACES.
029900*
030000 01  WS-AGE-DETAIL-LINE.
030100     05  AGD-ITEM-NO         PIC 9(06).
030200     05  FILLER              PIC X(02)   VALUE SPACES.
030300     05  AGD-REJ-DATE        PIC X(10).
030400     05  FILLER              PIC X(02)   VALUE SPACES.
030500     05  AGD-AGE             PIC ZZZ9.
030600     05  FILLER              PIC X(02)   VALUE SPACES.
030700     05  AGD-ACCOUNT         PIC X(08).
030800     05  FILLER              PIC X(02)   VALUE SPACES.
030900     05  AGD-TYPE            PIC X(01).
031000     05  FILLER              PIC X(02)   VALUE SPACES.
031100     05  AGD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
031200     05  FILLER              PIC X(02)   VALUE SPACES.
031300     05  AGD-REFERENCE       PIC X(12).
031400     05  FILLER              PIC X(02)   VALUE SPACES.
031500     05  AGD-REASON          PIC X(30).
031600     05  FILLER              PIC X(02)   VALUE SPACES.
031700     05  AGD-BAND            PIC X(10).
031800     05  FILLER              PIC X(21)   VALUE SPACES.
031900*
032000 01  WS-AGE-TOTAL-LINE.
032100     05  ATL-LABEL           PIC X(24).
032200     05  ATL-COUNT           PIC ZZ,ZZ9.
032300     05  FILLER              PIC X(04)   VALUE SPACES.
032400     05  ATL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.99.
032500     05  FILLER              PIC X(82)   VALUE SPACES.
032600*
032700 PROCEDURE DIVISION.
032800*
032900 MAIN-LOGIC SECTION.
033000 BEGIN.
033100     PERFORM 0100-INIT-WORK-AREAS THRU 0100-EXIT.
033200     PERFORM 1050-CHECK-RUN-MODE THRU 1050-EXIT.
033300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033400     IF WS-BATCH-MODE
033500         PERFORM 7000-PRINT-AGING THRU 7000-EXIT
033600         DISPLAY "REJMAINT: " WS-ABSORB-COUNT " TAKEN FROM "
033700                 "TRANREJ, " WS-OPEN-COUNT " OPEN IN SUSPENSE"
033800         GO TO MAIN-LOGIC-EXIT
033900     END-IF.
034000     PERFORM 1500-OPEN-FOR-UPDATE THRU 1500-EXIT.
034100     PERFORM 3000-MAINT-LOOP THRU 3000-EXIT
034200         UNTIL WS-MAINT-DONE.
034300     GO TO MAIN-LOGIC-EXIT.
034400 MAIN-LOGIC-EXIT.
034500     IF WS-ACCT-OPEN
034600         CLOSE ACCOUNT-MASTER
034700         MOVE "N" TO WS-ACCT-OPEN-SW
034800     END-IF.
034900     IF WS-TRL-OPEN
035000         CLOSE TRAIL-FILE
035100         MOVE "N" TO WS-TRL-OPEN-SW
035200     END-IF.
035300     IF WS-ABEND-FLAG
035400         IF WS-BATCH-MODE
035500             DISPLAY "REJMAINT ABEND - " WS-ABEND-MSG
035600         ELSE
035700             DISPLAY "REJMAINT ABEND - " WS-ABEND-MSG
035800                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
035900         END-IF
036000         MOVE 16 TO RETURN-CODE
036100     ELSE
036200         MOVE ZERO TO RETURN-CODE
036300     END-IF.
036400     EXIT PROGRAM.
036500*
036600*-----------------------------------------------------*
036700* 0100-INIT-WORK-AREAS -- PUT EVERY SWITCH, COUNTER,   *
036800*     AND TABLE BACK TO ITS STARTING VALUE.  A CALLED  *
036900*     PROGRAM KEEPS ITS WORKING STORAGE BETWEEN CALLS, *
037000*     SO WITHOUT THIS A SECOND SELECTION FROM THE MENU *
037100*     WOULD RUN ON THE LAST CALL'S LEFTOVERS.          *
037200*-----------------------------------------------------*
037300 0100-INIT-WORK-AREAS.
037400     MOVE "00" TO WS-REJ-STATUS WS-RSP-STATUS WS-RJC-STATUS
037500                  WS-TRAN-STATUS WS-ACCT-STATUS WS-TRL-STATUS
037600                  WS-AGE-STATUS.
037700     MOVE "N" TO WS-REJ-EOF-SW WS-RSP-EOF-SW WS-ACCT-OPEN-SW
037800                 WS-TRL-OPEN-SW WS-MAINT-DONE-SW WS-CANCEL-SW
037900                 WS-FIELD-OK-SW WS-ABEND-SW WS-BATCH-SW
038000                 WS-NUM-VALID-SW WS-DOT-SEEN-SW.
038100     MOVE SPACES TO WS-ABEND-MSG WS-BEFORE-IMAGE WS-IN-CODE.
038200     MOVE ZERO TO WS-SUSP-COUNT WS-CUR-X WS-FOUND-X
038300                  WS-OPEN-COUNT WS-ABSORB-COUNT
038400                  WS-NEXT-ITEM-NO WS-HIGH-ITEM-NO
038500                  WS-PAGE-COUNT.
038600     MOVE 99 TO WS-LINE-COUNT.
038700 0100-EXIT.
038800     EXIT.
038900*
039000*-----------------------------------------------------*
039100* 1000-INITIALIZE -- PICK UP THE RUN DATE AND OPERATOR, *
039200*     LOAD THE ITEMS ALREADY IN SUSPENSE, AND TAKE IN   *
039300*     WHATEVER TRANPOST HAS LEFT ON TRANREJ SINCE THE   *
039400*     LAST RUN.  THE OPERATOR IS THE ID HELLOWORLD      *
039500*     VERIFIED AT SIGN-ON (HWOPERID); A RUN OUTSIDE     *
039600*     THE MENU FALLS BACK TO THE ENVIRONMENT USER.      *
039700*-----------------------------------------------------*
039800 1000-INITIALIZE.
039900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
040000     MOVE WS-RUN-DATE (5:2)  TO AH1-MM.
040100     MOVE WS-RUN-DATE (7:2)  TO AH1-DD.
040200     MOVE WS-RUN-DATE (1:4)  TO AH1-YYYY.
040300     MOVE WS-RUN-DATE TO WS-DN-DATE.
040400     PERFORM 4800-DAY-NUMBER THRU 4800-EXIT.
040500     MOVE WS-DN-DAYS TO WS-TODAY-DAYS.
040600     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "HWOPERID".
040700     IF WS-OPERATOR-ID = SPACES
040800         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
040900     END-IF.
041000     IF WS-OPERATOR-ID = SPACES
041100         MOVE "UNKNOWN" TO WS-OPERATOR-ID
041200     END-IF.
041300     IF NOT WS-BATCH-MODE
041400         DISPLAY " " LINE SL-CLEAR-LINE
041500             POSITION SL-CLEAR-POSITION ERASE EOS
041600         DISPLAY "REJECT CORRECTION AND RESUBMISSION"
041700             LINE SL-HEADER-LINE POSITION SL-HEADER-POSITION
041800     END-IF.
041900     PERFORM 1100-LOAD-SUSPENSE THRU 1100-EXIT.
042000     PERFORM 1200-READ-CONTROL THRU 1200-EXIT.
042100     PERFORM 1300-ABSORB-REJECTS THRU 1300-EXIT.
042200 1000-EXIT.
042300     EXIT.
042400*
042500*-----------------------------------------------------*
042600* 1050-CHECK-RUN-MODE -- SAME BATCH PARM HELLOWORLD    *
042700*     TAKES.  IN THE UNATTENDED CYCLE THERE IS NOBODY  *
042800*     TO WORK THE ITEMS, SO THE RUN ONLY TAKES IN THE  *
042900*     NIGHT'S REJECTS AND PRINTS THE AGING REPORT.     *
043000*-----------------------------------------------------*
043100 1050-CHECK-RUN-MODE.
043200     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
043300     IF WS-PARM-TEXT = "BATCH"
043400      OR WS-PARM-TEXT = "RESTART"
043500         SET WS-BATCH-MODE TO TRUE
043600     END-IF.
043700 1050-EXIT.
043800     EXIT.
043900*
044000*-----------------------------------------------------*
044100* 1100-LOAD-SUSPENSE -- READ REJSUSP INTO THE TABLE.   *
044200*     NO FILE YET MEANS NOTHING HAS EVER BEEN HELD.    *
044300*-----------------------------------------------------*
044400 1100-LOAD-SUSPENSE.
044500     OPEN INPUT SUSPENSE-FILE.
044600     IF WS-RSP-STATUS = "35"
044700         GO TO 1100-EXIT
044800     END-IF.
044900     IF WS-RSP-STATUS NOT = "00"
045000         MOVE "UNABLE TO OPEN REJSUSP, STATUS "
045100                         TO WS-ABEND-MSG
045200         MOVE WS-RSP-STATUS TO WS-ABEND-MSG (32:2)
045300         SET WS-ABEND-FLAG TO TRUE
045400         GO TO MAIN-LOGIC-EXIT
045500     END-IF.
045600     PERFORM 1110-READ-SUSPENSE THRU 1110-EXIT.
045700     PERFORM 1120-STORE-SUSPENSE THRU 1120-EXIT
045800         UNTIL WS-RSP-EOF.
045900     CLOSE SUSPENSE-FILE.
046000 1100-EXIT.
046100     EXIT.
046200*
046300 1110-READ-SUSPENSE.
046400     READ SUSPENSE-FILE
046500         AT END
046600             SET WS-RSP-EOF TO TRUE
046700     END-READ.
046800     IF NOT WS-RSP-EOF AND WS-RSP-STATUS NOT = "00"
046900         MOVE "UNABLE TO READ REJSUSP, STATUS "
047000                         TO WS-ABEND-MSG
047100         MOVE WS-RSP-STATUS TO WS-ABEND-MSG (32:2)
047200         SET WS-ABEND-FLAG TO TRUE
047300         GO TO MAIN-LOGIC-EXIT
047400     END-IF.
047500 1110-EXIT.
047600     EXIT.
047700*
047800 1120-STORE-SUSPENSE.
047900     IF WS-SUSP-COUNT = 1000
048000         MOVE "REJSUSP EXCEEDS SUSPENSE TABLE LIMIT"
048100                         TO WS-ABEND-MSG
048200         SET WS-ABEND-FLAG TO TRUE
048300         GO TO MAIN-LOGIC-EXIT
048400     END-IF.
048500     ADD 1 TO WS-SUSP-COUNT.
048600     MOVE RSP-ITEM-NO     TO WS-TBL-ITEM-NO (WS-SUSP-COUNT).
048700     MOVE RSP-REJECT-DATE TO WS-TBL-REJ-DATE (WS-SUSP-COUNT).
048800     MOVE "O"             TO WS-TBL-STATUS (WS-SUSP-COUNT).
048900     MOVE RSP-REASON      TO WS-TBL-REASON (WS-SUSP-COUNT).
048910     MOVE RSP-REASON-CODE TO WS-TBL-REASON-CODE (WS-SUSP-COUNT).
049000     MOVE RSP-TRAN-IMAGE  TO WS-TBL-IMAGE (WS-SUSP-COUNT).
049100     ADD 1 TO WS-OPEN-COUNT.
049200     IF RSP-ITEM-NO > WS-HIGH-ITEM-NO
049300         MOVE RSP-ITEM-NO TO WS-HIGH-ITEM-NO
049400     END-IF.
049500     PERFORM 1110-READ-SUSPENSE THRU 1110-EXIT.
049600 1120-EXIT.
049700     EXIT.
049800*
049900*-----------------------------------------------------*
050000* 1200-READ-CONTROL -- NEXT SUSPENSE ITEM NUMBER FROM   *
050100*     REJCTL.  NUMBERS ARE NEVER REUSED, SO THE REJLOG  *
050200*     TRAIL NAMES EACH ITEM UNAMBIGUOUSLY.  A MISSING   *
050300*     OR STALE CONTROL RECORD RESTARTS ABOVE THE        *
050400*     HIGHEST NUMBER STILL IN SUSPENSE.                 *
050500*-----------------------------------------------------*
050600 1200-READ-CONTROL.
050700     MOVE 1 TO WS-NEXT-ITEM-NO.
050800     OPEN INPUT SUSPENSE-CONTROL-FILE.
050900     IF WS-RJC-STATUS = "35"
051000         GO TO 1200-CHECK-HIGH
051100     END-IF.
051200     IF WS-RJC-STATUS NOT = "00"
051300         MOVE "UNABLE TO OPEN REJCTL, STATUS "
051400                         TO WS-ABEND-MSG
051500         MOVE WS-RJC-STATUS TO WS-ABEND-MSG (31:2)
051600         SET WS-ABEND-FLAG TO TRUE
051700         GO TO MAIN-LOGIC-EXIT
051800     END-IF.
051900     READ SUSPENSE-CONTROL-FILE
052000         AT END
052100             CLOSE SUSPENSE-CONTROL-FILE
052200             GO TO 1200-CHECK-HIGH
052300     END-READ.
052400     IF RJC-NEXT-ITEM-NO NUMERIC
052500      AND RJC-NEXT-ITEM-NO > ZERO
052600         MOVE RJC-NEXT-ITEM-NO TO WS-NEXT-ITEM-NO
052700     END-IF.
052800     CLOSE SUSPENSE-CONTROL-FILE.
052900 1200-CHECK-HIGH.
053000     IF WS-NEXT-ITEM-NO NOT > WS-HIGH-ITEM-NO
053100         COMPUTE WS-NEXT-ITEM-NO = WS-HIGH-ITEM-NO + 1
053200     END-IF.
053300 1200-EXIT.
053400     EXIT.
053500*
053600*-----------------------------------------------------*
053700* 1300-ABSORB-REJECTS -- TAKE EVERY TRANREJ RECORD INTO *
053800*     SUSPENSE AS AN OPEN ITEM, SAVE REJSUSP AND        *
053900*     REJCTL, AND ONLY THEN EMPTY TRANREJ.  A TABLE     *
054000*     OVERFLOW ABENDS BEFORE ANYTHING IS EMPTIED, SO    *
054100*     NO REJECT CAN FALL BETWEEN THE TWO FILES.         *
054200*-----------------------------------------------------*
054300 1300-ABSORB-REJECTS.
054400     OPEN INPUT REJECT-FILE.
054500     IF WS-REJ-STATUS = "35"
054600         GO TO 1300-EXIT
054700     END-IF.
054800     IF WS-REJ-STATUS NOT = "00"
054900         MOVE "UNABLE TO OPEN TRANREJ, STATUS "
055000                         TO WS-ABEND-MSG
055100         MOVE WS-REJ-STATUS TO WS-ABEND-MSG (32:2)
055200         SET WS-ABEND-FLAG TO TRUE
055300         GO TO MAIN-LOGIC-EXIT
055400     END-IF.
055500     PERFORM 1310-READ-REJECT THRU 1310-EXIT.
055600     PERFORM 1320-ABSORB-ONE THRU 1320-EXIT
055700         UNTIL WS-REJ-EOF.
055800     CLOSE REJECT-FILE.
055900     IF WS-ABSORB-COUNT = ZERO
056000         GO TO 1300-EXIT
056100     END-IF.
056200     PERFORM 8000-SAVE-SUSPENSE THRU 8000-EXIT.
056300     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
056400     OPEN OUTPUT REJECT-FILE.
056500     IF WS-REJ-STATUS NOT = "00"
056600         MOVE "UNABLE TO EMPTY TRANREJ, STATUS "
056700                         TO WS-ABEND-MSG
056800         MOVE WS-REJ-STATUS TO WS-ABEND-MSG (33:2)
056900         SET WS-ABEND-FLAG TO TRUE
057000         GO TO MAIN-LOGIC-EXIT
057100     END-IF.
057200     CLOSE REJECT-FILE.
057300 1300-EXIT.
057400     EXIT.
057500*
057600 1310-READ-REJECT.
057700     READ REJECT-FILE
057800         AT END
057900             SET WS-REJ-EOF TO TRUE
058000     END-READ.
058100     IF NOT WS-REJ-EOF AND WS-REJ-STATUS NOT = "00"
058200         MOVE "UNABLE TO READ TRANREJ, STATUS "
058300                         TO WS-ABEND-MSG
058400         MOVE WS-REJ-STATUS TO WS-ABEND-MSG (32:2)
058500         SET WS-ABEND-FLAG TO TRUE
058600         GO TO MAIN-LOGIC-EXIT
058700     END-IF.
058800 1310-EXIT.
058900     EXIT.
059000*
059100 1320-ABSORB-ONE.
059200     IF WS-SUSP-COUNT = 1000
059300         MOVE "TRANREJ OVERFLOWS SUSPENSE TABLE LIMIT"
059400                         TO WS-ABEND-MSG
059500         SET WS-ABEND-FLAG TO TRUE
059600         GO TO MAIN-LOGIC-EXIT
059700     END-IF.
059800     ADD 1 TO WS-SUSP-COUNT.
059900     MOVE WS-NEXT-ITEM-NO TO WS-TBL-ITEM-NO (WS-SUSP-COUNT).
060000     ADD 1 TO WS-NEXT-ITEM-NO.
060100     IF REJ-DATE NUMERIC
060200         MOVE REJ-DATE    TO WS-TBL-REJ-DATE (WS-SUSP-COUNT)
060300     ELSE
060400         MOVE WS-RUN-DATE TO WS-TBL-REJ-DATE (WS-SUSP-COUNT)
060500     END-IF.
060600     MOVE "O"             TO WS-TBL-STATUS (WS-SUSP-COUNT).
060700     MOVE REJ-REASON      TO WS-TBL-REASON (WS-SUSP-COUNT).
060710     MOVE REJ-REASON-CODE TO WS-TBL-REASON-CODE (WS-SUSP-COUNT).
060800     MOVE REJ-TRAN-IMAGE  TO WS-TBL-IMAGE (WS-SUSP-COUNT).
060900     ADD 1 TO WS-OPEN-COUNT WS-ABSORB-COUNT.
061000     PERFORM 1310-READ-REJECT THRU 1310-EXIT.
061100 1320-EXIT.
061200     EXIT.
061300*
061400*-----------------------------------------------------*
061500* 1500-OPEN-FOR-UPDATE -- THE SCREEN SIDE ONLY: OPEN   *
061600*     THE ACCOUNT MASTER TO CHECK A CORRECTED ACCOUNT  *
061700*     AND THE REJLOG TRAIL FOR APPEND, THEN POSITION   *
061800*     ON THE FIRST OPEN ITEM.                          *
061900*-----------------------------------------------------*
062000 1500-OPEN-FOR-UPDATE.
062100     OPEN INPUT ACCOUNT-MASTER.
062200     IF WS-ACCT-STATUS = "35"
062300         MOVE "ACCOUNT MASTER ACCTMAST NOT FOUND"
062400                         TO WS-ABEND-MSG
062500         SET WS-ABEND-FLAG TO TRUE
062600         GO TO MAIN-LOGIC-EXIT
062700     END-IF.
062800     IF WS-ACCT-STATUS NOT = "00"
062900         MOVE "UNABLE TO OPEN ACCTMAST, STATUS "
063000                         TO WS-ABEND-MSG
063100         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
063200         SET WS-ABEND-FLAG TO TRUE
063300         GO TO MAIN-LOGIC-EXIT
063400     END-IF.
063500     SET WS-ACCT-OPEN TO TRUE.
063600     OPEN EXTEND TRAIL-FILE.
063700     IF WS-TRL-STATUS = "05" OR WS-TRL-STATUS = "35"
063800         CLOSE TRAIL-FILE
063900         OPEN OUTPUT TRAIL-FILE
064000     END-IF.
064100     IF WS-TRL-STATUS NOT = "00"
064200         MOVE "UNABLE TO OPEN REJLOG, STATUS "
064300                         TO WS-ABEND-MSG
064400         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (31:2)
064500         SET WS-ABEND-FLAG TO TRUE
064600         GO TO MAIN-LOGIC-EXIT
064700     END-IF.
064800     SET WS-TRL-OPEN TO TRUE.
064900     MOVE ZERO TO WS-CUR-X.
065000     PERFORM 3500-NEXT-OPEN THRU 3500-EXIT.
065100 1500-EXIT.
065200     EXIT.
065300*
065400*-----------------------------------------------------*
065500* 3000-MAINT-LOOP -- SHOW THE ITEM IN HAND, TAKE ONE   *
065600*     COMMAND AND ROUTE IT.                            *
065700*-----------------------------------------------------*
065800 3000-MAINT-LOOP.
065900     PERFORM 4000-SHOW-ITEM THRU 4000-EXIT.
066000     DISPLAY "R=RELEASE W=WRITE OFF N=NEXT "
066050             "B=BACK A=AGING X=EXIT: "
066100         LINE SL-MENU-PROMPT-LINE POSITION SL-BODY-POSITION
066200         ERASE EOL.
066300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 52.
066400     MOVE SPACE TO WS-COMMAND.
066500     ACCEPT WS-COMMAND LINE SL-MENU-PROMPT-LINE
066600         POSITION WS-PROMPT-POS.
066700     INSPECT WS-COMMAND
066800         CONVERTING "abcdefghijklmnopqrstuvwxyz"
066900                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
067000     DISPLAY " " LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
067100         ERASE EOL.
067200     EVALUATE WS-COMMAND
067300         WHEN "R"
067400             PERFORM 5000-RELEASE-ITEM THRU 5000-EXIT
067500         WHEN "W"
067600             PERFORM 6000-WRITE-OFF-ITEM THRU 6000-EXIT
067700         WHEN "N"
067800             PERFORM 3500-NEXT-OPEN THRU 3500-EXIT
067900         WHEN "B"
068000             PERFORM 3600-PRIOR-OPEN THRU 3600-EXIT
068100         WHEN "A"
068200             PERFORM 7000-PRINT-AGING THRU 7000-EXIT
068300         WHEN "X"
068400             SET WS-MAINT-DONE TO TRUE
068500         WHEN OTHER
068600             DISPLAY "INVALID COMMAND - TRY AGAIN"
068700                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
068800     END-EVALUATE.
068900 3000-EXIT.
069000     EXIT.
069100*
069200*-----------------------------------------------------*
069300* 3500-NEXT-OPEN -- MOVE TO THE NEXT ITEM STILL OPEN,   *
069400*     WRAPPING TO THE TOP OF THE TABLE.  WS-CUR-X COMES *
069500*     BACK ZERO WHEN NOTHING IS LEFT OPEN.              *
069600*-----------------------------------------------------*
069700 3500-NEXT-OPEN.
069800     MOVE ZERO TO WS-FOUND-X.
069900     COMPUTE WS-START-X = WS-CUR-X + 1.
070000     PERFORM 3550-TEST-OPEN THRU 3550-EXIT
070100         VARYING WS-KX FROM WS-START-X BY 1
070200         UNTIL WS-KX > WS-SUSP-COUNT
070300            OR WS-FOUND-X > ZERO.
070400     IF WS-FOUND-X = ZERO
070500         PERFORM 3550-TEST-OPEN THRU 3550-EXIT
070600             VARYING WS-KX FROM 1 BY 1
070700             UNTIL WS-KX > WS-SUSP-COUNT
070800                OR WS-FOUND-X > ZERO
070900     END-IF.
071000     MOVE WS-FOUND-X TO WS-CUR-X.
071100 3500-EXIT.
071200     EXIT.
071300*
071400 3550-TEST-OPEN.
071500     IF WS-TBL-STATUS (WS-KX) = "O"
071600         MOVE WS-KX TO WS-FOUND-X
071700     END-IF.
071800 3550-EXIT.
071900     EXIT.
072000*
072100*-----------------------------------------------------*
072200* 3600-PRIOR-OPEN -- STEP BACK TO THE PREVIOUS OPEN     *
072300*     ITEM, WRAPPING TO THE BOTTOM OF THE TABLE.        *
072400*-----------------------------------------------------*
072500 3600-PRIOR-OPEN.
072600     MOVE ZERO TO WS-FOUND-X.
072700     COMPUTE WS-START-X = WS-CUR-X - 1.
072800     PERFORM 3550-TEST-OPEN THRU 3550-EXIT
072900         VARYING WS-KX FROM WS-START-X BY -1
073000         UNTIL WS-KX < 1
073100            OR WS-FOUND-X > ZERO.
073200     IF WS-FOUND-X = ZERO
073300         MOVE WS-SUSP-COUNT TO WS-START-X
073400         PERFORM 3550-TEST-OPEN THRU 3550-EXIT
073500             VARYING WS-KX FROM WS-START-X BY -1
073600             UNTIL WS-KX < 1
073700                OR WS-FOUND-X > ZERO
073800     END-IF.
073900     MOVE WS-FOUND-X TO WS-CUR-X.
074000 3600-EXIT.
074100     EXIT.
074200*
074300*-----------------------------------------------------*
074400* 4000-SHOW-ITEM -- LAY THE OPEN ITEM IN HAND OUT ON    *
074500*     THE BODY OF THE SCREEN, FIELD BY FIELD, WITH ITS  *
074600*     REJECT REASON AND HOW MANY DAYS IT HAS WAITED.    *
074700*-----------------------------------------------------*
074800 4000-SHOW-ITEM.
074900     PERFORM 4200-CLEAR-BODY THRU 4200-EXIT.
075000     IF WS-CUR-X = ZERO
075100         DISPLAY "NO OPEN REJECTS IN SUSPENSE"
075200             LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION
075300         GO TO 4000-EXIT
075400     END-IF.
075500     DISPLAY "OPEN REJECT - " WS-OPEN-COUNT
075600             " ITEMS OPEN IN SUSPENSE"
075700         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
075800     MOVE WS-TBL-IMAGE (WS-CUR-X) TO WS-EDIT-TRAN.
075900     MOVE WS-TBL-REJ-DATE (WS-CUR-X) TO WS-DN-DATE.
076000     PERFORM 4400-EDIT-DN-DATE THRU 4400-EXIT.
076100     PERFORM 4700-COMPUTE-AGE THRU 4700-EXIT.
076200     MOVE SL-MENU-FIRST-LINE TO WS-WORK-LINE.
076300     DISPLAY "ITEM NO:   " WS-TBL-ITEM-NO (WS-CUR-X)
076400             "   REJECTED " WS-DATE-EDITED
076500             "   AGE " WS-AGE-DAYS " DAYS"
076600         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
076700     ADD 1 TO WS-WORK-LINE.
076800     DISPLAY "REASON:    " WS-TBL-REASON (WS-CUR-X)
076850             "   CODE " WS-TBL-REASON-CODE (WS-CUR-X)
076900         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
077000     ADD 2 TO WS-WORK-LINE.
077100     DISPLAY "ACCOUNT:   " WS-ED-ACCT-X
077200         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
077300     ADD 1 TO WS-WORK-LINE.
077400     DISPLAY "TYPE:      " WS-ED-TYPE
077500         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
077600     ADD 1 TO WS-WORK-LINE.
077700     IF WS-ED-AMOUNT-9 NUMERIC
077800         MOVE WS-ED-AMOUNT-9 TO WS-AMT-EDITED
077900         DISPLAY "AMOUNT:    " WS-AMT-EDITED
078000             LINE WS-WORK-LINE POSITION SL-BODY-POSITION
078100     ELSE
078200         DISPLAY "AMOUNT:    " WS-ED-AMOUNT-X
078300             LINE WS-WORK-LINE POSITION SL-BODY-POSITION
078400     END-IF.
078500     ADD 1 TO WS-WORK-LINE.
078600     DISPLAY "DATE:      " WS-ED-DATE-X
078700         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
078800     ADD 1 TO WS-WORK-LINE.
078900     DISPLAY "REFERENCE: " WS-ED-REFERENCE
079000         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
079100 4000-EXIT.
079200     EXIT.
079300*
079400 4200-CLEAR-BODY.
079500     DISPLAY " " LINE SL-MENU-TITLE-LINE POSITION 01
079600         ERASE EOS.
079700 4200-EXIT.
079800     EXIT.
079900*
080000 4400-EDIT-DN-DATE.
080100     MOVE WS-DN-DATE (5:2) TO WS-DTE-MM.
080200     MOVE WS-DN-DATE (7:2) TO WS-DTE-DD.
080300     MOVE WS-DN-DATE (1:4) TO WS-DTE-YYYY.
080400 4400-EXIT.
080500     EXIT.
080600*
080700*-----------------------------------------------------*
080800* 4700-COMPUTE-AGE -- DAYS FROM THE REJECT DATE IN      *
080900*     WS-DN-DATE TO TODAY.  A DATE AHEAD OF TODAY (A    *
081000*     CLOCK SET WRONG) AGES AS ZERO.                    *
081100*-----------------------------------------------------*
081200 4700-COMPUTE-AGE.
081300     MOVE ZERO TO WS-AGE-DAYS.
081400     IF WS-DN-DATE NOT NUMERIC OR WS-DN-DATE = ZERO
081500         GO TO 4700-EXIT
081600     END-IF.
081700     PERFORM 4800-DAY-NUMBER THRU 4800-EXIT.
081800     IF WS-DN-DAYS < WS-TODAY-DAYS
081900         COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DN-DAYS
082000     END-IF.
082100 4700-EXIT.
082200     EXIT.
082300*
082400*-----------------------------------------------------*
082500* 4800-DAY-NUMBER -- TURN THE YYYYMMDD IN WS-DN-DATE    *
082600*     INTO A DAY COUNT IN WS-DN-DAYS.  THE YEAR IS      *
082700*     TAKEN TO START IN MARCH SO FEBRUARY 29 FALLS AT   *
082800*     THE END; EACH DIVIDE DROPS ITS REMAINDER, WHICH   *
082900*     IS WHAT THE LEAP-YEAR RULES NEED.                 *
083000*-----------------------------------------------------*
083100 4800-DAY-NUMBER.
083200     IF WS-DN-MM > 2
083300         MOVE WS-DN-YYYY TO WS-DN-YEAR
083400         COMPUTE WS-DN-MONTH = WS-DN-MM - 3
083500     ELSE
083600         COMPUTE WS-DN-YEAR = WS-DN-YYYY - 1
083700         COMPUTE WS-DN-MONTH = WS-DN-MM + 9
083800     END-IF.
083900     COMPUTE WS-DN-DAYS = (WS-DN-YEAR * 365) + WS-DN-DD.
084000     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-WORK.
084100     ADD WS-DN-WORK TO WS-DN-DAYS.
084200     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-WORK.
084300     SUBTRACT WS-DN-WORK FROM WS-DN-DAYS.
084400     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-WORK.
084500     ADD WS-DN-WORK TO WS-DN-DAYS.
084600     COMPUTE WS-DN-WORK = (WS-DN-MONTH * 153) + 2.
084700     DIVIDE WS-DN-WORK BY 5 GIVING WS-DN-WORK.
084800     ADD WS-DN-WORK TO WS-DN-DAYS.
084900 4800-EXIT.
085000     EXIT.
085100*
085200*-----------------------------------------------------*
085300* 5000-RELEASE-ITEM -- CORRECT THE ITEM IN HAND AND     *
085400*     RELEASE IT ONTO TRANFILE FOR THE NEXT POSTING.    *
085500*     EACH FIELD SHOWS ITS CURRENT VALUE; ENTER KEEPS   *
085600*     IT AND * ABANDONS THE RELEASE.  A VALUE THAT      *
085700*     WOULD ONLY REJECT AGAIN (ANOTHER BAD FIELD, AN    *
085800*     ACCOUNT NOT ON THE MASTER, CLOSED OR FROZEN) IS   *
085900*     NOT RELEASED.                                     *
086000*-----------------------------------------------------*
086100 5000-RELEASE-ITEM.
086200     IF WS-CUR-X = ZERO
086300         DISPLAY "NO OPEN REJECTS TO RELEASE"
086400             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
086500         GO TO 5000-EXIT
086600     END-IF.
086700     MOVE WS-TBL-IMAGE (WS-CUR-X) TO WS-EDIT-TRAN
086800                                    WS-BEFORE-IMAGE.
086900     DISPLAY "CORRECT AND RELEASE (ENTER KEEPS, * CANCELS)"
087000         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION
087100         ERASE EOL.
087200     MOVE "N" TO WS-CANCEL-SW.
087300     PERFORM 5100-GET-ACCOUNT THRU 5100-EXIT.
087400     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
087500     PERFORM 5200-GET-TYPE THRU 5200-EXIT.
087600     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
087700     PERFORM 5300-GET-AMOUNT THRU 5300-EXIT.
087800     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
087900     PERFORM 5400-GET-DATE THRU 5400-EXIT.
088000     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
088100     PERFORM 5600-CHECK-ACCOUNT THRU 5600-EXIT.
088200     IF NOT WS-FIELD-OK
088300         GO TO 5000-EXIT
088400     END-IF.
088500     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 12.
088600     DISPLAY "CONFIRM RELEASE TO TRANFILE (Y/N): "
088700         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
088800         ERASE EOL.
088900     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 35.
089000     MOVE SPACE TO WS-CONFIRM.
089100     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
089200         POSITION WS-PROMPT-POS.
089300     INSPECT WS-CONFIRM
089400         CONVERTING "abcdefghijklmnopqrstuvwxyz"
089500                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
089600     IF WS-CONFIRM NOT = "Y"
089700         GO TO 5000-CANCELLED
089800     END-IF.
089900     MOVE "R" TO WS-ED-RESUBMIT.
090000     PERFORM 8200-APPEND-TRANFILE THRU 8200-EXIT.
090100     MOVE WS-EDIT-TRAN TO WS-TBL-IMAGE (WS-CUR-X).
090200     MOVE "R"          TO WS-TBL-STATUS (WS-CUR-X).
090300     SUBTRACT 1 FROM WS-OPEN-COUNT.
090400     MOVE "R"          TO TRL-ACTION.
090500     MOVE SPACES       TO TRL-DISPOSITION.
090600     MOVE WS-EDIT-TRAN TO TRL-AFTER-IMAGE.
090700     PERFORM 8300-WRITE-TRAIL THRU 8300-EXIT.
090800     PERFORM 8000-SAVE-SUSPENSE THRU 8000-EXIT.
090900     PERFORM 3500-NEXT-OPEN THRU 3500-EXIT.
091000     DISPLAY "ITEM RELEASED TO TRANFILE FOR THE NEXT POSTING"
091100         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
091200     GO TO 5000-EXIT.
091300 5000-CANCELLED.
091400     DISPLAY "RELEASE CANCELLED"
091500         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
091600 5000-EXIT.
091700     EXIT.
091800*
091900*-----------------------------------------------------*
092000* 5050-TAKE-ENTRY -- COMMON FRONT END FOR THE FOUR      *
092100*     CORRECTION PROMPTS.  THE CALLER HAS PAINTED THE   *
092200*     PROMPT AT WS-WORK-LINE AND SET WS-PROMPT-POS.     *
092300*     AN ENTRY OF * CANCELS THE RELEASE.                *
092400*-----------------------------------------------------*
092500 5050-TAKE-ENTRY.
092600     MOVE SPACES TO WS-IN-TEXT.
092700     ACCEPT WS-IN-TEXT LINE WS-WORK-LINE
092800         POSITION WS-PROMPT-POS.
092900     IF WS-IN-TEXT = "*"
093000         SET WS-ENTRY-CANCELLED TO TRUE
093100     END-IF.
093200     DISPLAY " " LINE SL-FOOTER-LINE
093300         POSITION SL-FOOTER-POSITION ERASE EOL.
093400 5050-EXIT.
093500     EXIT.
093600*
093700 5100-GET-ACCOUNT.
093800     MOVE "N" TO WS-FIELD-OK-SW.
093900     PERFORM 5110-TRY-ACCOUNT THRU 5110-EXIT
094000         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
094100 5100-EXIT.
094200     EXIT.
094300*
094400 5110-TRY-ACCOUNT.
094500     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 8.
094600     DISPLAY "NEW ACCOUNT: "
094700         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
094800         ERASE EOL.
094900     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 13.
095000     PERFORM 5050-TAKE-ENTRY THRU 5050-EXIT.
095100     IF WS-ENTRY-CANCELLED
095200         GO TO 5110-EXIT
095300     END-IF.
095400     IF WS-IN-TEXT = SPACES
095500         IF WS-ED-ACCT-9 NUMERIC AND WS-ED-ACCT-9 > ZERO
095600             SET WS-FIELD-OK TO TRUE
095700         ELSE
095800             DISPLAY "ACCOUNT ON THE ITEM IS BAD - KEY A NEW ONE"
095900                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
096000         END-IF
096100         GO TO 5110-EXIT
096200     END-IF.
096300     PERFORM 5120-PARSE-NUMBER THRU 5120-EXIT.
096400     IF NOT WS-NUM-VALID OR WS-IN-NUMBER = ZERO
096500         DISPLAY "ACCOUNT MUST BE 1 TO 8 DIGITS, NOT ZERO"
096600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
096700         GO TO 5110-EXIT
096800     END-IF.
096900     MOVE WS-IN-NUMBER TO WS-ED-ACCT-9.
097000     SET WS-FIELD-OK TO TRUE.
097100 5110-EXIT.
097200     EXIT.
097300*
097400*-----------------------------------------------------*
097500* 5120-PARSE-NUMBER -- PULL THE DIGITS OUT OF THE       *
097600*     KEYED TEXT AND RIGHT-ALIGN THEM INTO THE NUMBER.  *
097700*     ANYTHING OTHER THAN DIGITS AND SPACES, OR MORE    *
097800*     THAN EIGHT DIGITS, FAILS THE EDIT.                *
097900*-----------------------------------------------------*
098000 5120-PARSE-NUMBER.
098100     MOVE ZERO TO WS-IN-NUMBER WS-DIGIT-COUNT.
098200     SET WS-NUM-VALID TO TRUE.
098300     PERFORM 5130-PARSE-ONE-DIGIT THRU 5130-EXIT
098400         VARYING WS-CX FROM 1 BY 1
098500         UNTIL WS-CX > 14
098600            OR NOT WS-NUM-VALID.
098700     IF WS-DIGIT-COUNT = ZERO OR WS-DIGIT-COUNT > 8
098800         MOVE "N" TO WS-NUM-VALID-SW
098900     END-IF.
099000 5120-EXIT.
099100     EXIT.
099200*
099300 5130-PARSE-ONE-DIGIT.
099400     MOVE WS-IN-TEXT (WS-CX:1) TO WS-DIGIT-X.
099500     IF WS-DIGIT-X = SPACE
099600         GO TO 5130-EXIT
099700     END-IF.
099800     IF WS-DIGIT-X NOT NUMERIC
099900         MOVE "N" TO WS-NUM-VALID-SW
100000         GO TO 5130-EXIT
100100     END-IF.
100200     IF WS-DIGIT-COUNT = 8
100300         MOVE "N" TO WS-NUM-VALID-SW
100400         GO TO 5130-EXIT
100500     END-IF.
100600     COMPUTE WS-IN-NUMBER =
100700         (WS-IN-NUMBER * 10) + WS-DIGIT-9.
100800     ADD 1 TO WS-DIGIT-COUNT.
100900 5130-EXIT.
101000     EXIT.
101100*
101200 5200-GET-TYPE.
101300     MOVE "N" TO WS-FIELD-OK-SW.
101400     PERFORM 5210-TRY-TYPE THRU 5210-EXIT
101500         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
101600 5200-EXIT.
101700     EXIT.
101800*
101900 5210-TRY-TYPE.
102000     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 9.
102100     DISPLAY "NEW TYPE (D OR C): "
102200         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
102300         ERASE EOL.
102400     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 19.
102500     PERFORM 5050-TAKE-ENTRY THRU 5050-EXIT.
102600     IF WS-ENTRY-CANCELLED
102700         GO TO 5210-EXIT
102800     END-IF.
102900     INSPECT WS-IN-TEXT
103000         CONVERTING "abcdefghijklmnopqrstuvwxyz"
103100                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
103200     IF WS-IN-TEXT NOT = SPACES
103300         IF WS-IN-TEXT = "D" OR WS-IN-TEXT = "C"
103400             MOVE WS-IN-TEXT (1:1) TO WS-ED-TYPE
103500         ELSE
103600             DISPLAY "TYPE MUST BE D (DEBIT) OR C (CREDIT)"
103700                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
103800             GO TO 5210-EXIT
103900         END-IF
104000     END-IF.
104100     IF WS-ED-TYPE-OK
104200         SET WS-FIELD-OK TO TRUE
104300     ELSE
104400         DISPLAY "TYPE ON THE ITEM IS BAD - KEY D OR C"
104500             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
104600     END-IF.
104700 5210-EXIT.
104800     EXIT.
104900*
105000 5300-GET-AMOUNT.
105100     MOVE "N" TO WS-FIELD-OK-SW.
105200     PERFORM 5310-TRY-AMOUNT THRU 5310-EXIT
105300         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
105400 5300-EXIT.
105500     EXIT.
105600*
105700 5310-TRY-AMOUNT.
105800     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 10.
105900     DISPLAY "NEW AMOUNT: "
106000         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
106100         ERASE EOL.
106200     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 12.
106300     PERFORM 5050-TAKE-ENTRY THRU 5050-EXIT.
106400     IF WS-ENTRY-CANCELLED
106500         GO TO 5310-EXIT
106600     END-IF.
106700     IF WS-IN-TEXT = SPACES
106800         IF WS-ED-AMOUNT-9 NUMERIC AND WS-ED-AMOUNT-9 > ZERO
106900             SET WS-FIELD-OK TO TRUE
107000         ELSE
107100             DISPLAY "AMOUNT ON THE ITEM IS BAD - KEY A NEW ONE"
107200                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
107300         END-IF
107400         GO TO 5310-EXIT
107500     END-IF.
107600     PERFORM 5900-PARSE-DECIMAL THRU 5900-EXIT.
107700     IF NOT WS-NUM-VALID OR WS-NUM-HUNDREDTHS = ZERO
107800         DISPLAY "AMOUNT MUST BE DIGITS WITH AT MOST 2 DECIMALS"
107900             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
108000         GO TO 5310-EXIT
108100     END-IF.
108200     COMPUTE WS-ED-AMOUNT-9 = WS-NUM-HUNDREDTHS / 100.
108300     SET WS-FIELD-OK TO TRUE.
108400 5310-EXIT.
108500     EXIT.
108600*
108700 5400-GET-DATE.
108800     MOVE "N" TO WS-FIELD-OK-SW.
108900     PERFORM 5410-TRY-DATE THRU 5410-EXIT
109000         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
109100 5400-EXIT.
109200     EXIT.
109300*
109400 5410-TRY-DATE.
109500     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 11.
109600     DISPLAY "NEW DATE (YYYYMMDD): "
109700         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
109800         ERASE EOL.
109900     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 21.
110000     PERFORM 5050-TAKE-ENTRY THRU 5050-EXIT.
110100     IF WS-ENTRY-CANCELLED
110200         GO TO 5410-EXIT
110300     END-IF.
110400     IF WS-IN-TEXT NOT = SPACES
110500         PERFORM 5120-PARSE-NUMBER THRU 5120-EXIT
110600         IF NOT WS-NUM-VALID OR WS-DIGIT-COUNT NOT = 8
110700             DISPLAY "DATE MUST BE 8 DIGITS, YYYYMMDD"
110800                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
110900             GO TO 5410-EXIT
111000         END-IF
111100         MOVE WS-IN-NUMBER TO WS-DN-DATE
111200     ELSE
111300         IF WS-ED-DATE-9 NOT NUMERIC
111400             DISPLAY "DATE ON THE ITEM IS BAD - KEY A NEW ONE"
111500                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
111600             GO TO 5410-EXIT
111700         END-IF
111800         MOVE WS-ED-DATE-9 TO WS-DN-DATE
111900     END-IF.
112000     IF WS-DN-YYYY < 1900
112100      OR WS-DN-MM < 1 OR WS-DN-MM > 12
112200      OR WS-DN-DD < 1 OR WS-DN-DD > 31
112300         DISPLAY "DATE IS NOT A VALID YYYYMMDD DATE"
112400             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
112500         GO TO 5410-EXIT
112600     END-IF.
112700     MOVE WS-DN-DATE TO WS-ED-DATE-9.
112800     SET WS-FIELD-OK TO TRUE.
112900 5410-EXIT.
113000     EXIT.
113100*
113200*-----------------------------------------------------*
113300* 5600-CHECK-ACCOUNT -- THE SAME ACCOUNT TESTS TRANPOST *
113400*     APPLIES, DONE NOW SO A RELEASE DOES NOT SIMPLY    *
113500*     COME BACK TOMORROW.  WS-FIELD-OK IS LEFT OFF WHEN *
113600*     THE ITEM MAY NOT GO.                              *
113700*-----------------------------------------------------*
113800 5600-CHECK-ACCOUNT.
113900     MOVE "N" TO WS-FIELD-OK-SW.
114000     MOVE WS-ED-ACCT-9 TO ACCT-NUMBER.
114100     READ ACCOUNT-MASTER
114200         INVALID KEY
114300             DISPLAY "ACCOUNT NOT ON MASTER - NOT RELEASED"
114400                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
114500             GO TO 5600-EXIT
114600     END-READ.
114700     IF WS-ACCT-STATUS NOT = "00"
114800         MOVE "UNABLE TO READ ACCTMAST, STATUS "
114900                         TO WS-ABEND-MSG
115000         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (33:2)
115100         SET WS-ABEND-FLAG TO TRUE
115200         GO TO MAIN-LOGIC-EXIT
115300     END-IF.
115400     IF ACCT-CLOSED
115500         DISPLAY "ACCOUNT CLOSED - NOT RELEASED"
115600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
115700         GO TO 5600-EXIT
115800     END-IF.
115900     IF ACCT-FROZEN
116000         DISPLAY "ACCOUNT FROZEN - NOT RELEASED"
116100             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
116200         GO TO 5600-EXIT
116300     END-IF.
116400     SET WS-FIELD-OK TO TRUE.
116500 5600-EXIT.
116600     EXIT.
116700*
116800*-----------------------------------------------------*
116900* 5900-PARSE-DECIMAL -- DIGITS AND AT MOST ONE DECIMAL *
117000*     POINT WITH AT MOST TWO PLACES, THE SAME EDIT THE *
117100*     PAYMAINT SCREENS USE; THE RESULT COMES BACK AS   *
117200*     WHOLE HUNDREDTHS IN WS-NUM-HUNDREDTHS.  NINE     *
117300*     WHOLE DIGITS FILL TRAN-AMOUNT.                   *
117400*-----------------------------------------------------*
117500 5900-PARSE-DECIMAL.
117600     SET WS-NUM-VALID TO TRUE.
117700     MOVE "N" TO WS-DOT-SEEN-SW.
117800     MOVE ZERO TO WS-NUM-HUNDREDTHS WS-DEC-COUNT
117900                  WS-DIGIT-COUNT.
118000     PERFORM 5950-PARSE-ONE-CHAR THRU 5950-EXIT
118100         VARYING WS-CX FROM 1 BY 1
118200         UNTIL WS-CX > 14
118300            OR NOT WS-NUM-VALID.
118400     IF WS-DIGIT-COUNT = ZERO
118500         MOVE "N" TO WS-NUM-VALID-SW
118600     END-IF.
118700     IF WS-DIGIT-COUNT - WS-DEC-COUNT > 9
118800         MOVE "N" TO WS-NUM-VALID-SW
118900     END-IF.
119000     IF NOT WS-NUM-VALID
119100         GO TO 5900-EXIT
119200     END-IF.
119300     IF WS-DEC-COUNT = ZERO
119400         MULTIPLY 100 BY WS-NUM-HUNDREDTHS
119500     END-IF.
119600     IF WS-DEC-COUNT = 1
119700         MULTIPLY 10 BY WS-NUM-HUNDREDTHS
119800     END-IF.
119900 5900-EXIT.
120000     EXIT.
120100*
120200 5950-PARSE-ONE-CHAR.
120300     MOVE WS-IN-TEXT (WS-CX:1) TO WS-DIGIT-X.
120400     IF WS-DIGIT-X = SPACE
120500         GO TO 5950-EXIT
120600     END-IF.
120700     IF WS-DIGIT-X = "."
120800         IF WS-DOT-SEEN
120900             MOVE "N" TO WS-NUM-VALID-SW
121000         ELSE
121100             SET WS-DOT-SEEN TO TRUE
121200         END-IF
121300         GO TO 5950-EXIT
121400     END-IF.
121500     IF WS-DIGIT-X NOT NUMERIC
121600         MOVE "N" TO WS-NUM-VALID-SW
121700         GO TO 5950-EXIT
121800     END-IF.
121900     IF WS-DOT-SEEN AND WS-DEC-COUNT = 2
122000         MOVE "N" TO WS-NUM-VALID-SW
122100         GO TO 5950-EXIT
122200     END-IF.
122300     IF WS-DIGIT-COUNT = 11
122400         MOVE "N" TO WS-NUM-VALID-SW
122500         GO TO 5950-EXIT
122600     END-IF.
122700     COMPUTE WS-NUM-HUNDREDTHS =
122800         (WS-NUM-HUNDREDTHS * 10) + WS-DIGIT-9.
122900     IF WS-DOT-SEEN
123000         ADD 1 TO WS-DEC-COUNT
123100     END-IF.
123200     ADD 1 TO WS-DIGIT-COUNT.
123300 5950-EXIT.
123400     EXIT.
123500*
123600*-----------------------------------------------------*
123700* 6000-WRITE-OFF-ITEM -- CLOSE THE ITEM IN HAND WITHOUT *
123800*     POSTING IT, UNDER ONE OF THE DISPOSITION CODES.   *
123900*     A BLANK CODE CANCELS.                             *
124000*-----------------------------------------------------*
124100 6000-WRITE-OFF-ITEM.
124200     IF WS-CUR-X = ZERO
124300         DISPLAY "NO OPEN REJECTS TO WRITE OFF"
124400             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
124500         GO TO 6000-EXIT
124600     END-IF.
124700     MOVE WS-TBL-IMAGE (WS-CUR-X) TO WS-BEFORE-IMAGE.
124800     DISPLAY "WRITE OFF (BLANK CODE CANCELS)"
124900         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION
125000         ERASE EOL.
125100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 8.
125200     PERFORM 6100-SHOW-ONE-CODE THRU 6100-EXIT
125300         VARYING WS-DX FROM 1 BY 2
125400         UNTIL WS-DX > 6.
125500     MOVE "N" TO WS-CANCEL-SW WS-FIELD-OK-SW.
125600     PERFORM 6200-TRY-CODE THRU 6200-EXIT
125700         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
125800     IF WS-ENTRY-CANCELLED GO TO 6000-CANCELLED.
125900     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 12.
126000     DISPLAY "CONFIRM WRITE-OFF (Y/N): "
126100         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
126200         ERASE EOL.
126300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 25.
126400     MOVE SPACE TO WS-CONFIRM.
126500     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
126600         POSITION WS-PROMPT-POS.
126700     INSPECT WS-CONFIRM
126800         CONVERTING "abcdefghijklmnopqrstuvwxyz"
126900                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
127000     IF WS-CONFIRM NOT = "Y"
127100         GO TO 6000-CANCELLED
127200     END-IF.
127300     MOVE "W"          TO WS-TBL-STATUS (WS-CUR-X).
127400     SUBTRACT 1 FROM WS-OPEN-COUNT.
127500     MOVE "W"          TO TRL-ACTION.
127600     MOVE WS-IN-CODE   TO TRL-DISPOSITION.
127700     MOVE SPACES       TO TRL-AFTER-IMAGE.
127800     PERFORM 8300-WRITE-TRAIL THRU 8300-EXIT.
127900     PERFORM 8000-SAVE-SUSPENSE THRU 8000-EXIT.
128000     PERFORM 3500-NEXT-OPEN THRU 3500-EXIT.
128100     DISPLAY "ITEM WRITTEN OFF"
128200         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
128300     GO TO 6000-EXIT.
128400 6000-CANCELLED.
128500     DISPLAY "WRITE-OFF CANCELLED"
128600         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
128700 6000-EXIT.
128800     EXIT.
128900*
129000 6100-SHOW-ONE-CODE.
129100     DISPLAY WS-DISP-CODE (WS-DX) " " WS-DISP-DESC (WS-DX)
129200             "   " WS-DISP-CODE (WS-DX + 1) " "
129300             WS-DISP-DESC (WS-DX + 1)
129400         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
129500         ERASE EOL.
129600     ADD 1 TO WS-WORK-LINE.
129700 6100-EXIT.
129800     EXIT.
129900*
130000 6200-TRY-CODE.
130100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 11.
130200     DISPLAY "DISPOSITION CODE: "
130300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
130400         ERASE EOL.
130500     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 18.
130600     MOVE SPACES TO WS-IN-CODE.
130700     ACCEPT WS-IN-CODE LINE WS-WORK-LINE
130800         POSITION WS-PROMPT-POS.
130900     IF WS-IN-CODE = SPACES
131000         SET WS-ENTRY-CANCELLED TO TRUE
131100         GO TO 6200-EXIT
131200     END-IF.
131300     INSPECT WS-IN-CODE
131400         CONVERTING "abcdefghijklmnopqrstuvwxyz"
131500                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
131600     PERFORM 6250-TEST-CODE THRU 6250-EXIT
131700         VARYING WS-DX FROM 1 BY 1
131800         UNTIL WS-DX > 6
131900            OR WS-FIELD-OK.
132000     IF NOT WS-FIELD-OK
132100         DISPLAY "NOT A DISPOSITION CODE - USE ONE SHOWN"
132200             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
132300     END-IF.
132400 6200-EXIT.
132500     EXIT.
132600*
132700 6250-TEST-CODE.
132800     IF WS-DISP-CODE (WS-DX) = WS-IN-CODE
132900         SET WS-FIELD-OK TO TRUE
133000     END-IF.
133100 6250-EXIT.
133200     EXIT.
133300*
133400*-----------------------------------------------------*
133500* 7000-PRINT-AGING -- PRINT EVERY ITEM STILL OPEN WITH  *
133600*     ITS AGE IN DAYS, THEN COUNTS AND MONEY FOR WHAT   *
133700*     HAS BEEN OPEN ONE, THREE AND SEVEN DAYS OR MORE.  *
133800*     EACH BAND INCLUDES THE OLDER ONES, SO THE ONE-DAY *
133900*     FIGURE IS EVERYTHING NOT REJECTED TODAY.  AN ITEM *
134000*     WHOSE AMOUNT DOES NOT EDIT COUNTS AT ZERO AND IS  *
134100*     COUNTED SEPARATELY SO THE MONEY IS NOT MISREAD.   *
134200*-----------------------------------------------------*
134300 7000-PRINT-AGING.
134400     OPEN OUTPUT AGING-FILE.
134500     IF WS-AGE-STATUS NOT = "00"
134600         MOVE "UNABLE TO OPEN REJAGE, STATUS "
134700                         TO WS-ABEND-MSG
134800         MOVE WS-AGE-STATUS TO WS-ABEND-MSG (31:2)
134900         SET WS-ABEND-FLAG TO TRUE
135000         GO TO MAIN-LOGIC-EXIT
135100     END-IF.
135200     MOVE ZERO TO WS-PAGE-COUNT WS-AGE-CNT-ALL WS-AGE-CNT-1
135300                  WS-AGE-CNT-3 WS-AGE-CNT-7 WS-AGE-CNT-BAD
135400                  WS-AGE-AMT-ALL WS-AGE-AMT-1 WS-AGE-AMT-3
135500                  WS-AGE-AMT-7.
135600     MOVE 99 TO WS-LINE-COUNT.
135700     PERFORM 7100-AGE-ONE-ITEM THRU 7100-EXIT
135800         VARYING WS-KX FROM 1 BY 1
135900         UNTIL WS-KX > WS-SUSP-COUNT.
136000     IF WS-PAGE-COUNT = ZERO
136100         PERFORM 7200-PRINT-HEADINGS THRU 7200-EXIT
136200     END-IF.
136300     PERFORM 7300-PRINT-TOTALS THRU 7300-EXIT.
136400     CLOSE AGING-FILE.
136500     IF NOT WS-BATCH-MODE
136600         DISPLAY "AGING REPORT PRINTED TO REJAGE"
136700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
136800     END-IF.
136900 7000-EXIT.
137000     EXIT.
137100*
137200 7100-AGE-ONE-ITEM.
137300     IF WS-TBL-STATUS (WS-KX) NOT = "O"
137400         GO TO 7100-EXIT
137500     END-IF.
137600     IF WS-LINE-COUNT > WS-PAGE-LIMIT
137700         PERFORM 7200-PRINT-HEADINGS THRU 7200-EXIT
137800     END-IF.
137900     MOVE WS-TBL-IMAGE (WS-KX) TO WS-EDIT-TRAN.
138000     MOVE WS-TBL-REJ-DATE (WS-KX) TO WS-DN-DATE.
138100     PERFORM 4400-EDIT-DN-DATE THRU 4400-EXIT.
138200     PERFORM 4700-COMPUTE-AGE THRU 4700-EXIT.
138300     IF WS-ED-AMOUNT-9 NUMERIC
138400         MOVE WS-ED-AMOUNT-9 TO WS-ITEM-AMOUNT
138500     ELSE
138600         MOVE ZERO TO WS-ITEM-AMOUNT
138700         ADD 1 TO WS-AGE-CNT-BAD
138800     END-IF.
138900     ADD 1 TO WS-AGE-CNT-ALL.
139000     ADD WS-ITEM-AMOUNT TO WS-AGE-AMT-ALL.
139100     MOVE "CURRENT" TO AGD-BAND.
139200     IF WS-AGE-DAYS NOT < 1
139300         ADD 1 TO WS-AGE-CNT-1
139400         ADD WS-ITEM-AMOUNT TO WS-AGE-AMT-1
139500         MOVE "1+ DAYS" TO AGD-BAND
139600     END-IF.
139700     IF WS-AGE-DAYS NOT < 3
139800         ADD 1 TO WS-AGE-CNT-3
139900         ADD WS-ITEM-AMOUNT TO WS-AGE-AMT-3
140000         MOVE "3+ DAYS" TO AGD-BAND
140100     END-IF.
140200     IF WS-AGE-DAYS NOT < 7
140300         ADD 1 TO WS-AGE-CNT-7
140400         ADD WS-ITEM-AMOUNT TO WS-AGE-AMT-7
140500         MOVE "7+ DAYS" TO AGD-BAND
140600     END-IF.
140700     MOVE WS-TBL-ITEM-NO (WS-KX) TO AGD-ITEM-NO.
140800     MOVE WS-DATE-EDITED         TO AGD-REJ-DATE.
140900     MOVE WS-AGE-DAYS            TO AGD-AGE.
141000     MOVE WS-ED-ACCT-X           TO AGD-ACCOUNT.
141100     MOVE WS-ED-TYPE             TO AGD-TYPE.
141200     MOVE WS-ITEM-AMOUNT         TO AGD-AMOUNT.
141300     MOVE WS-ED-REFERENCE        TO AGD-REFERENCE.
141400     MOVE WS-TBL-REASON (WS-KX)  TO AGD-REASON.
141500     WRITE AGE-PRINT-LINE FROM WS-AGE-DETAIL-LINE
141600         AFTER ADVANCING 1 LINE.
141700     ADD 1 TO WS-LINE-COUNT.
141800 7100-EXIT.
141900     EXIT.
142000*
142100 7200-PRINT-HEADINGS.
142200     ADD 1 TO WS-PAGE-COUNT.
142300     MOVE WS-PAGE-COUNT TO AH1-PAGE.
142400     WRITE AGE-PRINT-LINE FROM WS-AGE-HEADING-1
142500         AFTER ADVANCING PAGE.
142600     WRITE AGE-PRINT-LINE FROM WS-AGE-HEADING-2
142700         AFTER ADVANCING 2 LINES.
142800     MOVE SPACES TO AGE-PRINT-LINE.
142900     WRITE AGE-PRINT-LINE AFTER ADVANCING 1 LINE.
143000     MOVE 5 TO WS-LINE-COUNT.
143100 7200-EXIT.
143200     EXIT.
143300*
143400 7300-PRINT-TOTALS.
143500     MOVE SPACES TO AGE-PRINT-LINE.
143600     WRITE AGE-PRINT-LINE AFTER ADVANCING 1 LINE.
143700     MOVE "OPEN 1 DAY OR MORE"     TO ATL-LABEL.
143800     MOVE WS-AGE-CNT-1             TO ATL-COUNT.
143900     MOVE WS-AGE-AMT-1             TO ATL-AMOUNT.
144000     WRITE AGE-PRINT-LINE FROM WS-AGE-TOTAL-LINE
144100         AFTER ADVANCING 1 LINE.
144200     MOVE "OPEN 3 DAYS OR MORE"    TO ATL-LABEL.
144300     MOVE WS-AGE-CNT-3             TO ATL-COUNT.
144400     MOVE WS-AGE-AMT-3             TO ATL-AMOUNT.
144500     WRITE AGE-PRINT-LINE FROM WS-AGE-TOTAL-LINE
144600         AFTER ADVANCING 1 LINE.
144700     MOVE "OPEN 7 DAYS OR MORE"    TO ATL-LABEL.
144800     MOVE WS-AGE-CNT-7             TO ATL-COUNT.
144900     MOVE WS-AGE-AMT-7             TO ATL-AMOUNT.
145000     WRITE AGE-PRINT-LINE FROM WS-AGE-TOTAL-LINE
145100         AFTER ADVANCING 1 LINE.
145200     MOVE "TOTAL IN SUSPENSE"      TO ATL-LABEL.
145300     MOVE WS-AGE-CNT-ALL           TO ATL-COUNT.
145400     MOVE WS-AGE-AMT-ALL           TO ATL-AMOUNT.
145500     WRITE AGE-PRINT-LINE FROM WS-AGE-TOTAL-LINE
145600         AFTER ADVANCING 2 LINES.
145700     IF WS-AGE-CNT-BAD > ZERO
145800         MOVE "AMOUNT NOT NUMERIC"  TO ATL-LABEL
145900         MOVE WS-AGE-CNT-BAD        TO ATL-COUNT
146000         MOVE ZERO                  TO ATL-AMOUNT
146100         WRITE AGE-PRINT-LINE FROM WS-AGE-TOTAL-LINE
146200             AFTER ADVANCING 1 LINE
146300     END-IF.
146400 7300-EXIT.
146500     EXIT.
146600*
146700*-----------------------------------------------------*
146800* 8000-SAVE-SUSPENSE -- REWRITE REJSUSP FROM THE TABLE, *
146900*     OPEN ITEMS ONLY.  DONE AFTER EVERY ACTION SO A    *
147000*     RELEASED ITEM IS OFF SUSPENSE THE MOMENT IT IS ON *
147100*     TRANFILE AND CANNOT BE RELEASED A SECOND TIME.    *
147200*-----------------------------------------------------*
147300 8000-SAVE-SUSPENSE.
147400     OPEN OUTPUT SUSPENSE-FILE.
147500     IF WS-RSP-STATUS NOT = "00"
147600         MOVE "UNABLE TO REWRITE REJSUSP, STATUS "
147700                         TO WS-ABEND-MSG
147800         MOVE WS-RSP-STATUS TO WS-ABEND-MSG (35:2)
147900         SET WS-ABEND-FLAG TO TRUE
148000         GO TO MAIN-LOGIC-EXIT
148100     END-IF.
148200     PERFORM 8050-WRITE-ONE-ITEM THRU 8050-EXIT
148300         VARYING WS-KX FROM 1 BY 1
148400         UNTIL WS-KX > WS-SUSP-COUNT.
148500     CLOSE SUSPENSE-FILE.
148600 8000-EXIT.
148700     EXIT.
148800*
148900 8050-WRITE-ONE-ITEM.
149000     IF WS-TBL-STATUS (WS-KX) NOT = "O"
149100         GO TO 8050-EXIT
149200     END-IF.
149300     MOVE SPACES TO RSP-RECORD.
149400     MOVE WS-TBL-ITEM-NO (WS-KX)  TO RSP-ITEM-NO.
149500     MOVE WS-TBL-REJ-DATE (WS-KX) TO RSP-REJECT-DATE.
149600     MOVE WS-TBL-REASON (WS-KX)   TO RSP-REASON.
149610     MOVE WS-TBL-REASON-CODE (WS-KX) TO RSP-REASON-CODE.
149700     MOVE WS-TBL-IMAGE (WS-KX)    TO RSP-TRAN-IMAGE.
149800     WRITE RSP-RECORD.
149900     IF WS-RSP-STATUS NOT = "00"
150000         MOVE "UNABLE TO WRITE REJSUSP, STATUS "
150100                         TO WS-ABEND-MSG
150200         MOVE WS-RSP-STATUS TO WS-ABEND-MSG (33:2)
150300         SET WS-ABEND-FLAG TO TRUE
150400         GO TO MAIN-LOGIC-EXIT
150500     END-IF.
150600 8050-EXIT.
150700     EXIT.
150800*
150900 8100-WRITE-CONTROL.
151000     OPEN OUTPUT SUSPENSE-CONTROL-FILE.
151100     IF WS-RJC-STATUS NOT = "00"
151200         MOVE "UNABLE TO REWRITE REJCTL, STATUS "
151300                         TO WS-ABEND-MSG
151400         MOVE WS-RJC-STATUS TO WS-ABEND-MSG (34:2)
151500         SET WS-ABEND-FLAG TO TRUE
151600         GO TO MAIN-LOGIC-EXIT
151700     END-IF.
151800     MOVE SPACES TO RJC-RECORD.
151900     MOVE WS-NEXT-ITEM-NO TO RJC-NEXT-ITEM-NO.
152000     WRITE RJC-RECORD.
152100     IF WS-RJC-STATUS NOT = "00"
152200         MOVE "UNABLE TO WRITE REJCTL, STATUS "
152300                         TO WS-ABEND-MSG
152400         MOVE WS-RJC-STATUS TO WS-ABEND-MSG (32:2)
152500         SET WS-ABEND-FLAG TO TRUE
152600         GO TO MAIN-LOGIC-EXIT
152700     END-IF.
152800     CLOSE SUSPENSE-CONTROL-FILE.
152900 8100-EXIT.
153000     EXIT.
153100*
153200*-----------------------------------------------------*
153300* 8200-APPEND-TRANFILE -- ADD THE CORRECTED ITEM TO     *
153400*     THE END OF TRANFILE FOR THE NEXT TRANPOST RUN.    *
153500*     OPENED AND CLOSED PER ITEM SO THE RECORD IS ON    *
153600*     DISK BEFORE SUSPENSE LETS GO OF IT.               *
153700*-----------------------------------------------------*
153800 8200-APPEND-TRANFILE.
153900     OPEN EXTEND TRANSACTION-FILE.
154000     IF WS-TRAN-STATUS = "05" OR WS-TRAN-STATUS = "35"
154100         CLOSE TRANSACTION-FILE
154200         OPEN OUTPUT TRANSACTION-FILE
154300     END-IF.
154400     IF WS-TRAN-STATUS NOT = "00"
154500         MOVE "UNABLE TO OPEN TRANFILE, STATUS "
154600                         TO WS-ABEND-MSG
154700         MOVE WS-TRAN-STATUS TO WS-ABEND-MSG (33:2)
154800         SET WS-ABEND-FLAG TO TRUE
154900         GO TO MAIN-LOGIC-EXIT
155000     END-IF.
155100     WRITE TRAN-RECORD FROM WS-EDIT-TRAN.
155200     IF WS-TRAN-STATUS NOT = "00"
155300         MOVE "UNABLE TO WRITE TRANFILE, STATUS "
155400                         TO WS-ABEND-MSG
155500         MOVE WS-TRAN-STATUS TO WS-ABEND-MSG (34:2)
155600         SET WS-ABEND-FLAG TO TRUE
155700         GO TO MAIN-LOGIC-EXIT
155800     END-IF.
155900     CLOSE TRANSACTION-FILE.
156000 8200-EXIT.
156100     EXIT.
156200*
156300*-----------------------------------------------------*
156400* 8300-WRITE-TRAIL -- STAMP AND WRITE ONE REJLOG        *
156500*     RECORD.  THE CALLER HAS SET THE ACTION (R RELEASE *
156600*     OR W WRITE-OFF), THE DISPOSITION CODE AND THE     *
156700*     AFTER IMAGE; THE BEFORE IMAGE IS THE ITEM AS IT   *
156800*     SAT IN SUSPENSE.                                  *
156900*-----------------------------------------------------*
157000 8300-WRITE-TRAIL.
157100     ACCEPT WS-RUN-TIME FROM TIME.
157200     MOVE WS-RUN-DATE              TO TRL-DATE.
157300     MOVE WS-RUN-TIME              TO TRL-TIME.
157400     MOVE WS-OPERATOR-ID           TO TRL-USER.
157500     MOVE WS-TBL-ITEM-NO (WS-CUR-X) TO TRL-ITEM-NO.
157600     MOVE WS-TBL-REASON (WS-CUR-X) TO TRL-REASON.
157610     MOVE WS-TBL-REASON-CODE (WS-CUR-X) TO TRL-REASON-CODE.
157700     MOVE WS-BEFORE-IMAGE          TO TRL-BEFORE-IMAGE.
157800     WRITE TRL-RECORD.
157900     IF WS-TRL-STATUS NOT = "00"
158000         MOVE "UNABLE TO WRITE REJLOG, STATUS "
158100                         TO WS-ABEND-MSG
158200         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (32:2)
158300         SET WS-ABEND-FLAG TO TRUE
158400         GO TO MAIN-LOGIC-EXIT
158500     END-IF.
158600 8300-EXIT.
158700     EXIT.
