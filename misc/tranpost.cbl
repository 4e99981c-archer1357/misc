004400*              IT USED TO POST INTO THE LAST-ACTIVITY  *
004500*              DATE AND THEN VANISH FROM THE MONTH-END *
004600*              STATEMENTS, BREAKING THEIR PROOF.       *
004610* 10/15/26 DA  TRANREJ IS NOW APPENDED TO RATHER THAN  *
004620*              REWRITTEN EACH NIGHT, AND EACH REJECT   *
004630*              CARRIES THE RUN DATE (REJREC.CPY).  THE *
004640*              NEW REJMAINT SCREEN EMPTIES IT INTO ITS *
004650*              SUSPENSE FILE, SO A NIGHT NOBODY WORKED *
004660*              THE REJECTS NO LONGER LOSES THEM.       *
004662* 10/15/26 DA  NSF AND DUPLICATE SCREENING.  A DEBIT   *
004664*              THAT WOULD TAKE THE BALANCE PAST THE    *
004666*              ACCOUNT'S ACCT-OD-LIMIT GOES BACK NSF   *
004668*              TO TRANREJ UNDER REASON CODE NS AND THE *
004670*              RETURNED-ITEM FEE IS CHARGED TO THE     *
004672*              ACCOUNT.  AN ITEM WHOSE REFERENCE IS    *
004674*              ALREADY ON TONIGHT'S TRANFILE, OR ON    *
004676*              THE ACCOUNT'S RECENT TRANHIST, IS HELD  *
004678*              TO TRANREJ AS A SUSPECTED DUPLICATE     *
004680*              (CODE DP) UNLESS REJMAINT RELEASED IT.  *
004682*              POSTJRNL COUNTS BOTH SEPARATELY AND THE *
004684*              INPUT PROOF TAKES THEM IN; FEES GO TO   *
004686*              THE GL AGAINST FEE INCOME.              *
004688* 10/15/26 DA  ITEMS THE BANK RAISES ITSELF (TRAN-     *
004690*              ORIGIN-CODE B) -- INTACCR'S MONTH-END   *
004692*              INTEREST AND SERVICE CHARGES AND THE    *
004694*              NSF FEE -- NOW POST TO A FROZEN ACCOUNT *
004696*              AND ARE NEVER RETURNED NSF.             *
004700*-----------------------------------------------------*
004800*
004900 ENVIRONMENT DIVISION.
009800*
009900 FD  REJECT-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY REJREC.
010400*
010500 FD  JOURNAL-FILE
010600     LABEL RECORDS ARE STANDARD.
010900 FD  HISTORY-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  HIS-RECORD                  PIC X(80).
011110 01  HIS-DETAIL.
011120     05  HIS-ACCT-NUMBER         PIC 9(08).
011130     05  FILLER                  PIC X(12).
011140     05  HIS-DATE                PIC 9(08).
011150     05  HIS-REFERENCE           PIC X(12).
011160     05  FILLER                  PIC X(40).
011200*
011300 FD  GL-FEED-FILE
011400     LABEL RECORDS ARE STANDARD.
017700 77  WS-GL-CREDITS           PIC 9(11)V99 VALUE ZERO.
017800 77  WS-MOVE-STATUS          PIC X(02)   VALUE "00".
017900 77  WS-NET-MOVEMENT         PIC S9(09)V99 VALUE ZERO.
017905 77  WS-REJECT-CODE          PIC X(02)   VALUE SPACES.
017910 77  WS-NSF-COUNT            PIC 9(05)   COMP VALUE ZERO.
017915 77  WS-DUP-COUNT            PIC 9(05)   COMP VALUE ZERO.
017920 77  WS-FEE-COUNT            PIC 9(05)   COMP VALUE ZERO.
017925 77  WS-NSF-TOTAL            PIC 9(11)V99 VALUE ZERO.
017930 77  WS-DUP-TOTAL            PIC 9(11)V99 VALUE ZERO.
017935 77  WS-FEE-TOTAL            PIC 9(11)V99 VALUE ZERO.
017940 77  WS-OD-LIMIT             PIC 9(07)V99 VALUE ZERO.
017945 77  WS-FEE-REFERENCE        PIC X(12)   VALUE SPACES.
017950 77  WS-DUP-FOUND-SW         PIC X(01)   VALUE "N".
017952 77  WS-NSF-SW               PIC X(01)   VALUE "N".
017954     88  WS-NSF-RETURN               VALUE "Y".
017955     88  WS-DUP-FOUND                VALUE "Y".
017960 77  WS-HIS-EOF-SW           PIC X(01)   VALUE "N".
017965     88  WS-HIS-EOF                  VALUE "Y".
017970 77  WS-RX                   PIC 9(05)   COMP VALUE ZERO.
017975 77  WS-CUTOFF-MONTHS        PIC 9(06)   COMP VALUE ZERO.
017980 77  WS-CUTOFF-REM           PIC 9(02)   COMP VALUE ZERO.
018000*
018100* GL ACCOUNTS FOR THE POSTING FEED.  CHANGE HERE IF THE
018200* CHART OF ACCOUNTS EVER RENUMBERS.
018300*
018400 77  WS-GLA-CASH             PIC X(08)   VALUE "10100000".
018500 77  WS-GLA-DEPOSITS         PIC X(08)   VALUE "20100000".
018510 77  WS-GLA-FEE-INCOME       PIC X(08)   VALUE "40100000".
018520*
018530* RETURNED-ITEM FEE AND HOW FAR BACK TRANHIST IS SEARCHED
018540* FOR A RESENT REFERENCE.  CHANGE HERE IF THE FEE
018550* SCHEDULE OR THE LOOK-BACK EVER CHANGES.
018560*
018570 77  WS-NSF-FEE-AMOUNT       PIC 9(05)V99 VALUE 25.00.
018580 77  WS-DUP-LOOKBACK-MONTHS  PIC 9(02)   VALUE 03.
018600*
018700 COPY GLREC.
018800*
019400         10  WS-GLT-AMOUNT       PIC 9(09)V99.
019500         10  WS-GLT-DESC         PIC X(20).
019600*
019605 01  WS-CUTOFF-AREA.
019610     05  WS-CUTOFF-DATE      PIC 9(08)   VALUE ZERO.
019615     05  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
019620         10  WS-CUTOFF-YYYY  PIC 9(04).
019625         10  WS-CUTOFF-MM    PIC 9(02).
019630         10  WS-CUTOFF-DD    PIC 9(02).
019635*
019640* ACCOUNT AND REFERENCE OF EVERY ITEM ALREADY SEEN --
019645* TRANHIST INSIDE THE LOOK-BACK PLUS TONIGHT'S TRANFILE
019650* SO FAR.  A SECOND SIGHTING IS A SUSPECTED DUPLICATE.
019655*
019660 01  WS-REF-TABLE.
019665     05  WS-REF-COUNT        PIC 9(05)   COMP VALUE ZERO.
019670     05  WS-REF-ENTRY OCCURS 50000 TIMES.
019675         10  WS-REF-ACCT         PIC 9(08).
019680         10  WS-REF-REFERENCE    PIC X(12).
019685*
019700 01  WS-HEADING-1.
019800     05  FILLER              PIC X(20)   VALUE "POSTING JOURNAL".
019900     05  FILLER              PIC X(09)   VALUE "RUN DATE ".
032000     MOVE "N" TO WS-GL-HELD-SW.
032100     MOVE ZERO TO WS-GL-COUNT WS-GL-DEBITS WS-GL-CREDITS
032200                  WS-NET-MOVEMENT.
032210     MOVE SPACES TO WS-REJECT-CODE WS-FEE-REFERENCE.
032215     MOVE "N" TO WS-NSF-SW.
032220     MOVE "N" TO WS-DUP-FOUND-SW WS-HIS-EOF-SW.
032230     MOVE ZERO TO WS-NSF-COUNT WS-DUP-COUNT WS-FEE-COUNT
032240                  WS-NSF-TOTAL WS-DUP-TOTAL WS-FEE-TOTAL
032250                  WS-REF-COUNT.
032300 0100-EXIT.
032400     EXIT.
032500*
032800*     TRANSACTION FILE, THE ACCOUNT MASTER, THE REJECT  *
032900*     FILE, AND THE POSTING JOURNAL, AND PRIME THE      *
033000*     FIRST TRANSACTION READ.  NO TRANFILE TONIGHT IS   *
033100*     A QUIET NIGHT, NOT AN ERROR.  THE REJECT FILE IS  *
033110*     OPENED FOR APPEND -- ANYTHING REJMAINT HAS NOT    *
033120*     YET TAKEN INTO SUSPENSE MUST STILL BE THERE.      *
033130*     BEFORE THE HISTORY IS OPENED FOR APPEND, ITS      *
033140*     RECENT REFERENCES ARE LOADED FOR THE DUPLICATE    *
033150*     CHECK.                                            *
033200*-----------------------------------------------------*
033300 1000-INITIALIZE.
033400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
037400         GO TO MAIN-LOGIC-EXIT
037500     END-IF.
037600     SET WS-ACCT-OPEN TO TRUE.
037700     OPEN EXTEND REJECT-FILE.
037710     IF WS-REJ-STATUS = "05" OR WS-REJ-STATUS = "35"
037720         CLOSE REJECT-FILE
037730         OPEN OUTPUT REJECT-FILE
037740     END-IF.
037800     IF WS-REJ-STATUS NOT = "00"
037900         MOVE "UNABLE TO OPEN TRANREJ, STATUS "
038000                         TO WS-ABEND-MSG
039200         GO TO MAIN-LOGIC-EXIT
039300     END-IF.
039400     SET WS-JRN-OPEN TO TRUE.
039410     PERFORM 1100-LOAD-RECENT-REFS THRU 1100-EXIT.
039500     OPEN EXTEND HISTORY-FILE.
039600     IF WS-HIS-STATUS = "05" OR WS-HIS-STATUS = "35"
039700         CLOSE HISTORY-FILE
042200     END-IF.
042300 1050-EXIT.
042400     EXIT.
042401*
042402*-----------------------------------------------------*
042403* 1100-LOAD-RECENT-REFS -- TAKE THE ACCOUNT AND         *
042404*     REFERENCE OF EVERY TRANHIST ITEM DATED INSIDE THE *
042405*     LOOK-BACK INTO THE DUPLICATE TABLE.  THE CUTOFF   *
042406*     IS THE RUN DATE WS-DUP-LOOKBACK-MONTHS EARLIER.   *
042407*     NO HISTORY YET MEANS NOTHING TO MATCH AGAINST.    *
042408*-----------------------------------------------------*
042409 1100-LOAD-RECENT-REFS.
042410     MOVE WS-RUN-DATE TO WS-CUTOFF-DATE.
042411     COMPUTE WS-CUTOFF-MONTHS = (WS-CUTOFF-YYYY * 12)
042412         + WS-CUTOFF-MM - 1 - WS-DUP-LOOKBACK-MONTHS.
042413     DIVIDE WS-CUTOFF-MONTHS BY 12 GIVING WS-CUTOFF-YYYY
042414         REMAINDER WS-CUTOFF-REM.
042415     COMPUTE WS-CUTOFF-MM = WS-CUTOFF-REM + 1.
042416     OPEN INPUT HISTORY-FILE.
042417     IF WS-HIS-STATUS = "35"
042418         GO TO 1100-EXIT
042419     END-IF.
042420     IF WS-HIS-STATUS NOT = "00"
042421         MOVE "UNABLE TO OPEN TRANHIST, STATUS "
042422                         TO WS-ABEND-MSG
042423         MOVE WS-HIS-STATUS TO WS-ABEND-MSG (33:2)
042424         SET WS-ABEND-FLAG TO TRUE
042425         GO TO MAIN-LOGIC-EXIT
042426     END-IF.
042427     PERFORM 1110-READ-HISTORY THRU 1110-EXIT.
042428     PERFORM 1120-STORE-HISTORY-REF THRU 1120-EXIT
042429         UNTIL WS-HIS-EOF.
042430     CLOSE HISTORY-FILE.
042431 1100-EXIT.
042432     EXIT.
042433*
042434 1110-READ-HISTORY.
042435     READ HISTORY-FILE
042436         AT END
042437             SET WS-HIS-EOF TO TRUE
042438     END-READ.
042439     IF NOT WS-HIS-EOF AND WS-HIS-STATUS NOT = "00"
042440         MOVE "UNABLE TO READ TRANHIST, STATUS "
042441                         TO WS-ABEND-MSG
042442         MOVE WS-HIS-STATUS TO WS-ABEND-MSG (33:2)
042443         SET WS-ABEND-FLAG TO TRUE
042444         GO TO MAIN-LOGIC-EXIT
042445     END-IF.
042446 1110-EXIT.
042447     EXIT.
042448*
042449 1120-STORE-HISTORY-REF.
042450     IF HIS-REFERENCE = SPACES
042451      OR HIS-DATE NOT NUMERIC
042452      OR HIS-DATE < WS-CUTOFF-DATE
042453         PERFORM 1110-READ-HISTORY THRU 1110-EXIT
042454         GO TO 1120-EXIT
042455     END-IF.
042456     IF WS-REF-COUNT = 50000
042457         MOVE "DUPLICATE CHECK TABLE LIMIT EXCEEDED"
042458                         TO WS-ABEND-MSG
042459         SET WS-ABEND-FLAG TO TRUE
042460         GO TO MAIN-LOGIC-EXIT
042461     END-IF.
042462     ADD 1 TO WS-REF-COUNT.
042463     MOVE HIS-ACCT-NUMBER TO WS-REF-ACCT (WS-REF-COUNT).
042464     MOVE HIS-REFERENCE   TO WS-REF-REFERENCE (WS-REF-COUNT).
042465     PERFORM 1110-READ-HISTORY THRU 1110-EXIT.
042466 1120-EXIT.
042467     EXIT.
042500*
042600*-----------------------------------------------------*
042700* 2000-POST-ONE-TRAN -- APPLY THE TRANSACTION IN HAND   *
043100*     TRANSACTION DATE.  A CLOSED OR FROZEN ACCOUNT,    *
043200*     AN ACCOUNT NOT ON THE MASTER, OR A RECORD THAT    *
043300*     DOES NOT EDIT IS NEVER POSTED.                    *
043310*     A REFERENCE ALREADY SEEN FOR THE ACCOUNT IS HELD  *
043320*     AS A SUSPECTED DUPLICATE, AND A DEBIT PAST THE    *
043330*     OVERDRAFT LIMIT GOES BACK NSF WITH A FEE.  THE    *
043340*     BANK'S OWN CHARGES AND INTEREST STILL POST TO A   *
043350*     FROZEN ACCOUNT AND ARE NEVER RETURNED NSF.        *
043400*-----------------------------------------------------*
043500 2000-POST-ONE-TRAN.
043600     ADD 1 TO WS-READ-COUNT.
043700     IF TRAN-AMOUNT NOT NUMERIC
043800         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
043810         MOVE "ED" TO WS-REJECT-CODE
043900         PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
044000         GO TO 2000-NEXT
044100     END-IF.
044200     ADD TRAN-AMOUNT TO WS-INPUT-TOTAL.
044300     IF NOT TRAN-DEBIT AND NOT TRAN-CREDIT
044400         MOVE "TYPE NOT D OR C" TO WS-REJECT-REASON
044410         MOVE "ED" TO WS-REJECT-CODE
044500         PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
044600         GO TO 2000-NEXT
044700     END-IF.
044800     IF TRAN-DATE NOT NUMERIC
044900         MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
044910         MOVE "ED" TO WS-REJECT-CODE
045000         PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
045100         GO TO 2000-NEXT
045200     END-IF.
045300     IF TRAN-ACCT-NUMBER NOT NUMERIC
045400         MOVE "ACCOUNT NOT NUMERIC" TO WS-REJECT-REASON
045410         MOVE "ED" TO WS-REJECT-CODE
045500         PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
045600         GO TO 2000-NEXT
045700     END-IF.
045800     PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
045900     IF NOT WS-ACCT-FOUND
046000         MOVE "ACCOUNT NOT ON MASTER" TO WS-REJECT-REASON
046010         MOVE "AC" TO WS-REJECT-CODE
046100         PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
046200         GO TO 2000-NEXT
046300     END-IF.
046400     IF ACCT-CLOSED
046500         MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
046510         MOVE "AC" TO WS-REJECT-CODE
046600         PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
046700         GO TO 2000-NEXT
046800     END-IF.
046900     IF ACCT-FROZEN AND NOT TRAN-BANK-CHARGE
047000         MOVE "ACCOUNT FROZEN" TO WS-REJECT-REASON
047010         MOVE "AC" TO WS-REJECT-CODE
047100         PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
047200         GO TO 2000-NEXT
047300     END-IF.
047305     IF NOT TRAN-RESUBMITTED
047310         PERFORM 2950-CHECK-DUPLICATE THRU 2950-EXIT
047315         IF WS-DUP-FOUND
047320             MOVE "SUSPECTED DUPLICATE REFERENCE"
047325                             TO WS-REJECT-REASON
047330             MOVE "DP" TO WS-REJECT-CODE
047335             PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
047340             GO TO 2000-NEXT
047345         END-IF
047350     END-IF.
047355     PERFORM 2970-REMEMBER-REFERENCE THRU 2970-EXIT.
047360     IF TRAN-DEBIT AND NOT TRAN-BANK-CHARGE
047365         PERFORM 2450-CHECK-FUNDS THRU 2450-EXIT
047370         IF WS-NSF-RETURN
047375             PERFORM 2300-REJECT-TRAN THRU 2300-EXIT
047380             PERFORM 2500-CHARGE-NSF-FEE THRU 2500-EXIT
047385             GO TO 2000-NEXT
047390         END-IF
047395     END-IF.
047400     IF TRAN-CREDIT
047500         COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + TRAN-AMOUNT
047600         ADD TRAN-AMOUNT TO WS-CREDIT-TOTAL
055800*
055900*-----------------------------------------------------*
056000* 2300-REJECT-TRAN -- WRITE THE REFUSED TRANSACTION TO  *
056050*     THE REJECT FILE WITH ITS REASON AND REASON CODE,  *
056100*     AND SHOW IT ON THE JOURNAL SO THE MONEY TOTALS    *
056150*     STILL BALANCE TO THE INPUT.  NSF RETURNS AND      *
056200*     SUSPECTED DUPLICATES GO TO THE SAME FILE BUT ARE  *
056250*     COUNTED APART FROM THE EDIT AND ACCOUNT REJECTS.  *
056400*-----------------------------------------------------*
056500 2300-REJECT-TRAN.
056550     MOVE SPACES             TO REJ-RECORD.
056600     MOVE TRAN-RECORD        TO REJ-TRAN-IMAGE.
056700     MOVE WS-REJECT-REASON   TO REJ-REASON.
056710     MOVE WS-REJECT-CODE     TO REJ-REASON-CODE.
056750     MOVE WS-RUN-DATE        TO REJ-DATE.
056800     WRITE REJ-RECORD.
056900     IF WS-REJ-STATUS NOT = "00"
057000         MOVE "UNABLE TO WRITE TRANREJ, STATUS "
057300         SET WS-ABEND-FLAG TO TRUE
057400         GO TO MAIN-LOGIC-EXIT
057500     END-IF.
057600     EVALUATE WS-REJECT-CODE
057620         WHEN "NS"
057640             ADD 1 TO WS-NSF-COUNT
057660             ADD TRAN-AMOUNT TO WS-NSF-TOTAL
057680             MOVE "RETURNED NSF" TO DET-DISPOSITION
057700         WHEN "DP"
057720             ADD 1 TO WS-DUP-COUNT
057740             ADD TRAN-AMOUNT TO WS-DUP-TOTAL
057760             MOVE "HELD - SUSPECTED DUPLICATE"
057780                             TO DET-DISPOSITION
057800         WHEN OTHER
057820             ADD 1 TO WS-REJECT-COUNT
057840             IF TRAN-AMOUNT NUMERIC
057860                 ADD TRAN-AMOUNT TO WS-REJECT-TOTAL
057880             END-IF
057900             MOVE SPACES TO DET-DISPOSITION
057920             STRING "REJECTED - " WS-REJECT-REASON
057940                 DELIMITED BY SIZE INTO DET-DISPOSITION
057960     END-EVALUATE.
058300     PERFORM 2100-PRINT-JOURNAL-LINE THRU 2100-EXIT.
058400 2300-EXIT.
058500     EXIT.
060600     SET WS-ACCT-FOUND TO TRUE.
060700 2400-EXIT.
060800     EXIT.
060801*
060802*-----------------------------------------------------*
060803* 2450-CHECK-FUNDS -- WOULD THE DEBIT IN HAND TAKE THE  *
060804*     BALANCE PAST THE ACCOUNT'S OVERDRAFT LIMIT?  A    *
060805*     RECORD FROM BEFORE THE LIMIT EXISTED CARRIES      *
060806*     SPACES THERE, WHICH MEANS NO OVERDRAFT AT ALL.    *
060807*-----------------------------------------------------*
060808 2450-CHECK-FUNDS.
060809     MOVE "N" TO WS-NSF-SW.
060810     IF ACCT-OD-LIMIT NUMERIC
060811         MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT
060812     ELSE
060813         MOVE ZERO TO WS-OD-LIMIT
060814     END-IF.
060815     COMPUTE WS-NEW-BALANCE = ACCT-BALANCE - TRAN-AMOUNT.
060816     IF WS-NEW-BALANCE + WS-OD-LIMIT < ZERO
060817         SET WS-NSF-RETURN TO TRUE
060818         MOVE "NSF - OVER OVERDRAFT LIMIT"
060819                         TO WS-REJECT-REASON
060820         MOVE "NS" TO WS-REJECT-CODE
060821     END-IF.
060822 2450-EXIT.
060823     EXIT.
060824*
060825*-----------------------------------------------------*
060826* 2500-CHARGE-NSF-FEE -- THE DEBIT IN HAND HAS JUST     *
060827*     GONE BACK NSF.  CHARGE THE RETURNED-ITEM FEE TO   *
060828*     THE SAME ACCOUNT AND POST IT AT ONCE, TO HISTORY  *
060829*     AND THE JOURNAL LIKE ANY DEBIT.  THE FEE IS       *
060830*     TAKEN EVEN PAST THE LIMIT -- IT IS THE BANK'S     *
060831*     CHARGE, NOT A PAYMENT.  THE INPUT ITEM IS DONE    *
060832*     WITH, SO THE FEE IS BUILT IN THE TRANFILE RECORD  *
060833*     AREA; THE NEXT READ REPLACES IT.                  *
060834*-----------------------------------------------------*
060835 2500-CHARGE-NSF-FEE.
060836     IF WS-NSF-FEE-AMOUNT = ZERO
060837         GO TO 2500-EXIT
060838     END-IF.
060839     MOVE SPACES TO WS-FEE-REFERENCE.
060840     STRING "NSF" TRAN-REFERENCE
060841         DELIMITED BY SIZE INTO WS-FEE-REFERENCE.
060842     MOVE SPACES            TO TRAN-RECORD.
060843     MOVE ACCT-NUMBER       TO TRAN-ACCT-NUMBER.
060844     MOVE "D"               TO TRAN-TYPE.
060845     MOVE WS-NSF-FEE-AMOUNT TO TRAN-AMOUNT.
060846     MOVE WS-RUN-DATE       TO TRAN-DATE.
060847     MOVE WS-FEE-REFERENCE  TO TRAN-REFERENCE.
060848     MOVE "B"               TO TRAN-ORIGIN-CODE.
060849     COMPUTE WS-NEW-BALANCE = ACCT-BALANCE - TRAN-AMOUNT.
060850     MOVE WS-NEW-BALANCE    TO ACCT-BALANCE.
060851     MOVE TRAN-DATE         TO ACCT-LAST-ACTIVITY.
060852     REWRITE ACCT-RECORD.
060853     IF WS-ACCT-STATUS NOT = "00"
060854         MOVE "UNABLE TO REWRITE ACCTMAST, STATUS "
060855                         TO WS-ABEND-MSG
060856         MOVE WS-ACCT-STATUS TO WS-ABEND-MSG (36:2)
060857         SET WS-ABEND-FLAG TO TRUE
060858         GO TO MAIN-LOGIC-EXIT
060859     END-IF.
060860     MOVE TRAN-RECORD TO HIS-RECORD.
060861     WRITE HIS-RECORD.
060862     IF WS-HIS-STATUS NOT = "00"
060863         MOVE "UNABLE TO WRITE TRANHIST, STATUS "
060864                         TO WS-ABEND-MSG
060865         MOVE WS-HIS-STATUS TO WS-ABEND-MSG (34:2)
060866         SET WS-ABEND-FLAG TO TRUE
060867         GO TO MAIN-LOGIC-EXIT
060868     END-IF.
060869     ADD 1 TO WS-FEE-COUNT.
060870     ADD TRAN-AMOUNT TO WS-FEE-TOTAL.
060871     MOVE "NSF FEE CHARGED" TO DET-DISPOSITION.
060872     PERFORM 2100-PRINT-JOURNAL-LINE THRU 2100-EXIT.
060873 2500-EXIT.
060874     EXIT.
060900*
061000*-----------------------------------------------------*
061100* 2900-READ-TRAN -- NEXT DAILY TRANSACTION, OR FLAG     *
062500     END-IF.
062600 2900-EXIT.
062700     EXIT.
062702*
062704*-----------------------------------------------------*
062706* 2950-CHECK-DUPLICATE -- HAS THIS ACCOUNT ALREADY SEEN *
062708*     THIS REFERENCE, IN RECENT HISTORY OR EARLIER ON   *
062710*     TONIGHT'S FILE?  AN ITEM WITH NO REFERENCE CANNOT *
062712*     BE MATCHED AND IS NEVER HELD.                     *
062714*-----------------------------------------------------*
062716 2950-CHECK-DUPLICATE.
062718     MOVE "N" TO WS-DUP-FOUND-SW.
062720     IF TRAN-REFERENCE = SPACES
062722         GO TO 2950-EXIT
062724     END-IF.
062726     PERFORM 2960-TEST-ONE-REF THRU 2960-EXIT
062728         VARYING WS-RX FROM 1 BY 1
062730         UNTIL WS-RX > WS-REF-COUNT
062732            OR WS-DUP-FOUND.
062734 2950-EXIT.
062736     EXIT.
062738*
062740 2960-TEST-ONE-REF.
062742     IF WS-REF-ACCT (WS-RX) = TRAN-ACCT-NUMBER
062744      AND WS-REF-REFERENCE (WS-RX) = TRAN-REFERENCE
062746         SET WS-DUP-FOUND TO TRUE
062748     END-IF.
062750 2960-EXIT.
062752     EXIT.
062754*
062756 2970-REMEMBER-REFERENCE.
062758     IF TRAN-REFERENCE = SPACES
062760         GO TO 2970-EXIT
062762     END-IF.
062764     IF WS-REF-COUNT = 50000
062766         MOVE "DUPLICATE CHECK TABLE LIMIT EXCEEDED"
062768                         TO WS-ABEND-MSG
062770         SET WS-ABEND-FLAG TO TRUE
062772         GO TO MAIN-LOGIC-EXIT
062774     END-IF.
062776     ADD 1 TO WS-REF-COUNT.
062778     MOVE TRAN-ACCT-NUMBER TO WS-REF-ACCT (WS-REF-COUNT).
062780     MOVE TRAN-REFERENCE   TO WS-REF-REFERENCE (WS-REF-COUNT).
062782 2970-EXIT.
062784     EXIT.
062800*
062900*-----------------------------------------------------*
063000* 3000-PRINT-JOURNAL-TOTALS -- CLOSE THE JOURNAL OUT    *
063050*     WITH THE ITEM COUNTS AND THE MONEY TOTALS.  THE   *
063100*     POSTED DEBITS, POSTED CREDITS, REJECTED MONEY,    *
063150*     NSF RETURNS AND HELD DUPLICATES TOGETHER PROVE    *
063200*     BACK TO THE INPUT TOTAL -- NOTHING ON TRANFILE    *
063250*     CAN GO UNACCOUNTED FOR.  NSF FEES ARE GENERATED   *
063300*     BY THE RUN, NOT READ, SO THEY SHOW APART FROM IT. *
063500*-----------------------------------------------------*
063600 3000-PRINT-JOURNAL-TOTALS.
063700     IF WS-PAGE-COUNT = ZERO
065100     MOVE WS-REJECT-COUNT        TO CNT-COUNT.
065200     WRITE JRN-PRINT-LINE FROM WS-COUNT-LINE
065300         AFTER ADVANCING 1 LINE.
065305     MOVE "NSF RETURNS"          TO CNT-LABEL.
065310     MOVE WS-NSF-COUNT           TO CNT-COUNT.
065315     WRITE JRN-PRINT-LINE FROM WS-COUNT-LINE
065320         AFTER ADVANCING 1 LINE.
065325     MOVE "SUSPECTED DUPLICATES" TO CNT-LABEL.
065330     MOVE WS-DUP-COUNT           TO CNT-COUNT.
065335     WRITE JRN-PRINT-LINE FROM WS-COUNT-LINE
065340         AFTER ADVANCING 1 LINE.
065345     MOVE "NSF FEES CHARGED"     TO CNT-LABEL.
065350     MOVE WS-FEE-COUNT           TO CNT-COUNT.
065355     WRITE JRN-PRINT-LINE FROM WS-COUNT-LINE
065360         AFTER ADVANCING 1 LINE.
065400     MOVE SPACES TO JRN-PRINT-LINE.
065500     WRITE JRN-PRINT-LINE AFTER ADVANCING 1 LINE.
065600     MOVE "DEBITS POSTED"        TO MNY-LABEL.
066500     MOVE WS-REJECT-TOTAL        TO MNY-AMOUNT.
066600     WRITE JRN-PRINT-LINE FROM WS-MONEY-LINE
066700         AFTER ADVANCING 1 LINE.
066710     MOVE "NSF RETURNED AMOUNT"  TO MNY-LABEL.
066720     MOVE WS-NSF-TOTAL           TO MNY-AMOUNT.
066730     WRITE JRN-PRINT-LINE FROM WS-MONEY-LINE
066740         AFTER ADVANCING 1 LINE.
066750     MOVE "DUPLICATES HELD"      TO MNY-LABEL.
066760     MOVE WS-DUP-TOTAL           TO MNY-AMOUNT.
066770     WRITE JRN-PRINT-LINE FROM WS-MONEY-LINE
066780         AFTER ADVANCING 1 LINE.
066800     MOVE "INPUT AMOUNT"         TO MNY-LABEL.
066900     MOVE WS-INPUT-TOTAL         TO MNY-AMOUNT.
067000     WRITE JRN-PRINT-LINE FROM WS-MONEY-LINE
067100         AFTER ADVANCING 1 LINE.
067200     IF WS-POSTED-TOTAL + WS-REJECT-TOTAL + WS-NSF-TOTAL
067250          + WS-DUP-TOTAL = WS-INPUT-TOTAL
067300         MOVE "JOURNAL IN BALANCE WITH INPUT"
067400                         TO JRN-PRINT-LINE
067500     ELSE
068000         SET WS-ABEND-FLAG TO TRUE
068100     END-IF.
068200     WRITE JRN-PRINT-LINE AFTER ADVANCING 2 LINES.
068210     MOVE "NSF FEES CHARGED"     TO MNY-LABEL.
068220     MOVE WS-FEE-TOTAL           TO MNY-AMOUNT.
068230     WRITE JRN-PRINT-LINE FROM WS-MONEY-LINE
068240         AFTER ADVANCING 2 LINES.
068300 3000-EXIT.
068400     EXIT.
068500*
069100*     GLFEED ONLY IF ITS DEBITS EQUAL ITS CREDITS;     *
069200*     OTHERWISE IT IS HELD ON GLHOLD AND THE STEP      *
069300*     ENDS RC 8.                                       *
069310*     NSF FEES CHARGED MOVE FROM THE DEPOSIT LIABILITY *
069320*     TO FEE INCOME.                                   *
069400*-----------------------------------------------------*
069500 3500-BUILD-GL-FEED.
069600     IF WS-POSTED-COUNT = ZERO AND WS-FEE-COUNT = ZERO
069700         GO TO 3500-EXIT
069800     END-IF.
069900     IF WS-CREDIT-TOTAL > ZERO
072800                         TO WS-GLT-DESC (WS-GL-COUNT)
072900         ADD WS-DEBIT-TOTAL TO WS-GL-CREDITS
073000     END-IF.
073005     IF WS-FEE-TOTAL > ZERO
073010         PERFORM 3540-ADD-GL-LINE THRU 3540-EXIT
073015         MOVE WS-GLA-DEPOSITS TO WS-GLT-ACCOUNT (WS-GL-COUNT)
073020         MOVE "D" TO WS-GLT-DC-CODE (WS-GL-COUNT)
073025         MOVE WS-FEE-TOTAL TO WS-GLT-AMOUNT (WS-GL-COUNT)
073030         MOVE "NSF FEES CHARGED"
073035                         TO WS-GLT-DESC (WS-GL-COUNT)
073040         ADD WS-FEE-TOTAL TO WS-GL-DEBITS
073045         PERFORM 3540-ADD-GL-LINE THRU 3540-EXIT
073050         MOVE WS-GLA-FEE-INCOME TO WS-GLT-ACCOUNT (WS-GL-COUNT)
073055         MOVE "C" TO WS-GLT-DC-CODE (WS-GL-COUNT)
073060         MOVE WS-FEE-TOTAL TO WS-GLT-AMOUNT (WS-GL-COUNT)
073065         MOVE "NSF FEES CHARGED"
073070                         TO WS-GLT-DESC (WS-GL-COUNT)
073075         ADD WS-FEE-TOTAL TO WS-GL-CREDITS
073080     END-IF.
073100     IF WS-GL-COUNT = ZERO
073200         GO TO 3500-EXIT
073300     END-IF.
084400* 3900-WRITE-MOVEMENT -- DECLARE THE RUN'S EXPECTED   *
084500*     MOVEMENT ON BALMOVE: THE NET CHANGE THE POSTED  *
084600*     CREDITS AND DEBITS MADE TO THE ACCOUNT MASTER   *
084700*     BALANCES, LESS ANY NSF FEES CHARGED.  THE       *
084750*     NIGHTLY BALCHECK STEP USES IT TO EXPLAIN        *
084800*     TONIGHT'S HASH TOTALS.                          *
084900*-----------------------------------------------------*
085000 3900-WRITE-MOVEMENT.
085100     IF WS-POSTED-COUNT = ZERO AND WS-FEE-COUNT = ZERO
085200         GO TO 3900-EXIT
085300     END-IF.
085400     OPEN EXTEND MOVEMENT-FILE.
086400         GO TO MAIN-LOGIC-EXIT
086500     END-IF.
086600     COMPUTE WS-NET-MOVEMENT =
086700         WS-CREDIT-TOTAL - WS-DEBIT-TOTAL - WS-FEE-TOTAL.
086800     MOVE SPACES TO BALM-RECORD.
086900     MOVE WS-RUN-DATE     TO BALM-DATE.
087000     MOVE "TRANPOST"      TO BALM-SOURCE.
091700     IF WS-BATCH-MODE
091800         DISPLAY "TRANPOST: POSTING COMPLETE - "
091900                 WS-POSTED-COUNT " POSTED, "
092000                 WS-REJECT-COUNT " REJECTED, "
092020                 WS-NSF-COUNT " NSF, "
092040                 WS-DUP-COUNT " HELD AS DUPLICATES"
092100         GO TO 9000-EXIT
092200     END-IF.
092300     DISPLAY "POSTING COMPLETE - SEE POSTJRNL"
