008891*              THE PRE-RUN NUMBER ON FILE AND THE RERUN *
008892*              REISSUED NUMBERS ALREADY BURNED ONTO     *
008893*              CHKFILE, DUPLICATING LIVE CHECKS.        *
008894* 10/15/26 DA  POSITIVE PAY -- EVERY CHECK THE CYCLE    *
008895*              CUTS NOW ALSO GOES TO THE BANK ON THE    *
008896*              POSPAY ISSUE FILE, WITH A TRAILER OF     *
008897*              THE CYCLE'S CHECK COUNT AND TOTAL, SO    *
008898*              THE BANK CAN REFUSE ANY CHECK THAT DOES  *
008899*              NOT MATCH WHAT WE ISSUED.                *
008900* 10/15/26 DA  DIRECT DEPOSIT -- AN EMPLOYEE WHOSE      *
008910*              EMPBANK PRENOTE HAS CLEARED IS NOW PAID  *
008920*              BY DEPOSIT ON THE ACHFILE (NACHA FORMAT, *
008930*              WITH BATCH AND FILE CONTROL TOTALS)      *
008940*              INSTEAD OF A CHECK: NO CHECK NUMBER, NO  *
008950*              CHECK REGISTER, CHKFILE OR POSPAY ENTRY, *
008960*              AND THE ADVICE PRINTS AS A DEPOSIT       *
008970*              ADVICE.  A PENDING PRENOTE GOES OUT AS A *
008980*              ZERO-DOLLAR ENTRY AND IS MARKED          *
008990*              SENT.  CHECKS PLUS DEPOSITS MUST EQUAL   *
009000*              THE PAY REGISTER NET OR THE CYCLE ENDS   *
009010*              RC=8 LIKE AN UNBALANCED GL FEED.         *
009020* 10/15/26 DA  PAY HISTORY -- EVERY EMPLOYEE PAID IN    *
009022*              THE CYCLE NOW GETS A PAYHIST RECORD:     *
009024*              CYCLE DATE, CHECK NUMBER (ZERO FOR A     *
009026*              DEPOSIT), HOURS SPLIT, GROSS, FEDERAL    *
009028*              TAX, FICA, EACH ELECTION TYPE, AND       *
009030*              NET.  THE QUARTERLY TAX SUMMARY (QTRTAX) *
009032*              IS BUILT FROM IT.                        *
009034* 10/15/26 DA  A CYCLE NO LONGER EMPTIES AN ACHFILE     *
009036*              THAT STILL HOLDS ENTRIES WRITTEN BY AN   *
009038*              EARLIER RUN TODAY.  A RESTART OR RERUN   *
009040*              AFTER DIRECT DEPOSITS WERE WRITTEN NOW   *
009042*              ABENDS UNTIL THE FILE IS SENT OR SET     *
009044*              ASIDE, INSTEAD OF LOSING THOSE DEPOSITS. *
009046*-----------------------------------------------------*
009060*
009100 ENVIRONMENT DIVISION.
009200 CONFIGURATION SECTION.
009300 SOURCE-COMPUTER. RM-COBOL.
015100         ORGANIZATION IS SEQUENTIAL
015200         ACCESS MODE IS SEQUENTIAL
015300         FILE STATUS IS WS-MOVE-STATUS.
015310     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
015320         ORGANIZATION IS SEQUENTIAL
015330         ACCESS MODE IS SEQUENTIAL
015340         FILE STATUS IS WS-PPY-STATUS.
015345     SELECT BANK-FILE ASSIGN TO "EMPBANK"
015350         ORGANIZATION IS SEQUENTIAL
015355         ACCESS MODE IS SEQUENTIAL
015360         FILE STATUS IS WS-BANK-STATUS.
015365     SELECT ACH-FILE ASSIGN TO "ACHFILE"
015370         ORGANIZATION IS SEQUENTIAL
015375         ACCESS MODE IS SEQUENTIAL
015380         FILE STATUS IS WS-ACH-STATUS.
015382     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
015384         ORGANIZATION IS SEQUENTIAL
015386         ACCESS MODE IS SEQUENTIAL
015388         FILE STATUS IS WS-PHS-STATUS.
015400*
015500 DATA DIVISION.
015600 FILE SECTION.
021100 FD  MOVEMENT-FILE
021200     LABEL RECORDS ARE STANDARD.
021300     COPY BALMREC.
021310*
021320 FD  POSITIVE-PAY-FILE
021330     LABEL RECORDS ARE STANDARD.
021340     COPY PPAYREC.
021345*
021350 FD  BANK-FILE
021355     LABEL RECORDS ARE STANDARD.
021360     COPY BANKREC.
021365*
021370 FD  ACH-FILE
021375     LABEL RECORDS ARE STANDARD.
021380     COPY ACHREC.
021382*
021384 FD  PAY-HISTORY-FILE
021386     LABEL RECORDS ARE STANDARD.
021388     COPY PHSTREC.
021400*
021500 WORKING-STORAGE SECTION.
021600*
024600     88  WS-CHR-OPEN                 VALUE "Y".
024700 77  WS-CKF-OPEN-SW          PIC X(01)   VALUE "N".
024800     88  WS-CKF-OPEN                 VALUE "Y".
024810 77  WS-PPY-STATUS           PIC X(02)   VALUE "00".
024820 77  WS-PPY-OPEN-SW          PIC X(01)   VALUE "N".
024830     88  WS-PPY-OPEN                 VALUE "Y".
024840 77  WS-PP-COUNT             PIC 9(05)   COMP VALUE ZERO.
024850 77  WS-PP-ISSUE-TOTAL       PIC 9(11)V99 VALUE ZERO.
024851 77  WS-BANK-STATUS          PIC X(02)   VALUE "00".
024852 77  WS-BANK-EOF-SW          PIC X(01)   VALUE "N".
024853     88  WS-BANK-EOF                 VALUE "Y".
024854 77  WS-BANKS-CHANGED-SW     PIC X(01)   VALUE "N".
024855     88  WS-BANKS-CHANGED            VALUE "Y".
024856 77  WS-DEPOSIT-SW           PIC X(01)   VALUE "N".
024857     88  WS-PAY-BY-DEPOSIT           VALUE "Y".
024858 77  WS-BKX                  PIC 9(03)   COMP VALUE ZERO.
024859 77  WS-BANK-FOUND-X         PIC 9(03)   COMP VALUE ZERO.
024860 77  WS-ACH-STATUS           PIC X(02)   VALUE "00".
024861 77  WS-ACH-OPEN-SW          PIC X(01)   VALUE "N".
024862     88  WS-ACH-OPEN                 VALUE "Y".
024863 77  WS-ACH-BATCH-SW         PIC X(01)   VALUE "N".
024864     88  WS-ACH-BATCH-OPEN           VALUE "Y".
024865 77  WS-ACH-HELD-SW          PIC X(01)   VALUE "N".
024866     88  WS-ACH-HELD                 VALUE "Y".
024867 77  WS-ACH-RECORD-COUNT     PIC 9(07)   COMP VALUE ZERO.
024868 77  WS-ACH-ENTRY-COUNT      PIC 9(07)   COMP VALUE ZERO.
024869 77  WS-ACH-BLOCKS           PIC 9(06)   COMP VALUE ZERO.
024870 77  WS-ACH-ENTRY-HASH       PIC 9(12)   VALUE ZERO.
024871 77  WS-ACH-CREDIT-TOTAL     PIC 9(10)V99 VALUE ZERO.
024872 77  WS-ACH-AMOUNT           PIC 9(08)V99 VALUE ZERO.
024873 77  WS-ACH-TRAN-CODE        PIC X(02)   VALUE SPACES.
024874 77  WS-DEPOSIT-COUNT        PIC 9(05)   COMP VALUE ZERO.
024875 77  WS-PRENOTE-COUNT        PIC 9(05)   COMP VALUE ZERO.
024876 77  WS-CHECK-NET            PIC 9(09)V99 VALUE ZERO.
024877 77  WS-PAID-NET             PIC 9(09)V99 VALUE ZERO.
024878 77  WS-RUN-TIME             PIC 9(08)   VALUE ZERO.
024880 77  WS-PHS-STATUS           PIC X(02)   VALUE "00".
024882 77  WS-PHS-OPEN-SW          PIC X(01)   VALUE "N".
024884     88  WS-PHS-OPEN                 VALUE "Y".
024886 77  WS-PAID-CHECK-NO        PIC 9(08)   VALUE ZERO.
024888 77  WS-PHX                  PIC 9(02)   COMP VALUE ZERO.
024890 77  WS-ACH-PRIOR-EOF-SW     PIC X(01)   VALUE "N".
024892     88  WS-ACH-PRIOR-EOF            VALUE "Y".
024894 77  WS-ACH-UNSENT-SW        PIC X(01)   VALUE "N".
024896     88  WS-ACH-UNSENT               VALUE "Y".
024900 77  WS-NEXT-CHECK-NO        PIC 9(08)   VALUE 1.
025000 77  WS-CHECK-COUNT          PIC 9(05)   COMP VALUE ZERO.
025100 77  WS-HELD-SW              PIC X(01)   VALUE "N".
035800     05  FILLER              PIC X(38)   VALUE SPACES.
035900*
036000 01  WS-ADV-HEADING.
036100     05  ADH-TITLE           PIC X(20)   VALUE "PAY ADVICE".
036200     05  FILLER              PIC X(09)   VALUE "PAY DATE ".
036300     05  ADH-MM              PIC X(02)   VALUE SPACES.
036400     05  FILLER              PIC X(01)   VALUE "/".
036600     05  FILLER              PIC X(01)   VALUE "/".
036700     05  ADH-YYYY            PIC X(04)   VALUE SPACES.
036800     05  FILLER              PIC X(06)   VALUE SPACES.
036900     05  ADH-REF-LABEL       PIC X(09)   VALUE "CHECK NO ".
036950     05  ADH-CHECK-NO        PIC 9(08).
037000     05  ADH-ACCT-TYPE REDEFINES ADH-CHECK-NO
037050                             PIC X(08).
037100     05  FILLER              PIC X(70)   VALUE SPACES.
037200*
037300 01  WS-ADV-EMP-LINE.
045200         10  WS-ELT-METHOD       PIC X(01).
045300         10  WS-ELT-RATE         PIC V9(04).
045400         10  WS-ELT-AMOUNT       PIC 9(05)V99.
045405*
045410 01  WS-BANK-TABLE.
045415     05  WS-BANK-COUNT       PIC 9(03)   COMP VALUE ZERO.
045420     05  WS-BANK-ENTRY OCCURS 500 TIMES.
045425         10  WS-BKT-EMP-NO       PIC 9(05).
045430         10  WS-BKT-ROUTING      PIC 9(09).
045435         10  WS-BKT-ROUTING-X REDEFINES WS-BKT-ROUTING.
045440             15  WS-BKT-RDFI         PIC 9(08).
045445             15  WS-BKT-CHECK-DIGIT  PIC 9(01).
045450         10  WS-BKT-ACCOUNT      PIC X(17).
045455         10  WS-BKT-ACCT-TYPE    PIC X(01).
045460         10  WS-BKT-STATUS       PIC X(01).
045465         10  WS-BKT-DATE         PIC 9(08).
045500*
045600 01  WS-EMP-ELECTS.
045700     05  WS-EMP-ELECT-COUNT  PIC 9(02)   COMP VALUE ZERO.
046700     05  FILLER              PIC X(98)   VALUE SPACES.
046800*
046900 01  WS-CHR-TOTAL-LINE.
047000     05  CHT-LABEL           PIC X(16)   VALUE "CHECKS ISSUED".
047100     05  CHT-COUNT           PIC ZZ,ZZ9.
047200     05  FILLER              PIC X(15)   VALUE "   TOTAL NET".
047300     05  FILLER              PIC X(01)   VALUE SPACE.
047400     05  CHT-NET             PIC ZZZ,ZZZ,ZZ9.99.
047500     05  FILLER              PIC X(80)   VALUE SPACES.
047510*
047520 01  WS-CHR-PROOF-LINE.
047530     05  FILLER              PIC X(40)   VALUE
047540         "*** CHECKS PLUS DEPOSITS DO NOT EQUAL TH".
047550     05  FILLER              PIC X(40)   VALUE
047560         "E PAY REGISTER NET - ACHFILE HELD ***".
047570     05  FILLER              PIC X(52)   VALUE SPACES.
047600*
047700* GL ACCOUNTS FOR THE PAY CYCLE FEED.  CHANGE HERE IF
047800* THE CHART OF ACCOUNTS EVER RENUMBERS.
048000 77  WS-GLA-LABOR            PIC X(08)   VALUE "51000000".
048100 77  WS-GLA-WITHHELD         PIC X(08)   VALUE "21000000".
048200 77  WS-GLA-CASH             PIC X(08)   VALUE "10100000".
048205*
048210* ACH ORIGINATION DETAILS FOR THE DIRECT DEPOSIT FILE,
048215* AS ASSIGNED BY THE BANK THAT SENDS THE DEPOSITS.
048220* CHANGE HERE IF PAYROLL EVER MOVES TO ANOTHER BANK.
048225*
048230 77  WS-ACH-DESTINATION      PIC X(10)   VALUE " 071000013".
048235 77  WS-ACH-DEST-NAME        PIC X(23)   VALUE "PAYROLL BANK".
048240 77  WS-ACH-ODFI             PIC X(08)   VALUE "07100001".
048245 77  WS-ACH-COMPANY-ID       PIC X(10)   VALUE "1391234567".
048250 77  WS-ACH-COMPANY-NAME     PIC X(16)   VALUE "HELLOWORLD".
048300*
048400 COPY GLREC.
048500*
056800         UNTIL WS-EMP-EOF.
056900     PERFORM 3000-PRINT-CYCLE-TOTALS THRU 3000-EXIT.
057000     PERFORM 3500-CLOSE-CHECK-REGISTER THRU 3500-EXIT.
057010     PERFORM 3550-CLOSE-POSITIVE-PAY THRU 3550-EXIT.
057020     PERFORM 3650-CLOSE-ACH-FILE THRU 3650-EXIT.
057100     PERFORM 3600-SAVE-CHECK-CONTROL THRU 3600-EXIT.
057110     PERFORM 3680-SAVE-BANKING THRU 3680-EXIT.
057200     PERFORM 3700-PRINT-LABOR-DIST THRU 3700-EXIT.
057300     PERFORM 3800-BUILD-GL-FEED THRU 3800-EXIT.
057400     PERFORM 3900-WRITE-MOVEMENT THRU 3900-EXIT.
059300     IF WS-CKF-OPEN
059400         CLOSE CHECK-DATA-FILE
059500     END-IF.
059510     IF WS-PPY-OPEN
059520         CLOSE POSITIVE-PAY-FILE
059530     END-IF.
059540     IF WS-ACH-OPEN
059550         CLOSE ACH-FILE
059560     END-IF.
059570     IF WS-PHS-OPEN
059580         CLOSE PAY-HISTORY-FILE
059590     END-IF.
059600     IF WS-ABEND-FLAG
059700         IF WS-BATCH-MODE
059800             DISPLAY "PAYROLL ABEND - " WS-ABEND-MSG
060200         END-IF
060300         MOVE 16 TO RETURN-CODE
060400     ELSE
060500         IF WS-CYCLE-HELD OR WS-GL-HELD OR WS-ACH-HELD
060600             MOVE 8 TO RETURN-CODE
060700         ELSE
060800             MOVE ZERO TO RETURN-CODE
063800                  WS-MOVE-STATUS.
063900     MOVE "N" TO WS-GL-HELD-SW.
064000     MOVE ZERO TO WS-GL-COUNT WS-GL-DEBITS WS-GL-CREDITS.
064010     MOVE "00" TO WS-PPY-STATUS.
064020     MOVE "N" TO WS-PPY-OPEN-SW.
064030     MOVE ZERO TO WS-PP-COUNT WS-PP-ISSUE-TOTAL.
064035     MOVE "00" TO WS-BANK-STATUS WS-ACH-STATUS.
064040     MOVE "N" TO WS-BANK-EOF-SW WS-BANKS-CHANGED-SW
064045                 WS-DEPOSIT-SW WS-ACH-OPEN-SW
064050                 WS-ACH-BATCH-SW WS-ACH-HELD-SW.
064055     MOVE ZERO TO WS-BANK-COUNT WS-ACH-RECORD-COUNT
064060                  WS-ACH-ENTRY-COUNT WS-ACH-ENTRY-HASH
064065                  WS-ACH-CREDIT-TOTAL WS-DEPOSIT-COUNT
064070                  WS-PRENOTE-COUNT WS-CHECK-NET.
064075     MOVE "CHECKS ISSUED" TO CHT-LABEL.
064085     MOVE "00" TO WS-PHS-STATUS.
064095     MOVE "N" TO WS-PHS-OPEN-SW.
064100     MOVE ZERO TO WS-ELECT-COUNT WS-EMP-ELECT-COUNT
064200                  WS-ELECT-TOTAL WS-BEST-EFF-DATE.
064300*    COMPILED FALLBACK RATES -- PAYCTL OVERRIDES THEM
076000         GO TO MAIN-LOGIC-EXIT
076100     END-IF.
076200     SET WS-CKF-OPEN TO TRUE.
076205     OPEN EXTEND POSITIVE-PAY-FILE.
076210     IF WS-PPY-STATUS = "05" OR WS-PPY-STATUS = "35"
076215         CLOSE POSITIVE-PAY-FILE
076220         OPEN OUTPUT POSITIVE-PAY-FILE
076225     END-IF.
076230     IF WS-PPY-STATUS NOT = "00"
076235         MOVE "UNABLE TO OPEN POSPAY, STATUS "
076240                         TO WS-ABEND-MSG
076245         MOVE WS-PPY-STATUS TO WS-ABEND-MSG (31:2)
076250         SET WS-ABEND-FLAG TO TRUE
076255         GO TO MAIN-LOGIC-EXIT
076260     END-IF.
076265     SET WS-PPY-OPEN TO TRUE.
076267     OPEN EXTEND PAY-HISTORY-FILE.
076269     IF WS-PHS-STATUS = "05" OR WS-PHS-STATUS = "35"
076271         CLOSE PAY-HISTORY-FILE
076273         OPEN OUTPUT PAY-HISTORY-FILE
076275     END-IF.
076277     IF WS-PHS-STATUS NOT = "00"
076279         MOVE "UNABLE TO OPEN PAYHIST, STATUS "
076281                         TO WS-ABEND-MSG
076283         MOVE WS-PHS-STATUS TO WS-ABEND-MSG (32:2)
076285         SET WS-ABEND-FLAG TO TRUE
076287         GO TO MAIN-LOGIC-EXIT
076289     END-IF.
076291     SET WS-PHS-OPEN TO TRUE.
076300     PERFORM 1100-LOAD-CHECK-CONTROL THRU 1100-EXIT.
076400     PERFORM 1200-LOAD-PAY-CONTROL THRU 1200-EXIT.
076500     PERFORM 1300-LOAD-ELECTIONS THRU 1300-EXIT.
077300     END-IF.
077400     SET WS-LAB-OPEN TO TRUE.
077500     PERFORM 1400-LOAD-DEPT-TABLE THRU 1400-EXIT.
077510     PERFORM 1500-LOAD-BANKING THRU 1500-EXIT.
077520     PERFORM 1600-OPEN-ACH-FILE THRU 1600-EXIT.
077600     MOVE WS-RUN-DATE (5:2)  TO CH1-MM ADH-MM LB1-MM.
077700     MOVE WS-RUN-DATE (7:2)  TO CH1-DD ADH-DD LB1-DD.
077800     MOVE WS-RUN-DATE (1:4)  TO CH1-YYYY ADH-YYYY LB1-YYYY.
099600     PERFORM 1450-READ-DEPT THRU 1450-EXIT.
099700 1460-EXIT.
099800     EXIT.
099801*
099802*-----------------------------------------------------*
099803* 1500-LOAD-BANKING -- PULL THE EMPBANK DIRECT DEPOSIT *
099804*     FILE INTO THE BANKING TABLE.  NO FILE MEANS      *
099805*     NOBODY IS ON DIRECT DEPOSIT -- NOT AN ERROR.     *
099806*-----------------------------------------------------*
099807 1500-LOAD-BANKING.
099808     OPEN INPUT BANK-FILE.
099809     IF WS-BANK-STATUS = "35"
099810         GO TO 1500-EXIT
099811     END-IF.
099812     IF WS-BANK-STATUS NOT = "00"
099813         MOVE "UNABLE TO OPEN EMPBANK, STATUS "
099814                         TO WS-ABEND-MSG
099815         MOVE WS-BANK-STATUS TO WS-ABEND-MSG (32:2)
099816         SET WS-ABEND-FLAG TO TRUE
099817         GO TO MAIN-LOGIC-EXIT
099818     END-IF.
099819     PERFORM 1550-READ-BANK THRU 1550-EXIT.
099820     PERFORM 1560-STORE-BANK THRU 1560-EXIT
099821         UNTIL WS-BANK-EOF.
099822     CLOSE BANK-FILE.
099823 1500-EXIT.
099824     EXIT.
099825*
099826 1550-READ-BANK.
099827     READ BANK-FILE
099828         AT END
099829             SET WS-BANK-EOF TO TRUE
099830     END-READ.
099831 1550-EXIT.
099832     EXIT.
099833*
099834 1560-STORE-BANK.
099835     IF WS-BANK-COUNT = 500
099836         MOVE "EMPBANK EXCEEDS BANKING TABLE LIMIT"
099837                         TO WS-ABEND-MSG
099838         SET WS-ABEND-FLAG TO TRUE
099839         GO TO MAIN-LOGIC-EXIT
099840     END-IF.
099841     ADD 1 TO WS-BANK-COUNT.
099842     MOVE BANK-EMP-NUMBER  TO WS-BKT-EMP-NO (WS-BANK-COUNT).
099843     MOVE BANK-ROUTING     TO WS-BKT-ROUTING (WS-BANK-COUNT).
099844     MOVE BANK-ACCOUNT     TO WS-BKT-ACCOUNT (WS-BANK-COUNT).
099845     MOVE BANK-ACCT-TYPE   TO WS-BKT-ACCT-TYPE (WS-BANK-COUNT).
099846     MOVE BANK-PRENOTE-STATUS
099847                           TO WS-BKT-STATUS (WS-BANK-COUNT).
099848     MOVE BANK-PRENOTE-DATE
099849                           TO WS-BKT-DATE (WS-BANK-COUNT).
099850     PERFORM 1550-READ-BANK THRU 1550-EXIT.
099851 1560-EXIT.
099852     EXIT.
099853*
099854*-----------------------------------------------------*
099855* 1600-OPEN-ACH-FILE -- START THE CYCLE'S DIRECT       *
099856*     DEPOSIT FILE WITH ITS FILE HEADER.  THE BATCH    *
099857*     HEADER WAITS FOR THE FIRST ENTRY, SO A CYCLE WITH*
099858*     NO DEPOSITS OR PRENOTES SENDS NO EMPTY BATCH.    *
099859*     1610 FIRST MAKES SURE NOTHING ON THE FILE IS     *
099860*     STILL WAITING TO BE SENT.                        *
099861*-----------------------------------------------------*
099862 1600-OPEN-ACH-FILE.
099863     PERFORM 1610-CHECK-PRIOR-ACH THRU 1610-EXIT.
099864     OPEN OUTPUT ACH-FILE.
099865     IF WS-ACH-STATUS NOT = "00"
099866         MOVE "UNABLE TO OPEN ACHFILE, STATUS "
099867                         TO WS-ABEND-MSG
099868         MOVE WS-ACH-STATUS TO WS-ABEND-MSG (32:2)
099869         SET WS-ABEND-FLAG TO TRUE
099870         GO TO MAIN-LOGIC-EXIT
099871     END-IF.
099872     SET WS-ACH-OPEN TO TRUE.
099873     ACCEPT WS-RUN-TIME FROM TIME.
099874     MOVE SPACES TO ACH-FILE-HEADER.
099875     MOVE "1"                 TO ACH1-RECORD-TYPE.
099876     MOVE "01"                TO ACH1-PRIORITY.
099877     MOVE WS-ACH-DESTINATION  TO ACH1-DESTINATION.
099878     MOVE WS-ACH-COMPANY-ID   TO ACH1-ORIGIN.
099879     MOVE WS-RUN-DATE (3:6)   TO ACH1-CREATE-DATE.
099880     MOVE WS-RUN-TIME (1:4)   TO ACH1-CREATE-TIME.
099881     MOVE "A"                 TO ACH1-FILE-ID.
099882     MOVE "094"               TO ACH1-RECORD-SIZE.
099883     MOVE "10"                TO ACH1-BLOCKING.
099884     MOVE "1"                 TO ACH1-FORMAT-CODE.
099885     MOVE WS-ACH-DEST-NAME    TO ACH1-DEST-NAME.
099886     MOVE WS-ACH-COMPANY-NAME TO ACH1-ORIGIN-NAME.
099887     WRITE ACH-FILE-HEADER.
099888     PERFORM 1650-CHECK-ACH-WRITE THRU 1650-EXIT.
099889 1600-EXIT.
099890     EXIT.
099891*
099892*-----------------------------------------------------*
099893* 1610-CHECK-PRIOR-ACH -- A RESTARTED OR RERUN CYCLE   *
099894*     MUST NOT EMPTY AN ACHFILE THAT STILL HOLDS THE   *
099895*     DEPOSITS OF AN EARLIER RUN TODAY.  THOSE         *
099896*     EMPLOYEES' MASTERS ARE ALREADY ROLLED, SO THE    *
099897*     RERUN PAYS THEM NOTHING AND THEIR MONEY WOULD BE *
099898*     LOST WITHOUT A WORD.  A FILE HEADER CREATED      *
099899*     TODAY WITH ANY ENTRY DETAIL BEHIND IT ABENDS THE *
099900*     CYCLE BEFORE ANYONE IS PAID; THE OPERATOR SENDS  *
099901*     OR SETS ASIDE THE FILE AND RERUNS.  NO FILE, AN  *
099902*     EMPTY ONE, OR AN EARLIER DAY'S (ALREADY SENT) IS *
099903*     STARTED OVER AS BEFORE.                          *
099904*-----------------------------------------------------*
099905 1610-CHECK-PRIOR-ACH.
099906     OPEN INPUT ACH-FILE.
099907     IF WS-ACH-STATUS = "35"
099908         GO TO 1610-EXIT
099909     END-IF.
099910     IF WS-ACH-STATUS NOT = "00"
099911         MOVE "UNABLE TO OPEN ACHFILE, STATUS "
099912                         TO WS-ABEND-MSG
099913         MOVE WS-ACH-STATUS TO WS-ABEND-MSG (32:2)
099914         SET WS-ABEND-FLAG TO TRUE
099915         GO TO MAIN-LOGIC-EXIT
099916     END-IF.
099917     MOVE "N" TO WS-ACH-PRIOR-EOF-SW WS-ACH-UNSENT-SW.
099918     PERFORM 1620-READ-PRIOR-ACH THRU 1620-EXIT.
099919     IF WS-ACH-PRIOR-EOF
099920      OR ACH1-RECORD-TYPE NOT = "1"
099921      OR ACH1-CREATE-DATE NOT = WS-RUN-DATE (3:6)
099922         GO TO 1610-CLOSE
099923     END-IF.
099924     PERFORM 1620-READ-PRIOR-ACH THRU 1620-EXIT
099925         UNTIL WS-ACH-PRIOR-EOF
099926            OR WS-ACH-UNSENT.
099927 1610-CLOSE.
099928     CLOSE ACH-FILE.
099929     IF WS-ACH-UNSENT
099930         IF WS-BATCH-MODE
099931             DISPLAY "PAYROLL: SEND OR SET ASIDE ACHFILE, "
099932                     "THEN RERUN THE CYCLE"
099933         END-IF
099934         MOVE "ACHFILE HOLDS UNSENT ENTRIES FROM TODAY'S RUN"
099935                         TO WS-ABEND-MSG
099936         SET WS-ABEND-FLAG TO TRUE
099937         GO TO MAIN-LOGIC-EXIT
099938     END-IF.
099939 1610-EXIT.
099940     EXIT.
099941*
099942 1620-READ-PRIOR-ACH.
099943     READ ACH-FILE
099944         AT END
099945             SET WS-ACH-PRIOR-EOF TO TRUE
099946             GO TO 1620-EXIT
099947     END-READ.
099948     IF WS-ACH-STATUS NOT = "00"
099949         CLOSE ACH-FILE
099950         MOVE "UNABLE TO READ ACHFILE, STATUS "
099951                         TO WS-ABEND-MSG
099952         MOVE WS-ACH-STATUS TO WS-ABEND-MSG (32:2)
099953         SET WS-ABEND-FLAG TO TRUE
099954         GO TO MAIN-LOGIC-EXIT
099955     END-IF.
099956     IF ACH6-RECORD-TYPE = "6"
099957         SET WS-ACH-UNSENT TO TRUE
099958     END-IF.
099959 1620-EXIT.
099960     EXIT.
099961*
099962 1650-CHECK-ACH-WRITE.
099963     IF WS-ACH-STATUS NOT = "00"
099964         MOVE "UNABLE TO WRITE ACHFILE, STATUS "
099965                         TO WS-ABEND-MSG
099966         MOVE WS-ACH-STATUS TO WS-ABEND-MSG (33:2)
099967         SET WS-ABEND-FLAG TO TRUE
099968         GO TO MAIN-LOGIC-EXIT
099969     END-IF.
099970     ADD 1 TO WS-ACH-RECORD-COUNT.
099971 1650-EXIT.
099972     EXIT.
099973*
100000*-----------------------------------------------------*
100100* 2000-PAY-ONE-EMPLOYEE -- CALCULATE THE CYCLE PAY FOR  *
100200*     THE EMPLOYEE RECORD IN HAND.  HOURS OVER THE      *
104000     ADD 1                   TO WS-EMP-COUNT.
104100     PERFORM 2300-ADD-TO-DEPT THRU 2300-EXIT.
104200*    NO PAY, NO CHECK -- A ZERO-HOURS EMPLOYEE MUST NOT
104205*    BURN A CHECK NUMBER OR PUT A $0.00 LIVE CHECK ON
104210*    THE BANK REGISTER EVERY CYCLE.  AN EMPLOYEE WHOSE
104215*    PRENOTE HAS CLEARED IS PAID BY DEPOSIT INSTEAD.
104220     PERFORM 2050-CHECK-BANKING THRU 2050-EXIT.
104225     MOVE ZERO TO WS-PAID-CHECK-NO.
104230     IF WS-GROSS-PAY > ZERO
104235         IF WS-PAY-BY-DEPOSIT
104240             PERFORM 2550-ISSUE-DEPOSIT THRU 2550-EXIT
104245         ELSE
104250             PERFORM 2500-ISSUE-CHECK THRU 2500-EXIT
104255         END-IF
104260         PERFORM 2400-WRITE-PAY-HISTORY THRU 2400-EXIT
104265     END-IF.
104300     MOVE ZERO TO EMP-HOURS-WORKED.
104400     REWRITE EMP-RECORD.
104500     IF WS-EMP-STATUS NOT = "00"
105200     PERFORM 2900-READ-EMPLOYEE THRU 2900-EXIT.
105300 2000-EXIT.
105400     EXIT.
105402*
105404*-----------------------------------------------------*
105406* 2050-CHECK-BANKING -- LOOK THE EMPLOYEE UP ON THE    *
105408*     BANKING TABLE.  A CLEARED PRENOTE MEANS PAY BY   *
105410*     DIRECT DEPOSIT.  A PENDING PRENOTE GOES TO THE   *
105412*     BANK NOW AS A ZERO-DOLLAR ENTRY AND IS MARKED    *
105414*     SENT; THE EMPLOYEE STAYS ON A PAPER CHECK UNTIL  *
105416*     BANKMNT RECORDS THAT THE BANK ACCEPTED IT.       *
105418*-----------------------------------------------------*
105420 2050-CHECK-BANKING.
105422     MOVE "N" TO WS-DEPOSIT-SW.
105424     MOVE ZERO TO WS-BANK-FOUND-X.
105426     PERFORM 2060-TEST-ONE-BANK THRU 2060-EXIT
105428         VARYING WS-BKX FROM 1 BY 1
105430         UNTIL WS-BKX > WS-BANK-COUNT
105432            OR WS-BANK-FOUND-X > ZERO.
105434     IF WS-BANK-FOUND-X = ZERO
105436         GO TO 2050-EXIT
105438     END-IF.
105440     IF WS-BKT-STATUS (WS-BANK-FOUND-X) = "C"
105442         SET WS-PAY-BY-DEPOSIT TO TRUE
105444         GO TO 2050-EXIT
105446     END-IF.
105448     IF WS-BKT-STATUS (WS-BANK-FOUND-X) = "P"
105450         PERFORM 2580-SEND-PRENOTE THRU 2580-EXIT
105452     END-IF.
105454 2050-EXIT.
105456     EXIT.
105458*
105460 2060-TEST-ONE-BANK.
105462     IF WS-BKT-EMP-NO (WS-BKX) = EMP-NUMBER
105464         MOVE WS-BKX TO WS-BANK-FOUND-X
105466     END-IF.
105468 2060-EXIT.
105470     EXIT.
105500*
105600*-----------------------------------------------------*
105700* 2100-PRINT-REGISTER-LINE -- LAY OUT AND WRITE ONE     *
114100     END-IF.
114200 2350-EXIT.
114300     EXIT.
114301*
114302*-----------------------------------------------------*
114303* 2400-WRITE-PAY-HISTORY -- ONE PAYHIST RECORD FOR THE *
114304*     PAY JUST ISSUED, CARRYING EVERY FIGURE THE       *
114305*     ADVICE SHOWED.  THE CYCLE'S ELECTIONS ARE SPREAD *
114306*     INTO THEIR TYPE BUCKETS; A TYPE PAYMAINT DOES NOT*
114307*     OFFER GOES TO OTHER SO THE BUCKETS ALWAYS ADD UP *
114308*     TO THE DEDUCTIONS ON THE MASTER.                 *
114309*-----------------------------------------------------*
114310 2400-WRITE-PAY-HISTORY.
114311     MOVE SPACES TO PH-RECORD.
114312     MOVE EMP-NUMBER         TO PH-EMP-NUMBER.
114313     MOVE EMP-NAME           TO PH-EMP-NAME.
114314     MOVE EMP-DEPT           TO PH-EMP-DEPT.
114315     MOVE WS-RUN-DATE        TO PH-CYCLE-DATE.
114316     IF WS-PAY-BY-DEPOSIT
114317         MOVE "D"            TO PH-PAY-METHOD
114318     ELSE
114319         MOVE "C"            TO PH-PAY-METHOD
114320     END-IF.
114321     MOVE WS-PAID-CHECK-NO   TO PH-CHECK-NUMBER.
114322     MOVE EMP-PAY-RATE       TO PH-PAY-RATE.
114323     MOVE WS-REG-HOURS       TO PH-REG-HOURS.
114324     MOVE WS-OT-HOURS        TO PH-OT-HOURS.
114325     MOVE WS-GROSS-PAY       TO PH-GROSS.
114326     MOVE WS-FED-TAX         TO PH-FED-TAX.
114327     MOVE WS-FICA-TAX        TO PH-FICA-TAX.
114328     MOVE ZERO TO PH-RET-DEDUCT PH-INS-DEDUCT PH-SAV-DEDUCT
114329                  PH-UNI-DEDUCT PH-OTHER-DEDUCT.
114330     PERFORM 2450-HIST-ONE-ELECT THRU 2450-EXIT
114331         VARYING WS-PHX FROM 1 BY 1
114332         UNTIL WS-PHX > WS-EMP-ELECT-COUNT.
114333     MOVE WS-TOTAL-DEDUCT    TO PH-TOTAL-DEDUCT.
114334     MOVE WS-NET-PAY         TO PH-NET.
114335     WRITE PH-RECORD.
114336     IF WS-PHS-STATUS NOT = "00"
114337         MOVE "UNABLE TO WRITE PAYHIST, STATUS "
114338                         TO WS-ABEND-MSG
114339         MOVE WS-PHS-STATUS TO WS-ABEND-MSG (33:2)
114340         SET WS-ABEND-FLAG TO TRUE
114341         GO TO MAIN-LOGIC-EXIT
114342     END-IF.
114343 2400-EXIT.
114344     EXIT.
114345*
114346 2450-HIST-ONE-ELECT.
114347     EVALUATE WS-EME-TYPE (WS-PHX)
114348         WHEN "RET"
114349             ADD WS-EME-AMOUNT (WS-PHX) TO PH-RET-DEDUCT
114350         WHEN "INS"
114351             ADD WS-EME-AMOUNT (WS-PHX) TO PH-INS-DEDUCT
114352         WHEN "SAV"
114353             ADD WS-EME-AMOUNT (WS-PHX) TO PH-SAV-DEDUCT
114354         WHEN "UNI"
114355             ADD WS-EME-AMOUNT (WS-PHX) TO PH-UNI-DEDUCT
114356         WHEN OTHER
114357             ADD WS-EME-AMOUNT (WS-PHX) TO PH-OTHER-DEDUCT
114358     END-EVALUATE.
114359 2450-EXIT.
114360     EXIT.
114400*
114500*-----------------------------------------------------*
114600* 2500-ISSUE-CHECK -- ASSIGN THE NEXT CHECK NUMBER TO  *
114650*     THE PAY JUST CALCULATED, PRINT THE PAY ADVICE,   *
114700*     PUT THE CHECK ON THE REGISTER FOR THE BANK       *
114750*     TICK-OFF, APPEND IT TO CHKFILE SO CHKMAINT CAN   *
114800*     VOID AND REISSUE IT LATER, AND SEND IT TO THE    *
114850*     BANK ON THE POSPAY POSITIVE PAY FILE.            *
115100*-----------------------------------------------------*
115200 2500-ISSUE-CHECK.
115300     PERFORM 2600-PRINT-ADVICE THRU 2600-EXIT.
117200         SET WS-ABEND-FLAG TO TRUE
117300         GO TO MAIN-LOGIC-EXIT
117400     END-IF.
117405     MOVE SPACES TO PP-RECORD.
117410     MOVE "D"                TO PP-RECORD-TYPE.
117415     MOVE "I"                TO PP-ACTION-CODE.
117420     MOVE WS-NEXT-CHECK-NO   TO PP-CHECK-NUMBER.
117425     MOVE WS-RUN-DATE        TO PP-ISSUE-DATE.
117430     MOVE WS-NET-PAY         TO PP-AMOUNT.
117435     MOVE EMP-NAME           TO PP-PAYEE.
117440     MOVE "PAYROLL"          TO PP-SOURCE.
117445     WRITE PP-RECORD.
117450     IF WS-PPY-STATUS NOT = "00"
117455         MOVE "UNABLE TO WRITE POSPAY, STATUS "
117460                         TO WS-ABEND-MSG
117465         MOVE WS-PPY-STATUS TO WS-ABEND-MSG (32:2)
117470         SET WS-ABEND-FLAG TO TRUE
117475         GO TO MAIN-LOGIC-EXIT
117480     END-IF.
117485     ADD 1 TO WS-PP-COUNT.
117490     ADD WS-NET-PAY TO WS-PP-ISSUE-TOTAL.
117500     ADD 1 TO WS-CHECK-COUNT.
117510     ADD WS-NET-PAY TO WS-CHECK-NET.
117520     MOVE WS-NEXT-CHECK-NO TO WS-PAID-CHECK-NO.
117600     ADD 1 TO WS-NEXT-CHECK-NO.
117610*    CARRY THE NUMBER FORWARD THE MOMENT IT IS DRAWN --
117620*    THE SAME IMMEDIATE WRITE-BACK CHKMAINT DOES ON A
117660     PERFORM 3600-SAVE-CHECK-CONTROL THRU 3600-EXIT.
117700 2500-EXIT.
117800     EXIT.
117802*
117804*-----------------------------------------------------*
117806* 2550-ISSUE-DEPOSIT -- PAY THE EMPLOYEE IN HAND BY    *
117808*     DIRECT DEPOSIT: A DEPOSIT ADVICE INSTEAD OF A    *
117810*     CHECK, AND A CREDIT ENTRY ON THE ACH FILE.  NO   *
117812*     CHECK NUMBER IS DRAWN AND NOTHING GOES TO THE    *
117814*     CHECK REGISTER, CHKFILE, OR POSPAY.  A NET OF    *
117816*     ZERO (ELECTIONS TOOK IT ALL) GETS THE ADVICE BUT *
117818*     NO ENTRY -- THE BANK REJECTS A ZERO CREDIT.      *
117820*-----------------------------------------------------*
117822 2550-ISSUE-DEPOSIT.
117824     PERFORM 2600-PRINT-ADVICE THRU 2600-EXIT.
117826     IF WS-NET-PAY > ZERO
117828         IF WS-BKT-ACCT-TYPE (WS-BANK-FOUND-X) = "S"
117830             MOVE "32" TO WS-ACH-TRAN-CODE
117832         ELSE
117834             MOVE "22" TO WS-ACH-TRAN-CODE
117836         END-IF
117838         MOVE WS-NET-PAY TO WS-ACH-AMOUNT
117840         PERFORM 2590-WRITE-ACH-ENTRY THRU 2590-EXIT
117842     END-IF.
117844     ADD 1 TO WS-DEPOSIT-COUNT.
117846 2550-EXIT.
117848     EXIT.
117850*
117852 2580-SEND-PRENOTE.
117854     IF WS-BKT-ACCT-TYPE (WS-BANK-FOUND-X) = "S"
117856         MOVE "33" TO WS-ACH-TRAN-CODE
117858     ELSE
117860         MOVE "23" TO WS-ACH-TRAN-CODE
117862     END-IF.
117864     MOVE ZERO TO WS-ACH-AMOUNT.
117866     PERFORM 2590-WRITE-ACH-ENTRY THRU 2590-EXIT.
117868     MOVE "S"         TO WS-BKT-STATUS (WS-BANK-FOUND-X).
117870     MOVE WS-RUN-DATE TO WS-BKT-DATE (WS-BANK-FOUND-X).
117872     SET WS-BANKS-CHANGED TO TRUE.
117874     ADD 1 TO WS-PRENOTE-COUNT.
117876 2580-EXIT.
117878     EXIT.
117900*
117901*-----------------------------------------------------*
117902* 2590-WRITE-ACH-ENTRY -- ONE ENTRY DETAIL FOR THE     *
117903*     EMPLOYEE IN HAND, TRANSACTION CODE AND AMOUNT AS *
117904*     SET BY THE CALLER.  THE TRACE NUMBER IS OUR BANK *
117905*     ROUTING PLUS THE ENTRY SEQUENCE.  EACH ENTRY ADDS*
117906*     TO THE ENTRY HASH AND CREDIT TOTAL THE CONTROL   *
117907*     RECORDS CARRY.                                   *
117908*-----------------------------------------------------*
117909 2590-WRITE-ACH-ENTRY.
117910     IF NOT WS-ACH-BATCH-OPEN
117911         PERFORM 2595-WRITE-BATCH-HEADER THRU 2595-EXIT
117912     END-IF.
117913     ADD 1 TO WS-ACH-ENTRY-COUNT.
117914     MOVE SPACES TO ACH-ENTRY-DETAIL.
117915     MOVE "6"                TO ACH6-RECORD-TYPE.
117916     MOVE WS-ACH-TRAN-CODE   TO ACH6-TRAN-CODE.
117917     MOVE WS-BKT-RDFI (WS-BANK-FOUND-X)
117918                             TO ACH6-RDFI.
117919     MOVE WS-BKT-CHECK-DIGIT (WS-BANK-FOUND-X)
117920                             TO ACH6-CHECK-DIGIT.
117921     MOVE WS-BKT-ACCOUNT (WS-BANK-FOUND-X)
117922                             TO ACH6-ACCOUNT.
117923     MOVE WS-ACH-AMOUNT      TO ACH6-AMOUNT.
117924     MOVE EMP-NUMBER         TO ACH6-INDIVIDUAL-ID.
117925     MOVE EMP-NAME           TO ACH6-INDIVIDUAL-NAME.
117926     MOVE "0"                TO ACH6-ADDENDA-IND.
117927     MOVE WS-ACH-ODFI        TO ACH6-TRACE-ODFI.
117928     MOVE WS-ACH-ENTRY-COUNT TO ACH6-TRACE-SEQ.
117929     WRITE ACH-ENTRY-DETAIL.
117930     PERFORM 1650-CHECK-ACH-WRITE THRU 1650-EXIT.
117931     ADD WS-BKT-RDFI (WS-BANK-FOUND-X) TO WS-ACH-ENTRY-HASH.
117932     ADD WS-ACH-AMOUNT TO WS-ACH-CREDIT-TOTAL.
117933 2590-EXIT.
117934     EXIT.
117935*
117936 2595-WRITE-BATCH-HEADER.
117937     MOVE SPACES TO ACH-BATCH-HEADER.
117938     MOVE "5"                 TO ACH5-RECORD-TYPE.
117939     MOVE "220"               TO ACH5-SERVICE-CLASS.
117940     MOVE WS-ACH-COMPANY-NAME TO ACH5-COMPANY-NAME.
117941     MOVE WS-ACH-COMPANY-ID   TO ACH5-COMPANY-ID.
117942     MOVE "PPD"               TO ACH5-SEC-CODE.
117943     MOVE "PAYROLL"           TO ACH5-ENTRY-DESC.
117944     MOVE WS-RUN-DATE (3:6)   TO ACH5-DESC-DATE.
117945     MOVE WS-RUN-DATE (3:6)   TO ACH5-EFFECTIVE-DATE.
117946     MOVE "1"                 TO ACH5-ORIGINATOR-STATUS.
117947     MOVE WS-ACH-ODFI         TO ACH5-ODFI.
117948     MOVE 1                   TO ACH5-BATCH-NUMBER.
117949     WRITE ACH-BATCH-HEADER.
117950     PERFORM 1650-CHECK-ACH-WRITE THRU 1650-EXIT.
117951     SET WS-ACH-BATCH-OPEN TO TRUE.
117952 2595-EXIT.
117953     EXIT.
117954*
118000*-----------------------------------------------------*
118100* 2600-PRINT-ADVICE -- ONE ADVICE PAGE FOR THE CHECK   *
118150*     OR DEPOSIT IN HAND: WHO, THE HOURS SPLIT, THE    *
118200*     MONEY, AND THE YTD FIGURES AS THEY STAND         *
118250*     INCLUDING THIS PAY.  A DEPOSIT PRINTS AS A       *
118300*     DEPOSIT ADVICE SHOWING THE ACCOUNT TYPE WHERE A  *
118350*     CHECK SHOWS ITS NUMBER.                          *
118500*-----------------------------------------------------*
118600 2600-PRINT-ADVICE.
118700     IF WS-PAY-BY-DEPOSIT
118705         MOVE "DEPOSIT ADVICE"  TO ADH-TITLE
118710         MOVE "DEPOSIT  "       TO ADH-REF-LABEL
118715         IF WS-BKT-ACCT-TYPE (WS-BANK-FOUND-X) = "S"
118720             MOVE "SAVINGS"     TO ADH-ACCT-TYPE
118725         ELSE
118730             MOVE "CHECKING"    TO ADH-ACCT-TYPE
118735         END-IF
118740     ELSE
118745         MOVE "PAY ADVICE"      TO ADH-TITLE
118750         MOVE "CHECK NO "       TO ADH-REF-LABEL
118755         MOVE WS-NEXT-CHECK-NO  TO ADH-CHECK-NO
118760     END-IF.
118800     MOVE EMP-NUMBER         TO ADE-EMP-NUMBER.
118900     MOVE EMP-NAME           TO ADE-EMP-NAME.
119000     MOVE EMP-DEPT           TO ADE-EMP-DEPT.
132700*
132800*-----------------------------------------------------*
132900* 3500-CLOSE-CHECK-REGISTER -- CHECK COUNT AND NET     *
132920*     TOTAL FOR THE BANK TICK-OFF, THEN THE PROOF OF   *
132940*     THE CYCLE'S PAYMENTS: CHECKS PLUS THE ACH FILE'S *
132960*     DEPOSIT CREDITS MUST EQUAL THE NET ON THE PAY    *
132980*     REGISTER TOTALS LINE.  IF THEY DO NOT, THE       *
133000*     ACHFILE IS HELD AND THE CYCLE ENDS RC=8.         *
133020*-----------------------------------------------------*
133040 3500-CLOSE-CHECK-REGISTER.
133060     MOVE "CHECKS ISSUED"     TO CHT-LABEL.
133080     MOVE WS-CHECK-COUNT      TO CHT-COUNT.
133100     MOVE WS-CHECK-NET        TO CHT-NET.
133120     WRITE CHR-PRINT-LINE FROM WS-CHR-TOTAL-LINE
133140         AFTER ADVANCING 2 LINES.
133160     MOVE "DIRECT DEPOSITS"   TO CHT-LABEL.
133180     MOVE WS-DEPOSIT-COUNT    TO CHT-COUNT.
133200     MOVE WS-ACH-CREDIT-TOTAL TO CHT-NET.
133220     WRITE CHR-PRINT-LINE FROM WS-CHR-TOTAL-LINE
133240         AFTER ADVANCING 1 LINE.
133260     COMPUTE WS-PAID-NET = WS-CHECK-NET + WS-ACH-CREDIT-TOTAL.
133280     MOVE "TOTAL PAID"        TO CHT-LABEL.
133300     COMPUTE CHT-COUNT = WS-CHECK-COUNT + WS-DEPOSIT-COUNT.
133320     MOVE WS-PAID-NET         TO CHT-NET.
133340     WRITE CHR-PRINT-LINE FROM WS-CHR-TOTAL-LINE
133360         AFTER ADVANCING 1 LINE.
133380     MOVE "PAY REGISTER"      TO CHT-LABEL.
133400     MOVE WS-EMP-COUNT        TO CHT-COUNT.
133420     MOVE WS-TOT-NET          TO CHT-NET.
133440     WRITE CHR-PRINT-LINE FROM WS-CHR-TOTAL-LINE
133460         AFTER ADVANCING 1 LINE.
133480     IF WS-PRENOTE-COUNT > ZERO
133500         MOVE "PRENOTES SENT" TO CHT-LABEL
133520         MOVE WS-PRENOTE-COUNT TO CHT-COUNT
133540         MOVE ZERO            TO CHT-NET
133560         WRITE CHR-PRINT-LINE FROM WS-CHR-TOTAL-LINE
133580             AFTER ADVANCING 2 LINES
133600     END-IF.
133620     IF WS-PAID-NET NOT = WS-TOT-NET
133640         PERFORM 3670-HOLD-ACH-FILE THRU 3670-EXIT
133660     END-IF.
133680 3500-EXIT.
133700     EXIT.
133902*
133904*-----------------------------------------------------*
133906* 3550-CLOSE-POSITIVE-PAY -- END THE CYCLE'S POSPAY    *
133908*     BATCH WITH ITS TRAILER: THE ISSUE COUNT AND      *
133910*     TOTAL, WHICH TIE TO THE CHECK REGISTER TOTALS.   *
133912*-----------------------------------------------------*
133914 3550-CLOSE-POSITIVE-PAY.
133916     MOVE SPACES TO PP-TRAILER-RECORD.
133918     MOVE "T"               TO PPT-RECORD-TYPE.
133920     MOVE WS-PP-COUNT       TO PPT-DETAIL-COUNT.
133922     MOVE WS-PP-ISSUE-TOTAL TO PPT-ISSUE-TOTAL.
133924     MOVE ZERO              TO PPT-VOID-TOTAL.
133926     MOVE WS-RUN-DATE       TO PPT-CREATED-DATE.
133928     MOVE "PAYROLL"         TO PPT-SOURCE.
133930     WRITE PP-TRAILER-RECORD.
133932     IF WS-PPY-STATUS NOT = "00"
133934         MOVE "UNABLE TO WRITE POSPAY, STATUS "
133936                         TO WS-ABEND-MSG
133938         MOVE WS-PPY-STATUS TO WS-ABEND-MSG (32:2)
133940         SET WS-ABEND-FLAG TO TRUE
133942         GO TO MAIN-LOGIC-EXIT
133944     END-IF.
133946     CLOSE POSITIVE-PAY-FILE.
133948     MOVE "N" TO WS-PPY-OPEN-SW.
133950 3550-EXIT.
133952     EXIT.
134000*
134100*-----------------------------------------------------*
134200* 3600-SAVE-CHECK-CONTROL -- CARRY THE NEXT UNUSED     *
136500     CLOSE CHECK-CONTROL-FILE.
136600 3600-EXIT.
136700     EXIT.
136701*
136702*-----------------------------------------------------*
136703* 3650-CLOSE-ACH-FILE -- FINISH THE ACH FILE: THE      *
136704*     BATCH CONTROL (WHEN A BATCH WAS STARTED) AND THE *
136705*     FILE CONTROL, BOTH CARRYING THE ENTRY COUNT, THE *
136706*     ENTRY HASH (LOW-ORDER TEN DIGITS), AND THE CREDIT*
136707*     TOTAL, THEN ALL-9 PADDING TO A FULL BLOCK OF TEN.*
136708*-----------------------------------------------------*
136709 3650-CLOSE-ACH-FILE.
136710     IF WS-ACH-BATCH-OPEN
136711         MOVE SPACES TO ACH-BATCH-CONTROL
136712         MOVE "8"                 TO ACH8-RECORD-TYPE
136713         MOVE "220"               TO ACH8-SERVICE-CLASS
136714         MOVE WS-ACH-ENTRY-COUNT  TO ACH8-ENTRY-COUNT
136715         MOVE WS-ACH-ENTRY-HASH   TO ACH8-ENTRY-HASH
136716         MOVE ZERO                TO ACH8-DEBIT-TOTAL
136717         MOVE WS-ACH-CREDIT-TOTAL TO ACH8-CREDIT-TOTAL
136718         MOVE WS-ACH-COMPANY-ID   TO ACH8-COMPANY-ID
136719         MOVE WS-ACH-ODFI         TO ACH8-ODFI
136720         MOVE 1                   TO ACH8-BATCH-NUMBER
136721         WRITE ACH-BATCH-CONTROL
136722         PERFORM 1650-CHECK-ACH-WRITE THRU 1650-EXIT
136723     END-IF.
136724     MOVE SPACES TO ACH-FILE-CONTROL.
136725     MOVE "9"                 TO ACH9-RECORD-TYPE.
136726     IF WS-ACH-BATCH-OPEN
136727         MOVE 1               TO ACH9-BATCH-COUNT
136728     ELSE
136729         MOVE ZERO            TO ACH9-BATCH-COUNT
136730     END-IF.
136731*    BLOCKS OF TEN, COUNTING THIS FILE CONTROL RECORD.
136732     COMPUTE WS-ACH-BLOCKS = (WS-ACH-RECORD-COUNT + 10) / 10.
136733     MOVE WS-ACH-BLOCKS       TO ACH9-BLOCK-COUNT.
136734     MOVE WS-ACH-ENTRY-COUNT  TO ACH9-ENTRY-COUNT.
136735     MOVE WS-ACH-ENTRY-HASH   TO ACH9-ENTRY-HASH.
136736     MOVE ZERO                TO ACH9-DEBIT-TOTAL.
136737     MOVE WS-ACH-CREDIT-TOTAL TO ACH9-CREDIT-TOTAL.
136738     WRITE ACH-FILE-CONTROL.
136739     PERFORM 1650-CHECK-ACH-WRITE THRU 1650-EXIT.
136740     PERFORM 3655-WRITE-ACH-PAD THRU 3655-EXIT
136741         UNTIL WS-ACH-RECORD-COUNT NOT < WS-ACH-BLOCKS * 10.
136742     CLOSE ACH-FILE.
136743     MOVE "N" TO WS-ACH-OPEN-SW.
136744 3650-EXIT.
136745     EXIT.
136746*
136747 3655-WRITE-ACH-PAD.
136748     MOVE ALL "9" TO ACH-FILE-HEADER.
136749     WRITE ACH-FILE-HEADER.
136750     PERFORM 1650-CHECK-ACH-WRITE THRU 1650-EXIT.
136751 3655-EXIT.
136752     EXIT.
136800*
136801*-----------------------------------------------------*
136802* 3670-HOLD-ACH-FILE -- CHECKS PLUS DEPOSITS DO NOT    *
136803*     EQUAL THE PAY REGISTER NET.  FLAG IT ON THE CHECK*
136804*     REGISTER AND END THE CYCLE RC=8 SO THE SCHEDULER *
136805*     HOLDS THE DAY AND THE ACHFILE IS NOT TRANSMITTED *
136806*     UNTIL SOMEONE HAS LOOKED AT IT.                  *
136807*-----------------------------------------------------*
136808 3670-HOLD-ACH-FILE.
136809     WRITE CHR-PRINT-LINE FROM WS-CHR-PROOF-LINE
136810         AFTER ADVANCING 2 LINES.
136811     SET WS-ACH-HELD TO TRUE.
136812     IF WS-BATCH-MODE
136813         DISPLAY "PAYROLL: CHECKS PLUS DEPOSITS OUT OF "
136814                 "BALANCE - ACHFILE HELD"
136815     ELSE
136816         DISPLAY "CHECKS PLUS DEPOSITS OUT OF BALANCE - "
136817                 "ACHFILE HELD"
136818             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
136819     END-IF.
136820 3670-EXIT.
136821     EXIT.
136822*
136823*-----------------------------------------------------*
136824* 3680-SAVE-BANKING -- REWRITE EMPBANK WHEN THE CYCLE  *
136825*     SENT PRENOTES, SO EACH ONE IS MARKED SENT WITH   *
136826*     THE RUN DATE AND IS NOT SENT AGAIN NEXT CYCLE.   *
136827*-----------------------------------------------------*
136828 3680-SAVE-BANKING.
136829     IF NOT WS-BANKS-CHANGED
136830         GO TO 3680-EXIT
136831     END-IF.
136832     OPEN OUTPUT BANK-FILE.
136833     IF WS-BANK-STATUS NOT = "00"
136834         MOVE "UNABLE TO REWRITE EMPBANK, STATUS "
136835                         TO WS-ABEND-MSG
136836         MOVE WS-BANK-STATUS TO WS-ABEND-MSG (35:2)
136837         SET WS-ABEND-FLAG TO TRUE
136838         GO TO MAIN-LOGIC-EXIT
136839     END-IF.
136840     PERFORM 3685-WRITE-ONE-BANK THRU 3685-EXIT
136841         VARYING WS-BKX FROM 1 BY 1
136842         UNTIL WS-BKX > WS-BANK-COUNT.
136843     CLOSE BANK-FILE.
136844 3680-EXIT.
136845     EXIT.
136846*
136847 3685-WRITE-ONE-BANK.
136848     MOVE SPACES TO BANK-RECORD.
136849     MOVE WS-BKT-EMP-NO (WS-BKX)    TO BANK-EMP-NUMBER.
136850     MOVE WS-BKT-ROUTING (WS-BKX)   TO BANK-ROUTING.
136851     MOVE WS-BKT-ACCOUNT (WS-BKX)   TO BANK-ACCOUNT.
136852     MOVE WS-BKT-ACCT-TYPE (WS-BKX) TO BANK-ACCT-TYPE.
136853     MOVE WS-BKT-STATUS (WS-BKX)    TO BANK-PRENOTE-STATUS.
136854     MOVE WS-BKT-DATE (WS-BKX)      TO BANK-PRENOTE-DATE.
136855     WRITE BANK-RECORD.
136856     IF WS-BANK-STATUS NOT = "00"
136857         MOVE "UNABLE TO WRITE EMPBANK, STATUS "
136858                         TO WS-ABEND-MSG
136859         MOVE WS-BANK-STATUS TO WS-ABEND-MSG (33:2)
136860         SET WS-ABEND-FLAG TO TRUE
136861         GO TO MAIN-LOGIC-EXIT
136862     END-IF.
136863 3685-EXIT.
136864     EXIT.
136865*
136900*-----------------------------------------------------*
137000* 3700-PRINT-LABOR-DIST -- THE LABOR DISTRIBUTION      *
137100*     REPORT: ONE LINE PER DEPARTMENT WORKED THIS      *
