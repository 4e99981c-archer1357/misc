008809*              RUN MASTER FILE BALANCING STEP THE NIGHTLY   *
008810*              RUNCTL CYCLE NOW ENDS WITH.  AN UNEXPLAINED  *
008811*              COUNT OR HASH DIFFERENCE FAILS THE CYCLE.    *
008812* 10/15/26 DA  MENU OPTION C ADDED -- ACCTMNT OPENS,        *
008813*              RENAMES, FREEZES, UNFREEZES AND CLOSES       *
008814*              ACCOUNTS ON ACCTMAST WITH ITS OWN ACCTAUDIT  *
008815*              TRAIL.  THE VERIFIED SIGN-ON ID IS NOW       *
008816*              PASSED DOWN IN HWOPERID SO A MENU PROGRAM'S  *
008817*              TRAIL NAMES THE OPERATOR WHO SIGNED ON, NOT  *
008818*              THE UNIX LOGIN.                              *
008819* 10/15/26 DA  MENU OPTION D ADDED -- REJMAINT CORRECTS AND *
008820*              RELEASES OR WRITES OFF TRANPOST REJECTS HELD *
008821*              IN REJSUSP SUSPENSE AND PRINTS THE REJAGE    *
008822*              AGING REPORT.  OPTIONS PAST TWELVE NOW SHOW  *
008823*              IN A SECOND MENU COLUMN, AND SECFILE AUTH    *
008824*              SLOTS GREW FROM 12 TO 20 (OUT OF FILLER).    *
008825* 10/15/26 DA  MENU OPTION E ADDED -- RATEMNT KEEPS THE     *
008826*              EFFECTIVE-DATED RATECTL INTEREST RATE AND    *
008827*              MAINTENANCE FEE THAT THE MONTH-END INTACCR   *
008828*              RUN CHARGES AND CREDITS.                     *
008829* 10/15/26 DA  MENU OPTION F ADDED -- BANKMNT KEEPS THE     *
008830*              EMPBANK DIRECT DEPOSIT ACCOUNTS AND PRENOTE  *
008831*              STATUS THAT PAYROLL PAYS THROUGH THE ACH     *
008832*              FILE.                                        *
008834* 10/15/26 DA  MENU OPTION G ADDED -- SECMAINT, THE         *
008836*              SUPERVISOR-ONLY SECFILE MAINTENANCE SCREEN;  *
008838*              OPTION G FOLLOWS THE NEW SUPERVISOR BYTE,    *
008840*              NOT AN AUTH SLOT.  SIGN-ON NOW ENFORCES      *
008842*              PASSWORD AGING AND LOCKOUT: A PASSWORD OLDER *
008844*              THAN 90 DAYS (OR RESET BY THE SUPERVISOR)    *
008846*              MUST BE CHANGED BEFORE THE MENU COMES UP,    *
008848*              AND MAY NOT REPEAT THE CURRENT OR LAST ONE   *
008850*              (SECC RUN-LOG ENTRY); THREE WRONG PASSWORDS  *
008852*              IN A ROW LOCK THE ID UNTIL A SUPERVISOR      *
008854*              UNLOCKS IT, AND A LOCKED ID IS REFUSED EVEN  *
008856*              WITH THE RIGHT PASSWORD (SECV ENTRIES).      *
008861* 10/15/26 DA  MENU OPTIONS H AND I ADDED -- MSTBKUP TAKES  *
008866*              A PROVED, DATED BACKUP GENERATION OF THE     *
008871*              PAYROLL AND ACCOUNT MASTERS, AND MSTREST     *
008876*              RELOADS ONE.  THE BATCH CYCLE NOW ALWAYS     *
008881*              RUNS MSTBKUP FIRST, BEFORE ANY RUNCTL STEP,  *
008886*              SO A FAILED BACKUP HOLDS THE WHOLE CYCLE; A  *
008891*              RUNCTL LINE NAMING MSTBKUP IS PASSED OVER.   *
008893* 10/15/26 DA  MENU OPTION J ADDED -- INTEGCHK, THE WEEKLY  *
008895*              CROSS-FILE INTEGRITY SCAN.  IT ALSO RUNS AS  *
008897*              ITS OWN SCHEDULED STEP WITH THE BATCH PARM.  *
008899*-----------------------------------------------------*
008900*
009000 ENVIRONMENT DIVISION.
009100 CONFIGURATION SECTION.
019700 77  WS-IN-PASSWORD          PIC X(08)   VALUE SPACES.
019800 77  WS-AX                   PIC 9(02)   COMP VALUE ZERO.
019900 77  WS-MENU-SHOWN           PIC 9(02)   COMP VALUE ZERO.
019910 77  WS-MENU-COL-NO          PIC 9(02)   VALUE ZERO.
019912 77  WS-SEC-FOUND-SW         PIC X(01)   VALUE "N".
019914     88  WS-SEC-FOUND                VALUE "Y".
019916 77  WS-PWD-EXPIRED-SW       PIC X(01)   VALUE "N".
019918     88  WS-PWD-EXPIRED              VALUE "Y".
019920 77  WS-PWD-CHANGED-SW       PIC X(01)   VALUE "N".
019922     88  WS-PWD-CHANGED              VALUE "Y".
019924 77  WS-PWD-CANCEL-SW        PIC X(01)   VALUE "N".
019926     88  WS-PWD-CANCELLED            VALUE "Y".
019928 77  WS-PWD-TRIES            PIC 9(01)   COMP VALUE ZERO.
019930 77  WS-NEW-PASSWORD         PIC X(08)   VALUE SPACES.
019932 77  WS-CONFIRM-PASSWORD     PIC X(08)   VALUE SPACES.
019934 77  WS-SIGNON-REPLY         PIC X(40)   VALUE SPACES.
019936 77  WS-TODAY-DAYS           PIC 9(07)   COMP VALUE ZERO.
019938 77  WS-PWD-AGE-DAYS         PIC 9(07)   COMP VALUE ZERO.
019940*
019942*    PASSWORD AGING AND LOCKOUT RULES.  A PASSWORD OLDER
019944*    THAN WS-PWD-MAX-DAYS MUST BE CHANGED AT SIGN-ON, AND
019946*    WS-LOCK-AFTER WRONG PASSWORDS IN A ROW LOCK THE ID
019948*    UNTIL A SUPERVISOR UNLOCKS IT IN SECMAINT.
019950*
019952 77  WS-PWD-MAX-DAYS         PIC 9(03)   VALUE 90.
019954 77  WS-LOCK-AFTER           PIC 9(01)   VALUE 3.
019956*
019958*    DAY-NUMBER WORK AREAS FOR 1178-DAY-NUMBER.  A DATE IS
019960*    TURNED INTO A RUNNING COUNT OF DAYS SO THE PASSWORD
019962*    AGE SUBTRACTS ACROSS MONTH AND YEAR ENDS.
019964 77  WS-DN-YEAR              PIC 9(04)   COMP VALUE ZERO.
019966 77  WS-DN-MONTH             PIC 9(02)   COMP VALUE ZERO.
019968 77  WS-DN-QUOTIENT-4        PIC 9(04)   COMP VALUE ZERO.
019970 77  WS-DN-QUOTIENT-100      PIC 9(04)   COMP VALUE ZERO.
019972 77  WS-DN-QUOTIENT-400      PIC 9(04)   COMP VALUE ZERO.
019974 77  WS-DN-MONTH-WORK        PIC 9(05)   COMP VALUE ZERO.
019976 77  WS-DN-MONTH-DAYS        PIC 9(05)   COMP VALUE ZERO.
019978 77  WS-DN-RESULT            PIC 9(07)   COMP VALUE ZERO.
019980*
019982 01  WS-DN-DATE              PIC 9(08)   VALUE ZERO.
019984 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
019986     05  WS-DN-YYYY          PIC 9(04).
019988     05  WS-DN-MM            PIC 9(02).
019990     05  WS-DN-DD            PIC 9(02).
020000*
020100 01  WS-UNAUTH-TEXT.
020200     05  FILLER              PIC X(15)   VALUE "UNAUTHORIZED - ".
023000     05  WS-STAMP-USER       PIC X(20)   VALUE SPACES.
023100*
023200 01  WS-MENU-TABLE.
023300     05  WS-MENU-ENTRY OCCURS 19 TIMES
023400                       INDEXED BY WS-MENU-IDX.
023500         10  WS-MENU-OPTION      PIC X(01).
023600         10  WS-MENU-PGM-NAME    PIC X(08).
041100*     REPLACES THE ENVIRONMENT USER SO AUD-USER-ID     *
041200*     NAMES WHO REALLY RAN WHAT, AND THE OPERATOR'S    *
041300*     PER-OPTION AUTHORIZATIONS ARE COPIED INTO THE    *
041400*     MENU TABLE FOR 3100/4000 TO HONOUR.  A LOCKED ID *
041420*     OR AN EXPIRED PASSWORD NOT CHANGED USES UP A TRY *
041440*     THE SAME WAY A WRONG PASSWORD DOES.              *
041500*-----------------------------------------------------*
041600 1150-OPERATOR-SIGNON.
041700     PERFORM 1160-TRY-SIGNON THRU 1160-EXIT
042000     IF WS-SIGNON-OK
042100         MOVE WS-IN-USER-ID TO WS-OPERATOR-ID
042200         MOVE WS-OPERATOR-ID TO WS-STAMP-USER
042210         DISPLAY "HWOPERID" UPON ENVIRONMENT-NAME
042220         DISPLAY WS-OPERATOR-ID UPON ENVIRONMENT-VALUE
042300         GO TO 1150-EXIT
042400     END-IF.
042500     MOVE WS-IN-USER-ID TO WS-OPERATOR-ID.
046200                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
046300     PERFORM 1170-VALIDATE-SIGNON THRU 1170-EXIT.
046400     IF NOT WS-SIGNON-OK
046500         DISPLAY WS-SIGNON-REPLY
046600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
046700     END-IF.
046800 1160-EXIT.
046900     EXIT.
047000*
047100*-----------------------------------------------------*
047110* 1170-VALIDATE-SIGNON -- LOOK THE KEYED ID UP ON      *
047120*     SECFILE AND CHECK THE PASSWORD.  ON A MATCH THE  *
047130*     OPERATOR'S PER-OPTION AUTHORIZATION BYTES ARE    *
047140*     COPIED INTO THE MENU TABLE.  A MISSING SECURITY  *
047150*     FILE FAILS CLOSED -- NOBODY SIGNS ON UNTIL THE   *
047160*     SUPERVISOR RESTORES IT.  THE FILE IS OPENED I-O  *
047170*     SO THE OPERATOR'S RECORD CAN BE REWRITTEN WITH   *
047180*     THE FAILURE COUNT, THE LOCK, OR A NEW PASSWORD.  *
047190*     A LOCKED ID IS REFUSED WHATEVER PASSWORD IS      *
047200*     KEYED; AN EXPIRED PASSWORD MUST BE CHANGED       *
047210*     BEFORE THE SIGN-ON IS ACCEPTED.                  *
047220*-----------------------------------------------------*
047230 1170-VALIDATE-SIGNON.
047240     MOVE "N" TO WS-SEC-EOF-SW WS-SEC-FOUND-SW
047250                 WS-PWD-CHANGED-SW.
047260     MOVE "SIGN-ON REJECTED - TRY AGAIN" TO WS-SIGNON-REPLY.
047270     OPEN I-O SECURITY-FILE.
047280     IF WS-SEC-STATUS = "35"
047290         MOVE "SECURITY FILE SECFILE NOT FOUND"
047300                         TO WS-ABEND-MSG
047310         SET WS-ABEND-FLAG TO TRUE
047320         GO TO MAIN-LOGIC-EXIT
047330     END-IF.
047340     IF WS-SEC-STATUS NOT = "00"
047350         MOVE "UNABLE TO OPEN SECFILE, STATUS "
047360                         TO WS-ABEND-MSG
047370         MOVE WS-SEC-STATUS TO WS-ABEND-MSG (32:2)
047380         SET WS-ABEND-FLAG TO TRUE
047390         GO TO MAIN-LOGIC-EXIT
047400     END-IF.
047410     PERFORM 1180-READ-SECURITY THRU 1180-EXIT.
047420     PERFORM 1180-READ-SECURITY THRU 1180-EXIT
047430         UNTIL WS-SEC-EOF
047440            OR SEC-USER-ID = WS-IN-USER-ID.
047450     IF NOT WS-SEC-EOF
047460      AND SEC-USER-ID = WS-IN-USER-ID
047470         SET WS-SEC-FOUND TO TRUE
047480     END-IF.
047490     IF NOT WS-SEC-FOUND
047500         GO TO 1170-CLOSE-FILE
047510     END-IF.
047520     IF SEC-ID-LOCKED
047530         MOVE "ID LOCKED - SEE YOUR SUPERVISOR"
047540                         TO WS-SIGNON-REPLY
047550         SET AUD-EVENT-SECURITY TO TRUE
047560         MOVE SPACES TO AUD-EVENT-TEXT
047570         STRING "LOCKED ID TRIED - " DELIMITED BY SIZE
047580                WS-IN-USER-ID        DELIMITED BY SPACE
047590             INTO AUD-EVENT-TEXT
047600         PERFORM 2400-WRITE-AUDIT-EVENT THRU 2400-EXIT
047610         GO TO 1170-CLOSE-FILE
047620     END-IF.
047630     IF SEC-PASSWORD NOT = WS-IN-PASSWORD
047640         PERFORM 1172-RECORD-FAILURE THRU 1172-EXIT
047650         GO TO 1170-CLOSE-FILE
047660     END-IF.
047670     PERFORM 1174-CHECK-PASSWORD-AGE THRU 1174-EXIT.
047680     IF WS-PWD-EXPIRED
047690         PERFORM 1176-CHANGE-PASSWORD THRU 1176-EXIT
047700         IF NOT WS-PWD-CHANGED
047710             MOVE "PASSWORD EXPIRED - NOT CHANGED"
047720                             TO WS-SIGNON-REPLY
047730             GO TO 1170-CLOSE-FILE
047740         END-IF
047750     END-IF.
047760     MOVE ZERO TO SEC-FAIL-COUNT.
047770     PERFORM 1195-REWRITE-SECURITY THRU 1195-EXIT.
047780     IF WS-PWD-CHANGED
047790         SET AUD-EVENT-SEC-CHANGE TO TRUE
047800         MOVE SPACES TO AUD-EVENT-TEXT
047810         STRING "PASSWORD CHANGED - " DELIMITED BY SIZE
047820                WS-IN-USER-ID         DELIMITED BY SPACE
047830             INTO AUD-EVENT-TEXT
047840         PERFORM 2400-WRITE-AUDIT-EVENT THRU 2400-EXIT
047850     END-IF.
047860     SET WS-SIGNON-OK TO TRUE.
047870     PERFORM 1190-COPY-MENU-AUTHS THRU 1190-EXIT
047880         VARYING WS-AX FROM 1 BY 1
047890         UNTIL WS-AX > 19.
047900*    OPTION G IS SECURITY ADMINISTRATION -- IT GOES WITH
047910*    THE SUPERVISOR BYTE, NEVER WITH AN AUTH SLOT.
047920     MOVE "N" TO WS-MENU-AUTH (16).
047930     IF SEC-IS-SUPERVISOR
047940         MOVE "Y" TO WS-MENU-AUTH (16)
047950     END-IF.
047960 1170-CLOSE-FILE.
047970     CLOSE SECURITY-FILE.
047980 1170-EXIT.
047990     EXIT.
048000*
048010*-----------------------------------------------------*
048020* 1172-RECORD-FAILURE -- A WRONG PASSWORD FOR AN ID    *
048030*     THAT IS ON FILE.  THE FAILURE COUNT IS KEPT ON   *
048040*     SECFILE SO IT CARRIES ACROSS SESSIONS; THE       *
048050*     WS-LOCK-AFTER'TH FAILURE IN A ROW LOCKS THE ID.  *
048060*     A SUCCESSFUL SIGN-ON PUTS THE COUNT BACK TO ZERO.*
048070*-----------------------------------------------------*
048080 1172-RECORD-FAILURE.
048090     IF SEC-FAIL-COUNT NOT NUMERIC
048100         MOVE ZERO TO SEC-FAIL-COUNT
048110     END-IF.
048120     ADD 1 TO SEC-FAIL-COUNT.
048130     IF SEC-FAIL-COUNT < WS-LOCK-AFTER
048140         PERFORM 1195-REWRITE-SECURITY THRU 1195-EXIT
048150         GO TO 1172-EXIT
048160     END-IF.
048170     SET SEC-ID-LOCKED TO TRUE.
048180     PERFORM 1195-REWRITE-SECURITY THRU 1195-EXIT.
048190     MOVE "ID NOW LOCKED - SEE YOUR SUPERVISOR"
048200                     TO WS-SIGNON-REPLY.
048210     SET AUD-EVENT-SECURITY TO TRUE.
048220     MOVE SPACES TO AUD-EVENT-TEXT.
048230     STRING "ID LOCKED OUT - " DELIMITED BY SIZE
048240            WS-IN-USER-ID      DELIMITED BY SPACE
048250         INTO AUD-EVENT-TEXT.
048260     PERFORM 2400-WRITE-AUDIT-EVENT THRU 2400-EXIT.
048270 1172-EXIT.
048280     EXIT.
048290*
048300*-----------------------------------------------------*
048310* 1174-CHECK-PASSWORD-AGE -- HAS THE PASSWORD EXPIRED? *
048320*     NO DATE (AN OLDER RECORD) OR A ZERO DATE (A NEW  *
048330*     ID OR A SUPERVISOR RESET) COUNTS AS EXPIRED;     *
048340*     OTHERWISE IT EXPIRES WS-PWD-MAX-DAYS AFTER IT    *
048350*     WAS SET.                                         *
048360*-----------------------------------------------------*
048370 1174-CHECK-PASSWORD-AGE.
048380     MOVE "N" TO WS-PWD-EXPIRED-SW.
048390     IF SEC-PWD-DATE NOT NUMERIC
048400      OR SEC-PWD-DATE = ZERO
048410         SET WS-PWD-EXPIRED TO TRUE
048420         GO TO 1174-EXIT
048430     END-IF.
048440     MOVE WS-RUN-DATE TO WS-DN-DATE.
048450     PERFORM 1178-DAY-NUMBER THRU 1178-EXIT.
048460     MOVE WS-DN-RESULT TO WS-TODAY-DAYS.
048470     MOVE SEC-PWD-DATE TO WS-DN-DATE.
048480     PERFORM 1178-DAY-NUMBER THRU 1178-EXIT.
048490     IF WS-DN-RESULT < WS-TODAY-DAYS
048500         COMPUTE WS-PWD-AGE-DAYS = WS-TODAY-DAYS - WS-DN-RESULT
048510         IF WS-PWD-AGE-DAYS NOT < WS-PWD-MAX-DAYS
048520             SET WS-PWD-EXPIRED TO TRUE
048530         END-IF
048540     END-IF.
048550 1174-EXIT.
048560     EXIT.
048570*
048580*-----------------------------------------------------*
048590* 1176-CHANGE-PASSWORD -- THE OPERATOR MUST CHOOSE A   *
048600*     NEW PASSWORD BEFORE THE MENU COMES UP.  THREE    *
048610*     TRIES; A BLANK ENTRY GIVES UP.  THE OLD PASSWORD *
048620*     IS KEPT AS SEC-PREV-PASSWORD SO THE NEXT CHANGE  *
048630*     CANNOT SIMPLY GO BACK TO IT.                     *
048640*-----------------------------------------------------*
048650 1176-CHANGE-PASSWORD.
048660     MOVE "N" TO WS-PWD-CHANGED-SW WS-PWD-CANCEL-SW.
048670     MOVE ZERO TO WS-PWD-TRIES.
048680     DISPLAY " " LINE SL-CLEAR-LINE POSITION SL-CLEAR-POSITION
048690         ERASE EOS.
048700     DISPLAY "PASSWORD EXPIRED - CHOOSE A NEW ONE"
048710         LINE SL-HEADER-LINE POSITION SL-HEADER-POSITION.
048720     PERFORM 1177-TRY-NEW-PASSWORD THRU 1177-EXIT
048730         UNTIL WS-PWD-CHANGED
048740            OR WS-PWD-CANCELLED
048750            OR WS-PWD-TRIES NOT < 3.
048760     IF NOT WS-PWD-CHANGED
048770         GO TO 1176-EXIT
048780     END-IF.
048790     MOVE SEC-PASSWORD    TO SEC-PREV-PASSWORD.
048800     MOVE WS-NEW-PASSWORD TO SEC-PASSWORD.
048810     MOVE WS-RUN-DATE     TO SEC-PWD-DATE.
048820 1176-EXIT.
048830     EXIT.
048840*
048850 1177-TRY-NEW-PASSWORD.
048860     ADD 1 TO WS-PWD-TRIES.
048870     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 18.
048880     DISPLAY "NEW PASSWORD:     " LINE SL-MENU-FIRST-LINE
048890         POSITION SL-BODY-POSITION.
048900     MOVE SPACES TO WS-NEW-PASSWORD.
048910     ACCEPT WS-NEW-PASSWORD LINE SL-MENU-FIRST-LINE
048920         POSITION WS-PROMPT-POS SECURE.
048930     INSPECT WS-NEW-PASSWORD
048940         CONVERTING "abcdefghijklmnopqrstuvwxyz"
048950                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
048960     IF WS-NEW-PASSWORD = SPACES
048970         SET WS-PWD-CANCELLED TO TRUE
048980         GO TO 1177-EXIT
048990     END-IF.
049000     COMPUTE WS-MENU-LINE-NO = SL-MENU-FIRST-LINE + 1.
049010     DISPLAY "CONFIRM PASSWORD: " LINE WS-MENU-LINE-NO
049020         POSITION SL-BODY-POSITION.
049030     MOVE SPACES TO WS-CONFIRM-PASSWORD.
049040     ACCEPT WS-CONFIRM-PASSWORD LINE WS-MENU-LINE-NO
049050         POSITION WS-PROMPT-POS SECURE.
049060     INSPECT WS-CONFIRM-PASSWORD
049070         CONVERTING "abcdefghijklmnopqrstuvwxyz"
049080                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
049090     IF WS-CONFIRM-PASSWORD NOT = WS-NEW-PASSWORD
049100         DISPLAY "PASSWORDS DO NOT MATCH - TRY AGAIN"
049110             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
049120             ERASE EOL
049130         GO TO 1177-EXIT
049140     END-IF.
049150     IF WS-NEW-PASSWORD = SEC-PASSWORD
049160      OR WS-NEW-PASSWORD = SEC-PREV-PASSWORD
049170         DISPLAY "CANNOT REUSE THE CURRENT OR LAST PASSWORD"
049180             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
049190             ERASE EOL
049200         GO TO 1177-EXIT
049210     END-IF.
049220     SET WS-PWD-CHANGED TO TRUE.
049230 1177-EXIT.
049240     EXIT.
049250*
049260*-----------------------------------------------------*
049270* 1178-DAY-NUMBER -- TURN WS-DN-DATE (YYYYMMDD) INTO A *
049280*     RUNNING DAY COUNT IN WS-DN-RESULT.  THE YEAR IS  *
049290*     TAKEN TO START IN MARCH SO THE LEAP DAY FALLS AT *
049300*     THE END; EVERY DIVIDE TRUNCATES, WHICH IS WHAT   *
049310*     THE LEAP-YEAR ARITHMETIC NEEDS.                  *
049320*-----------------------------------------------------*
049330 1178-DAY-NUMBER.
049340     IF WS-DN-MM > 2
049350         MOVE WS-DN-YYYY TO WS-DN-YEAR
049360         COMPUTE WS-DN-MONTH = WS-DN-MM - 3
049370     ELSE
049380         COMPUTE WS-DN-YEAR = WS-DN-YYYY - 1
049390         COMPUTE WS-DN-MONTH = WS-DN-MM + 9
049400     END-IF.
049410     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT-4.
049420     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT-100.
049430     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT-400.
049440     COMPUTE WS-DN-MONTH-WORK = (153 * WS-DN-MONTH) + 2.
049450     DIVIDE WS-DN-MONTH-WORK BY 5 GIVING WS-DN-MONTH-DAYS.
049460     COMPUTE WS-DN-RESULT =
049470         (365 * WS-DN-YEAR) + WS-DN-QUOTIENT-4
049480       - WS-DN-QUOTIENT-100 + WS-DN-QUOTIENT-400
049490       + WS-DN-MONTH-DAYS + WS-DN-DD.
049500 1178-EXIT.
049510     EXIT.
051000*
051100 1180-READ-SECURITY.
051200     READ SECURITY-FILE
052100 1190-EXIT.
052200     EXIT.
052300*
052305*-----------------------------------------------------*
052310* 1195-REWRITE-SECURITY -- PUT THE OPERATOR'S UPDATED  *
052315*     RECORD BACK WHERE IT WAS READ.                   *
052320*-----------------------------------------------------*
052325 1195-REWRITE-SECURITY.
052330     REWRITE SEC-RECORD.
052335     IF WS-SEC-STATUS NOT = "00"
052340         MOVE "UNABLE TO REWRITE SECFILE, STATUS "
052345                         TO WS-ABEND-MSG
052350         MOVE WS-SEC-STATUS TO WS-ABEND-MSG (35:2)
052355         SET WS-ABEND-FLAG TO TRUE
052360         GO TO MAIN-LOGIC-EXIT
052365     END-IF.
052370 1195-EXIT.
052375     EXIT.
052380*
052400*-----------------------------------------------------*
052500* 1200-LOAD-MENU-TABLE -- BUILD THE DAILY PROCESSING   *
052600*     MENU.  ADD A LINE HERE WHEN A NEW SHOP PROGRAM    *
052700*     NEEDS A MENU OPTION, AND GIVE IT ITS NAME IN THE  *
052720*     SECMAINT OPTION TABLE SO THE SUPERVISOR CAN GRANT *
052740*     IT -- BOTH TABLES ARE IN THE SAME SLOT ORDER.     *
052800*-----------------------------------------------------*
052900 1200-LOAD-MENU-TABLE.
053000     MOVE "1"           TO WS-MENU-OPTION (1).
054994     MOVE "BALCHECK"     TO WS-MENU-PGM-NAME (11).
054995     MOVE "Master File Balancing"
054996                        TO WS-MENU-DESC (11).
054997     MOVE "C"           TO WS-MENU-OPTION (12).
054998     MOVE "ACCTMNT"      TO WS-MENU-PGM-NAME (12).
054999     MOVE "Account Maintenance"
055000                        TO WS-MENU-DESC (12).
055010     MOVE "D"           TO WS-MENU-OPTION (13).
055020     MOVE "REJMAINT"     TO WS-MENU-PGM-NAME (13).
055030     MOVE "Reject Correction"
055040                        TO WS-MENU-DESC (13).
055042     MOVE "E"           TO WS-MENU-OPTION (14).
055044     MOVE "RATEMNT"      TO WS-MENU-PGM-NAME (14).
055046     MOVE "Interest/Fee Rates"
055048                        TO WS-MENU-DESC (14).
055050     MOVE "F"           TO WS-MENU-OPTION (15).
055052     MOVE "BANKMNT"      TO WS-MENU-PGM-NAME (15).
055054     MOVE "Direct Deposit Banking"
055056                        TO WS-MENU-DESC (15).
055058     MOVE "G"           TO WS-MENU-OPTION (16).
055060     MOVE "SECMAINT"     TO WS-MENU-PGM-NAME (16).
055062     MOVE "Security Administration"
055064                        TO WS-MENU-DESC (16).
055066     MOVE "H"           TO WS-MENU-OPTION (17).
055068     MOVE "MSTBKUP"      TO WS-MENU-PGM-NAME (17).
055070     MOVE "Master File Backup"
055072                        TO WS-MENU-DESC (17).
055074     MOVE "I"           TO WS-MENU-OPTION (18).
055076     MOVE "MSTREST"      TO WS-MENU-PGM-NAME (18).
055078     MOVE "Master File Restore"
055080                        TO WS-MENU-DESC (18).
055081     MOVE "J"           TO WS-MENU-OPTION (19).
055083     MOVE "INTEGCHK"     TO WS-MENU-PGM-NAME (19).
055085     MOVE "File Integrity Scan"
055087                        TO WS-MENU-DESC (19).
055090*    NO OPTION IS AUTHORIZED UNTIL SIGN-ON GRANTS IT.
055100     MOVE "N"           TO WS-MENU-AUTH (1)
055200                           WS-MENU-AUTH (2)
055300                           WS-MENU-AUTH (3)
055530                           WS-MENU-AUTH (8)
055540                           WS-MENU-AUTH (9)
055550                           WS-MENU-AUTH (10)
055560                           WS-MENU-AUTH (11)
055570                           WS-MENU-AUTH (12)
055580                           WS-MENU-AUTH (13)
055590                           WS-MENU-AUTH (14)
055595                           WS-MENU-AUTH (15)
055596                           WS-MENU-AUTH (16)
055597                           WS-MENU-AUTH (17)
055598                           WS-MENU-AUTH (18)
055599                           WS-MENU-AUTH (19).
055600 1200-EXIT.
055700     EXIT.
055800*
070700     MOVE ZERO TO WS-MENU-SHOWN.
070800     PERFORM 3110-DISPLAY-MENU-LINE THRU 3110-EXIT
070900         VARYING WS-MENU-IDX FROM 1 BY 1
071000         UNTIL WS-MENU-IDX > 19.
071100     DISPLAY "X  EXIT THIS PROGRAM" LINE SL-MENU-EXIT-LINE
071200         POSITION SL-BODY-POSITION.
071300     DISPLAY "SELECT OPTION: " LINE SL-MENU-PROMPT-LINE
072500     ADD 1 TO WS-MENU-SHOWN.
072600     COMPUTE WS-MENU-LINE-NO =
072700         SL-MENU-FIRST-LINE - 1 + WS-MENU-SHOWN.
072710     MOVE SL-BODY-POSITION TO WS-MENU-COL-NO.
072720*    PAST TWELVE OPTIONS THE LIST WOULD RUN INTO THE EXIT
072730*    ROW, SO THE REST GO IN A SECOND COLUMN TO THE RIGHT.
072740     IF WS-MENU-SHOWN > 12
072750         COMPUTE WS-MENU-LINE-NO =
072760             SL-MENU-FIRST-LINE - 13 + WS-MENU-SHOWN
072770         COMPUTE WS-MENU-COL-NO = SL-BODY-POSITION + 36
072780     END-IF.
072800     DISPLAY WS-MENU-OPTION (WS-MENU-IDX) "  "
072900         WS-MENU-DESC (WS-MENU-IDX)
073000         LINE WS-MENU-LINE-NO POSITION WS-MENU-COL-NO.
073100 3110-EXIT.
073200     EXIT.
073300*
082200         GO TO MAIN-LOGIC-EXIT
082300     END-IF.
082400     SET WS-RUNCTL-OPEN TO TRUE.
082410*    THE MASTERS ARE BACKED UP AND PROVED BEFORE ANY STEP
082420*    CAN TOUCH THEM.  THE BACKUP IS NOT A RUNCTL STEP, SO
082430*    IT DOES NOT COUNT TOWARD THE STEPS RUNCTL LISTED.
082440     PERFORM 5050-RUN-BACKUP-STEP THRU 5050-EXIT.
082450     MOVE ZERO TO WS-BATCH-STEPS WS-SKIPPED-STEPS.
082500     PERFORM 5100-READ-RUN-CONTROL THRU 5100-EXIT.
082600     PERFORM 5200-RUN-ONE-STEP THRU 5200-EXIT
082700         UNTIL WS-RUNCTL-EOF.
083900     PERFORM 5600-CLEAR-CHECKPOINT THRU 5600-EXIT.
084000 5000-EXIT.
084100     EXIT.
084105*
084110*-----------------------------------------------------*
084115* 5050-RUN-BACKUP-STEP -- MSTBKUP OPENS EVERY CYCLE.   *
084120*     IT RUNS AND IS LOGGED AND CHECKPOINTED LIKE ANY  *
084125*     RUNCTL STEP, SO A RESTART DOES NOT OVERLAY THE   *
084130*     COPY TAKEN BEFORE THE FAILED ATTEMPT, AND A      *
084135*     BACKUP THAT DOES NOT PROVE STOPS THE CYCLE.      *
084140*-----------------------------------------------------*
084145 5050-RUN-BACKUP-STEP.
084150     MOVE "MSTBKUP" TO WS-STEP-PGM.
084155     SET WS-MENU-IDX TO 1.
084160     SEARCH WS-MENU-ENTRY
084165         WHEN WS-MENU-PGM-NAME (WS-MENU-IDX) = WS-STEP-PGM
084170             PERFORM 5300-CALL-ONE-STEP THRU 5300-EXIT
084175     END-SEARCH.
084180 5050-EXIT.
084185     EXIT.
084200*
084300 5100-READ-RUN-CONTROL.
084400     READ RUN-CONTROL-FILE
086000      OR RUN-CTL-RECORD (1:1) = "*"
086100         GO TO 5200-NEXT
086200     END-IF.
086210*    MSTBKUP HAS ALREADY RUN AT THE TOP OF THE CYCLE.
086220     IF RUN-PGM-NAME = "MSTBKUP"
086230         GO TO 5200-NEXT
086240     END-IF.
086300     MOVE RUN-PGM-NAME TO WS-STEP-PGM.
086400     SET WS-MENU-IDX TO 1.
086500     SEARCH WS-MENU-ENTRY
