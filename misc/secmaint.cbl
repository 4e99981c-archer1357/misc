000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     SECMAINT.
000300 AUTHOR.         D. ARCHER.
000400 INSTALLATION.   SYSTEMS SUPPORT.
000500 DATE-WRITTEN.   10/15/26.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------*
000900* MODIFICATION HISTORY                                *
001000*-----------------------------------------------------*
001100* 10/15/26 DA  INITIAL VERSION -- SECURITY             *
001200*              ADMINISTRATION FOR THE DAILY PROCESSING *
001300*              MENU, SO SECFILE IS NO LONGER EDITED BY *
001400*              HAND.  SUPERVISORS ONLY.  ADDS AND      *
001500*              REMOVES OPERATORS, RESETS PASSWORDS     *
001600*              (THE OPERATOR MUST CHANGE A RESET ONE   *
001700*              AT SIGN-ON), GRANTS AND REVOKES MENU    *
001800*              OPTIONS BY NAME, UNLOCKS AN ID LOCKED   *
001900*              OUT AFTER REPEATED FAILURES, AND SETS   *
002000*              THE SUPERVISOR FLAG.  EVERY CHANGE GOES *
002100*              TO THE SECLOG TRAIL.  PRINTS THE SECRPT *
002200*              SECURITY ACTIVITY REPORT OF SECLOG AND  *
002300*              THE AUDITLOG SECV/SECC ENTRIES, ON      *
002400*              REQUEST OR UNATTENDED IN BATCH MODE.    *
002410* 10/15/26 DA  OPTIONS H (MSTBKUP) AND I (MSTREST)     *
002420*              ADDED TO THE GRANT LIST.  THE LIST NOW  *
002430*              SHOWS TEN OPTIONS PER COLUMN, AND THE   *
002440*              OPTION PROMPT SITS BELOW IT INSTEAD OF  *
002450*              OVER ITS EIGHTH LINE.                   *
002460* 10/15/26 DA  OPTION J (INTEGCHK) ADDED TO THE GRANT  *
002470*              LIST.                                   *
002500*-----------------------------------------------------*
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. RM-COBOL.
003000 OBJECT-COMPUTER. RM-COBOL.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SECURITY-FILE ASSIGN TO "SECFILE"
003400         ORGANIZATION IS SEQUENTIAL
003500         ACCESS MODE IS SEQUENTIAL
003600         FILE STATUS IS WS-SEC-STATUS.
003700     SELECT TRAIL-FILE ASSIGN TO "SECLOG"
003800         ORGANIZATION IS SEQUENTIAL
003900         ACCESS MODE IS SEQUENTIAL
004000         FILE STATUS IS WS-TRL-STATUS.
004100     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
004200         ORGANIZATION IS SEQUENTIAL
004300         ACCESS MODE IS SEQUENTIAL
004400         FILE STATUS IS WS-AUDIT-STATUS.
004500     SELECT REPORT-FILE ASSIGN TO "SECRPT"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE IS SEQUENTIAL
004800         FILE STATUS IS WS-RPT-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  SECURITY-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY SECREC.
005500*
005600*    ONE RECORD PER SECURITY CHANGE.  TRL-USER IS THE
005700*    SUPERVISOR WHO MADE IT, TRL-TARGET-ID THE OPERATOR
005800*    IT WAS MADE TO.  PASSWORDS NEVER GO ON THE TRAIL.
005900*
006000 FD  TRAIL-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  TRL-RECORD.
006300     05  TRL-DATE                PIC 9(08).
006400     05  TRL-TIME                PIC 9(08).
006500     05  TRL-USER                PIC X(20).
006600     05  TRL-ACTION              PIC X(01).
006700         88  TRL-ADDED                   VALUE "A".
006800         88  TRL-REMOVED                 VALUE "D".
006900         88  TRL-PASSWORD-RESET          VALUE "P".
007000         88  TRL-GRANTED                 VALUE "G".
007100         88  TRL-REVOKED                 VALUE "R".
007200         88  TRL-UNLOCKED                VALUE "U".
007300         88  TRL-SUPERVISOR-ON           VALUE "S".
007400         88  TRL-SUPERVISOR-OFF          VALUE "N".
007500         88  TRL-REFUSED                 VALUE "F".
007600     05  TRL-TARGET-ID           PIC X(08).
007700     05  TRL-DETAIL              PIC X(30).
007800     05  FILLER                  PIC X(05).
007900*
008000 FD  AUDIT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY AUDREC.
008300*
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  RPT-PRINT-LINE              PIC X(132).
008700*
008800 WORKING-STORAGE SECTION.
008900*
009000 COPY SCRNLAY.
009100*
009200 77  WS-SEC-STATUS           PIC X(02)   VALUE "00".
009300 77  WS-TRL-STATUS           PIC X(02)   VALUE "00".
009400 77  WS-AUDIT-STATUS         PIC X(02)   VALUE "00".
009500 77  WS-RPT-STATUS           PIC X(02)   VALUE "00".
009600 77  WS-SEC-EOF-SW           PIC X(01)   VALUE "N".
009700     88  WS-SEC-EOF                  VALUE "Y".
009800 77  WS-TRL-EOF-SW           PIC X(01)   VALUE "N".
009900     88  WS-TRL-EOF                  VALUE "Y".
010000 77  WS-AUDIT-EOF-SW         PIC X(01)   VALUE "N".
010100     88  WS-AUDIT-EOF                VALUE "Y".
010200 77  WS-MAINT-DONE-SW        PIC X(01)   VALUE "N".
010300     88  WS-MAINT-DONE               VALUE "Y".
010400 77  WS-OPTIONS-DONE-SW      PIC X(01)   VALUE "N".
010500     88  WS-OPTIONS-DONE             VALUE "Y".
010600 77  WS-CANCEL-SW            PIC X(01)   VALUE "N".
010700     88  WS-ENTRY-CANCELLED          VALUE "Y".
010800 77  WS-FIELD-OK-SW          PIC X(01)   VALUE "N".
010900     88  WS-FIELD-OK                 VALUE "Y".
011000 77  WS-REFUSED-SW           PIC X(01)   VALUE "N".
011100     88  WS-REFUSED                  VALUE "Y".
011200 77  WS-ABEND-SW             PIC X(01)   VALUE "N".
011300     88  WS-ABEND-FLAG               VALUE "Y".
011400 77  WS-ABEND-MSG            PIC X(50)   VALUE SPACES.
011500 77  WS-COMMAND              PIC X(01)   VALUE SPACE.
011600 77  WS-CONFIRM              PIC X(01)   VALUE SPACE.
011700 77  WS-DUMMY                PIC X(01)   VALUE SPACE.
011800 77  WS-PROMPT-POS           PIC 9(02)   VALUE ZERO.
011900 77  WS-WORK-LINE            PIC 9(02)   VALUE ZERO.
012000 77  WS-WORK-COL             PIC 9(02)   VALUE ZERO.
012100 77  WS-BATCH-SW             PIC X(01)   VALUE "N".
012200     88  WS-BATCH-MODE               VALUE "Y".
012300 77  WS-PARM-TEXT            PIC X(10)   VALUE SPACES.
012400 77  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
012500 77  WS-RUN-TIME             PIC 9(08)   VALUE ZERO.
012600 77  WS-OPERATOR-ID          PIC X(20)   VALUE SPACES.
012700 77  WS-MX                   PIC 9(03)   COMP VALUE ZERO.
012800 77  WS-AX                   PIC 9(02)   COMP VALUE ZERO.
012900 77  WS-OX                   PIC 9(02)   COMP VALUE ZERO.
013000 77  WS-OPT-X                PIC 9(02)   COMP VALUE ZERO.
013100 77  WS-FOUND-X              PIC 9(03)   COMP VALUE ZERO.
013200 77  WS-LIST-SHOWN           PIC 9(03)   COMP VALUE ZERO.
013300 77  WS-PAGE-LIMIT           PIC 9(02)   COMP VALUE 55.
013400 77  WS-LINE-COUNT           PIC 9(02)   COMP VALUE 99.
013500 77  WS-PAGE-COUNT           PIC 9(04)   COMP VALUE ZERO.
013600 77  WS-CHANGE-COUNT         PIC 9(05)   COMP VALUE ZERO.
013700 77  WS-EVENT-COUNT          PIC 9(05)   COMP VALUE ZERO.
013800 77  WS-COUNT-EDITED         PIC ZZ,ZZ9.
013900*
014000 77  WS-IN-USER-ID           PIC X(08)   VALUE SPACES.
014100 77  WS-IN-NAME              PIC X(20)   VALUE SPACES.
014200 77  WS-IN-PASSWORD          PIC X(08)   VALUE SPACES.
014300 77  WS-IN-CONFIRM           PIC X(08)   VALUE SPACES.
014400 77  WS-IN-OPTION            PIC X(01)   VALUE SPACE.
014500 77  WS-TRAIL-ACTION         PIC X(01)   VALUE SPACE.
014600 77  WS-TRAIL-DETAIL         PIC X(30)   VALUE SPACES.
014700*
014800*    THE MENU OPTIONS AN OPERATOR CAN BE GRANTED, IN THE
014900*    SAME ORDER AS THE HELLOWORLD MENU TABLE -- ENTRY N
015000*    IS SEC-OPT-AUTH (N).  ADD THE NAME HERE WHEN A NEW
015100*    OPTION GOES ON THE MENU AND RAISE THE OCCURS TO
015200*    MATCH.  OPTION G (THIS PROGRAM) IS LISTED ONLY TO
015300*    KEEP THE SLOTS IN STEP; IT GOES WITH THE SUPERVISOR
015400*    FLAG AND IS NEVER GRANTED ON ITS OWN.
015500*
015600 01  WS-OPTION-VALUES.
015700     05  FILLER              PIC X(31)
015800             VALUE "1Payroll Processing".
015900     05  FILLER              PIC X(31)
016000             VALUE "2Account Inquiry".
016100     05  FILLER              PIC X(31)
016200             VALUE "3Daily Reports".
016300     05  FILLER              PIC X(31)
016400             VALUE "4File Maintenance".
016500     05  FILLER              PIC X(31)
016600             VALUE "5Audit Log Extract".
016700     05  FILLER              PIC X(31)
016800             VALUE "6Transaction Posting".
016900     05  FILLER              PIC X(31)
017000             VALUE "7Timekeeping Entry".
017100     05  FILLER              PIC X(31)
017200             VALUE "8Employee Maintenance".
017300     05  FILLER              PIC X(31)
017400             VALUE "9Check Maintenance".
017500     05  FILLER              PIC X(31)
017600             VALUE "APayroll Control Maint".
017700     05  FILLER              PIC X(31)
017800             VALUE "BMaster File Balancing".
017900     05  FILLER              PIC X(31)
018000             VALUE "CAccount Maintenance".
018100     05  FILLER              PIC X(31)
018200             VALUE "DReject Correction".
018300     05  FILLER              PIC X(31)
018400             VALUE "EInterest/Fee Rates".
018500     05  FILLER              PIC X(31)
018600             VALUE "FDirect Deposit Banking".
018700     05  FILLER              PIC X(31)
018720             VALUE "GSecurity Administration".
018740     05  FILLER              PIC X(31)
018760             VALUE "HMaster File Backup".
018780     05  FILLER              PIC X(31)
018800             VALUE "IMaster File Restore".
018820     05  FILLER              PIC X(31)
018840             VALUE "JFile Integrity Scan".
018900 01  WS-OPTION-TABLE REDEFINES WS-OPTION-VALUES.
019000     05  WS-OPTION-ENTRY OCCURS 19 TIMES.
019100         10  WS-OPT-KEY          PIC X(01).
019200         10  WS-OPT-NAME         PIC X(30).
019300*
019400*    SECFILE HELD IN STORAGE FOR THE SESSION.  EACH ENTRY
019500*    HAS THE SECREC LAYOUT, SO A RECORD MOVES IN AND OUT
019600*    WHOLE AND THE SPARE BYTES SURVIVE A SAVE.
019700*
019800 01  WS-SEC-TABLE.
019900     05  WS-SEC-COUNT        PIC 9(03)   COMP VALUE ZERO.
020000     05  WS-SEC-ENTRY OCCURS 200 TIMES.
020100         10  WS-STB-USER-ID      PIC X(08).
020200         10  WS-STB-PASSWORD     PIC X(08).
020300         10  WS-STB-NAME         PIC X(20).
020400         10  WS-STB-AUTH         PIC X(01) OCCURS 20 TIMES.
020500         10  WS-STB-SUPV         PIC X(01).
020600         10  WS-STB-PWD-DATE     PIC X(08).
020700         10  WS-STB-PREV-PWD     PIC X(08).
020800         10  WS-STB-FAILS        PIC X(01).
020900         10  WS-STB-LOCKED       PIC X(01).
021000         10  FILLER              PIC X(05).
021100*
021200 01  WS-EDIT-DATE            PIC 9(08)   VALUE ZERO.
021300 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
021400     05  WS-EDT-YYYY         PIC X(04).
021500     05  WS-EDT-MM           PIC X(02).
021600     05  WS-EDT-DD           PIC X(02).
021700*
021800 01  WS-EDIT-TIME            PIC 9(08)   VALUE ZERO.
021900 01  WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME.
022000     05  WS-ETM-HH           PIC X(02).
022100     05  WS-ETM-MI           PIC X(02).
022200     05  WS-ETM-SS           PIC X(02).
022300     05  FILLER              PIC X(02).
022400*
022500 01  WS-DATE-EDITED.
022600     05  WS-DTE-MM           PIC X(02)   VALUE SPACES.
022700     05  FILLER              PIC X(01)   VALUE "/".
022800     05  WS-DTE-DD           PIC X(02)   VALUE SPACES.
022900     05  FILLER              PIC X(01)   VALUE "/".
023000     05  WS-DTE-YYYY         PIC X(04)   VALUE SPACES.
023100*
023200 01  WS-TIME-EDITED.
023300     05  WS-TME-HH           PIC X(02)   VALUE SPACES.
023400     05  FILLER              PIC X(01)   VALUE ":".
023500     05  WS-TME-MI           PIC X(02)   VALUE SPACES.
023600     05  FILLER              PIC X(01)   VALUE ":".
023700     05  WS-TME-SS           PIC X(02)   VALUE SPACES.
023800*
023900 01  WS-USER-LIST-HEADING.
024000     05  FILLER              PIC X(10)   VALUE "USER ID".
024100     05  FILLER              PIC X(22)   VALUE "NAME".
024200     05  FILLER              PIC X(05)   VALUE "SUPV".
024300     05  FILLER              PIC X(07)   VALUE "LOCK".
024400     05  FILLER              PIC X(05)   VALUE "F".
024500     05  FILLER              PIC X(10)   VALUE "PWD SET".
024600*
024700 01  WS-USER-LIST-LINE.
024800     05  ULL-USER-ID         PIC X(08).
024900     05  FILLER              PIC X(02)   VALUE SPACES.
025000     05  ULL-NAME            PIC X(20).
025100     05  FILLER              PIC X(02)   VALUE SPACES.
025200     05  ULL-SUPV            PIC X(04).
025300     05  FILLER              PIC X(01)   VALUE SPACES.
025400     05  ULL-LOCK            PIC X(06).
025500     05  FILLER              PIC X(01)   VALUE SPACES.
025600     05  ULL-FAILS           PIC X(01).
025700     05  FILLER              PIC X(04)   VALUE SPACES.
025800     05  ULL-PWD-DATE        PIC X(10).
025900*
026000 01  WS-OPTION-LIST-LINE.
026100     05  OLL-KEY             PIC X(01).
026200     05  FILLER              PIC X(02)   VALUE SPACES.
026300     05  OLL-NAME            PIC X(24).
026400     05  FILLER              PIC X(01)   VALUE SPACES.
026500     05  OLL-AUTH            PIC X(07).
026600*
026700 01  WS-RPT-HEADING-1.
026800     05  FILLER              PIC X(30)
026900             VALUE "SECURITY ACTIVITY REPORT".
027000     05  FILLER              PIC X(09)   VALUE "RUN DATE ".
027100     05  RH1-RUN-DATE        PIC X(10)   VALUE SPACES.
027200     05  FILLER              PIC X(68)   VALUE SPACES.
027300     05  FILLER              PIC X(05)   VALUE "PAGE ".
027400     05  RH1-PAGE            PIC ZZZ9.
027500     05  FILLER              PIC X(06)   VALUE SPACES.
027600*
027700 01  WS-RPT-SECTION-LINE.
027800     05  RSL-TITLE           PIC X(60)   VALUE SPACES.
027900     05  FILLER              PIC X(72)   VALUE SPACES.
028000*
028100 01  WS-RPT-HEADING-2.
028200     05  FILLER              PIC X(12)   VALUE "DATE".
028300     05  FILLER              PIC X(10)   VALUE "TIME".
028400     05  FILLER              PIC X(22)   VALUE "BY".
028500     05  FILLER              PIC X(18)   VALUE "ACTION".
028600     05  FILLER              PIC X(10)   VALUE "OPERATOR".
028700     05  FILLER              PIC X(30)   VALUE "DETAIL".
028800     05  FILLER              PIC X(30)   VALUE SPACES.
028900*
029000 01  WS-RPT-DETAIL-LINE.
029100     05  RDL-DATE            PIC X(10).
029200     05  FILLER              PIC X(02)   VALUE SPACES.
029300     05  RDL-TIME            PIC X(08).
029400     05  FILLER              PIC X(02)   VALUE SPACES.
029500     05  RDL-USER            PIC X(20).
029600     05  FILLER              PIC X(02)   VALUE SPACES.
029700     05  RDL-ACTION          PIC X(16).
029800     05  FILLER              PIC X(02)   VALUE SPACES.
029900     05  RDL-TARGET-ID       PIC X(08).
030000     05  FILLER              PIC X(02)   VALUE SPACES.
030100     05  RDL-DETAIL          PIC X(30).
030200     05  FILLER              PIC X(30)   VALUE SPACES.
030300*
030400 01  WS-RPT-TOTAL-LINE.
030500     05  RTL-LABEL           PIC X(40).
030600     05  RTL-COUNT           PIC ZZ,ZZ9.
030700     05  FILLER              PIC X(86)   VALUE SPACES.
030800*
030900 PROCEDURE DIVISION.
031000*
031100 MAIN-LOGIC SECTION.
031200 BEGIN.
031300     PERFORM 0100-INIT-WORK-AREAS THRU 0100-EXIT.
031400     PERFORM 1050-CHECK-RUN-MODE THRU 1050-EXIT.
031500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031600     IF WS-BATCH-MODE
031700         PERFORM 9000-PRINT-REPORT THRU 9000-EXIT
031800         DISPLAY "SECMAINT: " WS-CHANGE-COUNT " SECURITY "
031900                 "CHANGES, " WS-EVENT-COUNT " SIGN-ON EVENTS "
032000                 "PRINTED TO SECRPT"
032100         GO TO MAIN-LOGIC-EXIT
032200     END-IF.
032300     PERFORM 1200-CHECK-SUPERVISOR THRU 1200-EXIT.
032400     IF WS-REFUSED
032500         GO TO MAIN-LOGIC-EXIT
032600     END-IF.
032700     PERFORM 3000-MAINT-LOOP THRU 3000-EXIT
032800         UNTIL WS-MAINT-DONE.
032900     GO TO MAIN-LOGIC-EXIT.
033000 MAIN-LOGIC-EXIT.
033100     IF WS-ABEND-FLAG
033200         IF WS-BATCH-MODE
033300             DISPLAY "SECMAINT ABEND - " WS-ABEND-MSG
033400         ELSE
033500             DISPLAY "SECMAINT ABEND - " WS-ABEND-MSG
033600                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
033700         END-IF
033800         MOVE 16 TO RETURN-CODE
033900     ELSE
034000         IF WS-REFUSED
034100             MOVE 8 TO RETURN-CODE
034200         ELSE
034300             MOVE ZERO TO RETURN-CODE
034400         END-IF
034500     END-IF.
034600     EXIT PROGRAM.
034700*
034800*-----------------------------------------------------*
034900* 0100-INIT-WORK-AREAS -- PUT EVERY SWITCH, COUNTER,   *
035000*     AND TABLE BACK TO ITS STARTING VALUE.  A CALLED  *
035100*     PROGRAM KEEPS ITS WORKING STORAGE BETWEEN CALLS, *
035200*     SO WITHOUT THIS A SECOND SELECTION FROM THE MENU *
035300*     WOULD RUN ON THE LAST CALL'S LEFTOVERS.          *
035400*-----------------------------------------------------*
035500 0100-INIT-WORK-AREAS.
035600     MOVE "00" TO WS-SEC-STATUS WS-TRL-STATUS WS-AUDIT-STATUS
035700                  WS-RPT-STATUS.
035800     MOVE "N" TO WS-SEC-EOF-SW WS-TRL-EOF-SW WS-AUDIT-EOF-SW
035900                 WS-MAINT-DONE-SW WS-OPTIONS-DONE-SW
036000                 WS-CANCEL-SW WS-FIELD-OK-SW WS-REFUSED-SW
036100                 WS-ABEND-SW WS-BATCH-SW.
036200     MOVE SPACES TO WS-ABEND-MSG WS-IN-USER-ID WS-IN-NAME
036300                    WS-IN-PASSWORD WS-IN-CONFIRM
036400                    WS-TRAIL-DETAIL.
036500     MOVE ZERO TO WS-SEC-COUNT WS-LIST-SHOWN WS-FOUND-X
036600                  WS-PAGE-COUNT WS-CHANGE-COUNT
036700                  WS-EVENT-COUNT.
036800     MOVE 99 TO WS-LINE-COUNT.
036900 0100-EXIT.
037000     EXIT.
037100*
037200*-----------------------------------------------------*
037300* 1000-INITIALIZE -- PICK UP THE RUN DATE AND THE      *
037400*     OPERATOR, PAINT THE SCREEN, AND LOAD SECFILE.    *
037500*     THE OPERATOR IS THE ID HELLOWORLD VERIFIED AT    *
037600*     SIGN-ON (HWOPERID); A RUN OUTSIDE THE MENU FALLS *
037700*     BACK TO THE ENVIRONMENT USER, WHICH WILL NOT BE  *
037800*     A SUPERVISOR ON SECFILE, SO IT IS REFUSED.       *
037900*-----------------------------------------------------*
038000 1000-INITIALIZE.
038100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038200     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
038300     PERFORM 9500-EDIT-DATE THRU 9500-EXIT.
038400     MOVE WS-DATE-EDITED TO RH1-RUN-DATE.
038500     ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "HWOPERID".
038600     IF WS-OPERATOR-ID = SPACES
038700         ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
038800     END-IF.
038900     IF WS-OPERATOR-ID = SPACES
039000         MOVE "UNKNOWN" TO WS-OPERATOR-ID
039100     END-IF.
039200     IF WS-BATCH-MODE
039300         GO TO 1000-EXIT
039400     END-IF.
039500     DISPLAY " " LINE SL-CLEAR-LINE POSITION SL-CLEAR-POSITION
039600         ERASE EOS.
039700     DISPLAY "SECURITY ADMINISTRATION" LINE SL-HEADER-LINE
039800         POSITION SL-HEADER-POSITION.
039900     PERFORM 1100-LOAD-SECURITY THRU 1100-EXIT.
040000 1000-EXIT.
040100     EXIT.
040200*
040300*-----------------------------------------------------*
040400* 1050-CHECK-RUN-MODE -- SAME BATCH PARM HELLOWORLD    *
040500*     TAKES.  IN THE UNATTENDED CYCLE NOBODY CAN MAKE  *
040600*     A SECURITY CHANGE, SO THE RUN ONLY PRINTS THE    *
040700*     SECURITY ACTIVITY REPORT.                        *
040800*-----------------------------------------------------*
040900 1050-CHECK-RUN-MODE.
041000     ACCEPT WS-PARM-TEXT FROM COMMAND-LINE.
041100     IF WS-PARM-TEXT = "BATCH"
041200      OR WS-PARM-TEXT = "RESTART"
041300         SET WS-BATCH-MODE TO TRUE
041400     END-IF.
041500 1050-EXIT.
041600     EXIT.
041700*
041800*-----------------------------------------------------*
041900* 1100-LOAD-SECURITY -- READ SECFILE INTO THE TABLE.   *
042000*     A MISSING FILE IS AN ABEND, NOT AN EMPTY TABLE:  *
042100*     NOBODY COULD HAVE SIGNED ON TO GET HERE WITHOUT  *
042200*     IT, AND SAVING AN EMPTY ONE WOULD LOCK EVERYONE  *
042300*     OUT.                                             *
042400*-----------------------------------------------------*
042500 1100-LOAD-SECURITY.
042600     OPEN INPUT SECURITY-FILE.
042700     IF WS-SEC-STATUS = "35"
042800         MOVE "SECURITY FILE SECFILE NOT FOUND"
042900                         TO WS-ABEND-MSG
043000         SET WS-ABEND-FLAG TO TRUE
043100         GO TO MAIN-LOGIC-EXIT
043200     END-IF.
043300     IF WS-SEC-STATUS NOT = "00"
043400         MOVE "UNABLE TO OPEN SECFILE, STATUS "
043500                         TO WS-ABEND-MSG
043600         MOVE WS-SEC-STATUS TO WS-ABEND-MSG (32:2)
043700         SET WS-ABEND-FLAG TO TRUE
043800         GO TO MAIN-LOGIC-EXIT
043900     END-IF.
044000     PERFORM 1110-READ-SECURITY THRU 1110-EXIT.
044100     PERFORM 1120-STORE-SECURITY THRU 1120-EXIT
044200         UNTIL WS-SEC-EOF.
044300     CLOSE SECURITY-FILE.
044400 1100-EXIT.
044500     EXIT.
044600*
044700 1110-READ-SECURITY.
044800     READ SECURITY-FILE
044900         AT END
045000             SET WS-SEC-EOF TO TRUE
045100     END-READ.
045200 1110-EXIT.
045300     EXIT.
045400*
045500 1120-STORE-SECURITY.
045600     IF WS-SEC-COUNT = 200
045700         MOVE "SECFILE EXCEEDS MAINTENANCE TABLE LIMIT"
045800                         TO WS-ABEND-MSG
045900         SET WS-ABEND-FLAG TO TRUE
046000         GO TO MAIN-LOGIC-EXIT
046100     END-IF.
046200     ADD 1 TO WS-SEC-COUNT.
046300     MOVE SEC-RECORD TO WS-SEC-ENTRY (WS-SEC-COUNT).
046400     PERFORM 1110-READ-SECURITY THRU 1110-EXIT.
046500 1120-EXIT.
046600     EXIT.
046700*
046800*-----------------------------------------------------*
046900* 1200-CHECK-SUPERVISOR -- ONLY A SUPERVISOR ON SECFILE*
047000*     WHOSE ID IS NOT LOCKED MAY GO ON.  THE MENU ONLY *
047100*     OFFERS THIS OPTION TO SUPERVISORS, SO A REFUSAL  *
047200*     HERE MEANS THE PROGRAM WAS REACHED SOME OTHER    *
047300*     WAY -- IT IS PUT ON THE TRAIL FOR THE AUDITORS.  *
047400*-----------------------------------------------------*
047500 1200-CHECK-SUPERVISOR.
047600     MOVE WS-OPERATOR-ID TO WS-IN-USER-ID.
047700     PERFORM 5900-FIND-USER THRU 5900-EXIT.
047800     IF WS-FOUND-X > ZERO
047900         IF WS-STB-SUPV (WS-FOUND-X) = "Y"
048000          AND WS-STB-LOCKED (WS-FOUND-X) NOT = "Y"
048100             GO TO 1200-EXIT
048200         END-IF
048300     END-IF.
048400     SET WS-REFUSED TO TRUE.
048500     MOVE "F" TO WS-TRAIL-ACTION.
048600     MOVE "NOT A SUPERVISOR - REFUSED" TO WS-TRAIL-DETAIL.
048700     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
048800     DISPLAY "SECURITY ADMINISTRATION IS FOR SUPERVISORS ONLY"
048900         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
049000 1200-EXIT.
049100     EXIT.
049200*
049300*-----------------------------------------------------*
049400* 3000-MAINT-LOOP -- TAKE ONE COMMAND AND ROUTE IT.    *
049500*-----------------------------------------------------*
049600 3000-MAINT-LOOP.
049700     DISPLAY "L=LIST A=ADD D=DEL P=PASSWD O=OPTIONS U=UNLOCK "
049800             "S=SUPV R=RPT X=EXIT: "
049900         LINE SL-MENU-PROMPT-LINE POSITION SL-BODY-POSITION
050000         ERASE EOL.
050100     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 68.
050200     MOVE SPACE TO WS-COMMAND.
050300     ACCEPT WS-COMMAND LINE SL-MENU-PROMPT-LINE
050400         POSITION WS-PROMPT-POS.
050500     INSPECT WS-COMMAND
050600         CONVERTING "abcdefghijklmnopqrstuvwxyz"
050700                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
050800     DISPLAY " " LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
050900         ERASE EOL.
051000     EVALUATE WS-COMMAND
051100         WHEN "L"
051200             PERFORM 4000-LIST-USERS THRU 4000-EXIT
051300         WHEN "A"
051400             PERFORM 5000-ADD-USER THRU 5000-EXIT
051500         WHEN "D"
051600             PERFORM 6000-REMOVE-USER THRU 6000-EXIT
051700         WHEN "P"
051800             PERFORM 6500-RESET-PASSWORD THRU 6500-EXIT
051900         WHEN "O"
052000             PERFORM 7000-GRANT-OPTIONS THRU 7000-EXIT
052100         WHEN "U"
052200             PERFORM 7500-UNLOCK-USER THRU 7500-EXIT
052300         WHEN "S"
052400             PERFORM 7600-SET-SUPERVISOR THRU 7600-EXIT
052500         WHEN "R"
052600             PERFORM 9000-PRINT-REPORT THRU 9000-EXIT
052700         WHEN "X"
052800             SET WS-MAINT-DONE TO TRUE
052900         WHEN OTHER
053000             DISPLAY "INVALID COMMAND - TRY AGAIN"
053100                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
053200     END-EVALUATE.
053300 3000-EXIT.
053400     EXIT.
053500*
053600 3900-CLEAR-BODY.
053700     DISPLAY " " LINE SL-MENU-TITLE-LINE POSITION 01
053800         ERASE EOS.
053900 3900-EXIT.
054000     EXIT.
054100*
054200*-----------------------------------------------------*
054300* 4000-LIST-USERS -- SHOW THE OPERATORS TEN LINES A    *
054400*     PAGE WITH THE SUPERVISOR FLAG, LOCK, FAILURES IN *
054500*     A ROW, AND WHEN THE PASSWORD WAS SET.  PASSWORDS *
054600*     THEMSELVES ARE NEVER SHOWN.                      *
054700*-----------------------------------------------------*
054800 4000-LIST-USERS.
054900     IF WS-SEC-COUNT = ZERO
055000         DISPLAY "NO OPERATORS ON SECFILE"
055100             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
055200         GO TO 4000-EXIT
055300     END-IF.
055400     MOVE ZERO TO WS-LIST-SHOWN.
055500     PERFORM 4100-LIST-ONE-PAGE THRU 4100-EXIT
055600         UNTIL WS-LIST-SHOWN NOT < WS-SEC-COUNT.
055700 4000-EXIT.
055800     EXIT.
055900*
056000 4100-LIST-ONE-PAGE.
056100     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
056200     DISPLAY WS-USER-LIST-HEADING
056300         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
056400     MOVE SL-MENU-FIRST-LINE TO WS-WORK-LINE.
056500     PERFORM 4200-LIST-ONE-USER THRU 4200-EXIT
056600         VARYING WS-MX FROM 1 BY 1
056700         UNTIL WS-MX > 10
056800            OR WS-LIST-SHOWN NOT < WS-SEC-COUNT.
056900     DISPLAY "PRESS ENTER TO CONTINUE"
057000         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
057100     COMPUTE WS-PROMPT-POS = SL-FOOTER-POSITION + 25.
057200     ACCEPT WS-DUMMY LINE SL-FOOTER-LINE POSITION WS-PROMPT-POS.
057300     DISPLAY " " LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
057400         ERASE EOL.
057500 4100-EXIT.
057600     EXIT.
057700*
057800 4200-LIST-ONE-USER.
057900     ADD 1 TO WS-LIST-SHOWN.
058000     MOVE WS-LIST-SHOWN TO WS-FOUND-X.
058100     PERFORM 4300-FORMAT-LIST-LINE THRU 4300-EXIT.
058200     DISPLAY WS-USER-LIST-LINE
058300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION.
058400     ADD 1 TO WS-WORK-LINE.
058500 4200-EXIT.
058600     EXIT.
058700*
058800 4300-FORMAT-LIST-LINE.
058900     MOVE WS-STB-USER-ID (WS-FOUND-X) TO ULL-USER-ID.
059000     MOVE WS-STB-NAME (WS-FOUND-X)    TO ULL-NAME.
059100     MOVE SPACES TO ULL-SUPV ULL-LOCK.
059200     IF WS-STB-SUPV (WS-FOUND-X) = "Y"
059300         MOVE "YES" TO ULL-SUPV
059400     END-IF.
059500     IF WS-STB-LOCKED (WS-FOUND-X) = "Y"
059600         MOVE "LOCKED" TO ULL-LOCK
059700     END-IF.
059800     MOVE WS-STB-FAILS (WS-FOUND-X) TO ULL-FAILS.
059900     IF WS-STB-FAILS (WS-FOUND-X) NOT NUMERIC
060000         MOVE "0" TO ULL-FAILS
060100     END-IF.
060200     IF WS-STB-PWD-DATE (WS-FOUND-X) NOT NUMERIC
060300      OR WS-STB-PWD-DATE (WS-FOUND-X) = "00000000"
060400         MOVE "MUST CHANGE" TO ULL-PWD-DATE
060500     ELSE
060600         MOVE WS-STB-PWD-DATE (WS-FOUND-X) TO WS-EDIT-DATE
060700         PERFORM 9500-EDIT-DATE THRU 9500-EXIT
060800         MOVE WS-DATE-EDITED TO ULL-PWD-DATE
060900     END-IF.
061000 4300-EXIT.
061100     EXIT.
061200*
061300*-----------------------------------------------------*
061400* 5000-ADD-USER -- SET UP A NEW OPERATOR.  THE ID MUST *
061500*     NOT BE ON FILE.  THE OPERATOR STARTS WITH NO     *
061600*     MENU OPTIONS, IS NOT A SUPERVISOR, AND HAS A     *
061700*     TEMPORARY PASSWORD THAT MUST BE CHANGED AT THE   *
061800*     FIRST SIGN-ON.  A BLANK FIELD CANCELS.           *
061900*-----------------------------------------------------*
062000 5000-ADD-USER.
062100     IF WS-SEC-COUNT = 200
062200         DISPLAY "TABLE FULL - NO ROOM TO ADD"
062300             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
062400         GO TO 5000-EXIT
062500     END-IF.
062600     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
062700     DISPLAY "ADD OPERATOR (BLANK FIELD CANCELS)"
062800         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
062900     MOVE "N" TO WS-CANCEL-SW.
063000     PERFORM 5100-GET-USER-ID THRU 5100-EXIT.
063100     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
063200     IF WS-FOUND-X > ZERO
063300         DISPLAY "ID ALREADY ON SECFILE"
063400             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
063500         GO TO 5000-EXIT
063600     END-IF.
063700     PERFORM 5200-GET-NAME THRU 5200-EXIT.
063800     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
063900     PERFORM 5300-GET-PASSWORD THRU 5300-EXIT.
064000     IF WS-ENTRY-CANCELLED GO TO 5000-CANCELLED.
064100     ADD 1 TO WS-SEC-COUNT.
064200     MOVE WS-SEC-COUNT TO WS-FOUND-X.
064300     MOVE SPACES          TO WS-SEC-ENTRY (WS-FOUND-X).
064400     MOVE WS-IN-USER-ID   TO WS-STB-USER-ID (WS-FOUND-X).
064500     MOVE WS-IN-NAME      TO WS-STB-NAME (WS-FOUND-X).
064600     MOVE WS-IN-PASSWORD  TO WS-STB-PASSWORD (WS-FOUND-X).
064700     PERFORM 5050-NO-OPTIONS THRU 5050-EXIT
064800         VARYING WS-AX FROM 1 BY 1
064900         UNTIL WS-AX > 20.
065000     MOVE "N"             TO WS-STB-SUPV (WS-FOUND-X).
065100     MOVE "00000000"      TO WS-STB-PWD-DATE (WS-FOUND-X).
065200     MOVE "0"             TO WS-STB-FAILS (WS-FOUND-X).
065300     MOVE "N"             TO WS-STB-LOCKED (WS-FOUND-X).
065400     PERFORM 8000-SAVE-SECFILE THRU 8000-EXIT.
065500     MOVE "A" TO WS-TRAIL-ACTION.
065600     MOVE WS-IN-NAME TO WS-TRAIL-DETAIL.
065700     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
065800     DISPLAY "OPERATOR ADDED - GRANT OPTIONS WITH O"
065900         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
066000     GO TO 5000-EXIT.
066100 5000-CANCELLED.
066200     DISPLAY "ADD CANCELLED"
066300         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
066400 5000-EXIT.
066500     EXIT.
066600*
066700 5050-NO-OPTIONS.
066800     MOVE "N" TO WS-STB-AUTH (WS-FOUND-X WS-AX).
066900 5050-EXIT.
067000     EXIT.
067100*
067200*-----------------------------------------------------*
067300* 5100-GET-USER-ID -- ACCEPT AN OPERATOR ID AND LOOK   *
067400*     IT UP.  WS-FOUND-X COMES BACK ZERO WHEN IT IS    *
067500*     NOT ON FILE; THE CALLER DECIDES WHETHER THAT IS  *
067600*     WHAT IT WANTED.                                  *
067700*-----------------------------------------------------*
067800 5100-GET-USER-ID.
067900     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE.
068000     DISPLAY "OPERATOR ID: "
068100         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
068200         ERASE EOL.
068300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 13.
068400     MOVE SPACES TO WS-IN-USER-ID.
068500     ACCEPT WS-IN-USER-ID LINE WS-WORK-LINE
068600         POSITION WS-PROMPT-POS.
068700     INSPECT WS-IN-USER-ID
068800         CONVERTING "abcdefghijklmnopqrstuvwxyz"
068900                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
069000     IF WS-IN-USER-ID = SPACES
069100         SET WS-ENTRY-CANCELLED TO TRUE
069200         GO TO 5100-EXIT
069300     END-IF.
069400     PERFORM 5900-FIND-USER THRU 5900-EXIT.
069500 5100-EXIT.
069600     EXIT.
069700*
069800 5200-GET-NAME.
069900     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 1.
070000     DISPLAY "OPERATOR NAME: "
070100         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
070200         ERASE EOL.
070300     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 15.
070400     MOVE SPACES TO WS-IN-NAME.
070500     ACCEPT WS-IN-NAME LINE WS-WORK-LINE
070600         POSITION WS-PROMPT-POS.
070700     IF WS-IN-NAME = SPACES
070800         SET WS-ENTRY-CANCELLED TO TRUE
070900     END-IF.
071000 5200-EXIT.
071100     EXIT.
071200*
071300*-----------------------------------------------------*
071400* 5300-GET-PASSWORD -- A TEMPORARY PASSWORD, KEYED     *
071500*     TWICE WITHOUT ECHO.  UPPERCASED THE SAME WAY     *
071600*     SIGN-ON UPPERCASES WHAT THE OPERATOR TYPES.      *
071700*-----------------------------------------------------*
071800 5300-GET-PASSWORD.
071900     MOVE "N" TO WS-FIELD-OK-SW.
072000     PERFORM 5310-TRY-PASSWORD THRU 5310-EXIT
072100         UNTIL WS-FIELD-OK OR WS-ENTRY-CANCELLED.
072200 5300-EXIT.
072300     EXIT.
072400*
072500 5310-TRY-PASSWORD.
072600     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 2.
072700     DISPLAY "TEMPORARY PASSWORD: "
072800         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
072900         ERASE EOL.
073000     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 20.
073100     MOVE SPACES TO WS-IN-PASSWORD.
073200     ACCEPT WS-IN-PASSWORD LINE WS-WORK-LINE
073300         POSITION WS-PROMPT-POS SECURE.
073400     INSPECT WS-IN-PASSWORD
073500         CONVERTING "abcdefghijklmnopqrstuvwxyz"
073600                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
073700     IF WS-IN-PASSWORD = SPACES
073800         SET WS-ENTRY-CANCELLED TO TRUE
073900         GO TO 5310-EXIT
074000     END-IF.
074100     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 3.
074200     DISPLAY "KEY IT AGAIN:       "
074300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
074400         ERASE EOL.
074500     MOVE SPACES TO WS-IN-CONFIRM.
074600     ACCEPT WS-IN-CONFIRM LINE WS-WORK-LINE
074700         POSITION WS-PROMPT-POS SECURE.
074800     INSPECT WS-IN-CONFIRM
074900         CONVERTING "abcdefghijklmnopqrstuvwxyz"
075000                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
075100     IF WS-IN-CONFIRM NOT = WS-IN-PASSWORD
075200         DISPLAY "PASSWORDS DO NOT MATCH - REKEY"
075300             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
075400         GO TO 5310-EXIT
075500     END-IF.
075600     SET WS-FIELD-OK TO TRUE.
075700     DISPLAY " " LINE SL-FOOTER-LINE
075800         POSITION SL-FOOTER-POSITION ERASE EOL.
075900 5310-EXIT.
076000     EXIT.
076100*
076200*-----------------------------------------------------*
076300* 5800-GET-EXISTING-USER -- ACCEPT THE ID FOR A CHANGE *
076400*     AND INSIST IT IS ON FILE, THEN SHOW WHO IT IS.   *
076500*-----------------------------------------------------*
076600 5800-GET-EXISTING-USER.
076700     PERFORM 5100-GET-USER-ID THRU 5100-EXIT.
076800     IF WS-ENTRY-CANCELLED
076900         GO TO 5800-EXIT
077000     END-IF.
077100     IF WS-FOUND-X = ZERO
077200         DISPLAY "ID NOT ON SECFILE"
077300             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
077400         SET WS-ENTRY-CANCELLED TO TRUE
077500         GO TO 5800-EXIT
077600     END-IF.
077700     PERFORM 4300-FORMAT-LIST-LINE THRU 4300-EXIT.
077800     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 1.
077900     DISPLAY WS-USER-LIST-LINE
078000         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
078100         ERASE EOL.
078200 5800-EXIT.
078300     EXIT.
078400*
078500 5900-FIND-USER.
078600     MOVE ZERO TO WS-FOUND-X.
078700     PERFORM 5910-TEST-ONE-USER THRU 5910-EXIT
078800         VARYING WS-MX FROM 1 BY 1
078900         UNTIL WS-MX > WS-SEC-COUNT
079000            OR WS-FOUND-X > ZERO.
079100 5900-EXIT.
079200     EXIT.
079300*
079400 5910-TEST-ONE-USER.
079500     IF WS-STB-USER-ID (WS-MX) = WS-IN-USER-ID
079600         MOVE WS-MX TO WS-FOUND-X
079700     END-IF.
079800 5910-EXIT.
079900     EXIT.
080000*
080100*-----------------------------------------------------*
080200* 6000-REMOVE-USER -- TAKE AN OPERATOR OFF SECFILE.    *
080300*     A SUPERVISOR CANNOT REMOVE THEIR OWN ID, SO THE  *
080400*     FILE CAN NEVER BE LEFT WITH NOBODY TO KEEP IT.   *
080500*-----------------------------------------------------*
080600 6000-REMOVE-USER.
080700     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
080800     DISPLAY "REMOVE OPERATOR (BLANK FIELD CANCELS)"
080900         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
081000     MOVE "N" TO WS-CANCEL-SW.
081100     PERFORM 5800-GET-EXISTING-USER THRU 5800-EXIT.
081200     IF WS-ENTRY-CANCELLED GO TO 6000-EXIT.
081300     IF WS-IN-USER-ID = WS-OPERATOR-ID
081400         DISPLAY "CANNOT REMOVE YOUR OWN ID"
081500             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
081600         GO TO 6000-EXIT
081700     END-IF.
081800     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 3.
081900     DISPLAY "CONFIRM REMOVE (Y/N): "
082000         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
082100         ERASE EOL.
082200     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 22.
082300     MOVE SPACE TO WS-CONFIRM.
082400     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
082500         POSITION WS-PROMPT-POS.
082600     INSPECT WS-CONFIRM
082700         CONVERTING "abcdefghijklmnopqrstuvwxyz"
082800                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
082900     IF WS-CONFIRM NOT = "Y"
083000         GO TO 6000-CANCELLED
083100     END-IF.
083200     MOVE WS-STB-NAME (WS-FOUND-X) TO WS-TRAIL-DETAIL.
083300     PERFORM 6100-SHIFT-TABLE-UP THRU 6100-EXIT
083400         VARYING WS-MX FROM WS-FOUND-X BY 1
083500         UNTIL WS-MX NOT < WS-SEC-COUNT.
083600     SUBTRACT 1 FROM WS-SEC-COUNT.
083700     PERFORM 8000-SAVE-SECFILE THRU 8000-EXIT.
083800     MOVE "D" TO WS-TRAIL-ACTION.
083900     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
084000     DISPLAY "OPERATOR REMOVED"
084100         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
084200     GO TO 6000-EXIT.
084300 6000-CANCELLED.
084400     DISPLAY "REMOVE CANCELLED"
084500         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
084600 6000-EXIT.
084700     EXIT.
084800*
084900 6100-SHIFT-TABLE-UP.
085000     MOVE WS-SEC-ENTRY (WS-MX + 1) TO WS-SEC-ENTRY (WS-MX).
085100 6100-EXIT.
085200     EXIT.
085300*
085400*-----------------------------------------------------*
085500* 6500-RESET-PASSWORD -- GIVE AN OPERATOR A TEMPORARY  *
085600*     PASSWORD.  THE DATE GOES TO ZERO SO SIGN-ON      *
085700*     MAKES THEM CHANGE IT, AND THE OLD ONE BECOMES    *
085800*     THE LAST PASSWORD SO THEY CANNOT CHANGE BACK TO  *
085900*     IT.  THE FAILURE COUNT IS CLEARED; A LOCKED ID   *
086000*     STAYS LOCKED UNTIL IT IS UNLOCKED WITH U.        *
086100*-----------------------------------------------------*
086200 6500-RESET-PASSWORD.
086300     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
086400     DISPLAY "RESET PASSWORD (BLANK FIELD CANCELS)"
086500         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
086600     MOVE "N" TO WS-CANCEL-SW.
086700     PERFORM 5800-GET-EXISTING-USER THRU 5800-EXIT.
086800     IF WS-ENTRY-CANCELLED GO TO 6500-EXIT.
086900     PERFORM 5300-GET-PASSWORD THRU 5300-EXIT.
087000     IF WS-ENTRY-CANCELLED
087100         DISPLAY "RESET CANCELLED"
087200             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
087300         GO TO 6500-EXIT
087400     END-IF.
087500     MOVE WS-STB-PASSWORD (WS-FOUND-X)
087600                     TO WS-STB-PREV-PWD (WS-FOUND-X).
087700     MOVE WS-IN-PASSWORD TO WS-STB-PASSWORD (WS-FOUND-X).
087800     MOVE "00000000"     TO WS-STB-PWD-DATE (WS-FOUND-X).
087900     MOVE "0"            TO WS-STB-FAILS (WS-FOUND-X).
088000     PERFORM 8000-SAVE-SECFILE THRU 8000-EXIT.
088100     MOVE "P" TO WS-TRAIL-ACTION.
088200     MOVE "TEMPORARY PASSWORD SET" TO WS-TRAIL-DETAIL.
088300     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
088400     DISPLAY "PASSWORD RESET - MUST BE CHANGED AT NEXT SIGN-ON"
088500         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
088600 6500-EXIT.
088700     EXIT.
088800*
088900*-----------------------------------------------------*
089000* 7000-GRANT-OPTIONS -- SHOW EVERY MENU OPTION BY NAME *
089100*     WITH WHETHER THE OPERATOR HOLDS IT, THEN GRANT   *
089200*     OR REVOKE ONE AT A TIME UNTIL A BLANK OPTION.    *
089300*     EACH CHANGE IS SAVED AND TRAILED AS IT IS MADE.  *
089400*-----------------------------------------------------*
089500 7000-GRANT-OPTIONS.
089600     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
089700     DISPLAY "GRANT/REVOKE MENU OPTIONS (BLANK FIELD ENDS)"
089800         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
089900     MOVE "N" TO WS-CANCEL-SW.
090000     PERFORM 5800-GET-EXISTING-USER THRU 5800-EXIT.
090100     IF WS-ENTRY-CANCELLED GO TO 7000-EXIT.
090200     MOVE "N" TO WS-OPTIONS-DONE-SW.
090300     PERFORM 7100-CHANGE-ONE-OPTION THRU 7100-EXIT
090400         UNTIL WS-OPTIONS-DONE.
090500 7000-EXIT.
090600     EXIT.
090700*
090800 7100-CHANGE-ONE-OPTION.
090900     PERFORM 7200-SHOW-OPTIONS THRU 7200-EXIT.
091000     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 13.
091100     DISPLAY "OPTION: "
091200         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
091300         ERASE EOL.
091400     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 8.
091500     MOVE SPACE TO WS-IN-OPTION.
091600     ACCEPT WS-IN-OPTION LINE WS-WORK-LINE
091700         POSITION WS-PROMPT-POS.
091800     INSPECT WS-IN-OPTION
091900         CONVERTING "abcdefghijklmnopqrstuvwxyz"
092000                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
092100     IF WS-IN-OPTION = SPACE
092200         SET WS-OPTIONS-DONE TO TRUE
092300         GO TO 7100-EXIT
092400     END-IF.
092500     MOVE ZERO TO WS-OPT-X.
092600     PERFORM 7300-FIND-OPTION THRU 7300-EXIT
092700         VARYING WS-OX FROM 1 BY 1
092800         UNTIL WS-OX > 19
092900            OR WS-OPT-X > ZERO.
093000     IF WS-OPT-X = ZERO
093100         DISPLAY "NOT A MENU OPTION - USE ONE SHOWN"
093200             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
093300             ERASE EOL
093400         GO TO 7100-EXIT
093500     END-IF.
093600     IF WS-OPT-KEY (WS-OPT-X) = "G"
093700         DISPLAY "OPTION G GOES WITH THE SUPERVISOR FLAG - USE S"
093800             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
093900             ERASE EOL
094000         GO TO 7100-EXIT
094100     END-IF.
094200     DISPLAY "G=GRANT R=REVOKE: "
094300         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
094400         ERASE EOL.
094500     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 18.
094600     MOVE SPACE TO WS-CONFIRM.
094700     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
094800         POSITION WS-PROMPT-POS.
094900     INSPECT WS-CONFIRM
095000         CONVERTING "abcdefghijklmnopqrstuvwxyz"
095100                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
095200     EVALUATE TRUE
095300         WHEN WS-CONFIRM = "G"
095400          AND WS-STB-AUTH (WS-FOUND-X WS-OPT-X) NOT = "Y"
095500             MOVE "Y" TO WS-STB-AUTH (WS-FOUND-X WS-OPT-X)
095600             MOVE "G" TO WS-TRAIL-ACTION
095700         WHEN WS-CONFIRM = "R"
095800          AND WS-STB-AUTH (WS-FOUND-X WS-OPT-X) = "Y"
095900             MOVE "N" TO WS-STB-AUTH (WS-FOUND-X WS-OPT-X)
096000             MOVE "R" TO WS-TRAIL-ACTION
096100         WHEN OTHER
096200             DISPLAY "NO CHANGE MADE"
096300                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
096400                 ERASE EOL
096500             GO TO 7100-EXIT
096600     END-EVALUATE.
096700     PERFORM 8000-SAVE-SECFILE THRU 8000-EXIT.
096800     MOVE WS-OPT-NAME (WS-OPT-X) TO WS-TRAIL-DETAIL.
096900     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
097000     IF WS-TRAIL-ACTION = "G"
097100         DISPLAY "GRANTED: " WS-OPT-NAME (WS-OPT-X)
097200             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
097300             ERASE EOL
097400     ELSE
097500         DISPLAY "REVOKED: " WS-OPT-NAME (WS-OPT-X)
097600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
097700             ERASE EOL
097800     END-IF.
097900 7100-EXIT.
098000     EXIT.
098100*
098200*-----------------------------------------------------*
098300* 7200-SHOW-OPTIONS -- THE OPTION LIST IN TWO COLUMNS  *
098400*     OF TEN UNDER THE OPERATOR'S LINE.                *
098500*-----------------------------------------------------*
098600 7200-SHOW-OPTIONS.
098700     PERFORM 7250-SHOW-ONE-OPTION THRU 7250-EXIT
098800         VARYING WS-OX FROM 1 BY 1
098900         UNTIL WS-OX > 19.
099000 7200-EXIT.
099100     EXIT.
099200*
099300 7250-SHOW-ONE-OPTION.
099400     MOVE WS-OPT-KEY (WS-OX)  TO OLL-KEY.
099500     MOVE WS-OPT-NAME (WS-OX) TO OLL-NAME.
099600     MOVE "-"                 TO OLL-AUTH.
099700     IF WS-STB-AUTH (WS-FOUND-X WS-OX) = "Y"
099800         MOVE "GRANTED" TO OLL-AUTH
099900     END-IF.
100000     IF WS-OPT-KEY (WS-OX) = "G"
100100         MOVE "-" TO OLL-AUTH
100200         IF WS-STB-SUPV (WS-FOUND-X) = "Y"
100300             MOVE "SUPV" TO OLL-AUTH
100400         END-IF
100500     END-IF.
100600     IF WS-OX > 10
100700         COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE - 8 + WS-OX
100800         COMPUTE WS-WORK-COL = SL-BODY-POSITION + 36
100900     ELSE
101000         COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 2 + WS-OX
101100         MOVE SL-BODY-POSITION TO WS-WORK-COL
101200     END-IF.
101300     DISPLAY WS-OPTION-LIST-LINE
101400         LINE WS-WORK-LINE POSITION WS-WORK-COL.
101500 7250-EXIT.
101600     EXIT.
101700*
101800 7300-FIND-OPTION.
101900     IF WS-OPT-KEY (WS-OX) = WS-IN-OPTION
102000         MOVE WS-OX TO WS-OPT-X
102100     END-IF.
102200 7300-EXIT.
102300     EXIT.
102400*
102500*-----------------------------------------------------*
102600* 7500-UNLOCK-USER -- RELEASE AN ID THAT SIGN-ON LOCKED*
102700*     AFTER TOO MANY WRONG PASSWORDS.  THE FAILURE     *
102800*     COUNT STARTS AGAIN FROM ZERO.                    *
102900*-----------------------------------------------------*
103000 7500-UNLOCK-USER.
103100     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
103200     DISPLAY "UNLOCK OPERATOR (BLANK FIELD CANCELS)"
103300         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
103400     MOVE "N" TO WS-CANCEL-SW.
103500     PERFORM 5800-GET-EXISTING-USER THRU 5800-EXIT.
103600     IF WS-ENTRY-CANCELLED GO TO 7500-EXIT.
103700     IF WS-STB-LOCKED (WS-FOUND-X) NOT = "Y"
103800         DISPLAY "ID IS NOT LOCKED"
103900             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
104000         GO TO 7500-EXIT
104100     END-IF.
104200     MOVE "N" TO WS-STB-LOCKED (WS-FOUND-X).
104300     MOVE "0" TO WS-STB-FAILS (WS-FOUND-X).
104400     PERFORM 8000-SAVE-SECFILE THRU 8000-EXIT.
104500     MOVE "U" TO WS-TRAIL-ACTION.
104600     MOVE "ID UNLOCKED" TO WS-TRAIL-DETAIL.
104700     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
104800     DISPLAY "ID UNLOCKED"
104900         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
105000 7500-EXIT.
105100     EXIT.
105200*
105300*-----------------------------------------------------*
105400* 7600-SET-SUPERVISOR -- MAKE AN OPERATOR A SUPERVISOR *
105500*     (OPTION G AND THIS SCREEN) OR TAKE IT AWAY.  A   *
105600*     SUPERVISOR CANNOT TAKE IT AWAY FROM THEMSELVES.  *
105700*-----------------------------------------------------*
105800 7600-SET-SUPERVISOR.
105900     PERFORM 3900-CLEAR-BODY THRU 3900-EXIT.
106000     DISPLAY "SUPERVISOR FLAG (BLANK FIELD CANCELS)"
106100         LINE SL-MENU-TITLE-LINE POSITION SL-BODY-POSITION.
106200     MOVE "N" TO WS-CANCEL-SW.
106300     PERFORM 5800-GET-EXISTING-USER THRU 5800-EXIT.
106400     IF WS-ENTRY-CANCELLED GO TO 7600-EXIT.
106500     IF WS-IN-USER-ID = WS-OPERATOR-ID
106600         DISPLAY "CANNOT CHANGE YOUR OWN SUPERVISOR FLAG"
106700             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
106800         GO TO 7600-EXIT
106900     END-IF.
107000     COMPUTE WS-WORK-LINE = SL-MENU-FIRST-LINE + 3.
107100     DISPLAY "SUPERVISOR (Y/N): "
107200         LINE WS-WORK-LINE POSITION SL-BODY-POSITION
107300         ERASE EOL.
107400     COMPUTE WS-PROMPT-POS = SL-BODY-POSITION + 18.
107500     MOVE SPACE TO WS-CONFIRM.
107600     ACCEPT WS-CONFIRM LINE WS-WORK-LINE
107700         POSITION WS-PROMPT-POS.
107800     INSPECT WS-CONFIRM
107900         CONVERTING "abcdefghijklmnopqrstuvwxyz"
108000                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
108100     EVALUATE TRUE
108200         WHEN WS-CONFIRM = "Y"
108300          AND WS-STB-SUPV (WS-FOUND-X) NOT = "Y"
108400             MOVE "Y" TO WS-STB-SUPV (WS-FOUND-X)
108500             MOVE "S" TO WS-TRAIL-ACTION
108600         WHEN WS-CONFIRM = "N"
108700          AND WS-STB-SUPV (WS-FOUND-X) = "Y"
108800             MOVE "N" TO WS-STB-SUPV (WS-FOUND-X)
108900             MOVE "N" TO WS-TRAIL-ACTION
109000         WHEN OTHER
109100             DISPLAY "NO CHANGE MADE"
109200                 LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
109300             GO TO 7600-EXIT
109400     END-EVALUATE.
109500     PERFORM 8000-SAVE-SECFILE THRU 8000-EXIT.
109600     MOVE WS-STB-NAME (WS-FOUND-X) TO WS-TRAIL-DETAIL.
109700     PERFORM 8500-WRITE-TRAIL THRU 8500-EXIT.
109800     DISPLAY "SUPERVISOR FLAG CHANGED"
109900         LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION.
110000 7600-EXIT.
110100     EXIT.
110200*
110300*-----------------------------------------------------*
110400* 8000-SAVE-SECFILE -- REWRITE SECFILE FROM THE TABLE. *
110500*     DONE AFTER EVERY CHANGE SO THE FILE AND THE      *
110600*     SECLOG TRAIL NEVER DISAGREE.                     *
110700*-----------------------------------------------------*
110800 8000-SAVE-SECFILE.
110900     OPEN OUTPUT SECURITY-FILE.
111000     IF WS-SEC-STATUS NOT = "00"
111100         MOVE "UNABLE TO REWRITE SECFILE, STATUS "
111200                         TO WS-ABEND-MSG
111300         MOVE WS-SEC-STATUS TO WS-ABEND-MSG (35:2)
111400         SET WS-ABEND-FLAG TO TRUE
111500         GO TO MAIN-LOGIC-EXIT
111600     END-IF.
111700     PERFORM 8100-WRITE-ONE-USER THRU 8100-EXIT
111800         VARYING WS-MX FROM 1 BY 1
111900         UNTIL WS-MX > WS-SEC-COUNT.
112000     CLOSE SECURITY-FILE.
112100 8000-EXIT.
112200     EXIT.
112300*
112400 8100-WRITE-ONE-USER.
112500     WRITE SEC-RECORD FROM WS-SEC-ENTRY (WS-MX).
112600     IF WS-SEC-STATUS NOT = "00"
112700         MOVE "UNABLE TO WRITE SECFILE, STATUS "
112800                         TO WS-ABEND-MSG
112900         MOVE WS-SEC-STATUS TO WS-ABEND-MSG (33:2)
113000         SET WS-ABEND-FLAG TO TRUE
113100         GO TO MAIN-LOGIC-EXIT
113200     END-IF.
113300 8100-EXIT.
113400     EXIT.
113500*
113600*-----------------------------------------------------*
113700* 8500-WRITE-TRAIL -- STAMP AND APPEND ONE SECLOG      *
113800*     RECORD.  THE CALLER HAS SET THE ACTION AND       *
113900*     DETAIL; THE TARGET IS THE ID LAST KEYED.  OPENED *
114000*     AND CLOSED PER CHANGE SO THE RECORD IS ON DISK   *
114100*     THE MOMENT THE CHANGE IS.                        *
114200*-----------------------------------------------------*
114300 8500-WRITE-TRAIL.
114400     OPEN EXTEND TRAIL-FILE.
114500     IF WS-TRL-STATUS = "05" OR WS-TRL-STATUS = "35"
114600         CLOSE TRAIL-FILE
114700         OPEN OUTPUT TRAIL-FILE
114800     END-IF.
114900     IF WS-TRL-STATUS NOT = "00"
115000         MOVE "UNABLE TO OPEN SECLOG, STATUS "
115100                         TO WS-ABEND-MSG
115200         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (31:2)
115300         SET WS-ABEND-FLAG TO TRUE
115400         GO TO MAIN-LOGIC-EXIT
115500     END-IF.
115600     ACCEPT WS-RUN-TIME FROM TIME.
115700     MOVE SPACES          TO TRL-RECORD.
115800     MOVE WS-RUN-DATE     TO TRL-DATE.
115900     MOVE WS-RUN-TIME     TO TRL-TIME.
116000     MOVE WS-OPERATOR-ID  TO TRL-USER.
116100     MOVE WS-TRAIL-ACTION TO TRL-ACTION.
116200     MOVE WS-IN-USER-ID   TO TRL-TARGET-ID.
116300     MOVE WS-TRAIL-DETAIL TO TRL-DETAIL.
116400     WRITE TRL-RECORD.
116500     IF WS-TRL-STATUS NOT = "00"
116600         MOVE "UNABLE TO WRITE SECLOG, STATUS "
116700                         TO WS-ABEND-MSG
116800         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (32:2)
116900         SET WS-ABEND-FLAG TO TRUE
117000         GO TO MAIN-LOGIC-EXIT
117100     END-IF.
117200     CLOSE TRAIL-FILE.
117300 8500-EXIT.
117400     EXIT.
117500*
117600*-----------------------------------------------------*
117700* 9000-PRINT-REPORT -- THE SECURITY ACTIVITY REPORT    *
117800*     FOR THE AUDITORS, ON SECRPT.  PART ONE IS EVERY  *
117900*     CHANGE ON THE SECLOG TRAIL; PART TWO IS EVERY    *
118000*     SECV (SIGN-ON REJECTED, ID LOCKED OUT, LOCKED ID *
118100*     TRIED, OPTION REFUSED) AND SECC (PASSWORD        *
118200*     CHANGED AT SIGN-ON) ENTRY STILL ON AUDITLOG --   *
118300*     OLDER MONTHS ARE ON THE AUDARCH ARCHIVE.  EITHER *
118400*     FILE MISSING JUST MEANS NOTHING TO LIST.         *
118500*-----------------------------------------------------*
118600 9000-PRINT-REPORT.
118700     OPEN OUTPUT REPORT-FILE.
118800     IF WS-RPT-STATUS NOT = "00"
118900         MOVE "UNABLE TO OPEN SECRPT, STATUS "
119000                         TO WS-ABEND-MSG
119100         MOVE WS-RPT-STATUS TO WS-ABEND-MSG (31:2)
119200         SET WS-ABEND-FLAG TO TRUE
119300         GO TO MAIN-LOGIC-EXIT
119400     END-IF.
119500     MOVE ZERO TO WS-PAGE-COUNT WS-CHANGE-COUNT WS-EVENT-COUNT.
119600     MOVE "SECURITY CHANGES (SECLOG)" TO RSL-TITLE.
119700     MOVE 99 TO WS-LINE-COUNT.
119800     PERFORM 9100-PRINT-CHANGES THRU 9100-EXIT.
119900     MOVE "SIGN-ON SECURITY EVENTS (AUDITLOG SECV/SECC)"
120000                             TO RSL-TITLE.
120100     MOVE 99 TO WS-LINE-COUNT.
120200     PERFORM 9200-PRINT-EVENTS THRU 9200-EXIT.
120300     MOVE SPACES TO RPT-PRINT-LINE.
120400     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
120500     MOVE "SECURITY CHANGES LISTED"   TO RTL-LABEL.
120600     MOVE WS-CHANGE-COUNT             TO RTL-COUNT.
120700     WRITE RPT-PRINT-LINE FROM WS-RPT-TOTAL-LINE
120800         AFTER ADVANCING 1 LINE.
120900     MOVE "SIGN-ON SECURITY EVENTS LISTED" TO RTL-LABEL.
121000     MOVE WS-EVENT-COUNT              TO RTL-COUNT.
121100     WRITE RPT-PRINT-LINE FROM WS-RPT-TOTAL-LINE
121200         AFTER ADVANCING 1 LINE.
121300     CLOSE REPORT-FILE.
121400     IF NOT WS-BATCH-MODE
121500         DISPLAY "SECURITY ACTIVITY REPORT PRINTED TO SECRPT"
121600             LINE SL-FOOTER-LINE POSITION SL-FOOTER-POSITION
121700     END-IF.
121800 9000-EXIT.
121900     EXIT.
122000*
122100 9100-PRINT-CHANGES.
122200     PERFORM 9300-PRINT-HEADINGS THRU 9300-EXIT.
122300     MOVE "N" TO WS-TRL-EOF-SW.
122400     OPEN INPUT TRAIL-FILE.
122500     IF WS-TRL-STATUS = "35"
122600         GO TO 9100-EXIT
122700     END-IF.
122800     IF WS-TRL-STATUS NOT = "00"
122900         MOVE "UNABLE TO OPEN SECLOG, STATUS "
123000                         TO WS-ABEND-MSG
123100         MOVE WS-TRL-STATUS TO WS-ABEND-MSG (31:2)
123200         SET WS-ABEND-FLAG TO TRUE
123300         GO TO MAIN-LOGIC-EXIT
123400     END-IF.
123500     PERFORM 9110-READ-TRAIL THRU 9110-EXIT.
123600     PERFORM 9120-PRINT-ONE-CHANGE THRU 9120-EXIT
123700         UNTIL WS-TRL-EOF.
123800     CLOSE TRAIL-FILE.
123900 9100-EXIT.
124000     EXIT.
124100*
124200 9110-READ-TRAIL.
124300     READ TRAIL-FILE
124400         AT END
124500             SET WS-TRL-EOF TO TRUE
124600     END-READ.
124700 9110-EXIT.
124800     EXIT.
124900*
125000 9120-PRINT-ONE-CHANGE.
125100     IF WS-LINE-COUNT > WS-PAGE-LIMIT
125200         PERFORM 9300-PRINT-HEADINGS THRU 9300-EXIT
125300     END-IF.
125400     MOVE TRL-DATE TO WS-EDIT-DATE.
125500     PERFORM 9500-EDIT-DATE THRU 9500-EXIT.
125600     MOVE TRL-TIME TO WS-EDIT-TIME.
125700     PERFORM 9550-EDIT-TIME THRU 9550-EXIT.
125800     MOVE WS-DATE-EDITED TO RDL-DATE.
125900     MOVE WS-TIME-EDITED TO RDL-TIME.
126000     MOVE TRL-USER       TO RDL-USER.
126100     MOVE TRL-TARGET-ID  TO RDL-TARGET-ID.
126200     MOVE TRL-DETAIL     TO RDL-DETAIL.
126300     EVALUATE TRUE
126400         WHEN TRL-ADDED
126500             MOVE "OPERATOR ADDED"   TO RDL-ACTION
126600         WHEN TRL-REMOVED
126700             MOVE "OPERATOR REMOVED" TO RDL-ACTION
126800         WHEN TRL-PASSWORD-RESET
126900             MOVE "PASSWORD RESET"   TO RDL-ACTION
127000         WHEN TRL-GRANTED
127100             MOVE "OPTION GRANTED"   TO RDL-ACTION
127200         WHEN TRL-REVOKED
127300             MOVE "OPTION REVOKED"   TO RDL-ACTION
127400         WHEN TRL-UNLOCKED
127500             MOVE "ID UNLOCKED"      TO RDL-ACTION
127600         WHEN TRL-SUPERVISOR-ON
127700             MOVE "MADE SUPERVISOR"  TO RDL-ACTION
127800         WHEN TRL-SUPERVISOR-OFF
127900             MOVE "SUPERVISOR OFF"   TO RDL-ACTION
128000         WHEN TRL-REFUSED
128100             MOVE "ACCESS REFUSED"   TO RDL-ACTION
128200         WHEN OTHER
128300             MOVE TRL-ACTION         TO RDL-ACTION
128400     END-EVALUATE.
128500     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
128600         AFTER ADVANCING 1 LINE.
128700     ADD 1 TO WS-LINE-COUNT.
128800     ADD 1 TO WS-CHANGE-COUNT.
128900     PERFORM 9110-READ-TRAIL THRU 9110-EXIT.
129000 9120-EXIT.
129100     EXIT.
129200*
129300 9200-PRINT-EVENTS.
129400     PERFORM 9300-PRINT-HEADINGS THRU 9300-EXIT.
129500     MOVE "N" TO WS-AUDIT-EOF-SW.
129600     OPEN INPUT AUDIT-FILE.
129700     IF WS-AUDIT-STATUS = "35"
129800         GO TO 9200-EXIT
129900     END-IF.
130000     IF WS-AUDIT-STATUS NOT = "00"
130100         MOVE "UNABLE TO OPEN AUDITLOG, STATUS "
130200                         TO WS-ABEND-MSG
130300         MOVE WS-AUDIT-STATUS TO WS-ABEND-MSG (33:2)
130400         SET WS-ABEND-FLAG TO TRUE
130500         GO TO MAIN-LOGIC-EXIT
130600     END-IF.
130700     PERFORM 9210-READ-AUDIT THRU 9210-EXIT.
130800     PERFORM 9220-PRINT-ONE-EVENT THRU 9220-EXIT
130900         UNTIL WS-AUDIT-EOF.
131000     CLOSE AUDIT-FILE.
131100 9200-EXIT.
131200     EXIT.
131300*
131400 9210-READ-AUDIT.
131500     READ AUDIT-FILE
131600         AT END
131700             SET WS-AUDIT-EOF TO TRUE
131800     END-READ.
131900 9210-EXIT.
132000     EXIT.
132100*
132200 9220-PRINT-ONE-EVENT.
132300     IF NOT AUD-EVENT-SECURITY
132400      AND NOT AUD-EVENT-SEC-CHANGE
132500         GO TO 9220-NEXT
132600     END-IF.
132700     IF WS-LINE-COUNT > WS-PAGE-LIMIT
132800         PERFORM 9300-PRINT-HEADINGS THRU 9300-EXIT
132900     END-IF.
133000     MOVE AUD-DATE TO WS-EDIT-DATE.
133100     PERFORM 9500-EDIT-DATE THRU 9500-EXIT.
133200     MOVE AUD-TIME TO WS-EDIT-TIME.
133300     PERFORM 9550-EDIT-TIME THRU 9550-EXIT.
133400     MOVE WS-DATE-EDITED TO RDL-DATE.
133500     MOVE WS-TIME-EDITED TO RDL-TIME.
133600     MOVE AUD-USER-ID    TO RDL-USER.
133700     MOVE SPACES         TO RDL-TARGET-ID.
133800     MOVE AUD-EVENT-TEXT TO RDL-DETAIL.
133900     IF AUD-EVENT-SECURITY
134000         MOVE "SECV VIOLATION"  TO RDL-ACTION
134100     ELSE
134200         MOVE "SECC PWD CHANGE" TO RDL-ACTION
134300     END-IF.
134400     WRITE RPT-PRINT-LINE FROM WS-RPT-DETAIL-LINE
134500         AFTER ADVANCING 1 LINE.
134600     ADD 1 TO WS-LINE-COUNT.
134700     ADD 1 TO WS-EVENT-COUNT.
134800 9220-NEXT.
134900     PERFORM 9210-READ-AUDIT THRU 9210-EXIT.
135000 9220-EXIT.
135100     EXIT.
135200*
135300 9300-PRINT-HEADINGS.
135400     ADD 1 TO WS-PAGE-COUNT.
135500     MOVE WS-PAGE-COUNT TO RH1-PAGE.
135600     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-1
135700         AFTER ADVANCING PAGE.
135800     WRITE RPT-PRINT-LINE FROM WS-RPT-SECTION-LINE
135900         AFTER ADVANCING 2 LINES.
136000     WRITE RPT-PRINT-LINE FROM WS-RPT-HEADING-2
136100         AFTER ADVANCING 2 LINES.
136200     MOVE SPACES TO RPT-PRINT-LINE.
136300     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
136400     MOVE 7 TO WS-LINE-COUNT.
136500 9300-EXIT.
136600     EXIT.
136700*
136800 9500-EDIT-DATE.
136900     MOVE WS-EDT-MM   TO WS-DTE-MM.
137000     MOVE WS-EDT-DD   TO WS-DTE-DD.
137100     MOVE WS-EDT-YYYY TO WS-DTE-YYYY.
137200 9500-EXIT.
137300     EXIT.
137400*
137500 9550-EDIT-TIME.
137600     MOVE WS-ETM-HH TO WS-TME-HH.
137700     MOVE WS-ETM-MI TO WS-TME-MI.
137800     MOVE WS-ETM-SS TO WS-TME-SS.
137900 9550-EXIT.
138000     EXIT.
