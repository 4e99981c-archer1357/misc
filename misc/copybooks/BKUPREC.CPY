      *****************************************************
      *  BKUPREC.CPY                                      *
      *  RECORD LAYOUT FOR A MASTER FILE BACKUP GENERATION*
      *  (MSTBKUP.YYYYMMDD.NN).  MSTBKUP WRITES ONE       *
      *  GENERATION AT THE START OF EVERY NIGHTLY CYCLE:  *
      *  A HEADER (H), THEN EMPMAST, ACCTMAST, CHKFILE,   *
      *  CHKCTL, PAYELECT, PAYCTL AND DEPTCTL IN THAT     *
      *  ORDER, EACH AS ITS DATA RECORDS (D) FOLLOWED BY  *
      *  ITS TRAILER (T).  THE TRAILER CARRIES THE RECORD *
      *  COUNT AND THE MONEY HASHES --                    *
      *      EMPMAST   YTD GROSS, DEDUCTIONS, NET         *
      *      ACCTMAST  ACCOUNT BALANCES                   *
      *      CHKFILE   CHECK NET AMOUNTS                  *
      *      CHKCTL    NEXT CHECK NUMBER                  *
      *      PAYELECT  FLAT ELECTION AMOUNTS              *
      *      PAYCTL, DEPTCTL  COUNT ONLY                  *
      *  -- SO MSTREST CAN PROVE A GENERATION BEFORE IT   *
      *  RELOADS ANYTHING.  THE EMPMAST AND ACCTMAST      *
      *  FIGURES ARE THE SAME ONES BALCHECK HASHES.  A    *
      *  FILE THAT DID NOT EXIST HAS A TRAILER ONLY, WITH *
      *  BK-TRL-PRESENT "N", AND IS NOT RESTORED.  THE    *
      *  VIEWS BELOW PICK THE HASHED FIELDS OUT OF A DATA *
      *  RECORD AT THEIR EMPREC/ACCTREC/CHKREC/ELECREC    *
      *  POSITIONS -- CHANGE THEM WITH THOSE LAYOUTS.     *
      *****************************************************
       01  BK-RECORD.
           05  BK-REC-TYPE             PIC X(01).
               88  BK-HEADER                   VALUE "H".
               88  BK-DATA                     VALUE "D".
               88  BK-TRAILER                  VALUE "T".
           05  BK-FILE-ID              PIC X(08).
           05  BK-DATA-AREA            PIC X(100).
           05  BK-HEADER-AREA REDEFINES BK-DATA-AREA.
               10  BK-HDR-GEN-NAME     PIC X(20).
               10  BK-HDR-DATE         PIC 9(08).
               10  BK-HDR-TIME         PIC 9(08).
               10  BK-HDR-USER         PIC X(20).
               10  FILLER              PIC X(44).
           05  BK-TRAILER-AREA REDEFINES BK-DATA-AREA.
               10  BK-TRL-PRESENT      PIC X(01).
                   88  BK-FILE-PRESENT         VALUE "Y".
               10  BK-TRL-COUNT        PIC 9(07).
               10  BK-TRL-HASH-1       PIC S9(11)V99.
               10  BK-TRL-HASH-2       PIC S9(11)V99.
               10  BK-TRL-HASH-3       PIC S9(11)V99.
               10  FILLER              PIC X(53).
           05  BK-EMP-VIEW REDEFINES BK-DATA-AREA.
               10  FILLER              PIC X(44).
               10  BK-EMP-YTD-GROSS    PIC 9(07)V99.
               10  BK-EMP-YTD-DEDUCT   PIC 9(07)V99.
               10  BK-EMP-YTD-NET      PIC 9(07)V99.
               10  FILLER              PIC X(29).
           05  BK-ACCT-VIEW REDEFINES BK-DATA-AREA.
               10  FILLER              PIC X(39).
               10  BK-ACCT-BALANCE     PIC S9(09)V99.
               10  FILLER              PIC X(50).
           05  BK-CHK-VIEW REDEFINES BK-DATA-AREA.
               10  FILLER              PIC X(46).
               10  BK-CHK-NET-AMOUNT   PIC 9(07)V99.
               10  FILLER              PIC X(45).
           05  BK-CTL-VIEW REDEFINES BK-DATA-AREA.
               10  BK-CTL-NEXT-CHECK   PIC 9(08).
               10  FILLER              PIC X(92).
           05  BK-ELEC-VIEW REDEFINES BK-DATA-AREA.
               10  FILLER              PIC X(13).
               10  BK-ELEC-AMOUNT      PIC 9(05)V99.
               10  FILLER              PIC X(80).
           05  FILLER                  PIC X(01).
