      *  NEXT STATEMENT'S OPENING FIGURE AND THE ANCHOR    *
      *  FOR ITS PROOF AGAINST ACCT-BALANCE.  RECORDS      *
      *  CONVERTED BEFORE THE FIELD EXISTED CARRY SPACES   *
      *  THERE; THE FIRST STATEMENT ESTABLISHES IT.  THE   *
      *  OVERDRAFT LIMIT IS HOW FAR BELOW ZERO TRANPOST    *
      *  WILL LET A DEBIT TAKE THE BALANCE BEFORE IT IS    *
      *  RETURNED NSF; ACCTMNT SETS IT.  SPACES THERE      *
      *  MEAN NO OVERDRAFT IS ALLOWED.                     *
      *****************************************************
       01  ACCT-RECORD.
           05  ACCT-NUMBER             PIC 9(08).
           05  ACCT-BALANCE            PIC S9(09)V99.
           05  ACCT-LAST-ACTIVITY      PIC 9(08).
           05  ACCT-STMT-BALANCE       PIC S9(09)V99.
           05  ACCT-OD-LIMIT           PIC 9(07)V99.
           05  FILLER                  PIC X(02).
