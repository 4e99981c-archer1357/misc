      *  BALANCE AND A DEBIT LOWERS IT -- AND ROUTES       *
      *  ANYTHING IT REFUSES TO THE TRANREJ REJECT FILE    *
      *  IN THIS SAME LAYOUT SO THE MORNING SHIFT CAN      *
      *  CORRECT AND RESUBMIT IT.  AN ITEM REJMAINT        *
      *  RELEASES BACK ONTO TRANFILE CARRIES AN R IN       *
      *  TRAN-RESUBMIT-CODE; ITEMS FROM THE BRANCHES       *
      *  CARRY A SPACE THERE (IT CAME OUT OF FILLER).      *
      *  ITEMS THE BANK RAISES ITSELF -- INTACCR'S MONTH-  *
      *  END INTEREST AND SERVICE CHARGES, TRANPOST'S NSF  *
      *  FEES -- CARRY A B IN TRAN-ORIGIN-CODE; TRANPOST   *
      *  POSTS THOSE TO A FROZEN ACCOUNT AND PAST THE      *
      *  OVERDRAFT LIMIT.  CUSTOMER ITEMS CARRY A SPACE.   *
      *****************************************************
       01  TRAN-RECORD.
           05  TRAN-ACCT-NUMBER        PIC 9(08).
           05  TRAN-AMOUNT             PIC 9(09)V99.
           05  TRAN-DATE               PIC 9(08).
           05  TRAN-REFERENCE          PIC X(12).
           05  TRAN-RESUBMIT-CODE      PIC X(01).
               88  TRAN-RESUBMITTED            VALUE "R".
           05  TRAN-ORIGIN-CODE        PIC X(01).
               88  TRAN-BANK-CHARGE            VALUE "B".
           05  FILLER                  PIC X(38).
