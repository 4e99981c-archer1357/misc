      *****************************************************
      *  RATEREC.CPY                                      *
      *  RECORD LAYOUT FOR THE ACCOUNT RATE CONTROL FILE  *
      *  (RATECTL).  ONE 80-BYTE RECORD PER EFFECTIVE     *
      *  DATE CARRYING THE MONTH-END INTEREST RATE AND    *
      *  THE MONTHLY MAINTENANCE FEE.  INTACCR PICKS THE  *
      *  RECORD WITH THE LATEST EFFECTIVE DATE ON OR      *
      *  BEFORE THE LAST DAY OF THE MONTH IT ACCRUES, THE *
      *  WAY PAYROLL PICKS ITS PAYCTL RECORD, SO A RATE   *
      *  CHANGE IS KEYED AHEAD OF TIME ON THE RATEMNT     *
      *  SCREEN.  THE INTEREST RATE IS AN ANNUAL DECIMAL  *
      *  FRACTION (.0125 = 1.25 PERCENT); ONE TWELFTH OF  *
      *  IT IS PAID EACH MONTH ON A BALANCE AT OR ABOVE   *
      *  THE MINIMUM.  THE FEE IS WAIVED ON A BALANCE AT  *
      *  OR ABOVE THE WAIVE BALANCE (ZERO: NEVER WAIVED). *
      *  THE TWO FROZEN FLAGS SAY WHETHER A FROZEN        *
      *  ACCOUNT STILL EARNS INTEREST AND STILL PAYS THE  *
      *  FEE (Y) OR IS PASSED OVER (N).                   *
      *****************************************************
       01  RATE-RECORD.
           05  RATE-EFF-DATE           PIC 9(08).
           05  RATE-ANNUAL-RATE        PIC V9(04).
           05  RATE-MIN-BALANCE        PIC 9(07)V99.
           05  RATE-MAINT-FEE          PIC 9(03)V99.
           05  RATE-FEE-WAIVE-BALANCE  PIC 9(07)V99.
           05  RATE-FROZEN-INTEREST    PIC X(01).
               88  RATE-FROZEN-EARNS           VALUE "Y".
           05  RATE-FROZEN-FEE         PIC X(01).
               88  RATE-FROZEN-PAYS-FEE        VALUE "Y".
           05  FILLER                  PIC X(43).
