      *****************************************************
      *  BANKREC.CPY                                      *
      *  RECORD LAYOUT FOR THE EMPLOYEE BANKING FILE      *
      *  (EMPBANK).  ONE 80-BYTE RECORD PER EMPLOYEE PAID *
      *  BY DIRECT DEPOSIT, KEPT ON THE BANKMNT SCREEN.   *
      *  THE ROUTING NUMBER CARRIES THE ABA CHECK DIGIT   *
      *  IN ITS NINTH POSITION.  A NEW OR CHANGED ACCOUNT *
      *  STARTS WITH ITS PRENOTE PENDING; THE NEXT        *
      *  PAYROLL SENDS A ZERO-DOLLAR PRENOTE ENTRY ON THE *
      *  ACH FILE AND MARKS IT SENT.  THE EMPLOYEE STAYS  *
      *  ON PAPER CHECKS UNTIL BANKMNT MARKS THE PRENOTE  *
      *  CLEARED; A RETURNED PRENOTE STAYS ON PAPER UNTIL *
      *  THE ACCOUNT IS CORRECTED.                        *
      *****************************************************
       01  BANK-RECORD.
           05  BANK-EMP-NUMBER         PIC 9(05).
           05  BANK-ROUTING            PIC 9(09).
           05  BANK-ROUTING-X REDEFINES BANK-ROUTING.
               10  BANK-ROUTING-DIGIT  PIC 9(01) OCCURS 9 TIMES.
           05  BANK-ACCOUNT            PIC X(17).
           05  BANK-ACCT-TYPE          PIC X(01).
               88  BANK-CHECKING               VALUE "C".
               88  BANK-SAVINGS                VALUE "S".
               88  BANK-VALID-TYPE             VALUE "C" "S".
           05  BANK-PRENOTE-STATUS     PIC X(01).
               88  BANK-PRENOTE-PENDING        VALUE "P".
               88  BANK-PRENOTE-SENT           VALUE "S".
               88  BANK-PRENOTE-CLEARED        VALUE "C".
               88  BANK-PRENOTE-RETURNED       VALUE "R".
           05  BANK-PRENOTE-DATE       PIC 9(08).
           05  FILLER                  PIC X(39).
