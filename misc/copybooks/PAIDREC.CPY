      *****************************************************
      *  PAIDREC.CPY                                      *
      *  RECORD LAYOUT FOR THE BANK'S PAID-CHECKS FILE    *
      *  (CHKPAID).  ONE 80-BYTE RECORD PER CHECK THE     *
      *  BANK HAS PAID ON THE PAYROLL ACCOUNT, WITH THE   *
      *  DATE IT CLEARED AND THE AMOUNT PAID.  RECEIVED   *
      *  FROM THE BANK AND READ BY THE CHKRECON           *
      *  RECONCILIATION RUN, WHICH EMPTIES THE FILE ONCE  *
      *  IT HAS BEEN WORKED.                              *
      *****************************************************
       01  PD-RECORD.
           05  PD-CHECK-NUMBER         PIC 9(08).
           05  PD-PAID-DATE            PIC 9(08).
           05  PD-PAID-AMOUNT          PIC 9(07)V99.
           05  FILLER                  PIC X(55).
