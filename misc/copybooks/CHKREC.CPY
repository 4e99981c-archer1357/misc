      *  IS A LIVE ISSUED CHECK, V IS VOID (SPOILED), AND  *
      *  R IS THE LIVE REPLACEMENT CUT FOR A VOIDED CHECK  *
      *  -- I AND R COUNT AGAINST THE BANK, V DOES NOT.    *
      *  THE CLEAR STATUS IS SET TO C BY THE CHKRECON RUN  *
      *  WHEN THE BANK'S PAID-CHECKS FILE SHOWS THE CHECK  *
      *  PAID FOR THE AMOUNT ISSUED, WITH THE BANK'S PAID  *
      *  DATE; SPACE MEANS STILL OUTSTANDING.              *
      *****************************************************
       01  CK-RECORD.
           05  CK-CHECK-NUMBER         PIC 9(08).
               88  CK-ISSUED                   VALUE "I".
               88  CK-VOID                     VALUE "V".
               88  CK-REISSUED                 VALUE "R".
           05  CK-CLEAR-STATUS         PIC X(01).
               88  CK-CLEARED                  VALUE "C".
           05  CK-CLEARED-DATE         PIC 9(08).
           05  FILLER                  PIC X(15).
