      *****************************************************
      *  PHSTREC.CPY                                      *
      *  RECORD LAYOUT FOR THE PAY HISTORY FILE (PAYHIST).*
      *  ONE 160-BYTE RECORD PER EMPLOYEE PAID PER CYCLE, *
      *  APPENDED BY PAYROLL AS THE PAY IS ISSUED: THE    *
      *  HOURS SPLIT, GROSS, EACH TAX, EACH VOLUNTARY     *
      *  DEDUCTION TYPE FROM PAYELECT, AND NET -- ENOUGH  *
      *  TO REBUILD THE PAY ADVICE AND TO ANSWER ANY      *
      *  QUARTERLY FILING QUESTION AFTER YEAREND HAS      *
      *  ZEROED THE MASTER'S YTD FIELDS.  THE PAY METHOD  *
      *  SAYS WHETHER THE CHECK NUMBER IS REAL (C) OR THE *
      *  PAY WENT BY DIRECT DEPOSIT (D, CHECK NUMBER      *
      *  ZERO).  AN ELECTION TYPE PAYMAINT DOES NOT KNOW  *
      *  LANDS IN PH-OTHER-DEDUCT.  PH-TOTAL-DEDUCT IS    *
      *  THE SUM OF THE TAXES AND THE FIVE ELECTION       *
      *  BUCKETS, AS ADDED TO EMP-YTD-DEDUCTIONS.         *
      *****************************************************
       01  PH-RECORD.
           05  PH-EMP-NUMBER           PIC 9(05).
           05  PH-EMP-NAME             PIC X(25).
           05  PH-EMP-DEPT             PIC X(04).
           05  PH-CYCLE-DATE           PIC 9(08).
           05  PH-CYCLE-DATE-X REDEFINES PH-CYCLE-DATE.
               10  PH-CYCLE-YEAR       PIC 9(04).
               10  PH-CYCLE-MONTH      PIC 9(02).
               10  PH-CYCLE-DAY        PIC 9(02).
           05  PH-PAY-METHOD           PIC X(01).
               88  PH-PAID-BY-CHECK            VALUE "C".
               88  PH-PAID-BY-DEPOSIT          VALUE "D".
           05  PH-CHECK-NUMBER         PIC 9(08).
           05  PH-PAY-RATE             PIC 9(03)V99.
           05  PH-REG-HOURS            PIC 9(03)V99.
           05  PH-OT-HOURS             PIC 9(03)V99.
           05  PH-GROSS                PIC 9(07)V99.
           05  PH-FED-TAX              PIC 9(07)V99.
           05  PH-FICA-TAX             PIC 9(07)V99.
           05  PH-RET-DEDUCT           PIC 9(07)V99.
           05  PH-INS-DEDUCT           PIC 9(07)V99.
           05  PH-SAV-DEDUCT           PIC 9(07)V99.
           05  PH-UNI-DEDUCT           PIC 9(07)V99.
           05  PH-OTHER-DEDUCT         PIC 9(07)V99.
           05  PH-TOTAL-DEDUCT         PIC 9(07)V99.
           05  PH-NET                  PIC 9(07)V99.
           05  FILLER                  PIC X(04).
