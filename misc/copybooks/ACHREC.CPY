      *****************************************************
      *  ACHREC.CPY                                       *
      *  RECORD LAYOUTS FOR THE DIRECT DEPOSIT ACH FILE   *
      *  (ACHFILE) PAYROLL BUILDS EACH CYCLE FOR THE BANK *
      *  IN THE STANDARD 94-BYTE NACHA FORMAT: ONE FILE   *
      *  HEADER (TYPE 1), ONE PPD CREDIT BATCH (BATCH     *
      *  HEADER TYPE 5, ONE ENTRY DETAIL TYPE 6 PER       *
      *  DEPOSIT OR PRENOTE, BATCH CONTROL TYPE 8), AND   *
      *  THE FILE CONTROL (TYPE 9), PADDED WITH ALL-9     *
      *  RECORDS TO A FULL BLOCK OF TEN.  THE CONTROL     *
      *  RECORDS CARRY THE ENTRY COUNT, THE ENTRY HASH    *
      *  (SUM OF THE 8-DIGIT RECEIVING ROUTING NUMBERS,   *
      *  LOW-ORDER 10 DIGITS), AND THE CREDIT TOTAL SO    *
      *  THE BANK CAN PROVE IT RECEIVED THE WHOLE FILE.   *
      *****************************************************
       01  ACH-FILE-HEADER.
           05  ACH1-RECORD-TYPE        PIC X(01).
           05  ACH1-PRIORITY           PIC X(02).
           05  ACH1-DESTINATION        PIC X(10).
           05  ACH1-ORIGIN             PIC X(10).
           05  ACH1-CREATE-DATE        PIC 9(06).
           05  ACH1-CREATE-TIME        PIC 9(04).
           05  ACH1-FILE-ID            PIC X(01).
           05  ACH1-RECORD-SIZE        PIC X(03).
           05  ACH1-BLOCKING           PIC X(02).
           05  ACH1-FORMAT-CODE        PIC X(01).
           05  ACH1-DEST-NAME          PIC X(23).
           05  ACH1-ORIGIN-NAME        PIC X(23).
           05  ACH1-REFERENCE          PIC X(08).
       01  ACH-BATCH-HEADER.
           05  ACH5-RECORD-TYPE        PIC X(01).
           05  ACH5-SERVICE-CLASS      PIC X(03).
           05  ACH5-COMPANY-NAME       PIC X(16).
           05  ACH5-DISCRETIONARY      PIC X(20).
           05  ACH5-COMPANY-ID         PIC X(10).
           05  ACH5-SEC-CODE           PIC X(03).
           05  ACH5-ENTRY-DESC         PIC X(10).
           05  ACH5-DESC-DATE          PIC X(06).
           05  ACH5-EFFECTIVE-DATE     PIC 9(06).
           05  ACH5-SETTLEMENT-DATE    PIC X(03).
           05  ACH5-ORIGINATOR-STATUS  PIC X(01).
           05  ACH5-ODFI               PIC X(08).
           05  ACH5-BATCH-NUMBER       PIC 9(07).
       01  ACH-ENTRY-DETAIL.
           05  ACH6-RECORD-TYPE        PIC X(01).
           05  ACH6-TRAN-CODE          PIC X(02).
               88  ACH6-CHECKING-CREDIT        VALUE "22".
               88  ACH6-CHECKING-PRENOTE       VALUE "23".
               88  ACH6-SAVINGS-CREDIT         VALUE "32".
               88  ACH6-SAVINGS-PRENOTE        VALUE "33".
           05  ACH6-RDFI               PIC 9(08).
           05  ACH6-CHECK-DIGIT        PIC 9(01).
           05  ACH6-ACCOUNT            PIC X(17).
           05  ACH6-AMOUNT             PIC 9(08)V99.
           05  ACH6-INDIVIDUAL-ID      PIC X(15).
           05  ACH6-INDIVIDUAL-NAME    PIC X(22).
           05  ACH6-DISCRETIONARY      PIC X(02).
           05  ACH6-ADDENDA-IND        PIC X(01).
           05  ACH6-TRACE-ODFI         PIC X(08).
           05  ACH6-TRACE-SEQ          PIC 9(07).
       01  ACH-BATCH-CONTROL.
           05  ACH8-RECORD-TYPE        PIC X(01).
           05  ACH8-SERVICE-CLASS      PIC X(03).
           05  ACH8-ENTRY-COUNT        PIC 9(06).
           05  ACH8-ENTRY-HASH         PIC 9(10).
           05  ACH8-DEBIT-TOTAL        PIC 9(10)V99.
           05  ACH8-CREDIT-TOTAL       PIC 9(10)V99.
           05  ACH8-COMPANY-ID         PIC X(10).
           05  ACH8-AUTH-CODE          PIC X(19).
           05  ACH8-RESERVED           PIC X(06).
           05  ACH8-ODFI               PIC X(08).
           05  ACH8-BATCH-NUMBER       PIC 9(07).
       01  ACH-FILE-CONTROL.
           05  ACH9-RECORD-TYPE        PIC X(01).
           05  ACH9-BATCH-COUNT        PIC 9(06).
           05  ACH9-BLOCK-COUNT        PIC 9(06).
           05  ACH9-ENTRY-COUNT        PIC 9(08).
           05  ACH9-ENTRY-HASH         PIC 9(10).
           05  ACH9-DEBIT-TOTAL        PIC 9(10)V99.
           05  ACH9-CREDIT-TOTAL       PIC 9(10)V99.
           05  ACH9-RESERVED           PIC X(39).
