      *****************************************************
      *  PPAYREC.CPY                                      *
      *  RECORD LAYOUT FOR THE POSITIVE PAY ISSUE FILE    *
      *  (POSPAY) SENT TO THE BANK SO IT CAN REFUSE ANY   *
      *  CHECK PRESENTED THAT WE DID NOT ISSUE, OR FOR A  *
      *  DIFFERENT AMOUNT.  80-BYTE RECORDS, APPENDED IN  *
      *  BATCHES: THE PAYROLL CYCLE SENDS AN ISSUE (I)    *
      *  DETAIL FOR EVERY CHECK IT CUTS, AND A CHKMAINT   *
      *  SESSION SENDS A VOID (V) FOR EVERY CHECK IT      *
      *  VOIDED AND AN ISSUE FOR EVERY REPLACEMENT.  EACH *
      *  BATCH ENDS WITH A TRAILER (TYPE T) CARRYING THE  *
      *  DETAIL COUNT AND THE ISSUE AND VOID TOTALS SO    *
      *  THE BANK CAN PROVE IT RECEIVED THE WHOLE BATCH.  *
      *  THE TRANSMISSION JOB TAKES THE FILE AND EMPTIES  *
      *  IT.                                              *
      *****************************************************
       01  PP-RECORD.
           05  PP-RECORD-TYPE          PIC X(01).
               88  PP-DETAIL                   VALUE "D".
               88  PP-TRAILER                  VALUE "T".
           05  PP-ACTION-CODE          PIC X(01).
               88  PP-ISSUE                    VALUE "I".
               88  PP-VOID                     VALUE "V".
           05  PP-CHECK-NUMBER         PIC 9(08).
           05  PP-ISSUE-DATE           PIC 9(08).
           05  PP-AMOUNT               PIC 9(07)V99.
           05  PP-PAYEE                PIC X(25).
           05  PP-SOURCE               PIC X(08).
           05  FILLER                  PIC X(20).
       01  PP-TRAILER-RECORD.
           05  PPT-RECORD-TYPE         PIC X(01).
           05  FILLER                  PIC X(01).
           05  PPT-DETAIL-COUNT        PIC 9(07).
           05  PPT-ISSUE-TOTAL         PIC 9(11)V99.
           05  PPT-VOID-TOTAL          PIC 9(11)V99.
           05  PPT-CREATED-DATE        PIC 9(08).
           05  PPT-SOURCE              PIC X(08).
           05  FILLER                  PIC X(29).
