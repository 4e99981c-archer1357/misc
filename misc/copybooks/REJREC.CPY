      *****************************************************
      *  REJREC.CPY                                       *
      *  RECORD LAYOUT FOR THE TRANPOST REJECT FILE        *
      *  (TRANREJ).  ONE 120-BYTE RECORD PER REFUSED       *
      *  TRANSACTION: THE TRANREC IMAGE EXACTLY AS IT      *
      *  ARRIVED, THE REASON IT WAS REFUSED, AND THE RUN   *
      *  DATE OF THE POSTING THAT REFUSED IT.  TRANPOST    *
      *  APPENDS TO THE FILE; REJMAINT TAKES EVERY RECORD  *
      *  INTO ITS REJSUSP SUSPENSE FILE FOR CORRECTION OR  *
      *  WRITE-OFF AND THEN EMPTIES IT, SO A REJECT SITS   *
      *  HERE ONLY UNTIL THE NEXT REJMAINT RUN.  RECORDS   *
      *  WRITTEN BEFORE THE REJECT DATE EXISTED CARRY      *
      *  SPACES THERE.  THE REASON CODE CLASSES THE        *
      *  REFUSAL: EDIT FAILURE, ACCOUNT REFUSED, RETURNED  *
      *  NSF OR HELD AS A SUSPECTED DUPLICATE.  OLDER      *
      *  RECORDS CARRY SPACES THERE.                       *
      *****************************************************
       01  REJ-RECORD.
           05  REJ-TRAN-IMAGE          PIC X(80).
           05  REJ-REASON              PIC X(30).
           05  REJ-DATE                PIC 9(08).
           05  REJ-REASON-CODE         PIC X(02).
               88  REJ-EDIT-FAILURE            VALUE "ED".
               88  REJ-ACCOUNT-REFUSED         VALUE "AC".
               88  REJ-NSF-RETURN              VALUE "NS".
               88  REJ-SUSPECT-DUPLICATE       VALUE "DP".
