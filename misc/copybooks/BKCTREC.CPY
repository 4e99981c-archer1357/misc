      *****************************************************
      *  BKCTREC.CPY                                      *
      *  RECORD LAYOUT FOR THE BACKUP CATALOG (BKUPCTL).  *
      *  ONE 80-BYTE RECORD PER MASTER FILE BACKUP        *
      *  GENERATION THAT PROVED, OLDEST FIRST.  MSTBKUP   *
      *  ADDS TONIGHT'S GENERATION AND SCRATCHES THE      *
      *  OLDEST PAST THE NUMBER IT KEEPS; MSTREST OFFERS  *
      *  ONLY THE GENERATIONS LISTED HERE.  THE COUNTS    *
      *  ARE FOR THE RESTORE LIST -- THE PROOF ITSELF     *
      *  ALWAYS COMES FROM THE GENERATION'S OWN TRAILERS. *
      *****************************************************
       01  BKC-RECORD.
           05  BKC-GEN-NAME            PIC X(20).
           05  BKC-DATE                PIC 9(08).
           05  BKC-TIME                PIC 9(08).
           05  BKC-USER                PIC X(20).
           05  BKC-EMP-COUNT           PIC 9(07).
           05  BKC-ACCT-COUNT          PIC 9(07).
           05  BKC-TOTAL-COUNT         PIC 9(07).
           05  FILLER                  PIC X(03).
