      *  AND WENT DOWN CLEANLY.  AN UNATTENDED BATCH CYCLE  *
      *  ALSO WRITES ONE JOK/JFL RECORD PER PROGRAM IT RAN  *
      *  SO THE MORNING REPORT SHOWS EACH STEP'S OUTCOME.   *
      *  SECV IS A SIGN-ON SECURITY VIOLATION (REJECTED,    *
      *  LOCKED OUT, UNAUTHORIZED OPTION); SECC IS AN       *
      *  OPERATOR CHANGING AN EXPIRED PASSWORD AT SIGN-ON.  *
      *  MRST IS MSTREST RELOADING THE MASTERS FROM A       *
      *  BACKUP GENERATION, OR REFUSING ONE THAT FAILED     *
      *  ITS PROOF.                                         *
      *****************************************************
       01  AUD-RECORD.
           05  AUD-DATE                PIC 9(08).
               88  AUD-EVENT-JOB-FAIL          VALUE "JFL ".
               88  AUD-EVENT-RESTART           VALUE "RSTR".
               88  AUD-EVENT-SECURITY          VALUE "SECV".
               88  AUD-EVENT-SEC-CHANGE        VALUE "SECC".
               88  AUD-EVENT-MST-RESTORE       VALUE "MRST".
           05  AUD-EVENT-TEXT          PIC X(30).
           05  FILLER                  PIC X(10).
