      *  (NOT AUTHORIZED) THERE UNTIL THE SUPERVISOR       *
      *  GRANTS THEM.  SLOTS BEYOND THE CURRENT MENU ARE   *
      *  SPARES SO A NEW OPTION DOES NOT FORCE ANOTHER     *
      *  FILE CONVERSION.  THEY GREW AGAIN FROM 12 TO 20   *
      *  THE SAME WAY WHEN THE MENU PASSED TWELVE.  THIS   *
      *  FILE IS MAINTAINED BY THE SHIFT SUPERVISOR ONLY,  *
      *  THROUGH SECMAINT.  PASSWORD AGING AND LOCKOUT     *
      *  CAME OUT OF FILLER THE SAME WAY: ON AN OLDER      *
      *  RECORD THE SPACES READ AS NOT A SUPERVISOR, NOT   *
      *  LOCKED, NO FAILURES, AND NO PASSWORD DATE -- SO   *
      *  THE PASSWORD COUNTS AS EXPIRED AND IS CHANGED AT  *
      *  THE NEXT SIGN-ON.  A ZERO DATE MEANS THE SAME     *
      *  THING (A NEW ID OR A SUPERVISOR RESET).  THE      *
      *  FIRST SUPERVISOR BYTE IS SET BY HAND WHEN THE     *
      *  LAYOUT GOES IN; SECMAINT KEEPS IT AFTER THAT.     *
      *****************************************************
       01  SEC-RECORD.
           05  SEC-USER-ID             PIC X(08).
           05  SEC-PASSWORD            PIC X(08).
           05  SEC-USER-NAME           PIC X(20).
           05  SEC-OPTION-AUTHS.
               10  SEC-OPT-AUTH        PIC X(01) OCCURS 20 TIMES.
           05  SEC-SUPERVISOR-SW       PIC X(01).
               88  SEC-IS-SUPERVISOR           VALUE "Y".
           05  SEC-PWD-DATE            PIC 9(08).
           05  SEC-PREV-PASSWORD       PIC X(08).
           05  SEC-FAIL-COUNT          PIC 9(01).
           05  SEC-LOCKED-SW           PIC X(01).
               88  SEC-ID-LOCKED               VALUE "Y".
           05  FILLER                  PIC X(05).
