       01  DFHCOMMAREA.
      * NAME: BRANDON CHRISTIE
      * PASSED ON EXEC CICS LINK TO KC03V46, THE ONE PROGRAM THAT
      * CHECKS OR SETS A CLERK'S PASSWORD.  THE SIGN-ON TRANSACTION
      * (KC03N46) AND EVERY SUPERVISOR OVERRIDE (A SUPERVISOR ID
      * KEYED ON ANOTHER CLERK'S SCREEN) GO THROUGH IT, SO A WRONG
      * PASSWORD COUNTS TOWARDS LOCKOUT AND IS LOGGED THE SAME WAY
      * WHEREVER IT IS KEYED.
           05  PW-FUNCTION       PIC X(01).
      *        VALID VALUES: 'V' VERIFY, 'C' VERIFY AND CHANGE TO
      *        PW-NEW-PASSWORD
           05  PW-PURPOSE        PIC X(01).
      *        VALID VALUES: 'S' SIGN-ON, 'O' SUPERVISOR OVERRIDE -
      *        CARRIED INTO THE AUDIT ENTRY FOR A FAILURE
           05  PW-CLERK-ID       PIC X(08).
           05  PW-PASSWORD       PIC X(08).
           05  PW-NEW-PASSWORD   PIC X(08).
           05  PW-RESULT         PIC X(01).
      *        RETURNED: '0' PASSWORD GOOD, '1' CLERK ID OR PASSWORD
      *        WRONG, '2' CLERK LOCKED OUT, '3' PASSWORD GOOD BUT
      *        EXPIRED, '4' TEMPORARY PASSWORD GOOD BUT A NEW ONE
      *        MUST BE SET, '5' NEW PASSWORD NOT ACCEPTABLE
           05  PW-AUTH-LEVEL     PIC 9(01).
      *        RETURNED: THE CLERK'S CM-AUTH-LEVEL WHEN THE PASSWORD
      *        WAS GOOD, ZERO OTHERWISE
           05  PW-NAME           PIC X(30).
      *        RETURNED: THE CLERK'S CM-NAME WHEN THE PASSWORD WAS GOOD
