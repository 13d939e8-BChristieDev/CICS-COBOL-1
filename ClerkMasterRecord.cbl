       01  CLERK-MASTER-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'CLERKMAS' - ONE ROW PER OPERATOR, KEYED BY THE
      * CLERK ID THE OPERATOR SIGNS ON WITH (SGON - KC03N46).  THE
      * SIGNED-ON CLERK IS WHAT EVERY PROGRAM STAMPS INTO
      * AL-CLERK-ID (SEE ClerkSessionRecord.cbl).  CARRIES THE
      * AUTHORITY LEVEL THE GUARDED FUNCTIONS CHECK: LARGE OR
      * SAME-DAY CANCELLATIONS IN KC03C46, ROOM MAINTENANCE IN
      * KC03M46, THE AUDIT BROWSE IN KC03L46, DESK REFUNDS IN KC03K46
      * AND DO-NOT-RENT GUESTS IN KC03A46/KC03I46.  AN OPERATOR WITH
      * NO ROW CANNOT SIGN ON.
      * THE PASSWORD IS NEVER HELD IN CLEAR - ONLY THE ONE-WAY HASH
      * KC03V46 COMPUTES FROM THE CLERK ID AND PASSWORD IS STORED,
      * AND KC03V46 IS THE ONLY PROGRAM THAT CHECKS OR SETS IT.
      * PRIME KEY : CM-CLERK-ID
           05  CM-CLERK-ID       PIC X(08).
           05  CM-NAME           PIC X(30).
           05  CM-AUTH-LEVEL     PIC 9(01).
      *        1 = CLERK, 2 = SUPERVISOR
           05  CM-PASSWORD-HASH  PIC X(16).
      *        SPACE = NO PASSWORD SET YET (A NEW CLERK, OR ONE A
      *        SUPERVISOR HAS RESET) - THE CLERK SIGNS ON ONCE WITH
      *        THE CLERK ID AS A TEMPORARY PASSWORD AND MUST SET A
      *        NEW ONE ON THE SPOT
           05  CM-PASSWORD-DATE  PIC 9(08).
      *        FORMAT CCYYMMDD, DATE THE PASSWORD WAS LAST SET - IT
      *        EXPIRES 90 DAYS LATER.  ZERO WHILE TEMPORARY
           05  CM-FAIL-COUNT     PIC 9(02).
      *        WRONG PASSWORDS IN A ROW SINCE THE LAST GOOD ONE
           05  CM-LOCKED         PIC X(01).
      *        VALID VALUES: 'Y' LOCKED OUT AFTER REPEATED FAILURES,
      *        'N' OR SPACE NOT LOCKED.  ONLY A SUPERVISOR RESET ON
      *        SGON UNLOCKS
           05  CM-LOCKED-DATE    PIC 9(08).
      *        FORMAT CCYYMMDD, ZERO WHILE NOT LOCKED
           05  CM-LAST-SIGNON-DATE
                                 PIC 9(08).
      *        FORMAT CCYYMMDD
           05  CM-LAST-SIGNON-TIME
                                 PIC 9(06).
      *        FORMAT HHMMSS
           05  CM-LAST-TERMID    PIC X(04).
