      * NAME: BRANDON CHRISTIE
      * ONE ENTRY PER ADD/CHANGE/CANCEL OF A BC-ROOM-INFO ROW.
      * WRITTEN TO A SEQUENTIAL LOG FILE - NEVER UPDATED OR DELETED.
      * ONLINE PROGRAMS WRITE THROUGH THE AUDIT WRITER KC03X46, WHICH
      * ALSO FILES EACH ENTRY ON THE KEYED COMPANION AUDITKEY BY PHONE
      * AND BY ROOM (SEE AuditKeyRecord.cbl).
           05  AL-LOG-DATE       PIC 9(08).
      *        FORMAT CCYYMMDD
           05  AL-LOG-TIME       PIC 9(06).
           05  AL-ROOMNO         PIC X(08).
           05  AL-ACTION         PIC X(06).
      *        VALID VALUES: 'ADD   ', 'CHANGE', 'CANCEL', 'RETIRE',
      *        'MERGE ', 'WAIVE ', 'REKEY ', 'MOVE  ', 'REFUND',
      *        'FEATUR', 'NOTE  ', 'DNROVR', 'SIGNON', 'SIGNOF',
      *        'BADPWD', 'LOCKED', 'PWCHG ', 'PWRSET', 'CRDOVR',
      *        'RSTOVR'
      *        ('RETIRE' IS WRITTEN BY THE ROOM MAINTENANCE SCREEN
      *        KC03M46 WHEN A ROOM IS DELETED FROM THE ROOM MASTER;
      *        'MERGE' BY THE GUEST MERGE UTILITY KC03R13, WITH THE
      *        WITH THE WAIVING SUPERVISOR IN AL-CLERK-ID; 'REKEY'
      *        BY THE PHONE-CHANGE SCREEN KC03G46, WITH THE OLD
      *        PHONE IN AL-STATUS-BEFORE AND THE NEW ONE IN
      *        AL-STATUS-AFTER; 'MOVE' BY THE ROOM-MOVE SCREEN
      *        KC03T46 WHEN AN IN-HOUSE GUEST CHANGES ROOMS, WITH THE
      *        NEW ROOM IN AL-ROOMNO, THE ROOM LEFT IN
      *        AL-STATUS-BEFORE AND THE NEW ONE IN AL-STATUS-AFTER;
      *        'REFUND' BY THE PAYMENT SCREEN KC03K46 WHEN A HELD
      *        PAYMENT IS HANDED BACK, WITH THE APPROVING SUPERVISOR
      *        IN AL-CLERK-ID AND THE PAYSEQ IN AL-STATUS-BEFORE;
      *        'FEATUR' BY KC03M46 WHEN A ROOM'S FEATURE CODES CHANGE,
      *        WITH THE OLD RM-FEATURES IN AL-STATUS-BEFORE AND THE
      *        NEW ONES IN AL-STATUS-AFTER; 'NOTE' BY THE INQUIRY
      *        SCREEN KC03I46 WHEN A GUEST NOTE IS ADDED OR LIFTED,
      *        WITH THE NOTE TYPE AND OLD STATE IN AL-STATUS-BEFORE
      *        AND THE NEW STATE IN AL-STATUS-AFTER; 'DNROVR' BY THE
      *        BOOKING SCREEN KC03A46 WHEN A SUPERVISOR LETS A
      *        DO-NOT-RENT GUEST BE BOOKED, WITH THE SUPERVISOR IN
      *        AL-CLERK-ID; 'SIGNON' AND 'SIGNOF' BY THE SIGN-ON
      *        SCREEN KC03N46 WHEN A CLERK SIGNS ON TO OR OFF A
      *        TERMINAL; 'BADPWD' BY THE PASSWORD CHECK KC03V46 FOR
      *        EVERY WRONG PASSWORD, UNKNOWN CLERK ID OR ATTEMPT BY A
      *        LOCKED-OUT CLERK, WITH THE CLERK ID AS KEYED IN
      *        AL-CLERK-ID, THE REASON IN AL-STATUS-BEFORE AND
      *        'SIGN-ON' OR 'OVERRIDE' PLUS THE TRANSID IN
      *        AL-STATUS-AFTER; 'LOCKED' BY KC03V46 IN PLACE OF
      *        'BADPWD' FOR THE FAILURE THAT LOCKS THE CLERK OUT;
      *        'PWCHG' BY KC03V46 WHEN A CLERK SETS A NEW PASSWORD;
      *        'PWRSET' BY KC03N46 WHEN A SUPERVISOR RESETS A CLERK,
      *        WITH THE SUPERVISOR IN AL-CLERK-ID AND THE CLERK RESET
      *        IN AL-STATUS-AFTER; 'CRDOVR' BY KC03A46 WHEN A
      *        SUPERVISOR LETS A DIRECT-BILL STAY ONTO A CORPORATE
      *        ACCOUNT THAT IS ON HOLD OR OVER ITS CREDIT LIMIT, WITH
      *        THE SUPERVISOR IN AL-CLERK-ID, THE REASON IN
      *        AL-STATUS-BEFORE AND THE ACCOUNT IN AL-STATUS-AFTER;
      *        'RSTOVR' BY KC03A46 AND KC03A46A WHEN A SUPERVISOR
      *        LETS A STAY BREAK A STAYRST MINIMUM-STAY, CLOSED-TO-
      *        ARRIVAL OR CLOSED-TO-DEPARTURE RESTRICTION, WITH THE
      *        SUPERVISOR IN AL-CLERK-ID, A ROOM AT THE RESTRICTED
      *        HOTEL IN AL-ROOMNO, THE RESTRICTION IN
      *        AL-STATUS-BEFORE AND THE STAY DATES IN
      *        AL-STATUS-AFTER)
           05  AL-STATUS-BEFORE  PIC X(20).
           05  AL-STATUS-AFTER   PIC X(20).
