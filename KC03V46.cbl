       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03V46.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: CLERK PASSWORD CHECK, REACHED ONLY BY EXEC CICS LINK
      *          WITH PasswordCommArea.cbl - NEVER FROM A TERMINAL.
      *          VERIFIES THE PASSWORD KEYED FOR A CLERK AGAINST THE
      *          ONE-WAY HASH HELD ON CLERKMAS, AND ON REQUEST SETS A
      *          NEW ONE.  A WRONG PASSWORD ADDS TO THE CLERK'S
      *          FAILURE COUNT AND THE THIRD IN A ROW LOCKS THE CLERK
      *          OUT UNTIL A SUPERVISOR RESETS THEM ON SGON.  A GOOD
      *          PASSWORD OLDER THAN 90 DAYS IS REPORTED EXPIRED.
      *          EVERY FAILURE AND LOCKOUT IS WRITTEN TO AUDITLOG
      *          ('BADPWD' / 'LOCKED') FOR THE NIGHTLY SIGN-ON
      *          EXCEPTIONS REPORT KC03R32.  THE SIGN-ON TRANSACTION
      *          AND THE SUPERVISOR OVERRIDES ON THE BOOKING, CANCEL
      *          AND PAYMENT SCREENS ALL COME THROUGH HERE SO THE
      *          RULES ARE THE SAME EVERYWHERE A PASSWORD IS KEYED.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-TODAY              PIC 9(08).
       01  WS-MAX-FAILURES       PIC 9(02) VALUE 3.
       01  WS-EXPIRY-DAYS        PIC 9(03) VALUE 90.
       01  WS-PASSWORD-AGE       PIC S9(07).
       01  WS-PASSWORD-OK        PIC X(01).
       01  WS-AUDIT-ACTION       PIC X(06).
       01  WS-STATUS-BEFORE      PIC X(20).
       01  WS-STATUS-AFTER       PIC X(20).
       01  WS-ROUND              PIC 9(02).
       01  WS-SUB                PIC 9(02).
       01  WS-H1                 PIC 9(09) COMP.
       01  WS-H2                 PIC 9(09) COMP.
       01  WS-WORK               PIC 9(15) COMP.
       01  WS-QUOT               PIC 9(15) COMP.
      *
      *    CLERK ID AND PASSWORD RUN THROUGH THE HASH TOGETHER, SO
      *    TWO CLERKS WITH THE SAME PASSWORD STILL STORE DIFFERENT
      *    HASHES.
       01  WS-HASH-INPUT.
           05  WS-HI-CLERK-ID    PIC X(08).
           05  WS-HI-PASSWORD    PIC X(08).
       01  WS-HASH-BYTES REDEFINES WS-HASH-INPUT.
           05  WS-HI-BYTE        PIC X(01) OCCURS 16 TIMES.
      *
      *    ONE CHARACTER BEHIND A LOW-VALUE BYTE, READ BACK AS A
      *    HALFWORD, GIVES THE CHARACTER'S CODE AS A NUMBER.
       01  WS-BYTE-WORK.
           05  FILLER            PIC X(01) VALUE LOW-VALUE.
           05  WS-BW-CHAR        PIC X(01).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-WORK
                                 PIC 9(04) COMP.
      *
       01  WS-HASH-RESULT.
           05  WS-HR-PART-1      PIC 9(08).
           05  WS-HR-PART-2      PIC 9(08).
      *
       01  WS-FAIL-TEXT.
           05  FILLER            PIC X(15) VALUE 'FAILED ATTEMPT '.
           05  WS-FT-COUNT       PIC Z9.
           05  FILLER            PIC X(03) VALUE SPACE.
      *
       01  WS-PURPOSE-TEXT.
           05  WS-PT-PURPOSE     PIC X(09).
           05  WS-PT-TRANSID     PIC X(04).
           05  FILLER            PIC X(07) VALUE SPACE.
      *
           COPY "ClerkMasterRecord.cbl".
           COPY "AuditLogRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "PasswordCommArea.cbl".
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       0000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE '1'   TO PW-RESULT.
           MOVE ZERO  TO PW-AUTH-LEVEL.
           MOVE SPACE TO PW-NAME.
      *        PASSWORDS ARE NOT CASE SENSITIVE - A TERMINAL WITH
      *        UPPER-CASE TRANSLATION ON MUST MATCH ONE WITHOUT.
           INSPECT PW-PASSWORD CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT PW-NEW-PASSWORD CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF PW-PURPOSE = 'S'
               MOVE 'SIGN-ON'   TO WS-PT-PURPOSE
           ELSE
               MOVE 'OVERRIDE ' TO WS-PT-PURPOSE
           END-IF.
           MOVE EIBTRNID TO WS-PT-TRANSID.
           MOVE WS-PURPOSE-TEXT TO WS-STATUS-AFTER.

           PERFORM 1000-VERIFY-PASSWORD.

           IF PW-FUNCTION = 'C' AND
              (PW-RESULT = '0' OR PW-RESULT = '3' OR PW-RESULT = '4')
               PERFORM 2000-CHANGE-PASSWORD
           END-IF.

           EXEC CICS RETURN END-EXEC.
           GOBACK.
      *
       1000-VERIFY-PASSWORD.
           MOVE PW-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
      *        AN UNKNOWN ID IS ANSWERED EXACTLY LIKE A WRONG
      *        PASSWORD, SO THE SCREEN NEVER CONFIRMS WHICH IDS EXIST.
               MOVE '1' TO PW-RESULT
               MOVE 'BADPWD' TO WS-AUDIT-ACTION
               MOVE 'UNKNOWN CLERK ID' TO WS-STATUS-BEFORE
               PERFORM 4900-WRITE-AUDIT-LOG
           ELSE
           IF CM-LOCKED = 'Y'
               EXEC CICS UNLOCK FILE('CLERKMAS')
               END-EXEC
               MOVE '2' TO PW-RESULT
               MOVE 'BADPWD' TO WS-AUDIT-ACTION
               MOVE 'CLERK LOCKED OUT' TO WS-STATUS-BEFORE
               PERFORM 4900-WRITE-AUDIT-LOG
           ELSE
               MOVE 'N' TO WS-PASSWORD-OK
               IF CM-PASSWORD-HASH = SPACE
      *            NO PASSWORD SET YET - THE TEMPORARY PASSWORD IS
      *            THE CLERK ID ITSELF.
                   IF PW-PASSWORD = CM-CLERK-ID
                       MOVE 'Y' TO WS-PASSWORD-OK
                   END-IF
               ELSE
                   MOVE CM-CLERK-ID TO WS-HI-CLERK-ID
                   MOVE PW-PASSWORD TO WS-HI-PASSWORD
                   PERFORM 1100-COMPUTE-HASH
                   IF WS-HASH-RESULT = CM-PASSWORD-HASH
                       MOVE 'Y' TO WS-PASSWORD-OK
                   END-IF
               END-IF
               IF WS-PASSWORD-OK = 'Y'
                   PERFORM 1200-ACCEPT-PASSWORD
               ELSE
                   PERFORM 1300-REFUSE-PASSWORD
               END-IF
           END-IF
           END-IF.
      *
       1100-COMPUTE-HASH.
      *        ONE-WAY HASH OF WS-HASH-INPUT INTO WS-HASH-RESULT - TWO
      *        RUNNING REMAINDERS MODULO LARGE PRIMES, EACH FED EVERY
      *        CHARACTER CODE AND THE OTHER'S VALUE, OVER FOUR
      *        PASSES.  THE CLEAR PASSWORD CANNOT BE READ BACK OUT.
           MOVE 7919   TO WS-H1.
           MOVE 104729 TO WS-H2.
           PERFORM VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > 4
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 16
                   MOVE WS-HI-BYTE(WS-SUB) TO WS-BW-CHAR
                   COMPUTE WS-WORK = WS-H1 * 131 + WS-H2 +
                       WS-BYTE-VALUE * (WS-SUB + WS-ROUND)
                   DIVIDE WS-WORK BY 999999937
                       GIVING WS-QUOT REMAINDER WS-H1
                   COMPUTE WS-WORK = WS-H2 * 257 + WS-H1 +
                       WS-BYTE-VALUE
                   DIVIDE WS-WORK BY 999999929
                       GIVING WS-QUOT REMAINDER WS-H2
               END-PERFORM
           END-PERFORM.
           MOVE WS-H1 TO WS-HR-PART-1.
           MOVE WS-H2 TO WS-HR-PART-2.
      *
       1200-ACCEPT-PASSWORD.
           MOVE ZERO TO CM-FAIL-COUNT.
           IF PW-PURPOSE = 'S'
               MOVE WS-TODAY TO CM-LAST-SIGNON-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO CM-LAST-SIGNON-TIME
               MOVE EIBTRMID TO CM-LAST-TERMID
           END-IF.
           EXEC CICS REWRITE FILE('CLERKMAS')
               FROM(CLERK-MASTER-RECORD)
           END-EXEC.

           MOVE CM-AUTH-LEVEL TO PW-AUTH-LEVEL.
           MOVE CM-NAME       TO PW-NAME.
           IF CM-PASSWORD-HASH = SPACE
               MOVE '4' TO PW-RESULT
           ELSE
               IF CM-PASSWORD-DATE NOT NUMERIC OR
                  CM-PASSWORD-DATE = ZERO
                   MOVE '3' TO PW-RESULT
               ELSE
                   COMPUTE WS-PASSWORD-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE(CM-PASSWORD-DATE)
                   IF WS-PASSWORD-AGE > WS-EXPIRY-DAYS
                       MOVE '3' TO PW-RESULT
                   ELSE
                       MOVE '0' TO PW-RESULT
                   END-IF
               END-IF
           END-IF.
      *
       1300-REFUSE-PASSWORD.
           ADD 1 TO CM-FAIL-COUNT.
           MOVE CM-FAIL-COUNT TO WS-FT-COUNT.
           MOVE WS-FAIL-TEXT  TO WS-STATUS-BEFORE.
           IF CM-FAIL-COUNT NOT < WS-MAX-FAILURES
               MOVE 'Y'      TO CM-LOCKED
               MOVE WS-TODAY TO CM-LOCKED-DATE
               MOVE '2'      TO PW-RESULT
               MOVE 'LOCKED' TO WS-AUDIT-ACTION
           ELSE
               MOVE '1'      TO PW-RESULT
               MOVE 'BADPWD' TO WS-AUDIT-ACTION
           END-IF.
           EXEC CICS REWRITE FILE('CLERKMAS')
               FROM(CLERK-MASTER-RECORD)
           END-EXEC.
           PERFORM 4900-WRITE-AUDIT-LOG.
      *
       2000-CHANGE-PASSWORD.
      *        A NEW PASSWORD IS AT LEAST SIX CHARACTERS WITH NO
      *        LEADING SPACE, AND MAY NOT BE THE CLERK ID (THE
      *        TEMPORARY PASSWORD) OR THE PASSWORD BEING REPLACED.
           IF PW-NEW-PASSWORD(1:1) = SPACE OR
              PW-NEW-PASSWORD(6:1) = SPACE OR
              PW-NEW-PASSWORD = PW-CLERK-ID OR
              PW-NEW-PASSWORD = PW-PASSWORD
               MOVE '5' TO PW-RESULT
           ELSE
               MOVE PW-CLERK-ID TO CM-CLERK-ID
               EXEC CICS READ FILE('CLERKMAS')
                   INTO(CLERK-MASTER-RECORD)
                   RIDFLD(CM-CLERK-ID)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE CM-CLERK-ID     TO WS-HI-CLERK-ID
                   MOVE PW-NEW-PASSWORD TO WS-HI-PASSWORD
                   PERFORM 1100-COMPUTE-HASH
                   MOVE WS-HASH-RESULT TO CM-PASSWORD-HASH
                   MOVE WS-TODAY       TO CM-PASSWORD-DATE
                   MOVE ZERO           TO CM-FAIL-COUNT
                   EXEC CICS REWRITE FILE('CLERKMAS')
                       FROM(CLERK-MASTER-RECORD)
                   END-EXEC
                   MOVE '0' TO PW-RESULT
                   MOVE 'PWCHG'    TO WS-AUDIT-ACTION
                   MOVE SPACE      TO WS-STATUS-BEFORE
                   MOVE 'PASSWORD CHANGED' TO WS-STATUS-AFTER
                   PERFORM 4900-WRITE-AUDIT-LOG
               ELSE
                   MOVE '1' TO PW-RESULT
               END-IF
           END-IF.
      *
       4900-WRITE-AUDIT-LOG.
      *        THE CLERK ID IS THE ONE KEYED, WHETHER OR NOT IT IS ON
      *        FILE - THE EXCEPTIONS REPORT WANTS TO SEE WHAT WAS TRIED.
           MOVE WS-TODAY                   TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE PW-CLERK-ID      TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE SPACE            TO AL-PHONENO.
           MOVE SPACE            TO AL-ROOMNO.
           MOVE WS-AUDIT-ACTION  TO AL-ACTION.
           MOVE WS-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE WS-STATUS-AFTER  TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       9999-UNEXPECTED-ERROR.
      *        ANY FILE FAILURE IS ANSWERED AS A WRONG PASSWORD - THE
      *        CALLER MUST NEVER TREAT AN ERROR AS A PASS.
           MOVE '1'  TO PW-RESULT.
           MOVE ZERO TO PW-AUTH-LEVEL.
           EXEC CICS RETURN END-EXEC.
