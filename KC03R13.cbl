      *          FEE ROWS (GUESTPAY/GUESTFOL/FEECHG - ALL KEYED
      *          PHONE + GAP-FREE SEQUENCE) ARE RE-KEYED AFTER THE
      *          SURVIVOR'S OWN ROWS SO NO HELD DEPOSIT OR OPEN
      *          CHARGE IS STRANDED UNDER A DELETED PHONE, THE
      *          LOSER'S GUEST NOTES (GUESTNOT) ARE RE-KEYED AFTER
      *          THE SURVIVOR'S OWN SO A DO-NOT-RENT CANNOT BE SHED
      *          BY A MERGE,
      *          GM-NUMROOMS IS RECOUNTED ON THE SURVIVOR, THE
      *          LOSER'S GUEST RECORD IS DELETED AND THE MERGE IS
      *          LOGGED TO AUDITLOG (AND ITS KEYED COMPANION
      *          AUDITKEY).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT GUEST-NOTE-FILE ASSIGN TO GUESTNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GN-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-KEY-FILE ASSIGN TO AUDITKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDKEY-STATUS.

           SELECT MERGE-REPORT ASSIGN TO MERGERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  FEE-CHARGE-FILE.
           COPY "FeeChargeRecord.cbl".

       FD  GUEST-NOTE-FILE.
           COPY "GuestNoteRecord.cbl".

       FD  AUDIT-LOG-FILE.
           COPY "AuditLogRecord.cbl".

       FD  AUDIT-KEY-FILE.
           COPY "AuditKeyRecord.cbl".

       FD  MERGE-REPORT.
       01  MERGE-REPORT-LINE     PIC X(80).

       01  WS-PAY-STATUS         PIC X(02).
       01  WS-FOLIO-STATUS       PIC X(02).
       01  WS-FEE-STATUS         PIC X(02).
       01  WS-NOTE-STATUS        PIC X(02).
       01  WS-AUDIT-STATUS       PIC X(02).
       01  WS-AUDKEY-STATUS      PIC X(02).
       01  WS-AUDKEY-DONE        PIC X(01).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-EOF-CONTROL        PIC X(01) VALUE 'N'.
       01  WS-TODAY              PIC 9(08).
               CLOSE FEE-CHARGE-FILE
               OPEN I-O FEE-CHARGE-FILE
           END-IF.
           OPEN I-O GUEST-NOTE-FILE.
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT GUEST-NOTE-FILE
               CLOSE GUEST-NOTE-FILE
               OPEN I-O GUEST-NOTE-FILE
           END-IF.
           OPEN OUTPUT MERGE-REPORT.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN I-O AUDIT-KEY-FILE.
           IF WS-AUDKEY-STATUS = '35'
               OPEN OUTPUT AUDIT-KEY-FILE
               CLOSE AUDIT-KEY-FILE
               OPEN I-O AUDIT-KEY-FILE
           END-IF.
      *
       2000-READ-NEXT-CARD.
           READ MERGE-CONTROL-FILE NEXT RECORD
               PERFORM 3460-MOVE-PAYMENT-ROWS
               PERFORM 3470-MOVE-FOLIO-ROWS
               PERFORM 3480-MOVE-FEE-ROWS
               PERFORM 3490-MOVE-NOTE-ROWS
               PERFORM 3500-RECOUNT-SURVIVOR
               PERFORM 3600-DELETE-LOSER-GUEST
               PERFORM 3700-WRITE-AUDIT-LOG
                   ADD 1 TO WS-SEQ-PROBE
               END-IF
           END-PERFORM.
      *
       3490-MOVE-NOTE-ROWS.
      *        THE LOSER'S NOTES FOLLOW THE GUEST - ABOVE ALL A
      *        DO-NOT-RENT, WHICH WOULD OTHERWISE BE DROPPED WITH THE
      *        DELETED PHONE.  NOTE-SEQ IS GAP-FREE FROM 1 ON BOTH
      *        SIDES, SO THE ROWS RENUMBER THE SAME WAY THE PAYMENT
      *        ROWS DO.  LIFTED NOTES MOVE TOO - THEY ARE THE HISTORY.
           MOVE 1 TO WS-SEQ-PROBE.
           MOVE 'N' TO WS-PROBE-DONE.
           PERFORM UNTIL WS-PROBE-DONE = 'Y'
               MOVE MG-SURVIVOR-PHONE TO GN-PHONENO
               MOVE WS-SEQ-PROBE TO GN-NOTE-SEQ
               READ GUEST-NOTE-FILE
                   INVALID KEY MOVE 'Y' TO WS-PROBE-DONE
               END-READ
               IF WS-PROBE-DONE NOT = 'Y'
                   ADD 1 TO WS-SEQ-PROBE
               END-IF
           END-PERFORM.
           MOVE WS-SEQ-PROBE TO WS-NEXT-SEQ.

           MOVE 1 TO WS-SEQ-PROBE.
           MOVE 'N' TO WS-PROBE-DONE.
           PERFORM UNTIL WS-PROBE-DONE = 'Y'
               MOVE MG-LOSER-PHONE TO GN-PHONENO
               MOVE WS-SEQ-PROBE TO GN-NOTE-SEQ
               READ GUEST-NOTE-FILE
                   INVALID KEY MOVE 'Y' TO WS-PROBE-DONE
               END-READ
               IF WS-PROBE-DONE NOT = 'Y'
                   DELETE GUEST-NOTE-FILE RECORD
                   MOVE MG-SURVIVOR-PHONE TO GN-PHONENO
                   MOVE WS-NEXT-SEQ TO GN-NOTE-SEQ
                   WRITE GUEST-NOTE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-NEXT-SEQ
                   ADD 1 TO WS-SEQ-PROBE
               END-IF
           END-PERFORM.
      *
       3500-RECOUNT-SURVIVOR.
           MOVE ZERO TO WS-BOOKED-COUNT.
           MOVE 'MERGE' TO AL-ACTION.
           MOVE MG-LOSER-PHONE    TO AL-STATUS-BEFORE.
           MOVE MG-SURVIVOR-PHONE TO AL-STATUS-AFTER.
           PERFORM 3710-FILE-AUDIT-KEY-ROWS.
           WRITE AUDIT-LOG-RECORD.
      *
       3710-FILE-AUDIT-KEY-ROWS.
      *        THE SAME COMPANION ROWS THE ONLINE AUDIT WRITER
      *        KC03X46 FILES (SEE AuditKeyRecord.cbl), TAKEN BEFORE
      *        THE LOG WRITE RELEASES THE RECORD AREA.
           IF AL-PHONENO NOT = SPACE
               MOVE 'P'        TO AX-KEY-TYPE
               MOVE AL-PHONENO TO AX-KEY-VALUE
               PERFORM 3720-WRITE-AUDIT-KEY-ROW
           END-IF.
           IF AL-ROOMNO NOT = SPACE
               MOVE 'R'        TO AX-KEY-TYPE
               MOVE AL-ROOMNO  TO AX-KEY-VALUE
               PERFORM 3720-WRITE-AUDIT-KEY-ROW
           END-IF.
      *
       3720-WRITE-AUDIT-KEY-ROW.
           MOVE AL-LOG-DATE      TO AX-LOG-DATE.
           MOVE AL-LOG-TIME      TO AX-LOG-TIME.
           MOVE ZERO             TO AX-KEY-SEQ.
           MOVE AUDIT-LOG-RECORD TO AX-ENTRY.
           MOVE 'N' TO WS-AUDKEY-DONE.
           PERFORM UNTIL WS-AUDKEY-DONE = 'Y'
               WRITE AUDIT-KEY-RECORD
                   INVALID KEY
                       IF AX-KEY-SEQ < 999
                           ADD 1 TO AX-KEY-SEQ
                       ELSE
                           MOVE 'Y' TO WS-AUDKEY-DONE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-AUDKEY-DONE
               END-WRITE
           END-PERFORM.
      *
       9000-CLOSE-FILES.
           CLOSE MERGE-CONTROL-FILE.
           CLOSE GUEST-PAYMENT-FILE.
           CLOSE GUEST-FOLIO-FILE.
           CLOSE FEE-CHARGE-FILE.
           CLOSE GUEST-NOTE-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE AUDIT-KEY-FILE.
           CLOSE MERGE-REPORT.
