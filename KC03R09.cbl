      *          AUDITLOG - BOTH SPLIT OUTPUTS ARE REBUILT FROM
      *          SCRATCH ON EVERY ATTEMPT, SO AN ABEND MID-SPLIT AND
      *          A RERUN CANNOT ARCHIVE THE SAME ENTRY TWICE.
      *          PHASE THREE MOVES THE SAME AGED ENTRIES' ROWS FROM
      *          THE KEYED COMPANION AUDITKEY TO AUDHKEY, THE
      *          COMPANION OF AUDITHST (SEE AuditKeyRecord.cbl).  THE
      *          ROWS CARRY THE WHOLE ENTRY RATHER THAN AN RBA, SO THE
      *          SWAP OF AUDITNEW FOR AUDITLOG LEAVES THEM GOOD, AND
      *          THE MOVE IS KEYED, SO A RERUN SIMPLY FINDS NOTHING
      *          LEFT TO MOVE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITNEW-STATUS.

           SELECT AUDIT-KEY-FILE ASSIGN TO AUDITKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDKEY-STATUS.

           SELECT AUDIT-HKEY-FILE ASSIGN TO AUDHKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-AUDHKEY-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO ARCHCKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
               ==AUDIT-LOG-RECORD== BY ==AUDIT-NEW-RECORD==
               LEADING ==AL== BY ==AN==.

       FD  AUDIT-KEY-FILE.
           COPY "AuditKeyRecord.cbl".

       FD  AUDIT-HKEY-FILE.
           COPY "AuditKeyRecord.cbl" REPLACING
               ==AUDIT-KEY-RECORD== BY ==AUDIT-HKEY-RECORD==
               LEADING ==AX== BY ==HX==.

       FD  CHECKPOINT-FILE.
           COPY "ArchCheckpointRecord.cbl".

       01  WS-AUDIT-STATUS       PIC X(02).
       01  WS-AUDITOLD-STATUS    PIC X(02).
       01  WS-AUDITNEW-STATUS    PIC X(02).
       01  WS-AUDKEY-STATUS      PIC X(02).
       01  WS-AUDHKEY-STATUS     PIC X(02).
       01  WS-AUDKEY-OPEN        PIC X(01) VALUE 'N'.
       01  WS-EOF-AUDKEY         PIC X(01) VALUE 'N'.
       01  WS-CKPT-STATUS        PIC X(02).
       01  WS-EOF-BOOKROOM       PIC X(01).
       01  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
       01  WS-GUEST-ARCHIVED     PIC X(01).
       01  WS-ROWS-ARCHIVED      PIC 9(07) VALUE ZERO.
       01  WS-ENTRIES-ARCHIVED   PIC 9(07) VALUE ZERO.
       01  WS-KEY-ROWS-MOVED     PIC 9(07) VALUE ZERO.
      *
      *    CANCELLED AND DEPARTED ROWS YOUNGER THAN THIS MANY DAYS
      *    STAY ON THE LIVE FILE FOR THE CANCEL/INQUIRY SCREENS AND

           PERFORM 2000-ARCHIVE-BOOKROOM.
           PERFORM 5000-SPLIT-AUDIT-LOG.
           IF WS-AUDKEY-OPEN = 'Y'
               PERFORM 6000-AGE-AUDIT-KEY-ROWS
           END-IF.
           PERFORM 8000-MARK-RUN-COMPLETE.

           DISPLAY 'KC03R09 ARCHIVED ' WS-ROWS-ARCHIVED
               ' BOOKROOM ROWS'.
           DISPLAY 'KC03R09 ARCHIVED ' WS-ENTRIES-ARCHIVED
               ' AUDIT ENTRIES'.
           DISPLAY 'KC03R09 MOVED ' WS-KEY-ROWS-MOVED
               ' AUDITKEY ROWS TO AUDHKEY'.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
           OPEN OUTPUT AUDIT-NEW-FILE.
           OPEN OUTPUT AUDIT-AGED-FILE.

      *        NO AUDITKEY YET MEANS THE KEYED COMPANION HAS NOT BEEN
      *        LOADED ON THIS SITE - THERE IS NOTHING TO AGE.
           OPEN I-O AUDIT-KEY-FILE.
           IF WS-AUDKEY-STATUS = '00'
               MOVE 'Y' TO WS-AUDKEY-OPEN
               OPEN I-O AUDIT-HKEY-FILE
               IF WS-AUDHKEY-STATUS = '35'
                   OPEN OUTPUT AUDIT-HKEY-FILE
                   CLOSE AUDIT-HKEY-FILE
                   OPEN I-O AUDIT-HKEY-FILE
               END-IF
           END-IF.

           OPEN EXTEND BOOKING-HIST-FILE.
           IF WS-BOOKHST-STATUS = '35'
               OPEN OUTPUT BOOKING-HIST-FILE
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-AUDIT
           END-READ.
      *
       6000-AGE-AUDIT-KEY-ROWS.
      *        THE SAME CUT-OFF AS THE SPLIT.  A ROW ALREADY ON
      *        AUDHKEY WAS COPIED BY AN EARLIER ATTEMPT THAT DIED
      *        BEFORE ITS DELETE - ONLY THE DELETE IS LEFT TO DO.
           PERFORM 6100-READ-NEXT-KEY-ROW.
           PERFORM UNTIL WS-EOF-AUDKEY = 'Y'
               IF AX-LOG-DATE < WS-CUTOFF-DATE
                   WRITE AUDIT-HKEY-RECORD FROM AUDIT-KEY-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   DELETE AUDIT-KEY-FILE RECORD
                   ADD 1 TO WS-KEY-ROWS-MOVED
               END-IF
               PERFORM 6100-READ-NEXT-KEY-ROW
           END-PERFORM.
      *
       6100-READ-NEXT-KEY-ROW.
           READ AUDIT-KEY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-AUDKEY
           END-READ.
      *
       7000-WRITE-CHECKPOINT.
      *        SAME ONE-RECORD SEQUENTIAL FILE DANCE AS KC03R02'S
           CLOSE AUDIT-LOG-FILE.
           CLOSE AUDIT-AGED-FILE.
           CLOSE AUDIT-NEW-FILE.
           IF WS-AUDKEY-OPEN = 'Y'
               CLOSE AUDIT-KEY-FILE
               CLOSE AUDIT-HKEY-FILE
           END-IF.
           CLOSE CHECKPOINT-FILE.
      *
       0100-GET-BUSINESS-DATE.
