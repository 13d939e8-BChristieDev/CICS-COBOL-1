       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R38.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: ONE-TIME LOAD - KEYED AUDIT COMPANIONS.  BUILDS
      *          AUDITKEY FROM EVERY ENTRY ALREADY ON AUDITLOG AND
      *          AUDHKEY FROM EVERY ENTRY ALREADY ON AUDITHST, FILING
      *          EACH ONE UNDER ITS GUEST PHONE AND UNDER ITS ROOM
      *          NUMBER THE SAME WAY THE AUDIT WRITER KC03X46 DOES
      *          FROM HERE ON (SEE AuditKeyRecord.cbl).  BOTH KEYED
      *          FILES ARE OPENED OUTPUT, SO A RERUN REBUILDS THEM
      *          FROM SCRATCH RATHER THAN FILING AN ENTRY TWICE.  AN
      *          INPUT THAT DOES NOT EXIST IS SKIPPED, SO A FRESH SITE
      *          CAN RUN THE STEP HARMLESSLY.  RUN ONCE, WITH THE
      *          ONLINE SYSTEM DOWN, BEFORE ANY OF THE NEW RELEASE
      *          RUNS AGAINST EXISTING DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-HIST-FILE ASSIGN TO AUDITHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITHST-STATUS.

           SELECT AUDIT-KEY-FILE ASSIGN TO AUDITKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDKEY-STATUS.

           SELECT AUDIT-HKEY-FILE ASSIGN TO AUDHKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-AUDHKEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY "AuditLogRecord.cbl".

       FD  AUDIT-HIST-FILE.
           COPY "AuditLogRecord.cbl" REPLACING
               ==AUDIT-LOG-RECORD== BY ==AUDIT-HIST-RECORD==
               LEADING ==AL== BY ==AH==.

       FD  AUDIT-KEY-FILE.
           COPY "AuditKeyRecord.cbl".

       FD  AUDIT-HKEY-FILE.
           COPY "AuditKeyRecord.cbl" REPLACING
               ==AUDIT-KEY-RECORD== BY ==AUDIT-HKEY-RECORD==
               LEADING ==AX== BY ==HX==.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS       PIC X(02).
       01  WS-AUDITHST-STATUS    PIC X(02).
       01  WS-AUDKEY-STATUS      PIC X(02).
       01  WS-AUDHKEY-STATUS     PIC X(02).
       01  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST           PIC X(01) VALUE 'N'.
       01  WS-WRITE-DONE         PIC X(01).
       01  WS-LIVE-ROWS          PIC 9(07) VALUE ZERO.
       01  WS-HIST-ROWS          PIC 9(07) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 3000-LOAD-LIVE-KEYS.
           PERFORM 4000-LOAD-HIST-KEYS.

           DISPLAY 'KC03R38 AUDITKEY ROWS     ' WS-LIVE-ROWS.
           DISPLAY 'KC03R38 AUDHKEY ROWS      ' WS-HIST-ROWS.
           GOBACK.
      *
       3000-LOAD-LIVE-KEYS.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '35'
               MOVE 'Y' TO WS-EOF-AUDIT
           ELSE
               OPEN OUTPUT AUDIT-KEY-FILE
           END-IF.

           IF WS-EOF-AUDIT NOT = 'Y'
               PERFORM 3100-READ-NEXT-ENTRY
           END-IF.
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               IF AL-PHONENO NOT = SPACE AND AL-PHONENO NOT = LOW-VALUE
                   MOVE 'P'        TO AX-KEY-TYPE
                   MOVE AL-PHONENO TO AX-KEY-VALUE
                   PERFORM 3200-WRITE-LIVE-KEY
               END-IF
               IF AL-ROOMNO NOT = SPACE AND AL-ROOMNO NOT = LOW-VALUE
                   MOVE 'R'        TO AX-KEY-TYPE
                   MOVE AL-ROOMNO  TO AX-KEY-VALUE
                   PERFORM 3200-WRITE-LIVE-KEY
               END-IF
               PERFORM 3100-READ-NEXT-ENTRY
           END-PERFORM.

           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-LOG-FILE
               CLOSE AUDIT-KEY-FILE
           END-IF.
      *
       3100-READ-NEXT-ENTRY.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-AUDIT
           END-READ.
      *
       3200-WRITE-LIVE-KEY.
      *        THE LOG IS READ IN WRITE ORDER, SO A SECOND ENTRY IN
      *        THE SAME SECOND TAKES THE NEXT SEQUENCE NUMBER EXACTLY
      *        AS IT WOULD HAVE ONLINE.
           MOVE AL-LOG-DATE      TO AX-LOG-DATE.
           MOVE AL-LOG-TIME      TO AX-LOG-TIME.
           MOVE ZERO             TO AX-KEY-SEQ.
           MOVE AUDIT-LOG-RECORD TO AX-ENTRY.
           MOVE 'N' TO WS-WRITE-DONE.
           PERFORM UNTIL WS-WRITE-DONE = 'Y'
               WRITE AUDIT-KEY-RECORD
                   INVALID KEY
                       IF AX-KEY-SEQ < 999
                           ADD 1 TO AX-KEY-SEQ
                       ELSE
                           MOVE 'Y' TO WS-WRITE-DONE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WRITE-DONE
                       ADD 1 TO WS-LIVE-ROWS
               END-WRITE
           END-PERFORM.
      *
       4000-LOAD-HIST-KEYS.
           OPEN INPUT AUDIT-HIST-FILE.
           IF WS-AUDITHST-STATUS = '35'
               MOVE 'Y' TO WS-EOF-HIST
           ELSE
               OPEN OUTPUT AUDIT-HKEY-FILE
           END-IF.

           IF WS-EOF-HIST NOT = 'Y'
               PERFORM 4100-READ-NEXT-HIST
           END-IF.
           PERFORM UNTIL WS-EOF-HIST = 'Y'
               IF AH-PHONENO NOT = SPACE AND AH-PHONENO NOT = LOW-VALUE
                   MOVE 'P'        TO HX-KEY-TYPE
                   MOVE AH-PHONENO TO HX-KEY-VALUE
                   PERFORM 4200-WRITE-HIST-KEY
               END-IF
               IF AH-ROOMNO NOT = SPACE AND AH-ROOMNO NOT = LOW-VALUE
                   MOVE 'R'        TO HX-KEY-TYPE
                   MOVE AH-ROOMNO  TO HX-KEY-VALUE
                   PERFORM 4200-WRITE-HIST-KEY
               END-IF
               PERFORM 4100-READ-NEXT-HIST
           END-PERFORM.

           IF WS-AUDITHST-STATUS NOT = '35'
               CLOSE AUDIT-HIST-FILE
               CLOSE AUDIT-HKEY-FILE
           END-IF.
      *
       4100-READ-NEXT-HIST.
           READ AUDIT-HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-HIST
           END-READ.
      *
       4200-WRITE-HIST-KEY.
           MOVE AH-LOG-DATE       TO HX-LOG-DATE.
           MOVE AH-LOG-TIME       TO HX-LOG-TIME.
           MOVE ZERO              TO HX-KEY-SEQ.
           MOVE AUDIT-HIST-RECORD TO HX-ENTRY.
           MOVE 'N' TO WS-WRITE-DONE.
           PERFORM UNTIL WS-WRITE-DONE = 'Y'
               WRITE AUDIT-HKEY-RECORD
                   INVALID KEY
                       IF HX-KEY-SEQ < 999
                           ADD 1 TO HX-KEY-SEQ
                       ELSE
                           MOVE 'Y' TO WS-WRITE-DONE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WRITE-DONE
                       ADD 1 TO WS-HIST-ROWS
               END-WRITE
           END-PERFORM.
