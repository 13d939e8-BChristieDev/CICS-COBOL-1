       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03X46.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: AUDIT LOG WRITER, REACHED ONLY BY EXEC CICS LINK
      *          WITH A FILLED-IN AUDIT-LOG-RECORD AS THE COMMAREA -
      *          NEVER FROM A TERMINAL.  WRITES THE ENTRY TO THE END
      *          OF THE AUDITLOG ESDS EXACTLY AS THE SCREENS ALWAYS
      *          DID, THEN FILES A COPY ON THE KEYED COMPANION
      *          AUDITKEY UNDER THE GUEST PHONE AND UNDER THE ROOM
      *          NUMBER (SEE AuditKeyRecord.cbl), SO THE AUDIT BROWSE
      *          KC03L46 CAN START AT A GUEST'S OR A ROOM'S FIRST
      *          ENTRY INSTEAD OF READING THE WHOLE LOG.  EVERY ONLINE
      *          PROGRAM THAT LOGS AN ENTRY COMES THROUGH HERE SO THE
      *          TWO FILES CANNOT DRIFT APART.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-WRITE-DONE         PIC X(01).
      *
           COPY "AuditKeyRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "AuditLogRecord.cbl" REPLACING
               ==AUDIT-LOG-RECORD== BY ==DFHCOMMAREA==.
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       0000-MAIN-LOGIC.
           EXEC CICS WRITE FILE('AUDITLOG')
               FROM(DFHCOMMAREA)
               RESP(WS-RESP)
           END-EXEC.

      *        AN ENTRY THAT NEVER REACHED THE LOG IS NOT INDEXED -
      *        THE COMPANION MUST NEVER SHOW WHAT THE LOG DOES NOT.
           IF WS-RESP = DFHRESP(NORMAL)
               IF AL-PHONENO NOT = SPACE AND AL-PHONENO NOT = LOW-VALUE
                   MOVE 'P'        TO AX-KEY-TYPE
                   MOVE AL-PHONENO TO AX-KEY-VALUE
                   PERFORM 1000-WRITE-KEY-ROW
               END-IF
               IF AL-ROOMNO NOT = SPACE AND AL-ROOMNO NOT = LOW-VALUE
                   MOVE 'R'        TO AX-KEY-TYPE
                   MOVE AL-ROOMNO  TO AX-KEY-VALUE
                   PERFORM 1000-WRITE-KEY-ROW
               END-IF
           END-IF.

           EXEC CICS RETURN END-EXEC.
           GOBACK.
      *
       1000-WRITE-KEY-ROW.
      *        TWO ENTRIES FOR THE SAME PHONE OR ROOM IN THE SAME
      *        SECOND (A GROUP BOOKING LOGS ONE PER ROOM) TAKE THE
      *        NEXT SEQUENCE NUMBER, SO THE LATER ONE FILES BEHIND.
           MOVE AL-LOG-DATE TO AX-LOG-DATE.
           MOVE AL-LOG-TIME TO AX-LOG-TIME.
           MOVE ZERO        TO AX-KEY-SEQ.
           MOVE DFHCOMMAREA TO AX-ENTRY.
           MOVE 'N' TO WS-WRITE-DONE.
           PERFORM UNTIL WS-WRITE-DONE = 'Y'
               EXEC CICS WRITE FILE('AUDITKEY')
                   FROM(AUDIT-KEY-RECORD)
                   RIDFLD(AX-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(DUPREC) AND AX-KEY-SEQ < 999
                   ADD 1 TO AX-KEY-SEQ
               ELSE
                   MOVE 'Y' TO WS-WRITE-DONE
               END-IF
           END-PERFORM.
