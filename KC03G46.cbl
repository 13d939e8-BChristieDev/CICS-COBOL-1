      * PURPOSE: GUEST PHONE-CHANGE TRANSACTION BEHIND MAP PHCM46
      *          (TRANSID PHCH).  THE PHONE NUMBER IS THE PRIME KEY
      *          ON GUESTMAS AND LEADS THE KEYS OF BOOKROOM, THE
      *          PAYMENT, FOLIO, FEE AND GUEST NOTE FILES, AND IS
      *          CARRIED ON RESCAL, WAITLIST AND THE BOOKED-ROOM
      *          POINTERS - SO WHEN A GUEST CHANGES NUMBERS THE
      *          CLERKS USED TO EITHER LEAVE THE RECORD WRONG OR FAKE
      *          IT THROUGH THE KC03R13 MERGE WITH A DUMMY SURVIVOR.
      *          HERE A SUPERVISOR KEYS THE OLD AND NEW PHONE,
      *          CONFIRMS, AND PF5 MOVES THE GUEST MASTER AND CASCADES
      *          THE NEW KEY THROUGH EVERY FILE, WRITING A 'REKEY'
      *          AUDIT ENTRY THE WAY KC03R13 LOGS ITS MERGES.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'PHCMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'PHCH'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-AUTH-OK            PIC X(01).
       01  WS-SEQ-PROBE          PIC 9(04).
           COPY "GuestPaymentRecord.cbl".
           COPY "GuestFolioRecord.cbl".
           COPY "FeeChargeRecord.cbl".
           COPY "GuestNoteRecord.cbl".
           COPY "AuditLogRecord.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "PhoneChgCommArea.cbl".
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           PERFORM 0050-CHECK-SIGNON.

           IF EIBCALEN = 0
      *        NO COMMAREA HAS BEEN PASSED YET - DFHCOMMAREA BELOW IS
      *        NOT ADDRESSABLE, SO THE OUTBOUND COMMAREA IS BUILT IN
           END-IF.

           GOBACK.
      *
       0050-CHECK-SIGNON.
      *        NOTHING RUNS ON A TERMINAL WITHOUT A CLERK SIGNED ON TO
      *        IT TODAY (CLERKSES) - CS-CLERK-ID IS THE CLERK OF RECORD
      *        FOR EVERYTHING BELOW.  ANY OTHER TERMINAL IS SENT TO THE
      *        SIGN-ON SCREEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SESSION-DATE.
           MOVE EIBTRMID TO CS-TERMID.
           EXEC CICS READ FILE('CLERKSES')
               INTO(CLERK-SESSION-RECORD)
               RIDFLD(CS-TERMID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              CS-SIGNON-DATE NOT = WS-SESSION-DATE
               EXEC CICS XCTL PROGRAM('KC03N46')
               END-EXEC
           END-IF.
      *
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUE TO PHCMAP.
           END-IF.
      *
       4600-REKEY-SEQUENCED-FILES.
      *        THE PAYMENT, FOLIO, FEE AND NOTE FILES ALL KEY PHONE
      *        PLUS A GAP-FREE SEQUENCE FROM 1, SO EACH WALKS THE SAME
      *        WAY THE BOOKING ROWS DID - READ, DELETE, WRITE UNDER THE
      *        NEW PHONE WITH THE SAME SEQUENCE.  THE NEW PHONE HAD
      *        NO GUEST RECORD, SO IT CAN HOLD NO ROWS TO COLLIDE
      *        WITH.
                   MOVE 'Y' TO WS-PROBE-DONE
               END-IF
           END-PERFORM.

           MOVE 1 TO WS-SEQ-PROBE.
           MOVE 'N' TO WS-PROBE-DONE.
           PERFORM UNTIL WS-PROBE-DONE = 'Y'
               MOVE PC-OLDPHONE  TO GN-PHONENO
               MOVE WS-SEQ-PROBE TO GN-NOTE-SEQ
               EXEC CICS READ FILE('GUESTNOT')
                   INTO(GUEST-NOTE-RECORD)
                   RIDFLD(GN-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS DELETE FILE('GUESTNOT')
                       RIDFLD(GN-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   MOVE PC-NEWPHONE TO GN-PHONENO
                   EXEC CICS WRITE FILE('GUESTNOT')
                       FROM(GUEST-NOTE-RECORD)
                       RIDFLD(GN-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   ADD 1 TO WS-SEQ-PROBE
               ELSE
                   MOVE 'Y' TO WS-PROBE-DONE
               END-IF
           END-PERFORM.
      *
       4700-DELETE-OLD-GUEST.
           MOVE PC-OLDPHONE TO GM-PHONENO.
       4800-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID  TO AL-CLERK-ID.
           MOVE EIBTRMID     TO AL-TERMID.
           MOVE PC-NEWPHONE  TO AL-PHONENO.
           MOVE SPACE        TO AL-ROOMNO.
           MOVE 'REKEY'      TO AL-ACTION.
           MOVE PC-OLDPHONE  TO AL-STATUS-BEFORE.
           MOVE PC-NEWPHONE  TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
      *        IN KC03M46 GATES IT.  AN OPERATOR WITH NO CLERKMAS
      *        ROW HAS NO AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE CS-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
