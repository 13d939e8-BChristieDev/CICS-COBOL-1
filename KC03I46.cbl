      * PURPOSE: ONLINE INQUIRY TRANSACTION BEHIND MAP INQM46.
      *          CLERK KEYS A PHONE NUMBER, PROGRAM LOOKS UP THE
      *          GUEST MASTER RECORD AND FILLS IN THE PROTECTED
      *          NAME/ADDRESS/ROOM-COUNT FIELDS.  THE GUEST'S ACTIVE
      *          PROFILE NOTES (GUESTNOT) ARE LISTED UNDER THEM; PF5
      *          ADDS A NOTE OR LIFTS ONE BY ITS NUMBER.  ONLY A
      *          SUPERVISOR MAY LIFT A DO-NOT-RENT NOTE, AND EVERY
      *          NOTE ADDED OR LIFTED IS LOGGED TO AUDITLOG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'INQUIRY'.
       01  WS-TRANSID            PIC X(04) VALUE 'INQM'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-VALID              PIC X(01).
       01  WS-FOUND              PIC X(01).
       01  WS-GEO-COUNTRY        PIC X(03).
       01  WS-AUTH-OK            PIC X(01).
       01  WS-TODAY              PIC 9(08).
       01  WS-NOTE-PROBE         PIC 9(03).
       01  WS-NOTE-DONE          PIC X(01).
       01  WS-NOTE-ACTIVE        PIC 9(03).
       01  WS-NOTE-SHOWN         PIC 9(02).
       01  WS-NOTE-DNR           PIC X(01).
       01  WS-NOTE-VIP           PIC X(01).
       01  WS-LIFT-SEQ           PIC 9(03).
       01  WS-STATUS-BEFORE      PIC X(20).
       01  WS-STATUS-AFTER       PIC X(20).
      *
      *    NOTE TYPE AND NOTE NUMBER AS KEYED, WITH THE UNDERSCORE
      *    FILL TAKEN OUT AND LOWER CASE RAISED.
       01  WS-NOTE-KEYED.
           05  WS-NK-TYPE        PIC X(03).
           05  WS-NK-LIFT        PIC X(03).
      *
       01  WS-NOTE-IND-TEXT.
           05  WS-NI-COUNT       PIC ZZ9.
           05  FILLER            PIC X(14) VALUE ' ACTIVE NOTES '.
           05  WS-NI-FLAG        PIC X(23).
      *
       01  WS-NOTE-LINE-TEXT.
           05  WS-NL-SEQ         PIC 9(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-NL-TYPE        PIC X(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-NL-TEXT        PIC X(60).
      *
       01  WS-TIER-TEXT.
           05  WS-TT-TIER        PIC X(06).
           COPY "INQSymbolicMap.cbl".
           COPY "GuestMasterRecord.cbl".
           COPY "GeoCodeRecord.cbl".
           COPY "GuestNoteRecord.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "AuditLogRecord.cbl".
           COPY "BookingCommArea.cbl" REPLACING DFHCOMMAREA BY
               WS-BOOKING-CA.
      *    STAGING COPY OF THE INQUIRY COMMAREA, USED ONLY TO BUILD THE
               DFHCOMMAREA BY WS-INITIAL-IC-CA
               IC-DISPLAYED BY WS-I-DISPLAYED
               IC-PHONENO   BY WS-I-PHONENO.
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "InquiryCommArea.cbl".
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           PERFORM 0050-CHECK-SIGNON.

           IF EIBCALEN = 0
      *        NO COMMAREA HAS BEEN PASSED YET - DFHCOMMAREA BELOW IS
      *        NOT ADDRESSABLE, SO THE OUTBOUND COMMAREA IS BUILT IN
                       EXEC CICS RETURN END-EXEC
                   WHEN DFHPF4
                       PERFORM 4000-BOOK-THIS-GUEST
                   WHEN DFHPF5
                       PERFORM 4500-SAVE-NOTE
                   WHEN DFHPF12
                       PERFORM 1000-SEND-INITIAL-MAP
                   WHEN OTHER
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
           MOVE LOW-VALUE TO INQUIRY.
                           BC-D-ADDRESS BC-D-CITY BC-D-PROVINCE
                           BC-D-POSTALCODE BC-D-TIER
                       MOVE ZERO TO BC-D-NUMROOMS
                       PERFORM 2410-CLEAR-NOTE-LINES
                       MOVE 'NO GUEST ON FILE - KEY DETAILS AND ENTER'
                           TO WS-MESSAGE-AREA
                   END-IF
           MOVE GM-POSTALCODE TO BC-D-POSTALCODE.
           MOVE GM-NUMROOMS   TO BC-D-NUMROOMS.
           PERFORM 2210-SHOW-GUEST-TIER.
           PERFORM 2400-SHOW-GUEST-NOTES.
      *
       2210-SHOW-GUEST-TIER.
      *        THE RETURNING-GUEST TIER IS SCORED NIGHTLY FROM THE
               MOVE GM-STAY-COUNT TO WS-TT-STAYS
               MOVE WS-TIER-TEXT  TO BC-D-TIER
           END-IF.
      *
       2400-SHOW-GUEST-NOTES.
      *        LIST THE FIRST FIVE ACTIVE NOTES AND COUNT THEM ALL FOR
      *        THE INDICATOR, FLAGGING A DO-NOT-RENT OR VIP NOTE.
      *        NOTE-SEQ IS GAP-FREE FROM 1 (SEE GuestNoteRecord.cbl),
      *        SO THE FIRST NOTFND ENDS THE WALK.
           PERFORM 2410-CLEAR-NOTE-LINES.
           MOVE ZERO TO WS-NOTE-ACTIVE WS-NOTE-SHOWN.
           MOVE 'N' TO WS-NOTE-DNR WS-NOTE-VIP.
           MOVE GM-PHONENO TO GN-PHONENO.
           MOVE 1 TO WS-NOTE-PROBE.
           MOVE 'N' TO WS-NOTE-DONE.
           PERFORM UNTIL WS-NOTE-DONE = 'Y'
               MOVE WS-NOTE-PROBE TO GN-NOTE-SEQ
               EXEC CICS READ FILE('GUESTNOT')
                   INTO(GUEST-NOTE-RECORD)
                   RIDFLD(GN-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-NOTE-DONE
               ELSE
                   IF GN-STATUS = 'A'
                       ADD 1 TO WS-NOTE-ACTIVE
                       IF GN-NOTE-TYPE = 'DNR'
                           MOVE 'Y' TO WS-NOTE-DNR
                       END-IF
                       IF GN-NOTE-TYPE = 'VIP'
                           MOVE 'Y' TO WS-NOTE-VIP
                       END-IF
                       IF WS-NOTE-SHOWN < 5
                           ADD 1 TO WS-NOTE-SHOWN
                           MOVE GN-NOTE-SEQ  TO WS-NL-SEQ
                           MOVE GN-NOTE-TYPE TO WS-NL-TYPE
                           MOVE GN-NOTE-TEXT TO WS-NL-TEXT
                           MOVE WS-NOTE-LINE-TEXT
                               TO BC-D-NOTE(WS-NOTE-SHOWN)
                       END-IF
                   END-IF
                   IF WS-NOTE-PROBE = 999
                       MOVE 'Y' TO WS-NOTE-DONE
                   ELSE
                       ADD 1 TO WS-NOTE-PROBE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NOTE-ACTIVE = ZERO
               MOVE 'NONE' TO BC-D-NOTEIND
           ELSE
               MOVE WS-NOTE-ACTIVE TO WS-NI-COUNT
               EVALUATE TRUE
                   WHEN WS-NOTE-DNR = 'Y'
                       MOVE '- DO NOT RENT' TO WS-NI-FLAG
                   WHEN WS-NOTE-VIP = 'Y'
                       MOVE '- VIP' TO WS-NI-FLAG
                   WHEN OTHER
                       MOVE SPACE TO WS-NI-FLAG
               END-EVALUATE
               MOVE WS-NOTE-IND-TEXT TO BC-D-NOTEIND
           END-IF.
      *
       2410-CLEAR-NOTE-LINES.
           MOVE SPACE TO BC-D-NOTEIND.
           PERFORM VARYING WS-NOTE-SHOWN FROM 1 BY 1
                   UNTIL WS-NOTE-SHOWN > 5
               MOVE SPACE TO BC-D-NOTE(WS-NOTE-SHOWN)
           END-PERFORM.
      *
       4500-SAVE-NOTE.
      *        PF5 WORKS ON THE GUEST ALREADY DISPLAYED.  A PHONE THE
      *        PROGRAM FILLED IN (A NAME LOOKUP) COMES BACK LOW-VALUE,
      *        SO AN EMPTY PHONE MEANS THE ONE SHOWN LAST TASK.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(INQUIRY)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.
           IF BC-D-PHONENO = SPACE OR BC-D-PHONENO = LOW-VALUE
               MOVE IC-PHONENO TO BC-D-PHONENO
           END-IF.

           IF BC-D-PHONENO NOT = IC-PHONENO OR
              IC-PHONENO = SPACE OR IC-PHONENO = LOW-VALUE
               MOVE 'LOAD THE GUEST WITH ENTER BEFORE SAVING A NOTE'
                   TO WS-MESSAGE-AREA
           ELSE
               MOVE BC-D-PHONENO TO GM-PHONENO
               EXEC CICS READ FILE('GUESTMAS')
                   INTO(GUEST-MASTER-RECORD)
                   RIDFLD(GM-PHONENO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'SAVE THE GUEST RECORD BEFORE ADDING NOTES'
                       TO WS-MESSAGE-AREA
               ELSE
                   MOVE BC-D-NTYPE TO WS-NK-TYPE
                   MOVE BC-D-NLIFT TO WS-NK-LIFT
                   INSPECT WS-NOTE-KEYED
                       REPLACING ALL '_' BY SPACE
                                 ALL LOW-VALUE BY SPACE
                   INSPECT WS-NOTE-KEYED CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF WS-NK-LIFT NOT = SPACE
                       PERFORM 4600-LIFT-NOTE
                   ELSE
                       IF WS-NK-TYPE NOT = SPACE
                           PERFORM 4550-ADD-NOTE
                       ELSE
                           MOVE
                        'KEY A NOTE TYPE AND TEXT, OR A NOTE # TO LIFT'
                               TO WS-MESSAGE-AREA
                       END-IF
                   END-IF
                   PERFORM 2400-SHOW-GUEST-NOTES
               END-IF
           END-IF.

           PERFORM 3000-SEND-DATAONLY.
      *
       4550-ADD-NOTE.
           IF WS-NK-TYPE NOT = 'REQ' AND WS-NK-TYPE NOT = 'VIP' AND
              WS-NK-TYPE NOT = 'DNR' AND WS-NK-TYPE NOT = 'GEN'
               MOVE 'NOTE TYPE MUST BE REQ, VIP, DNR OR GEN'
                   TO WS-MESSAGE-AREA
           ELSE
               IF BC-D-NTEXT = SPACE OR BC-D-NTEXT = LOW-VALUE
                   MOVE 'KEY THE NOTE TEXT' TO WS-MESSAGE-AREA
               ELSE
                   MOVE 'Y' TO WS-AUTH-OK
                   IF WS-NK-TYPE = 'DNR'
                       PERFORM 4650-CHECK-AUTHORITY
                   END-IF
                   IF WS-AUTH-OK = 'Y'
      *                FIND THE NEXT FREE NOTE-SEQ - THE FIRST NOTFND.
                       MOVE GM-PHONENO TO GN-PHONENO
                       MOVE 1 TO WS-NOTE-PROBE
                       MOVE 'N' TO WS-NOTE-DONE
                       PERFORM UNTIL WS-NOTE-DONE = 'Y'
                           MOVE WS-NOTE-PROBE TO GN-NOTE-SEQ
                           EXEC CICS READ FILE('GUESTNOT')
                               INTO(GUEST-NOTE-RECORD)
                               RIDFLD(GN-KEY)
                               RESP(WS-RESP)
                           END-EXEC
                           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                              WS-NOTE-PROBE = 999
                               MOVE 'Y' TO WS-NOTE-DONE
                           ELSE
                               ADD 1 TO WS-NOTE-PROBE
                           END-IF
                       END-PERFORM
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE 'GUEST HAS THE MAXIMUM NUMBER OF NOTES'
                               TO WS-MESSAGE-AREA
                       ELSE
                           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                           MOVE GM-PHONENO    TO GN-PHONENO
                           MOVE WS-NOTE-PROBE TO GN-NOTE-SEQ
                           MOVE WS-NK-TYPE    TO GN-NOTE-TYPE
                           MOVE 'A'           TO GN-STATUS
                           MOVE BC-D-NTEXT    TO GN-NOTE-TEXT
                           MOVE WS-TODAY      TO GN-ADDED-DATE
                           MOVE CS-CLERK-ID   TO GN-ADDED-BY
                           MOVE ZERO          TO GN-LIFTED-DATE
                           MOVE SPACE         TO GN-LIFTED-BY
                           EXEC CICS WRITE FILE('GUESTNOT')
                               FROM(GUEST-NOTE-RECORD)
                               RIDFLD(GN-KEY)
                               RESP(WS-RESP)
                           END-EXEC
                           IF WS-RESP = DFHRESP(NORMAL)
                               MOVE SPACE TO WS-STATUS-BEFORE
                               MOVE SPACE TO WS-STATUS-AFTER
                               STRING GN-NOTE-TYPE ' ADDED'
                                   DELIMITED BY SIZE
                                   INTO WS-STATUS-AFTER
                               PERFORM 4900-WRITE-AUDIT-LOG
                               MOVE '___' TO BC-D-NTYPE
                               MOVE SPACE TO BC-D-NTEXT
                               MOVE 'NOTE SAVED' TO WS-MESSAGE-AREA
                           ELSE
                               MOVE 'ERROR SAVING NOTE'
                                   TO WS-MESSAGE-AREA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       4600-LIFT-NOTE.
      *        THE NOTE NUMBER MAY BE KEYED WITH OR WITHOUT LEADING
      *        ZEROES.
           MOVE ZERO TO WS-LIFT-SEQ.
           EVALUATE TRUE
               WHEN WS-NK-LIFT(2:2) = SPACE AND
                    WS-NK-LIFT(1:1) IS NUMERIC
                   MOVE WS-NK-LIFT(1:1) TO WS-LIFT-SEQ
               WHEN WS-NK-LIFT(3:1) = SPACE AND
                    WS-NK-LIFT(1:2) IS NUMERIC
                   MOVE WS-NK-LIFT(1:2) TO WS-LIFT-SEQ
               WHEN WS-NK-LIFT IS NUMERIC
                   MOVE WS-NK-LIFT TO WS-LIFT-SEQ
           END-EVALUATE.

           MOVE GM-PHONENO  TO GN-PHONENO.
           MOVE WS-LIFT-SEQ TO GN-NOTE-SEQ.
           IF WS-LIFT-SEQ = ZERO
               MOVE 'NOTE # MUST BE NUMERIC' TO WS-MESSAGE-AREA
           ELSE
               EXEC CICS READ FILE('GUESTNOT')
                   INTO(GUEST-NOTE-RECORD)
                   RIDFLD(GN-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'NO SUCH NOTE FOR THIS GUEST'
                           TO WS-MESSAGE-AREA
                   WHEN GN-STATUS NOT = 'A'
                       MOVE 'NOTE IS ALREADY LIFTED' TO WS-MESSAGE-AREA
                   WHEN OTHER
                       MOVE 'Y' TO WS-AUTH-OK
                       IF GN-NOTE-TYPE = 'DNR'
                           PERFORM 4650-CHECK-AUTHORITY
                       END-IF
                       IF WS-AUTH-OK = 'Y'
                           PERFORM 4660-REWRITE-LIFTED-NOTE
                       END-IF
               END-EVALUATE
           END-IF.
      *
       4650-CHECK-AUTHORITY.
      *        A DO-NOT-RENT NOTE IS A SUPERVISOR DECISION BOTH WAYS -
      *        THE SAME CLERKMAS LEVEL THAT GUARDS THE BIG
      *        CANCELLATIONS IN KC03C46 GUARDS ADDING OR LIFTING ONE.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE CS-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND CM-AUTH-LEVEL > 1
               MOVE 'Y' TO WS-AUTH-OK
           ELSE
               MOVE 'SUPERVISOR AUTHORITY REQUIRED FOR DO-NOT-RENT'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       4660-REWRITE-LIFTED-NOTE.
           EXEC CICS READ FILE('GUESTNOT')
               INTO(GUEST-NOTE-RECORD)
               RIDFLD(GN-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
               MOVE 'L'      TO GN-STATUS
               MOVE WS-TODAY TO GN-LIFTED-DATE
               MOVE CS-CLERK-ID  TO GN-LIFTED-BY
               EXEC CICS REWRITE FILE('GUESTNOT')
                   FROM(GUEST-NOTE-RECORD)
               END-EXEC
               MOVE SPACE TO WS-STATUS-BEFORE WS-STATUS-AFTER
               STRING GN-NOTE-TYPE ' ACTIVE' DELIMITED BY SIZE
                   INTO WS-STATUS-BEFORE
               STRING GN-NOTE-TYPE ' LIFTED' DELIMITED BY SIZE
                   INTO WS-STATUS-AFTER
               PERFORM 4900-WRITE-AUDIT-LOG
               MOVE '___' TO BC-D-NLIFT
               MOVE 'NOTE LIFTED' TO WS-MESSAGE-AREA
           ELSE
               MOVE 'ERROR UPDATING NOTE' TO WS-MESSAGE-AREA
           END-IF.
      *
       4900-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID      TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE GM-PHONENO       TO AL-PHONENO.
           MOVE SPACE            TO AL-ROOMNO.
           MOVE 'NOTE'           TO AL-ACTION.
           MOVE WS-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE WS-STATUS-AFTER  TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       3000-SEND-DATAONLY.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
