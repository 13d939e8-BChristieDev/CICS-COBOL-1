      *          IS NOT ON FILE YET), PF6 RETIRES IT.  A ROOM HOLDING
      *          AN ACTIVE BOOKING (RM-PHONENO ASSIGNED) CANNOT BE
      *          RETIRED OR TAKEN OUT OF SERVICE UNLESS THE CONFIRM
      *          FIELD IS KEYED 'Y'.  THE ROOM'S FEATURE CODES
      *          (ACCESSIBLE, SMOKING, BED TYPE, VIEW AND THE ROOM IT
      *          CONNECTS TO) ARE KEPT ON THE SAME SCREEN.  EVERY
      *          STATUS FLIP, FEATURE CHANGE, ADD AND RETIRE IS LOGGED
      *          TO AUDITLOG THE SAME WAY KC03A46 LOGS BOOKING CHANGES.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'RMNTMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'RMNT'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-STATUS-BEFORE      PIC X(20).
       01  WS-STATUS-AFTER       PIC X(20).
       01  WS-AUDIT-ACTION       PIC X(06).
       01  WS-NEW-STATUS         PIC X(20).
       01  WS-AUTH-OK            PIC X(01).
       01  WS-FEATURES-OK        PIC X(01).
       01  WS-FEATURES-BEFORE    PIC X(14).
      *
      *    FEATURE CODES AS KEYED.  A FIELD THE CLERK DID NOT TOUCH
      *    STAYS LOW-VALUE HERE AND KEEPS WHAT IS ON THE RECORD.
       01  WS-NEW-FEATURES.
           05  WS-NEW-ACCESSIBLE PIC X(01).
           05  WS-NEW-SMOKING    PIC X(01).
           05  WS-NEW-BED-TYPE   PIC X(02).
           05  WS-NEW-VIEW       PIC X(02).
           05  WS-NEW-CONNECTS-TO PIC X(08).
      *
      *    STAGING COPY OF THE MAINTENANCE COMMAREA, USED ONLY TO
      *    BUILD THE COLD-START RETURN WHEN EIBCALEN = 0 - AT THAT
           COPY "AuditLogRecord.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "RoomCalendarRecord.cbl".
      *
      *    THE ROOM KEYED AS CONNECTING, READ ONLY TO PROVE IT IS ON
      *    FILE AT THE SAME HOTEL.
           COPY "RoomMasterRecord.cbl" REPLACING
               ==ROOM-MASTER-RECORD== BY ==ROOM-CONNECT-RECORD==
               LEADING ==RM== BY ==RX==.
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "MaintCommArea.cbl".
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
           MOVE LOW-VALUE TO RMNTMAP.
                   MOVE LOW-VALUE TO BC-D-CAPACITY BC-D-STATUS
                       BC-D-PHONENO BC-D-CHECKINDT BC-D-CHECKOUTDT
                       BC-D-CONFIRM
                       BC-D-ACCESS BC-D-SMOKING BC-D-BEDTYPE
                       BC-D-VIEW BC-D-CONNECT
                   MOVE
                     'ROOM NOT ON FILE - KEY DETAILS, PF5 ADDS IT'
                       TO WS-MESSAGE-AREA
           MOVE RM-CHECKIN-DATE  TO BC-D-CHECKINDT.
           MOVE RM-CHECKOUT-DATE TO BC-D-CHECKOUTDT.
           MOVE SPACE            TO BC-D-CONFIRM.
           MOVE RM-ACCESSIBLE    TO BC-D-ACCESS.
           MOVE RM-SMOKING       TO BC-D-SMOKING.
           MOVE RM-BED-TYPE      TO BC-D-BEDTYPE.
           MOVE RM-VIEW          TO BC-D-VIEW.
           MOVE RM-CONNECTS-TO   TO BC-D-CONNECT.
      *
       4000-SAVE-ROOM.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                       TO WS-MESSAGE-AREA
                   PERFORM 3000-SEND-DATAONLY
               ELSE
                   PERFORM 2400-EDIT-FEATURES
                   IF WS-FEATURES-OK NOT = 'Y'
                       PERFORM 3000-SEND-DATAONLY
                   ELSE
                       IF MC-FOUND = 'Y'
                           PERFORM 4200-UPDATE-ROOM
                       ELSE
                           PERFORM 4100-ADD-ROOM
                       END-IF
                   END-IF
               END-IF
           END-IF
               MOVE WS-NEW-STATUS  TO RM-STATUS
               MOVE SPACE TO RM-PHONENO
               MOVE ZERO  TO RM-CHECKIN-DATE RM-CHECKOUT-DATE
      *        A NEW ROOM IS NEITHER ACCESSIBLE NOR SMOKING UNLESS
      *        THE CLERK SAYS SO.
               MOVE 'N'   TO RM-ACCESSIBLE RM-SMOKING
               MOVE SPACE TO RM-BED-TYPE RM-VIEW RM-CONNECTS-TO
               PERFORM 4300-APPLY-FEATURES
               EXEC CICS WRITE FILE('ROOMMAS')
                   FROM(ROOM-MASTER-RECORD)
                   RIDFLD(RM-KEY)
                       MOVE BC-D-CAPACITY TO RM-CAPACITY
                   END-IF
                   MOVE WS-NEW-STATUS TO RM-STATUS
                   MOVE RM-FEATURES TO WS-FEATURES-BEFORE
                   PERFORM 4300-APPLY-FEATURES
                   EXEC CICS REWRITE FILE('ROOMMAS')
                       FROM(ROOM-MASTER-RECORD)
                   END-EXEC
                       MOVE 'CHANGE' TO WS-AUDIT-ACTION
                       PERFORM 4900-WRITE-AUDIT-LOG
                   END-IF
      *            A FEATURE CHANGE IS LOGGED WITH THE OLD AND NEW
      *            FEATURE CODES IN THE STATUS COLUMNS, SO AN
      *            ACCESSIBLE FLAG TAKEN OFF A ROOM CAN BE TRACED.
                   IF RM-FEATURES NOT = WS-FEATURES-BEFORE
                       MOVE WS-FEATURES-BEFORE TO WS-STATUS-BEFORE
                       MOVE RM-FEATURES  TO WS-STATUS-AFTER
                       MOVE 'FEATUR' TO WS-AUDIT-ACTION
                       PERFORM 4900-WRITE-AUDIT-LOG
                   END-IF
                   PERFORM 2200-FILL-ROOM-FIELDS
                   MOVE 'ROOM UPDATED' TO WS-MESSAGE-AREA
                   PERFORM 3000-SEND-DATAONLY
               END-IF
           END-IF.
      *
       4300-APPLY-FEATURES.
      *        ONLY THE FEATURE FIELDS THE CLERK KEYED REPLACE WHAT IS
      *        ON THE RECORD; BLANKING A FIELD CLEARS IT.
           IF WS-NEW-ACCESSIBLE NOT = LOW-VALUE
               IF WS-NEW-ACCESSIBLE = SPACE
                   MOVE 'N' TO RM-ACCESSIBLE
               ELSE
                   MOVE WS-NEW-ACCESSIBLE TO RM-ACCESSIBLE
               END-IF
           END-IF.
           IF WS-NEW-SMOKING NOT = LOW-VALUE
               IF WS-NEW-SMOKING = SPACE
                   MOVE 'N' TO RM-SMOKING
               ELSE
                   MOVE WS-NEW-SMOKING TO RM-SMOKING
               END-IF
           END-IF.
           IF WS-NEW-BED-TYPE NOT = LOW-VALUE
               MOVE WS-NEW-BED-TYPE TO RM-BED-TYPE
           END-IF.
           IF WS-NEW-VIEW NOT = LOW-VALUE
               MOVE WS-NEW-VIEW TO RM-VIEW
           END-IF.
           IF WS-NEW-CONNECTS-TO NOT = LOW-VALUE
               MOVE WS-NEW-CONNECTS-TO TO RM-CONNECTS-TO
           END-IF.
      *
       4500-RETIRE-ROOM.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
                       MOVE LOW-VALUE TO BC-D-CAPACITY BC-D-STATUS
                           BC-D-PHONENO BC-D-CHECKINDT
                           BC-D-CHECKOUTDT BC-D-CONFIRM
                           BC-D-ACCESS BC-D-SMOKING BC-D-BEDTYPE
                           BC-D-VIEW BC-D-CONNECT
                       MOVE 'ROOM RETIRED' TO WS-MESSAGE-AREA
                       PERFORM 3000-SEND-DATAONLY
                   END-IF
      *        KC03C46 GATES EVERY SAVE AND RETIRE HERE.  AN OPERATOR
      *        WITH NO CLERKMAS ROW HAS NO AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE CS-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
               MOVE 'SUPERVISOR AUTHORITY REQUIRED FOR MAINTENANCE'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       2400-EDIT-FEATURES.
      *        THE UNDERSCORE FILL OF A PARTLY KEYED FIELD IS TAKEN AS
      *        BLANK AND LOWER CASE IS ACCEPTED.  A WHOLLY UNTOUCHED
      *        FIELD COMES BACK LOW-VALUE AND IS LEFT THAT WAY.
           MOVE 'Y' TO WS-FEATURES-OK.
           MOVE BC-D-ACCESS  TO WS-NEW-ACCESSIBLE.
           MOVE BC-D-SMOKING TO WS-NEW-SMOKING.
           MOVE BC-D-BEDTYPE TO WS-NEW-BED-TYPE.
           MOVE BC-D-VIEW    TO WS-NEW-VIEW.
           MOVE BC-D-CONNECT TO WS-NEW-CONNECTS-TO.
           INSPECT WS-NEW-FEATURES REPLACING ALL '_' BY SPACE.
           INSPECT WS-NEW-FEATURES CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF WS-NEW-ACCESSIBLE NOT = LOW-VALUE AND
              WS-NEW-ACCESSIBLE NOT = SPACE AND
              WS-NEW-ACCESSIBLE NOT = 'Y' AND
              WS-NEW-ACCESSIBLE NOT = 'N'
               MOVE 'ACCESSIBLE ROOM MUST BE Y OR N' TO WS-MESSAGE-AREA
               MOVE 'N' TO WS-FEATURES-OK
           END-IF.
           IF WS-NEW-SMOKING NOT = LOW-VALUE AND
              WS-NEW-SMOKING NOT = SPACE AND
              WS-NEW-SMOKING NOT = 'Y' AND
              WS-NEW-SMOKING NOT = 'N'
               MOVE 'SMOKING ROOM MUST BE Y OR N' TO WS-MESSAGE-AREA
               MOVE 'N' TO WS-FEATURES-OK
           END-IF.
           IF WS-NEW-BED-TYPE NOT = LOW-VALUE AND
              WS-NEW-BED-TYPE NOT = SPACE AND
              WS-NEW-BED-TYPE NOT = 'K ' AND
              WS-NEW-BED-TYPE NOT = 'Q ' AND
              WS-NEW-BED-TYPE NOT = 'D ' AND
              WS-NEW-BED-TYPE NOT = 'S ' AND
              WS-NEW-BED-TYPE NOT = '2Q' AND
              WS-NEW-BED-TYPE NOT = '2D' AND
              WS-NEW-BED-TYPE NOT = '2S'
               MOVE 'BED TYPE MUST BE K, Q, D, S, 2Q, 2D OR 2S'
                   TO WS-MESSAGE-AREA
               MOVE 'N' TO WS-FEATURES-OK
           END-IF.
           IF WS-FEATURES-OK = 'Y' AND
              WS-NEW-CONNECTS-TO NOT = LOW-VALUE AND
              WS-NEW-CONNECTS-TO NOT = SPACE
               PERFORM 2450-CHECK-CONNECTING-ROOM
           END-IF.
      *
       2450-CHECK-CONNECTING-ROOM.
      *        THE CONNECTING ROOM MUST BE ANOTHER ROOM ON FILE AT THE
      *        SAME HOTEL.
           IF WS-NEW-CONNECTS-TO = MC-ROOMNO
               MOVE 'A ROOM CANNOT CONNECT TO ITSELF' TO WS-MESSAGE-AREA
               MOVE 'N' TO WS-FEATURES-OK
           ELSE
               MOVE MC-HOTEL           TO RX-HOTEL
               MOVE WS-NEW-CONNECTS-TO TO RX-ROOMNO
               EXEC CICS READ FILE('ROOMMAS')
                   INTO(ROOM-CONNECT-RECORD)
                   RIDFLD(RX-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'CONNECTING ROOM IS NOT ON FILE AT THIS HOTEL'
                       TO WS-MESSAGE-AREA
                   MOVE 'N' TO WS-FEATURES-OK
               END-IF
           END-IF.
      *
       4900-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID      TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE RM-PHONENO       TO AL-PHONENO.
           MOVE MC-ROOMNO        TO AL-ROOMNO.
           MOVE WS-AUDIT-ACTION  TO AL-ACTION.
           MOVE WS-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE WS-STATUS-AFTER  TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
