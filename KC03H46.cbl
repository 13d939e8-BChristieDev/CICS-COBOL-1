      *          - OR 'P' WHEN A PROBLEM WAS FOUND, TAKING IT OUT OF
      *          SERVICE FOR MAINTENANCE, THEN PRESS PF5.  EVERY FLIP
      *          IS LOGGED TO AUDITLOG THE SAME WAY KC03M46 LOGS ITS
      *          STATUS CHANGES.  THE ROOM ATTENDANT WHO DID THE WORK
      *          IS KEYED ON THE SCREEN AND MUST BE AN ACTIVE HSKATT
      *          ATTENDANT OF THE HOTEL; EACH ROOM RECORDED IS ALSO
      *          WRITTEN TO HSKPLOG UNDER THAT ATTENDANT FOR THE WEEKLY
      *          PRODUCTIVITY REPORT (KC03R37).
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'HSKPMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'HSKP'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-PAGENO-TEXT        PIC X(20).
       01  WS-ANY-RECORDED       PIC X(01).
       01  WS-STATUS-BEFORE      PIC X(20).
       01  WS-STATUS-AFTER       PIC X(20).
       01  WS-ANY-MARKED         PIC X(01).
      *
      *    ROOM NUMBERS BEHIND THE SIX DISPLAYED ROWS.  ROOMNO1-6 ON
      *    HSKM46 ARE PROTECTED/ASKIP FIELDS, SO A LATER TASK NEVER
               DFHCOMMAREA  BY WS-INITIAL-CA
               HK-HOTEL     BY WS-I-HOTEL
               HK-PAGE-NUM  BY WS-I-PAGE-NUM
               HK-DISPLAYED BY WS-I-DISPLAYED
               HK-ATTENDANT-ID BY WS-I-ATTENDANT-ID.
      *
           COPY "HSKM46SymbolicMap.cbl".
           COPY "RoomMasterRecord.cbl".
           COPY "AuditLogRecord.cbl".
           COPY "AttendantMasterRecord.cbl".
           COPY "HousekeepingLogRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "HskpCommArea.cbl".
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
           MOVE LOW-VALUE TO HSKPMAP.
       1600-SHOW-LIST-PAGE.
           MOVE LOW-VALUE TO HSKPMAP.
           MOVE HK-HOTEL TO BC-D-HOTEL-IN.
           IF HK-ATTENDANT-ID NOT = SPACE
               MOVE HK-ATTENDANT-ID TO BC-D-ATTEND
               MOVE HK-HOTEL        TO HA-HOTEL
               MOVE HK-ATTENDANT-ID TO HA-ATTENDANT-ID
               EXEC CICS READ FILE('HSKATT')
                   INTO(ATTENDANT-MASTER-RECORD)
                   RIDFLD(HA-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE HA-NAME TO BC-D-ATTNAME
               END-IF
           END-IF.
           PERFORM 2150-LOAD-LIST-ROWS.
           PERFORM 2160-SHOW-PAGE-NUM.
           IF WS-SHOWN = ZERO AND WS-MESSAGE-AREA = SPACE
                   TO WS-MESSAGE-AREA
           END-IF.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           MOVE 'KEY ATTENDANT, MARK C=CLEANED P=PROBLEM, THEN PF5'
               TO BC-D-INSTR.
           MOVE 'F3=Exit F5=Record F7=Bkwd F8=Fwd' TO BC-D-FKEYS.
           EXEC CICS SEND MAP(WS-MAPNAME)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.
           PERFORM 2050-CAPTURE-ATTENDANT.

           IF BC-D-HOTEL-IN = SPACE OR BC-D-HOTEL-IN = LOW-VALUE
               MOVE 'HOTEL IS REQUIRED' TO WS-MESSAGE-AREA
               MOVE 'Y' TO HK-DISPLAYED
               PERFORM 1600-SHOW-LIST-PAGE
           END-IF.
      *
       2050-CAPTURE-ATTENDANT.
      *        THE ATTENDANT IS SENT BACK ON EVERY PAGE WITHOUT ITS
      *        MODIFIED TAG, SO IT ONLY COMES IN WHEN RE-KEYED - THE
      *        COMMAREA COPY STANDS OTHERWISE.
           IF BC-L-ATTEND > ZERO
               MOVE BC-D-ATTEND TO HK-ATTENDANT-ID
               INSPECT HK-ATTENDANT-ID
                   REPLACING ALL LOW-VALUE BY SPACE
           END-IF.
      *
       2150-LOAD-LIST-ROWS.
      *        WALK THE HOTEL'S ROOMS IN RM-KEY ORDER, COUNT OFF THE

           MOVE SPACE TO WS-MESSAGE-AREA.
           MOVE 'N' TO WS-ANY-RECORDED.
           MOVE 'N' TO WS-ANY-MARKED.
           PERFORM 2050-CAPTURE-ATTENDANT.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               MOVE BC-D-MARK(WS-SUB) TO WS-MARK(WS-SUB)
               IF WS-MARK(WS-SUB) = 'C' OR WS-MARK(WS-SUB) = 'c' OR
                  WS-MARK(WS-SUB) = 'P' OR WS-MARK(WS-SUB) = 'p'
                   MOVE 'Y' TO WS-ANY-MARKED
               END-IF
           END-PERFORM.

           IF HK-DISPLAYED NOT = 'Y'
               MOVE 'LOAD A LIST BEFORE RECORDING' TO WS-MESSAGE-AREA
           ELSE
               IF WS-ANY-MARKED = 'Y'
                   PERFORM 2550-VALIDATE-ATTENDANT
               END-IF
           END-IF.

           IF WS-MESSAGE-AREA NOT = SPACE
               PERFORM 3000-SEND-DATAONLY
           ELSE
               PERFORM 2150-LOAD-LIST-ROWS
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
                   IF WS-ROW-ROOMNO(WS-SUB) NOT = SPACE AND
               END-IF
               PERFORM 1600-SHOW-LIST-PAGE
           END-IF.
      *
       2550-VALIDATE-ATTENDANT.
      *        EVERY ROOM RECORDED IS CREDITED TO AN ATTENDANT, SO
      *        NOTHING IS RECORDED UNTIL A REAL ONE IS KEYED.
           IF HK-ATTENDANT-ID = SPACE
               MOVE 'KEY THE ATTENDANT WHO DID THE WORK, THEN PF5'
                   TO WS-MESSAGE-AREA
           ELSE
               MOVE HK-HOTEL        TO HA-HOTEL
               MOVE HK-ATTENDANT-ID TO HA-ATTENDANT-ID
               EXEC CICS READ FILE('HSKATT')
                   INTO(ATTENDANT-MASTER-RECORD)
                   RIDFLD(HA-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'ATTENDANT NOT ON FILE FOR THIS HOTEL'
                       TO WS-MESSAGE-AREA
               ELSE
                   IF HA-STATUS NOT = 'ACTIVE'
                       MOVE 'ATTENDANT IS NOT ACTIVE'
                           TO WS-MESSAGE-AREA
                   END-IF
               END-IF
           END-IF.
      *
       2600-RECORD-ONE-ROOM.
           MOVE HK-HOTEL TO RM-HOTEL.
                   FROM(ROOM-MASTER-RECORD)
               END-EXEC
               PERFORM 2700-WRITE-AUDIT-LOG
               PERFORM 2710-WRITE-HOUSEKEEPING-LOG
               MOVE 'Y' TO WS-ANY-RECORDED
           END-IF.
      *
       2700-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID      TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE RM-PHONENO       TO AL-PHONENO.
           MOVE RM-ROOMNO        TO AL-ROOMNO.
           MOVE 'CHANGE'         TO AL-ACTION.
           MOVE WS-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE WS-STATUS-AFTER  TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       2710-WRITE-HOUSEKEEPING-LOG.
           MOVE AL-LOG-DATE      TO HL-LOG-DATE.
           MOVE AL-LOG-TIME      TO HL-LOG-TIME.
           MOVE HK-HOTEL         TO HL-HOTEL.
           MOVE RM-ROOMNO        TO HL-ROOMNO.
           MOVE HK-ATTENDANT-ID  TO HL-ATTENDANT-ID.
           IF WS-MARK(WS-SUB) = 'C' OR WS-MARK(WS-SUB) = 'c'
               MOVE 'C' TO HL-RESULT
           ELSE
               MOVE 'P' TO HL-RESULT
           END-IF.
           MOVE CS-CLERK-ID      TO HL-CLERK-ID.
           MOVE EIBTRMID         TO HL-TERMID.
           EXEC CICS WRITE FILE('HSKPLOG')
               FROM(HOUSEKEEPING-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
