       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03T46.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: FRONT-DESK ROOM-MOVE TRANSACTION BEHIND MAP MOVM46
      *          (TRANSID RMOV).  WHEN AN IN-HOUSE GUEST HAS TO
      *          CHANGE ROOMS (A BROKEN SHOWER, A NOISY CORRIDOR) THE
      *          ONLY WAY USED TO BE A CANCEL ON CANM46 AND A FRESH
      *          BOOKING ON ADDM46, WHICH THREW AWAY THE RECORDED
      *          ARRIVAL, THE DEPOSIT AND THE CAPTURED RATE.  HERE THE
      *          CLERK KEYS THE PHONE, THE ROOM THE GUEST IS IN AND
      *          THE ROOM THEY ARE MOVING TO, CHECKS THE MOVE WITH
      *          ENTER, CONFIRMS, AND PF5 MOVES THE STAY - THE
      *          BOOKROOM ROW, ITS RESCAL ENTRY, THE ROOM MASTER
      *          POINTERS ON BOTH ROOMS AND ANY OPEN FOLIO LINES - SO
      *          THE ARRIVALS REPORT, THE FOLIO AND THE BILLING
      *          EXTRACT ALL SEE THE ROOM THE GUEST IS ACTUALLY IN.
      *          THE ROOM LEFT BEHIND GOES TO NEEDS CLEANING AND THE
      *          MOVE IS LOGGED AS A 'MOVE' AUDIT ENTRY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPSET             PIC X(08) VALUE 'MOVM46'.
       01  WS-MAPNAME            PIC X(08) VALUE 'MOVMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'RMOV'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-TODAY              PIC 9(08).
       01  WS-SEQ-PROBE          PIC 9(04).
       01  WS-PROBE-DONE         PIC X(01).
       01  WS-ROW-FOUND          PIC X(01).
       01  WS-DATES-FREE         PIC X(01).
       01  WS-CAL-DONE           PIC X(01).
       01  WS-CAL-ROOMNO         PIC X(08).
       01  WS-FROM-DATE          PIC 9(08).
       01  WS-FOL-PROBE          PIC 9(04).
       01  WS-FOL-DONE           PIC X(01).
      *
      *    STAGING COPY OF THE ROOM-MOVE COMMAREA, USED ONLY TO BUILD
      *    THE COLD-START RETURN WHEN EIBCALEN = 0 - AT THAT POINT NO
      *    COMMAREA HAS BEEN PASSED, SO THE LINKAGE SECTION DFHCOMMAREA
      *    BELOW MUST NOT BE TOUCHED.
           COPY "RoomMoveCommArea.cbl" REPLACING
               DFHCOMMAREA  BY WS-INITIAL-CA
               MV-PHONENO   BY WS-I-PHONENO
               MV-OLDROOM   BY WS-I-OLDROOM
               MV-NEWROOM   BY WS-I-NEWROOM
               MV-ROOMSEQ   BY WS-I-ROOMSEQ
               MV-FOUND     BY WS-I-FOUND
               MV-DISPLAYED BY WS-I-DISPLAYED.
      *
           COPY "MOVM46SymbolicMap.cbl".
           COPY "GuestMasterRecord.cbl".
           COPY "BookingRoomRecord.cbl".
           COPY "RoomMasterRecord.cbl".
           COPY "RoomCalendarRecord.cbl".
           COPY "GuestFolioRecord.cbl".
           COPY "AuditLogRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "RoomMoveCommArea.cbl".
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       0000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           PERFORM 0050-CHECK-SIGNON.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF EIBCALEN = 0
      *        NO COMMAREA HAS BEEN PASSED YET - DFHCOMMAREA BELOW IS
      *        NOT ADDRESSABLE, SO THE OUTBOUND COMMAREA IS BUILT IN
      *        WS-INITIAL-CA INSTEAD AND RETURNED WITH THAT.
               PERFORM 1000-SEND-INITIAL-MAP
               MOVE SPACE TO WS-INITIAL-CA
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-INITIAL-CA)
               END-EXEC
           ELSE
               EVALUATE EIBAID
                   WHEN DFHCLEAR
                       MOVE SPACE TO DFHCOMMAREA
                       PERFORM 1000-SEND-INITIAL-MAP
                   WHEN DFHPF3
                       EXEC CICS RETURN END-EXEC
                   WHEN DFHPF5
                       PERFORM 4000-EXECUTE-ROOM-MOVE
                   WHEN OTHER
                       PERFORM 2000-RECEIVE-AND-INQUIRE
               END-EVALUATE
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(DFHCOMMAREA)
               END-EXEC
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
           MOVE LOW-VALUE TO MOVMAP.
           MOVE 'KEY PHONE, CURRENT ROOM AND NEW ROOM, THEN PRESS ENTER'
               TO BC-D-INSTR.
           MOVE 'F3=Exit F5=Move the Guest' TO BC-D-FKEYS.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(MOVMAP)
               ERASE
           END-EXEC.
      *
       2000-RECEIVE-AND-INQUIRE.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(MOVMAP)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.
           MOVE 'N' TO MV-FOUND.
           PERFORM 2050-VALIDATE-KEYS.

           IF WS-MESSAGE-AREA = SPACE
               PERFORM 2100-LOOKUP-GUEST
           END-IF.
           IF WS-MESSAGE-AREA = SPACE
               PERFORM 2200-FIND-IN-HOUSE-ROW
           END-IF.
           IF WS-MESSAGE-AREA = SPACE
               PERFORM 2300-CHECK-NEW-ROOM
           END-IF.

           IF WS-MESSAGE-AREA = SPACE
               MOVE BC-D-PHONENO TO MV-PHONENO
               MOVE BC-D-OLDROOM TO MV-OLDROOM
               MOVE BC-D-NEWROOM TO MV-NEWROOM
               MOVE BR-ROOMSEQ   TO MV-ROOMSEQ
               MOVE 'Y' TO MV-FOUND
               MOVE 'MOVE CHECKED - KEY Y IN CONFIRM, THEN PF5'
                   TO WS-MESSAGE-AREA
           END-IF.
           MOVE 'Y' TO MV-DISPLAYED.
           PERFORM 3000-SEND-DATAONLY.
      *
       2050-VALIDATE-KEYS.
           EVALUATE TRUE
               WHEN BC-D-PHONENO = SPACE OR
                    BC-D-PHONENO = LOW-VALUE
                   MOVE 'GUEST PHONE NUMBER IS REQUIRED'
                       TO WS-MESSAGE-AREA
               WHEN BC-D-OLDROOM = SPACE OR
                    BC-D-OLDROOM = LOW-VALUE
                   MOVE 'ROOM THE GUEST IS IN IS REQUIRED'
                       TO WS-MESSAGE-AREA
               WHEN BC-D-NEWROOM = SPACE OR
                    BC-D-NEWROOM = LOW-VALUE
                   MOVE 'ROOM TO MOVE THE GUEST TO IS REQUIRED'
                       TO WS-MESSAGE-AREA
               WHEN BC-D-NEWROOM = BC-D-OLDROOM
                   MOVE 'OLD AND NEW ROOM NUMBERS ARE THE SAME'
                       TO WS-MESSAGE-AREA
           END-EVALUATE.
      *
       2100-LOOKUP-GUEST.
           MOVE BC-D-PHONENO TO GM-PHONENO.
           EXEC CICS READ FILE('GUESTMAS')
               INTO(GUEST-MASTER-RECORD)
               RIDFLD(GM-PHONENO)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE GM-FIRSTNAME TO BC-D-FIRSTNANE
               MOVE GM-LASTNAME  TO BC-D-LASTNANE
           ELSE
               MOVE LOW-VALUE TO BC-D-FIRSTNANE BC-D-LASTNANE
               MOVE 'GUEST NOT ON FILE' TO WS-MESSAGE-AREA
           END-IF.
      *
       2200-FIND-IN-HOUSE-ROW.
      *        ONLY A GUEST WHO IS ACTUALLY IN THE ROOM CAN BE MOVED
      *        OUT OF IT - A BOOKED ROW FOR THE KEYED ROOM WITH AN
      *        ARRIVAL RECORDED (KC03F46) AND NO DEPARTURE YET, THE
      *        SAME TEST KC03P46 PUTS ON A FOLIO CHARGE.  A DUE-IN
      *        GUEST'S ROOM IS STILL CHANGED BY RE-SAVING THE BOOKING
      *        ON ADDM46.  ROOMSEQ IS GAP-FREE FROM 1, SO THE FIRST
      *        NOTFND MARKS THE END OF THIS GUEST'S ROOMS.
           MOVE 'N' TO WS-ROW-FOUND.
           MOVE 1 TO WS-SEQ-PROBE.
           MOVE 'N' TO WS-PROBE-DONE.
           PERFORM UNTIL WS-PROBE-DONE = 'Y'
               MOVE BC-D-PHONENO TO BR-PHONENO
               MOVE WS-SEQ-PROBE TO BR-ROOMSEQ
               EXEC CICS READ FILE('BOOKROOM')
                   INTO(BOOKING-ROOM-RECORD)
                   RIDFLD(BR-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF BR-ROOMNO = BC-D-OLDROOM AND
                      BR-STATUS = 'BOOKED' AND
                      BR-ACTUAL-ARRIVAL > ZERO AND
                      BR-ACTUAL-DEPART = ZERO
                       MOVE 'Y' TO WS-ROW-FOUND
                       MOVE 'Y' TO WS-PROBE-DONE
                   ELSE
                       ADD 1 TO WS-SEQ-PROBE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-PROBE-DONE
               END-IF
           END-PERFORM.

           IF WS-ROW-FOUND = 'Y'
               MOVE BR-HOTEL          TO BC-D-HOTEL
               MOVE BR-CHECKIN-DATE   TO BC-D-CHECKIN
               MOVE BR-CHECKOUT-DATE  TO BC-D-CHECKOUT
               MOVE BR-ACTUAL-ARRIVAL TO BC-D-ARRIVED
               MOVE BR-NIGHTLY-RATE   TO BC-D-RATE
           ELSE
               MOVE 'GUEST IS NOT IN-HOUSE IN THAT ROOM'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       2300-CHECK-NEW-ROOM.
      *        THE GUEST WALKS INTO THE NEW ROOM NOW, SO IT MUST BE
      *        IN THE SAME HOTEL, CLEAN AND EMPTY (AVAILABLE - A ROOM
      *        STILL NEEDING CLEANING OR OUT OF SERVICE IS NOT
      *        OFFERED), AND FREE ON ITS CALENDAR FOR THE REST OF THE
      *        STAY.
           MOVE BC-D-NEWROOM TO RM-ROOMNO.
           EXEC CICS READ FILE('ROOMALT')
               INTO(ROOM-MASTER-RECORD)
               RIDFLD(RM-ROOMNO)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NEW ROOM NOT ON FILE' TO WS-MESSAGE-AREA
           ELSE
               MOVE RM-CAPACITY TO BC-D-NEWCAP
               MOVE RM-STATUS   TO BC-D-NEWSTAT
               EVALUATE TRUE
                   WHEN RM-HOTEL NOT = BR-HOTEL
                       MOVE 'NEW ROOM IS IN A DIFFERENT HOTEL'
                           TO WS-MESSAGE-AREA
                   WHEN RM-STATUS NOT = 'AVAILABLE'
                       MOVE 'NEW ROOM IS NOT AVAILABLE TO MOVE INTO'
                           TO WS-MESSAGE-AREA
                   WHEN OTHER
                       PERFORM 2310-CHECK-NEW-CALENDAR
                       IF WS-DATES-FREE NOT = 'Y'
                           MOVE 'NEW ROOM IS RESERVED DURING THE STAY'
                               TO WS-MESSAGE-AREA
                       END-IF
               END-EVALUATE
           END-IF.
      *
       2310-CHECK-NEW-CALENDAR.
      *        THE SAME OVERLAP TEST AS KC03A46 2211-CHECK-ROOM-
      *        CALENDAR, BUT ONLY FOR THE NIGHTS STILL TO COME - THE
      *        NIGHTS ALREADY SLEPT WERE SLEPT IN THE OLD ROOM, AND
      *        AN ENTRY FOR A GUEST WHO LEFT THE NEW ROOM THIS
      *        MORNING MUST NOT BLOCK THE MOVE.  READNEXT OVERWRITES
      *        THE RIDFLD, SO THE ROOM BEING CHECKED IS SAVED FIRST
      *        FOR THE END-OF-ROOM TEST.
           MOVE 'Y' TO WS-DATES-FREE.
           IF BR-CHECKIN-DATE > WS-TODAY
               MOVE BR-CHECKIN-DATE TO WS-FROM-DATE
           ELSE
               MOVE WS-TODAY TO WS-FROM-DATE
           END-IF.

           MOVE BC-D-NEWROOM TO RC-ROOMNO WS-CAL-ROOMNO.
           MOVE ZERO TO RC-CHECKIN-DATE.
           EXEC CICS STARTBR FILE('RESCAL')
               RIDFLD(RC-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-CAL-DONE
               PERFORM UNTIL WS-CAL-DONE = 'Y'
                   EXEC CICS READNEXT FILE('RESCAL')
                       INTO(ROOM-CALENDAR-RECORD)
                       RIDFLD(RC-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) OR
                      RC-ROOMNO NOT = WS-CAL-ROOMNO
                       MOVE 'Y' TO WS-CAL-DONE
                   ELSE
                       IF RC-PHONENO NOT = BC-D-PHONENO AND
                          WS-FROM-DATE < RC-CHECKOUT-DATE AND
                          BR-CHECKOUT-DATE > RC-CHECKIN-DATE
                           MOVE 'N' TO WS-DATES-FREE
                           MOVE 'Y' TO WS-CAL-DONE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('RESCAL') END-EXEC
           END-IF.
      *
       4000-EXECUTE-ROOM-MOVE.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(MOVMAP)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.

           IF MV-DISPLAYED NOT = 'Y' OR MV-FOUND NOT = 'Y' OR
              BC-D-PHONENO NOT = MV-PHONENO OR
              BC-D-OLDROOM NOT = MV-OLDROOM OR
              BC-D-NEWROOM NOT = MV-NEWROOM
               MOVE 'CHECK THE MOVE WITH ENTER BEFORE PRESSING PF5'
                   TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               IF BC-D-CONFIRM NOT = 'Y' AND BC-D-CONFIRM NOT = 'y'
                   MOVE 'KEY Y IN CONFIRM TO MOVE THE GUEST'
                       TO WS-MESSAGE-AREA
                   PERFORM 3000-SEND-DATAONLY
               ELSE
      *            ANOTHER TERMINAL MAY HAVE SOLD THE NEW ROOM OR
      *            RECORDED THE DEPARTURE SINCE ENTER CHECKED THE
      *            MOVE, SO EVERY CHECK IS RUN AGAIN BEFORE A RECORD
      *            IS TOUCHED.
                   PERFORM 2200-FIND-IN-HOUSE-ROW
                   IF WS-MESSAGE-AREA = SPACE
                       PERFORM 2300-CHECK-NEW-ROOM
                   END-IF
                   IF WS-MESSAGE-AREA = SPACE
                       PERFORM 4100-WRITE-NEW-CALENDAR
                   END-IF
                   IF WS-MESSAGE-AREA = SPACE
                       PERFORM 4200-MOVE-BOOKING-ROW
                   END-IF
                   IF WS-MESSAGE-AREA = SPACE
                       PERFORM 4300-DELETE-OLD-CALENDAR
                       PERFORM 4400-RELEASE-OLD-ROOM
                       PERFORM 4500-BOOK-NEW-ROOM
                       PERFORM 4600-REPOINT-OPEN-FOLIO
                       PERFORM 4700-WRITE-AUDIT-LOG
                       MOVE 'N' TO MV-FOUND
                       MOVE SPACE TO BC-D-CONFIRM
                       MOVE 'GUEST MOVED - OLD ROOM SENT TO CLEANING'
                           TO WS-MESSAGE-AREA
                   END-IF
                   PERFORM 3000-SEND-DATAONLY
               END-IF
           END-IF.
      *
       4100-WRITE-NEW-CALENDAR.
      *        THE CALENDAR ENTRY KEEPS THE STAY'S CHECK-IN DATE SO
      *        THE CANCEL, RE-KEY AND RELEASE PROGRAMS STILL FIND IT
      *        FROM THE BOOKROOM ROW.  IT IS WRITTEN FIRST - A SPENT
      *        ENTRY FOR ANOTHER GUEST STILL SITTING ON THE SAME ROOM
      *        AND CHECK-IN DATE STOPS THE MOVE HERE, BEFORE ANYTHING
      *        ELSE HAS CHANGED.
           MOVE BC-D-NEWROOM     TO RC-ROOMNO.
           MOVE BR-CHECKIN-DATE  TO RC-CHECKIN-DATE.
           MOVE BR-CHECKOUT-DATE TO RC-CHECKOUT-DATE.
           MOVE BC-D-PHONENO     TO RC-PHONENO.
           EXEC CICS WRITE FILE('RESCAL')
               FROM(ROOM-CALENDAR-RECORD)
               RIDFLD(RC-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NEW ROOM CALENDAR NOT WRITTEN - GUEST NOT MOVED'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       4200-MOVE-BOOKING-ROW.
      *        THE ROW KEEPS ITS KEY, DATES, RECORDED ARRIVAL, RATE
      *        CODE AND CAPTURED BR-NIGHTLY-RATE - ONLY THE ROOM
      *        CHANGES.  A ROW THAT CANNOT BE READ FOR UPDATE STOPS
      *        THE MOVE, AND THE NEW ROOM'S CALENDAR ENTRY 4100 JUST
      *        WROTE (RC-KEY STILL HOLDS ITS KEY) IS TAKEN BACK OUT SO
      *        IT DOES NOT HOLD THE ROOM FOR A STAY THAT NEVER MOVED.
           MOVE MV-PHONENO TO BR-PHONENO.
           MOVE MV-ROOMSEQ TO BR-ROOMSEQ.
           EXEC CICS READ FILE('BOOKROOM')
               INTO(BOOKING-ROOM-RECORD)
               RIDFLD(BR-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE MV-NEWROOM TO BR-ROOMNO
               EXEC CICS REWRITE FILE('BOOKROOM')
                   FROM(BOOKING-ROOM-RECORD)
               END-EXEC
           ELSE
               EXEC CICS DELETE FILE('RESCAL')
                   RIDFLD(RC-KEY)
                   RESP(WS-RESP)
               END-EXEC
               MOVE 'BOOKING ROW NOT UPDATED - GUEST NOT MOVED'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       4300-DELETE-OLD-CALENDAR.
      *        NOTFND IS TOLERATED - A STAY BOOKED BEFORE THE
      *        RESERVATION CALENDAR EXISTED HAS NO ENTRY TO DELETE.
           MOVE MV-OLDROOM      TO RC-ROOMNO.
           MOVE BR-CHECKIN-DATE TO RC-CHECKIN-DATE.
           EXEC CICS DELETE FILE('RESCAL')
               RIDFLD(RC-KEY)
               RESP(WS-RESP)
           END-EXEC.
      *
       4400-RELEASE-OLD-ROOM.
      *        THE GUEST SLEPT IN THE OLD ROOM, SO IT GOES TO NEEDS
      *        CLEANING WHATEVER ITS POINTERS SAY - AN OUT OF SERVICE
      *        ROOM (THE REASON FOR MANY A MOVE) IS LEFT FOR THE WORK
      *        ORDER TO CLOSE.  THE STAY-IN-FORCE POINTERS ARE ONLY
      *        CLEARED WHEN THEY ARE THIS GUEST'S; KC03R03 PROMOTES
      *        THE ROOM'S NEXT CALENDAR ENTRY ONCE HOUSEKEEPING HAS
      *        MADE IT AVAILABLE.
           MOVE MV-OLDROOM TO RM-ROOMNO.
           EXEC CICS READ FILE('ROOMALT')
               INTO(ROOM-MASTER-RECORD)
               RIDFLD(RM-ROOMNO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF RM-STATUS NOT = 'OUT OF SERVICE'
                   MOVE 'NEEDS CLEANING' TO RM-STATUS
               END-IF
               IF RM-PHONENO = MV-PHONENO
                   MOVE SPACE TO RM-PHONENO
                   MOVE ZERO  TO RM-CHECKIN-DATE RM-CHECKOUT-DATE
               END-IF
               EXEC CICS REWRITE FILE('ROOMALT')
                   FROM(ROOM-MASTER-RECORD)
               END-EXEC
           END-IF.
      *
       4500-BOOK-NEW-ROOM.
      *        THE MOVED STAY BECOMES THE NEW ROOM'S STAY IN FORCE.
           MOVE MV-NEWROOM TO RM-ROOMNO.
           EXEC CICS READ FILE('ROOMALT')
               INTO(ROOM-MASTER-RECORD)
               RIDFLD(RM-ROOMNO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'BOOKED'         TO RM-STATUS
               MOVE MV-PHONENO       TO RM-PHONENO
               MOVE BR-CHECKIN-DATE  TO RM-CHECKIN-DATE
               MOVE BR-CHECKOUT-DATE TO RM-CHECKOUT-DATE
               EXEC CICS REWRITE FILE('ROOMALT')
                   FROM(ROOM-MASTER-RECORD)
               END-EXEC
           END-IF.
      *
       4600-REPOINT-OPEN-FOLIO.
      *        THE BILLING EXTRACT KC03R04 ROLLS IN THE OPEN FOLIO
      *        LINES POSTED AGAINST THE STAY'S ROOM, SO CHARGES RUN UP
      *        IN THE OLD ROOM AND NOT YET BILLED FOLLOW THE GUEST TO
      *        THE NEW ONE.  BILLED LINES ARE HISTORY AND STAY PUT.
      *        FOLIOSEQ IS GAP-FREE FROM 1, SO THE FIRST NOTFND ENDS
      *        THE WALK.
           MOVE 1 TO WS-FOL-PROBE.
           MOVE 'N' TO WS-FOL-DONE.
           PERFORM UNTIL WS-FOL-DONE = 'Y'
               MOVE MV-PHONENO   TO FO-PHONENO
               MOVE WS-FOL-PROBE TO FO-FOLIOSEQ
               EXEC CICS READ FILE('GUESTFOL')
                   INTO(GUEST-FOLIO-RECORD)
                   RIDFLD(FO-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF FO-ROOMNO = MV-OLDROOM AND FO-STATUS = 'OPEN'
                       MOVE MV-NEWROOM TO FO-ROOMNO
                   END-IF
                   EXEC CICS REWRITE FILE('GUESTFOL')
                       FROM(GUEST-FOLIO-RECORD)
                   END-EXEC
                   ADD 1 TO WS-FOL-PROBE
               ELSE
                   MOVE 'Y' TO WS-FOL-DONE
               END-IF
           END-PERFORM.
      *
       4700-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID  TO AL-CLERK-ID.
           MOVE EIBTRMID     TO AL-TERMID.
           MOVE MV-PHONENO   TO AL-PHONENO.
           MOVE MV-NEWROOM   TO AL-ROOMNO.
           MOVE 'MOVE'       TO AL-ACTION.
           MOVE MV-OLDROOM   TO AL-STATUS-BEFORE.
           MOVE MV-NEWROOM   TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       3000-SEND-DATAONLY.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(MOVMAP)
               DATAONLY
           END-EXEC.
      *
       9999-UNEXPECTED-ERROR.
           MOVE 'UNEXPECTED CICS ERROR - SEE EIBRESP' TO
               WS-MESSAGE-AREA.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(MOVMAP)
               DATAONLY
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
