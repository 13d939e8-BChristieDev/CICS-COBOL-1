      *          IS GREATER THAN THE SIX ROWS ON ADDM46.  EACH CALL OF
      *          THIS SCREEN HANDLES SIX MORE ROOMS; PF7/PF8 PAGE
      *          BACKWARD/FORWARD SO A BOOKING OF ANY SIZE CAN BE
      *          BUILT UP, SIX ROWS AT A TIME.  A ROOM AT A HOTEL
      *          WHOSE STAYRST RESTRICTIONS THE STAY BREAKS IS ONLY
      *          BOOKED WHEN A SUPERVISOR OVERRODE THE RESTRICTION ON
      *          ADDM46, AND EACH SUCH ROW IS LOGGED TO AUDITLOG.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'ADDMAPA'.
       01  WS-TRANSID            PIC X(04) VALUE 'ADDA'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-BASE-SEQ           PIC 9(04).
       01  WS-THIS-SEQ           PIC 9(04).
       01  WS-ROOMNO             PIC X(08).
       01  WS-HAD-ERROR          PIC X(01) VALUE 'N'.
       01  WS-CONFIRM-NO         PIC 9(09).
       01  WS-CONFIRM-OK         PIC X(01).
       01  WS-PAGENO-TEXT        PIC X(20).
       01  WS-STATUS-BEFORE      PIC X(20).
       01  WS-AUDIT-ACTION       PIC X(06).
       01  WS-CAL-ROOMNO         PIC X(08).
       01  WS-CAL-DONE           PIC X(01).
       01  WS-OLD-CHECKIN        PIC 9(08).
       01  WS-RST-REASON         PIC X(20).
       01  WS-RST-HOTEL          PIC X(30).
       01  WS-RST-CHECKIN        PIC 9(08).
       01  WS-RST-CHECKOUT       PIC 9(08).
       01  WS-RST-NIGHTS         PIC 9(05).
       01  WS-RST-DONE           PIC X(01).
      *
       01  WS-RST-MIN-TEXT.
           05  FILLER            PIC X(09) VALUE 'MIN STAY '.
           05  WS-RM-NIGHTS      PIC Z9.
           05  FILLER            PIC X(07) VALUE ' NIGHTS'.
      *
       01  WS-RST-DATES-TEXT.
           05  WS-RD-CHECKIN     PIC 9(08).
           05  FILLER            PIC X(01) VALUE '-'.
           05  WS-RD-CHECKOUT    PIC 9(08).
      *
           COPY "ADDM46ASymbolicMap.cbl".
           COPY "RoomMasterRecord.cbl".
           COPY "GuestMasterRecord.cbl".
           COPY "RateMasterRecord.cbl".
           COPY "RoomCalendarRecord.cbl".
           COPY "ConfirmControlRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
           COPY "StayRestrictionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "OverflowCommArea.cbl".
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           PERFORM 0050-CHECK-SIGNON.

           IF EIBCALEN = 0
      *        NO COMMAREA HAS BEEN PASSED, SO 1000-SEND-INITIAL-MAP
      *        CANNOT BE USED HERE - IT READS OC-PHONENO/OC-PAGE-NUM
           END-EXEC.

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
           MOVE LOW-VALUE TO ADDMAPA.
           MOVE SPACE TO WS-MESSAGE-AREA.
           MOVE 'N' TO WS-HAD-ERROR.
           COMPUTE WS-BASE-SEQ = 6 + (OC-PAGE-NUM - 1) * 6.
           MOVE SPACE TO WS-RST-HOTEL WS-RST-REASON.
           MOVE OC-CHECKINDT  TO WS-RST-CHECKIN.
           MOVE OC-CHECKOUTDT TO WS-RST-CHECKOUT.

           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               PERFORM 2100-PROCESS-ONE-ROOM-ROW
           PERFORM 2230-RECOUNT-GUEST-ROOMS.

           IF WS-HAD-ERROR = 'Y'
               IF WS-MESSAGE-AREA = SPACE
                   MOVE 'ONE OR MORE ROOMS COULD NOT BE BOOKED'
                       TO WS-MESSAGE-AREA
               END-IF
           ELSE
               MOVE 'ADDITIONAL ROOMS SAVED' TO WS-MESSAGE-AREA
           END-IF.

                   EVALUATE WS-RESP
                       WHEN DFHRESP(NORMAL)
                           IF RM-HOTEL NOT = WS-RST-HOTEL
                               MOVE RM-HOTEL TO WS-RST-HOTEL
                               PERFORM 2140-LOOKUP-STAY-RESTRICTIONS
                           END-IF
                           EVALUATE TRUE
                               WHEN RM-STATUS = 'OUT OF SERVICE'
                                   MOVE RM-HOTEL TO BC-D-HOTEL(WS-SUB)
                                   MOVE RM-STATUS TO
                                       BC-D-STATUS(WS-SUB)
                                   MOVE 'Y' TO WS-HAD-ERROR
                               WHEN WS-RST-REASON NOT = SPACE AND
                                    OC-RST-OVERRIDE NOT = 'Y'
                                   MOVE RM-HOTEL TO BC-D-HOTEL(WS-SUB)
                                   MOVE WS-RST-REASON TO
                                       BC-D-STATUS(WS-SUB)
                                   MOVE 'Y' TO WS-HAD-ERROR
                               WHEN OTHER
                                   PERFORM 2110-CHECK-ROOM-CALENDAR
                                   IF WS-DATES-FREE NOT = 'Y'
                                       MOVE RM-HOTEL TO
                                           BC-D-HOTEL(WS-SUB)
                                       MOVE 'DATES UNAVAILABLE' TO
                                           BC-D-STATUS(WS-SUB)
                                       MOVE 'Y' TO WS-HAD-ERROR
                                   ELSE
                                       PERFORM 2210-ASSIGN-CONFIRM-NO
                                   END-IF
                                   IF WS-DATES-FREE = 'Y' AND
                                      WS-CONFIRM-OK NOT = 'Y'
                                       EXEC CICS UNLOCK FILE('ROOMALT')
                                           RESP(WS-RESP)
                                       END-EXEC
                                       MOVE RM-HOTEL TO
                                           BC-D-HOTEL(WS-SUB)
                                       MOVE 'NOT BOOKED' TO
                                           BC-D-STATUS(WS-SUB)
                                       MOVE 'Y' TO WS-HAD-ERROR
                                       MOVE
                   'CONFIRMATION COUNTER UNAVAILABLE - ROOM NOT BOOKED'
                                           TO WS-MESSAGE-AREA
                                   END-IF
                                   IF WS-DATES-FREE = 'Y' AND
                                      WS-CONFIRM-OK = 'Y'
                                       PERFORM 2130-BOOK-FREE-ROOM
                                       IF WS-RST-REASON NOT = SPACE
                                           PERFORM 2145-WRITE-RST-AUDIT
                                       END-IF
                                   END-IF
                           END-EVALUATE
                       WHEN OTHER
                           MOVE SPACE TO BC-D-HOTEL(WS-SUB)
                           MOVE 'ROOM NOT ON FILE' TO
           MOVE 'BOOKED' TO BC-D-STATUS(WS-SUB).
           PERFORM 2150-LOOKUP-RATE.
           PERFORM 2200-SAVE-BOOKING-ROW.
      *
       2140-LOOKUP-STAY-RESTRICTIONS.
      *        THE SAME STAYRST TEST KC03A46 APPLIES (SEE
      *        StayRestrictionRecord.cbl) - WALK WS-RST-HOTEL'S ROWS
      *        FROM THE CHECK-IN DATE TO THE CHECK-OUT DATE AND LEAVE
      *        THE FIRST RESTRICTION THE STAY BREAKS IN WS-RST-REASON,
      *        SPACE WHEN IT BREAKS NONE.  THE ANSWER HOLDS FOR EVERY
      *        ROW AT THE SAME HOTEL, SO IT IS ONLY RE-ASKED WHEN THE
      *        HOTEL CHANGES.
           MOVE SPACE TO WS-RST-REASON.
           COMPUTE WS-RST-NIGHTS =
               FUNCTION INTEGER-OF-DATE(WS-RST-CHECKOUT) -
               FUNCTION INTEGER-OF-DATE(WS-RST-CHECKIN).
           MOVE WS-RST-HOTEL   TO ST-HOTEL.
           MOVE WS-RST-CHECKIN TO ST-STAY-DATE.
           EXEC CICS STARTBR FILE('STAYRST')
               RIDFLD(ST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-RST-DONE
               PERFORM UNTIL WS-RST-DONE = 'Y'
                   EXEC CICS READNEXT FILE('STAYRST')
                       INTO(STAY-RESTRICTION-RECORD)
                       RIDFLD(ST-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) OR
                      ST-HOTEL NOT = WS-RST-HOTEL OR
                      ST-STAY-DATE > WS-RST-CHECKOUT
                       MOVE 'Y' TO WS-RST-DONE
                   ELSE
                       PERFORM 2141-TEST-ONE-RESTRICTION
                       IF WS-RST-REASON NOT = SPACE
                           MOVE 'Y' TO WS-RST-DONE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('STAYRST') END-EXEC
           END-IF.
      *
       2141-TEST-ONE-RESTRICTION.
      *        THE CHECK-OUT DATE IS NOT A NIGHT OF THE STAY, SO ONLY
      *        ITS CLOSED-TO-DEPARTURE FLAG APPLIES.
           EVALUATE TRUE
               WHEN ST-STAY-DATE = WS-RST-CHECKIN AND
                    ST-CLOSED-ARRIVAL = 'Y'
                   MOVE 'CLOSED TO ARRIVAL' TO WS-RST-REASON
               WHEN ST-STAY-DATE = WS-RST-CHECKOUT AND
                    ST-CLOSED-DEPART = 'Y'
                   MOVE 'CLOSED TO DEPARTURE' TO WS-RST-REASON
               WHEN ST-STAY-DATE < WS-RST-CHECKOUT AND
                    ST-MIN-STAY > WS-RST-NIGHTS
                   MOVE ST-MIN-STAY TO WS-RM-NIGHTS
                   MOVE WS-RST-MIN-TEXT TO WS-RST-REASON
           END-EVALUATE.
      *
       2145-WRITE-RST-AUDIT.
      *        THE SUPERVISOR WHO OVERRODE THE RESTRICTION ON ADDM46
      *        IS THE CLERK OF RECORD FOR EACH ROW BOOKED ON IT.
           MOVE WS-RST-CHECKIN  TO WS-RD-CHECKIN.
           MOVE WS-RST-CHECKOUT TO WS-RD-CHECKOUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE OC-SUPV-ID        TO AL-CLERK-ID.
           MOVE EIBTRMID          TO AL-TERMID.
           MOVE OC-PHONENO        TO AL-PHONENO.
           MOVE WS-ROOMNO         TO AL-ROOMNO.
           MOVE 'RSTOVR'          TO AL-ACTION.
           MOVE WS-RST-REASON     TO AL-STATUS-BEFORE.
           MOVE WS-RST-DATES-TEXT TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       2150-LOOKUP-RATE.
      *        THE RATE IN FORCE AT BOOKING TIME IS CAPTURED ON THE
           MOVE ZERO TO BR-EXTRACT-DATE BR-BILLED-DATE.
           MOVE SPACE TO BR-GROUP-CODE.
           MOVE SPACE TO BR-AGENT-CODE.
           MOVE OC-DBILL-ACCT TO BR-DBILL-ACCT.
           MOVE ZERO TO BR-BILLED-AMOUNT.
           MOVE WS-CONFIRM-NO TO BR-CONFIRM-NO.

           EXEC CICS WRITE FILE('BOOKROOM')
               FROM(BOOKING-ROOM-RECORD)
      *        EXTRACT - WHATEVER BILLING SAW BEFORE IS STALE NOW.
               MOVE SPACE TO BR-BILL-STATUS
               MOVE ZERO TO BR-EXTRACT-DATE BR-BILLED-DATE
               MOVE OC-DBILL-ACCT TO BR-DBILL-ACCT
               MOVE ZERO TO BR-BILLED-AMOUNT
               EXEC CICS REWRITE FILE('BOOKROOM')
                   FROM(BOOKING-ROOM-RECORD)
               END-EXEC
           END-IF.

           PERFORM 2225-WRITE-AUDIT-LOG.
      *
       2210-ASSIGN-CONFIRM-NO.
      *        SAME COUNTER AND SAME RULE AS ADDM46 (KC03A46) - A NEW
      *        ROW TAKES THE NEXT NUMBER OFF CONFCTL BEFORE ANYTHING
      *        IS WRITTEN, A ROW POSITION ALREADY BOOKED IS RE-READ IN
      *        2200 AND KEEPS ITS OWN.  ONLY A COUNTER NOT ON FILE IS
      *        STARTED AT 1; ANY OTHER FAILURE LEAVES WS-CONFIRM-OK
      *        'N' AND THE ROW IS NOT BOOKED.
           MOVE 'N' TO WS-CONFIRM-OK.
           MOVE 'BOOKING' TO CF-KEY.
           EXEC CICS READ FILE('CONFCTL')
               INTO(CONFIRM-CONTROL-RECORD)
               RIDFLD(CF-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO CF-LAST-CONFIRM-NO
                   EXEC CICS REWRITE FILE('CONFCTL')
                       FROM(CONFIRM-CONTROL-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE 1 TO CF-LAST-CONFIRM-NO
                   EXEC CICS WRITE FILE('CONFCTL')
                       FROM(CONFIRM-CONTROL-RECORD)
                       RIDFLD(CF-KEY)
                       RESP(WS-RESP)
                   END-EXEC
           END-EVALUATE.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CF-LAST-CONFIRM-NO TO WS-CONFIRM-NO
               MOVE 'Y' TO WS-CONFIRM-OK
           END-IF.
      *
       2226-RELEASE-OLD-ROOM.
           PERFORM 2228-DELETE-OLD-CALENDAR.
       2227-WRITE-RELEASE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID          TO AL-CLERK-ID.
           MOVE EIBTRMID             TO AL-TERMID.
           MOVE OC-PHONENO           TO AL-PHONENO.
           MOVE WS-OLD-ROOMNO        TO AL-ROOMNO.
           MOVE 'CANCEL'             TO AL-ACTION.
           MOVE WS-OLD-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE 'AVAILABLE'          TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       2225-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID      TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE OC-PHONENO       TO AL-PHONENO.
           MOVE WS-ROOMNO        TO AL-ROOMNO.
           MOVE WS-AUDIT-ACTION  TO AL-ACTION.
           MOVE WS-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE WS-STATUS-AFTER  TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
