      *          CLERK KEYS A GUEST PHONE NUMBER AND UP TO SIX ROOM
      *          NUMBERS; PROGRAM VALIDATES EACH ROOM AGAINST THE ROOM
      *          MASTER, MARKS IT BOOKED AND SAVES THE BOOKING.
      *          THE GUEST'S ACTIVE NOTES (GUESTNOT) ARE SUMMARISED
      *          WHEN THE GUEST LOADS; A GUEST WITH AN ACTIVE
      *          DO-NOT-RENT NOTE IS NOT BOOKED, PAGED OR WAITLISTED
      *          UNLESS A SUPERVISOR ON CLERKMAS OVERRIDES IT, AND THE
      *          OVERRIDE IS LOGGED TO AUDITLOG.  A BOOKING KEYED WITH A
      *          CORPORATE ACCOUNT IS DIRECT-BILLED TO THE COMPANY
      *          (CORPACCT); AN ACCOUNT ON HOLD, OR ONE THE STAY WOULD
      *          PUSH OVER ITS CREDIT LIMIT, TAKES THE SAME SUPERVISOR
      *          OVERRIDE, ALSO LOGGED.  A STAY THAT BREAKS A HOTEL'S
      *          MINIMUM-STAY, CLOSED-TO-ARRIVAL OR CLOSED-TO-DEPARTURE
      *          RESTRICTION (STAYRST) TAKES IT TOO.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'ADDMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'ADDM'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-ROOMS-BOOKED       PIC 9(05) VALUE ZERO.
       01  WS-HAD-ERROR          PIC X(01) VALUE 'N'.
       01  WS-CONFIRM-NO         PIC 9(09).
       01  WS-CONFIRM-OK         PIC X(01).
       01  WS-ROOMNO             PIC X(08).
       01  WS-NUMROOMS-INPUT     PIC 9(05).
       01  WS-ENTERED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-CNT-ROOMNO         PIC X(08).
       01  WS-BLOCK-HELD         PIC 9(05).
       01  WS-BLK-DONE           PIC X(01).
       01  WS-NOTE-PROBE         PIC 9(03).
       01  WS-NOTE-DONE          PIC X(01).
       01  WS-NOTE-ACTIVE        PIC 9(03).
       01  WS-GUEST-DNR          PIC X(01).
       01  WS-GUEST-VIP          PIC X(01).
       01  WS-DNR-OVERRIDE       PIC X(01).
       01  WS-SUPV-ID            PIC X(08).
       01  WS-SUPV-PASSWORD      PIC X(08).
       01  WS-SUPV-CHECKED       PIC X(01) VALUE 'N'.
       01  WS-SUPV-OK            PIC X(01) VALUE 'N'.
       01  WS-DBILL-ACCT         PIC X(08).
       01  WS-CREDIT-OVERRIDE    PIC X(01).
       01  WS-CREDIT-REASON      PIC X(20).
       01  WS-STAY-ESTIMATE      PIC 9(07)V99.
       01  WS-EXPOSURE           PIC 9(09)V99.
       01  WS-EST-CHECKIN        PIC 9(08).
       01  WS-EST-CHECKOUT       PIC 9(08).
       01  WS-EST-NIGHTS         PIC 9(05).
       01  WS-EST-ROOMS          PIC 9(05).
       01  WS-RST-OVERRIDE       PIC X(01).
       01  WS-RST-REASON         PIC X(20).
       01  WS-RST-HOTEL          PIC X(30).
       01  WS-RST-ROOMNO         PIC X(08).
       01  WS-RST-SUB            PIC 9(02).
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
       01  WS-NOTE-IND-TEXT.
           05  WS-NI-COUNT       PIC ZZ9.
           05  FILLER            PIC X(14) VALUE ' ACTIVE NOTES '.
           05  WS-NI-FLAG        PIC X(23).
      *
       01  WS-TIER-TEXT.
           05  WS-TT-TIER        PIC X(06).
           COPY "RoomBlockRecord.cbl".
           COPY "SellLimitRecord.cbl".
           COPY "AgentMasterRecord.cbl".
           COPY "ConfirmControlRecord.cbl".
           COPY "GuestNoteRecord.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "CorporateAccountRecord.cbl".
           COPY "StayRestrictionRecord.cbl".
      *
      *    SECOND ROOM MASTER RECORD AREA FOR THE SELL-LIMIT COUNT -
      *    THE HOTEL-WIDE BROWSE MUST NOT OVERLAY THE ROOM BEING
           COPY "RoomMasterRecord.cbl" REPLACING
               ==ROOM-MASTER-RECORD== BY ==ROOM-COUNT-RECORD==
               LEADING ==RM== BY ==R2==.
           COPY "ClerkSessionRecord.cbl".
      *
      *    PASSED TO KC03V46 ON EXEC CICS LINK TO CHECK A KEYED
      *    SUPERVISOR'S PASSWORD.
           COPY "PasswordCommArea.cbl" REPLACING
               DFHCOMMAREA  BY WS-PASSWORD-CA.
      *
       LINKAGE SECTION.
           COPY "BookingCommArea.cbl".
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           PERFORM 0050-CHECK-SIGNON.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF EIBCALEN = 0
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
           MOVE LOW-VALUE TO ADDMAP.
           IF CA-GUEST-FOUND = 'Y'
               MOVE CA-FIRSTNAME TO BC-D-FIRSTNANE
               MOVE CA-LASTNAME  TO BC-D-LASTNANE
               MOVE CA-PHONENO   TO GM-PHONENO
               PERFORM 2120-CHECK-GUEST-NOTES
           END-IF.
           IF CA-SEL-ROOMNO NOT = SPACE AND
              CA-SEL-ROOMNO NOT = LOW-VALUE
               IF WS-VALID = 'Y'
                   PERFORM 2070-VALIDATE-AGENT
               END-IF
               IF WS-VALID = 'Y'
                   PERFORM 2080-VALIDATE-ACCOUNT
               END-IF
               IF WS-VALID = 'Y'
                   PERFORM 2090-CHECK-RESTRICTION-OVERRIDE
               END-IF
               IF WS-VALID = 'Y'
                   PERFORM 2100-LOOKUP-GUEST
               ELSE
                           TO WS-MESSAGE-AREA
               END-EVALUATE
           END-IF.
      *
       2080-VALIDATE-ACCOUNT.
      *        AN OPTIONAL CORPORATE ACCOUNT SENDS THE STAY'S BILL TO
      *        THE COMPANY (SEE CorporateAccountRecord.cbl).  A
      *        MIS-KEYED OR CLOSED ACCOUNT IS REFUSED OUTRIGHT; HOLD
      *        AND THE CREDIT LIMIT ARE LEFT TO 2140-CHECK-CREDIT-
      *        OVERRIDE, SINCE A SUPERVISOR CAN LET THOSE THROUGH.
      *        THE ACCOUNT ROW STAYS IN CORPORATE-ACCOUNT-RECORD FOR
      *        THAT CHECK.
           IF BC-D-DBACCT = SPACE OR BC-D-DBACCT = LOW-VALUE
               MOVE SPACE TO WS-DBILL-ACCT
           ELSE
               MOVE BC-D-DBACCT TO WS-DBILL-ACCT
               MOVE WS-DBILL-ACCT TO CP-ACCOUNT-NO
               EXEC CICS READ FILE('CORPACCT')
                   INTO(CORPORATE-ACCOUNT-RECORD)
                   RIDFLD(CP-ACCOUNT-NO)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'N' TO WS-VALID
                       MOVE 'CORPORATE ACCOUNT NOT ON FILE'
                           TO WS-MESSAGE-AREA
                   WHEN CP-STATUS = 'CLOSED'
                       MOVE 'N' TO WS-VALID
                       MOVE 'CORPORATE ACCOUNT IS CLOSED - GUEST PAYS'
                           TO WS-MESSAGE-AREA
               END-EVALUATE
           END-IF.
      *
       2090-CHECK-RESTRICTION-OVERRIDE.
      *        A HOTEL MAY RESTRICT A NIGHT ON STAYRST (SEE
      *        StayRestrictionRecord.cbl) - A STAY CHECKING IN ON A
      *        DATE CLOSED TO ARRIVAL, CHECKING OUT ON ONE CLOSED TO
      *        DEPARTURE, OR SHORTER THAN THE MINIMUM STAY OF ANY
      *        NIGHT IT COVERS ONLY GOES AHEAD ON A SUPERVISOR'S
      *        AUTHORITY, THE SAME SUPERVISOR ID AND PASSWORD AS A
      *        DO-NOT-RENT.  EACH HOTEL AMONG THE KEYED ROOMS IS
      *        CHECKED ONCE; THE FIRST RESTRICTION FOUND IS SHOWN ON
      *        ITS ROOM'S ROW.  WS-VALID COMES BACK 'N' WHEN THE
      *        BOOKING MUST NOT GO AHEAD.
           MOVE 'Y' TO WS-VALID.
           MOVE 'N' TO WS-RST-OVERRIDE.
           MOVE SPACE TO WS-RST-REASON WS-RST-HOTEL WS-RST-ROOMNO.
           MOVE ZERO TO WS-RST-SUB.
           MOVE BC-D-CHECKINDT  TO WS-RST-CHECKIN.
           MOVE BC-D-CHECKOUTDT TO WS-RST-CHECKOUT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 6 OR WS-RST-REASON NOT = SPACE
               IF BC-D-ROOMNO(WS-SUB) NOT = SPACE AND
                  BC-D-ROOMNO(WS-SUB) NOT = LOW-VALUE
                   MOVE BC-D-ROOMNO(WS-SUB) TO RM-ROOMNO
                   EXEC CICS READ FILE('ROOMALT')
                       INTO(ROOM-MASTER-RECORD)
                       RIDFLD(RM-ROOMNO)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL) AND
                      RM-HOTEL NOT = WS-RST-HOTEL
                       MOVE RM-HOTEL  TO WS-RST-HOTEL
                       MOVE RM-ROOMNO TO WS-RST-ROOMNO
                       MOVE WS-SUB    TO WS-RST-SUB
                       PERFORM 2091-LOOKUP-STAY-RESTRICTIONS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RST-REASON NOT = SPACE
               PERFORM 2132-CHECK-SUPERVISOR
               IF WS-VALID = 'Y'
                   MOVE 'Y' TO WS-RST-OVERRIDE
               ELSE
                   MOVE WS-RST-HOTEL  TO BC-D-HOTEL(WS-RST-SUB)
                   MOVE WS-RST-REASON TO BC-D-STATUS(WS-RST-SUB)
                   MOVE SPACE TO WS-MESSAGE-AREA
                   STRING WS-RST-REASON DELIMITED BY SIZE
                          ' - KEY SUPERVISOR ID AND PASSWORD'
                          DELIMITED BY SIZE
                          INTO WS-MESSAGE-AREA
               END-IF
           END-IF.
      *
       2091-LOOKUP-STAY-RESTRICTIONS.
      *        WALK WS-RST-HOTEL'S STAYRST ROWS FROM THE CHECK-IN
      *        DATE TO THE CHECK-OUT DATE AND LEAVE THE FIRST
      *        RESTRICTION THE STAY BREAKS IN WS-RST-REASON - SPACE
      *        WHEN IT BREAKS NONE.  READNEXT OVERWRITES THE RIDFLD,
      *        SO THE HOTEL IS HELD APART FOR THE END-OF-HOTEL TEST.
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
                       PERFORM 2092-TEST-ONE-RESTRICTION
                       IF WS-RST-REASON NOT = SPACE
                           MOVE 'Y' TO WS-RST-DONE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('STAYRST') END-EXEC
           END-IF.
      *
       2092-TEST-ONE-RESTRICTION.
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
       2095-WRITE-RESTRICTION-AUDIT-LOG.
      *        THE SUPERVISOR WHO LET THE STAY PAST THE RESTRICTION
      *        IS THE CLERK OF RECORD, AS ON THE DO-NOT-RENT OVERRIDE.
           MOVE WS-RST-CHECKIN  TO WS-RD-CHECKIN.
           MOVE WS-RST-CHECKOUT TO WS-RD-CHECKOUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE WS-SUPV-ID        TO AL-CLERK-ID.
           MOVE EIBTRMID          TO AL-TERMID.
           MOVE BC-D-PHONENO      TO AL-PHONENO.
           MOVE WS-RST-ROOMNO     TO AL-ROOMNO.
           MOVE 'RSTOVR'          TO AL-ACTION.
           MOVE WS-RST-REASON     TO AL-STATUS-BEFORE.
           MOVE WS-RST-DATES-TEXT TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       2100-LOOKUP-GUEST.
           MOVE BC-D-PHONENO TO GM-PHONENO.
                   MOVE GM-FIRSTNAME TO BC-D-FIRSTNANE
                   MOVE GM-LASTNAME  TO BC-D-LASTNANE
                   PERFORM 2110-SHOW-GUEST-TIER
                   PERFORM 2120-CHECK-GUEST-NOTES
                   PERFORM 2130-CHECK-DNR-OVERRIDE
                   IF WS-VALID = 'Y'
                       PERFORM 2140-CHECK-CREDIT-OVERRIDE
                   END-IF
                   IF WS-VALID = 'Y'
                       PERFORM 2200-PROCESS-ROOM-ROWS
                       IF WS-DNR-OVERRIDE = 'Y' AND
                          WS-ROOMS-BOOKED > ZERO
                           PERFORM 2135-WRITE-OVERRIDE-AUDIT-LOG
                       END-IF
                       IF WS-RST-OVERRIDE = 'Y' AND
                          WS-ROOMS-BOOKED > ZERO
                           PERFORM 2095-WRITE-RESTRICTION-AUDIT-LOG
                       END-IF
                       IF WS-DBILL-ACCT NOT = SPACE AND
                          WS-ROOMS-BOOKED > ZERO
                           PERFORM 2145-ADD-TO-ACCOUNT-UNBILLED
                           IF WS-CREDIT-OVERRIDE = 'Y'
                               PERFORM 2146-WRITE-CREDIT-AUDIT-LOG
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 3000-SEND-DATAONLY
                   END-IF
               WHEN OTHER
                   MOVE 'GUEST NOT ON FILE - USE INQUIRY TO ADD FIRST'
                       TO WS-MESSAGE-AREA
               MOVE GM-STAY-COUNT TO WS-TT-STAYS
               MOVE WS-TIER-TEXT  TO BC-D-TIER
           END-IF.
      *
       2120-CHECK-GUEST-NOTES.
      *        SUMMARISE THE GUEST'S ACTIVE NOTES (GuestNoteRecord.cbl)
      *        FOR THE INDICATOR AND FLAG A DO-NOT-RENT.  NOTE-SEQ IS
      *        GAP-FREE FROM 1, SO THE FIRST NOTFND ENDS THE WALK.
      *        THE CALLER LEAVES THE GUEST'S PHONE IN GM-PHONENO.
           MOVE ZERO TO WS-NOTE-ACTIVE.
           MOVE 'N' TO WS-GUEST-DNR WS-GUEST-VIP.
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
               IF WS-RESP NOT = DFHRESP(NORMAL) OR
                  WS-NOTE-PROBE = 999
                   MOVE 'Y' TO WS-NOTE-DONE
               ELSE
                   ADD 1 TO WS-NOTE-PROBE
               END-IF
               IF WS-RESP = DFHRESP(NORMAL) AND GN-STATUS = 'A'
                   ADD 1 TO WS-NOTE-ACTIVE
                   IF GN-NOTE-TYPE = 'DNR'
                       MOVE 'Y' TO WS-GUEST-DNR
                   END-IF
                   IF GN-NOTE-TYPE = 'VIP'
                       MOVE 'Y' TO WS-GUEST-VIP
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NOTE-ACTIVE = ZERO
               MOVE SPACE TO BC-D-NOTEIND
           ELSE
               MOVE WS-NOTE-ACTIVE TO WS-NI-COUNT
               EVALUATE TRUE
                   WHEN WS-GUEST-DNR = 'Y'
                       MOVE '- DO NOT RENT' TO WS-NI-FLAG
                   WHEN WS-GUEST-VIP = 'Y'
                       MOVE '- VIP' TO WS-NI-FLAG
                   WHEN OTHER
                       MOVE '- SEE INQUIRY' TO WS-NI-FLAG
               END-EVALUATE
               MOVE WS-NOTE-IND-TEXT TO BC-D-NOTEIND
           END-IF.
      *
       2130-CHECK-DNR-OVERRIDE.
      *        A DO-NOT-RENT GUEST IS ONLY BOOKED ON A SUPERVISOR'S
      *        AUTHORITY - THE KEYED SUPERVISOR ID WINS OVER THE
      *        SIGNED-ON CLERK, THE SAME PRECEDENCE THE CANCEL WAIVE
      *        IN KC03C46 USES, AND NEEDS THE SUPERVISOR'S PASSWORD.
      *        WS-VALID COMES BACK 'N' WHEN THE BOOKING MUST NOT GO
      *        AHEAD.
           MOVE 'Y' TO WS-VALID.
           MOVE 'N' TO WS-DNR-OVERRIDE.
           IF WS-GUEST-DNR = 'Y'
               PERFORM 2132-CHECK-SUPERVISOR
               IF WS-VALID = 'Y'
                   MOVE 'Y' TO WS-DNR-OVERRIDE
               ELSE
                   MOVE
                   'DO-NOT-RENT GUEST - KEY SUPERVISOR ID AND PASSWORD'
                       TO WS-MESSAGE-AREA
               END-IF
           END-IF.
      *
       2132-CHECK-SUPERVISOR.
      *        WS-VALID COMES BACK 'Y' ONLY WHEN A SUPERVISOR HAS
      *        AUTHORISED THE OVERRIDE - THE SIGNED-ON CLERK WHEN NO
      *        OTHER ID IS KEYED, OTHERWISE THE KEYED SUPERVISOR ON
      *        THEIR OWN PASSWORD.  WS-SUPV-ID IS LEFT HOLDING
      *        WHOEVER AUTHORISED IT, FOR THE AUDIT LOG.
           MOVE 'N' TO WS-VALID.
           MOVE BC-D-SUPVID TO WS-SUPV-ID.
           INSPECT WS-SUPV-ID REPLACING ALL '_' BY SPACE
                                        ALL LOW-VALUE BY SPACE.
           IF WS-SUPV-ID = SPACE OR WS-SUPV-ID = CS-CLERK-ID
               MOVE CS-CLERK-ID TO WS-SUPV-ID
               MOVE WS-SUPV-ID TO CM-CLERK-ID
               EXEC CICS READ FILE('CLERKMAS')
                   INTO(CLERK-MASTER-RECORD)
                   RIDFLD(CM-CLERK-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND
                  CM-AUTH-LEVEL > 1
                   MOVE 'Y' TO WS-VALID
               END-IF
           ELSE
               PERFORM 2131-VERIFY-SUPERVISOR
           END-IF.
      *
       2131-VERIFY-SUPERVISOR.
      *        A SUPERVISOR ID KEYED ON ANOTHER CLERK'S SCREEN ONLY
      *        COUNTS WITH THAT SUPERVISOR'S PASSWORD.  KC03V46 CHECKS
      *        IT EXACTLY AS AT SIGN-ON, SO A WRONG ONE COUNTS TOWARDS
      *        LOCKING THE SUPERVISOR OUT - WHICH IS WHY IT IS
      *        CHECKED ONCE PER TASK, NOT ONCE PER OVERRIDE: THE
      *        RESTRICTION, DO-NOT-RENT AND CREDIT OVERRIDES ON ONE
      *        ENTER ALL REUSE THE FIRST ANSWER.  ONLY A GOOD, CURRENT
      *        PASSWORD OF A CLERK WITH SUPERVISOR AUTHORITY APPROVES.
           IF WS-SUPV-CHECKED NOT = 'Y'
               MOVE 'Y' TO WS-SUPV-CHECKED
               MOVE 'N' TO WS-SUPV-OK
               MOVE BC-D-SUPVPWD TO WS-SUPV-PASSWORD
               INSPECT WS-SUPV-PASSWORD
                   REPLACING ALL LOW-VALUE BY SPACE
               IF WS-SUPV-PASSWORD NOT = SPACE
                   MOVE LOW-VALUE        TO WS-PASSWORD-CA
                   MOVE 'V'              TO PW-FUNCTION
                   MOVE 'O'              TO PW-PURPOSE
                   MOVE WS-SUPV-ID       TO PW-CLERK-ID
                   MOVE WS-SUPV-PASSWORD TO PW-PASSWORD
                   MOVE SPACE            TO PW-NEW-PASSWORD
                   EXEC CICS LINK PROGRAM('KC03V46')
                       COMMAREA(WS-PASSWORD-CA)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL) AND PW-RESULT = '0' AND
                      PW-AUTH-LEVEL > 1
                       MOVE 'Y' TO WS-SUPV-OK
                   END-IF
               END-IF
           END-IF.
           IF WS-SUPV-OK = 'Y'
               MOVE 'Y' TO WS-VALID
           END-IF.
      *
       2135-WRITE-OVERRIDE-AUDIT-LOG.
      *        THE SUPERVISOR WHO LET THE BOOKING THROUGH IS THE
      *        CLERK OF RECORD, AS ON THE KC03C46 WAIVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE WS-SUPV-ID       TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE BC-D-PHONENO     TO AL-PHONENO.
           MOVE SPACE            TO AL-ROOMNO.
           MOVE 'DNROVR'         TO AL-ACTION.
           MOVE 'DO NOT RENT'    TO AL-STATUS-BEFORE.
           MOVE 'OVERRIDDEN'     TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       2140-CHECK-CREDIT-OVERRIDE.
      *        A DIRECT-BILL STAY ON AN ACCOUNT ON HOLD, OR ONE THAT
      *        WOULD TAKE THE ACCOUNT'S OPEN BALANCE PLUS ITS BOOKED-
      *        BUT-UNBILLED STAYS PLUS THIS STAY OVER THE CREDIT
      *        LIMIT, ONLY GOES AHEAD ON A SUPERVISOR'S AUTHORITY -
      *        THE SAME SUPERVISOR ID AND PASSWORD AS A DO-NOT-RENT.
      *        2080-VALIDATE-ACCOUNT LEFT THE ACCOUNT ROW IN
      *        CORPORATE-ACCOUNT-RECORD.  WS-VALID COMES BACK 'N'
      *        WHEN THE BOOKING MUST NOT GO AHEAD.
           MOVE 'Y' TO WS-VALID.
           MOVE 'N' TO WS-CREDIT-OVERRIDE.
           MOVE SPACE TO WS-CREDIT-REASON.
           MOVE ZERO TO WS-STAY-ESTIMATE.
           IF WS-DBILL-ACCT NOT = SPACE
               PERFORM 2141-ESTIMATE-STAY
               COMPUTE WS-EXPOSURE = CP-OPEN-BALANCE + CP-UNBILLED
                                   + WS-STAY-ESTIMATE
               IF CP-STATUS = 'HOLD'
                   MOVE 'ACCOUNT ON HOLD' TO WS-CREDIT-REASON
               ELSE
                   IF WS-EXPOSURE > CP-CREDIT-LIMIT
                       MOVE 'OVER CREDIT LIMIT' TO WS-CREDIT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-CREDIT-REASON NOT = SPACE
               PERFORM 2132-CHECK-SUPERVISOR
               IF WS-VALID = 'Y'
                   MOVE 'Y' TO WS-CREDIT-OVERRIDE
               ELSE
                   IF CP-STATUS = 'HOLD'
                       MOVE
                   'ACCOUNT ON HOLD - KEY SUPERVISOR ID AND PASSWORD'
                           TO WS-MESSAGE-AREA
                   ELSE
                       MOVE
                   'OVER CREDIT LIMIT - KEY SUPERVISOR ID AND PASSWORD'
                           TO WS-MESSAGE-AREA
                   END-IF
               END-IF
           END-IF.
      *
       2141-ESTIMATE-STAY.
      *        PRICE THE STAY THE WAY THE ROWS WILL BE PRICED WHEN
      *        THEY SAVE - NIGHTS TIMES THE RATE 2215-LOOKUP-RATE
      *        FINDS FOR EACH KEYED ROOM.  A GROUP OF MORE THAN SIX
      *        ROOMS IS PRICED ON THE SIX KEYED HERE, SCALED UP TO THE
      *        NUMBER OF ROOMS BOOKED, SINCE THE REST ARE ONLY KEYED
      *        LATER ON ADDM46A.  A ROOM NOT ON FILE ADDS NOTHING - IT
      *        WILL NOT BOOK.
           MOVE BC-D-CHECKINDT  TO WS-EST-CHECKIN.
           MOVE BC-D-CHECKOUTDT TO WS-EST-CHECKOUT.
           COMPUTE WS-EST-NIGHTS =
               FUNCTION INTEGER-OF-DATE(WS-EST-CHECKOUT) -
               FUNCTION INTEGER-OF-DATE(WS-EST-CHECKIN).
           MOVE ZERO TO WS-EST-ROOMS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               IF BC-D-ROOMNO(WS-SUB) NOT = SPACE AND
                  BC-D-ROOMNO(WS-SUB) NOT = LOW-VALUE
                   MOVE BC-D-ROOMNO(WS-SUB) TO RM-ROOMNO
                   EXEC CICS READ FILE('ROOMALT')
                       INTO(ROOM-MASTER-RECORD)
                       RIDFLD(RM-ROOMNO)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 2215-LOOKUP-RATE
                       COMPUTE WS-STAY-ESTIMATE = WS-STAY-ESTIMATE +
                           WS-EST-NIGHTS * WS-NIGHTLY-RATE
                       ADD 1 TO WS-EST-ROOMS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE BC-D-NUMROOMS TO WS-NUMROOMS-INPUT.
           IF WS-EST-ROOMS > ZERO AND
              WS-NUMROOMS-INPUT > WS-EST-ROOMS
               COMPUTE WS-STAY-ESTIMATE ROUNDED =
                   WS-STAY-ESTIMATE * WS-NUMROOMS-INPUT / WS-EST-ROOMS
           END-IF.
      *
       2145-ADD-TO-ACCOUNT-UNBILLED.
      *        THE NEW STAY COUNTS AGAINST THE ACCOUNT'S CREDIT AT
      *        ONCE, SO A SECOND BOOKING KEYED TODAY SEES IT.  IT IS
      *        ONLY THE ESTIMATE - KC03R08 RECOUNTS CP-UNBILLED FROM
      *        BOOKROOM EVERY MORNING, WHICH ALSO TAKES OUT ROWS THAT
      *        FAILED TO BOOK, RE-SAVES AND CANCELLATIONS.
           MOVE WS-DBILL-ACCT TO CP-ACCOUNT-NO.
           EXEC CICS READ FILE('CORPACCT')
               INTO(CORPORATE-ACCOUNT-RECORD)
               RIDFLD(CP-ACCOUNT-NO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               ADD WS-STAY-ESTIMATE TO CP-UNBILLED
               EXEC CICS REWRITE FILE('CORPACCT')
                   FROM(CORPORATE-ACCOUNT-RECORD)
               END-EXEC
           END-IF.
      *
       2146-WRITE-CREDIT-AUDIT-LOG.
      *        THE SUPERVISOR WHO LET THE STAY ONTO THE ACCOUNT IS THE
      *        CLERK OF RECORD, AS ON THE DO-NOT-RENT OVERRIDE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE WS-SUPV-ID       TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE BC-D-PHONENO     TO AL-PHONENO.
           MOVE SPACE            TO AL-ROOMNO.
           MOVE 'CRDOVR'         TO AL-ACTION.
           MOVE WS-CREDIT-REASON TO AL-STATUS-BEFORE.
           MOVE WS-DBILL-ACCT    TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       2200-PROCESS-ROOM-ROWS.
           MOVE BC-D-NUMROOMS TO WS-NUMROOMS-INPUT.
               MOVE 'DEP'  TO PY-PAY-TYPE
               MOVE 'HELD' TO PY-STATUS
               MOVE ZERO   TO PY-SETTLE-DATE
               MOVE CS-CLERK-ID TO PY-CLERK-ID
               EXEC CICS WRITE FILE('GUESTPAY')
                   FROM(GUEST-PAYMENT-RECORD)
                   RIDFLD(PY-KEY)
                                   BC-D-STATUS(WS-SUB)
                               MOVE 'Y' TO WS-HAD-ERROR
                           ELSE
                               PERFORM 2221-ASSIGN-CONFIRM-NO
                           END-IF
                           IF WS-DATES-FREE = 'Y' AND
                              WS-CONFIRM-OK NOT = 'Y'
                               MOVE RM-HOTEL TO BC-D-HOTEL(WS-SUB)
                               MOVE 'NOT BOOKED' TO BC-D-STATUS(WS-SUB)
                               MOVE 'Y' TO WS-HAD-ERROR
                               MOVE
                   'CONFIRMATION COUNTER UNAVAILABLE - ROOM NOT BOOKED'
                                   TO WS-MESSAGE-AREA
                           END-IF
      *                    THE CALENDAR ENTRY GOES ON BEFORE THE ROOM
      *                    MASTER - AN OVERSOLD BOOKING WAVED PAST A
      *                    LIVE CONFLICT BY 2212 CAN STILL COLLIDE
      *                    WITH ANOTHER GUEST'S ENTRY ON THE SAME
      *                    CHECK-IN DATE, AND THAT ROW MUST FAIL HERE,
      *                    BEFORE THE ROOM MASTER IS TOUCHED.
                           IF WS-DATES-FREE = 'Y' AND
                              WS-CONFIRM-OK = 'Y'
                               PERFORM 2213-RECORD-CALENDAR
                           END-IF
                           IF WS-DATES-FREE = 'Y' AND
                              WS-CONFIRM-OK = 'Y' AND
                              WS-CAL-SAVED NOT = 'Y'
                               MOVE RM-HOTEL TO BC-D-HOTEL(WS-SUB)
                               MOVE 'DATES UNAVAILABLE' TO
                               MOVE 'Y' TO WS-HAD-ERROR
                           END-IF
                           IF WS-DATES-FREE = 'Y' AND
                              WS-CONFIRM-OK = 'Y' AND
                              WS-CAL-SAVED = 'Y'
                               EXEC CICS READ FILE('ROOMALT')
                                   INTO(ROOM-MASTER-RECORD)
           MOVE ZERO TO BR-EXTRACT-DATE BR-BILLED-DATE.
           MOVE WS-GROUP-CODE TO BR-GROUP-CODE.
           MOVE WS-AGENT-CODE TO BR-AGENT-CODE.
           MOVE WS-DBILL-ACCT TO BR-DBILL-ACCT.
           MOVE ZERO TO BR-BILLED-AMOUNT.
           MOVE WS-CONFIRM-NO TO BR-CONFIRM-NO.

           EXEC CICS WRITE FILE('BOOKROOM')
               FROM(BOOKING-ROOM-RECORD)
      *        BELONGS TO THE ROW'S FIRST SAVE ONLY.
               MOVE WS-GROUP-CODE TO BR-GROUP-CODE
               MOVE WS-AGENT-CODE TO BR-AGENT-CODE
               MOVE WS-DBILL-ACCT TO BR-DBILL-ACCT
               MOVE ZERO TO BR-BILLED-AMOUNT
               EXEC CICS REWRITE FILE('BOOKROOM')
                   FROM(BOOKING-ROOM-RECORD)
               END-EXEC
           END-IF.

           PERFORM 2225-WRITE-AUDIT-LOG.
      *
       2221-ASSIGN-CONFIRM-NO.
      *        EVERY NEW BOOKROOM ROW TAKES THE NEXT NUMBER OFF THE
      *        CONFCTL COUNTER, BEFORE THE ROW TOUCHES THE CALENDAR OR
      *        THE ROOM MASTER.  A ROW POSITION THAT TURNS OUT TO BE
      *        ALREADY BOOKED IS RE-READ IN 2220 AND KEEPS ITS OWN
      *        NUMBER, AS DOES A ROW THAT FAILS LATER - THE ONE TAKEN
      *        HERE IS SIMPLY NOT USED.  ONLY A COUNTER NOT ON FILE
      *        (THE FIRST BOOKING EVER SAVED) STARTS IT AT 1; ANY
      *        OTHER FAILURE LEAVES WS-CONFIRM-OK 'N' AND THE ROW IS
      *        NOT BOOKED, RATHER THAN RISK HANDING OUT A NUMBER
      *        ALREADY IN USE.
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
       2222-DRAW-DOWN-BLOCK.
      *        EACH ROOM SAVED UNDER A GROUP CODE DRAWS ONE ROOM OFF
       2227-WRITE-RELEASE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID          TO AL-CLERK-ID.
           MOVE EIBTRMID             TO AL-TERMID.
           MOVE BC-D-PHONENO         TO AL-PHONENO.
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
           MOVE BC-D-PHONENO     TO AL-PHONENO.
           MOVE WS-ROOMNO        TO AL-ROOMNO.
           MOVE WS-AUDIT-ACTION  TO AL-ACTION.
           MOVE WS-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE WS-STATUS-AFTER  TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
      *        SCREEN.
               PERFORM 2050-VALIDATE-DATES
               IF WS-VALID = 'Y'
      *            THE OVERFLOW SCREEN BOOKS THE REST OF THE GROUP
      *            WITHOUT ANOTHER LOOK AT THE GUEST, SO A
      *            DO-NOT-RENT IS STOPPED (OR OVERRIDDEN) HERE.
                   MOVE BC-D-PHONENO TO GM-PHONENO
                   PERFORM 2120-CHECK-GUEST-NOTES
                   PERFORM 2130-CHECK-DNR-OVERRIDE
                   IF WS-DNR-OVERRIDE = 'Y'
                       PERFORM 2135-WRITE-OVERRIDE-AUDIT-LOG
                   END-IF
               END-IF
      *        THE OVERFLOW ROWS GO ON THE SAME CORPORATE ACCOUNT AS
      *        THE FIRST SIX, AND PF8 MAY BE PRESSED BEFORE ENTER HAS
      *        EVER LOOKED AT THE ACCOUNT, SO A MIS-KEYED OR CLOSED
      *        ACCOUNT IS STOPPED HERE, AND HOLD AND THE CREDIT LIMIT
      *        ARE CHECKED (OR OVERRIDDEN) BELOW, BEFORE THE XCTL.
               IF WS-VALID = 'Y'
                   PERFORM 2080-VALIDATE-ACCOUNT
               END-IF
      *        THE OVERFLOW SCREEN HAS NO SUPERVISOR FIELDS, SO A
      *        RESTRICTED STAY IS OVERRIDDEN HERE ON THE ROOMS STILL
      *        KEYED, AND THE OVERRIDE TRAVELS WITH THE COMMAREA.
      *        KC03A46A LOGS IT AGAINST EACH ROW IT LETS THROUGH.
               IF WS-VALID = 'Y'
                   PERFORM 2090-CHECK-RESTRICTION-OVERRIDE
               END-IF
      *        2140 PRICES THE WHOLE GROUP ON TOP OF CP-UNBILLED, SO
      *        A GROUP WHOSE FIRST SIX ALREADY SAVED ON ENTER IS
      *        COUNTED TWICE AND ERRS TOWARD ASKING FOR A SUPERVISOR.
               IF WS-VALID = 'Y'
                   PERFORM 2140-CHECK-CREDIT-OVERRIDE
               END-IF
               IF WS-VALID = 'Y'
                   IF WS-CREDIT-OVERRIDE = 'Y'
                       PERFORM 2146-WRITE-CREDIT-AUDIT-LOG
                   END-IF
                   MOVE WS-RST-OVERRIDE TO OC-RST-OVERRIDE
                   IF WS-RST-OVERRIDE = 'Y'
                       MOVE WS-SUPV-ID TO OC-SUPV-ID
                   ELSE
                       MOVE SPACE TO OC-SUPV-ID
                   END-IF
                   MOVE BC-D-PHONENO   TO OC-PHONENO
                   MOVE WS-DBILL-ACCT  TO OC-DBILL-ACCT
                   MOVE BC-D-NUMROOMS  TO OC-TOTAL-ROOMS
                   MOVE BC-D-CHECKINDT  TO OC-CHECKINDT
                   MOVE BC-D-CHECKOUTDT TO OC-CHECKOUTDT
               PERFORM 3000-SEND-DATAONLY
           ELSE
               PERFORM 2050-VALIDATE-DATES
               IF WS-VALID = 'Y'
                   MOVE BC-D-PHONENO TO GM-PHONENO
                   PERFORM 2120-CHECK-GUEST-NOTES
                   PERFORM 2130-CHECK-DNR-OVERRIDE
               END-IF
               IF WS-VALID NOT = 'Y'
                   PERFORM 3000-SEND-DATAONLY
               ELSE
                       PERFORM 3000-SEND-DATAONLY
                   ELSE
                       PERFORM 5100-WRITE-WAITLIST-ENTRY
                       IF WS-DNR-OVERRIDE = 'Y'
                           PERFORM 2135-WRITE-OVERRIDE-AUDIT-LOG
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       3000-SEND-DATAONLY.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           MOVE SPACE TO BC-D-SUPVPWD.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(ADDMAP)
