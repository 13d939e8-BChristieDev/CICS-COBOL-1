       PROGRAM-ID. KC03C46.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: CANCEL/MODIFY TRANSACTION BEHIND MAP CANM46.
      *          CLERK KEYS A GUEST PHONE NUMBER, OR THE CONFIRMATION
      *          NUMBER OF ANY ROOM ON THE BOOKING, TO LOAD THE
      *          BOOKING'S ROOM ROWS SIX AT A TIME (PF7/PF8 PAGE
      *          THROUGH ANY NUMBER OF ROOMS, THE SAME WAY ADDM46A
      *          PAGES THROUGH OVERFLOW ROOMS AT BOOKING TIME), MARKS
      *          ONE OR MORE ROOMS WITH 'Y' IN THE CANCEL COLUMN, THEN
      *          PRESSES PF5 TO CANCEL THEM - FLIPPING THE ROOM MASTER
      *          BACK TO AVAILABLE AND RETIRING THE BOOKROOM ROW.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'CANMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'CANM'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-BASE-SEQ           PIC 9(04).
       01  WS-PROBE-NOTFND       PIC X(01).
       01  WS-CANCEL-AFTER-STAT  PIC X(20).
       01  WS-TODAY              PIC 9(08).
       01  WS-START-PAGE         PIC 9(03).
       01  WS-MARK-COUNT         PIC 9(02).
       01  WS-SAMEDAY-CANCEL     PIC X(01).
       01  WS-AUTH-OK            PIC X(01).
       01  WS-HOURS-TO-CHECKIN   PIC S9(07).
       01  WS-WAIVER-ID          PIC X(08).
       01  WS-WAIVE-OK           PIC X(01).
       01  WS-SUPV-PASSWORD      PIC X(08).
       01  WS-SUPV-CHECKED       PIC X(01) VALUE 'N'.
       01  WS-SUPV-OK            PIC X(01) VALUE 'N'.
      *
      *    BEFORE-IMAGE FOR THE WAIVE AUDIT ENTRY - NAMES WHICH FEE
      *    TYPE WAS FORGIVEN.
           COPY "GuestPaymentRecord.cbl".
           COPY "HotelMasterRecord.cbl".
           COPY "FeeChargeRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
      *
      *    PASSED TO KC03V46 ON EXEC CICS LINK TO CHECK A KEYED
      *    SUPERVISOR'S PASSWORD.
           COPY "PasswordCommArea.cbl" REPLACING
               DFHCOMMAREA  BY WS-PASSWORD-CA.
      *
       LINKAGE SECTION.
           COPY "CanCommArea.cbl".
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
           MOVE LOW-VALUE TO CANMAP.
           MOVE
           'KEY GUEST PHONE OR CONFIRMATION NUMBER TO LOAD THE BOOKING'
               TO BC-D-INSTR.
           MOVE 'F3=Exit  F5=Cancel Marked Rooms' TO BC-D-FKEYS.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.
           MOVE 1 TO WS-START-PAGE.

           IF BC-D-PHONENO = SPACE OR BC-D-PHONENO = LOW-VALUE
               IF BC-D-CONFNO = SPACE OR BC-D-CONFNO = LOW-VALUE
                   MOVE 'GUEST PHONE OR CONFIRMATION NUMBER IS REQUIRED'
                       TO WS-MESSAGE-AREA
                   PERFORM 3000-SEND-DATAONLY
               ELSE
                   PERFORM 2050-LOOKUP-CONFIRM-NO
               END-IF
           ELSE
               PERFORM 2100-LOOKUP-GUEST
           END-IF.
      *
       2050-LOOKUP-CONFIRM-NO.
      *        THE NUMBER ON THE GUEST'S CONFIRMATION LETTER LEADS TO
      *        ONE BOOKROOM ROW THROUGH THE BOOKCNF PATH.  THE ROW'S
      *        PHONE NUMBER THEN LOADS THE WHOLE BOOKING EXACTLY AS IF
      *        IT HAD BEEN KEYED, OPENED AT THE PAGE HOLDING THAT ROW.
           IF BC-D-CONFNO NOT NUMERIC
               MOVE 'KEY ALL NINE DIGITS OF THE CONFIRMATION NUMBER'
                   TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               MOVE BC-D-CONFNO TO BR-CONFIRM-NO
               EXEC CICS READ FILE('BOOKCNF')
                   INTO(BOOKING-ROOM-RECORD)
                   RIDFLD(BR-CONFIRM-NO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE BR-PHONENO TO BC-D-PHONENO
                   COMPUTE WS-START-PAGE = (BR-ROOMSEQ - 1) / 6 + 1
                   PERFORM 2100-LOOKUP-GUEST
               ELSE
                   MOVE 'CONFIRMATION NUMBER NOT ON FILE'
                       TO WS-MESSAGE-AREA
                   PERFORM 3000-SEND-DATAONLY
               END-IF
           END-IF.
      *
       2100-LOOKUP-GUEST.
           MOVE BC-D-PHONENO TO GM-PHONENO.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE BC-D-PHONENO TO CN-PHONENO
                   MOVE WS-START-PAGE TO CN-PAGE-NUM
                   MOVE 'Y' TO CN-DISPLAYED
                   MOVE 'MARK ROOMS TO CANCEL, THEN PRESS PF5'
                       TO WS-MESSAGE-AREA
       2510-CHECK-CANCEL-AUTHORITY.
      *        A CANCELLATION OF MORE THAN WS-CANCEL-LIMIT ROOMS, OR
      *        OF ANY ROOM WHOSE CHECK-IN IS TODAY, NEEDS A
      *        SUPERVISOR - EITHER THE SIGNED-ON CLERK OR A
      *        SUPERVISOR ID AND PASSWORD KEYED IN THE OVERRIDE FIELDS
      *        ON THE SPOT.  SMALL FUTURE-DATED CANCELLATIONS STAY A
      *        ONE-KEY OPERATION.
           MOVE 'Y' TO WS-AUTH-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-MARK-COUNT > WS-CANCEL-LIMIT OR
              WS-SAMEDAY-CANCEL = 'Y'
               MOVE 'N' TO WS-AUTH-OK
               MOVE CS-CLERK-ID TO CM-CLERK-ID
               EXEC CICS READ FILE('CLERKMAS')
                   INTO(CLERK-MASTER-RECORD)
                   RIDFLD(CM-CLERK-ID)
               ELSE
                   IF BC-D-SUPVID NOT = SPACE AND
                      BC-D-SUPVID NOT = LOW-VALUE
                       PERFORM 2515-VERIFY-SUPERVISOR
                       MOVE WS-SUPV-OK TO WS-AUTH-OK
                   END-IF
               END-IF
               IF WS-AUTH-OK NOT = 'Y'
                   MOVE
                  'SUPERVISOR APPROVAL REQUIRED - KEY ID AND PASSWORD'
                       TO WS-MESSAGE-AREA
               END-IF
           END-IF.
      *
       2515-VERIFY-SUPERVISOR.
      *        A SUPERVISOR ID KEYED ON ANOTHER CLERK'S SCREEN ONLY
      *        COUNTS WITH THAT SUPERVISOR'S PASSWORD.  KC03V46 CHECKS
      *        IT EXACTLY AS AT SIGN-ON, SO A WRONG ONE COUNTS TOWARDS
      *        LOCKING THE SUPERVISOR OUT - WHICH IS WHY IT IS CHECKED
      *        ONCE PER TASK, NOT ONCE PER ROOM.  WS-SUPV-OK COMES BACK
      *        'Y' ONLY FOR A GOOD, CURRENT PASSWORD OF A CLERK WITH
      *        SUPERVISOR AUTHORITY.
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
                   MOVE BC-D-SUPVID      TO PW-CLERK-ID
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
      *
       2520-CHECK-ROW-CHECKIN.
           COMPUTE WS-THIS-SEQ = WS-BASE-SEQ + WS-SUB.
       2930-CHECK-WAIVE.
      *        THE WAIVE ONLY STANDS WHEN THE WAIVER REALLY IS A
      *        SUPERVISOR ON CLERKMAS - THE KEYED OVERRIDE ID WINS
      *        OVER THE SIGNED-ON CLERK, THE SAME PRECEDENCE THE
      *        CANCEL AUTHORITY CHECK USES, AND NEEDS ITS PASSWORD.
      *        A WAIVE KEYED WITHOUT SUPERVISOR AUTHORITY IS IGNORED
      *        AND THE FEE CHARGES.
           MOVE 'N' TO WS-WAIVE-OK.
           MOVE SPACE TO WS-WAIVER-ID.
           IF BC-D-WAIVE = 'Y' OR BC-D-WAIVE = 'y'
               IF BC-D-SUPVID NOT = SPACE AND
                  BC-D-SUPVID NOT = LOW-VALUE AND
                  BC-D-SUPVID NOT = CS-CLERK-ID
                   MOVE BC-D-SUPVID TO WS-WAIVER-ID
                   PERFORM 2515-VERIFY-SUPERVISOR
                   MOVE WS-SUPV-OK TO WS-WAIVE-OK
               ELSE
                   MOVE CS-CLERK-ID TO WS-WAIVER-ID
                   MOVE WS-WAIVER-ID TO CM-CLERK-ID
                   EXEC CICS READ FILE('CLERKMAS')
                       INTO(CLERK-MASTER-RECORD)
                       RIDFLD(CM-CLERK-ID)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL) AND
                      CM-AUTH-LEVEL > 1
                       MOVE 'Y' TO WS-WAIVE-OK
                   END-IF
               END-IF
           END-IF.
      *
           MOVE 'WAIVE'          TO AL-ACTION.
           MOVE WS-WAIVE-BEFORE  TO AL-STATUS-BEFORE.
           MOVE 'WAIVED'         TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       2700-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE CS-CLERK-ID      TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE CN-PHONENO       TO AL-PHONENO.
           MOVE BR-ROOMNO        TO AL-ROOMNO.
           MOVE 'CANCEL'         TO AL-ACTION.
           MOVE RM-STATUS        TO AL-STATUS-BEFORE.
           MOVE WS-CANCEL-AFTER-STAT TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       3000-SEND-DATAONLY.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           MOVE SPACE TO BC-D-SUPVPWD.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(CANMAP)
