       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03K46.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: FRONT-DESK PAYMENT POSTING TRANSACTION BEHIND MAP
      *          PAYM46 (TRANSID PAYM).  CLERK KEYS A GUEST PHONE
      *          NUMBER TO LOAD THE GUEST'S GUESTPAY ROWS SIX AT A
      *          TIME (PF7/PF8 PAGE LIKE FOLM46), THEN KEYS A TENDER
      *          (CASH, CARD OR CHEQUE) AND AN AMOUNT AND PRESSES PF5
      *          TO RECORD MONEY TAKEN AT THE DESK.  THE PAYMENT IS
      *          FILED 'HELD' UNDER THE SIGNED-ON CLERK, SO THE
      *          NIGHTLY BILLING EXTRACT KC03R04 NETS IT AGAINST THE
      *          STAY THE SAME WAY IT NETS A BOOKING DEPOSIT.  KEYING
      *          THE SEQUENCE NUMBER OF A HELD ROW INSTEAD REFUNDS IT,
      *          AND A REFUND NEEDS A SUPERVISOR THE SAME WAY A LARGE
      *          CANCELLATION DOES ON CANM46.  PF6 CLOSES THE CLERK'S
      *          SHIFT WITH THE DRAWER COUNT KEYED ON THE SCREEN FOR
      *          THE NIGHTLY CLOSE-OUT REPORT KC03R26.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPSET             PIC X(08) VALUE 'PAYM46'.
       01  WS-MAPNAME            PIC X(08) VALUE 'PAYMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'PAYM'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-BASE-SEQ           PIC 9(04).
       01  WS-THIS-SEQ           PIC 9(04).
       01  WS-PAGENO-TEXT        PIC X(20).
       01  WS-TODAY              PIC 9(08).
       01  WS-PAY-AMT            PIC 9(07)V99.
       01  WS-PAY-PROBE          PIC 9(04).
       01  WS-PAY-NOTFND         PIC X(01).
       01  WS-REFUND-SEQ         PIC 9(04).
       01  WS-REFSEQ-KEYED       PIC X(04).
       01  WS-IS-REFUND          PIC X(01).
       01  WS-AUTH-OK            PIC X(01).
       01  WS-APPROVER-ID        PIC X(08).
       01  WS-SUPV-PASSWORD      PIC X(08).
       01  WS-COUNT-CASH         PIC 9(07)V99.
       01  WS-COUNT-CARD         PIC 9(07)V99.
       01  WS-COUNT-CHEQUE       PIC 9(07)V99.
      *
      *    BEFORE-IMAGE FOR THE REFUND AUDIT ENTRY - WHICH PAYMENT WAS
      *    HANDED BACK, SO THE TRAIL NAMES THE ROW AS WELL AS THE
      *    SUPERVISOR WHO APPROVED IT.
       01  WS-REFUND-BEFORE.
           05  FILLER            PIC X(07) VALUE 'PAYSEQ '.
           05  WS-RB-SEQ         PIC 9(04).
           05  FILLER            PIC X(09) VALUE ' HELD'.
      *
      *    STAGING COPY OF THE PAYMENT COMMAREA, USED ONLY TO BUILD THE
      *    COLD-START RETURN WHEN EIBCALEN = 0 - AT THAT POINT NO
      *    COMMAREA HAS BEEN PASSED, SO THE LINKAGE SECTION DFHCOMMAREA
      *    BELOW MUST NOT BE TOUCHED.
           COPY "PaymentCommArea.cbl" REPLACING
               DFHCOMMAREA  BY WS-INITIAL-CA
               PM-PHONENO   BY WS-I-PHONENO
               PM-PAGE-NUM  BY WS-I-PAGE-NUM
               PM-DISPLAYED BY WS-I-DISPLAYED.
      *
           COPY "PAYM46SymbolicMap.cbl".
           COPY "GuestMasterRecord.cbl".
           COPY "GuestPaymentRecord.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "ShiftCloseRecord.cbl".
           COPY "AuditLogRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
      *
      *    PASSED TO KC03V46 ON EXEC CICS LINK TO CHECK A KEYED
      *    SUPERVISOR'S PASSWORD.
           COPY "PasswordCommArea.cbl" REPLACING
               DFHCOMMAREA  BY WS-PASSWORD-CA.
      *
       LINKAGE SECTION.
           COPY "PaymentCommArea.cbl".
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
                       PERFORM 2500-POST-PAYMENT
                   WHEN DFHPF6
                       PERFORM 2800-CLOSE-SHIFT
                   WHEN DFHPF7
                       PERFORM 1100-PAGE-BACKWARD
                   WHEN DFHPF8
                       PERFORM 1200-PAGE-FORWARD
                   WHEN OTHER
                       PERFORM 2000-RECEIVE-AND-LOAD
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
           MOVE LOW-VALUE TO PAYMAP.
           MOVE 'ENTER GUEST PHONE, OR KEY THE DRAWER COUNT AND PF6'
               TO BC-D-INSTR.
           MOVE 'F3=Exit F5=Post F6=Close F7=Bkwd F8=Fwd' TO BC-D-FKEYS.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(PAYMAP)
               ERASE
           END-EXEC.
      *
       1100-PAGE-BACKWARD.
           IF PM-DISPLAYED NOT = 'Y'
               MOVE 'LOAD A GUEST BEFORE PAGING' TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               IF PM-PAGE-NUM > 1
                   SUBTRACT 1 FROM PM-PAGE-NUM
               END-IF
               MOVE SPACE TO WS-MESSAGE-AREA
               PERFORM 1600-SHOW-PAYMENT-PAGE
           END-IF.
      *
       1200-PAGE-FORWARD.
           IF PM-DISPLAYED NOT = 'Y'
               MOVE 'LOAD A GUEST BEFORE PAGING' TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               ADD 1 TO PM-PAGE-NUM
               MOVE SPACE TO WS-MESSAGE-AREA
               PERFORM 1600-SHOW-PAYMENT-PAGE
           END-IF.
      *
       1600-SHOW-PAYMENT-PAGE.
           MOVE LOW-VALUE TO PAYMAP.
           MOVE PM-PHONENO TO BC-D-PHONENO.
           MOVE PM-PHONENO TO GM-PHONENO.
           EXEC CICS READ FILE('GUESTMAS')
               INTO(GUEST-MASTER-RECORD)
               RIDFLD(GM-PHONENO)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE GM-FIRSTNAME TO BC-D-FIRSTNANE
               MOVE GM-LASTNAME  TO BC-D-LASTNANE
           END-IF.
           PERFORM 2150-LOAD-PAYMENT-ROWS.
           PERFORM 2160-SHOW-PAGE-NUM.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           MOVE 'KEY TYPE AND AMOUNT, OR SEQ AND SUPERVISOR TO REFUND'
               TO BC-D-INSTR.
           MOVE 'F3=Exit F5=Post F6=Close F7=Bkwd F8=Fwd' TO BC-D-FKEYS.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(PAYMAP)
               ERASE
           END-EXEC.
      *
       2000-RECEIVE-AND-LOAD.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(PAYMAP)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.

           IF BC-D-PHONENO = SPACE OR BC-D-PHONENO = LOW-VALUE
               MOVE 'GUEST PHONE NUMBER IS REQUIRED' TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               PERFORM 2100-LOOKUP-GUEST
           END-IF.
      *
       2100-LOOKUP-GUEST.
           MOVE BC-D-PHONENO TO GM-PHONENO.
           EXEC CICS READ FILE('GUESTMAS')
               INTO(GUEST-MASTER-RECORD)
               RIDFLD(GM-PHONENO)
               RESP(WS-RESP)
           END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE BC-D-PHONENO TO PM-PHONENO
                   MOVE 1 TO PM-PAGE-NUM
                   MOVE 'Y' TO PM-DISPLAYED
                   PERFORM 1600-SHOW-PAYMENT-PAGE
               WHEN OTHER
                   MOVE 'GUEST NOT ON FILE' TO WS-MESSAGE-AREA
                   PERFORM 3000-SEND-DATAONLY
           END-EVALUATE.
      *
       2150-LOAD-PAYMENT-ROWS.
      *        PAYSEQ IS GAP-FREE FROM 1 (SEE GuestPaymentRecord.cbl)
      *        SO THE PAGE'S SIX ROWS ARE REACHED BY KEYED PROBES
      *        THE SAME WAY FOLM46 PAGES GUESTFOL.
           COMPUTE WS-BASE-SEQ = (PM-PAGE-NUM - 1) * 6.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               COMPUTE WS-THIS-SEQ = WS-BASE-SEQ + WS-SUB
               MOVE PM-PHONENO  TO PY-PHONENO
               MOVE WS-THIS-SEQ TO PY-PAYSEQ
               EXEC CICS READ FILE('GUESTPAY')
                   INTO(GUEST-PAYMENT-RECORD)
                   RIDFLD(PY-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE PY-PAYSEQ   TO BC-D-PSEQ(WS-SUB)
                   MOVE PY-PAY-DATE TO BC-D-PDATE(WS-SUB)
                   MOVE PY-PAY-TIME TO BC-D-PTIME(WS-SUB)
                   MOVE PY-PAY-TYPE TO BC-D-PTYPE(WS-SUB)
                   MOVE PY-AMOUNT   TO BC-D-PAMT(WS-SUB)
                   MOVE PY-STATUS   TO BC-D-PSTAT(WS-SUB)
                   MOVE PY-CLERK-ID TO BC-D-PCLERK(WS-SUB)
               ELSE
                   MOVE SPACE TO BC-D-PSEQ(WS-SUB)
                   MOVE SPACE TO BC-D-PDATE(WS-SUB)
                   MOVE SPACE TO BC-D-PTIME(WS-SUB)
                   MOVE SPACE TO BC-D-PTYPE(WS-SUB)
                   MOVE SPACE TO BC-D-PSTAT(WS-SUB)
                   MOVE SPACE TO BC-D-PCLERK(WS-SUB)
               END-IF
           END-PERFORM.
      *
       2160-SHOW-PAGE-NUM.
           MOVE 'PAGE' TO WS-PAGENO-TEXT.
           MOVE PM-PAGE-NUM TO WS-PAGENO-TEXT(6:3).
           MOVE WS-PAGENO-TEXT TO BC-D-PAGENO.
      *
       2500-POST-PAYMENT.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(PAYMAP)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.

           IF PM-DISPLAYED NOT = 'Y'
               MOVE 'LOAD A GUEST BEFORE POSTING' TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               PERFORM 2510-VALIDATE-PAYMENT
               IF WS-MESSAGE-AREA = SPACE AND WS-IS-REFUND = 'Y'
                   PERFORM 2520-CHECK-REFUND-AUTHORITY
               END-IF
               IF WS-MESSAGE-AREA = SPACE AND WS-IS-REFUND = 'Y'
                   PERFORM 2530-CHECK-REFUND-ROW
               END-IF
               IF WS-MESSAGE-AREA = SPACE
                   PERFORM 2600-WRITE-PAYMENT-ROW
                   IF WS-IS-REFUND = 'Y' AND
                      WS-RESP = DFHRESP(NORMAL)
                       PERFORM 2650-SETTLE-REFUNDED-ROW
                       PERFORM 2660-WRITE-REFUND-AUDIT
                   END-IF
                   PERFORM 1600-SHOW-PAYMENT-PAGE
               ELSE
                   PERFORM 3000-SEND-DATAONLY
               END-IF
           END-IF.
      *
       2510-VALIDATE-PAYMENT.
      *        A SEQUENCE NUMBER IN THE REFUND FIELD MAKES THIS A
      *        REFUND OF THAT ROW - THE AMOUNT IS THE ROW'S OWN, SO
      *        NOTHING NEEDS KEYING BUT THE TENDER IT GOES BACK IN.
      *        THE FIELD'S UNDERSCORE FILL IS DROPPED FIRST, SO A
      *        SHORT SEQUENCE KEYED WITHOUT LEADING ZEROES STILL
      *        COUNTS.
           MOVE 'N' TO WS-IS-REFUND.
           MOVE BC-D-REFSEQ TO WS-REFSEQ-KEYED.
           INSPECT WS-REFSEQ-KEYED REPLACING ALL '_' BY SPACE
                                             ALL LOW-VALUE BY SPACE.
           IF WS-REFSEQ-KEYED NOT = SPACE
               MOVE 'Y' TO WS-IS-REFUND
           END-IF.

           IF BC-D-PAYTYPE NOT = 'CSH' AND
              BC-D-PAYTYPE NOT = 'CRD' AND
              BC-D-PAYTYPE NOT = 'CHQ'
               MOVE 'PAY TYPE MUST BE CSH, CRD OR CHQ'
                   TO WS-MESSAGE-AREA
           ELSE
               IF WS-IS-REFUND = 'Y'
                   MOVE ZERO TO WS-REFUND-SEQ
                   EVALUATE TRUE
                       WHEN WS-REFSEQ-KEYED(2:3) = SPACE AND
                            WS-REFSEQ-KEYED(1:1) IS NUMERIC
                           MOVE WS-REFSEQ-KEYED(1:1) TO WS-REFUND-SEQ
                       WHEN WS-REFSEQ-KEYED(3:2) = SPACE AND
                            WS-REFSEQ-KEYED(1:2) IS NUMERIC
                           MOVE WS-REFSEQ-KEYED(1:2) TO WS-REFUND-SEQ
                       WHEN WS-REFSEQ-KEYED(4:1) = SPACE AND
                            WS-REFSEQ-KEYED(1:3) IS NUMERIC
                           MOVE WS-REFSEQ-KEYED(1:3) TO WS-REFUND-SEQ
                       WHEN WS-REFSEQ-KEYED IS NUMERIC
                           MOVE WS-REFSEQ-KEYED TO WS-REFUND-SEQ
                   END-EVALUATE
                   IF WS-REFUND-SEQ = ZERO
                       MOVE 'REFUND SEQ MUST BE A SEQ FROM THE LIST'
                           TO WS-MESSAGE-AREA
                   END-IF
               ELSE
                   IF BC-D-PAYAMT = SPACE OR BC-D-PAYAMT = LOW-VALUE
                       MOVE ZERO TO WS-PAY-AMT
                   ELSE
                       MOVE BC-D-PAYAMT TO WS-PAY-AMT
                   END-IF
                   IF WS-PAY-AMT = ZERO
                       MOVE 'ENTER A PAYMENT AMOUNT GREATER THAN ZERO'
                           TO WS-MESSAGE-AREA
                   END-IF
               END-IF
           END-IF.
      *
       2520-CHECK-REFUND-AUTHORITY.
      *        MONEY GOING BACK OUT OF THE DRAWER NEEDS A SUPERVISOR -
      *        EITHER THE SIGNED-ON CLERK OR A SUPERVISOR ID AND
      *        PASSWORD KEYED IN THE OVERRIDE FIELDS ON THE SPOT, THE
      *        SAME RULE KC03C46 2510-CHECK-CANCEL-AUTHORITY APPLIES.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE CS-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND CM-AUTH-LEVEL > 1
               MOVE 'Y' TO WS-AUTH-OK
               MOVE CS-CLERK-ID TO WS-APPROVER-ID
           ELSE
               IF BC-D-SUPVID NOT = SPACE AND
                  BC-D-SUPVID NOT = LOW-VALUE
                   PERFORM 2525-VERIFY-SUPERVISOR
               END-IF
           END-IF.
           IF WS-AUTH-OK NOT = 'Y'
               MOVE 'SUPERVISOR APPROVAL REQUIRED - KEY ID AND PASSWORD'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       2525-VERIFY-SUPERVISOR.
      *        A SUPERVISOR ID KEYED ON ANOTHER CLERK'S SCREEN ONLY
      *        COUNTS WITH THAT SUPERVISOR'S PASSWORD.  KC03V46 CHECKS
      *        IT EXACTLY AS AT SIGN-ON, SO A WRONG ONE COUNTS TOWARDS
      *        LOCKING THE SUPERVISOR OUT.  ONLY A GOOD, CURRENT
      *        PASSWORD OF A CLERK WITH SUPERVISOR AUTHORITY APPROVES.
           MOVE BC-D-SUPVPWD TO WS-SUPV-PASSWORD.
           INSPECT WS-SUPV-PASSWORD REPLACING ALL LOW-VALUE BY SPACE.
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
                   MOVE 'Y' TO WS-AUTH-OK
                   MOVE BC-D-SUPVID TO WS-APPROVER-ID
               END-IF
           END-IF.
      *
       2530-CHECK-REFUND-ROW.
      *        ONLY A PAYMENT STILL HELD CAN BE HANDED BACK - ONE
      *        ALREADY NETTED BY KC03R04 ('APPLIED') IS ON ITS WAY TO
      *        BILLING, AND ONE ALREADY REFUNDED OR FORFEITED IS GONE.
           MOVE PM-PHONENO    TO PY-PHONENO.
           MOVE WS-REFUND-SEQ TO PY-PAYSEQ.
           EXEC CICS READ FILE('GUESTPAY')
               INTO(GUEST-PAYMENT-RECORD)
               RIDFLD(PY-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND PY-STATUS = 'HELD'
               MOVE PY-AMOUNT TO WS-PAY-AMT
           ELSE
               MOVE 'ONLY A HELD PAYMENT CAN BE REFUNDED'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       2600-WRITE-PAYMENT-ROW.
      *        PAYSEQ IS ASSIGNED WITHOUT GAPS STARTING AT 1, SO THE
      *        FIRST NOTFND IS THE NEXT FREE SLOT.  A PAYMENT IS FILED
      *        'HELD' FOR KC03R04 TO NET AGAINST THE STAY; A REFUND IS
      *        FILED AS ITS OWN 'PAID OUT' ROW UNDER THE CLERK WHO
      *        HANDED THE MONEY OVER, SO THE CLOSE-OUT REPORT TAKES IT
      *        OUT OF THAT CLERK'S DRAWER.
           MOVE 1 TO WS-PAY-PROBE.
           MOVE 'N' TO WS-PAY-NOTFND.
           PERFORM UNTIL WS-PAY-NOTFND = 'Y'
               MOVE PM-PHONENO   TO PY-PHONENO
               MOVE WS-PAY-PROBE TO PY-PAYSEQ
               EXEC CICS READ FILE('GUESTPAY')
                   INTO(GUEST-PAYMENT-RECORD)
                   RIDFLD(PY-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-PAY-PROBE
               ELSE
                   MOVE 'Y' TO WS-PAY-NOTFND
               END-IF
           END-PERFORM.

           MOVE PM-PHONENO    TO PY-PHONENO.
           MOVE WS-PAY-PROBE  TO PY-PAYSEQ.
           MOVE WS-TODAY      TO PY-PAY-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO PY-PAY-TIME.
           MOVE WS-PAY-AMT    TO PY-AMOUNT.
           MOVE BC-D-PAYTYPE  TO PY-PAY-TYPE.
           IF WS-IS-REFUND = 'Y'
               MOVE 'PAID OUT' TO PY-STATUS
               MOVE WS-TODAY   TO PY-SETTLE-DATE
           ELSE
               MOVE 'HELD'     TO PY-STATUS
               MOVE ZERO       TO PY-SETTLE-DATE
           END-IF.
           MOVE CS-CLERK-ID   TO PY-CLERK-ID.
           EXEC CICS WRITE FILE('GUESTPAY')
               FROM(GUEST-PAYMENT-RECORD)
               RIDFLD(PY-KEY)
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-IS-REFUND = 'Y'
                   MOVE 'PAYMENT REFUNDED' TO WS-MESSAGE-AREA
               ELSE
                   MOVE 'PAYMENT POSTED' TO WS-MESSAGE-AREA
               END-IF
           ELSE
               MOVE 'ERROR WRITING PAYMENT ROW' TO WS-MESSAGE-AREA
           END-IF.
      *
       2650-SETTLE-REFUNDED-ROW.
      *        THE ROW HANDED BACK IS SETTLED 'REFUNDED' THE SAME WAY
      *        KC03C46 2800-SETTLE-DEPOSITS SETTLES A DEPOSIT ON AN
      *        ADVANCE CANCELLATION, SO KC03R04 NEVER NETS IT.
           MOVE PM-PHONENO    TO PY-PHONENO.
           MOVE WS-REFUND-SEQ TO PY-PAYSEQ.
           EXEC CICS READ FILE('GUESTPAY')
               INTO(GUEST-PAYMENT-RECORD)
               RIDFLD(PY-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'REFUNDED' TO PY-STATUS
               MOVE WS-TODAY   TO PY-SETTLE-DATE
               EXEC CICS REWRITE FILE('GUESTPAY')
                   FROM(GUEST-PAYMENT-RECORD)
               END-EXEC
           END-IF.
      *
       2660-WRITE-REFUND-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE WS-APPROVER-ID   TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE PM-PHONENO       TO AL-PHONENO.
           MOVE SPACE            TO AL-ROOMNO.
           MOVE 'REFUND'         TO AL-ACTION.
           MOVE WS-REFUND-SEQ    TO WS-RB-SEQ.
           MOVE WS-REFUND-BEFORE TO AL-STATUS-BEFORE.
           MOVE 'REFUNDED'       TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       2800-CLOSE-SHIFT.
      *        THE CLERK'S DRAWER COUNT FOR TODAY IS FILED ON SHIFTCLS
      *        UNDER THE SIGNED-ON OPERATOR.  NO GUEST NEEDS TO BE
      *        LOADED.  A SECOND CLOSE THE SAME DAY REPLACES THE
      *        COUNT, SO A MISCOUNT CAN BE CORRECTED BY COUNTING AGAIN.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(PAYMAP)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.

           IF BC-D-CNTCASH = SPACE OR BC-D-CNTCASH = LOW-VALUE
               MOVE ZERO TO WS-COUNT-CASH
           ELSE
               MOVE BC-D-CNTCASH TO WS-COUNT-CASH
           END-IF.
           IF BC-D-CNTCARD = SPACE OR BC-D-CNTCARD = LOW-VALUE
               MOVE ZERO TO WS-COUNT-CARD
           ELSE
               MOVE BC-D-CNTCARD TO WS-COUNT-CARD
           END-IF.
           IF BC-D-CNTCHQ = SPACE OR BC-D-CNTCHQ = LOW-VALUE
               MOVE ZERO TO WS-COUNT-CHEQUE
           ELSE
               MOVE BC-D-CNTCHQ TO WS-COUNT-CHEQUE
           END-IF.

           MOVE CS-CLERK-ID  TO SH-CLERK-ID.
           MOVE WS-TODAY TO SH-SHIFT-DATE.
           EXEC CICS READ FILE('SHIFTCLS')
               INTO(SHIFT-CLOSE-RECORD)
               RIDFLD(SH-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE(9:6) TO SH-CLOSE-TIME.
           MOVE EIBTRMID        TO SH-TERMID.
           MOVE WS-COUNT-CASH   TO SH-COUNT-CASH.
           MOVE WS-COUNT-CARD   TO SH-COUNT-CARD.
           MOVE WS-COUNT-CHEQUE TO SH-COUNT-CHEQUE.

           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE('SHIFTCLS')
                   FROM(SHIFT-CLOSE-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE CS-CLERK-ID  TO SH-CLERK-ID
               MOVE WS-TODAY TO SH-SHIFT-DATE
               EXEC CICS WRITE FILE('SHIFTCLS')
                   FROM(SHIFT-CLOSE-RECORD)
                   RIDFLD(SH-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'SHIFT CLOSED - DRAWER COUNT RECORDED'
                   TO WS-MESSAGE-AREA
           ELSE
               MOVE 'ERROR WRITING SHIFT CLOSE-OUT' TO WS-MESSAGE-AREA
           END-IF.
           PERFORM 3000-SEND-DATAONLY.
      *
       3000-SEND-DATAONLY.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           MOVE SPACE TO BC-D-SUPVPWD.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(PAYMAP)
               DATAONLY
           END-EXEC.
      *
       9999-UNEXPECTED-ERROR.
           MOVE 'UNEXPECTED CICS ERROR - SEE EIBRESP' TO
               WS-MESSAGE-AREA.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(PAYMAP)
               DATAONLY
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
