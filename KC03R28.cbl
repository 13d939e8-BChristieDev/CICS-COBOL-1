       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R28.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: BATCH JOB - INBOUND RESERVATION FEED.
      *          READS THE FIXED-FORMAT RESERVATION FILE SENT BY THE
      *          WEB BOOKING ENGINE AND CENTRAL RESERVATIONS (SEE
      *          ReservationFeedRecord.cbl) AND BOOKS EACH ROOM LINE
      *          THE WAY ADDM46 (KC03A46) BOOKS A ROOM ROW - THE GUEST
      *          IS ADDED TO OR REFRESHED ON GUESTMAS, THE BLOCK AND
      *          AGENT CODES ARE VALIDATED, THE ROOM'S CALENDAR AND
      *          THE HOTEL'S SELL POSITION ARE CHECKED, THE RATE IN
      *          FORCE IS CAPTURED, AND THE BOOKING LANDS ON RESCAL,
      *          ROOMMAS AND BOOKROOM WITH THE SAME AUDITLOG ENTRY
      *          THE SCREEN WRITES.  EVERY LINE IS ANSWERED ON THE
      *          RESACK FILE (SEE ReservationAckRecord.cbl) AND EVERY
      *          REJECTED LINE PRINTS ON THE REJECT REPORT WITH ITS
      *          REASON, SO NO PRINTOUT NEEDS KEYING BY HAND.  A
      *          GUEST WITH AN ACTIVE DO-NOT-RENT NOTE (GUESTNOT) IS
      *          REJECTED - ONLY A SUPERVISOR AT THE DESK MAY BOOK
      *          ONE.  SO IS A STAY THAT BREAKS ONE OF THE HOTEL'S
      *          STAYRST RESTRICTIONS (SEE StayRestrictionRecord.cbl),
      *          TESTED BY THE SAME RULES AS ADDM46.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-FEED-FILE ASSIGN TO RESFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT RESERVATION-ACK-FILE ASSIGN TO RESACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT GUEST-MASTER-FILE ASSIGN TO GUESTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-PHONENO
               FILE STATUS IS WS-GUEST-STATUS.

           SELECT BOOKING-ROOM-FILE ASSIGN TO BOOKROOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BOOKROOM-STATUS.

           SELECT ROOM-MASTER-FILE ASSIGN TO ROOMMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT ROOM-CALENDAR-FILE ASSIGN TO RESCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ROOM-BLOCK-FILE ASSIGN TO ROOMBLK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-GROUP-CODE
               FILE STATUS IS WS-BLK-STATUS.

           SELECT SELL-LIMIT-FILE ASSIGN TO SELLLIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SELL-STATUS.

           SELECT AGENT-MASTER-FILE ASSIGN TO AGENTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-AGENT-CODE
               FILE STATUS IS WS-AGENT-STATUS.

           SELECT RATE-MASTER-FILE ASSIGN TO RATEMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT GUEST-PAYMENT-FILE ASSIGN TO GUESTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT CONFIRM-CONTROL-FILE ASSIGN TO CONFCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-KEY
               FILE STATUS IS WS-CONF-STATUS.

           SELECT GUEST-NOTE-FILE ASSIGN TO GUESTNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GN-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT STAY-RESTRICTION-FILE ASSIGN TO STAYRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-RST-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-KEY-FILE ASSIGN TO AUDITKEY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDKEY-STATUS.

           SELECT REJECT-REPORT ASSIGN TO RESREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVATION-FEED-FILE.
           COPY "ReservationFeedRecord.cbl".

       FD  RESERVATION-ACK-FILE.
           COPY "ReservationAckRecord.cbl".

       FD  GUEST-MASTER-FILE.
           COPY "GuestMasterRecord.cbl".

       FD  BOOKING-ROOM-FILE.
           COPY "BookingRoomRecord.cbl".

       FD  ROOM-MASTER-FILE.
           COPY "RoomMasterRecord.cbl".

       FD  ROOM-CALENDAR-FILE.
           COPY "RoomCalendarRecord.cbl".

       FD  ROOM-BLOCK-FILE.
           COPY "RoomBlockRecord.cbl".

       FD  SELL-LIMIT-FILE.
           COPY "SellLimitRecord.cbl".

       FD  AGENT-MASTER-FILE.
           COPY "AgentMasterRecord.cbl".

       FD  RATE-MASTER-FILE.
           COPY "RateMasterRecord.cbl".

       FD  GUEST-PAYMENT-FILE.
           COPY "GuestPaymentRecord.cbl".

       FD  CONFIRM-CONTROL-FILE.
           COPY "ConfirmControlRecord.cbl".

       FD  GUEST-NOTE-FILE.
           COPY "GuestNoteRecord.cbl".

       FD  STAY-RESTRICTION-FILE.
           COPY "StayRestrictionRecord.cbl".

       FD  AUDIT-LOG-FILE.
           COPY "AuditLogRecord.cbl".

       FD  AUDIT-KEY-FILE.
           COPY "AuditKeyRecord.cbl".

       FD  REJECT-REPORT.
       01  REJECT-REPORT-LINE    PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-FEED-STATUS        PIC X(02).
       01  WS-ACK-STATUS         PIC X(02).
       01  WS-GUEST-STATUS       PIC X(02).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-ROOM-STATUS        PIC X(02).
       01  WS-CAL-STATUS         PIC X(02).
       01  WS-BLK-STATUS         PIC X(02).
       01  WS-SELL-STATUS        PIC X(02).
       01  WS-AGENT-STATUS       PIC X(02).
       01  WS-RATE-STATUS        PIC X(02).
       01  WS-PAY-STATUS         PIC X(02).
       01  WS-CONF-STATUS        PIC X(02).
       01  WS-AUDIT-STATUS       PIC X(02).
       01  WS-AUDKEY-STATUS      PIC X(02).
       01  WS-AUDKEY-DONE        PIC X(01).
       01  WS-NOTE-STATUS        PIC X(02).
       01  WS-NOTE-ON-FILE       PIC X(01) VALUE 'Y'.
       01  WS-NOTE-PROBE         PIC 9(03).
       01  WS-RST-STATUS         PIC X(02).
       01  WS-RST-ON-FILE        PIC X(01) VALUE 'Y'.
       01  WS-RST-REASON         PIC X(20).
       01  WS-RST-NIGHTS         PIC 9(05).
       01  WS-RST-DONE           PIC X(01).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-EOF-FEED           PIC X(01) VALUE 'N'.
       01  WS-BLK-ON-FILE        PIC X(01) VALUE 'Y'.
       01  WS-SELL-ON-FILE       PIC X(01) VALUE 'Y'.
       01  WS-AGENT-ON-FILE      PIC X(01) VALUE 'Y'.
       01  WS-RATE-ON-FILE       PIC X(01) VALUE 'Y'.
       01  WS-TODAY              PIC 9(08).
       01  WS-VALID              PIC X(01).
       01  WS-REASON             PIC X(40).
       01  WS-NOTE               PIC X(40).
       01  WS-NEXT-SEQ           PIC 9(04).
       01  WS-SEQ-PROBE          PIC 9(04).
       01  WS-PROBE-DONE         PIC X(01).
       01  WS-ROOM-COUNT         PIC 9(05).
       01  WS-ROOM-KEY           PIC X(38).
       01  WS-STATUS-BEFORE      PIC X(20).
       01  WS-STATUS-AFTER       PIC X(20).
       01  WS-GROUP-CODE         PIC X(08).
       01  WS-AGENT-CODE         PIC X(06).
       01  WS-RATE-CODE          PIC X(04).
       01  WS-NIGHTLY-RATE       PIC 9(05)V99.
       01  WS-RATE-HOTEL         PIC X(30).
       01  WS-RATE-CAPACITY      PIC 9(03).
       01  WS-EOF-RATE           PIC X(01).
       01  WS-DATES-FREE         PIC X(01).
       01  WS-CAL-SAVED          PIC X(01).
       01  WS-CAL-ADDED          PIC X(01).
       01  WS-CAL-ROOMNO         PIC X(08).
       01  WS-EOF-CAL            PIC X(01).
       01  WS-LIMIT-PCT          PIC 9(03).
       01  WS-EOF-SELL           PIC X(01).
       01  WS-CNT-HOTEL          PIC X(30).
       01  WS-CNT-ROOMNO         PIC X(08).
       01  WS-EOF-CNT            PIC X(01).
       01  WS-HOTEL-ROOMS        PIC 9(05).
       01  WS-HOTEL-STAYS        PIC 9(05).
       01  WS-SELL-CEILING       PIC 9(07).
       01  WS-BLOCK-HELD         PIC 9(05).
       01  WS-EOF-BLK            PIC X(01).
       01  WS-DEPOSIT-AMT        PIC 9(07)V99.
       01  WS-CONFIRM-NO         PIC 9(09).
       01  WS-READ-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-BOOKED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
      *
      *    SECOND ROOM MASTER RECORD AREA FOR THE SELL-LIMIT COUNT,
      *    AS ON KC03A46 - THE HOTEL-WIDE BROWSE READS INTO IT, AND
      *    THE ROOM BEING BOOKED IS RE-READ BY ITS SAVED KEY AFTER.
           COPY "RoomMasterRecord.cbl" REPLACING
               ==ROOM-MASTER-RECORD== BY ==ROOM-COUNT-RECORD==
               LEADING ==RM== BY ==R2==.
      *
       01  WS-RST-MIN-TEXT.
           05  FILLER            PIC X(09) VALUE 'MIN STAY '.
           05  WS-RM-NIGHTS      PIC Z9.
           05  FILLER            PIC X(07) VALUE ' NIGHTS'.
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(26) VALUE
               'RESERVATION FEED REJECTS '.
           05  WH-DATE           PIC 9(08).
           05  FILLER            PIC X(46) VALUE SPACE.
      *
       01  WS-DETAIL-LINE.
           05  WD-RES-ID         PIC X(12).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WD-PHONENO        PIC X(07).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WD-ROOMNO         PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WD-CHECKIN        PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WD-REASON         PIC X(40).
           05  FILLER            PIC X(01) VALUE SPACE.
      *
       01  WS-TOTAL-LINE.
           05  FILLER            PIC X(11) VALUE 'LINES READ'.
           05  WT-READ           PIC ZZ,ZZ9.
           05  FILLER            PIC X(08) VALUE ' BOOKED'.
           05  WT-BOOKED         PIC ZZ,ZZ9.
           05  FILLER            PIC X(10) VALUE ' REJECTED'.
           05  WT-REJECTED       PIC ZZ,ZZ9.
           05  FILLER            PIC X(33) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           PERFORM 1000-OPEN-FILES.

           MOVE WS-TODAY TO WH-DATE.
           MOVE WS-HEADING-1 TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE.

           PERFORM 2000-READ-NEXT-LINE.
           PERFORM UNTIL WS-EOF-FEED = 'Y'
               PERFORM 3000-BOOK-ONE-LINE
               PERFORM 2000-READ-NEXT-LINE
           END-PERFORM.

           MOVE WS-READ-COUNT   TO WT-READ.
           MOVE WS-BOOKED-COUNT TO WT-BOOKED.
           MOVE WS-REJECT-COUNT TO WT-REJECTED.
           MOVE WS-TOTAL-LINE TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE.

           DISPLAY 'KC03R28 READ ' WS-READ-COUNT
               ' BOOKED ' WS-BOOKED-COUNT
               ' REJECTED ' WS-REJECT-COUNT.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
           OPEN INPUT RESERVATION-FEED-FILE.
           IF WS-FEED-STATUS = '35'
      *        NOTHING CAME IN FROM THE BOOKING ENGINE TONIGHT - RUN
      *        THROUGH WITH AN EMPTY ACKNOWLEDGMENT AND REPORT.
               MOVE 'Y' TO WS-EOF-FEED
           END-IF.
           OPEN OUTPUT RESERVATION-ACK-FILE.
           OPEN I-O GUEST-MASTER-FILE.
           OPEN I-O BOOKING-ROOM-FILE.
           OPEN I-O ROOM-MASTER-FILE.
           OPEN I-O ROOM-CALENDAR-FILE.
           IF WS-CAL-STATUS = '35'
               OPEN OUTPUT ROOM-CALENDAR-FILE
               CLOSE ROOM-CALENDAR-FILE
               OPEN I-O ROOM-CALENDAR-FILE
           END-IF.
           OPEN I-O ROOM-BLOCK-FILE.
           IF WS-BLK-STATUS = '35'
      *        NO BLOCK HAS EVER BEEN CUT - A GROUP CODE ON THE FEED
      *        CANNOT BE ON FILE, AND NOTHING IS HELD OFF SALE.
               MOVE 'N' TO WS-BLK-ON-FILE
           END-IF.
           OPEN INPUT SELL-LIMIT-FILE.
           IF WS-SELL-STATUS = '35'
      *        NO SELL LIMIT HAS EVER BEEN LOADED - EVERY LOOKUP
      *        ANSWERS ZERO, MEANING NO OVERBOOKING ALLOWED.
               MOVE 'N' TO WS-SELL-ON-FILE
           END-IF.
           OPEN INPUT AGENT-MASTER-FILE.
           IF WS-AGENT-STATUS = '35'
               MOVE 'N' TO WS-AGENT-ON-FILE
           END-IF.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATE-STATUS = '35'
               MOVE 'N' TO WS-RATE-ON-FILE
           END-IF.
           OPEN INPUT GUEST-NOTE-FILE.
           IF WS-NOTE-STATUS = '35'
      *        NO GUEST NOTE HAS EVER BEEN KEPT - NO ONE IS BARRED.
               MOVE 'N' TO WS-NOTE-ON-FILE
           END-IF.
           OPEN INPUT STAY-RESTRICTION-FILE.
           IF WS-RST-STATUS = '35'
      *        NO RESTRICTION HAS EVER BEEN LOADED - EVERY NIGHT IS
      *        OPEN TO SALE.
               MOVE 'N' TO WS-RST-ON-FILE
           END-IF.
           OPEN I-O GUEST-PAYMENT-FILE.
           IF WS-PAY-STATUS = '35'
               OPEN OUTPUT GUEST-PAYMENT-FILE
               CLOSE GUEST-PAYMENT-FILE
               OPEN I-O GUEST-PAYMENT-FILE
           END-IF.
           OPEN I-O CONFIRM-CONTROL-FILE.
           IF WS-CONF-STATUS = '35'
               OPEN OUTPUT CONFIRM-CONTROL-FILE
               CLOSE CONFIRM-CONTROL-FILE
               OPEN I-O CONFIRM-CONTROL-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           OPEN I-O AUDIT-KEY-FILE.
           IF WS-AUDKEY-STATUS = '35'
               OPEN OUTPUT AUDIT-KEY-FILE
               CLOSE AUDIT-KEY-FILE
               OPEN I-O AUDIT-KEY-FILE
           END-IF.
           OPEN OUTPUT REJECT-REPORT.
      *
       2000-READ-NEXT-LINE.
           IF WS-EOF-FEED NOT = 'Y'
               READ RESERVATION-FEED-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FEED
               END-READ
           END-IF.
      *
       3000-BOOK-ONE-LINE.
      *        EACH LINE IS VALIDATED IN THE ORDER ADDM46 VALIDATES A
      *        SCREEN - PHONE, DATES, BLOCK, AGENT, GUEST, THEN THE
      *        ROOM ITSELF.  THE FIRST FAILURE IS THE REASON SENT
      *        BACK; A LINE IS EITHER BOOKED WHOLE OR NOT AT ALL.
           ADD 1 TO WS-READ-COUNT.
           MOVE 'Y' TO WS-VALID.
           MOVE SPACE TO WS-REASON WS-NOTE.
           MOVE SPACE TO WS-RATE-CODE.
           MOVE ZERO  TO WS-NIGHTLY-RATE.
           MOVE ZERO  TO WS-CONFIRM-NO.

           IF RF-PHONENO = SPACE OR RF-PHONENO = LOW-VALUE
               MOVE 'N' TO WS-VALID
               MOVE 'GUEST PHONE NUMBER IS REQUIRED' TO WS-REASON
           END-IF.
           IF WS-VALID = 'Y'
               PERFORM 3050-VALIDATE-DATES
           END-IF.
           IF WS-VALID = 'Y'
               PERFORM 3060-VALIDATE-BLOCK
           END-IF.
           IF WS-VALID = 'Y'
               PERFORM 3070-VALIDATE-AGENT
           END-IF.
           IF WS-VALID = 'Y'
               PERFORM 3080-FIND-NEXT-ROOMSEQ
           END-IF.
           IF WS-VALID = 'Y' AND WS-NOTE-ON-FILE = 'Y'
               PERFORM 3090-CHECK-DO-NOT-RENT
           END-IF.
           IF WS-VALID = 'Y' AND WS-RST-ON-FILE = 'Y'
               PERFORM 3095-CHECK-STAY-RESTRICTIONS
           END-IF.
           IF WS-VALID = 'Y'
               PERFORM 3100-MAINTAIN-GUEST
           END-IF.
           IF WS-VALID = 'Y'
               PERFORM 3200-BOOK-THE-ROOM
           END-IF.

           IF WS-VALID = 'Y'
               ADD 1 TO WS-BOOKED-COUNT
               PERFORM 3400-RECOUNT-GUEST-ROOMS
               PERFORM 3500-RECORD-DEPOSIT
               MOVE 'A' TO RA-DISPOSITION
               MOVE WS-NOTE TO RA-REASON
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 3600-PRINT-REJECT
               MOVE 'R' TO RA-DISPOSITION
               MOVE WS-REASON TO RA-REASON
           END-IF.
           PERFORM 3700-WRITE-ACK.
      *
       3050-VALIDATE-DATES.
           IF RF-CHECKIN-DATE NOT NUMERIC OR RF-CHECKIN-DATE = ZERO
               MOVE 'N' TO WS-VALID
               MOVE 'INVALID CHECK-IN DATE' TO WS-REASON
           ELSE
               IF RF-CHECKOUT-DATE NOT NUMERIC OR
                  RF-CHECKOUT-DATE = ZERO
                   MOVE 'N' TO WS-VALID
                   MOVE 'INVALID CHECK-OUT DATE' TO WS-REASON
               ELSE
                   IF RF-CHECKOUT-DATE NOT > RF-CHECKIN-DATE
                       MOVE 'N' TO WS-VALID
                       MOVE 'CHECK-OUT DATE NOT AFTER CHECK-IN DATE'
                           TO WS-REASON
                   END-IF
               END-IF
           END-IF.
      *
       3060-VALIDATE-BLOCK.
      *        SAME RULES AS KC03A46 2060-VALIDATE-BLOCK - THE BLOCK
      *        MUST BE OPEN, INSIDE ITS CUTOFF, AND COVER THE STAY.
           IF RF-GROUP-CODE = SPACE OR RF-GROUP-CODE = LOW-VALUE
               MOVE SPACE TO WS-GROUP-CODE
           ELSE
               MOVE RF-GROUP-CODE TO WS-GROUP-CODE
               MOVE '23' TO WS-BLK-STATUS
               IF WS-BLK-ON-FILE = 'Y'
                   MOVE WS-GROUP-CODE TO BK-GROUP-CODE
                   READ ROOM-BLOCK-FILE
                       INVALID KEY CONTINUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-BLK-STATUS NOT = '00'
                       MOVE 'N' TO WS-VALID
                       MOVE 'GROUP CODE NOT ON FILE' TO WS-REASON
                   WHEN BK-STATUS NOT = 'OPEN'
                       MOVE 'N' TO WS-VALID
                       MOVE 'BLOCK IS RELEASED' TO WS-REASON
                   WHEN WS-TODAY > BK-CUTOFF-DATE
                       MOVE 'N' TO WS-VALID
                       MOVE 'BLOCK CUTOFF HAS PASSED' TO WS-REASON
                   WHEN RF-CHECKIN-DATE < BK-CHECKIN-DATE OR
                        RF-CHECKOUT-DATE > BK-CHECKOUT-DATE
                       MOVE 'N' TO WS-VALID
                       MOVE 'STAY DATES FALL OUTSIDE THE BLOCK'
                           TO WS-REASON
               END-EVALUATE
           END-IF.
      *
       3070-VALIDATE-AGENT.
      *        SAME RULES AS KC03A46 2070-VALIDATE-AGENT - A MIS-SENT
      *        OR CLOSED AGENT IS REFUSED UP FRONT, NOT DISCOVERED AS
      *        A MISSING COMMISSION LINE AT MONTH-END.
           IF RF-AGENT-CODE = SPACE OR RF-AGENT-CODE = LOW-VALUE
               MOVE SPACE TO WS-AGENT-CODE
           ELSE
               MOVE RF-AGENT-CODE TO WS-AGENT-CODE
               MOVE '23' TO WS-AGENT-STATUS
               IF WS-AGENT-ON-FILE = 'Y'
                   MOVE WS-AGENT-CODE TO AM-AGENT-CODE
                   READ AGENT-MASTER-FILE
                       INVALID KEY CONTINUE
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGENT-STATUS NOT = '00'
                       MOVE 'N' TO WS-VALID
                       MOVE 'AGENT CODE NOT ON FILE' TO WS-REASON
                   WHEN AM-STATUS NOT = 'ACTIVE'
                       MOVE 'N' TO WS-VALID
                       MOVE 'AGENT IS CLOSED' TO WS-REASON
               END-EVALUATE
           END-IF.
      *
       3080-FIND-NEXT-ROOMSEQ.
      *        A NEW LINE TAKES THE GUEST'S NEXT GAP-FREE ROOMSEQ -
      *        THE FIRST NOTFND IS THE FREE SLOT.  THE SAME WALK
      *        CATCHES A LINE THE BOOKING ENGINE HAS SENT BEFORE: A
      *        BOOKED ROW FOR THE SAME ROOM AND CHECK-IN IS ALREADY
      *        THIS RESERVATION, AND BOOKING IT AGAIN WOULD DOUBLE
      *        THE GUEST'S ROOMS.
           MOVE 1 TO WS-SEQ-PROBE.
           MOVE 'N' TO WS-PROBE-DONE.
           PERFORM UNTIL WS-PROBE-DONE = 'Y'
               MOVE RF-PHONENO TO BR-PHONENO
               MOVE WS-SEQ-PROBE TO BR-ROOMSEQ
               READ BOOKING-ROOM-FILE
                   INVALID KEY MOVE 'Y' TO WS-PROBE-DONE
               END-READ
               IF WS-PROBE-DONE NOT = 'Y'
                   IF BR-STATUS = 'BOOKED' AND
                      BR-ROOMNO = RF-ROOMNO AND
                      BR-CHECKIN-DATE = RF-CHECKIN-DATE
                       MOVE 'N' TO WS-VALID
                       MOVE 'ALREADY BOOKED - DUPLICATE LINE'
                           TO WS-REASON
                   END-IF
                   ADD 1 TO WS-SEQ-PROBE
               END-IF
           END-PERFORM.
           MOVE WS-SEQ-PROBE TO WS-NEXT-SEQ.
      *
       3090-CHECK-DO-NOT-RENT.
      *        ADDM46 WILL NOT BOOK A DO-NOT-RENT GUEST WITHOUT A
      *        SUPERVISOR'S OVERRIDE, AND NO SUPERVISOR STANDS BEHIND
      *        THE FEED - SUCH A LINE GOES BACK FOR THE DESK TO
      *        HANDLE.  NOTE-SEQ IS GAP-FREE FROM 1 (SEE
      *        GuestNoteRecord.cbl).
           MOVE RF-PHONENO TO GN-PHONENO.
           MOVE 1 TO WS-NOTE-PROBE.
           MOVE 'N' TO WS-PROBE-DONE.
           PERFORM UNTIL WS-PROBE-DONE = 'Y'
               MOVE WS-NOTE-PROBE TO GN-NOTE-SEQ
               READ GUEST-NOTE-FILE
                   INVALID KEY MOVE 'Y' TO WS-PROBE-DONE
               END-READ
               IF WS-PROBE-DONE NOT = 'Y'
                   IF GN-STATUS = 'A' AND GN-NOTE-TYPE = 'DNR'
                       MOVE 'N' TO WS-VALID
                       MOVE 'GUEST IS DO-NOT-RENT - REFER TO THE DESK'
                           TO WS-REASON
                       MOVE 'Y' TO WS-PROBE-DONE
                   END-IF
                   IF WS-NOTE-PROBE = 999
                       MOVE 'Y' TO WS-PROBE-DONE
                   ELSE
                       ADD 1 TO WS-NOTE-PROBE
                   END-IF
               END-IF
           END-PERFORM.
      *
       3095-CHECK-STAY-RESTRICTIONS.
      *        THE SAME WALK AS KC03A46 2091-LOOKUP-STAY-RESTRICTIONS
      *        - THE HOTEL'S STAYRST ROWS FROM THE CHECK-IN DATE TO
      *        THE CHECK-OUT DATE, STOPPING AT THE FIRST RESTRICTION
      *        THE STAY BREAKS.  THE DESK'S SUPERVISOR OVERRIDE HAS
      *        NO BATCH TWIN, SO SUCH A LINE GOES BACK LIKE A
      *        DO-NOT-RENT.
           MOVE SPACE TO WS-RST-REASON.
           COMPUTE WS-RST-NIGHTS =
               FUNCTION INTEGER-OF-DATE(RF-CHECKOUT-DATE) -
               FUNCTION INTEGER-OF-DATE(RF-CHECKIN-DATE).
           MOVE RF-HOTEL        TO ST-HOTEL.
           MOVE RF-CHECKIN-DATE TO ST-STAY-DATE.
           START STAY-RESTRICTION-FILE KEY NOT < ST-KEY
               INVALID KEY MOVE 'Y' TO WS-RST-DONE
               NOT INVALID KEY MOVE 'N' TO WS-RST-DONE
           END-START.
           PERFORM UNTIL WS-RST-DONE = 'Y'
               READ STAY-RESTRICTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RST-DONE
               END-READ
               IF WS-RST-DONE NOT = 'Y'
                   IF ST-HOTEL NOT = RF-HOTEL OR
                      ST-STAY-DATE > RF-CHECKOUT-DATE
                       MOVE 'Y' TO WS-RST-DONE
                   ELSE
                       PERFORM 3096-TEST-ONE-RESTRICTION
                       IF WS-RST-REASON NOT = SPACE
                           MOVE 'Y' TO WS-RST-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RST-REASON NOT = SPACE
               MOVE 'N' TO WS-VALID
               MOVE SPACE TO WS-REASON
               STRING 'STAY RESTRICTED - ' DELIMITED BY SIZE
                      WS-RST-REASON DELIMITED BY SIZE
                      INTO WS-REASON
           END-IF.
      *
       3096-TEST-ONE-RESTRICTION.
      *        THE CHECK-OUT DATE IS NOT A NIGHT OF THE STAY, SO ONLY
      *        ITS CLOSED-TO-DEPARTURE FLAG APPLIES.
           EVALUATE TRUE
               WHEN ST-STAY-DATE = RF-CHECKIN-DATE AND
                    ST-CLOSED-ARRIVAL = 'Y'
                   MOVE 'CLOSED TO ARRIVAL' TO WS-RST-REASON
               WHEN ST-STAY-DATE = RF-CHECKOUT-DATE AND
                    ST-CLOSED-DEPART = 'Y'
                   MOVE 'CLOSED TO DEPARTURE' TO WS-RST-REASON
               WHEN ST-STAY-DATE < RF-CHECKOUT-DATE AND
                    ST-MIN-STAY > WS-RST-NIGHTS
                   MOVE ST-MIN-STAY TO WS-RM-NIGHTS
                   MOVE WS-RST-MIN-TEXT TO WS-RST-REASON
           END-EVALUATE.
      *
       3100-MAINTAIN-GUEST.
      *        A GUEST ALREADY ON FILE KEEPS THEIR RECORD, WITH ANY
      *        DETAIL THE BOOKING ENGINE SENT REFRESHED; A NEW GUEST
      *        IS ADDED THE WAY INQM46 ADDS ONE, WITH NO ROOMS YET.
           MOVE RF-PHONENO TO GM-PHONENO.
           READ GUEST-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-GUEST-STATUS = '00'
               IF RF-LASTNAME NOT = SPACE
                   MOVE RF-LASTNAME TO GM-LASTNAME
               END-IF
               IF RF-FIRSTNAME NOT = SPACE
                   MOVE RF-FIRSTNAME TO GM-FIRSTNAME
               END-IF
               IF RF-ADDRESS NOT = SPACE
                   MOVE RF-ADDRESS TO GM-ADDRESS
               END-IF
               IF RF-CITY NOT = SPACE
                   MOVE RF-CITY TO GM-CITY
               END-IF
               IF RF-PROVINCE NOT = SPACE
                   MOVE RF-PROVINCE TO GM-PROVINCE
               END-IF
               IF RF-POSTALCODE NOT = SPACE
                   MOVE RF-POSTALCODE TO GM-POSTALCODE
               END-IF
               REWRITE GUEST-MASTER-RECORD
           ELSE
               IF RF-LASTNAME = SPACE
                   MOVE 'N' TO WS-VALID
                   MOVE 'NEW GUEST SENT WITHOUT A NAME' TO WS-REASON
               ELSE
                   INITIALIZE GUEST-MASTER-RECORD
                   MOVE RF-PHONENO    TO GM-PHONENO
                   MOVE RF-LASTNAME   TO GM-LASTNAME
                   MOVE RF-FIRSTNAME  TO GM-FIRSTNAME
                   MOVE RF-ADDRESS    TO GM-ADDRESS
                   MOVE RF-CITY       TO GM-CITY
                   MOVE RF-PROVINCE   TO GM-PROVINCE
                   MOVE RF-POSTALCODE TO GM-POSTALCODE
                   WRITE GUEST-MASTER-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-VALID
                           MOVE 'GUEST COULD NOT BE ADDED'
                               TO WS-REASON
                   END-WRITE
               END-IF
           END-IF.
      *
       3200-BOOK-THE-ROOM.
      *        THE BATCH TWIN OF KC03A46 2210-PROCESS-ONE-ROOM-ROW.
      *        THE FEED NAMES THE HOTEL, SO THE ROOM IS READ ON ITS
      *        PRIME KEY RATHER THAN THROUGH THE ROOMALT PATH.
           IF RF-ROOMNO = SPACE OR RF-ROOMNO = LOW-VALUE
               MOVE 'N' TO WS-VALID
               MOVE 'ROOM NUMBER IS REQUIRED' TO WS-REASON
           ELSE
               MOVE RF-HOTEL  TO RM-HOTEL
               MOVE RF-ROOMNO TO RM-ROOMNO
               MOVE RM-KEY TO WS-ROOM-KEY
               READ ROOM-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-ROOM-STATUS NOT = '00'
                       MOVE 'N' TO WS-VALID
                       MOVE 'ROOM NOT ON FILE' TO WS-REASON
      *            A ROOM WAITING ON HOUSEKEEPING ONLY REFUSES A
      *            GUEST CHECKING IN ON THE BUSINESS DATE.
                   WHEN RM-STATUS = 'OUT OF SERVICE' OR
                        (RM-STATUS = 'NEEDS CLEANING' AND
                         RF-CHECKIN-DATE NOT > WS-TODAY)
                       MOVE 'N' TO WS-VALID
                       MOVE RM-STATUS TO WS-REASON
                   WHEN OTHER
                       PERFORM 3210-CHECK-ROOM-CALENDAR
                       PERFORM 3220-CHECK-HOTEL-POSITION
                       IF WS-DATES-FREE = 'Y'
                           PERFORM 3230-RECORD-CALENDAR
                       END-IF
                       IF WS-DATES-FREE NOT = 'Y' OR
                          WS-CAL-SAVED NOT = 'Y'
                           MOVE 'N' TO WS-VALID
                           MOVE 'DATES UNAVAILABLE' TO WS-REASON
                       ELSE
      *                    THE POSITION COUNT BROWSED THE ROOM MASTER,
      *                    SO THE ROOM IS READ BACK BEFORE ITS RATE IS
      *                    LOOKED UP.  THE ROOM MASTER IS ONLY TAKEN
      *                    ONCE THE BOOKING ROW IS SAFELY ON FILE.
                           MOVE WS-ROOM-KEY TO RM-KEY
                           READ ROOM-MASTER-FILE
                               INVALID KEY CONTINUE
                           END-READ
                           PERFORM 3250-LOOKUP-RATE
                           PERFORM 3260-SAVE-BOOKING-ROW
                           IF WS-VALID = 'Y'
                               PERFORM 3240-TAKE-ROOM-MASTER
                               PERFORM 3270-DRAW-DOWN-BLOCK
                               PERFORM 3280-WRITE-AUDIT-LOG
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.
      *
       3210-CHECK-ROOM-CALENDAR.
      *        SAME TEST AS KC03A46 2211-CHECK-ROOM-CALENDAR - NO
      *        OTHER GUEST'S CALENDAR ENTRY, OR PRE-CALENDAR MASTER
      *        STAY, MAY OVERLAP THE WANTED RANGE.
           MOVE 'Y' TO WS-DATES-FREE.

           IF RM-STATUS = 'BOOKED' AND
              RM-PHONENO NOT = RF-PHONENO AND
              RF-CHECKIN-DATE < RM-CHECKOUT-DATE AND
              RF-CHECKOUT-DATE > RM-CHECKIN-DATE
               MOVE 'N' TO WS-DATES-FREE
           END-IF.

           MOVE RF-ROOMNO TO RC-ROOMNO WS-CAL-ROOMNO.
           MOVE ZERO TO RC-CHECKIN-DATE.
           START ROOM-CALENDAR-FILE KEY NOT < RC-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-CAL
               NOT INVALID KEY MOVE 'N' TO WS-EOF-CAL
           END-START.
           PERFORM UNTIL WS-EOF-CAL = 'Y'
               READ ROOM-CALENDAR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CAL
               END-READ
               IF WS-EOF-CAL NOT = 'Y'
                   IF RC-ROOMNO NOT = WS-CAL-ROOMNO
                       MOVE 'Y' TO WS-EOF-CAL
                   ELSE
                       IF RC-PHONENO NOT = RF-PHONENO AND
                          RF-CHECKIN-DATE < RC-CHECKOUT-DATE AND
                          RF-CHECKOUT-DATE > RC-CHECKIN-DATE
                           MOVE 'N' TO WS-DATES-FREE
                           MOVE 'Y' TO WS-EOF-CAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       3220-CHECK-HOTEL-POSITION.
      *        SAME POSITION RULE AS KC03A46 2212-CHECK-HOTEL-
      *        POSITION - STAYS OVERLAPPING THE RANGE PLUS THE UNSOLD
      *        REMAINDER OF THE OTHER OPEN BLOCKS, AGAINST THE
      *        SELLABLE ROOM COUNT STRETCHED BY ANY SELL LIMIT OVER
      *        100.  A FREE ROOM PAST THE POSITION IS REFUSED; A
      *        TAKEN ROOM UNDER THE STRETCHED CEILING IS A DELIBERATE
      *        OVERSELL.
           MOVE RM-HOTEL TO WS-CNT-HOTEL.
           PERFORM 3221-LOOKUP-SELL-LIMIT.
           PERFORM 3222-COUNT-HOTEL-POSITION.
           PERFORM 3224-COUNT-BLOCK-HELD.
           IF WS-LIMIT-PCT > 100
               COMPUTE WS-SELL-CEILING =
                   WS-HOTEL-ROOMS * WS-LIMIT-PCT / 100
           ELSE
               MOVE WS-HOTEL-ROOMS TO WS-SELL-CEILING
           END-IF.

           IF WS-DATES-FREE = 'Y'
               IF WS-HOTEL-ROOMS > ZERO AND
                  WS-HOTEL-STAYS + WS-BLOCK-HELD NOT <
                  WS-SELL-CEILING
                   MOVE 'N' TO WS-DATES-FREE
               END-IF
           ELSE
               IF WS-LIMIT-PCT > 100 AND
                  WS-HOTEL-STAYS + WS-BLOCK-HELD < WS-SELL-CEILING
                   MOVE 'Y' TO WS-DATES-FREE
               END-IF
           END-IF.
      *
       3221-LOOKUP-SELL-LIMIT.
           MOVE ZERO TO WS-LIMIT-PCT.
           IF WS-SELL-ON-FILE = 'Y'
               MOVE WS-CNT-HOTEL TO SL-HOTEL
               MOVE ZERO TO SL-EFFECTIVE-DATE
               START SELL-LIMIT-FILE KEY NOT < SL-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-SELL
                   NOT INVALID KEY MOVE 'N' TO WS-EOF-SELL
               END-START
               PERFORM UNTIL WS-EOF-SELL = 'Y'
                   READ SELL-LIMIT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SELL
                   END-READ
                   IF WS-EOF-SELL NOT = 'Y'
                       IF SL-HOTEL NOT = WS-CNT-HOTEL OR
                          SL-EFFECTIVE-DATE > RF-CHECKIN-DATE
                           MOVE 'Y' TO WS-EOF-SELL
                       ELSE
                           MOVE SL-LIMIT-PCT TO WS-LIMIT-PCT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       3222-COUNT-HOTEL-POSITION.
      *        THE BROWSE READS INTO ROOM-COUNT-RECORD, BUT A BATCH
      *        READ STILL OVERLAYS THE FILE'S OWN RECORD AREA - THE
      *        ROOM BEING BOOKED IS READ BACK BY ITS SAVED KEY ONCE
      *        THE COUNT IS DONE.
           MOVE ZERO TO WS-HOTEL-ROOMS WS-HOTEL-STAYS.
           MOVE WS-CNT-HOTEL TO RM-HOTEL.
           MOVE LOW-VALUE TO RM-ROOMNO.
           START ROOM-MASTER-FILE KEY NOT < RM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-CNT
               NOT INVALID KEY MOVE 'N' TO WS-EOF-CNT
           END-START.
           PERFORM UNTIL WS-EOF-CNT = 'Y'
               READ ROOM-MASTER-FILE NEXT RECORD
                   INTO ROOM-COUNT-RECORD
                   AT END MOVE 'Y' TO WS-EOF-CNT
               END-READ
               IF WS-EOF-CNT NOT = 'Y'
                   IF R2-HOTEL NOT = WS-CNT-HOTEL
                       MOVE 'Y' TO WS-EOF-CNT
                   ELSE
                       IF R2-STATUS NOT = 'OUT OF SERVICE'
                           ADD 1 TO WS-HOTEL-ROOMS
                       END-IF
                       PERFORM 3223-COUNT-ROOM-STAYS
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-ROOM-KEY TO RM-KEY.
           READ ROOM-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
      *
       3223-COUNT-ROOM-STAYS.
      *        CALENDAR ENTRIES ARE THE COUNT; A MASTER STAY ONLY
      *        COUNTS WHEN NO ENTRY WAS EVER FILED BEHIND IT.
           IF R2-STATUS = 'BOOKED' AND
              RF-CHECKIN-DATE < R2-CHECKOUT-DATE AND
              RF-CHECKOUT-DATE > R2-CHECKIN-DATE
               MOVE R2-ROOMNO TO RC-ROOMNO
               MOVE R2-CHECKIN-DATE TO RC-CHECKIN-DATE
               READ ROOM-CALENDAR-FILE
                   INVALID KEY ADD 1 TO WS-HOTEL-STAYS
               END-READ
           END-IF.

           MOVE R2-ROOMNO TO RC-ROOMNO WS-CNT-ROOMNO.
           MOVE ZERO TO RC-CHECKIN-DATE.
           START ROOM-CALENDAR-FILE KEY NOT < RC-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-CAL
               NOT INVALID KEY MOVE 'N' TO WS-EOF-CAL
           END-START.
           PERFORM UNTIL WS-EOF-CAL = 'Y'
               READ ROOM-CALENDAR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CAL
               END-READ
               IF WS-EOF-CAL NOT = 'Y'
                   IF RC-ROOMNO NOT = WS-CNT-ROOMNO
                       MOVE 'Y' TO WS-EOF-CAL
                   ELSE
                       IF RF-CHECKIN-DATE < RC-CHECKOUT-DATE AND
                          RF-CHECKOUT-DATE > RC-CHECKIN-DATE
                           ADD 1 TO WS-HOTEL-STAYS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       3224-COUNT-BLOCK-HELD.
      *        THE LINE'S OWN BLOCK IS LEFT OUT - IT DRAWS FROM THE
      *        ROOMS THAT BLOCK ALREADY HOLDS.
           MOVE ZERO TO WS-BLOCK-HELD.
           IF WS-BLK-ON-FILE = 'Y'
               MOVE LOW-VALUE TO BK-GROUP-CODE
               START ROOM-BLOCK-FILE KEY NOT < BK-GROUP-CODE
                   INVALID KEY MOVE 'Y' TO WS-EOF-BLK
                   NOT INVALID KEY MOVE 'N' TO WS-EOF-BLK
               END-START
               PERFORM UNTIL WS-EOF-BLK = 'Y'
                   READ ROOM-BLOCK-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-BLK
                   END-READ
                   IF WS-EOF-BLK NOT = 'Y'
                       IF BK-STATUS = 'OPEN' AND
                          BK-HOTEL = WS-CNT-HOTEL AND
                          BK-GROUP-CODE NOT = WS-GROUP-CODE AND
                          BK-ROOMS-HELD > BK-PICKED-UP AND
                          RF-CHECKIN-DATE < BK-CHECKOUT-DATE AND
                          RF-CHECKOUT-DATE > BK-CHECKIN-DATE
                           COMPUTE WS-BLOCK-HELD = WS-BLOCK-HELD
                               + BK-ROOMS-HELD - BK-PICKED-UP
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       3230-RECORD-CALENDAR.
      *        THE CALENDAR ENTRY GOES ON BEFORE THE ROOM MASTER IS
      *        TOUCHED.  AN ENTRY ALREADY ON THIS ROOM AND CHECK-IN
      *        DATE IS ONLY REFRESHED WHEN IT IS THIS GUEST'S OWN -
      *        ANOTHER GUEST'S RESERVATION IS NEVER OVERWRITTEN.
           MOVE 'N' TO WS-CAL-SAVED.
           MOVE 'N' TO WS-CAL-ADDED.
           MOVE RF-ROOMNO        TO RC-ROOMNO.
           MOVE RF-CHECKIN-DATE  TO RC-CHECKIN-DATE.
           MOVE RF-CHECKOUT-DATE TO RC-CHECKOUT-DATE.
           MOVE RF-PHONENO       TO RC-PHONENO.
           WRITE ROOM-CALENDAR-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-SAVED
               MOVE 'Y' TO WS-CAL-ADDED
           END-IF.

           IF WS-CAL-STATUS = '22'
               READ ROOM-CALENDAR-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CAL-STATUS = '00' AND
                  RC-PHONENO = RF-PHONENO
                   MOVE RF-CHECKOUT-DATE TO RC-CHECKOUT-DATE
                   REWRITE ROOM-CALENDAR-RECORD
                   MOVE 'Y' TO WS-CAL-SAVED
               END-IF
           END-IF.
      *
       3240-TAKE-ROOM-MASTER.
      *        THE ROOM MASTER CARRIES ONLY THE STAY IN FORCE - TAKE
      *        IT OVER WHEN THE ROOM IS FREE, WHEN THIS GUEST ALREADY
      *        HOLDS IT, OR WHEN THIS BOOKING STARTS EARLIER THAN THE
      *        STAY SHOWN.  OTHERWISE THE RESERVATION LIVES ON THE
      *        CALENDAR ALONE.
           MOVE WS-ROOM-KEY TO RM-KEY.
           READ ROOM-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           MOVE RM-STATUS TO WS-STATUS-BEFORE.
           IF RM-STATUS = 'AVAILABLE' OR
              RM-PHONENO = RF-PHONENO OR
              RF-CHECKIN-DATE < RM-CHECKIN-DATE
               MOVE 'BOOKED'         TO RM-STATUS
               MOVE RF-PHONENO       TO RM-PHONENO
               MOVE RF-CHECKIN-DATE  TO RM-CHECKIN-DATE
               MOVE RF-CHECKOUT-DATE TO RM-CHECKOUT-DATE
               REWRITE ROOM-MASTER-RECORD
           END-IF.
           MOVE RM-STATUS TO WS-STATUS-AFTER.
      *
       3250-LOOKUP-RATE.
      *        THE RATE IN FORCE AT BOOKING TIME IS CAPTURED ON THE
      *        ROW - THE LAST RATEMAS ENTRY FOR THE HOTEL AND ROOM
      *        CAPACITY EFFECTIVE ON OR BEFORE THE CHECK-IN DATE.
           MOVE SPACE TO WS-RATE-CODE.
           MOVE ZERO  TO WS-NIGHTLY-RATE.
           IF WS-RATE-ON-FILE = 'Y'
               MOVE RM-HOTEL    TO RT-HOTEL WS-RATE-HOTEL
               MOVE RM-CAPACITY TO RT-CAPACITY WS-RATE-CAPACITY
               MOVE ZERO        TO RT-EFFECTIVE-DATE
               START RATE-MASTER-FILE KEY NOT < RT-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-RATE
                   NOT INVALID KEY MOVE 'N' TO WS-EOF-RATE
               END-START
               PERFORM UNTIL WS-EOF-RATE = 'Y'
                   READ RATE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-RATE
                   END-READ
                   IF WS-EOF-RATE NOT = 'Y'
                       IF RT-HOTEL NOT = WS-RATE-HOTEL OR
                          RT-CAPACITY NOT = WS-RATE-CAPACITY OR
                          RT-EFFECTIVE-DATE > RF-CHECKIN-DATE
                           MOVE 'Y' TO WS-EOF-RATE
                       ELSE
                           MOVE RT-RATE-CODE    TO WS-RATE-CODE
                           MOVE RT-NIGHTLY-RATE TO WS-NIGHTLY-RATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       3260-SAVE-BOOKING-ROW.
           MOVE RF-PHONENO       TO BR-PHONENO.
           MOVE WS-NEXT-SEQ      TO BR-ROOMSEQ.
           MOVE RF-ROOMNO        TO BR-ROOMNO.
           MOVE RM-HOTEL         TO BR-HOTEL.
           MOVE 'BOOKED'         TO BR-STATUS.
           MOVE RF-CHECKIN-DATE  TO BR-CHECKIN-DATE.
           MOVE RF-CHECKOUT-DATE TO BR-CHECKOUT-DATE.
           MOVE WS-RATE-CODE     TO BR-RATE-CODE.
           MOVE WS-NIGHTLY-RATE  TO BR-NIGHTLY-RATE.
           MOVE ZERO TO BR-ACTUAL-ARRIVAL BR-ACTUAL-DEPART.
           MOVE SPACE TO BR-BILL-STATUS.
           MOVE ZERO TO BR-EXTRACT-DATE BR-BILLED-DATE.
           MOVE WS-GROUP-CODE    TO BR-GROUP-CODE.
           MOVE WS-AGENT-CODE    TO BR-AGENT-CODE.
           MOVE SPACE            TO BR-DBILL-ACCT.
           MOVE ZERO             TO BR-BILLED-AMOUNT.
           PERFORM 3265-ASSIGN-CONFIRM-NO.
           WRITE BOOKING-ROOM-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE BR-CONFIRM-NO    TO WS-CONFIRM-NO.
      *        A ROW ALREADY ON THIS PHONE AND ROOMSEQ MEANS SOMEONE
      *        ELSE BOOKED THE GUEST SINCE 3080 PROBED - THE LINE IS
      *        REJECTED, AND A CALENDAR ENTRY 3230 ADDED FOR IT IS
      *        TAKEN BACK OFF SO THE ROOM IS NOT HELD FOR NOTHING.
           IF WS-BOOKROOM-STATUS NOT = '00'
               MOVE 'N' TO WS-VALID
               MOVE 'BOOKING ROW NOT SAVED' TO WS-REASON
               IF WS-CAL-ADDED = 'Y'
                   MOVE RF-ROOMNO       TO RC-ROOMNO
                   MOVE RF-CHECKIN-DATE TO RC-CHECKIN-DATE
                   DELETE ROOM-CALENDAR-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
           END-IF.
      *
       3265-ASSIGN-CONFIRM-NO.
      *        THE SAME CONFCTL COUNTER ADDM46 AND ADDM46A NUMBER
      *        THEIR ROWS FROM (SEE KC03A46 2221-ASSIGN-CONFIRM-NO),
      *        SO A FEED BOOKING AND A DESK BOOKING NEVER SHARE A
      *        NUMBER.  THE NUMBER GOES BACK ON THE ACKNOWLEDGMENT.
           MOVE 'BOOKING' TO CF-KEY.
           READ CONFIRM-CONTROL-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CONF-STATUS = '00'
               ADD 1 TO CF-LAST-CONFIRM-NO
               REWRITE CONFIRM-CONTROL-RECORD
           ELSE
               MOVE 'BOOKING' TO CF-KEY
               MOVE 1 TO CF-LAST-CONFIRM-NO
               WRITE CONFIRM-CONTROL-RECORD
           END-IF.
           MOVE CF-LAST-CONFIRM-NO TO BR-CONFIRM-NO.
      *
       3270-DRAW-DOWN-BLOCK.
      *        AS ON KC03A46 2222-DRAW-DOWN-BLOCK - A FULL BLOCK, OR
      *        A ROOM AT ANOTHER HOTEL, STILL BOOKS BUT OUTSIDE THE
      *        BLOCK, WITH THE GROUP CODE TAKEN BACK OFF THE ROW AND
      *        THE REASON SENT BACK ON THE ACCEPTED ACKNOWLEDGMENT.
           IF WS-GROUP-CODE NOT = SPACE
               MOVE WS-GROUP-CODE TO BK-GROUP-CODE
               READ ROOM-BLOCK-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-BLK-STATUS = '00'
                   IF BK-PICKED-UP < BK-ROOMS-HELD AND
                      BK-HOTEL = BR-HOTEL
                       ADD 1 TO BK-PICKED-UP
                       REWRITE ROOM-BLOCK-RECORD
                   ELSE
                       IF BK-HOTEL NOT = BR-HOTEL
                           MOVE
                             'ROOM NOT AT BLOCK HOTEL - BOOKED OUTSIDE'
                               TO WS-NOTE
                       ELSE
                           MOVE
                             'BLOCK FULL - ROOM BOOKED OUTSIDE BLOCK'
                               TO WS-NOTE
                       END-IF
                       READ BOOKING-ROOM-FILE
                           INVALID KEY CONTINUE
                       END-READ
                       IF WS-BOOKROOM-STATUS = '00'
                           MOVE SPACE TO BR-GROUP-CODE
                           REWRITE BOOKING-ROOM-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       3280-WRITE-AUDIT-LOG.
      *        THE SAME 'ADD' ENTRY ADDM46 WRITES, WITH THE JOB NAME
      *        IN PLACE OF THE OPERATOR AS THE OTHER BATCH UPDATERS
      *        (KC03R13) LOG THEMSELVES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE 'KC03R28'        TO AL-CLERK-ID.
           MOVE SPACE            TO AL-TERMID.
           MOVE RF-PHONENO       TO AL-PHONENO.
           MOVE RF-ROOMNO        TO AL-ROOMNO.
           MOVE 'ADD'            TO AL-ACTION.
           MOVE WS-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE WS-STATUS-AFTER  TO AL-STATUS-AFTER.
           PERFORM 3281-FILE-AUDIT-KEY-ROWS.
           WRITE AUDIT-LOG-RECORD.
      *
       3281-FILE-AUDIT-KEY-ROWS.
      *        THE SAME COMPANION ROWS THE ONLINE AUDIT WRITER
      *        KC03X46 FILES (SEE AuditKeyRecord.cbl), TAKEN BEFORE
      *        THE LOG WRITE RELEASES THE RECORD AREA.
           IF AL-PHONENO NOT = SPACE
               MOVE 'P'        TO AX-KEY-TYPE
               MOVE AL-PHONENO TO AX-KEY-VALUE
               PERFORM 3282-WRITE-AUDIT-KEY-ROW
           END-IF.
           IF AL-ROOMNO NOT = SPACE
               MOVE 'R'        TO AX-KEY-TYPE
               MOVE AL-ROOMNO  TO AX-KEY-VALUE
               PERFORM 3282-WRITE-AUDIT-KEY-ROW
           END-IF.
      *
       3282-WRITE-AUDIT-KEY-ROW.
           MOVE AL-LOG-DATE      TO AX-LOG-DATE.
           MOVE AL-LOG-TIME      TO AX-LOG-TIME.
           MOVE ZERO             TO AX-KEY-SEQ.
           MOVE AUDIT-LOG-RECORD TO AX-ENTRY.
           MOVE 'N' TO WS-AUDKEY-DONE.
           PERFORM UNTIL WS-AUDKEY-DONE = 'Y'
               WRITE AUDIT-KEY-RECORD
                   INVALID KEY
                       IF AX-KEY-SEQ < 999
                           ADD 1 TO AX-KEY-SEQ
                       ELSE
                           MOVE 'Y' TO WS-AUDKEY-DONE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-AUDKEY-DONE
               END-WRITE
           END-PERFORM.
      *
       3400-RECOUNT-GUEST-ROOMS.
      *        GM-NUMROOMS REFLECTS THE ROOMS ACTUALLY BOOKED.
           MOVE ZERO TO WS-ROOM-COUNT.
           MOVE 1 TO WS-SEQ-PROBE.
           MOVE 'N' TO WS-PROBE-DONE.
           PERFORM UNTIL WS-PROBE-DONE = 'Y'
               MOVE RF-PHONENO TO BR-PHONENO
               MOVE WS-SEQ-PROBE TO BR-ROOMSEQ
               READ BOOKING-ROOM-FILE
                   INVALID KEY MOVE 'Y' TO WS-PROBE-DONE
               END-READ
               IF WS-PROBE-DONE NOT = 'Y'
                   IF BR-STATUS = 'BOOKED'
                       ADD 1 TO WS-ROOM-COUNT
                   END-IF
                   ADD 1 TO WS-SEQ-PROBE
               END-IF
           END-PERFORM.

           MOVE RF-PHONENO TO GM-PHONENO.
           READ GUEST-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-GUEST-STATUS = '00'
               MOVE WS-ROOM-COUNT TO GM-NUMROOMS
               REWRITE GUEST-MASTER-RECORD
           END-IF.
      *
       3500-RECORD-DEPOSIT.
      *        A CARD DEPOSIT TAKEN BY THE BOOKING ENGINE IS FILED AS
      *        A HELD 'DEP' ROW, EXACTLY AS KC03A46 2260-RECORD-
      *        DEPOSIT FILES ONE KEYED AT THE DESK, UNDER THE NEXT
      *        GAP-FREE PAYSEQ.  IT IS DATED THE BUSINESS DATE SO IT
      *        FALLS IN TONIGHT'S JOURNAL (KC03R27).
           IF RF-DEPOSIT NUMERIC
               MOVE RF-DEPOSIT TO WS-DEPOSIT-AMT
           ELSE
               MOVE ZERO TO WS-DEPOSIT-AMT
           END-IF.

           IF WS-DEPOSIT-AMT > ZERO
               MOVE 1 TO WS-SEQ-PROBE
               MOVE 'N' TO WS-PROBE-DONE
               PERFORM UNTIL WS-PROBE-DONE = 'Y'
                   MOVE RF-PHONENO TO PY-PHONENO
                   MOVE WS-SEQ-PROBE TO PY-PAYSEQ
                   READ GUEST-PAYMENT-FILE
                       INVALID KEY MOVE 'Y' TO WS-PROBE-DONE
                   END-READ
                   IF WS-PROBE-DONE NOT = 'Y'
                       ADD 1 TO WS-SEQ-PROBE
                   END-IF
               END-PERFORM
               MOVE RF-PHONENO     TO PY-PHONENO
               MOVE WS-SEQ-PROBE   TO PY-PAYSEQ
               MOVE WS-TODAY       TO PY-PAY-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO PY-PAY-TIME
               MOVE WS-DEPOSIT-AMT TO PY-AMOUNT
               MOVE 'DEP'          TO PY-PAY-TYPE
               MOVE 'HELD'         TO PY-STATUS
               MOVE ZERO           TO PY-SETTLE-DATE
               MOVE 'KC03R28'      TO PY-CLERK-ID
               WRITE GUEST-PAYMENT-RECORD
                   INVALID KEY
                       MOVE 'BOOKED - DEPOSIT COULD NOT BE FILED'
                           TO WS-NOTE
               END-WRITE
           END-IF.
      *
       3600-PRINT-REJECT.
           MOVE RF-RES-ID  TO WD-RES-ID.
           MOVE RF-PHONENO TO WD-PHONENO.
           MOVE RF-ROOMNO  TO WD-ROOMNO.
           IF RF-CHECKIN-DATE NUMERIC
               MOVE RF-CHECKIN-DATE TO WD-CHECKIN
           ELSE
               MOVE ZERO TO WD-CHECKIN
           END-IF.
           MOVE WS-REASON  TO WD-REASON.
           MOVE WS-DETAIL-LINE TO REJECT-REPORT-LINE.
           WRITE REJECT-REPORT-LINE.
      *
       3700-WRITE-ACK.
           MOVE RF-RES-ID  TO RA-RES-ID.
           MOVE RF-PHONENO TO RA-PHONENO.
           MOVE RF-ROOMNO  TO RA-ROOMNO.
           IF RF-CHECKIN-DATE NUMERIC
               MOVE RF-CHECKIN-DATE TO RA-CHECKIN-DATE
           ELSE
               MOVE ZERO TO RA-CHECKIN-DATE
           END-IF.
           MOVE WS-RATE-CODE    TO RA-RATE-CODE.
           MOVE WS-NIGHTLY-RATE TO RA-NIGHTLY-RATE.
           MOVE WS-CONFIRM-NO   TO RA-CONFIRM-NO.
           WRITE RESERVATION-ACK-RECORD.
      *
       9000-CLOSE-FILES.
           CLOSE RESERVATION-FEED-FILE.
           CLOSE RESERVATION-ACK-FILE.
           CLOSE GUEST-MASTER-FILE.
           CLOSE BOOKING-ROOM-FILE.
           CLOSE ROOM-MASTER-FILE.
           CLOSE ROOM-CALENDAR-FILE.
           IF WS-BLK-ON-FILE = 'Y'
               CLOSE ROOM-BLOCK-FILE
           END-IF.
           IF WS-SELL-ON-FILE = 'Y'
               CLOSE SELL-LIMIT-FILE
           END-IF.
           IF WS-AGENT-ON-FILE = 'Y'
               CLOSE AGENT-MASTER-FILE
           END-IF.
           IF WS-RATE-ON-FILE = 'Y'
               CLOSE RATE-MASTER-FILE
           END-IF.
           IF WS-NOTE-ON-FILE = 'Y'
               CLOSE GUEST-NOTE-FILE
           END-IF.
           IF WS-RST-ON-FILE = 'Y'
               CLOSE STAY-RESTRICTION-FILE
           END-IF.
           CLOSE GUEST-PAYMENT-FILE.
           CLOSE CONFIRM-CONTROL-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE AUDIT-KEY-FILE.
           CLOSE REJECT-REPORT.
      *
       0100-GET-BUSINESS-DATE.
      *        THE NIGHT AUDIT RUNS UNDER THE SITE BUSINESS DATE, NOT
      *        THE WALL CLOCK (SEE BusinessDateRecord.cbl) - ONLY THE
      *        END-OF-DAY STEP KC03R20 ROLLS IT FORWARD.  A SITE NOT
      *        CONVERTED YET FALLS BACK TO THE CLOCK.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BIZDATE-STATUS = '00'
               READ BUSINESS-DATE-FILE NEXT RECORD
                   AT END MOVE ZERO TO BD-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               MOVE ZERO TO BD-BUSINESS-DATE
           END-IF.
           IF BD-BUSINESS-DATE > ZERO
               MOVE BD-BUSINESS-DATE TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.
      *
       0200-LOG-RUN-START.
      *        THE RUN LEDGER (SEE RunLedgerRecord.cbl) GETS A
      *        STARTED ENTRY NOW AND A COMPLETED ENTRY AT THE END -
      *        A STARTED WITH NO COMPLETED IS A STEP THAT DIED.
           OPEN EXTEND RUN-LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R28' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R28' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'COMPLETED' TO RL-STATUS.
           MOVE WS-BOOKED-COUNT TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
