       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R33.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: NIGHTLY BATCH JOB - REFERENTIAL INTEGRITY CHECK.
      *          KC03R02 ONLY BALANCES BOOKED COUNTS PER HOTEL; THIS
      *          JOB WALKS THE FILES THE MERGE (KC03R13), PHONE-CHANGE
      *          (KC03G46) AND PURGE (KC03R09) JOBS REWRITE AND
      *          REPORTS EVERY BROKEN LINK BETWEEN THEM, BY TYPE:
      *            PHASE 1 - GUESTMAS AND BOOKROOM MATCHED IN PHONE
      *                      ORDER: A ROW WHOSE ROOM IS NOT ON
      *                      ROOMMAS, ROWS FOR A PHONE WITH NO GUEST,
      *                      A GAP IN ROOMSEQ (THE ONLINE PROGRAMS STOP
      *                      AT THE FIRST NOTFND), AND A GM-NUMROOMS
      *                      THAT DISAGREES WITH THE LIVE 'BOOKED' ROWS
      *            PHASE 2 - A RESCAL ENTRY FOR A PHONE WITH NO GUEST
      *            PHASE 3 - AN 'OUT OF SERVICE' ROOM WITH NO OPEN
      *                      WORK ORDER BEHIND IT
      *            PHASE 4 - A BLOCK WHOSE BK-PICKED-UP DISAGREES WITH
      *                      THE ROWS CARRYING ITS GROUP CODE (LIVE ON
      *                      BOOKROOM PLUS ARCHIVED ON BOOKHST - A
      *                      CANCELLATION OR THE PURGE NEVER GIVES A
      *                      PICKUP BACK), AND A ROW CARRYING A GROUP
      *                      CODE THAT IS NOT ON ROOMBLK
      *          'CORRECT' ON SYSIN ALSO APPLIES THE SAFE FIXES - THE
      *          TWO RECOUNTS (GM-NUMROOMS AND BK-PICKED-UP).  EVERY
      *          OTHER FINDING NEEDS A PERSON TO DECIDE WHICH SIDE IS
      *          WRONG, SO IT IS ONLY REPORTED.  A CHECKPOINT IS
      *          REWRITTEN EVERY 500 GUESTS, EVERY 500 ROOM CALENDARS,
      *          AFTER EACH HOTEL AND AT THE END OF EACH PASS, THE WAY
      *          KC03R02 AND KC03R09 CHECKPOINT, SO AN ABEND RESTARTS
      *          PAST THE LAST UNIT SAVED AND THE REPORT IS EXTENDED
      *          RATHER THAN STARTED OVER - A FINDING FROM THE UNITS
      *          AFTER THAT MAY PRINT TWICE.  ANY FINDING ENDS THE
      *          STEP WITH RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUEST-MASTER-FILE ASSIGN TO GUESTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-PHONENO
               FILE STATUS IS WS-GUEST-STATUS.

           SELECT BOOKING-ROOM-FILE ASSIGN TO BOOKROOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT WORK-ORDER-FILE ASSIGN TO WORKORD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WORKORD-STATUS.

           SELECT ROOM-BLOCK-FILE ASSIGN TO ROOMBLK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-GROUP-CODE
               FILE STATUS IS WS-BLOCK-STATUS.

           SELECT BOOKING-HIST-FILE ASSIGN TO BOOKHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOOKHST-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO INTEGCKP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO INTEGRPT
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
       FD  GUEST-MASTER-FILE.
           COPY "GuestMasterRecord.cbl".

       FD  BOOKING-ROOM-FILE.
           COPY "BookingRoomRecord.cbl".

       FD  ROOM-MASTER-FILE.
           COPY "RoomMasterRecord.cbl".

       FD  ROOM-CALENDAR-FILE.
           COPY "RoomCalendarRecord.cbl".

       FD  WORK-ORDER-FILE.
           COPY "WorkOrderRecord.cbl".

       FD  ROOM-BLOCK-FILE.
           COPY "RoomBlockRecord.cbl".

       FD  BOOKING-HIST-FILE.
           COPY "BookingRoomRecord.cbl" REPLACING
               ==BOOKING-ROOM-RECORD== BY ==BOOKING-HIST-RECORD==
               LEADING ==BR== BY ==BH==.

       FD  CHECKPOINT-FILE.
           COPY "IntegrityCheckpointRecord.cbl".

       FD  INTEGRITY-REPORT.
       01  INTEGRITY-REPORT-LINE PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-GUEST-STATUS       PIC X(02).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-ROOM-STATUS        PIC X(02).
       01  WS-CAL-STATUS         PIC X(02).
       01  WS-WORKORD-STATUS     PIC X(02).
       01  WS-BLOCK-STATUS       PIC X(02).
       01  WS-BOOKHST-STATUS     PIC X(02).
       01  WS-CKPT-STATUS        PIC X(02).
       01  WS-CKPT-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-CKPT-INTERVAL      PIC 9(05) VALUE 500.
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-TODAY              PIC 9(08).
       01  WS-MODE-PARM          PIC X(08) VALUE SPACE.
      *        'CORRECT' ON SYSIN APPLIES THE RECOUNTS AS WELL AS
      *        REPORTING THEM
       01  WS-CORRECTING         PIC X(01) VALUE 'N'.
       01  WS-RESTARTED          PIC X(01) VALUE 'N'.
       01  WS-WORKORD-ON-FILE    PIC X(01) VALUE 'Y'.
       01  WS-EOF-GUEST          PIC X(01).
       01  WS-EOF-BOOKROOM       PIC X(01).
       01  WS-EOF-CAL            PIC X(01).
       01  WS-EOF-ROOM           PIC X(01).
       01  WS-EOF-BLOCK          PIC X(01).
       01  WS-EOF-BOOKHST        PIC X(01).
       01  WS-ORDERS-DONE        PIC X(01).
       01  WS-OPEN-ORDER-FOUND   PIC X(01).
      *
      *    PHASE 1 MATCHES THE TWO FILES ON PHONE NUMBER - A FILE AT
      *    END HOLDS HIGH-VALUE SO THE OTHER ONE DRAINS PAST IT.
       01  WS-GUEST-KEY          PIC X(07).
       01  WS-BOOK-KEY           PIC X(07).
       01  WS-CURRENT-PHONE      PIC X(07).
       01  WS-ROW-COUNT          PIC 9(05).
       01  WS-BOOKED-COUNT       PIC 9(05).
       01  WS-EXPECT-SEQ         PIC 9(04).
       01  WS-GAP-REPORTED       PIC X(01).
       01  WS-PREV-ROOMNO        PIC X(08).
       01  WS-PREV-HOTEL         PIC X(30).
       01  WS-FINDINGS-TOTAL     PIC 9(07).
      *
      *    ONE SLOT PER ROOM BLOCK ON FILE FOR THE PHASE 4 RECOUNT -
      *    FIVE HUNDRED IS FAR PAST THE BLOCKS ANY HOTEL HOLDS OPEN
      *    AND RELEASED TOGETHER.  BLOCKS PAST THE TABLE ARE NAMED ON
      *    THE REPORT AS NOT CHECKED.
       01  WS-BLOCK-SUB          PIC 9(03).
       01  WS-BLOCK-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-BLOCK-FOUND        PIC 9(03).
       01  WS-BLOCKS-SKIPPED     PIC 9(05) VALUE ZERO.
       01  WS-BLOCK-TABLE.
           05  WS-BLOCK-ENTRY    OCCURS 500 TIMES.
               10  WS-BT-CODE        PIC X(08).
               10  WS-BT-PICKED-UP   PIC 9(03).
               10  WS-BT-ROWS        PIC 9(05).
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(36) VALUE
               'REFERENTIAL INTEGRITY CHECK'.
           05  WH-DATE           PIC 9(08).
           05  FILLER            PIC X(04) VALUE SPACE.
           05  WH-MODE           PIC X(32).
      *
       01  WS-COLUMN-HEADING.
           05  FILLER            PIC X(17) VALUE 'TYPE'.
           05  FILLER            PIC X(39) VALUE 'KEY'.
           05  FILLER            PIC X(22) VALUE 'DETAIL'.
           05  FILLER            PIC X(02) VALUE 'FX'.
      *
       01  WS-FINDING-LINE.
           05  IX-TYPE           PIC X(16).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  IX-KEY            PIC X(38).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  IX-DETAIL         PIC X(21).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  IX-FIXED          PIC X(02) VALUE SPACE.
      *
       01  WS-BOOK-KEY-TEXT.
           05  IY-PHONENO        PIC X(07).
           05  FILLER            PIC X(05) VALUE ' SEQ '.
           05  IY-ROOMSEQ        PIC 9(04).
           05  FILLER            PIC X(22) VALUE SPACE.
      *
       01  WS-CAL-KEY-TEXT.
           05  IZ-ROOMNO         PIC X(08).
           05  FILLER            PIC X(04) VALUE ' IN '.
           05  IZ-CHECKIN-DATE   PIC 9(08).
           05  FILLER            PIC X(18) VALUE SPACE.
      *
       01  WS-COUNT-DETAIL.
           05  IQ-LABEL-1        PIC X(05).
           05  IQ-COUNT-1        PIC ZZZZ9.
           05  IQ-LABEL-2        PIC X(06).
           05  IQ-COUNT-2        PIC ZZZZ9.
      *
       01  WS-TOTAL-LINE.
           05  IT-LABEL          PIC X(36).
           05  IT-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(35) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           ACCEPT WS-MODE-PARM.
           IF WS-MODE-PARM = 'CORRECT'
               MOVE 'Y' TO WS-CORRECTING
           END-IF.
           PERFORM 1000-OPEN-FILES.

           IF IK-PHASE = 1
               PERFORM 2000-CHECK-GUEST-BOOKINGS
               MOVE 2 TO IK-PHASE
               MOVE SPACE TO IK-LAST-KEY-DONE
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF.
           IF IK-PHASE = 2
               PERFORM 3000-CHECK-CALENDAR
               MOVE 3 TO IK-PHASE
               MOVE SPACE TO IK-LAST-KEY-DONE
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF.
           IF IK-PHASE = 3
               PERFORM 4000-CHECK-OUT-OF-SERVICE
               MOVE 4 TO IK-PHASE
               MOVE SPACE TO IK-LAST-KEY-DONE
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF.
           IF IK-PHASE = 4
               PERFORM 5000-CHECK-BLOCK-PICKUP
           END-IF.

           PERFORM 6000-PRINT-TOTALS.
           IF WS-FINDINGS-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'KC03R33 ' WS-FINDINGS-TOTAL ' BROKEN LINKS, '
               IK-CORRECTED ' CORRECTED'.
           PERFORM 7100-MARK-RUN-COMPLETE.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
      *        THE TWO FILES A RECOUNT REWRITES ARE OPENED I-O ONLY
      *        WHEN CORRECTING - A REPORT-ONLY RUN CANNOT CHANGE DATA.
           IF WS-CORRECTING = 'Y'
               OPEN I-O GUEST-MASTER-FILE
               OPEN I-O ROOM-BLOCK-FILE
           ELSE
               OPEN INPUT GUEST-MASTER-FILE
               OPEN INPUT ROOM-BLOCK-FILE
           END-IF.
           OPEN INPUT BOOKING-ROOM-FILE.
           OPEN INPUT ROOM-MASTER-FILE.
           OPEN INPUT ROOM-CALENDAR-FILE.
           OPEN INPUT WORK-ORDER-FILE.
           IF WS-WORKORD-STATUS = '35'
      *        A SITE THAT HAS NEVER OPENED A WORK ORDER - EVERY ROOM
      *        OUT OF SERVICE IS THEN ONE WITHOUT AN ORDER.
               MOVE 'N' TO WS-WORKORD-ON-FILE
           END-IF.

           OPEN I-O CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = '35'
               OPEN OUTPUT CHECKPOINT-FILE
               INITIALIZE INTEG-CHECKPOINT-RECORD
               WRITE INTEG-CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF.
           READ CHECKPOINT-FILE NEXT RECORD
               AT END INITIALIZE INTEG-CHECKPOINT-RECORD
           END-READ.

           IF IK-RUN-COMPLETE = 'Y' OR IK-RUN-DATE NOT = WS-TODAY
              OR IK-PHASE = ZERO
               INITIALIZE INTEG-CHECKPOINT-RECORD
               MOVE WS-TODAY TO IK-RUN-DATE
               MOVE 1 TO IK-PHASE
               MOVE 'N' TO IK-RUN-COMPLETE
           ELSE
               MOVE 'Y' TO WS-RESTARTED
           END-IF.

      *        A RESTARTED RUN KEEPS WHAT THE FAILED ATTEMPT ALREADY
      *        REPORTED AND CARRIES ON BELOW IT.
           IF WS-RESTARTED = 'Y'
               OPEN EXTEND INTEGRITY-REPORT
               IF WS-REPORT-STATUS = '35'
                   OPEN OUTPUT INTEGRITY-REPORT
               END-IF
               MOVE SPACE TO INTEGRITY-REPORT-LINE
               STRING 'RESTARTED IN PHASE ' DELIMITED BY SIZE
                   IK-PHASE DELIMITED BY SIZE
                   ' AFTER ' DELIMITED BY SIZE
                   IK-LAST-KEY-DONE DELIMITED BY SIZE
                   INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           ELSE
               OPEN OUTPUT INTEGRITY-REPORT
               PERFORM 1100-PRINT-HEADINGS
           END-IF.
      *
       1100-PRINT-HEADINGS.
           MOVE WS-TODAY TO WH-DATE.
           IF WS-CORRECTING = 'Y'
               MOVE 'MODE: CORRECT (FX = RECOUNTED)' TO WH-MODE
           ELSE
               MOVE 'MODE: REPORT ONLY' TO WH-MODE
           END-IF.
           MOVE WS-HEADING-1 TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
      *
       2000-CHECK-GUEST-BOOKINGS.
      *        GUESTMAS AND BOOKROOM ARE BOTH IN PHONE ORDER, SO ONE
      *        MATCHED PASS SEES EVERY GUEST (EVEN ONE WITH NO ROWS,
      *        WHOSE COUNT SHOULD BE ZERO) AND EVERY ROW (EVEN ONE
      *        WHOSE GUEST IS GONE).  A RESTART STARTS BOTH FILES PAST
      *        THE LAST PHONE THE CHECKPOINT SAYS IS DONE.
           MOVE 'N' TO WS-EOF-GUEST WS-EOF-BOOKROOM.
           MOVE ZERO TO WS-CKPT-COUNT.
           IF IK-LAST-KEY-DONE = SPACE
               MOVE LOW-VALUE TO GM-PHONENO
               MOVE LOW-VALUE TO BR-KEY
           ELSE
               MOVE IK-LAST-KEY-DONE(1:7) TO GM-PHONENO
               MOVE IK-LAST-KEY-DONE(1:7) TO BR-PHONENO
               MOVE 9999 TO BR-ROOMSEQ
           END-IF.
           START GUEST-MASTER-FILE KEY > GM-PHONENO
               INVALID KEY MOVE 'Y' TO WS-EOF-GUEST
           END-START.
           START BOOKING-ROOM-FILE KEY > BR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-BOOKROOM
           END-START.
           PERFORM 2100-READ-NEXT-GUEST.
           PERFORM 2110-READ-NEXT-BOOKING.

           PERFORM UNTIL WS-GUEST-KEY = HIGH-VALUE AND
                         WS-BOOK-KEY = HIGH-VALUE
               IF WS-GUEST-KEY < WS-BOOK-KEY
                   MOVE WS-GUEST-KEY TO WS-CURRENT-PHONE
               ELSE
                   MOVE WS-BOOK-KEY TO WS-CURRENT-PHONE
               END-IF
               MOVE ZERO TO WS-ROW-COUNT WS-BOOKED-COUNT
               MOVE ZERO TO WS-EXPECT-SEQ
               MOVE 'N' TO WS-GAP-REPORTED
               PERFORM UNTIL WS-BOOK-KEY NOT = WS-CURRENT-PHONE
                   PERFORM 2200-CHECK-BOOKING-ROW
                   PERFORM 2110-READ-NEXT-BOOKING
               END-PERFORM
               IF WS-GUEST-KEY = WS-CURRENT-PHONE
                   PERFORM 2300-CHECK-GUEST-COUNT
                   PERFORM 2100-READ-NEXT-GUEST
               ELSE
                   PERFORM 2400-REPORT-NO-GUEST
               END-IF
               MOVE WS-CURRENT-PHONE TO IK-LAST-KEY-DONE
               PERFORM 7010-COUNT-CHECKPOINT
           END-PERFORM.
      *
       2100-READ-NEXT-GUEST.
           IF WS-EOF-GUEST NOT = 'Y'
               READ GUEST-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-GUEST
               END-READ
           END-IF.
           IF WS-EOF-GUEST = 'Y'
               MOVE HIGH-VALUE TO WS-GUEST-KEY
           ELSE
               MOVE GM-PHONENO TO WS-GUEST-KEY
           END-IF.
      *
       2110-READ-NEXT-BOOKING.
           IF WS-EOF-BOOKROOM NOT = 'Y'
               READ BOOKING-ROOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-BOOKROOM
               END-READ
           END-IF.
           IF WS-EOF-BOOKROOM = 'Y'
               MOVE HIGH-VALUE TO WS-BOOK-KEY
           ELSE
               MOVE BR-PHONENO TO WS-BOOK-KEY
           END-IF.
      *
       2200-CHECK-BOOKING-ROW.
           ADD 1 TO WS-ROW-COUNT.
           ADD 1 TO WS-EXPECT-SEQ.
           IF BR-STATUS = 'BOOKED'
               ADD 1 TO WS-BOOKED-COUNT
           END-IF.

      *        ROOMSEQ MUST RUN 1, 2, 3... - THE ONLINE PAGING AND
      *        RECOUNTS STOP AT THE FIRST NOTFND, SO EVERY ROW BEHIND
      *        A GAP IS INVISIBLE TO THE DESK.  ONE LINE PER GUEST IS
      *        ENOUGH TO SEND SOMEONE LOOKING.
           IF BR-ROOMSEQ NOT = WS-EXPECT-SEQ AND
              WS-GAP-REPORTED = 'N'
               MOVE 'Y' TO WS-GAP-REPORTED
               ADD 1 TO IK-SEQ-GAP
               MOVE 'ROOMSEQ GAP' TO IX-TYPE
               PERFORM 2210-SET-BOOKING-KEY
               MOVE 'WANT ' TO IQ-LABEL-1
               MOVE WS-EXPECT-SEQ TO IQ-COUNT-1
               MOVE ' GOT  ' TO IQ-LABEL-2
               MOVE BR-ROOMSEQ TO IQ-COUNT-2
               MOVE WS-COUNT-DETAIL TO IX-DETAIL
               PERFORM 8000-WRITE-FINDING
           END-IF.
           MOVE BR-ROOMSEQ TO WS-EXPECT-SEQ.

           MOVE BR-HOTEL  TO RM-HOTEL.
           MOVE BR-ROOMNO TO RM-ROOMNO.
           READ ROOM-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ROOM-STATUS NOT = '00'
               ADD 1 TO IK-ROOM-MISSING
               MOVE 'ROOM NOT ON FILE' TO IX-TYPE
               PERFORM 2210-SET-BOOKING-KEY
               MOVE SPACE TO IX-DETAIL
               STRING 'ROOM ' DELIMITED BY SIZE
                   BR-ROOMNO DELIMITED BY SIZE
                   INTO IX-DETAIL
               PERFORM 8000-WRITE-FINDING
           END-IF.
      *
       2210-SET-BOOKING-KEY.
           MOVE BR-PHONENO TO IY-PHONENO.
           MOVE BR-ROOMSEQ TO IY-ROOMSEQ.
           MOVE WS-BOOK-KEY-TEXT TO IX-KEY.
      *
       2300-CHECK-GUEST-COUNT.
      *        THE SAME RULE EVERY ONLINE AND BATCH RECOUNT APPLIES -
      *        GM-NUMROOMS IS THE GUEST'S ROWS STILL 'BOOKED'.  THE
      *        RECOUNT IS THE ONE FINDING IN THIS PHASE SAFE TO FIX
      *        UNATTENDED.
           IF GM-NUMROOMS NOT = WS-BOOKED-COUNT
               ADD 1 TO IK-NUMROOMS-WRONG
               MOVE 'NUMROOMS WRONG' TO IX-TYPE
               MOVE GM-PHONENO TO IX-KEY
               MOVE 'FILE ' TO IQ-LABEL-1
               MOVE GM-NUMROOMS TO IQ-COUNT-1
               MOVE ' LIVE ' TO IQ-LABEL-2
               MOVE WS-BOOKED-COUNT TO IQ-COUNT-2
               MOVE WS-COUNT-DETAIL TO IX-DETAIL
               IF WS-CORRECTING = 'Y'
                   MOVE WS-BOOKED-COUNT TO GM-NUMROOMS
                   REWRITE GUEST-MASTER-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-GUEST-STATUS = '00'
                       ADD 1 TO IK-CORRECTED
                       MOVE 'FX' TO IX-FIXED
                   END-IF
               END-IF
               PERFORM 8000-WRITE-FINDING
           END-IF.
      *
       2400-REPORT-NO-GUEST.
      *        ROWS LEFT BEHIND UNDER A PHONE NUMBER THAT NO LONGER
      *        HAS A GUEST - THE CLASSIC MERGE OR PHONE-CHANGE ORPHAN.
           ADD 1 TO IK-GUEST-MISSING.
           MOVE 'NO GUEST RECORD' TO IX-TYPE.
           MOVE WS-CURRENT-PHONE TO IX-KEY.
           MOVE SPACE TO WS-COUNT-DETAIL.
           MOVE 'ROWS ' TO IQ-LABEL-1.
           MOVE WS-ROW-COUNT TO IQ-COUNT-1.
           MOVE WS-COUNT-DETAIL TO IX-DETAIL.
           PERFORM 8000-WRITE-FINDING.
      *
       3000-CHECK-CALENDAR.
      *        EVERY RESCAL ENTRY HOLDS A ROOM FOR A GUEST PHONE; ONE
      *        WHOSE GUEST IS GONE BLOCKS THE ROOM FOR NOBODY.  THE
      *        CHECKPOINT IS COUNTED EACH TIME THE ROOM NUMBER
      *        CHANGES.
           MOVE 'N' TO WS-EOF-CAL.
           MOVE ZERO TO WS-CKPT-COUNT.
           MOVE SPACE TO WS-PREV-ROOMNO.
           IF IK-LAST-KEY-DONE = SPACE
               MOVE LOW-VALUE TO RC-KEY
           ELSE
               MOVE IK-LAST-KEY-DONE(1:8) TO RC-ROOMNO
               MOVE 99999999 TO RC-CHECKIN-DATE
           END-IF.
           START ROOM-CALENDAR-FILE KEY > RC-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-CAL
           END-START.
           PERFORM 3100-READ-NEXT-CALENDAR.

           PERFORM UNTIL WS-EOF-CAL = 'Y'
               IF RC-ROOMNO NOT = WS-PREV-ROOMNO
                   IF WS-PREV-ROOMNO NOT = SPACE
                       MOVE WS-PREV-ROOMNO TO IK-LAST-KEY-DONE
                       PERFORM 7010-COUNT-CHECKPOINT
                   END-IF
                   MOVE RC-ROOMNO TO WS-PREV-ROOMNO
               END-IF
               MOVE RC-PHONENO TO GM-PHONENO
               READ GUEST-MASTER-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-GUEST-STATUS NOT = '00'
                   ADD 1 TO IK-CAL-ORPHAN
                   MOVE 'CALENDAR ORPHAN' TO IX-TYPE
                   MOVE RC-ROOMNO       TO IZ-ROOMNO
                   MOVE RC-CHECKIN-DATE TO IZ-CHECKIN-DATE
                   MOVE WS-CAL-KEY-TEXT TO IX-KEY
                   MOVE SPACE TO IX-DETAIL
                   STRING 'PHONE ' DELIMITED BY SIZE
                       RC-PHONENO DELIMITED BY SIZE
                       INTO IX-DETAIL
                   PERFORM 8000-WRITE-FINDING
               END-IF
               PERFORM 3100-READ-NEXT-CALENDAR
           END-PERFORM.

           IF WS-PREV-ROOMNO NOT = SPACE
               MOVE WS-PREV-ROOMNO TO IK-LAST-KEY-DONE
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF.
      *
       3100-READ-NEXT-CALENDAR.
           READ ROOM-CALENDAR-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CAL
           END-READ.
      *
       4000-CHECK-OUT-OF-SERVICE.
      *        OPENING A WORK ORDER IS WHAT TAKES A ROOM OUT OF
      *        SERVICE AND CLOSING IT IS WHAT BRINGS IT BACK (SEE
      *        WorkOrderRecord.cbl), SO A ROOM OUT OF SERVICE WITH NO
      *        OPEN ORDER IS LOST INVENTORY NOBODY IS CHASING.
      *        CHECKPOINTED PER HOTEL, AS KC03R02 WALKS THE SAME FILE.
           MOVE 'N' TO WS-EOF-ROOM.
           MOVE SPACE TO WS-PREV-HOTEL.
           IF IK-LAST-KEY-DONE = SPACE
               MOVE LOW-VALUE TO RM-KEY
           ELSE
               MOVE IK-LAST-KEY-DONE(1:30) TO RM-HOTEL
               MOVE HIGH-VALUE TO RM-ROOMNO
           END-IF.
           START ROOM-MASTER-FILE KEY > RM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-ROOM
           END-START.
           PERFORM 4100-READ-NEXT-ROOM.

           PERFORM UNTIL WS-EOF-ROOM = 'Y'
               IF RM-HOTEL NOT = WS-PREV-HOTEL
                   IF WS-PREV-HOTEL NOT = SPACE
                       MOVE WS-PREV-HOTEL TO IK-LAST-KEY-DONE
                       PERFORM 7000-WRITE-CHECKPOINT
                   END-IF
                   MOVE RM-HOTEL TO WS-PREV-HOTEL
               END-IF
               IF RM-STATUS = 'OUT OF SERVICE'
                   PERFORM 4200-FIND-OPEN-ORDER
                   IF WS-OPEN-ORDER-FOUND = 'N'
                       ADD 1 TO IK-OOS-NO-ORDER
                       MOVE 'OOS NO WORKORDER' TO IX-TYPE
                       MOVE RM-KEY TO IX-KEY
                       MOVE SPACE TO IX-DETAIL
                       PERFORM 8000-WRITE-FINDING
                   END-IF
               END-IF
               PERFORM 4100-READ-NEXT-ROOM
           END-PERFORM.

           IF WS-PREV-HOTEL NOT = SPACE
               MOVE WS-PREV-HOTEL TO IK-LAST-KEY-DONE
               PERFORM 7000-WRITE-CHECKPOINT
           END-IF.
      *
       4100-READ-NEXT-ROOM.
           READ ROOM-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ROOM
           END-READ.
      *
       4200-FIND-OPEN-ORDER.
      *        THE ROOM'S ORDERS SIT TOGETHER IN KEY ORDER UNDER
      *        HOTEL + ROOMNO, OLDEST FIRST.
           MOVE 'N' TO WS-OPEN-ORDER-FOUND.
           IF WS-WORKORD-ON-FILE = 'Y'
               MOVE 'N' TO WS-ORDERS-DONE
               MOVE RM-HOTEL  TO WO-HOTEL
               MOVE RM-ROOMNO TO WO-ROOMNO
               MOVE ZERO      TO WO-OPEN-DATE
               START WORK-ORDER-FILE KEY NOT < WO-KEY
                   INVALID KEY MOVE 'Y' TO WS-ORDERS-DONE
               END-START
               PERFORM UNTIL WS-ORDERS-DONE = 'Y'
                   READ WORK-ORDER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-ORDERS-DONE
                   END-READ
                   IF WS-ORDERS-DONE NOT = 'Y'
                       IF WO-HOTEL NOT = RM-HOTEL OR
                          WO-ROOMNO NOT = RM-ROOMNO
                           MOVE 'Y' TO WS-ORDERS-DONE
                       ELSE
                           IF WO-STATUS = 'OPEN'
                               MOVE 'Y' TO WS-OPEN-ORDER-FOUND
                               MOVE 'Y' TO WS-ORDERS-DONE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       5000-CHECK-BLOCK-PICKUP.
      *        ONE UNIT FOR THE CHECKPOINT - THE COUNTS ARE BUILT IN
      *        STORAGE ACROSS TWO WHOLE FILES, SO A RESTART REDOES THE
      *        PHASE FROM ITS TOP.
           PERFORM 5100-LOAD-BLOCK-TABLE.
           PERFORM 5200-COUNT-LIVE-ROWS.
           PERFORM 5300-COUNT-ARCHIVED-ROWS.

           PERFORM VARYING WS-BLOCK-SUB FROM 1 BY 1
                   UNTIL WS-BLOCK-SUB > WS-BLOCK-COUNT
               IF WS-BT-PICKED-UP(WS-BLOCK-SUB) NOT =
                  WS-BT-ROWS(WS-BLOCK-SUB)
                   PERFORM 5400-REPORT-PICKUP
               END-IF
           END-PERFORM.
      *
       5100-LOAD-BLOCK-TABLE.
           MOVE 'N' TO WS-EOF-BLOCK.
           PERFORM UNTIL WS-EOF-BLOCK = 'Y'
               READ ROOM-BLOCK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-BLOCK
               END-READ
               IF WS-EOF-BLOCK NOT = 'Y'
                   IF WS-BLOCK-COUNT < 500
                       ADD 1 TO WS-BLOCK-COUNT
                       MOVE BK-GROUP-CODE
                           TO WS-BT-CODE(WS-BLOCK-COUNT)
                       MOVE BK-PICKED-UP
                           TO WS-BT-PICKED-UP(WS-BLOCK-COUNT)
                       MOVE ZERO TO WS-BT-ROWS(WS-BLOCK-COUNT)
                   ELSE
                       ADD 1 TO WS-BLOCKS-SKIPPED
                       MOVE SPACE TO INTEGRITY-REPORT-LINE
                       STRING 'BLOCK NOT CHECKED - TABLE FULL: '
                           DELIMITED BY SIZE
                           BK-GROUP-CODE DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-LINE
                       WRITE INTEGRITY-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
      *
       5200-COUNT-LIVE-ROWS.
      *        A LIVE ROW NAMING A BLOCK THAT IS NOT ON ROOMBLK IS
      *        ITSELF A BROKEN LINK.  WHEN THE TABLE OVERFLOWED THE
      *        CODE MAY SIMPLY BE ONE OF THE BLOCKS LEFT OUT, SO THAT
      *        CHECK STANDS DOWN.
           MOVE 'N' TO WS-EOF-BOOKROOM.
           MOVE LOW-VALUE TO BR-KEY.
           START BOOKING-ROOM-FILE KEY > BR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-BOOKROOM
           END-START.
           PERFORM UNTIL WS-EOF-BOOKROOM = 'Y'
               READ BOOKING-ROOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-BOOKROOM
               END-READ
               IF WS-EOF-BOOKROOM NOT = 'Y' AND
                  BR-GROUP-CODE NOT = SPACE
                   PERFORM 5500-FIND-BLOCK-SLOT
                   IF WS-BLOCK-FOUND > ZERO
                       ADD 1 TO WS-BT-ROWS(WS-BLOCK-FOUND)
                   ELSE
                       IF WS-BLOCKS-SKIPPED = ZERO
                           ADD 1 TO IK-BLOCK-MISSING
                           MOVE 'NO SUCH BLOCK' TO IX-TYPE
                           PERFORM 2210-SET-BOOKING-KEY
                           MOVE SPACE TO IX-DETAIL
                           STRING 'GROUP ' DELIMITED BY SIZE
                               BR-GROUP-CODE DELIMITED BY SIZE
                               INTO IX-DETAIL
                           PERFORM 8000-WRITE-FINDING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       5300-COUNT-ARCHIVED-ROWS.
      *        THE PURGE MOVES A ROW TO BOOKHST WITH ITS GROUP CODE
      *        STILL ON IT AND THE BLOCK KEEPS THE PICKUP, SO ARCHIVED
      *        ROWS COUNT TOO.  A SITE WITH NO HISTORY YET HAS NONE.
           MOVE 'N' TO WS-EOF-BOOKHST.
           OPEN INPUT BOOKING-HIST-FILE.
           IF WS-BOOKHST-STATUS = '35'
               MOVE 'Y' TO WS-EOF-BOOKHST
           END-IF.
           PERFORM UNTIL WS-EOF-BOOKHST = 'Y'
               READ BOOKING-HIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-BOOKHST
               END-READ
               IF WS-EOF-BOOKHST NOT = 'Y' AND
                  BH-GROUP-CODE NOT = SPACE
                   MOVE BH-GROUP-CODE TO BR-GROUP-CODE
                   PERFORM 5500-FIND-BLOCK-SLOT
                   IF WS-BLOCK-FOUND > ZERO
                       ADD 1 TO WS-BT-ROWS(WS-BLOCK-FOUND)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BOOKHST-STATUS NOT = '35'
               CLOSE BOOKING-HIST-FILE
           END-IF.
      *
       5400-REPORT-PICKUP.
      *        THE RECOUNT IS SAFE TO APPLY - THE ROWS ARE THE TRUTH
      *        THE PICKUP IS SUPPOSED TO SUMMARIZE.  A COUNT TOO BIG
      *        FOR BK-PICKED-UP IS LEFT FOR A PERSON.
           ADD 1 TO IK-PICKUP-WRONG.
           MOVE 'PICKUP WRONG' TO IX-TYPE.
           MOVE WS-BT-CODE(WS-BLOCK-SUB) TO IX-KEY.
           MOVE 'FILE ' TO IQ-LABEL-1.
           MOVE WS-BT-PICKED-UP(WS-BLOCK-SUB) TO IQ-COUNT-1.
           MOVE ' ROWS ' TO IQ-LABEL-2.
           MOVE WS-BT-ROWS(WS-BLOCK-SUB) TO IQ-COUNT-2.
           MOVE WS-COUNT-DETAIL TO IX-DETAIL.
           IF WS-CORRECTING = 'Y' AND
              WS-BT-ROWS(WS-BLOCK-SUB) NOT > 999
               MOVE WS-BT-CODE(WS-BLOCK-SUB) TO BK-GROUP-CODE
               READ ROOM-BLOCK-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-BLOCK-STATUS = '00'
                   MOVE WS-BT-ROWS(WS-BLOCK-SUB) TO BK-PICKED-UP
                   REWRITE ROOM-BLOCK-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF WS-BLOCK-STATUS = '00'
                       ADD 1 TO IK-CORRECTED
                       MOVE 'FX' TO IX-FIXED
                   END-IF
               END-IF
           END-IF.
           PERFORM 8000-WRITE-FINDING.
      *
       5500-FIND-BLOCK-SLOT.
           MOVE ZERO TO WS-BLOCK-FOUND.
           PERFORM VARYING WS-BLOCK-SUB FROM 1 BY 1
                   UNTIL WS-BLOCK-SUB > WS-BLOCK-COUNT
                      OR WS-BLOCK-FOUND > ZERO
               IF WS-BT-CODE(WS-BLOCK-SUB) = BR-GROUP-CODE
                   MOVE WS-BLOCK-SUB TO WS-BLOCK-FOUND
               END-IF
           END-PERFORM.
      *
       6000-PRINT-TOTALS.
           COMPUTE WS-FINDINGS-TOTAL = IK-ROOM-MISSING
               + IK-GUEST-MISSING + IK-SEQ-GAP + IK-NUMROOMS-WRONG
               + IK-CAL-ORPHAN + IK-OOS-NO-ORDER + IK-BLOCK-MISSING
               + IK-PICKUP-WRONG.
           MOVE SPACE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE 'BOOKING ROWS FOR A ROOM NOT ON FILE' TO IT-LABEL.
           MOVE IK-ROOM-MISSING TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'PHONES WITH ROWS BUT NO GUEST' TO IT-LABEL.
           MOVE IK-GUEST-MISSING TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'GUESTS WITH A ROOMSEQ GAP' TO IT-LABEL.
           MOVE IK-SEQ-GAP TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'GUESTS WITH NUMROOMS WRONG' TO IT-LABEL.
           MOVE IK-NUMROOMS-WRONG TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'CALENDAR ENTRIES WITH NO GUEST' TO IT-LABEL.
           MOVE IK-CAL-ORPHAN TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'OUT OF SERVICE WITH NO OPEN ORDER' TO IT-LABEL.
           MOVE IK-OOS-NO-ORDER TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'BOOKING ROWS FOR A BLOCK NOT ON FILE' TO IT-LABEL.
           MOVE IK-BLOCK-MISSING TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'BLOCKS WITH PICKUP WRONG' TO IT-LABEL.
           MOVE IK-PICKUP-WRONG TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'TOTAL BROKEN LINKS' TO IT-LABEL.
           MOVE WS-FINDINGS-TOTAL TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
           MOVE 'RECOUNTS CORRECTED' TO IT-LABEL.
           MOVE IK-CORRECTED TO IT-COUNT.
           PERFORM 6100-WRITE-TOTAL.
      *
       6100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
      *
       7000-WRITE-CHECKPOINT.
      *        SAME ONE-RECORD SEQUENTIAL FILE DANCE AS KC03R02'S
      *        3900-WRITE-CHECKPOINT - THERE IS NO REWRITE-IN-PLACE
      *        WITHOUT A FRESH READ OVERLAYING THE FIELDS WE ARE
      *        TRYING TO SAVE.
           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE INTEG-CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           OPEN I-O CHECKPOINT-FILE.
      *
       7010-COUNT-CHECKPOINT.
      *        IK-LAST-KEY-DONE ALREADY HOLDS THE UNIT JUST FINISHED;
      *        IT ONLY REACHES THE FILE EVERY WS-CKPT-INTERVAL UNITS,
      *        AND THE END OF EACH PASS WRITES IT REGARDLESS.
           ADD 1 TO WS-CKPT-COUNT.
           IF WS-CKPT-COUNT NOT < WS-CKPT-INTERVAL
               PERFORM 7000-WRITE-CHECKPOINT
               MOVE ZERO TO WS-CKPT-COUNT
           END-IF.
      *
       7100-MARK-RUN-COMPLETE.
           MOVE ZERO TO IK-RUN-DATE.
           MOVE ZERO TO IK-PHASE.
           MOVE SPACE TO IK-LAST-KEY-DONE.
           MOVE 'Y' TO IK-RUN-COMPLETE.
           PERFORM 7000-WRITE-CHECKPOINT.
      *
       8000-WRITE-FINDING.
           MOVE WS-FINDING-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE SPACE TO IX-FIXED.
      *
       9000-CLOSE-FILES.
           CLOSE GUEST-MASTER-FILE.
           CLOSE BOOKING-ROOM-FILE.
           CLOSE ROOM-MASTER-FILE.
           CLOSE ROOM-CALENDAR-FILE.
           IF WS-WORKORD-ON-FILE = 'Y'
               CLOSE WORK-ORDER-FILE
           END-IF.
           CLOSE ROOM-BLOCK-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE INTEGRITY-REPORT.
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
           MOVE 'KC03R33' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R33' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'COMPLETED' TO RL-STATUS.
           MOVE WS-FINDINGS-TOTAL TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
