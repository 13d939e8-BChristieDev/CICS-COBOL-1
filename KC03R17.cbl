       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R17.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: MORNING BATCH JOB - HOUSEKEEPING ROOM ASSIGNMENTS.
      *          WALKS THE ROOM MASTER IN KEY (HOTEL + ROOMNO) ORDER,
      *          THE SAME ORDER THE ARRIVALS REPORT KC03R01 PRINTS,
      *          AND BUILDS EACH HOTEL'S WORKLOAD FOR THE DAY: EVERY
      *          ROOM SITTING IN 'NEEDS CLEANING' (A CHECKOUT), AND
      *          EVERY ROOM WHOSE IN-HOUSE BOOKROOM ROW SAYS THE GUEST
      *          STAYS ON (A STAYOVER) OR LEAVES TODAY (A DUE OUT).
      *          A CHECKOUT OR DUE OUT IS A FULL SERVICE AND EARNS
      *          MORE ROOM CREDITS THAN A STAYOVER TIDY.  THE WORKLOAD
      *          IS SPLIT ACROSS THE HOTEL'S ACTIVE ATTENDANTS ON
      *          SHIFT TODAY (HSKATT WORK DAYS) IN ROOM-NUMBER RUNS OF
      *          EVEN CREDITS, SO EACH ATTENDANT WORKS A BLOCK OF
      *          NEIGHBOURING ROOMS, AND ONE ASSIGNMENT SHEET IS
      *          PRINTED PER ATTENDANT.  CHECKOUT ROOMS THE OVERNIGHT
      *          RELEASE ALREADY PROMOTED A NEW STAY INTO SHOW THE
      *          INCOMING GUEST'S CHECK-IN DATE SO THE URGENT ONES CAN
      *          BE DONE FIRST.  A HOTEL WITH NOBODY ON SHIFT GETS ONE
      *          UNASSIGNED SHEET FOR THE HOUSEKEEPER TO HAND OUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT BOOKING-ROOM-FILE ASSIGN TO BOOKROOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BOOKROOM-STATUS.

           SELECT ATTENDANT-MASTER-FILE ASSIGN TO HSKATT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT HOUSEKEEPING-REPORT ASSIGN TO HSKPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  ROOM-CALENDAR-FILE.
           COPY "RoomCalendarRecord.cbl".

       FD  BOOKING-ROOM-FILE.
           COPY "BookingRoomRecord.cbl".

       FD  ATTENDANT-MASTER-FILE.
           COPY "AttendantMasterRecord.cbl".

       FD  HOUSEKEEPING-REPORT.
       01  HOUSEKEEPING-REPORT-LINE PIC X(80).

       01  WS-EOF-CAL            PIC X(01).
       01  WS-CAL-ROOMNO         PIC X(08).
       01  WS-TODAY              PIC 9(08).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-ATTEND-STATUS      PIC X(02).
       01  WS-EOF-BOOKROOM       PIC X(01).
       01  WS-EOF-ATTEND         PIC X(01) VALUE 'N'.
       01  WS-ATTEND-ON-FILE     PIC X(01) VALUE 'Y'.
       01  WS-PREV-HOTEL         PIC X(30) VALUE SPACE.
       01  WS-TASK-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-SHEET-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-NEXT-CHECKIN       PIC 9(08).
       01  WS-ROOM-TYPE          PIC X(08).
       01  WS-DAY-NUMBER         PIC 9(07).
       01  WS-DAY-OF-WEEK        PIC 9(01).
       01  WS-WL-SUB             PIC 9(04).
       01  WS-AT-SUB             PIC 9(02).
       01  WS-SHEET-SUB          PIC 9(02).
       01  WS-CREDITS-LEFT       PIC 9(05).
       01  WS-TARGET-CREDITS     PIC 9(05).
       01  WS-SHEET-ROOMS        PIC 9(04).
       01  WS-SHEET-CREDITS      PIC 9(05).
       01  WS-ROOMS-DROPPED      PIC 9(05).
      *
      *    ROOM CREDITS - A CHECKOUT OR DUE OUT IS STRIPPED AND MADE
      *    UP FOR A NEW GUEST, A STAYOVER ONLY SERVICED.
       01  WS-CHECKOUT-CREDITS   PIC 9(01) VALUE 2.
       01  WS-STAYOVER-CREDITS   PIC 9(01) VALUE 1.
      *
      *    THE ATTENDANTS ON SHIFT AT THE HOTEL BEING WORKED.  FIFTY
      *    SLOTS IS WELL PAST ANY ONE HOTEL'S FLOOR STAFF.
       01  WS-AT-COUNT           PIC 9(02).
       01  WS-ATTENDANT-TABLE.
           05  WS-ATTENDANT-ENTRY OCCURS 50 TIMES.
               10  WS-AT-ID          PIC X(06).
               10  WS-AT-NAME        PIC X(25).
               10  WS-AT-CREDITS     PIC 9(05).
      *
      *    THE HOTEL'S WORKLOAD IN ROOM-NUMBER ORDER.  A THOUSAND
      *    ROOMS IS WELL PAST THE LARGEST HOTEL IN THE CHAIN; A ROOM
      *    PAST THAT IS COUNTED AND FLAGGED ON THE HOTEL SUMMARY SO IT
      *    IS NEVER SILENTLY LEFT DIRTY.
       01  WS-WL-COUNT           PIC 9(04).
       01  WS-WL-CHECKOUTS       PIC 9(04).
       01  WS-WL-DUE-OUTS        PIC 9(04).
       01  WS-WL-STAYOVERS       PIC 9(04).
       01  WS-WL-CREDITS-TOTAL   PIC 9(05).
       01  WS-WORKLOAD-TABLE.
           05  WS-WORKLOAD-ENTRY OCCURS 1000 TIMES.
               10  WS-WL-ROOMNO      PIC X(08).
               10  WS-WL-CAPACITY    PIC 9(03).
               10  WS-WL-TYPE        PIC X(08).
               10  WS-WL-CREDITS     PIC 9(01).
               10  WS-WL-NEXT-CHECKIN PIC 9(08).
               10  WS-WL-ATTENDANT   PIC 9(02).
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(34) VALUE
               'HOUSEKEEPING ROOM ASSIGNMENTS'.
           05  WH-DATE           PIC 9(08).
           05  FILLER            PIC X(38) VALUE SPACE.
      *
       01  WS-SEPARATOR-LINE     PIC X(80) VALUE ALL '='.
      *
       01  WS-SHEET-HEADING.
           05  FILLER            PIC X(22) VALUE
               'ROOM ASSIGNMENT SHEET'.
           05  WS-SH-DATE        PIC 9(08).
           05  FILLER            PIC X(04) VALUE SPACE.
           05  FILLER            PIC X(07) VALUE 'HOTEL: '.
           05  WH-HOTEL          PIC X(30).
           05  FILLER            PIC X(09) VALUE SPACE.
      *
       01  WS-ATTENDANT-LINE.
           05  FILLER            PIC X(11) VALUE 'ATTENDANT: '.
           05  WS-AL-ID          PIC X(06).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WS-AL-NAME        PIC X(40).
           05  FILLER            PIC X(21) VALUE SPACE.
      *
       01  WS-COLUMN-HEADING.
           05  FILLER            PIC X(08) VALUE 'ROOM NO.'.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  FILLER            PIC X(09) VALUE 'CAPACITY'.
           05  FILLER            PIC X(10) VALUE 'SERVICE'.
           05  FILLER            PIC X(09) VALUE 'CREDITS'.
           05  FILLER            PIC X(15) VALUE 'NEXT CHECK-IN'.
           05  FILLER            PIC X(27) VALUE 'DONE'.
      *
       01  WS-DETAIL-LINE.
           05  WD-ROOMNO         PIC X(08).
           05  FILLER            PIC X(05) VALUE SPACE.
           05  WD-CAPACITY       PIC ZZ9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  WD-TYPE           PIC X(08).
           05  FILLER            PIC X(05) VALUE SPACE.
           05  WD-CREDITS        PIC 9.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  WD-NEXT-CHECKIN   PIC X(08).
           05  FILLER            PIC X(07) VALUE SPACE.
           05  WD-DONE           PIC X(03) VALUE '[ ]'.
           05  FILLER            PIC X(24) VALUE SPACE.
      *
       01  WS-SHEET-TOTAL-LINE.
           05  FILLER            PIC X(06) VALUE 'ROOMS '.
           05  WS-ST-ROOMS       PIC ZZZ9.
           05  FILLER            PIC X(10) VALUE '  CREDITS '.
           05  WS-ST-CREDITS     PIC ZZ,ZZ9.
           05  FILLER            PIC X(54) VALUE SPACE.
      *
       01  WS-SUMMARY-LINE-1.
           05  FILLER            PIC X(16) VALUE 'HOTEL SUMMARY - '.
           05  WS-SM-HOTEL       PIC X(30).
           05  FILLER            PIC X(34) VALUE SPACE.
      *
       01  WS-SUMMARY-LINE-2.
           05  FILLER            PIC X(11) VALUE 'CHECKOUTS '.
           05  WS-SM-CHECKOUTS   PIC ZZZ9.
           05  FILLER            PIC X(11) VALUE '  DUE OUTS '.
           05  WS-SM-DUE-OUTS    PIC ZZZ9.
           05  FILLER            PIC X(12) VALUE '  STAYOVERS '.
           05  WS-SM-STAYOVERS   PIC ZZZ9.
           05  FILLER            PIC X(10) VALUE '  CREDITS '.
           05  WS-SM-CREDITS     PIC ZZ,ZZ9.
           05  FILLER            PIC X(13) VALUE '  ATTENDANTS '.
           05  WS-SM-ATTENDANTS  PIC Z9.
           05  FILLER            PIC X(03) VALUE SPACE.
      *
       01  WS-DROPPED-LINE.
           05  FILLER            PIC X(45) VALUE
               '*** ROOMS NOT ON ANY SHEET - TABLE FULL:'.
           05  WS-DR-COUNT       PIC ZZ,ZZ9.
           05  FILLER            PIC X(29) VALUE SPACE.
      *
       01  WS-TOTAL-LINE.
           05  FILLER            PIC X(21) VALUE
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1100-SET-DAY-OF-WEEK.

           MOVE WS-TODAY TO WH-DATE.
           MOVE WS-HEADING-1 TO HOUSEKEEPING-REPORT-LINE.

           PERFORM 2000-READ-NEXT-ROOM.
           PERFORM UNTIL WS-EOF-ROOM = 'Y'
               IF RM-HOTEL NOT = WS-PREV-HOTEL
                   IF WS-PREV-HOTEL NOT = SPACE
                       PERFORM 4000-ASSIGN-AND-PRINT-HOTEL
                   END-IF
                   PERFORM 3500-START-HOTEL
               END-IF
               PERFORM 3000-ADD-ROOM-TO-WORKLOAD
               PERFORM 2000-READ-NEXT-ROOM
           END-PERFORM.
           IF WS-PREV-HOTEL NOT = SPACE
               PERFORM 4000-ASSIGN-AND-PRINT-HOTEL
           END-IF.

           MOVE SPACE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           MOVE WS-TASK-COUNT TO WT-COUNT.
           MOVE WS-TOTAL-LINE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.

           DISPLAY 'KC03R17 ROOMS ' WS-TASK-COUNT
               ' SHEETS ' WS-SHEET-COUNT.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
       1000-OPEN-FILES.
           OPEN INPUT ROOM-MASTER-FILE.
           OPEN INPUT ROOM-CALENDAR-FILE.
           OPEN INPUT BOOKING-ROOM-FILE.
           OPEN INPUT ATTENDANT-MASTER-FILE.
           IF WS-ATTEND-STATUS = '35'
      *        NO ATTENDANT HAS EVER BEEN SET UP - EVERY ROOM PRINTS
      *        ON ITS HOTEL'S UNASSIGNED SHEET.
               MOVE 'N' TO WS-ATTEND-ON-FILE
           END-IF.
           OPEN OUTPUT HOUSEKEEPING-REPORT.
      *
       1100-SET-DAY-OF-WEEK.
      *        DAY 1 OF THE INTEGER-OF-DATE EPOCH (1601-01-01) WAS A
      *        MONDAY, SO REMAINDER 1 IS MONDAY AND 0 IS SUNDAY - THE
      *        SEVENTH FLAG OF HA-WORK-DAYS.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-DAY-NUMBER.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-NUMBER, 7).
           IF WS-DAY-OF-WEEK = 0
               MOVE 7 TO WS-DAY-OF-WEEK
           END-IF.
      *
       2000-READ-NEXT-ROOM.
           READ ROOM-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ROOM
           END-READ.
      *
       3000-ADD-ROOM-TO-WORKLOAD.
      *        A ROOM STILL 'BOOKED' TO A STAY THAT STARTED BEFORE
      *        TODAY MAY HAVE A GUEST IN IT - ONLY ITS BOOKROOM ROW
      *        SAYS WHETHER THEY ARRIVED AND ARE STILL HERE.  A STAY
      *        ARRIVING TODAY IS NOT SERVICED; ITS ROOM WAS MADE UP
      *        WHEN THE LAST GUEST LEFT.
           MOVE SPACE TO WS-ROOM-TYPE.
           MOVE ZERO TO WS-NEXT-CHECKIN.
           IF RM-STATUS = 'NEEDS CLEANING'
               PERFORM 3100-FIND-NEXT-CHECKIN
               MOVE 'CHECKOUT' TO WS-ROOM-TYPE
           ELSE
               IF RM-STATUS = 'BOOKED' AND
                  RM-CHECKIN-DATE > ZERO AND
                  RM-CHECKIN-DATE < WS-TODAY
                   PERFORM 3200-FIND-IN-HOUSE-STAY
               END-IF
           END-IF.

           IF WS-ROOM-TYPE NOT = SPACE
               ADD 1 TO WS-TASK-COUNT
               IF WS-WL-COUNT < 1000
                   PERFORM 3300-STORE-WORKLOAD-ROOM
               ELSE
                   ADD 1 TO WS-ROOMS-DROPPED
               END-IF
           END-IF.
      *
       3100-FIND-NEXT-CHECKIN.
      *        THE EARLIEST CALENDAR ENTRY NOT YET OVER TELLS THE
                   END-IF
               END-IF
           END-PERFORM.
      *
       3200-FIND-IN-HOUSE-STAY.
      *        THE ROOM MASTER NAMES THE GUEST IN FORCE; THEIR ROW FOR
      *        THIS ROOM IS IN-HOUSE ONCE THE ARRIVAL IS RECORDED AND
      *        UNTIL THE DEPARTURE IS.
           MOVE RM-PHONENO TO BR-PHONENO.
           MOVE ZERO TO BR-ROOMSEQ.
           START BOOKING-ROOM-FILE KEY NOT < BR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-BOOKROOM
               NOT INVALID KEY MOVE 'N' TO WS-EOF-BOOKROOM
           END-START.
           PERFORM UNTIL WS-EOF-BOOKROOM = 'Y'
               READ BOOKING-ROOM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-BOOKROOM
               END-READ
               IF WS-EOF-BOOKROOM NOT = 'Y'
                   IF BR-PHONENO NOT = RM-PHONENO
                       MOVE 'Y' TO WS-EOF-BOOKROOM
                   ELSE
                       IF BR-ROOMNO = RM-ROOMNO AND
                          BR-STATUS = 'BOOKED' AND
                          BR-ACTUAL-ARRIVAL > ZERO AND
                          BR-ACTUAL-DEPART = ZERO
                           IF BR-CHECKOUT-DATE > WS-TODAY
                               MOVE 'STAYOVER' TO WS-ROOM-TYPE
                           ELSE
                               MOVE 'DUE OUT' TO WS-ROOM-TYPE
                           END-IF
                           MOVE 'Y' TO WS-EOF-BOOKROOM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       3300-STORE-WORKLOAD-ROOM.
           ADD 1 TO WS-WL-COUNT.
           MOVE RM-ROOMNO       TO WS-WL-ROOMNO(WS-WL-COUNT).
           MOVE RM-CAPACITY     TO WS-WL-CAPACITY(WS-WL-COUNT).
           MOVE WS-ROOM-TYPE    TO WS-WL-TYPE(WS-WL-COUNT).
           MOVE WS-NEXT-CHECKIN TO WS-WL-NEXT-CHECKIN(WS-WL-COUNT).
           MOVE ZERO            TO WS-WL-ATTENDANT(WS-WL-COUNT).
           EVALUATE WS-ROOM-TYPE
               WHEN 'CHECKOUT'
                   ADD 1 TO WS-WL-CHECKOUTS
                   MOVE WS-CHECKOUT-CREDITS
                       TO WS-WL-CREDITS(WS-WL-COUNT)
               WHEN 'DUE OUT'
                   ADD 1 TO WS-WL-DUE-OUTS
                   MOVE WS-CHECKOUT-CREDITS
                       TO WS-WL-CREDITS(WS-WL-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-WL-STAYOVERS
                   MOVE WS-STAYOVER-CREDITS
                       TO WS-WL-CREDITS(WS-WL-COUNT)
           END-EVALUATE.
           ADD WS-WL-CREDITS(WS-WL-COUNT) TO WS-WL-CREDITS-TOTAL.
      *
       3500-START-HOTEL.
           MOVE RM-HOTEL TO WS-PREV-HOTEL.
           MOVE ZERO TO WS-WL-COUNT WS-WL-CHECKOUTS WS-WL-DUE-OUTS
               WS-WL-STAYOVERS WS-WL-CREDITS-TOTAL WS-ROOMS-DROPPED.
           PERFORM 3600-LOAD-ATTENDANTS.
      *
       3600-LOAD-ATTENDANTS.
      *        ACTIVE ATTENDANTS WHOSE WORK PATTERN HAS TODAY'S FLAG
      *        SET, IN ATTENDANT-ID ORDER.
           MOVE ZERO TO WS-AT-COUNT.
           MOVE RM-HOTEL TO HA-HOTEL.
           MOVE LOW-VALUE TO HA-ATTENDANT-ID.
           IF WS-ATTEND-ON-FILE = 'Y'
               START ATTENDANT-MASTER-FILE KEY NOT < HA-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-ATTEND
                   NOT INVALID KEY MOVE 'N' TO WS-EOF-ATTEND
               END-START
           ELSE
               MOVE 'Y' TO WS-EOF-ATTEND
           END-IF.
           PERFORM UNTIL WS-EOF-ATTEND = 'Y'
               READ ATTENDANT-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-ATTEND
               END-READ
               IF WS-EOF-ATTEND NOT = 'Y'
                   IF HA-HOTEL NOT = RM-HOTEL
                       MOVE 'Y' TO WS-EOF-ATTEND
                   ELSE
                       IF HA-STATUS = 'ACTIVE' AND
                          HA-WORK-DAYS(WS-DAY-OF-WEEK:1) = 'Y' AND
                          WS-AT-COUNT < 50
                           ADD 1 TO WS-AT-COUNT
                           MOVE HA-ATTENDANT-ID
                               TO WS-AT-ID(WS-AT-COUNT)
                           MOVE HA-NAME TO WS-AT-NAME(WS-AT-COUNT)
                           MOVE ZERO TO WS-AT-CREDITS(WS-AT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       4000-ASSIGN-AND-PRINT-HOTEL.
           IF WS-AT-COUNT > ZERO
               PERFORM 4100-SPLIT-WORKLOAD
               PERFORM VARYING WS-SHEET-SUB FROM 1 BY 1
                       UNTIL WS-SHEET-SUB > WS-AT-COUNT
                   PERFORM 4200-PRINT-ONE-SHEET
               END-PERFORM
           ELSE
               MOVE ZERO TO WS-SHEET-SUB
               PERFORM 4200-PRINT-ONE-SHEET
           END-IF.
           PERFORM 4300-PRINT-HOTEL-SUMMARY.
      *
       4100-SPLIT-WORKLOAD.
      *        ROOMS ARE DEALT OUT IN ROOM-NUMBER ORDER: EACH
      *        ATTENDANT TAKES ROOMS UNTIL THEY REACH THEIR SHARE OF
      *        THE CREDITS STILL TO DEAL, THEN THE NEXT ONE STARTS.
      *        THE SHARE IS RE-WORKED AT EACH HAND-OVER SO AN UNEVEN
      *        ROOM AT A BOUNDARY DOES NOT PILE UP ON THE LAST SHEET.
           MOVE WS-WL-CREDITS-TOTAL TO WS-CREDITS-LEFT.
           MOVE 1 TO WS-AT-SUB.
           COMPUTE WS-TARGET-CREDITS ROUNDED =
               WS-CREDITS-LEFT / WS-AT-COUNT.
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WL-COUNT
               MOVE WS-AT-SUB TO WS-WL-ATTENDANT(WS-WL-SUB)
               ADD WS-WL-CREDITS(WS-WL-SUB)
                   TO WS-AT-CREDITS(WS-AT-SUB)
               SUBTRACT WS-WL-CREDITS(WS-WL-SUB) FROM WS-CREDITS-LEFT
               IF WS-AT-CREDITS(WS-AT-SUB) NOT < WS-TARGET-CREDITS
                  AND WS-AT-SUB < WS-AT-COUNT
                   ADD 1 TO WS-AT-SUB
                   COMPUTE WS-TARGET-CREDITS ROUNDED =
                       WS-CREDITS-LEFT / (WS-AT-COUNT - WS-AT-SUB + 1)
               END-IF
           END-PERFORM.
      *
       4200-PRINT-ONE-SHEET.
      *        WS-SHEET-SUB ZERO IS THE UNASSIGNED SHEET FOR A HOTEL
      *        WITH NOBODY ON SHIFT - EVERY ROOM IS STILL ATTENDANT 0.
           ADD 1 TO WS-SHEET-COUNT.
           MOVE ZERO TO WS-SHEET-ROOMS WS-SHEET-CREDITS.
           MOVE SPACE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           MOVE WS-SEPARATOR-LINE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           MOVE WS-TODAY TO WS-SH-DATE.
           MOVE WS-PREV-HOTEL TO WH-HOTEL.
           MOVE WS-SHEET-HEADING TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           IF WS-SHEET-SUB = ZERO
               MOVE SPACE TO WS-AL-ID
               MOVE 'UNASSIGNED - NO ATTENDANT ON SHIFT'
                   TO WS-AL-NAME
           ELSE
               MOVE WS-AT-ID(WS-SHEET-SUB)   TO WS-AL-ID
               MOVE WS-AT-NAME(WS-SHEET-SUB) TO WS-AL-NAME
           END-IF.
           MOVE WS-ATTENDANT-LINE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           MOVE SPACE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.

           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WL-COUNT
               IF WS-WL-ATTENDANT(WS-WL-SUB) = WS-SHEET-SUB
                   PERFORM 4210-PRINT-SHEET-ROOM
               END-IF
           END-PERFORM.

           MOVE WS-SHEET-ROOMS   TO WS-ST-ROOMS.
           MOVE WS-SHEET-CREDITS TO WS-ST-CREDITS.
           MOVE WS-SHEET-TOTAL-LINE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
      *
       4210-PRINT-SHEET-ROOM.
           MOVE WS-WL-ROOMNO(WS-WL-SUB)   TO WD-ROOMNO.
           MOVE WS-WL-CAPACITY(WS-WL-SUB) TO WD-CAPACITY.
           MOVE WS-WL-TYPE(WS-WL-SUB)     TO WD-TYPE.
           MOVE WS-WL-CREDITS(WS-WL-SUB)  TO WD-CREDITS.
           IF WS-WL-NEXT-CHECKIN(WS-WL-SUB) > ZERO
               MOVE WS-WL-NEXT-CHECKIN(WS-WL-SUB) TO WD-NEXT-CHECKIN
           ELSE
               MOVE SPACE TO WD-NEXT-CHECKIN
           END-IF.
           MOVE WS-DETAIL-LINE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           ADD 1 TO WS-SHEET-ROOMS.
           ADD WS-WL-CREDITS(WS-WL-SUB) TO WS-SHEET-CREDITS.
      *
       4300-PRINT-HOTEL-SUMMARY.
           MOVE SPACE TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           MOVE WS-PREV-HOTEL TO WS-SM-HOTEL.
           MOVE WS-SUMMARY-LINE-1 TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           MOVE WS-WL-CHECKOUTS     TO WS-SM-CHECKOUTS.
           MOVE WS-WL-DUE-OUTS      TO WS-SM-DUE-OUTS.
           MOVE WS-WL-STAYOVERS     TO WS-SM-STAYOVERS.
           MOVE WS-WL-CREDITS-TOTAL TO WS-SM-CREDITS.
           MOVE WS-AT-COUNT         TO WS-SM-ATTENDANTS.
           MOVE WS-SUMMARY-LINE-2 TO HOUSEKEEPING-REPORT-LINE.
           WRITE HOUSEKEEPING-REPORT-LINE.
           IF WS-ROOMS-DROPPED > ZERO
               MOVE WS-ROOMS-DROPPED TO WS-DR-COUNT
               MOVE WS-DROPPED-LINE TO HOUSEKEEPING-REPORT-LINE
               WRITE HOUSEKEEPING-REPORT-LINE
           END-IF.
      *
       9000-CLOSE-FILES.
           CLOSE ROOM-MASTER-FILE.
           CLOSE ROOM-CALENDAR-FILE.
           CLOSE BOOKING-ROOM-FILE.
           IF WS-ATTEND-ON-FILE = 'Y'
               CLOSE ATTENDANT-MASTER-FILE
           END-IF.
           CLOSE HOUSEKEEPING-REPORT.
      *
       0100-GET-BUSINESS-DATE.
