      *          BOOK INSTEAD OF TO GUESSWORK.  STAYS BOOKED BEFORE
      *          THE CALENDAR EXISTED ARE PICKED UP FROM THE ROOM
      *          MASTER THE SAME WAY THE ONLINE OVERLAP CHECKS DO.
      *          A DATE THE HOTEL HAS RESTRICTED ON STAYRST IS FLAGGED
      *          WITH ITS MINIMUM STAY AND CTA/CTD (CLOSED TO ARRIVAL,
      *          CLOSED TO DEPARTURE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT STAY-RESTRICTION-FILE ASSIGN TO STAYRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-RST-STATUS.

           SELECT FORECAST-REPORT ASSIGN TO FCSTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  ROOM-CALENDAR-FILE.
           COPY "RoomCalendarRecord.cbl".

       FD  STAY-RESTRICTION-FILE.
           COPY "StayRestrictionRecord.cbl".

       FD  FORECAST-REPORT.
       01  FORECAST-REPORT-LINE  PIC X(80).

       01  WS-ROOM-STATUS        PIC X(02).
       01  WS-CAL-STATUS         PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-RST-STATUS         PIC X(02).
       01  WS-RST-OPEN           PIC X(01) VALUE 'N'.
       01  WS-EOF-ROOM           PIC X(01) VALUE 'N'.
       01  WS-EOF-CAL            PIC X(01).
       01  WS-CAL-ROOMNO         PIC X(08).
       01  WS-TO-SELL            PIC S9(05).
       01  WS-HOTELS-DONE        PIC 9(05) VALUE ZERO.
      *
      *    ONE DAY'S STAYRST FLAGS, E.G. 'MIN  3 CTA CTD'.
       01  WS-RESTRICT-TEXT.
           05  WS-RT-MIN         PIC X(04).
           05  WS-RT-MIN-STAY    PIC Z9 BLANK WHEN ZERO.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-RT-CTA         PIC X(03).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-RT-CTD         PIC X(03).
      *
      *    ONE SLOT PER FORECAST DAY FOR THE HOTEL BEING TOTALLED -
      *    SLOT 1 IS THE BUSINESS DATE ITSELF.
       01  WS-FORECAST-TABLE.
           05  FILLER            PIC X(10) VALUE ' STAYOVERS'.
           05  FILLER            PIC X(09) VALUE ' IN-HOUSE'.
           05  FILLER            PIC X(09) VALUE '  TO SELL'.
           05  FILLER            PIC X(14) VALUE ' RESTRICTIONS'.
           05  FILLER            PIC X(10) VALUE SPACE.
      *
       01  WS-DETAIL-LINE.
           05  WD-DATE           PIC 9(08).
           05  WD-IN-HOUSE       PIC ZZ,ZZ9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  WD-TO-SELL        PIC ZZ,ZZ9-.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-RESTRICT       PIC X(14).
           05  FILLER            PIC X(08) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
           OPEN INPUT ROOM-MASTER-FILE.
           OPEN INPUT ROOM-CALENDAR-FILE.
           OPEN OUTPUT FORECAST-REPORT.
      *        A SITE THAT HAS NEVER LOADED A RESTRICTION HAS NO
      *        STAYRST YET - THE FORECAST SIMPLY SHOWS NO FLAGS.
           OPEN INPUT STAY-RESTRICTION-FILE.
           IF WS-RST-STATUS = '00'
               MOVE 'Y' TO WS-RST-OPEN
           END-IF.
      *
       2000-READ-NEXT-ROOM.
           READ ROOM-MASTER-FILE NEXT RECORD
               MOVE WS-FC-STAYOVERS(WS-DAY-SUB)  TO WD-STAYOVERS
               MOVE WS-FC-IN-HOUSE(WS-DAY-SUB)   TO WD-IN-HOUSE
               MOVE WS-TO-SELL TO WD-TO-SELL
               PERFORM 3100-FLAG-RESTRICTIONS
               MOVE WS-DETAIL-LINE TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
           END-PERFORM.
      *
       3100-FLAG-RESTRICTIONS.
      *        THE HOTEL'S STAYRST ROW FOR THE NIGHT, IF ANY (SEE
      *        StayRestrictionRecord.cbl) - A MINIMUM STAY OF ONE
      *        NIGHT RESTRICTS NOTHING AND IS LEFT OFF.
           MOVE SPACE TO WD-RESTRICT.
           IF WS-RST-OPEN = 'Y'
               MOVE WS-PREV-HOTEL TO ST-HOTEL
               MOVE WS-NIGHT-DATE TO ST-STAY-DATE
               READ STAY-RESTRICTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACE TO WS-RT-MIN WS-RT-CTA WS-RT-CTD
                       MOVE ZERO TO WS-RT-MIN-STAY
                       IF ST-MIN-STAY > 1
                           MOVE 'MIN ' TO WS-RT-MIN
                           MOVE ST-MIN-STAY TO WS-RT-MIN-STAY
                       END-IF
                       IF ST-CLOSED-ARRIVAL = 'Y'
                           MOVE 'CTA' TO WS-RT-CTA
                       END-IF
                       IF ST-CLOSED-DEPART = 'Y'
                           MOVE 'CTD' TO WS-RT-CTD
                       END-IF
                       MOVE WS-RESTRICT-TEXT TO WD-RESTRICT
               END-READ
           END-IF.
      *
       9000-CLOSE-FILES.
           CLOSE ROOM-MASTER-FILE.
           CLOSE ROOM-CALENDAR-FILE.
           IF WS-RST-OPEN = 'Y'
               CLOSE STAY-RESTRICTION-FILE
           END-IF.
           CLOSE FORECAST-REPORT.
      *
       0100-GET-BUSINESS-DATE.
