      *          STATE COLUMN SHOWS WHETHER THE GUEST IS STILL DUE IN
      *          OR ALREADY IN-HOUSE, FROM THE ACTUAL ARRIVAL THE
      *          FRONT DESK RECORDED ON THE BOOKROOM ROW (KC03F46).
      *          UNDER EACH ROOM A SECOND LINE PRINTS THE ROOM'S
      *          FEATURES (ACCESSIBLE, SMOKING, BED, VIEW, CONNECTING
      *          ROOM) SO THE DESK CAN CHECK THE ROOM GIVEN AGAINST
      *          WHAT THE GUEST ASKED FOR.  THE GUEST'S ACTIVE NOTES
      *          (GUESTNOT - STANDING REQUESTS, VIP, DO-NOT-RENT)
      *          PRINT UNDER THAT, ONE LINE EACH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BOOKROOM-STATUS.

           SELECT GUEST-NOTE-FILE ASSIGN TO GUESTNOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GN-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT ARRIVALS-REPORT ASSIGN TO ARRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  BOOKING-ROOM-FILE.
           COPY "BookingRoomRecord.cbl".

       FD  GUEST-NOTE-FILE.
           COPY "GuestNoteRecord.cbl".

       FD  ARRIVALS-REPORT.
       01  ARRIVALS-REPORT-LINE  PIC X(80).

       01  WS-GUEST-STATUS       PIC X(02).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-NOTE-STATUS        PIC X(02).
       01  WS-NOTE-PROBE         PIC 9(03).
       01  WS-NOTE-ON-FILE       PIC X(01) VALUE 'Y'.
       01  WS-EOF-ROOM           PIC X(01) VALUE 'N'.
       01  WS-PREV-HOTEL         PIC X(30) VALUE SPACE.
       01  WS-LINE-COUNT         PIC 9(05) VALUE ZERO.
           05  WD-PHONENO        PIC X(07).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-STATE          PIC X(10).
      *
       01  WS-FEATURE-LINE.
           05  FILLER            PIC X(08) VALUE SPACE.
           05  FILLER            PIC X(10) VALUE 'FEATURES: '.
           05  WF-ACCESSIBLE     PIC X(15).
           05  WF-SMOKING        PIC X(12).
           05  FILLER            PIC X(04) VALUE 'BED '.
           05  WF-BED-TYPE       PIC X(02).
           05  FILLER            PIC X(07) VALUE '  VIEW '.
           05  WF-VIEW           PIC X(02).
           05  FILLER            PIC X(10) VALUE ' CONNECTS '.
           05  WF-CONNECTS       PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
      *
       01  WS-NOTE-LINE.
           05  FILLER            PIC X(08) VALUE SPACE.
           05  FILLER            PIC X(05) VALUE 'NOTE '.
           05  WN-NOTE-TYPE      PIC X(03).
           05  FILLER            PIC X(02) VALUE ': '.
           05  WN-NOTE-TEXT      PIC X(60).
           05  FILLER            PIC X(02) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
           OPEN INPUT ROOM-MASTER-FILE.
           OPEN INPUT GUEST-MASTER-FILE.
           OPEN INPUT BOOKING-ROOM-FILE.
           OPEN INPUT GUEST-NOTE-FILE.
           IF WS-NOTE-STATUS = '35'
      *        NO GUEST NOTE HAS EVER BEEN KEPT - NOTHING TO PRINT.
               MOVE 'N' TO WS-NOTE-ON-FILE
           END-IF.
           OPEN OUTPUT ARRIVALS-REPORT.
      *
       2000-READ-NEXT-ROOM.
           MOVE WS-DETAIL-LINE TO ARRIVALS-REPORT-LINE.
           WRITE ARRIVALS-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 3300-PRINT-FEATURES.
           IF WS-NOTE-ON-FILE = 'Y'
               PERFORM 3400-PRINT-GUEST-NOTES
           END-IF.
      *
       3100-LOOKUP-GUEST-NAME.
           MOVE SPACE TO WS-GUEST-NAME.
                   END-IF
               END-IF
           END-PERFORM.
      *
       3300-PRINT-FEATURES.
           IF RM-ACCESSIBLE = 'Y'
               MOVE 'ACCESSIBLE'     TO WF-ACCESSIBLE
           ELSE
               MOVE 'NOT ACCESSIBLE' TO WF-ACCESSIBLE
           END-IF.
           IF RM-SMOKING = 'Y'
               MOVE 'SMOKING'     TO WF-SMOKING
           ELSE
               MOVE 'NON-SMOKING' TO WF-SMOKING
           END-IF.
           MOVE RM-BED-TYPE    TO WF-BED-TYPE.
           MOVE RM-VIEW        TO WF-VIEW.
           MOVE RM-CONNECTS-TO TO WF-CONNECTS.
           MOVE WS-FEATURE-LINE TO ARRIVALS-REPORT-LINE.
           WRITE ARRIVALS-REPORT-LINE.
      *
       3400-PRINT-GUEST-NOTES.
      *        NOTE-SEQ IS GAP-FREE FROM 1 (SEE GuestNoteRecord.cbl),
      *        SO THE FIRST INVALID KEY ENDS THE GUEST'S NOTES.
      *        LIFTED NOTES ARE HISTORY AND DO NOT PRINT.
           MOVE RM-PHONENO TO GN-PHONENO.
           MOVE 1 TO WS-NOTE-PROBE.
           MOVE 'N' TO WS-PROBE-DONE.
           PERFORM UNTIL WS-PROBE-DONE = 'Y'
               MOVE WS-NOTE-PROBE TO GN-NOTE-SEQ
               READ GUEST-NOTE-FILE
                   INVALID KEY MOVE 'Y' TO WS-PROBE-DONE
               END-READ
               IF WS-PROBE-DONE NOT = 'Y'
                   IF GN-STATUS = 'A'
                       MOVE GN-NOTE-TYPE TO WN-NOTE-TYPE
                       MOVE GN-NOTE-TEXT TO WN-NOTE-TEXT
                       MOVE WS-NOTE-LINE TO ARRIVALS-REPORT-LINE
                       WRITE ARRIVALS-REPORT-LINE
                   END-IF
                   IF WS-NOTE-PROBE = 999
                       MOVE 'Y' TO WS-PROBE-DONE
                   ELSE
                       ADD 1 TO WS-NOTE-PROBE
                   END-IF
               END-IF
           END-PERFORM.
      *
       9000-CLOSE-FILES.
           CLOSE ROOM-MASTER-FILE.
           CLOSE GUEST-MASTER-FILE.
           CLOSE BOOKING-ROOM-FILE.
           IF WS-NOTE-ON-FILE = 'Y'
               CLOSE GUEST-NOTE-FILE
           END-IF.
           CLOSE ARRIVALS-REPORT.
      *
       0100-GET-BUSINESS-DATE.
