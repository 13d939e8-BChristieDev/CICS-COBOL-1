      *          WRITES ONE FORMATTED LETTER PER GUEST TO THE PRINT
      *          FILE FOR THE MAIL ROOM.  A THIRTY-ROOM GROUP BOOKING
      *          COMES OUT AS A SINGLE LETTER WITH A ROOM LIST, NEVER
      *          AS THIRTY LETTERS.  EACH ROOM LINE CARRIES THE
      *          ROOM'S CONFIRMATION NUMBER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10  WS-RT-HOTEL   PIC X(30).
               10  WS-RT-CHECKIN PIC 9(08).
               10  WS-RT-CHECKOUT PIC 9(08).
               10  WS-RT-CONFIRM-NO PIC 9(09).
      *
       01  WS-SEPARATOR-LINE.
           05  FILLER            PIC X(80) VALUE ALL '='.
           05  FILLER            PIC X(44) VALUE
               'WE ARE PLEASED TO CONFIRM YOUR RESERVATION: '.
           05  FILLER            PIC X(36) VALUE SPACE.
      *
       01  WS-QUOTE-LINE.
           05  FILLER            PIC X(45) VALUE
               'PLEASE QUOTE THE CONFIRMATION NUMBER (#) OF A'.
           05  FILLER            PIC X(35) VALUE
               ' ROOM WHEN YOU CALL ABOUT IT.'.
      *
       01  WS-ROOM-LINE.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WR-CHECKIN        PIC 9(08).
           05  FILLER            PIC X(03) VALUE ' - '.
           05  WR-CHECKOUT       PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  FILLER            PIC X(01) VALUE '#'.
           05  WR-CONFIRM-NO     PIC 9(09).
      *
       01  WS-TOTAL-LINE.
           05  FILLER            PIC X(13) VALUE 'TOTAL ROOMS: '.
                       WS-RT-CHECKIN(WS-ROOM-COUNT)
                   MOVE BR-CHECKOUT-DATE TO
                       WS-RT-CHECKOUT(WS-ROOM-COUNT)
                   MOVE BR-CONFIRM-NO TO
                       WS-RT-CONFIRM-NO(WS-ROOM-COUNT)
               END-IF
               PERFORM 2000-READ-NEXT-BOOKROOM
           END-PERFORM.
           WRITE LETTER-LINE.
           MOVE WS-GREETING-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-QUOTE-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE WS-BLANK-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.

               MOVE WS-RT-HOTEL(WS-ROOM-SUB)    TO WR-HOTEL
               MOVE WS-RT-CHECKIN(WS-ROOM-SUB)  TO WR-CHECKIN
               MOVE WS-RT-CHECKOUT(WS-ROOM-SUB) TO WR-CHECKOUT
               MOVE WS-RT-CONFIRM-NO(WS-ROOM-SUB) TO WR-CONFIRM-NO
               MOVE WS-ROOM-LINE TO LETTER-LINE
               WRITE LETTER-LINE
           END-PERFORM.
