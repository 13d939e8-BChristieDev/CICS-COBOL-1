           05  RM-STATUS         PIC X(20).
      *        VALID VALUES: 'AVAILABLE', 'BOOKED', 'OUT OF SERVICE',
      *        'NEEDS CLEANING'.  A ROOM GOES TO 'NEEDS CLEANING'
      *        WHEN ITS GUEST DEPARTS (KC03F46) OR MOVES TO ANOTHER
      *        ROOM (KC03T46) OR THE OVERNIGHT RELEASE EMPTIES IT
      *        (KC03R03), AND ONLY HOUSEKEEPING (KC03H46) PUTS IT
      *        BACK TO 'AVAILABLE' - SO A ROOM THAT WAS NEVER
      *        CLEANED CANNOT BE SOLD FOR TONIGHT.
           05  RM-PHONENO        PIC X(07).
           05  RM-CHECKIN-DATE   PIC 9(08).
      *        FORMAT CCYYMMDD, ZERO WHEN NOT BOOKED
           05  RM-CHECKOUT-DATE  PIC 9(08).
      *        FORMAT CCYYMMDD, ZERO WHEN NOT BOOKED
           05  RM-FEATURES.
      *        WHAT THE ROOM OFFERS, KEPT ON RMTM46 (KC03M46), SEARCHED
      *        ON BY SRCM46 (KC03S46) AND PRINTED ON THE ARRIVALS
      *        REPORT (KC03R01) SO THE DESK CAN CHECK THE ROOM GIVEN
      *        AGAINST WHAT THE GUEST ASKED FOR.
               10  RM-ACCESSIBLE PIC X(01).
      *            'Y' = WHEELCHAIR-ACCESSIBLE ROOM, 'N' = NOT.  ONLY A
      *            ROOM MARKED 'Y' IS EVER OFFERED TO A SEARCH THAT
      *            ASKS FOR AN ACCESSIBLE ROOM.
               10  RM-SMOKING    PIC X(01).
      *            'Y' = SMOKING ROOM, 'N' = NON-SMOKING
               10  RM-BED-TYPE   PIC X(02).
      *            'K ' KING, 'Q ' QUEEN, 'D ' DOUBLE, 'S ' SINGLE,
      *            '2Q' TWO QUEENS, '2D' TWO DOUBLES, '2S' TWO
      *            SINGLES, SPACE NOT RECORDED
               10  RM-VIEW       PIC X(02).
      *            HOTEL'S OWN VIEW CODE ('OC' OCEAN, 'CY' CITY, 'GD'
      *            GARDEN, 'PL' POOL ...), SPACE FOR NO VIEW
               10  RM-CONNECTS-TO PIC X(08).
      *            ROOM NUMBER AT THE SAME HOTEL THAT THIS ROOM HAS A
      *            CONNECTING DOOR TO, SPACE FOR NONE
