       01  RESERVATION-FEED-RECORD.
      * NAME: BRANDON CHRISTIE
      * ONE ROOM LINE OF A RESERVATION SENT BY THE WEB BOOKING ENGINE
      * AND CENTRAL RESERVATIONS, FIXED FORMAT, 240 BYTES.  A
      * RESERVATION OF SEVERAL ROOMS ARRIVES AS ONE LINE PER ROOM
      * UNDER THE SAME RF-RES-ID, EACH CARRYING THE GUEST AND STAY
      * IN FULL.  READ BY KC03R28, WHICH BOOKS EACH LINE THE WAY
      * ADDM46 (KC03A46) BOOKS A ROOM ROW AND ANSWERS IT ON THE
      * RESACK ACKNOWLEDGMENT FILE (SEE ReservationAckRecord.cbl).
           05  RF-RES-ID         PIC X(12).
      *        THE BOOKING ENGINE'S OWN RESERVATION REFERENCE,
      *        ECHOED BACK ON THE ACKNOWLEDGMENT
           05  RF-PHONENO        PIC X(07).
           05  RF-LASTNAME       PIC X(30).
           05  RF-FIRSTNAME      PIC X(20).
           05  RF-ADDRESS        PIC X(30).
           05  RF-CITY           PIC X(20).
           05  RF-PROVINCE       PIC X(02).
           05  RF-POSTALCODE     PIC X(10).
      *        GUEST DETAILS - A GUEST NOT ON GUESTMAS IS ADDED FROM
      *        THEM, A GUEST ON FILE HAS EACH NON-BLANK ONE REFRESHED
           05  RF-HOTEL          PIC X(30).
           05  RF-ROOMNO         PIC X(08).
           05  RF-CHECKIN-DATE   PIC 9(08).
      *        FORMAT CCYYMMDD
           05  RF-CHECKOUT-DATE  PIC 9(08).
      *        FORMAT CCYYMMDD
           05  RF-GROUP-CODE     PIC X(08).
      *        ROOM BLOCK TO DRAW FROM (SEE RoomBlockRecord.cbl),
      *        SPACE FOR NONE
           05  RF-AGENT-CODE     PIC X(06).
      *        TRAVEL AGENT (SEE AgentMasterRecord.cbl), SPACE FOR A
      *        DIRECT BOOKING
           05  RF-DEPOSIT        PIC 9(07)V99.
      *        CARD DEPOSIT TAKEN BY THE BOOKING ENGINE - SENT ON ONE
      *        LINE OF THE RESERVATION ONLY, ZERO ON THE OTHERS
           05  FILLER            PIC X(32).
