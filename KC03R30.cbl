       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R30.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: ONE-TIME CONVERSION - ROOM FEATURES.  THE ROOM
      *          MASTER GREW THE FEATURE CODES (RM-FEATURES:
      *          ACCESSIBLE, SMOKING, BED TYPE, VIEW, CONNECTING
      *          ROOM), SO ROOMMAS IS RELOADED THE SAME WAY KC03R24
      *          RELOADED THE GUEST AND BOOKING FILES: THE JCL RENAMES
      *          THE OLD CLUSTER TO THE ROOMOLD DD, IDCAMS DEFINES THE
      *          NEW-LENGTH CLUSTER (AND THE ROOMALT ALTERNATE INDEX,
      *          BUILT WITH BLDINDEX AFTER THIS STEP), AND THIS STEP
      *          COPIES EVERY ROOM ACROSS.  NO ROOM'S FEATURES ARE
      *          KNOWN YET, SO EVERY ROOM COMES ACROSS NOT ACCESSIBLE,
      *          NON-SMOKING AND WITH NO BED, VIEW OR CONNECTING ROOM
      *          RECORDED - EACH HOTEL KEYS ITS OWN ON RMTM46.  AN OLD
      *          INPUT THAT DOES NOT EXIST IS SKIPPED, SO A FRESH SITE
      *          CAN RUN THE STEP HARMLESSLY.  RUN ONCE, BEFORE ANY OF
      *          THE NEW RELEASE RUNS AGAINST EXISTING DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ROOM-FILE ASSIGN TO ROOMOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-KEY
               FILE STATUS IS WS-OLDROOM-STATUS.

           SELECT NEW-ROOM-FILE ASSIGN TO ROOMMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-NEWROOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *    THE OLD LAYOUT IS DECLARED HERE IN FULL, NOT COPIED - THE
      *    COPYBOOK NOW DESCRIBES THE GROWN RECORD AND THIS JOB IS THE
      *    ONLY PLACE THE OLD SHAPE IS EVER READ AGAIN.
       FD  OLD-ROOM-FILE.
       01  OLD-ROOM-RECORD.
           05  OM-KEY.
               10  OM-HOTEL      PIC X(30).
               10  OM-ROOMNO     PIC X(08).
           05  OM-CAPACITY       PIC 9(03).
           05  OM-STATUS         PIC X(20).
           05  OM-PHONENO        PIC X(07).
           05  OM-CHECKIN-DATE   PIC 9(08).
           05  OM-CHECKOUT-DATE  PIC 9(08).

       FD  NEW-ROOM-FILE.
           COPY "RoomMasterRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-OLDROOM-STATUS     PIC X(02).
       01  WS-NEWROOM-STATUS     PIC X(02).
       01  WS-EOF-ROOM           PIC X(01) VALUE 'N'.
       01  WS-ROOMS-CONVERTED    PIC 9(07) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 2000-CONVERT-ROOM-MASTER.

           DISPLAY 'KC03R30 ROOMS CONVERTED   ' WS-ROOMS-CONVERTED.
           GOBACK.
      *
       2000-CONVERT-ROOM-MASTER.
           OPEN INPUT OLD-ROOM-FILE.
           IF WS-OLDROOM-STATUS = '35'
      *        NOTHING TO CONVERT - A FRESH SITE HAS NO OLD CLUSTER.
               MOVE 'Y' TO WS-EOF-ROOM
           ELSE
               OPEN OUTPUT NEW-ROOM-FILE
           END-IF.

           IF WS-EOF-ROOM NOT = 'Y'
               PERFORM 2100-READ-NEXT-OLD-ROOM
           END-IF.
           PERFORM UNTIL WS-EOF-ROOM = 'Y'
               PERFORM 2200-WRITE-NEW-ROOM
               PERFORM 2100-READ-NEXT-OLD-ROOM
           END-PERFORM.

           IF WS-OLDROOM-STATUS NOT = '35'
               CLOSE OLD-ROOM-FILE
               CLOSE NEW-ROOM-FILE
           END-IF.
      *
       2100-READ-NEXT-OLD-ROOM.
           READ OLD-ROOM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ROOM
           END-READ.
      *
       2200-WRITE-NEW-ROOM.
           MOVE OM-HOTEL         TO RM-HOTEL.
           MOVE OM-ROOMNO        TO RM-ROOMNO.
           MOVE OM-CAPACITY      TO RM-CAPACITY.
           MOVE OM-STATUS        TO RM-STATUS.
           MOVE OM-PHONENO       TO RM-PHONENO.
           MOVE OM-CHECKIN-DATE  TO RM-CHECKIN-DATE.
           MOVE OM-CHECKOUT-DATE TO RM-CHECKOUT-DATE.
      *        NOT ACCESSIBLE UNTIL THE HOTEL SAYS SO - A ROOM MUST
      *        NEVER BE OFFERED AS ACCESSIBLE ON A GUESS.
           MOVE 'N'   TO RM-ACCESSIBLE RM-SMOKING.
           MOVE SPACE TO RM-BED-TYPE RM-VIEW RM-CONNECTS-TO.
           WRITE ROOM-MASTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-ROOMS-CONVERTED.
