       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R29.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: ONE-TIME CONVERSION - BOOKING CONFIRMATION NUMBER.
      *          THE BOOKING ROW GREW BR-CONFIRM-NO, AND THE BOOKHST
      *          ARCHIVE CARRIES THE BOOKING LAYOUT TOO, SO BOTH ARE
      *          RELOADED THE SAME WAY KC03R24 RELOADED THEM FOR THE
      *          BLOCK AND AGENT CODES: THE JCL RENAMES EACH OLD
      *          CLUSTER/DATASET TO THE -OLD DD, IDCAMS DEFINES THE
      *          NEW-LENGTH CLUSTER (AND THE BOOKCNF ALTERNATE INDEX,
      *          BUILT WITH BLDINDEX AFTER THIS STEP), AND THIS STEP
      *          COPIES EVERY RECORD ACROSS.  EVERY ROW COPIED - LIVE
      *          AND ARCHIVED - IS GIVEN THE NEXT CONFIRMATION NUMBER
      *          IN TURN, SO THE UNIQUE ALTERNATE INDEX CAN BE BUILT,
      *          AND THE LAST NUMBER HANDED OUT IS WRITTEN TO THE NEW
      *          CONFCTL COUNTER FOR ADDM46, ADDM46A AND KC03R28 TO
      *          CARRY ON FROM.  AN -OLD INPUT THAT DOES NOT EXIST IS
      *          SKIPPED, SO A FRESH SITE CAN RUN THE STEP HARMLESSLY
      *          AND JUST GETS THE COUNTER SEEDED AT ZERO.  RUN ONCE,
      *          BEFORE ANY OF THE NEW RELEASE RUNS AGAINST EXISTING
      *          DATA.  THE -OLD LAYOUT IS THE ONE BEFORE THE
      *          CONFIRMATION NUMBER, AND THE ROW IS WRITTEN IN THE
      *          CURRENT LAYOUT, SO THE DIRECT-BILL FIELDS ARE SET
      *          GUEST-PAID HERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BOOKING-FILE ASSIGN TO BOOKOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-KEY
               FILE STATUS IS WS-OLDBOOK-STATUS.

           SELECT NEW-BOOKING-FILE ASSIGN TO BOOKROOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-NEWBOOK-STATUS.

           SELECT OLD-HIST-FILE ASSIGN TO BKHSTOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDHIST-STATUS.

           SELECT NEW-HIST-FILE ASSIGN TO BOOKHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWHIST-STATUS.

           SELECT CONFIRM-CONTROL-FILE ASSIGN TO CONFCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CF-KEY
               FILE STATUS IS WS-CONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *    THE OLD LAYOUTS ARE DECLARED HERE IN FULL, NOT COPIED -
      *    THE COPYBOOK NOW DESCRIBES THE GROWN RECORD AND THIS JOB
      *    IS THE ONLY PLACE THE OLD SHAPE IS EVER READ AGAIN.
       FD  OLD-BOOKING-FILE.
       01  OLD-BOOKING-RECORD.
           05  OB-KEY.
               10  OB-PHONENO    PIC X(07).
               10  OB-ROOMSEQ    PIC 9(04).
           05  OB-ROOMNO         PIC X(08).
           05  OB-HOTEL          PIC X(30).
           05  OB-STATUS         PIC X(20).
           05  OB-CHECKIN-DATE   PIC 9(08).
           05  OB-CHECKOUT-DATE  PIC 9(08).
           05  OB-RATE-CODE      PIC X(04).
           05  OB-NIGHTLY-RATE   PIC 9(05)V99.
           05  OB-ACTUAL-ARRIVAL PIC 9(08).
           05  OB-ACTUAL-DEPART  PIC 9(08).
           05  OB-BILL-STATUS    PIC X(01).
           05  OB-EXTRACT-DATE   PIC 9(08).
           05  OB-BILLED-DATE    PIC 9(08).
           05  OB-GROUP-CODE     PIC X(08).
           05  OB-AGENT-CODE     PIC X(06).

       FD  NEW-BOOKING-FILE.
           COPY "BookingRoomRecord.cbl".

       FD  OLD-HIST-FILE.
       01  OLD-HIST-RECORD.
           05  OA-KEY.
               10  OA-PHONENO    PIC X(07).
               10  OA-ROOMSEQ    PIC 9(04).
           05  OA-ROOMNO         PIC X(08).
           05  OA-HOTEL          PIC X(30).
           05  OA-STATUS         PIC X(20).
           05  OA-CHECKIN-DATE   PIC 9(08).
           05  OA-CHECKOUT-DATE  PIC 9(08).
           05  OA-RATE-CODE      PIC X(04).
           05  OA-NIGHTLY-RATE   PIC 9(05)V99.
           05  OA-ACTUAL-ARRIVAL PIC 9(08).
           05  OA-ACTUAL-DEPART  PIC 9(08).
           05  OA-BILL-STATUS    PIC X(01).
           05  OA-EXTRACT-DATE   PIC 9(08).
           05  OA-BILLED-DATE    PIC 9(08).
           05  OA-GROUP-CODE     PIC X(08).
           05  OA-AGENT-CODE     PIC X(06).

       FD  NEW-HIST-FILE.
           COPY "BookingRoomRecord.cbl" REPLACING
               ==BOOKING-ROOM-RECORD== BY ==BOOKING-HIST-RECORD==
               LEADING ==BR== BY ==BH==.

       FD  CONFIRM-CONTROL-FILE.
           COPY "ConfirmControlRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-OLDBOOK-STATUS     PIC X(02).
       01  WS-NEWBOOK-STATUS     PIC X(02).
       01  WS-OLDHIST-STATUS     PIC X(02).
       01  WS-NEWHIST-STATUS     PIC X(02).
       01  WS-CONF-STATUS        PIC X(02).
       01  WS-EOF-BOOK           PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST           PIC X(01) VALUE 'N'.
       01  WS-ROWS-CONVERTED     PIC 9(07) VALUE ZERO.
       01  WS-HIST-CONVERTED     PIC 9(07) VALUE ZERO.
       01  WS-LAST-CONFIRM-NO    PIC 9(09) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 3000-CONVERT-BOOKING-ROWS.
           PERFORM 4000-CONVERT-BOOKING-HIST.
           PERFORM 5000-SEED-CONFIRM-CONTROL.

           DISPLAY 'KC03R29 BOOKING ROWS      ' WS-ROWS-CONVERTED.
           DISPLAY 'KC03R29 ARCHIVE ROWS      ' WS-HIST-CONVERTED.
           DISPLAY 'KC03R29 LAST CONFIRM NO   ' WS-LAST-CONFIRM-NO.
           GOBACK.
      *
       3000-CONVERT-BOOKING-ROWS.
           OPEN INPUT OLD-BOOKING-FILE.
           IF WS-OLDBOOK-STATUS = '35'
      *        NOTHING TO CONVERT - A FRESH SITE HAS NO OLD CLUSTER.
               MOVE 'Y' TO WS-EOF-BOOK
           ELSE
               OPEN OUTPUT NEW-BOOKING-FILE
           END-IF.

           IF WS-EOF-BOOK NOT = 'Y'
               PERFORM 3100-READ-NEXT-OLD-ROW
           END-IF.
           PERFORM UNTIL WS-EOF-BOOK = 'Y'
               PERFORM 3200-WRITE-NEW-ROW
               PERFORM 3100-READ-NEXT-OLD-ROW
           END-PERFORM.

           IF WS-OLDBOOK-STATUS NOT = '35'
               CLOSE OLD-BOOKING-FILE
               CLOSE NEW-BOOKING-FILE
           END-IF.
      *
       3100-READ-NEXT-OLD-ROW.
           READ OLD-BOOKING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BOOK
           END-READ.
      *
       3200-WRITE-NEW-ROW.
           MOVE OB-PHONENO        TO BR-PHONENO.
           MOVE OB-ROOMSEQ        TO BR-ROOMSEQ.
           MOVE OB-ROOMNO         TO BR-ROOMNO.
           MOVE OB-HOTEL          TO BR-HOTEL.
           MOVE OB-STATUS         TO BR-STATUS.
           MOVE OB-CHECKIN-DATE   TO BR-CHECKIN-DATE.
           MOVE OB-CHECKOUT-DATE  TO BR-CHECKOUT-DATE.
           MOVE OB-RATE-CODE      TO BR-RATE-CODE.
           MOVE OB-NIGHTLY-RATE   TO BR-NIGHTLY-RATE.
           MOVE OB-ACTUAL-ARRIVAL TO BR-ACTUAL-ARRIVAL.
           MOVE OB-ACTUAL-DEPART  TO BR-ACTUAL-DEPART.
           MOVE OB-BILL-STATUS    TO BR-BILL-STATUS.
           MOVE OB-EXTRACT-DATE   TO BR-EXTRACT-DATE.
           MOVE OB-BILLED-DATE    TO BR-BILLED-DATE.
           MOVE OB-GROUP-CODE     TO BR-GROUP-CODE.
           MOVE OB-AGENT-CODE     TO BR-AGENT-CODE.
           MOVE SPACE             TO BR-DBILL-ACCT.
           MOVE ZERO              TO BR-BILLED-AMOUNT.
           ADD 1 TO WS-LAST-CONFIRM-NO.
           MOVE WS-LAST-CONFIRM-NO TO BR-CONFIRM-NO.
           WRITE BOOKING-ROOM-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-ROWS-CONVERTED.
      *
       4000-CONVERT-BOOKING-HIST.
           OPEN INPUT OLD-HIST-FILE.
           IF WS-OLDHIST-STATUS = '35'
               MOVE 'Y' TO WS-EOF-HIST
           ELSE
               OPEN OUTPUT NEW-HIST-FILE
           END-IF.

           IF WS-EOF-HIST NOT = 'Y'
               PERFORM 4100-READ-NEXT-OLD-HIST
           END-IF.
           PERFORM UNTIL WS-EOF-HIST = 'Y'
               PERFORM 4200-WRITE-NEW-HIST
               PERFORM 4100-READ-NEXT-OLD-HIST
           END-PERFORM.

           IF WS-OLDHIST-STATUS NOT = '35'
               CLOSE OLD-HIST-FILE
               CLOSE NEW-HIST-FILE
           END-IF.
      *
       4100-READ-NEXT-OLD-HIST.
           READ OLD-HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-HIST
           END-READ.
      *
       4200-WRITE-NEW-HIST.
           MOVE OA-PHONENO        TO BH-PHONENO.
           MOVE OA-ROOMSEQ        TO BH-ROOMSEQ.
           MOVE OA-ROOMNO         TO BH-ROOMNO.
           MOVE OA-HOTEL          TO BH-HOTEL.
           MOVE OA-STATUS         TO BH-STATUS.
           MOVE OA-CHECKIN-DATE   TO BH-CHECKIN-DATE.
           MOVE OA-CHECKOUT-DATE  TO BH-CHECKOUT-DATE.
           MOVE OA-RATE-CODE      TO BH-RATE-CODE.
           MOVE OA-NIGHTLY-RATE   TO BH-NIGHTLY-RATE.
           MOVE OA-ACTUAL-ARRIVAL TO BH-ACTUAL-ARRIVAL.
           MOVE OA-ACTUAL-DEPART  TO BH-ACTUAL-DEPART.
           MOVE OA-BILL-STATUS    TO BH-BILL-STATUS.
           MOVE OA-EXTRACT-DATE   TO BH-EXTRACT-DATE.
           MOVE OA-BILLED-DATE    TO BH-BILLED-DATE.
           MOVE OA-GROUP-CODE     TO BH-GROUP-CODE.
           MOVE OA-AGENT-CODE     TO BH-AGENT-CODE.
           MOVE SPACE             TO BH-DBILL-ACCT.
           MOVE ZERO              TO BH-BILLED-AMOUNT.
      *        ARCHIVED ROWS DRAW FROM THE SAME SEQUENCE AS THE LIVE
      *        ONES, SO NO NUMBER IS EVER SHARED BETWEEN A BOOKING ON
      *        BOOKROOM AND ONE ALREADY PURGED TO THE ARCHIVE.
           ADD 1 TO WS-LAST-CONFIRM-NO.
           MOVE WS-LAST-CONFIRM-NO TO BH-CONFIRM-NO.
           WRITE BOOKING-HIST-RECORD.
           ADD 1 TO WS-HIST-CONVERTED.
      *
       5000-SEED-CONFIRM-CONTROL.
           OPEN OUTPUT CONFIRM-CONTROL-FILE.
           MOVE 'BOOKING'          TO CF-KEY.
           MOVE WS-LAST-CONFIRM-NO TO CF-LAST-CONFIRM-NO.
           WRITE CONFIRM-CONTROL-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           CLOSE CONFIRM-CONTROL-FILE.
