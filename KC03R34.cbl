       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R34.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: NIGHTLY BATCH JOB - NIGHT-AUDIT ROOM AND TAX POSTING.
      *          RUNS AHEAD OF THE BILLING EXTRACT KC03R04.  FOR EVERY
      *          IN-HOUSE BOOKROOM ROW (ARRIVAL RECORDED, NO DEPARTURE,
      *          NOT YET HANDED TO BILLING) IT POSTS EACH NIGHT OF THE
      *          STAY THAT IS NOT ON THE GUEST'S FOLIO YET - A 'ROOM'
      *          LINE AT THE RATE CAPTURED AT BOOKING TIME (OR THE
      *          RATEMAS RATE IN FORCE THAT NIGHT FOR ROWS BOOKED
      *          BEFORE RATES WERE CAPTURED) AND A MATCHING 'RTAX' LINE
      *          AT THE TAXRATE PERCENTAGE IN FORCE THAT NIGHT FOR THE
      *          HOTEL'S PROVINCE.  THE GUEST'S FOLIO IS READ FIRST AND
      *          A NIGHT ALREADY CARRYING ITS LINE IS NEVER POSTED
      *          AGAIN, SO A RERUN POSTS NOTHING TWICE AND A NIGHT THE
      *          AUDIT MISSED IS CAUGHT UP THE NEXT TIME IT RUNS.
      *          NIGHTS ARE POSTED THROUGH THE BUSINESS DATE BUT NEVER
      *          PAST THE NIGHT BEFORE THE BOOKED CHECK-OUT - A GUEST
      *          WHO STAYS ON IS EXTENDED ON ADDM46 FIRST.  KC03R04
      *          THEN BILLS THE STAY FROM THESE LINES, SO WHAT THE
      *          GUEST SAW ON THE FOLIO IS WHAT BILLING RECEIVES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-ROOM-FILE ASSIGN TO BOOKROOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BOOKROOM-STATUS.

      *    OPENED I-O - THE NIGHT'S LINES ARE ADDED AT THE END OF THE
      *    GUEST'S FOLIO, AT THE NEXT FREE FOLIOSEQ.
           SELECT GUEST-FOLIO-FILE ASSIGN TO GUESTFOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FO-KEY
               FILE STATUS IS WS-FOLIO-STATUS.

           SELECT ROOM-MASTER-FILE ASSIGN TO ROOMMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT RATE-MASTER-FILE ASSIGN TO RATEMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT HOTEL-MASTER-FILE ASSIGN TO HOTELMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HM-HOTEL
               FILE STATUS IS WS-HMAS-STATUS.

           SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT POSTING-REPORT ASSIGN TO POSTRPT
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
       FD  BOOKING-ROOM-FILE.
           COPY "BookingRoomRecord.cbl".

       FD  GUEST-FOLIO-FILE.
           COPY "GuestFolioRecord.cbl".

       FD  ROOM-MASTER-FILE.
           COPY "RoomMasterRecord.cbl".

       FD  RATE-MASTER-FILE.
           COPY "RateMasterRecord.cbl".

       FD  HOTEL-MASTER-FILE.
           COPY "HotelMasterRecord.cbl".

       FD  TAX-RATE-FILE.
           COPY "TaxRateRecord.cbl".

       FD  POSTING-REPORT.
       01  POSTING-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-FOLIO-STATUS       PIC X(02).
       01  WS-ROOM-STATUS        PIC X(02).
       01  WS-RATE-STATUS        PIC X(02).
       01  WS-HMAS-STATUS        PIC X(02).
       01  WS-TAXRATE-STATUS     PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-EOF-BOOKROOM       PIC X(01) VALUE 'N'.
       01  WS-EOF-RATE           PIC X(01).
       01  WS-EOF-TAX            PIC X(01).
       01  WS-TODAY              PIC 9(08).
       01  WS-NOW-TIME           PIC 9(06).
       01  WS-ROWS-POSTED        PIC 9(07) VALUE ZERO.
       01  WS-LINES-POSTED       PIC 9(07) VALUE ZERO.
       01  WS-ROOM-GRAND-TOTAL   PIC 9(09)V99 VALUE ZERO.
       01  WS-TAX-GRAND-TOTAL    PIC 9(09)V99 VALUE ZERO.
       01  WS-ROW-POSTED         PIC X(01).
      *
      *        THE NIGHTS TO BE POSTED FOR ONE ROW, AS DAY NUMBERS
       01  WS-FIRST-INT          PIC 9(07).
       01  WS-LAST-INT           PIC 9(07).
       01  WS-NIGHT-INT          PIC 9(07).
       01  WS-NIGHT-COUNT        PIC 9(05).
       01  WS-NIGHT-SUB          PIC 9(05).
       01  WS-NIGHT-DATE         PIC 9(08).
      *
       01  WS-FOL-PROBE          PIC 9(04).
       01  WS-FOL-DONE           PIC X(01).
       01  WS-FOL-WRITTEN        PIC X(01).
       01  WS-POST-CODE          PIC X(04).
       01  WS-POST-DESC          PIC X(20).
       01  WS-POST-AMOUNT        PIC 9(05)V99.
      *
       01  WS-RATE-CODE          PIC X(04).
       01  WS-NIGHT-RATE         PIC 9(05)V99.
       01  WS-NIGHT-TAX          PIC 9(05)V99.
       01  WS-RATE-SUB           PIC 9(02).
       01  WS-RATE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-TAX-SUB            PIC 9(02).
       01  WS-TAX-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-TAX-PROVINCE       PIC X(02).
       01  WS-TAX-PCT            PIC 9(03)V99.
       01  WS-TAX-CODE           PIC X(04).
      *
      *    ONE ENTRY PER NIGHT OF THE ROW BEING POSTED, FILLED FROM
      *    THE GUEST'S EXISTING FOLIO BEFORE ANYTHING IS WRITTEN - A
      *    NIGHT WHOSE 'ROOM' OR 'RTAX' LINE IS ALREADY THERE IS NOT
      *    POSTED AGAIN.  A STAY LONGER THAN THE TABLE POSTS ITS
      *    LATEST NIGHTS ONLY.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY    OCCURS 400 TIMES.
               10  WS-NT-ROOM-DONE   PIC X(01).
               10  WS-NT-TAX-DONE    PIC X(01).
               10  WS-NT-ROOM-AMOUNT PIC 9(05)V99.
      *
      *    ALL OF ONE HOTEL/CAPACITY'S EFFECTIVE-DATED RATES, LOADED
      *    ONCE PER ZERO-RATE ROW THE SAME WAY KC03R04 LOADED THEM.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY     OCCURS 24 TIMES.
               10  WS-RT-EFFECTIVE   PIC 9(08).
               10  WS-RT-CODE        PIC X(04).
               10  WS-RT-NIGHTLY     PIC 9(05)V99.
      *
      *    ALL OF ONE PROVINCE'S EFFECTIVE-DATED TAX RATES, LOADED
      *    ONCE PER ROW SO EACH NIGHT IS TAXED AT THE RATE IN FORCE
      *    THAT NIGHT WITHOUT RE-READING TAXRATE PER NIGHT.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY      OCCURS 24 TIMES.
               10  WS-TT-EFFECTIVE   PIC 9(08).
               10  WS-TT-CODE        PIC X(04).
               10  WS-TT-PCT         PIC 9(03)V99.
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(33) VALUE
               'NIGHT-AUDIT ROOM AND TAX POSTING'.
           05  WP-DATE           PIC 9(08).
           05  FILLER            PIC X(39) VALUE SPACE.
      *
       01  WS-COLUMN-HEADING.
           05  FILLER            PIC X(31) VALUE 'HOTEL'.
           05  FILLER            PIC X(09) VALUE 'ROOM'.
           05  FILLER            PIC X(08) VALUE 'PHONE'.
           05  FILLER            PIC X(09) VALUE 'NIGHT'.
           05  FILLER            PIC X(05) VALUE 'RATE'.
           05  FILLER            PIC X(10) VALUE '      ROOM'.
           05  FILLER            PIC X(08) VALUE '     TAX'.
      *
       01  WS-DETAIL-LINE.
           05  WP-HOTEL          PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WP-ROOMNO         PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WP-PHONENO        PIC X(07).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WP-NIGHT          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WP-RATE-CODE      PIC X(04).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WP-ROOM-AMOUNT    PIC ZZ,ZZ9.99.
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WP-TAX-AMOUNT     PIC ZZ,ZZ9.99.
      *
       01  WS-TOTAL-LINE.
           05  FILLER            PIC X(16) VALUE 'LINES POSTED'.
           05  WP-LINES          PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(07) VALUE '  ROOM '.
           05  WP-ROOM-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(06) VALUE '  TAX '.
           05  WP-TAX-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(14) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           PERFORM 1000-OPEN-FILES.

      *        ONLY A GUEST IN THE HOUSE RUNS UP ROOM NIGHTS.  A ROW
      *        ALREADY HANDED TO BILLING ('E'/'B'/'R') IS NEVER
      *        POSTED - ROWS EXTRACTED BEFORE THE AUDIT POSTED ROOM
      *        NIGHTS WERE BILLED FOR THE WHOLE STAY AT BOOKING TIME,
      *        AND POSTING THEM NOW WOULD BILL THOSE NIGHTS TWICE.
           PERFORM 2000-READ-NEXT-BOOKROOM.
           PERFORM UNTIL WS-EOF-BOOKROOM = 'Y'
               IF BR-STATUS = 'BOOKED' AND
                  BR-ACTUAL-ARRIVAL > ZERO AND
                  BR-ACTUAL-DEPART = ZERO AND
                  BR-BILL-STATUS NOT = 'E' AND
                  BR-BILL-STATUS NOT = 'B' AND
                  BR-BILL-STATUS NOT = 'R'
                   PERFORM 3000-POST-ONE-ROW
               END-IF
               PERFORM 2000-READ-NEXT-BOOKROOM
           END-PERFORM.

           MOVE WS-LINES-POSTED     TO WP-LINES.
           MOVE WS-ROOM-GRAND-TOTAL TO WP-ROOM-TOTAL.
           MOVE WS-TAX-GRAND-TOTAL  TO WP-TAX-TOTAL.
           MOVE SPACE TO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE WS-TOTAL-LINE TO POSTING-LINE.
           WRITE POSTING-LINE.

           DISPLAY 'KC03R34 ROWS POSTED  ' WS-ROWS-POSTED.
           DISPLAY 'KC03R34 LINES POSTED ' WS-LINES-POSTED.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
           OPEN INPUT BOOKING-ROOM-FILE.
           OPEN I-O GUEST-FOLIO-FILE.
           IF WS-FOLIO-STATUS = '35'
      *        NO CHARGE HAS EVER BEEN POSTED - START THE FILE EMPTY
      *        SO THE FIRST AUDIT AFTER GO-LIVE DOES NOT FALL OVER.
               OPEN OUTPUT GUEST-FOLIO-FILE
               CLOSE GUEST-FOLIO-FILE
               OPEN I-O GUEST-FOLIO-FILE
           END-IF.
           OPEN INPUT ROOM-MASTER-FILE.
           OPEN INPUT RATE-MASTER-FILE.
           OPEN INPUT HOTEL-MASTER-FILE.
           OPEN INPUT TAX-RATE-FILE.
           OPEN OUTPUT POSTING-REPORT.
           MOVE WS-TODAY TO WP-DATE.
           MOVE WS-HEADING-1 TO POSTING-LINE.
           WRITE POSTING-LINE.
           MOVE WS-COLUMN-HEADING TO POSTING-LINE.
           WRITE POSTING-LINE.
      *
       2000-READ-NEXT-BOOKROOM.
           READ BOOKING-ROOM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BOOKROOM
           END-READ.
      *
       3000-POST-ONE-ROW.
      *        THE NIGHTS OWED RUN FROM THE NIGHT OF ARRIVAL TO THE
      *        BUSINESS DATE, STOPPING AT THE NIGHT BEFORE CHECK-OUT.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(BR-ACTUAL-ARRIVAL).
           IF BR-CHECKOUT-DATE > WS-TODAY
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
           ELSE
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE(BR-CHECKOUT-DATE) - 1
           END-IF.
           IF WS-LAST-INT NOT < WS-FIRST-INT
               PERFORM 3050-POST-THE-NIGHTS
           END-IF.
      *
       3050-POST-THE-NIGHTS.
           IF WS-LAST-INT - WS-FIRST-INT > 399
               COMPUTE WS-FIRST-INT = WS-LAST-INT - 399
           END-IF.
           COMPUTE WS-NIGHT-COUNT = WS-LAST-INT - WS-FIRST-INT + 1.

           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               MOVE 'N'  TO WS-NT-ROOM-DONE(WS-NIGHT-SUB)
               MOVE 'N'  TO WS-NT-TAX-DONE(WS-NIGHT-SUB)
               MOVE ZERO TO WS-NT-ROOM-AMOUNT(WS-NIGHT-SUB)
           END-PERFORM.
           PERFORM 3100-SCAN-FOLIO.

           IF BR-NIGHTLY-RATE = ZERO
               PERFORM 3300-LOAD-RATE-TABLE
           END-IF.
           PERFORM 3500-LOAD-TAX-TABLE.

           MOVE 'N' TO WS-ROW-POSTED.
           PERFORM VARYING WS-NIGHT-SUB FROM 1 BY 1
                   UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT
               IF WS-NT-ROOM-DONE(WS-NIGHT-SUB) NOT = 'Y' OR
                  WS-NT-TAX-DONE(WS-NIGHT-SUB) NOT = 'Y'
                   PERFORM 3200-POST-ONE-NIGHT
               END-IF
           END-PERFORM.
           IF WS-ROW-POSTED = 'Y'
               ADD 1 TO WS-ROWS-POSTED
           END-IF.
      *
       3100-SCAN-FOLIO.
      *        WALK THE GUEST'S WHOLE FOLIO - FOLIOSEQ IS GAP-FREE
      *        FROM 1 (SEE GuestFolioRecord.cbl), SO THE FIRST NOTFND
      *        ENDS THE WALK AND IS ALSO WHERE THE NEXT LINE GOES.
      *        EVERY ROOM OR RTAX LINE FOR THIS ROOM ON A NIGHT IN
      *        RANGE MARKS THAT NIGHT DONE, WHATEVER ITS STATUS.
           MOVE 1 TO WS-FOL-PROBE.
           MOVE 'N' TO WS-FOL-DONE.
           PERFORM UNTIL WS-FOL-DONE = 'Y'
               MOVE BR-PHONENO TO FO-PHONENO
               MOVE WS-FOL-PROBE TO FO-FOLIOSEQ
               READ GUEST-FOLIO-FILE
                   INVALID KEY MOVE 'Y' TO WS-FOL-DONE
               END-READ
               IF WS-FOL-DONE NOT = 'Y'
                   IF FO-ROOMNO = BR-ROOMNO AND
                      (FO-CHARGE-CODE = 'ROOM' OR
                       FO-CHARGE-CODE = 'RTAX')
                       PERFORM 3150-MARK-NIGHT-DONE
                   END-IF
                   ADD 1 TO WS-FOL-PROBE
               END-IF
           END-PERFORM.
      *
       3150-MARK-NIGHT-DONE.
           COMPUTE WS-NIGHT-INT =
               FUNCTION INTEGER-OF-DATE(FO-CHARGE-DATE).
           IF WS-NIGHT-INT < WS-FIRST-INT OR
              WS-NIGHT-INT > WS-LAST-INT
               CONTINUE
           ELSE
               COMPUTE WS-NIGHT-SUB = WS-NIGHT-INT - WS-FIRST-INT + 1
               IF FO-CHARGE-CODE = 'ROOM'
                   MOVE 'Y' TO WS-NT-ROOM-DONE(WS-NIGHT-SUB)
                   MOVE FO-AMOUNT TO WS-NT-ROOM-AMOUNT(WS-NIGHT-SUB)
               ELSE
                   MOVE 'Y' TO WS-NT-TAX-DONE(WS-NIGHT-SUB)
               END-IF
           END-IF.
      *
       3200-POST-ONE-NIGHT.
           COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
               (WS-FIRST-INT + WS-NIGHT-SUB - 1).

           MOVE ZERO TO WS-NIGHT-TAX.
           IF WS-NT-ROOM-DONE(WS-NIGHT-SUB) = 'Y'
      *        A RUN THAT DIED BETWEEN THE TWO LINES - TAX THE ROOM
      *        LINE ALREADY ON THE FOLIO, NOT A FRESH PRICE.
               MOVE WS-NT-ROOM-AMOUNT(WS-NIGHT-SUB) TO WS-NIGHT-RATE
               MOVE SPACE TO WS-RATE-CODE
           ELSE
               PERFORM 3400-PRICE-THE-NIGHT
               MOVE 'ROOM' TO WS-POST-CODE
               MOVE SPACE TO WS-POST-DESC
               STRING WS-RATE-CODE ' ROOM CHARGE'
                   DELIMITED BY SIZE INTO WS-POST-DESC
               MOVE WS-NIGHT-RATE TO WS-POST-AMOUNT
               PERFORM 3800-WRITE-FOLIO-LINE
               ADD WS-NIGHT-RATE TO WS-ROOM-GRAND-TOTAL
           END-IF.

           IF WS-NT-TAX-DONE(WS-NIGHT-SUB) NOT = 'Y'
               PERFORM 3600-TAX-THE-NIGHT
      *        A PROVINCE WITH NO RATE POSTS NO TAX LINE AND THE
      *        NIGHT SHOWS ZERO TAX ON THE REPORT, SO A LOAD GAP IS
      *        VISIBLE INSTEAD OF SILENTLY UNDERBILLING.
               IF WS-NIGHT-TAX > ZERO
                   MOVE 'RTAX' TO WS-POST-CODE
                   MOVE SPACE TO WS-POST-DESC
                   STRING WS-TAX-CODE ' ROOM TAX'
                       DELIMITED BY SIZE INTO WS-POST-DESC
                   MOVE WS-NIGHT-TAX TO WS-POST-AMOUNT
                   PERFORM 3800-WRITE-FOLIO-LINE
                   ADD WS-NIGHT-TAX TO WS-TAX-GRAND-TOTAL
               END-IF
           END-IF.

           MOVE 'Y' TO WS-ROW-POSTED.
           PERFORM 3900-WRITE-REPORT-LINE.
      *
       3300-LOAD-RATE-TABLE.
      *        RATEMAS IS KEYED HOTEL + CAPACITY + EFFECTIVE DATE, SO
      *        THE CAPACITY MUST COME FROM THE ROOM MASTER FIRST.
           MOVE ZERO TO WS-RATE-COUNT.
           MOVE BR-HOTEL  TO RM-HOTEL.
           MOVE BR-ROOMNO TO RM-ROOMNO.
           READ ROOM-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-ROOM-STATUS = '00'
               MOVE RM-HOTEL    TO RT-HOTEL
               MOVE RM-CAPACITY TO RT-CAPACITY
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
                       IF RT-HOTEL NOT = RM-HOTEL OR
                          RT-CAPACITY NOT = RM-CAPACITY OR
                          WS-RATE-COUNT = 24
                           MOVE 'Y' TO WS-EOF-RATE
                       ELSE
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RT-EFFECTIVE-DATE TO
                               WS-RT-EFFECTIVE(WS-RATE-COUNT)
                           MOVE RT-RATE-CODE TO
                               WS-RT-CODE(WS-RATE-COUNT)
                           MOVE RT-NIGHTLY-RATE TO
                               WS-RT-NIGHTLY(WS-RATE-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       3400-PRICE-THE-NIGHT.
      *        THE RATE CAPTURED ON THE BOOKROOM ROW AT BOOKING TIME
      *        WINS.  A ROW BOOKED BEFORE RATES WERE CAPTURED TAKES
      *        THE TABLE ENTRY WITH THE LATEST EFFECTIVE DATE ON OR
      *        BEFORE THE NIGHT - THE TABLE IS IN KEY ORDER, SO THE
      *        LAST QUALIFYING ENTRY WINS.
           IF BR-NIGHTLY-RATE > ZERO
               MOVE BR-RATE-CODE    TO WS-RATE-CODE
               MOVE BR-NIGHTLY-RATE TO WS-NIGHT-RATE
           ELSE
               MOVE SPACE TO WS-RATE-CODE
               MOVE ZERO  TO WS-NIGHT-RATE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-COUNT
                   IF WS-RT-EFFECTIVE(WS-RATE-SUB) NOT > WS-NIGHT-DATE
                       MOVE WS-RT-CODE(WS-RATE-SUB) TO WS-RATE-CODE
                       MOVE WS-RT-NIGHTLY(WS-RATE-SUB)
                           TO WS-NIGHT-RATE
                   END-IF
               END-PERFORM
           END-IF.
      *
       3500-LOAD-TAX-TABLE.
      *        HOTELMAS SAYS WHICH PROVINCE THE HOTEL IS IN; THE
      *        PROVINCE'S TAXRATE ROWS ARE EFFECTIVE-DATED THE SAME
      *        WAY RATEMAS SEASONS ARE.  A HOTEL WITH NO HOTELMAS ROW
      *        LOADS AN EMPTY TABLE AND POSTS NO TAX.
           MOVE ZERO  TO WS-TAX-COUNT.
           MOVE SPACE TO WS-TAX-PROVINCE.
           MOVE BR-HOTEL TO HM-HOTEL.
           READ HOTEL-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-HMAS-STATUS = '00'
               MOVE HM-PROVINCE TO WS-TAX-PROVINCE
               MOVE HM-PROVINCE TO TX-PROVINCE
               MOVE ZERO        TO TX-EFFECTIVE-DATE
               START TAX-RATE-FILE KEY NOT < TX-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-TAX
                   NOT INVALID KEY MOVE 'N' TO WS-EOF-TAX
               END-START
               PERFORM UNTIL WS-EOF-TAX = 'Y'
                   READ TAX-RATE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-TAX
                   END-READ
                   IF WS-EOF-TAX NOT = 'Y'
                       IF TX-PROVINCE NOT = WS-TAX-PROVINCE OR
                          WS-TAX-COUNT = 24
                           MOVE 'Y' TO WS-EOF-TAX
                       ELSE
                           ADD 1 TO WS-TAX-COUNT
                           MOVE TX-EFFECTIVE-DATE TO
                               WS-TT-EFFECTIVE(WS-TAX-COUNT)
                           MOVE TX-TAX-CODE TO
                               WS-TT-CODE(WS-TAX-COUNT)
                           MOVE TX-TAX-PCT TO
                               WS-TT-PCT(WS-TAX-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *
       3600-TAX-THE-NIGHT.
      *        THE LAST TABLE ENTRY EFFECTIVE ON OR BEFORE THE NIGHT
      *        WINS, AND THE NIGHT'S TAX IS ROUNDED ON ITS OWN SO THE
      *        FOLIO LINES ADD UP TO EXACTLY WHAT BILLING RECEIVES.
           MOVE ZERO  TO WS-TAX-PCT WS-NIGHT-TAX.
           MOVE SPACE TO WS-TAX-CODE.
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                   UNTIL WS-TAX-SUB > WS-TAX-COUNT
               IF WS-TT-EFFECTIVE(WS-TAX-SUB) NOT > WS-NIGHT-DATE
                   MOVE WS-TT-CODE(WS-TAX-SUB) TO WS-TAX-CODE
                   MOVE WS-TT-PCT(WS-TAX-SUB)  TO WS-TAX-PCT
               END-IF
           END-PERFORM.
           IF WS-TAX-PCT > ZERO
               COMPUTE WS-NIGHT-TAX ROUNDED =
                   WS-NIGHT-RATE * WS-TAX-PCT / 100
           END-IF.
      *
       3800-WRITE-FOLIO-LINE.
      *        WS-FOL-PROBE WAS LEFT AT THE FIRST FREE FOLIOSEQ BY
      *        3100-SCAN-FOLIO.  A DUPLICATE KEY CAN ONLY MEAN A LINE
      *        WAS POSTED AT THE DESK SINCE THE SCAN - STEP PAST IT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME.
           MOVE 'N' TO WS-FOL-WRITTEN.
           PERFORM UNTIL WS-FOL-WRITTEN = 'Y'
               MOVE SPACE          TO GUEST-FOLIO-RECORD
               MOVE BR-PHONENO     TO FO-PHONENO
               MOVE WS-FOL-PROBE   TO FO-FOLIOSEQ
               MOVE BR-ROOMNO      TO FO-ROOMNO
               MOVE BR-HOTEL       TO FO-HOTEL
               MOVE WS-NIGHT-DATE  TO FO-CHARGE-DATE
               MOVE WS-NOW-TIME    TO FO-CHARGE-TIME
               MOVE WS-POST-CODE   TO FO-CHARGE-CODE
               MOVE WS-POST-DESC   TO FO-DESCRIPTION
               MOVE WS-POST-AMOUNT TO FO-AMOUNT
               MOVE 'OPEN'         TO FO-STATUS
               MOVE ZERO           TO FO-BILLED-DATE
               MOVE 'KC03R34'      TO FO-CLERK-ID
               MOVE 'Y' TO WS-FOL-WRITTEN
               WRITE GUEST-FOLIO-RECORD
                   INVALID KEY MOVE 'N' TO WS-FOL-WRITTEN
               END-WRITE
               ADD 1 TO WS-FOL-PROBE
           END-PERFORM.
           ADD 1 TO WS-LINES-POSTED.
      *
       3900-WRITE-REPORT-LINE.
           MOVE BR-HOTEL      TO WP-HOTEL.
           MOVE BR-ROOMNO     TO WP-ROOMNO.
           MOVE BR-PHONENO    TO WP-PHONENO.
           MOVE WS-NIGHT-DATE TO WP-NIGHT.
           MOVE WS-RATE-CODE  TO WP-RATE-CODE.
           IF WS-NT-ROOM-DONE(WS-NIGHT-SUB) = 'Y'
               MOVE ZERO TO WP-ROOM-AMOUNT
           ELSE
               MOVE WS-NIGHT-RATE TO WP-ROOM-AMOUNT
           END-IF.
           MOVE WS-NIGHT-TAX  TO WP-TAX-AMOUNT.
           MOVE WS-DETAIL-LINE TO POSTING-LINE.
           WRITE POSTING-LINE.
      *
       9000-CLOSE-FILES.
           CLOSE BOOKING-ROOM-FILE.
           CLOSE GUEST-FOLIO-FILE.
           CLOSE ROOM-MASTER-FILE.
           CLOSE RATE-MASTER-FILE.
           CLOSE HOTEL-MASTER-FILE.
           CLOSE TAX-RATE-FILE.
           CLOSE POSTING-REPORT.
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
           MOVE 'KC03R34' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R34' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'COMPLETED' TO RL-STATUS.
           MOVE WS-LINES-POSTED TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
