       01  RESERVATION-ACK-RECORD.
      * NAME: BRANDON CHRISTIE
      * ONE ROW OF THE ACKNOWLEDGMENT FILE KC03R28 SENDS BACK TO THE
      * BOOKING ENGINE - EVERY RESFEED LINE COMES BACK ACCEPTED OR
      * REJECTED, THE SAME WAY BILLING ANSWERS OUR BILLEXT ROWS ON
      * BILLRET (SEE BillingReturnRecord.cbl).
           05  RA-RES-ID         PIC X(12).
           05  RA-PHONENO        PIC X(07).
           05  RA-ROOMNO         PIC X(08).
           05  RA-CHECKIN-DATE   PIC 9(08).
      *        FORMAT CCYYMMDD
           05  RA-DISPOSITION    PIC X(01).
      *        VALID VALUES: 'A' ACCEPTED, 'R' REJECTED
           05  RA-REASON         PIC X(40).
      *        WHY THE LINE WAS REJECTED; ON AN ACCEPTED LINE, SPACE
      *        OR A NOTE SUCH AS A ROOM BOOKED OUTSIDE A FULL BLOCK
           05  RA-RATE-CODE      PIC X(04).
           05  RA-NIGHTLY-RATE   PIC 9(05)V99.
      *        RATE CAPTURED ON THE BOOKING, ZERO WHEN REJECTED
           05  RA-CONFIRM-NO     PIC 9(09).
      *        CONFIRMATION NUMBER GIVEN THE BOOKED ROW, FOR THE
      *        BOOKING ENGINE TO PASS ON TO THE GUEST - ZERO WHEN
      *        REJECTED
