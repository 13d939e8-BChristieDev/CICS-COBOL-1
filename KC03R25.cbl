       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R25.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: NIGHTLY AND ON-DEMAND BATCH JOB - GUEST INVOICE.
      *          WALKS BOOKROOM IN KEY (PHONENO + ROOMSEQ) ORDER AND
      *          PRINTS ONE INVOICE PER GUEST FOR EVERY STAY THE
      *          BILLING EXTRACT TAKES TONIGHT - DEPARTED, OR PAST ITS
      *          BOOKED CHECK-OUT DATE WITH NO DEPARTURE RECORDED, AND
      *          NOT HANDED TO BILLING ON AN EARLIER NIGHT: EACH
      *          NIGHT'S ROOM CHARGE AND THE ROOM TAX AS THE NIGHT
      *          AUDIT (KC03R34) POSTED THEM TO THE FOLIO, EACH
      *          GUESTFOL INCIDENTAL LINE, THE TAX ON THE INCIDENTALS
      *          FROM TAXRATE FOR THE HOTEL'S PROVINCE, THE DEPOSITS
      *          HELD ON GUESTPAY AND ANY FEECHG FEES, ENDING IN THE
      *          BALANCE DUE.  EVERY AMOUNT IS WORKED OUT EXACTLY THE
      *          WAY THE BILLING EXTRACT KC03R04 WORKS IT OUT, SO THE
      *          PAPER THE GUEST TAKES HOME AGREES TO THE CENT WITH
      *          WHAT BILLING RECEIVES.  A PHONE NUMBER ON SYSIN
      *          PRINTS THE ONE GUEST'S INVOICE ON DEMAND INSTEAD -
      *          EVERY STAY STILL IN-HOUSE OR DEPARTED TODAY, AN
      *          IN-HOUSE STAY SHOWN AS IF IT LEFT TONIGHT - FOR
      *          THE DESK TO HAND OVER AT CHECK-OUT.  NOTHING IS
      *          STAMPED, SO THE JOB CAN BE RUN AS OFTEN AS ASKED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOKING-ROOM-FILE ASSIGN TO BOOKROOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BOOKROOM-STATUS.

           SELECT GUEST-MASTER-FILE ASSIGN TO GUESTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-PHONENO
               FILE STATUS IS WS-GUEST-STATUS.

           SELECT GUEST-PAYMENT-FILE ASSIGN TO GUESTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT FEE-CHARGE-FILE ASSIGN TO FEECHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT GUEST-FOLIO-FILE ASSIGN TO GUESTFOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FO-KEY
               FILE STATUS IS WS-FOLIO-STATUS.

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

           SELECT INVOICE-FILE ASSIGN TO INVOICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

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

       FD  GUEST-MASTER-FILE.
           COPY "GuestMasterRecord.cbl".

       FD  GUEST-PAYMENT-FILE.
           COPY "GuestPaymentRecord.cbl".

       FD  FEE-CHARGE-FILE.
           COPY "FeeChargeRecord.cbl".

       FD  GUEST-FOLIO-FILE.
           COPY "GuestFolioRecord.cbl".

       FD  HOTEL-MASTER-FILE.
           COPY "HotelMasterRecord.cbl".

       FD  TAX-RATE-FILE.
           COPY "TaxRateRecord.cbl".

       FD  INVOICE-FILE.
       01  INVOICE-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-GUEST-STATUS       PIC X(02).
       01  WS-PAY-STATUS         PIC X(02).
       01  WS-FEE-STATUS         PIC X(02).
       01  WS-FOLIO-STATUS       PIC X(02).
       01  WS-HMAS-STATUS        PIC X(02).
       01  WS-TAXRATE-STATUS     PIC X(02).
       01  WS-INVOICE-STATUS     PIC X(02).
       01  WS-EOF-BOOKROOM       PIC X(01) VALUE 'N'.
       01  WS-EOF-TAX            PIC X(01).
       01  WS-EOF-FEE            PIC X(01).
       01  WS-TODAY              PIC 9(08).
       01  WS-PHONE-PARM         PIC X(07) VALUE SPACE.
      *        A GUEST PHONE NUMBER ON SYSIN PRINTS THAT ONE GUEST'S
      *        INVOICE ON DEMAND; LEFT BLANK, EVERY GUEST DEPARTED ON
      *        THE BUSINESS DATE IS INVOICED
       01  WS-PREV-PHONE         PIC X(07) VALUE SPACE.
       01  WS-INVOICE-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-STAY-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-BALANCE-DUE        PIC 9(09)V99 VALUE ZERO.
       01  WS-BILL-DATE          PIC 9(08).
      *        THE NIGHT KC03R04 TAKES (OR TOOK) THE ROW TO BILLING -
      *        TODAY FOR A ROW NOT YET EXTRACTED, BR-EXTRACT-DATE FOR
      *        ONE ALREADY HANDED OVER, ZERO FOR A NO-SHOW
       01  WS-CARRIES-DEPOSITS   PIC X(01).
       01  WS-DATE-SUB           PIC 9(02).
       01  WS-DATE-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-RATE-CODE          PIC X(04).
       01  WS-STAY-TOTAL         PIC 9(07)V99.
       01  WS-ROOM-TAX-TOTAL     PIC 9(07)V99.
       01  WS-INCIDENTAL-TAX     PIC 9(07)V99.
       01  WS-PAY-PROBE          PIC 9(04).
       01  WS-PAY-DONE           PIC X(01).
       01  WS-DEPOSIT-TOTAL      PIC 9(07)V99.
       01  WS-FOL-PROBE          PIC 9(04).
       01  WS-FOL-DONE           PIC X(01).
       01  WS-FOLIO-TOTAL        PIC 9(07)V99.
       01  WS-CHARGES-TOTAL      PIC 9(08)V99.
       01  WS-AMOUNT-DUE         PIC 9(08)V99.
       01  WS-TAX-PROVINCE       PIC X(02).
       01  WS-TAX-PCT            PIC 9(03)V99.
       01  WS-TAX-CODE           PIC X(04).
       01  WS-TAX-AMOUNT         PIC 9(07)V99.
      *
      *    THE EXTRACT NIGHTS ALREADY SEEN FOR THE CURRENT GUEST.
      *    KC03R04 NETS A GUEST'S DEPOSITS AGAINST THE FIRST ROW IT
      *    EXTRACTS FOR THE GUEST EACH NIGHT, SO ONLY THE FIRST ROW
      *    IN KEY ORDER FOR EACH EXTRACT NIGHT CARRIES THEM HERE.
       01  WS-DATE-TABLE.
           05  WS-DT-BILL-DATE   PIC 9(08) OCCURS 50 TIMES.
      *
       01  WS-SEPARATOR-LINE.
           05  FILLER            PIC X(80) VALUE ALL '='.
      *
       01  WS-BLANK-LINE         PIC X(80) VALUE SPACE.
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(45) VALUE 'GUEST INVOICE'.
           05  FILLER            PIC X(14) VALUE 'BUSINESS DATE '.
           05  WH-DATE           PIC 9(08).
           05  FILLER            PIC X(13) VALUE SPACE.
      *
       01  WS-NAME-LINE.
           05  WN-FIRSTNAME      PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WN-LASTNAME       PIC X(30).
           05  FILLER            PIC X(08) VALUE SPACE.
           05  FILLER            PIC X(06) VALUE 'PHONE '.
           05  WN-PHONENO        PIC X(07).
           05  FILLER            PIC X(08) VALUE SPACE.
      *
       01  WS-ADDRESS-LINE.
           05  WA-ADDRESS        PIC X(30).
           05  FILLER            PIC X(50) VALUE SPACE.
      *
       01  WS-CITY-LINE.
           05  WY-CITY           PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WY-PROVINCE       PIC X(02).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WY-POSTALCODE     PIC X(10).
           05  FILLER            PIC X(45) VALUE SPACE.
      *
       01  WS-ROOM-LINE.
           05  FILLER            PIC X(05) VALUE 'ROOM '.
           05  WR-ROOMNO         PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WR-HOTEL          PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WR-CHECKIN        PIC 9(08).
           05  FILLER            PIC X(03) VALUE ' - '.
           05  WR-CHECKOUT       PIC 9(08).
           05  FILLER            PIC X(14) VALUE SPACE.
      *
       01  WS-NIGHT-LINE.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  FILLER            PIC X(09) VALUE 'NIGHT OF '.
           05  WG-NIGHT-DATE     PIC 9(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  FILLER            PIC X(05) VALUE 'RATE '.
           05  WG-RATE-CODE      PIC X(04).
           05  FILLER            PIC X(32) VALUE SPACE.
           05  WG-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(04) VALUE SPACE.
      *
       01  WS-FOLIO-LINE.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  WF-CHARGE-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WF-CHARGE-CODE    PIC X(04).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WF-DESCRIPTION    PIC X(20).
           05  FILLER            PIC X(26) VALUE SPACE.
           05  WF-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(04) VALUE SPACE.
      *
       01  WS-TAX-LINE.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  FILLER            PIC X(04) VALUE 'TAX '.
           05  WX-CODE           PIC X(04).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WX-PCT            PIC ZZ9.99.
           05  FILLER            PIC X(05) VALUE '% ON '.
           05  WX-TAXABLE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(28) VALUE SPACE.
           05  WX-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(04) VALUE SPACE.
      *
       01  WS-FEE-LINE.
           05  FILLER            PIC X(04) VALUE 'FEE '.
           05  WE-FEE-TYPE       PIC X(04).
           05  FILLER            PIC X(06) VALUE ' ROOM '.
           05  WE-ROOMNO         PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WE-HOTEL          PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WE-CHECKIN        PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WE-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(04) VALUE SPACE.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  WM-LABEL          PIC X(40).
           05  FILLER            PIC X(18) VALUE SPACE.
           05  WM-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(04) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           ACCEPT WS-PHONE-PARM.
           PERFORM 1000-OPEN-FILES.

      *        ON DEMAND THE WALK STARTS AT THE GUEST'S FIRST ROW AND
      *        STOPS AT THE FIRST ROW OF THE NEXT GUEST.
           IF WS-PHONE-PARM NOT = SPACE
               MOVE WS-PHONE-PARM TO BR-PHONENO
               MOVE ZERO TO BR-ROOMSEQ
               START BOOKING-ROOM-FILE KEY NOT < BR-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF-BOOKROOM
               END-START
           END-IF.

           IF WS-EOF-BOOKROOM NOT = 'Y'
               PERFORM 2000-READ-NEXT-BOOKROOM
           END-IF.
           PERFORM UNTIL WS-EOF-BOOKROOM = 'Y'
               IF BR-PHONENO NOT = WS-PREV-PHONE
                   PERFORM 3900-FINISH-GUEST
                   MOVE BR-PHONENO TO WS-PREV-PHONE
               END-IF
               IF WS-PHONE-PARM NOT = SPACE AND
                  BR-PHONENO NOT = WS-PHONE-PARM
                   MOVE 'Y' TO WS-EOF-BOOKROOM
               ELSE
                   PERFORM 3000-JUDGE-ONE-ROW
                   PERFORM 2000-READ-NEXT-BOOKROOM
               END-IF
           END-PERFORM.
           PERFORM 3900-FINISH-GUEST.

           IF WS-PHONE-PARM NOT = SPACE AND WS-INVOICE-COUNT = ZERO
               DISPLAY 'KC03R25 NO STAY TO INVOICE FOR PHONE '
                   WS-PHONE-PARM
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'KC03R25 PRINTED ' WS-INVOICE-COUNT ' INVOICES'.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
           OPEN INPUT BOOKING-ROOM-FILE.
           OPEN INPUT GUEST-MASTER-FILE.
           OPEN INPUT GUEST-PAYMENT-FILE.
           IF WS-PAY-STATUS = '35'
      *        NO DEPOSIT HAS EVER BEEN TAKEN - START THE FILE EMPTY
      *        SO THE FIRST RUN AFTER GO-LIVE DOES NOT FALL OVER.
               OPEN OUTPUT GUEST-PAYMENT-FILE
               CLOSE GUEST-PAYMENT-FILE
               OPEN INPUT GUEST-PAYMENT-FILE
           END-IF.
           OPEN INPUT GUEST-FOLIO-FILE.
           IF WS-FOLIO-STATUS = '35'
      *        NO CHARGE HAS EVER BEEN POSTED - START THE FILE EMPTY
      *        SO THE FIRST RUN AFTER GO-LIVE DOES NOT FALL OVER.
               OPEN OUTPUT GUEST-FOLIO-FILE
               CLOSE GUEST-FOLIO-FILE
               OPEN INPUT GUEST-FOLIO-FILE
           END-IF.
           OPEN INPUT FEE-CHARGE-FILE.
           IF WS-FEE-STATUS = '35'
      *        NO FEE HAS EVER BEEN CUT - START THE FILE EMPTY SO THE
      *        FIRST RUN AFTER GO-LIVE DOES NOT FALL OVER.
               OPEN OUTPUT FEE-CHARGE-FILE
               CLOSE FEE-CHARGE-FILE
               OPEN INPUT FEE-CHARGE-FILE
           END-IF.
           OPEN INPUT HOTEL-MASTER-FILE.
           OPEN INPUT TAX-RATE-FILE.
           OPEN OUTPUT INVOICE-FILE.
      *
       2000-READ-NEXT-BOOKROOM.
           READ BOOKING-ROOM-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-BOOKROOM
           END-READ.
      *
       3000-JUDGE-ONE-ROW.
      *        THE SAME SELECTION KC03R04 MAKES: A 'BOOKED' ROW IS
      *        EXTRACTED ONCE, ONCE ITS STAY IS OVER.  A ROW ALREADY
      *        HANDED TO BILLING ON AN EARLIER NIGHT IS INVOICED FROM
      *        THE LINES STAMPED THAT NIGHT; ONE NOT YET HANDED OVER
      *        (OR STAMPED 'E' TODAY BY A RUN THAT DIED) FROM THE
      *        LINES TONIGHT'S EXTRACT WILL TAKE.  ON DEMAND, A STAY
      *        STILL IN THE HOUSE IS SHOWN AS IF IT LEFT TONIGHT.
           IF BR-STATUS = 'BOOKED'
               IF (BR-BILL-STATUS = 'E' OR
                   BR-BILL-STATUS = 'B' OR
                   BR-BILL-STATUS = 'R') AND
                  NOT (BR-BILL-STATUS = 'E' AND
                       BR-EXTRACT-DATE = WS-TODAY)
                   MOVE BR-EXTRACT-DATE TO WS-BILL-DATE
               ELSE
                   IF BR-ACTUAL-ARRIVAL > ZERO AND
                      (BR-ACTUAL-DEPART > ZERO OR
                       BR-CHECKOUT-DATE NOT > WS-TODAY OR
                       WS-PHONE-PARM NOT = SPACE)
                       MOVE WS-TODAY TO WS-BILL-DATE
                   ELSE
                       MOVE ZERO TO WS-BILL-DATE
                   END-IF
               END-IF

               IF WS-BILL-DATE > ZERO
                   PERFORM 3100-NOTE-BILL-DATE
      *            THE NIGHTLY RUN PRINTS EXACTLY THE ROWS TONIGHT'S
      *            EXTRACT TAKES - A GUEST WHO LEFT WITHOUT A
      *            DEPARTURE BEING KEYED IS BILLED ONCE THE BOOKED
      *            CHECK-OUT DATE COMES, AND IS INVOICED WITH IT.
                   IF BR-ACTUAL-ARRIVAL > ZERO
                       IF (WS-PHONE-PARM = SPACE AND
                           WS-BILL-DATE = WS-TODAY)
                          OR (WS-PHONE-PARM NOT = SPACE AND
                              (BR-ACTUAL-DEPART = ZERO OR
                               BR-ACTUAL-DEPART = WS-TODAY))
                           PERFORM 4000-PRINT-ONE-STAY
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       3100-NOTE-BILL-DATE.
      *        THE FIRST ROW OF THE GUEST SEEN FOR AN EXTRACT NIGHT
      *        CARRIES THAT NIGHT'S DEPOSITS, WHETHER OR NOT IT IS
      *        ITSELF ON THE INVOICE - THAT IS THE ROW BILLING GOT
      *        THEM ON.
           MOVE 'Y' TO WS-CARRIES-DEPOSITS.
           PERFORM VARYING WS-DATE-SUB FROM 1 BY 1
                   UNTIL WS-DATE-SUB > WS-DATE-COUNT
               IF WS-DT-BILL-DATE(WS-DATE-SUB) = WS-BILL-DATE
                   MOVE 'N' TO WS-CARRIES-DEPOSITS
               END-IF
           END-PERFORM.
           IF WS-CARRIES-DEPOSITS = 'Y' AND WS-DATE-COUNT < 50
               ADD 1 TO WS-DATE-COUNT
               MOVE WS-BILL-DATE TO WS-DT-BILL-DATE(WS-DATE-COUNT)
           END-IF.
      *
       3900-FINISH-GUEST.
           IF WS-STAY-COUNT > ZERO
               PERFORM 5000-PRINT-FEES
               MOVE WS-BLANK-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE 'BALANCE DUE' TO WM-LABEL
               MOVE WS-BALANCE-DUE TO WM-AMOUNT
               MOVE WS-AMOUNT-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
               ADD 1 TO WS-INVOICE-COUNT
           END-IF.
           MOVE ZERO TO WS-STAY-COUNT.
           MOVE ZERO TO WS-DATE-COUNT.
           MOVE ZERO TO WS-BALANCE-DUE.
      *
       4000-PRINT-ONE-STAY.
           IF WS-STAY-COUNT = ZERO
               PERFORM 4100-PRINT-GUEST-HEADING
           END-IF.
           ADD 1 TO WS-STAY-COUNT.

           MOVE WS-BLANK-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE BR-ROOMNO        TO WR-ROOMNO.
           MOVE BR-HOTEL         TO WR-HOTEL.
           MOVE BR-CHECKIN-DATE  TO WR-CHECKIN.
           MOVE BR-CHECKOUT-DATE TO WR-CHECKOUT.
           MOVE WS-ROOM-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           PERFORM 4200-LIST-ROOM-NIGHTS.
           PERFORM 4400-LIST-FOLIO.
           PERFORM 4500-COMPUTE-TAX.

           IF WS-CARRIES-DEPOSITS = 'Y'
               PERFORM 4600-TOTAL-DEPOSITS
           ELSE
               MOVE ZERO TO WS-DEPOSIT-TOTAL
           END-IF.

      *        THE SAME FLOOR KC03R04 PUTS UNDER BX-AMOUNT-DUE - A
      *        DEPOSIT BIGGER THAN THE STAY NEVER TURNS INTO A CREDIT
      *        ON THE BILLING SIDE, SO IT IS SHOWN AS UNUSED HERE.
           COMPUTE WS-CHARGES-TOTAL =
               WS-STAY-TOTAL + WS-FOLIO-TOTAL + WS-TAX-AMOUNT.
           IF WS-DEPOSIT-TOTAL < WS-CHARGES-TOTAL
               COMPUTE WS-AMOUNT-DUE =
                   WS-CHARGES-TOTAL - WS-DEPOSIT-TOTAL
           ELSE
               MOVE ZERO TO WS-AMOUNT-DUE
           END-IF.

           IF WS-DEPOSIT-TOTAL > ZERO
               MOVE 'LESS DEPOSITS AND PAYMENTS' TO WM-LABEL
               MOVE WS-DEPOSIT-TOTAL TO WM-AMOUNT
               MOVE WS-AMOUNT-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
               IF WS-DEPOSIT-TOTAL > WS-CHARGES-TOTAL
                   MOVE 'DEPOSIT NOT USED AGAINST THIS ROOM'
                       TO WM-LABEL
                   COMPUTE WM-AMOUNT =
                       WS-DEPOSIT-TOTAL - WS-CHARGES-TOTAL
                   MOVE WS-AMOUNT-LINE TO INVOICE-LINE
                   WRITE INVOICE-LINE
               END-IF
           END-IF.

           MOVE 'ROOM TOTAL' TO WM-LABEL.
           MOVE WS-AMOUNT-DUE TO WM-AMOUNT.
           MOVE WS-AMOUNT-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           ADD WS-AMOUNT-DUE TO WS-BALANCE-DUE.
      *
       4100-PRINT-GUEST-HEADING.
           MOVE WS-SEPARATOR-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-TODAY TO WH-DATE.
           MOVE WS-HEADING-1 TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE WS-BLANK-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           MOVE BR-PHONENO TO GM-PHONENO.
           READ GUEST-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.

           IF WS-GUEST-STATUS = '00'
               MOVE GM-FIRSTNAME  TO WN-FIRSTNAME
               MOVE GM-LASTNAME   TO WN-LASTNAME
               MOVE BR-PHONENO    TO WN-PHONENO
               MOVE GM-ADDRESS    TO WA-ADDRESS
               MOVE GM-CITY       TO WY-CITY
               MOVE GM-PROVINCE   TO WY-PROVINCE
               MOVE GM-POSTALCODE TO WY-POSTALCODE
               MOVE WS-NAME-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE WS-ADDRESS-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE WS-CITY-LINE TO INVOICE-LINE
               WRITE INVOICE-LINE
           ELSE
               MOVE 'GUEST NOT ON FILE - PHONE ' TO INVOICE-LINE
               MOVE BR-PHONENO TO INVOICE-LINE(27:7)
               WRITE INVOICE-LINE
           END-IF.
      *
       4200-LIST-ROOM-NIGHTS.
      *        ONE LINE PER NIGHT THE AUDIT POSTED, TAKEN FROM THE
      *        FOLIO EXACTLY AS KC03R04 3600-ROLL-IN-FOLIO TAKES IT:
      *        THE 'ROOM' LINES ARE THE STAY TOTAL AND THE 'RTAX'
      *        LINES ADD UP TO THE ROOM TAX.  THE SAME OPEN/BILLED
      *        TEST AS 4400-LIST-FOLIO BELOW.
           MOVE ZERO TO WS-STAY-TOTAL WS-ROOM-TAX-TOTAL.
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
                      ((FO-STATUS = 'OPEN' AND
                        WS-BILL-DATE = WS-TODAY) OR
                       (FO-STATUS = 'BILLED' AND
                        FO-BILLED-DATE = WS-BILL-DATE))
                       IF FO-CHARGE-CODE = 'ROOM'
                           ADD FO-AMOUNT TO WS-STAY-TOTAL
                           MOVE FO-CHARGE-DATE TO WG-NIGHT-DATE
                           MOVE FO-DESCRIPTION(1:4) TO WG-RATE-CODE
                           MOVE FO-AMOUNT      TO WG-AMOUNT
                           MOVE WS-NIGHT-LINE TO INVOICE-LINE
                           WRITE INVOICE-LINE
                       END-IF
                       IF FO-CHARGE-CODE = 'RTAX'
                           ADD FO-AMOUNT TO WS-ROOM-TAX-TOTAL
                       END-IF
                   END-IF
                   ADD 1 TO WS-FOL-PROBE
               END-IF
           END-PERFORM.
      *
       4400-LIST-FOLIO.
      *        THE FOLIO LINES KC03R04 3600-ROLL-IN-FOLIO ROLLS INTO
      *        THE STAY: POSTED AGAINST THIS GUEST AND ROOM, AND
      *        EITHER STILL OPEN FOR TONIGHT'S EXTRACT OR STAMPED
      *        'BILLED' ON THE NIGHT THE ROW WENT TO BILLING.
      *        FOLIOSEQ IS GAP-FREE FROM 1 (SEE GuestFolioRecord.cbl)
      *        SO THE FIRST NOTFND ENDS THE WALK.  THE NIGHT AUDIT'S
      *        'ROOM' AND 'RTAX' LINES WERE SHOWN BY 4200 AND ARE
      *        LEFT OUT HERE.
           MOVE ZERO TO WS-FOLIO-TOTAL.
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
                      ((FO-STATUS = 'OPEN' AND
                        WS-BILL-DATE = WS-TODAY) OR
                       (FO-STATUS = 'BILLED' AND
                        FO-BILLED-DATE = WS-BILL-DATE)) AND
                      FO-CHARGE-CODE NOT = 'ROOM' AND
                      FO-CHARGE-CODE NOT = 'RTAX'
                       ADD FO-AMOUNT TO WS-FOLIO-TOTAL
                       MOVE FO-CHARGE-DATE TO WF-CHARGE-DATE
                       MOVE FO-CHARGE-CODE TO WF-CHARGE-CODE
                       MOVE FO-DESCRIPTION TO WF-DESCRIPTION
                       MOVE FO-AMOUNT      TO WF-AMOUNT
                       MOVE WS-FOLIO-LINE TO INVOICE-LINE
                       WRITE INVOICE-LINE
                   END-IF
                   ADD 1 TO WS-FOL-PROBE
               END-IF
           END-PERFORM.
      *
       4500-COMPUTE-TAX.
      *        KC03R04 3700-COMPUTE-TAX LINE FOR LINE: THE HOTEL'S
      *        PROVINCE FROM HOTELMAS, THE LAST TAXRATE ENTRY FOR IT
      *        EFFECTIVE ON OR BEFORE CHECK-OUT, ROUNDED ON THE
      *        INCIDENTALS, PLUS THE ROOM TAX AS POSTED.  THE ROOM TAX
      *        PRINTS ON ITS OWN LINE SO THE GUEST CAN TIE IT TO THE
      *        FOLIO.  FEES ARE NEVER TAXED.
           MOVE ZERO  TO WS-TAX-PCT WS-TAX-AMOUNT.
           MOVE SPACE TO WS-TAX-CODE WS-TAX-PROVINCE.

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
                          TX-EFFECTIVE-DATE > BR-CHECKOUT-DATE
                           MOVE 'Y' TO WS-EOF-TAX
                       ELSE
                           MOVE TX-TAX-PCT  TO WS-TAX-PCT
                           MOVE TX-TAX-CODE TO WS-TAX-CODE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           MOVE ZERO TO WS-INCIDENTAL-TAX.
           IF WS-TAX-PCT > ZERO
               COMPUTE WS-INCIDENTAL-TAX ROUNDED =
                   WS-FOLIO-TOTAL * WS-TAX-PCT / 100
           END-IF.
           COMPUTE WS-TAX-AMOUNT =
               WS-ROOM-TAX-TOTAL + WS-INCIDENTAL-TAX.

           MOVE 'ROOM TAX AS POSTED' TO WM-LABEL.
           MOVE WS-ROOM-TAX-TOTAL TO WM-AMOUNT.
           MOVE WS-AMOUNT-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.

           MOVE WS-TAX-CODE   TO WX-CODE.
           MOVE WS-TAX-PCT    TO WX-PCT.
           MOVE WS-FOLIO-TOTAL TO WX-TAXABLE.
           MOVE WS-INCIDENTAL-TAX TO WX-AMOUNT.
           MOVE WS-TAX-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
      *
       4600-TOTAL-DEPOSITS.
      *        THE DEPOSITS KC03R04 3500-APPLY-DEPOSITS NETS AGAINST
      *        THIS ROW: EVERY ONE STILL HELD WHEN THE ROW GOES OUT
      *        TONIGHT, OR THE ONES STAMPED 'APPLIED' ON THE NIGHT IT
      *        WENT.  PAYSEQ IS GAP-FREE FROM 1 (SEE
      *        GuestPaymentRecord.cbl) SO THE FIRST NOTFND ENDS THE
      *        WALK.
           MOVE ZERO TO WS-DEPOSIT-TOTAL.
           MOVE 1 TO WS-PAY-PROBE.
           MOVE 'N' TO WS-PAY-DONE.
           PERFORM UNTIL WS-PAY-DONE = 'Y'
               MOVE BR-PHONENO TO PY-PHONENO
               MOVE WS-PAY-PROBE TO PY-PAYSEQ
               READ GUEST-PAYMENT-FILE
                   INVALID KEY MOVE 'Y' TO WS-PAY-DONE
               END-READ
               IF WS-PAY-DONE NOT = 'Y'
                   IF (PY-STATUS = 'HELD' AND
                       WS-BILL-DATE = WS-TODAY) OR
                      (PY-STATUS = 'APPLIED' AND
                       PY-SETTLE-DATE = WS-BILL-DATE)
                       ADD PY-AMOUNT TO WS-DEPOSIT-TOTAL
                   END-IF
                   ADD 1 TO WS-PAY-PROBE
               END-IF
           END-PERFORM.
      *
       5000-PRINT-FEES.
      *        THE GUEST'S FEES KC03R04 4000-EXTRACT-FEE-ROWS HANDS
      *        TO BILLING TONIGHT - STILL OPEN, OR STAMPED 'BILLED'
      *        TODAY BY A RUN THAT DIED.  FEES GO TO BILLING UNTAXED
      *        AND WITH NO DEPOSIT NETTED, AND ARE PRINTED THAT WAY.
           MOVE WS-PREV-PHONE TO FE-PHONENO.
           MOVE ZERO TO FE-FEESEQ.
           START FEE-CHARGE-FILE KEY NOT < FE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-FEE
               NOT INVALID KEY MOVE 'N' TO WS-EOF-FEE
           END-START.
           PERFORM UNTIL WS-EOF-FEE = 'Y'
               READ FEE-CHARGE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-FEE
               END-READ
               IF WS-EOF-FEE NOT = 'Y'
                   IF FE-PHONENO NOT = WS-PREV-PHONE
                       MOVE 'Y' TO WS-EOF-FEE
                   ELSE
                       IF FE-STATUS = 'OPEN' OR
                          (FE-STATUS = 'BILLED' AND
                           FE-BILLED-DATE = WS-TODAY)
                           PERFORM 5100-PRINT-ONE-FEE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
       5100-PRINT-ONE-FEE.
           MOVE WS-BLANK-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           MOVE FE-FEE-TYPE     TO WE-FEE-TYPE.
           MOVE FE-ROOMNO       TO WE-ROOMNO.
           MOVE FE-HOTEL        TO WE-HOTEL.
           MOVE FE-CHECKIN-DATE TO WE-CHECKIN.
           MOVE FE-AMOUNT       TO WE-AMOUNT.
           MOVE WS-FEE-LINE TO INVOICE-LINE.
           WRITE INVOICE-LINE.
           ADD FE-AMOUNT TO WS-BALANCE-DUE.
      *
       9000-CLOSE-FILES.
           CLOSE BOOKING-ROOM-FILE.
           CLOSE GUEST-MASTER-FILE.
           CLOSE GUEST-PAYMENT-FILE.
           CLOSE GUEST-FOLIO-FILE.
           CLOSE FEE-CHARGE-FILE.
           CLOSE HOTEL-MASTER-FILE.
           CLOSE TAX-RATE-FILE.
           CLOSE INVOICE-FILE.
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
           MOVE 'KC03R25' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R25' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'COMPLETED' TO RL-STATUS.
           MOVE WS-INVOICE-COUNT TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
