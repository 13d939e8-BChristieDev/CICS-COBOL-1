       PROGRAM-ID. KC03R04.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: NIGHTLY BATCH JOB - BILLING EXTRACT.
      *          READS EVERY BOOKING ROW STILL MARKED 'BOOKED' WHOSE
      *          STAY IS OVER, JOINS IN THE GUEST'S NAME FROM
      *          GUESTMAS, BILLS THE STAY FROM THE ROOM AND ROOM-TAX
      *          LINES THE NIGHT AUDIT (KC03R34) POSTED TO THE GUEST'S
      *          FOLIO - NOTHING IS REPRICED HERE, SO WHAT THE GUEST
      *          SAW ON THE FOLIO IS EXACTLY WHAT BILLING RECEIVES -
      *          AND WRITES ONE FIXED-FORMAT RECORD PER ROOM FOR THE
      *          BILLING SYSTEM TO PICK UP EACH MORNING.
      *          A STAY DIRECT-BILLED TO A CORPORATE ACCOUNT IS
      *          FLAGGED ON ITS ROW WITH THE ACCOUNT TO INVOICE.
      *          THE FILE IS WRAPPED WITH A HEADER (RUN DATE, RUN
      *          NUMBER) AND A TRAILER (DETAIL COUNT, HASH TOTAL OF
      *          THE STAY AMOUNTS), AND A RUN-CONTROL FILE STOPS A
               RECORD KEY IS GM-PHONENO
               FILE STATUS IS WS-GUEST-STATUS.

      *    OPENED I-O - HELD DEPOSITS ARE STAMPED 'APPLIED' AS THEY
      *    NET AGAINST AN EXTRACTED STAY, SO THE SAME DEPOSIT IS
      *    NEVER CREDITED TO BILLING TWICE.
       FD  GUEST-MASTER-FILE.
           COPY "GuestMasterRecord.cbl".

       FD  GUEST-PAYMENT-FILE.
           COPY "GuestPaymentRecord.cbl".

       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-GUEST-STATUS       PIC X(02).
       01  WS-EXTRACT-STATUS     PIC X(02).
       01  WS-CONTROL-STATUS     PIC X(02).
       01  WS-EOF-BOOKROOM       PIC X(01) VALUE 'N'.
       01  WS-EXTRACT-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-TODAY              PIC 9(08).
       01  WS-RESTART-PARM       PIC X(08) VALUE SPACE.
       01  WS-HASH-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01  WS-RATE-CODE          PIC X(04).
       01  WS-STAY-TOTAL         PIC 9(07)V99.
       01  WS-PAY-STATUS         PIC X(02).
       01  WS-PAY-PROBE          PIC 9(04).
       01  WS-PAY-DONE           PIC X(01).
       01  WS-FOL-PROBE          PIC 9(04).
       01  WS-FOL-DONE           PIC X(01).
       01  WS-FOLIO-TOTAL        PIC 9(07)V99.
       01  WS-ROOM-TAX-TOTAL     PIC 9(07)V99.
       01  WS-CHARGES-TOTAL      PIC 9(08)V99.
       01  WS-HMAS-STATUS        PIC X(02).
       01  WS-TAXRATE-STATUS     PIC X(02).
       01  WS-TAX-PCT            PIC 9(03)V99.
       01  WS-TAX-CODE           PIC X(04).
       01  WS-TAX-AMOUNT         PIC 9(07)V99.
       01  WS-INCIDENTAL-TAX     PIC 9(07)V99.
       01  WS-TAX-GRAND-TOTAL    PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-TAX-HEADING.
               'TOTAL TAX EXTRACTED '.
           05  WX-GRAND-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(46) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
      *        OF THE EXTRACT, AND SO DO NO-SHOWS - A ROOM WHOSE
      *        CHECK-IN PASSED WITH NO RECORDED ARRIVAL IS NOT
      *        REVENUE, IT IS A LINE ON THE KC03R07 NO-SHOW REPORT.
      *        A ROW IS ONLY TAKEN ONCE ITS STAY IS OVER - THE FRONT
      *        DESK HAS RECORDED THE DEPARTURE, OR THE BOOKED CHECK-OUT
      *        DATE HAS COME, BY WHICH TIME KC03R34 HAS POSTED EVERY
      *        NIGHT IT WILL EVER POST FOR THE ROW.  A STAY STILL IN
      *        THE HOUSE, OR NOT YET ARRIVED, WAITS.
      *        ROWS STAMPED 'E' WITH TODAY'S DATE ARE ALWAYS TAKEN
      *        AGAIN: A RUN THAT COMPLETED TODAY WOULD HAVE STOPPED
      *        THIS JOB IN 1100-CHECK-RUN-CONTROL, SO AN 'E'-TODAY
           PERFORM 2000-READ-NEXT-BOOKROOM.
           PERFORM UNTIL WS-EOF-BOOKROOM = 'Y'
               IF BR-STATUS = 'BOOKED' AND
                  BR-ACTUAL-ARRIVAL > ZERO AND
                  (BR-ACTUAL-DEPART > ZERO OR
                   BR-CHECKOUT-DATE NOT > WS-TODAY)
                   IF (BR-BILL-STATUS NOT = 'E' AND
                       BR-BILL-STATUS NOT = 'B' AND
                       BR-BILL-STATUS NOT = 'R')
       1000-OPEN-FILES.
           OPEN I-O BOOKING-ROOM-FILE.
           OPEN INPUT GUEST-MASTER-FILE.
           OPEN OUTPUT BILLING-EXTRACT-FILE.
           OPEN I-O GUEST-PAYMENT-FILE.
           IF WS-PAY-STATUS = '35'
           MOVE BR-ROOMNO        TO BX-ROOMNO.
           MOVE BR-CHECKIN-DATE  TO BX-CHECKIN-DATE.
           MOVE BR-CHECKOUT-DATE TO BX-CHECKOUT-DATE.
           MOVE BR-CONFIRM-NO    TO BX-CONFIRM-NO.
           IF BR-DBILL-ACCT = SPACE
               MOVE 'N' TO BX-DIRECT-BILL
           ELSE
               MOVE 'Y' TO BX-DIRECT-BILL
           END-IF.
           MOVE BR-DBILL-ACCT    TO BX-DBILL-ACCT.

           MOVE BR-PHONENO TO GM-PHONENO.
           READ GUEST-MASTER-FILE
               MOVE GM-FIRSTNAME TO BX-FIRSTNAME
           END-IF.

           PERFORM 3600-ROLL-IN-FOLIO.
           MOVE WS-RATE-CODE   TO BX-RATE-CODE.
           MOVE WS-STAY-TOTAL  TO BX-STAY-TOTAL.
           MOVE WS-FOLIO-TOTAL TO BX-FOLIO-TOTAL.

           PERFORM 3700-COMPUTE-TAX.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD WS-STAY-TOTAL TO WS-HASH-TOTAL.

      *        THE AMOUNT HANDED TO BILLING RIDES ON THE ROW, SO
      *        KC03R08 CAN RAISE A DIRECT-BILL STAY'S RECEIVABLE FOR
      *        EXACTLY WHAT THE COMPANY IS INVOICED.
           MOVE 'E' TO BR-BILL-STATUS.
           MOVE WS-TODAY TO BR-EXTRACT-DATE.
           MOVE BX-AMOUNT-DUE TO BR-BILLED-AMOUNT.
           REWRITE BOOKING-ROOM-RECORD.
      *
       4000-EXTRACT-FEE-ROWS.
               BX-DEPOSIT-APPLIED.
           MOVE SPACE TO BX-TAX-CODE.
           MOVE FE-AMOUNT       TO BX-AMOUNT-DUE.
           MOVE ZERO            TO BX-CONFIRM-NO.
           MOVE 'N'             TO BX-DIRECT-BILL.
           MOVE SPACE           TO BX-DBILL-ACCT.

           MOVE FE-PHONENO TO GM-PHONENO.
           READ GUEST-MASTER-FILE
           MOVE 'BILLED' TO FE-STATUS.
           MOVE WS-TODAY TO FE-BILLED-DATE.
           REWRITE FEE-CHARGE-RECORD.
      *
       3500-APPLY-DEPOSITS.
      *        EVERY DEPOSIT STILL HELD FOR THE GUEST IS NETTED
       3600-ROLL-IN-FOLIO.
      *        EVERY OPEN FOLIO LINE POSTED AGAINST THIS GUEST AND
      *        ROOM ROLLS INTO THE EXTRACTED STAY AND IS STAMPED
      *        'BILLED' SO IT CAN NEVER REACH BILLING TWICE.  THE
      *        NIGHT AUDIT'S 'ROOM' LINES ARE THE STAY TOTAL AND ITS
      *        'RTAX' LINES THE ROOM TAX; EVERYTHING ELSE IS AN
      *        INCIDENTAL.  THE RATE CODE BILLED IS THE ONE ON THE
      *        LAST ROOM LINE (SEE GuestFolioRecord.cbl).
      *        FOLIOSEQ IS GAP-FREE FROM 1 (SEE GuestFolioRecord.cbl)
      *        SO THE FIRST NOTFND ENDS THE WALK.  A LINE ALREADY
      *        STAMPED 'BILLED' TODAY IS TAKEN AGAIN, THE SAME WAY AN
      *        'E'-TODAY BOOKROOM ROW IS - IT CAN ONLY HAVE COME FROM
      *        A RUN THAT DIED BEFORE ITS FILE REACHED BILLING.
           MOVE ZERO  TO WS-STAY-TOTAL WS-FOLIO-TOTAL
                         WS-ROOM-TAX-TOTAL.
           MOVE SPACE TO WS-RATE-CODE.
           MOVE 1 TO WS-FOL-PROBE.
           MOVE 'N' TO WS-FOL-DONE.
           PERFORM UNTIL WS-FOL-DONE = 'Y'
                      (FO-STATUS = 'OPEN' OR
                       (FO-STATUS = 'BILLED' AND
                        FO-BILLED-DATE = WS-TODAY))
                       EVALUATE FO-CHARGE-CODE
                           WHEN 'ROOM'
                               ADD FO-AMOUNT TO WS-STAY-TOTAL
                               MOVE FO-DESCRIPTION(1:4)
                                   TO WS-RATE-CODE
                           WHEN 'RTAX'
                               ADD FO-AMOUNT TO WS-ROOM-TAX-TOTAL
                           WHEN OTHER
                               ADD FO-AMOUNT TO WS-FOLIO-TOTAL
                       END-EVALUATE
                       MOVE 'BILLED' TO FO-STATUS
                       MOVE WS-TODAY TO FO-BILLED-DATE
                       REWRITE GUEST-FOLIO-RECORD
      *        HOTEL IS IN), EFFECTIVE-DATED THE SAME WAY RATEMAS
      *        SEASONS ARE - WALK THE PROVINCE'S RATES IN KEY ORDER
      *        AND KEEP THE LAST ONE EFFECTIVE ON OR BEFORE THE
      *        CHECK-OUT DATE.  THE ROOM TAX WAS POSTED NIGHT BY NIGHT
      *        BY KC03R34 AND IS TAKEN AS POSTED; ONLY THE INCIDENTALS
      *        ARE TAXED HERE, AT THE CHECK-OUT RATE.  BX-TAX-CODE
      *        CARRIES THE CHECK-OUT CODE.  A HOTEL WITH NO HOTELMAS
      *        ROW OR A PROVINCE WITH NO RATE TAXES THE INCIDENTALS AT
      *        ZERO AND SHOWS THAT WAY ON THE REGISTER, SO A LOAD GAP
      *        IS VISIBLE INSTEAD OF SILENTLY UNDERBILLING.
           MOVE ZERO  TO WS-TAX-PCT WS-TAX-AMOUNT.
           MOVE SPACE TO WS-TAX-CODE WS-TAX-PROVINCE.

               END-PERFORM
           END-IF.

           MOVE ZERO TO WS-INCIDENTAL-TAX.
           IF WS-TAX-PCT > ZERO
               COMPUTE WS-INCIDENTAL-TAX ROUNDED =
                   WS-FOLIO-TOTAL * WS-TAX-PCT / 100
           END-IF.
           COMPUTE WS-TAX-AMOUNT =
               WS-ROOM-TAX-TOTAL + WS-INCIDENTAL-TAX.
      *
       3800-WRITE-TAX-REGISTER.
           MOVE BR-HOTEL        TO WX-HOTEL.
           MOVE WS-TAX-DETAIL-LINE TO TAX-REGISTER-LINE.
           WRITE TAX-REGISTER-LINE.
           ADD WS-TAX-AMOUNT TO WS-TAX-GRAND-TOTAL.
      *
       9000-CLOSE-FILES.
           CLOSE BOOKING-ROOM-FILE.
           CLOSE GUEST-MASTER-FILE.
           CLOSE GUEST-PAYMENT-FILE.
           CLOSE GUEST-FOLIO-FILE.
           CLOSE FEE-CHARGE-FILE.
