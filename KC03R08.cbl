      *          ROW THAT MATCHES NOTHING ON BOOKROOM, AND EVERY ROW
      *          EXTRACTED ON AN EARLIER NIGHT THAT NEVER CAME BACK
      *          AT ALL - A ROW BILLING SILENTLY DROPS IS REVENUE WE
      *          NEVER SEE.  A ROW DIRECT-BILLED TO A CORPORATE ACCOUNT
      *          BECOMES AN OPEN RECEIVABLE ON CORPAR THE MOMENT IT IS
      *          MARKED BILLED, AND THE SAME PASS OVER BOOKROOM THAT
      *          LOOKS FOR MISSING RESPONSES RECOUNTS EVERY ACCOUNT'S
      *          BOOKED-BUT-UNBILLED STAYS FOR THE ADDM46 CREDIT CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BOOKROOM-STATUS.

           SELECT CORP-ACCOUNT-FILE ASSIGN TO CORPACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-ACCOUNT-NO
               FILE STATUS IS WS-CORPACCT-STATUS.

           SELECT CORP-RECEIVABLE-FILE ASSIGN TO CORPAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-CORPAR-STATUS.

           SELECT GUEST-MASTER-FILE ASSIGN TO GUESTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GM-PHONENO
               FILE STATUS IS WS-GUEST-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO BILLEXRP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  BOOKING-ROOM-FILE.
           COPY "BookingRoomRecord.cbl".

       FD  CORP-ACCOUNT-FILE.
           COPY "CorporateAccountRecord.cbl".

       FD  CORP-RECEIVABLE-FILE.
           COPY "CorpReceivableRecord.cbl".

       FD  GUEST-MASTER-FILE.
           COPY "GuestMasterRecord.cbl".

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-LINE PIC X(80).

       01  WS-RETURN-STATUS      PIC X(02).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-CORPACCT-STATUS    PIC X(02).
       01  WS-CORPAR-STATUS      PIC X(02).
       01  WS-GUEST-STATUS       PIC X(02).
       01  WS-EOF-CORPACCT       PIC X(01).
       01  WS-ITEM-PROBE         PIC 9(05).
       01  WS-ITEM-DONE          PIC X(01).
       01  WS-STAY-NIGHTS        PIC 9(05).
       01  WS-UNBILLED-VALUE     PIC 9(07)V99.
       01  WS-RECEIVABLE-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-NOACCT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-EOF-RETURN         PIC X(01) VALUE 'N'.
       01  WS-EOF-BOOKROOM       PIC X(01).
       01  WS-TODAY              PIC 9(08).
       01  WS-SEQ-PROBE          PIC 9(04).
       01  WS-PROBE-DONE         PIC X(01).
       01  WS-OLD-BILL-STATUS    PIC X(01).
       01  WS-ROW-FOUND          PIC X(01).
       01  WS-ACCEPT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
               PERFORM 2000-READ-NEXT-RETURN
           END-PERFORM.

           PERFORM 4000-CLEAR-ACCOUNT-UNBILLED.
           PERFORM 5000-SWEEP-FOR-NO-RESPONSE.

           MOVE WS-ACCEPT-COUNT  TO WT-ACCEPTED.

           DISPLAY 'KC03R08 ACCEPTED ' WS-ACCEPT-COUNT
               ' REJECTED ' WS-REJECT-COUNT.
           DISPLAY 'KC03R08 RECEIVABLES RAISED ' WS-RECEIVABLE-COUNT
               ' NO ACCOUNT ' WS-NOACCT-COUNT.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
           OPEN INPUT BILLING-RETURN-FILE.
           OPEN I-O BOOKING-ROOM-FILE.
           OPEN OUTPUT EXCEPTION-REPORT.
           OPEN INPUT GUEST-MASTER-FILE.

           OPEN I-O CORP-ACCOUNT-FILE.
           IF WS-CORPACCT-STATUS = '35'
               OPEN OUTPUT CORP-ACCOUNT-FILE
               CLOSE CORP-ACCOUNT-FILE
               OPEN I-O CORP-ACCOUNT-FILE
           END-IF.

           OPEN I-O CORP-RECEIVABLE-FILE.
           IF WS-CORPAR-STATUS = '35'
               OPEN OUTPUT CORP-RECEIVABLE-FILE
               CLOSE CORP-RECEIVABLE-FILE
               OPEN I-O CORP-RECEIVABLE-FILE
           END-IF.
      *
       2000-READ-NEXT-RETURN.
           READ BILLING-RETURN-FILE NEXT RECORD
               MOVE WS-DETAIL-LINE TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           ELSE
      *        A RE-SENT RETURN FILE OR A RERUN ACCEPTS A ROW THAT
      *        IS ALREADY BILLED - IT IS LEFT ALONE, SO THE COMPANY
      *        IS NOT CHARGED A SECOND TIME.
               IF BK-DISPOSITION = 'A'
                   MOVE BR-BILL-STATUS TO WS-OLD-BILL-STATUS
                   IF WS-OLD-BILL-STATUS NOT = 'B'
                       MOVE 'B' TO BR-BILL-STATUS
                       MOVE WS-TODAY TO BR-BILLED-DATE
                       REWRITE BOOKING-ROOM-RECORD
                       ADD 1 TO WS-ACCEPT-COUNT
                       IF BR-DBILL-ACCT NOT = SPACE
                           PERFORM 3200-RAISE-RECEIVABLE
                       END-IF
                   END-IF
               ELSE
                   MOVE 'R' TO BR-BILL-STATUS
                   REWRITE BOOKING-ROOM-RECORD
                   END-IF
               END-IF
           END-PERFORM.
      *
       3200-RAISE-RECEIVABLE.
      *        THE COMPANY OWES WHAT BILLING WAS HANDED FOR THE ROW
      *        (BR-BILLED-AMOUNT, STAMPED BY KC03R04) - A STAY THE
      *        DEPOSITS ALREADY COVERED RAISES NOTHING.  THE ITEM
      *        FALLS DUE ON THE ACCOUNT'S TERMS FROM TODAY, AND THE
      *        ITEM NUMBER IS THE FIRST FREE ONE IN THE ACCOUNT'S
      *        GAP-FREE SEQUENCE.
           MOVE BR-DBILL-ACCT TO CP-ACCOUNT-NO.
           READ CORP-ACCOUNT-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CORPACCT-STATUS NOT = '00'
               ADD 1 TO WS-NOACCT-COUNT
               MOVE 'NO ACCOUNT- ' TO WD-TAG
               MOVE BR-PHONENO      TO WD-PHONENO
               MOVE BR-ROOMNO       TO WD-ROOMNO
               MOVE BR-CHECKIN-DATE TO WD-CHECKIN
               MOVE BR-DBILL-ACCT   TO WD-REASON
               MOVE WS-DETAIL-LINE TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           ELSE
               IF BR-BILLED-AMOUNT > ZERO
                   PERFORM 3210-FIND-NEXT-ITEM
                   PERFORM 3220-WRITE-RECEIVABLE
               END-IF
           END-IF.
      *
       3210-FIND-NEXT-ITEM.
           MOVE BR-DBILL-ACCT TO RV-ACCOUNT-NO.
           MOVE 1 TO WS-ITEM-PROBE.
           MOVE 'N' TO WS-ITEM-DONE.
           PERFORM UNTIL WS-ITEM-DONE = 'Y'
               MOVE WS-ITEM-PROBE TO RV-ITEM-SEQ
               READ CORP-RECEIVABLE-FILE
                   INVALID KEY MOVE 'Y' TO WS-ITEM-DONE
               END-READ
               IF WS-ITEM-DONE NOT = 'Y'
                   ADD 1 TO WS-ITEM-PROBE
               END-IF
           END-PERFORM.
      *
       3220-WRITE-RECEIVABLE.
           MOVE SPACE TO CORP-RECEIVABLE-RECORD.
           MOVE BR-DBILL-ACCT    TO RV-ACCOUNT-NO.
           MOVE WS-ITEM-PROBE    TO RV-ITEM-SEQ.
           MOVE WS-TODAY         TO RV-INVOICE-DATE.
           COMPUTE RV-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + CP-TERMS-DAYS).
           MOVE BR-PHONENO       TO RV-PHONENO.
           MOVE BR-PHONENO       TO GM-PHONENO.
           READ GUEST-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-GUEST-STATUS = '00'
               MOVE GM-LASTNAME  TO RV-GUEST-NAME
           END-IF.
           MOVE BR-ROOMNO        TO RV-ROOMNO.
           MOVE BR-CHECKIN-DATE  TO RV-CHECKIN-DATE.
           MOVE BR-CHECKOUT-DATE TO RV-CHECKOUT-DATE.
           MOVE BR-CONFIRM-NO    TO RV-CONFIRM-NO.
           MOVE BR-BILLED-AMOUNT TO RV-AMOUNT.
           MOVE ZERO             TO RV-PAID-AMOUNT RV-PAID-DATE.
           MOVE ZERO             TO RV-REMIT-ASOF RV-REMIT-CARD.
           MOVE 'OPEN'           TO RV-STATUS.
           WRITE CORP-RECEIVABLE-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           IF WS-CORPAR-STATUS = '00'
               ADD BR-BILLED-AMOUNT TO CP-OPEN-BALANCE
               REWRITE CORPORATE-ACCOUNT-RECORD
               ADD 1 TO WS-RECEIVABLE-COUNT
           END-IF.
      *
       4000-CLEAR-ACCOUNT-UNBILLED.
      *        CP-UNBILLED IS REBUILT FROM SCRATCH EVERY MORNING -
      *        EVERY ACCOUNT IS ZEROED HERE AND THE SWEEP BELOW ADDS
      *        BACK EACH STAY STILL BOOKED AND NOT YET BILLED, SO THE
      *        ESTIMATES ADDM46 ADDED DURING THE DAY ARE REPLACED BY
      *        THE TRUE FIGURE.
           MOVE LOW-VALUE TO CP-ACCOUNT-NO.
           START CORP-ACCOUNT-FILE KEY NOT < CP-ACCOUNT-NO
               INVALID KEY MOVE 'Y' TO WS-EOF-CORPACCT
               NOT INVALID KEY MOVE 'N' TO WS-EOF-CORPACCT
           END-START.
           PERFORM UNTIL WS-EOF-CORPACCT = 'Y'
               READ CORP-ACCOUNT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-CORPACCT
               END-READ
               IF WS-EOF-CORPACCT NOT = 'Y'
                   MOVE ZERO TO CP-UNBILLED
                   REWRITE CORPORATE-ACCOUNT-RECORD
               END-IF
           END-PERFORM.
      *
       5000-SWEEP-FOR-NO-RESPONSE.
      *        ANYTHING STILL MARKED 'E' FROM AN EARLIER NIGHT'S
                       MOVE WS-DETAIL-LINE TO EXCEPTION-REPORT-LINE
                       WRITE EXCEPTION-REPORT-LINE
                   END-IF
                   IF BR-DBILL-ACCT NOT = SPACE AND
                      BR-STATUS = 'BOOKED' AND
                      BR-BILL-STATUS NOT = 'B'
                       PERFORM 5100-ADD-ACCOUNT-UNBILLED
                   END-IF
               END-IF
           END-PERFORM.
      *
       5100-ADD-ACCOUNT-UNBILLED.
      *        A ROW ALREADY HANDED TO BILLING COUNTS AT THE AMOUNT
      *        IT WENT OUT FOR; ONE NOT YET EXTRACTED AT ITS BOOKED
      *        NIGHTS TIMES ITS CAPTURED RATE, AS ADDM46 PRICED IT.
           IF BR-BILLED-AMOUNT > ZERO
               MOVE BR-BILLED-AMOUNT TO WS-UNBILLED-VALUE
           ELSE
               MOVE ZERO TO WS-UNBILLED-VALUE
               IF BR-CHECKIN-DATE > ZERO AND
                  BR-CHECKOUT-DATE > BR-CHECKIN-DATE
                   COMPUTE WS-STAY-NIGHTS =
                       FUNCTION INTEGER-OF-DATE(BR-CHECKOUT-DATE) -
                       FUNCTION INTEGER-OF-DATE(BR-CHECKIN-DATE)
                   COMPUTE WS-UNBILLED-VALUE =
                       WS-STAY-NIGHTS * BR-NIGHTLY-RATE
               END-IF
           END-IF.
           MOVE BR-DBILL-ACCT TO CP-ACCOUNT-NO.
           READ CORP-ACCOUNT-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CORPACCT-STATUS = '00'
               ADD WS-UNBILLED-VALUE TO CP-UNBILLED
               REWRITE CORPORATE-ACCOUNT-RECORD
           END-IF.
      *
       9000-CLOSE-FILES.
           CLOSE BILLING-RETURN-FILE.
           CLOSE BOOKING-ROOM-FILE.
           CLOSE EXCEPTION-REPORT.
           CLOSE GUEST-MASTER-FILE.
           CLOSE CORP-ACCOUNT-FILE.
           CLOSE CORP-RECEIVABLE-FILE.
      *
       0100-GET-BUSINESS-DATE.
      *        THE NIGHT AUDIT RUNS UNDER THE SITE BUSINESS DATE, NOT
