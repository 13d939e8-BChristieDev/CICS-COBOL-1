       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R27.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: NIGHTLY BATCH JOB - DAILY REVENUE JOURNAL FOR THE
      *          GENERAL LEDGER.  RUNS AFTER THE BILLING EXTRACT
      *          KC03R04 AND TURNS THE NIGHT'S MONEY INTO ONE BALANCED
      *          JOURNAL: ROOM REVENUE AND TAX FROM THE BOOKROOM STAYS
      *          KC03R04 JUST EXTRACTED (TAKEN FROM ITS BILLEXT DETAIL
      *          SO THE LEDGER AGREES WITH BILLING TO THE CENT), TAX
      *          BY TX-TAX-CODE, INCIDENTAL REVENUE BY FO-CHARGE-CODE
      *          FROM THE GUESTFOL LINES BILLED TONIGHT, FEE REVENUE
      *          FROM THE FEECHG ROWS BILLED TONIGHT, AND THE MONEY
      *          HELD, APPLIED, FORFEITED AND REFUNDED ON GUESTPAY
      *          TODAY.  EACH AMOUNT IS POSTED TO THE DEBIT AND CREDIT
      *          ACCOUNT THE GLACCT MAPPING GIVES FOR ITS REVENUE TYPE
      *          AND CODE (LOADED BY KC03R15 FROM OPS' GL CARDS), THEN
      *          NETTED TO ONE LINE PER GL ACCOUNT PER HOTEL.  THE
      *          GLJRNL FILE IS ONLY RELEASED WHEN EVERY AMOUNT FOUND
      *          AN ACCOUNT AND THE DEBITS EQUAL THE CREDITS; OTHERWISE
      *          IT IS LEFT EMPTY, THE REASON IS PRINTED ON THE
      *          JOURNAL REPORT, AND THE STEP ENDS WITH RETURN CODE 8.
      *          NOTHING IS STAMPED, SO A RERUN AFTER A CARD FIX
      *          PRODUCES THE SAME JOURNAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-EXTRACT-FILE ASSIGN TO BILLEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT GUEST-FOLIO-FILE ASSIGN TO GUESTFOL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FO-KEY
               FILE STATUS IS WS-FOLIO-STATUS.

           SELECT FEE-CHARGE-FILE ASSIGN TO FEECHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT GUEST-PAYMENT-FILE ASSIGN TO GUESTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT BOOKING-ROOM-FILE ASSIGN TO BOOKROOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BR-KEY
               FILE STATUS IS WS-BOOKROOM-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACCT-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT JOURNAL-REPORT ASSIGN TO GLRPT
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
       FD  BILLING-EXTRACT-FILE.
           COPY "BillingExtractRecord.cbl".

       FD  GUEST-FOLIO-FILE.
           COPY "GuestFolioRecord.cbl".

       FD  FEE-CHARGE-FILE.
           COPY "FeeChargeRecord.cbl".

       FD  GUEST-PAYMENT-FILE.
           COPY "GuestPaymentRecord.cbl".

       FD  BOOKING-ROOM-FILE.
           COPY "BookingRoomRecord.cbl".

       FD  GL-ACCOUNT-FILE.
           COPY "GLAccountRecord.cbl".

       FD  GL-JOURNAL-FILE.
           COPY "GLJournalRecord.cbl".

       FD  JOURNAL-REPORT.
       01  JOURNAL-REPORT-LINE   PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-EXTRACT-STATUS     PIC X(02).
       01  WS-FOLIO-STATUS       PIC X(02).
       01  WS-FEE-STATUS         PIC X(02).
       01  WS-PAY-STATUS         PIC X(02).
       01  WS-BOOKROOM-STATUS    PIC X(02).
       01  WS-GLACCT-STATUS      PIC X(02).
       01  WS-JOURNAL-STATUS     PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-EOF-EXTRACT        PIC X(01) VALUE 'N'.
       01  WS-EOF-FOLIO          PIC X(01) VALUE 'N'.
       01  WS-EOF-FEE            PIC X(01) VALUE 'N'.
       01  WS-EOF-PAY            PIC X(01) VALUE 'N'.
       01  WS-TODAY              PIC 9(08).
       01  WS-EXTRACT-DATE       PIC 9(08) VALUE ZERO.
      *        RUN DATE ON THE BILLEXT HEADER - MUST BE TODAY, OR
      *        KC03R04 HAS NOT RUN YET AND THE ROOM REVENUE IS STALE
       01  WS-POST-HOTEL         PIC X(30).
       01  WS-POST-TYPE          PIC X(04).
       01  WS-POST-CODE          PIC X(04).
       01  WS-POST-AMOUNT        PIC 9(09)V99.
       01  WS-POST-ACCOUNT       PIC X(10).
       01  WS-POST-SIDE          PIC X(01).
       01  WS-PREV-PAY-PHONE     PIC X(07) VALUE SPACE.
       01  WS-PAY-HOTEL          PIC X(30) VALUE SPACE.
       01  WS-JRNL-SUB           PIC 9(03).
       01  WS-JRNL-HIT           PIC 9(03).
       01  WS-JRNL-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-JRNL-FULL          PIC X(01) VALUE 'N'.
       01  WS-UNMAPPED-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-DETAIL-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-DEBIT-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-NET-DEBIT-TOTAL    PIC 9(11)V99 VALUE ZERO.
       01  WS-NET-CREDIT-TOTAL   PIC 9(11)V99 VALUE ZERO.
       01  WS-RELEASE            PIC X(01) VALUE 'Y'.
       01  WS-REFUSE-REASON      PIC X(40) VALUE SPACE.
      *
      *    ONE SLOT PER HOTEL AND GL ACCOUNT TOUCHED TONIGHT, GROSS
      *    DEBITS AND CREDITS KEPT APART UNTIL THE NETTING AT THE END.
      *    FIVE HUNDRED SLOTS IS WELL PAST THE HOTELS TIMES THE CHART
      *    OF ACCOUNTS WE USE; RUNNING OUT IS REPORTED AND STOPS THE
      *    RELEASE RATHER THAN DROPPING AMOUNTS.
       01  WS-JRNL-TABLE.
           05  WS-JRNL-ENTRY     OCCURS 500 TIMES.
               10  WS-JT-HOTEL       PIC X(30).
               10  WS-JT-ACCOUNT     PIC X(10).
               10  WS-JT-DEBIT       PIC 9(11)V99.
               10  WS-JT-CREDIT      PIC 9(11)V99.
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(34) VALUE
               'DAILY REVENUE JOURNAL - BUSINESS'.
           05  WH-DATE           PIC 9(08).
           05  FILLER            PIC X(38) VALUE SPACE.
      *
       01  WS-COLUMN-HEADING.
           05  FILLER            PIC X(31) VALUE 'HOTEL'.
           05  FILLER            PIC X(11) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(17) VALUE '           DEBIT'.
           05  FILLER            PIC X(17) VALUE '          CREDIT'.
           05  FILLER            PIC X(04) VALUE SPACE.
      *
       01  WS-DETAIL-LINE.
           05  WD-HOTEL          PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WD-ACCOUNT        PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WD-DEBIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WD-CREDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(04) VALUE SPACE.
      *
       01  WS-TOTAL-LINE.
           05  FILLER            PIC X(42) VALUE
               'JOURNAL TOTALS'.
           05  WT-DEBIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WT-CREDIT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(04) VALUE SPACE.
      *
       01  WS-UNMAPPED-LINE.
           05  FILLER            PIC X(15) VALUE 'NO GL ACCOUNT: '.
           05  WU-TYPE           PIC X(04).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WU-CODE           PIC X(04).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WU-HOTEL          PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WU-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(11) VALUE SPACE.
      *
       01  WS-REFUSE-LINE.
           05  FILLER            PIC X(30) VALUE
               '*** JOURNAL NOT RELEASED - '.
           05  WR-REASON         PIC X(40).
           05  FILLER            PIC X(10) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           INITIALIZE WS-JRNL-TABLE.
           PERFORM 1000-OPEN-FILES.

           MOVE WS-TODAY TO WH-DATE.
           MOVE WS-HEADING-1 TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.

           PERFORM 2000-READ-NEXT-EXTRACT.
           PERFORM UNTIL WS-EOF-EXTRACT = 'Y'
               PERFORM 3000-POST-EXTRACT-ROW
               PERFORM 2000-READ-NEXT-EXTRACT
           END-PERFORM.
           IF WS-EXTRACT-DATE NOT = WS-TODAY
               MOVE 'N' TO WS-RELEASE
               MOVE 'BILLEXT IS NOT TONIGHT''S EXTRACT'
                   TO WS-REFUSE-REASON
           END-IF.

           PERFORM 2100-READ-NEXT-FOLIO.
           PERFORM UNTIL WS-EOF-FOLIO = 'Y'
               IF FO-STATUS = 'BILLED' AND FO-BILLED-DATE = WS-TODAY
                  AND FO-CHARGE-CODE NOT = 'ROOM'
                  AND FO-CHARGE-CODE NOT = 'RTAX'
                   PERFORM 3100-POST-FOLIO-LINE
               END-IF
               PERFORM 2100-READ-NEXT-FOLIO
           END-PERFORM.

           PERFORM 2200-READ-NEXT-FEE.
           PERFORM UNTIL WS-EOF-FEE = 'Y'
               IF FE-STATUS = 'BILLED' AND FE-BILLED-DATE = WS-TODAY
                   PERFORM 3200-POST-FEE-ROW
               END-IF
               PERFORM 2200-READ-NEXT-FEE
           END-PERFORM.

           PERFORM 2300-READ-NEXT-PAYMENT.
           PERFORM UNTIL WS-EOF-PAY = 'Y'
               PERFORM 3300-POST-PAYMENT-ROW
               PERFORM 2300-READ-NEXT-PAYMENT
           END-PERFORM.

           PERFORM 6000-PRINT-AND-NET.
           PERFORM 7000-DECIDE-RELEASE.
           IF WS-RELEASE = 'Y'
               PERFORM 8000-WRITE-JOURNAL-FILE
           ELSE
               MOVE WS-REFUSE-REASON TO WR-REASON
               MOVE WS-REFUSE-LINE TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
               DISPLAY 'KC03R27 JOURNAL NOT RELEASED - '
                   WS-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'KC03R27 JOURNAL LINES ' WS-DETAIL-COUNT
               ' UNMAPPED AMOUNTS ' WS-UNMAPPED-COUNT.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
           OPEN INPUT BILLING-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-EXTRACT
           END-IF.
      *        A SITE THAT HAS NEVER POSTED A FOLIO LINE, CUT A FEE OR
      *        TAKEN A PAYMENT HAS NO FILE YET - NOTHING TO JOURNAL.
           OPEN INPUT GUEST-FOLIO-FILE.
           IF WS-FOLIO-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FOLIO
           END-IF.
           OPEN INPUT FEE-CHARGE-FILE.
           IF WS-FEE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FEE
           END-IF.
           OPEN INPUT GUEST-PAYMENT-FILE.
           IF WS-PAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-PAY
           END-IF.
           OPEN INPUT BOOKING-ROOM-FILE.
           OPEN INPUT GL-ACCOUNT-FILE.
           OPEN OUTPUT JOURNAL-REPORT.
      *
       2000-READ-NEXT-EXTRACT.
           READ BILLING-EXTRACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-EXTRACT
           END-READ.
      *
       2100-READ-NEXT-FOLIO.
           READ GUEST-FOLIO-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FOLIO
           END-READ.
      *
       2200-READ-NEXT-FEE.
           READ FEE-CHARGE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-FEE
           END-READ.
      *
       2300-READ-NEXT-PAYMENT.
           READ GUEST-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PAY
           END-READ.
      *
       3000-POST-EXTRACT-ROW.
      *        ONLY THE 'D' STAY ROWS ARE USED HERE - BX-STAY-TOTAL IS
      *        THE ROOM REVENUE AND BX-TAX-AMOUNT THE TAX UNDER
      *        BX-TAX-CODE - BOTH ALREADY INCLUDE THE NIGHT AUDIT'S
      *        'ROOM' AND 'RTAX' FOLIO LINES, SO THE FOLIO PASS
      *        LEAVES THOSE OUT.  THE FOLIO AND FEES INSIDE THE EXTRACT
      *        ARE JOURNALED FROM GUESTFOL AND FEECHG BELOW, WHERE
      *        THE CHARGE CODE IS STILL KNOWN, AND THE DEPOSITS FROM
      *        GUESTPAY.
           EVALUATE BX-REC-TYPE
               WHEN 'H'
                   MOVE BX-RUN-DATE TO WS-EXTRACT-DATE
               WHEN 'D'
                   MOVE BX-HOTEL      TO WS-POST-HOTEL
                   MOVE 'ROOM'        TO WS-POST-TYPE
                   MOVE SPACE         TO WS-POST-CODE
                   MOVE BX-STAY-TOTAL TO WS-POST-AMOUNT
                   PERFORM 5000-POST-AMOUNT
                   MOVE 'TAX '        TO WS-POST-TYPE
                   MOVE BX-TAX-CODE   TO WS-POST-CODE
                   MOVE BX-TAX-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 5000-POST-AMOUNT
           END-EVALUATE.
      *
       3100-POST-FOLIO-LINE.
           MOVE FO-HOTEL       TO WS-POST-HOTEL.
           MOVE 'INCD'         TO WS-POST-TYPE.
           MOVE FO-CHARGE-CODE TO WS-POST-CODE.
           MOVE FO-AMOUNT      TO WS-POST-AMOUNT.
           PERFORM 5000-POST-AMOUNT.
      *
       3200-POST-FEE-ROW.
           MOVE FE-HOTEL    TO WS-POST-HOTEL.
           MOVE 'FEE '      TO WS-POST-TYPE.
           MOVE FE-FEE-TYPE TO WS-POST-CODE.
           MOVE FE-AMOUNT   TO WS-POST-AMOUNT.
           PERFORM 5000-POST-AMOUNT.
      *
       3300-POST-PAYMENT-ROW.
      *        MONEY TAKEN TODAY IS HELD ('DEPH') WHATEVER HAS HAPPENED
      *        TO THE ROW SINCE; A ROW SETTLED TODAY LEAVES THE HELD
      *        BALANCE BY ITS STATUS - APPLIED TO A STAY, FORFEITED OR
      *        REFUNDED.  A 'PAID OUT' ROW IS ONLY THE DRAWER'S SIDE
      *        OF A DESK REFUND WHOSE ORIGINAL ROW IS ALREADY JOURNALED
      *        AS REFUNDED, SO IT IS LEFT OUT.
           IF PY-STATUS NOT = 'PAID OUT'
               IF PY-PAY-DATE = WS-TODAY
                   PERFORM 3400-FIND-PAYMENT-HOTEL
                   MOVE 'DEPH' TO WS-POST-TYPE
                   MOVE PY-PAY-TYPE TO WS-POST-CODE
                   MOVE PY-AMOUNT TO WS-POST-AMOUNT
                   PERFORM 5000-POST-AMOUNT
               END-IF
               IF PY-SETTLE-DATE = WS-TODAY
                   MOVE SPACE TO WS-POST-TYPE
                   EVALUATE PY-STATUS
                       WHEN 'APPLIED'
                           MOVE 'DEPA' TO WS-POST-TYPE
                       WHEN 'FORFEITED'
                           MOVE 'DEPF' TO WS-POST-TYPE
                       WHEN 'REFUNDED'
                           MOVE 'DEPR' TO WS-POST-TYPE
                   END-EVALUATE
                   IF WS-POST-TYPE NOT = SPACE
                       PERFORM 3400-FIND-PAYMENT-HOTEL
                       MOVE PY-PAY-TYPE TO WS-POST-CODE
                       MOVE PY-AMOUNT TO WS-POST-AMOUNT
                       PERFORM 5000-POST-AMOUNT
                   END-IF
               END-IF
           END-IF.
      *
       3400-FIND-PAYMENT-HOTEL.
      *        GUESTPAY CARRIES NO HOTEL - THE MONEY BELONGS TO THE
      *        HOTEL OF THE GUEST'S FIRST BOOKROOM ROW, CANCELLED OR
      *        NOT.  LOOKED UP ONCE PER GUEST; A GUEST WITH NO ROW LEFT
      *        POSTS UNDER A BLANK HOTEL, WHICH SHOWS ON THE REPORT.
           IF PY-PHONENO NOT = WS-PREV-PAY-PHONE
               MOVE PY-PHONENO TO WS-PREV-PAY-PHONE
               MOVE SPACE TO WS-PAY-HOTEL
               MOVE PY-PHONENO TO BR-PHONENO
               MOVE ZERO TO BR-ROOMSEQ
               START BOOKING-ROOM-FILE KEY NOT < BR-KEY
                   INVALID KEY MOVE '23' TO WS-BOOKROOM-STATUS
               END-START
               IF WS-BOOKROOM-STATUS = '00'
                   READ BOOKING-ROOM-FILE NEXT RECORD
                       AT END MOVE '10' TO WS-BOOKROOM-STATUS
                   END-READ
                   IF WS-BOOKROOM-STATUS = '00' AND
                      BR-PHONENO = PY-PHONENO
                       MOVE BR-HOTEL TO WS-PAY-HOTEL
                   END-IF
               END-IF
           END-IF.
           MOVE WS-PAY-HOTEL TO WS-POST-HOTEL.
      *
       5000-POST-AMOUNT.
      *        THE EXACT SOURCE CODE'S MAPPING WINS; FAILING THAT THE
      *        BLANK-CODE DEFAULT FOR THE REVENUE TYPE.  AN AMOUNT
      *        WITH NEITHER IS PRINTED AND HOLDS THE JOURNAL BACK.
           IF WS-POST-AMOUNT > ZERO
               MOVE WS-POST-TYPE TO GA-REVENUE-TYPE
               MOVE WS-POST-CODE TO GA-SOURCE-CODE
               READ GL-ACCOUNT-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-GLACCT-STATUS NOT = '00'
                   MOVE SPACE TO GA-SOURCE-CODE
                   READ GL-ACCOUNT-FILE
                       INVALID KEY CONTINUE
                   END-READ
               END-IF
               IF WS-GLACCT-STATUS = '00'
                   MOVE GA-DEBIT-ACCT TO WS-POST-ACCOUNT
                   MOVE 'D' TO WS-POST-SIDE
                   PERFORM 5100-ADD-TO-TABLE
                   MOVE GA-CREDIT-ACCT TO WS-POST-ACCOUNT
                   MOVE 'C' TO WS-POST-SIDE
                   PERFORM 5100-ADD-TO-TABLE
               ELSE
                   MOVE WS-POST-TYPE   TO WU-TYPE
                   MOVE WS-POST-CODE   TO WU-CODE
                   MOVE WS-POST-HOTEL  TO WU-HOTEL
                   MOVE WS-POST-AMOUNT TO WU-AMOUNT
                   MOVE WS-UNMAPPED-LINE TO JOURNAL-REPORT-LINE
                   WRITE JOURNAL-REPORT-LINE
                   ADD 1 TO WS-UNMAPPED-COUNT
               END-IF
           END-IF.
      *
       5100-ADD-TO-TABLE.
           MOVE ZERO TO WS-JRNL-HIT.
           PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                   UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
               IF WS-JT-HOTEL(WS-JRNL-SUB) = WS-POST-HOTEL AND
                  WS-JT-ACCOUNT(WS-JRNL-SUB) = WS-POST-ACCOUNT
                   MOVE WS-JRNL-SUB TO WS-JRNL-HIT
               END-IF
           END-PERFORM.
           IF WS-JRNL-HIT = ZERO
               IF WS-JRNL-COUNT < 500
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE WS-JRNL-COUNT TO WS-JRNL-HIT
                   MOVE WS-POST-HOTEL TO WS-JT-HOTEL(WS-JRNL-HIT)
                   MOVE WS-POST-ACCOUNT TO WS-JT-ACCOUNT(WS-JRNL-HIT)
               ELSE
                   MOVE 'Y' TO WS-JRNL-FULL
               END-IF
           END-IF.
           IF WS-JRNL-HIT > ZERO
               IF WS-POST-SIDE = 'D'
                   ADD WS-POST-AMOUNT TO WS-JT-DEBIT(WS-JRNL-HIT)
                   ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-POST-AMOUNT TO WS-JT-CREDIT(WS-JRNL-HIT)
                   ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
               END-IF
           END-IF.
      *
       6000-PRINT-AND-NET.
      *        EACH HOTEL/ACCOUNT SLOT NETS TO A SINGLE DEBIT OR
      *        CREDIT LINE; A SLOT THAT NETS TO ZERO PRINTS NOTHING.
           MOVE SPACE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
           PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                   UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
               IF WS-JT-DEBIT(WS-JRNL-SUB) NOT =
                  WS-JT-CREDIT(WS-JRNL-SUB)
                   MOVE WS-JT-HOTEL(WS-JRNL-SUB)   TO WD-HOTEL
                   MOVE WS-JT-ACCOUNT(WS-JRNL-SUB) TO WD-ACCOUNT
                   MOVE ZERO TO WD-DEBIT WD-CREDIT
                   IF WS-JT-DEBIT(WS-JRNL-SUB) >
                      WS-JT-CREDIT(WS-JRNL-SUB)
                       COMPUTE WS-POST-AMOUNT =
                           WS-JT-DEBIT(WS-JRNL-SUB) -
                           WS-JT-CREDIT(WS-JRNL-SUB)
                       MOVE WS-POST-AMOUNT TO WD-DEBIT
                       ADD WS-POST-AMOUNT TO WS-NET-DEBIT-TOTAL
                   ELSE
                       COMPUTE WS-POST-AMOUNT =
                           WS-JT-CREDIT(WS-JRNL-SUB) -
                           WS-JT-DEBIT(WS-JRNL-SUB)
                       MOVE WS-POST-AMOUNT TO WD-CREDIT
                       ADD WS-POST-AMOUNT TO WS-NET-CREDIT-TOTAL
                   END-IF
                   MOVE WS-DETAIL-LINE TO JOURNAL-REPORT-LINE
                   WRITE JOURNAL-REPORT-LINE
                   ADD 1 TO WS-DETAIL-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-NET-DEBIT-TOTAL  TO WT-DEBIT.
           MOVE WS-NET-CREDIT-TOTAL TO WT-CREDIT.
           MOVE WS-TOTAL-LINE TO JOURNAL-REPORT-LINE.
           WRITE JOURNAL-REPORT-LINE.
      *
       7000-DECIDE-RELEASE.
      *        ANY ONE OF THESE HOLDS THE FILE BACK - GL MUST NEVER
      *        LOAD A JOURNAL THAT IS OUT OF BALANCE OR SHORT AN
      *        AMOUNT IT DID NOT KNOW WHERE TO PUT.
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE 'N' TO WS-RELEASE
               MOVE 'AMOUNTS WITH NO GL ACCOUNT - SEE ABOVE'
                   TO WS-REFUSE-REASON
           END-IF.
           IF WS-JRNL-FULL = 'Y'
               MOVE 'N' TO WS-RELEASE
               MOVE 'TOO MANY HOTEL/ACCOUNT LINES'
                   TO WS-REFUSE-REASON
           END-IF.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL OR
              WS-NET-DEBIT-TOTAL NOT = WS-NET-CREDIT-TOTAL
               MOVE 'N' TO WS-RELEASE
               MOVE 'DEBITS DO NOT EQUAL CREDITS'
                   TO WS-REFUSE-REASON
           END-IF.
      *
       8000-WRITE-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           MOVE SPACE TO GL-JOURNAL-RECORD.
           MOVE 'H' TO GJ-REC-TYPE.
           MOVE WS-TODAY TO GJ-RUN-DATE.
           WRITE GL-JOURNAL-RECORD.

           PERFORM VARYING WS-JRNL-SUB FROM 1 BY 1
                   UNTIL WS-JRNL-SUB > WS-JRNL-COUNT
               IF WS-JT-DEBIT(WS-JRNL-SUB) NOT =
                  WS-JT-CREDIT(WS-JRNL-SUB)
                   PERFORM 8100-WRITE-ONE-JOURNAL-LINE
               END-IF
           END-PERFORM.

           MOVE SPACE TO GL-JOURNAL-RECORD.
           MOVE 'T' TO GJ-REC-TYPE.
           MOVE WS-DETAIL-COUNT     TO GJ-RECORD-COUNT.
           MOVE WS-NET-DEBIT-TOTAL  TO GJ-DEBIT-TOTAL.
           MOVE WS-NET-CREDIT-TOTAL TO GJ-CREDIT-TOTAL.
           WRITE GL-JOURNAL-RECORD.
           CLOSE GL-JOURNAL-FILE.
      *
       8100-WRITE-ONE-JOURNAL-LINE.
           MOVE SPACE TO GL-JOURNAL-RECORD.
           MOVE 'D' TO GJ-REC-TYPE.
           MOVE WS-TODAY TO GJ-POST-DATE.
           MOVE WS-JT-HOTEL(WS-JRNL-SUB)   TO GJ-HOTEL.
           MOVE WS-JT-ACCOUNT(WS-JRNL-SUB) TO GJ-ACCOUNT.
           IF WS-JT-DEBIT(WS-JRNL-SUB) > WS-JT-CREDIT(WS-JRNL-SUB)
               MOVE 'D' TO GJ-DR-CR
               COMPUTE GJ-AMOUNT = WS-JT-DEBIT(WS-JRNL-SUB) -
                   WS-JT-CREDIT(WS-JRNL-SUB)
           ELSE
               MOVE 'C' TO GJ-DR-CR
               COMPUTE GJ-AMOUNT = WS-JT-CREDIT(WS-JRNL-SUB) -
                   WS-JT-DEBIT(WS-JRNL-SUB)
           END-IF.
           WRITE GL-JOURNAL-RECORD.
      *
       9000-CLOSE-FILES.
      *        A HELD-BACK JOURNAL STILL REPLACES LAST NIGHT'S FILE
      *        WITH AN EMPTY ONE, SO GL CANNOT PICK UP A STALE NIGHT
      *        BY MISTAKE.
           IF WS-RELEASE NOT = 'Y'
               OPEN OUTPUT GL-JOURNAL-FILE
               CLOSE GL-JOURNAL-FILE
           END-IF.
           IF WS-EXTRACT-STATUS NOT = '35'
               CLOSE BILLING-EXTRACT-FILE
           END-IF.
           IF WS-FOLIO-STATUS NOT = '35'
               CLOSE GUEST-FOLIO-FILE
           END-IF.
           IF WS-FEE-STATUS NOT = '35'
               CLOSE FEE-CHARGE-FILE
           END-IF.
           IF WS-PAY-STATUS NOT = '35'
               CLOSE GUEST-PAYMENT-FILE
           END-IF.
           CLOSE BOOKING-ROOM-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE JOURNAL-REPORT.
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
           MOVE 'KC03R27' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
      *        A JOURNAL HELD BACK IS NOT A COMPLETED STEP - ONLY THE
      *        STARTED ENTRY STANDS, SO THE MORNING LEDGER SHOWS IT
      *        AS A STEP THAT NEEDS ATTENTION.
           IF WS-RELEASE = 'Y'
               MOVE WS-TODAY TO RL-BUSINESS-DATE
               MOVE 'KC03R27' TO RL-JOB-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME
               MOVE 'COMPLETED' TO RL-STATUS
               MOVE WS-DETAIL-COUNT TO RL-RECORD-COUNT
               WRITE RUN-LEDGER-RECORD
           END-IF.
           CLOSE RUN-LEDGER-FILE.
