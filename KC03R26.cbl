       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R26.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: NIGHTLY BATCH JOB - CASHIER CLOSE-OUT REPORT.
      *          WALKS GUESTPAY FRONT TO BACK AND, FOR EVERY CASH,
      *          CARD OR CHEQUE ROW TAKEN OR HANDED BACK AT THE DESK
      *          ON THE REPORT DATE, TOTALS IT AGAINST THE CLERK WHO
      *          HANDLED THE MONEY (PY-CLERK-ID), PER TENDER.  IT THEN
      *          WALKS SHIFTCLS FOR THE DRAWER COUNT EACH CLERK KEYED
      *          WHEN CLOSING THE SHIFT ON KC03K46 AND PRINTS, PER
      *          CLERK AND TENDER, WHAT WAS TAKEN, WHAT WAS REFUNDED,
      *          THE NET THE DRAWER SHOULD HOLD, THE COUNT, AND THE
      *          OVER/SHORT, SO THE NIGHT AUDITOR CAN BALANCE THE
      *          DRAWERS FROM THE SYSTEM.  A CLERK WHO TOOK MONEY BUT
      *          NEVER CLOSED IS FLAGGED NOT CLOSED.  BOOKING DEPOSITS
      *          TAKEN BY CARD ON THE PHONE NEVER PASS THROUGH A
      *          DRAWER AND ARE SHOWN FOR INFORMATION ONLY.  THE
      *          REPORT DATE (CCYYMMDD) COMES FROM SYSIN; LEFT BLANK,
      *          THE BUSINESS DATE IS REPORTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUEST-PAYMENT-FILE ASSIGN TO GUESTPAY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAY-STATUS.

           SELECT SHIFT-CLOSE-FILE ASSIGN TO SHIFTCLS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SHIFT-STATUS.

           SELECT CLERK-MASTER-FILE ASSIGN TO CLERKMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CLERK-ID
               FILE STATUS IS WS-CLERK-STATUS.

           SELECT CLOSE-OUT-REPORT ASSIGN TO CLOSERPT
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
       FD  GUEST-PAYMENT-FILE.
           COPY "GuestPaymentRecord.cbl".

       FD  SHIFT-CLOSE-FILE.
           COPY "ShiftCloseRecord.cbl".

       FD  CLERK-MASTER-FILE.
           COPY "ClerkMasterRecord.cbl".

       FD  CLOSE-OUT-REPORT.
       01  CLOSE-OUT-REPORT-LINE PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-PAY-STATUS         PIC X(02).
       01  WS-SHIFT-STATUS       PIC X(02).
       01  WS-CLERK-STATUS       PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-EOF-PAY            PIC X(01) VALUE 'N'.
       01  WS-EOF-SHIFT          PIC X(01) VALUE 'N'.
       01  WS-SHIFT-OPEN         PIC X(01) VALUE 'N'.
       01  WS-TODAY              PIC 9(08).
       01  WS-DATE-PARM          PIC X(08) VALUE SPACE.
       01  WS-REPORT-DATE        PIC 9(08).
       01  WS-LOOK-CLERK         PIC X(08).
       01  WS-CLERK-SUB          PIC 9(02).
       01  WS-CLERK-HIT          PIC 9(02).
       01  WS-CLERK-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-TENDER-SUB         PIC 9(01).
       01  WS-TN-SUB             PIC 9(01).
       01  WS-ROW-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-NOT-CLOSED-COUNT   PIC 9(02) VALUE ZERO.
       01  WS-OUT-COUNT          PIC 9(02) VALUE ZERO.
      *        DRAWERS THAT DID NOT BALANCE TO THE CENT
       01  WS-NET                PIC S9(09)V99.
       01  WS-OVER-SHORT         PIC S9(09)V99.
      *
      *    THE THREE DESK TENDERS, IN THE ORDER THEY PRINT.  THE
      *    SUBSCRIPT INTO THIS TABLE IS THE SUBSCRIPT INTO THE TENDER
      *    TOTALS BELOW.
       01  WS-TENDER-LOAD.
           05  FILLER            PIC X(11) VALUE 'CSHCASH    '.
           05  FILLER            PIC X(11) VALUE 'CRDCARD    '.
           05  FILLER            PIC X(11) VALUE 'CHQCHEQUE  '.
       01  WS-TENDER-LOAD-R REDEFINES WS-TENDER-LOAD.
           05  WS-TENDER-ENTRY   OCCURS 3 TIMES.
               10  WS-TN-TYPE    PIC X(03).
               10  WS-TN-NAME    PIC X(08).
      *
      *    ONE SLOT PER CLERK WHO HANDLED MONEY OR CLOSED A SHIFT ON
      *    THE REPORT DATE.  FIFTY SLOTS COMFORTABLY COVERS A FRONT
      *    OFFICE ROSTER; OVERFLOW FALLS INTO THE CATCH-ALL LAST SLOT
      *    SO NOTHING IS SILENTLY DROPPED.
       01  WS-CLERK-TABLE.
           05  WS-CLERK-ENTRY    OCCURS 50 TIMES.
               10  WS-CT-CLERK       PIC X(08).
               10  WS-CT-CLOSED      PIC X(01).
               10  WS-CT-CLOSE-TIME  PIC 9(06).
               10  WS-CT-TERMID      PIC X(04).
               10  WS-CT-DEPOSITS    PIC 9(09)V99.
               10  WS-CT-TENDER      OCCURS 3 TIMES.
                   15  WS-CT-TAKEN       PIC 9(09)V99.
                   15  WS-CT-REFUNDED    PIC 9(09)V99.
                   15  WS-CT-COUNTED     PIC 9(09)V99.
      *
      *    HOUSE TOTALS PER TENDER ACROSS ALL CLERKS.
       01  WS-GRAND-TABLE.
           05  WS-GRAND-TENDER   OCCURS 3 TIMES.
               10  WS-GT-TAKEN       PIC 9(09)V99.
               10  WS-GT-REFUNDED    PIC 9(09)V99.
               10  WS-GT-COUNTED     PIC 9(09)V99.
       01  WS-GRAND-DEPOSITS     PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(35) VALUE
               'CASHIER CLOSE-OUT REPORT'.
           05  WH-DATE           PIC 9(08).
           05  FILLER            PIC X(37) VALUE SPACE.
      *
       01  WS-COLUMN-HEADING.
           05  FILLER            PIC X(10) VALUE 'TENDER'.
           05  FILLER            PIC X(10) VALUE '     TAKEN'.
           05  FILLER            PIC X(12) VALUE '    REFUNDED'.
           05  FILLER            PIC X(13) VALUE '         NET '.
           05  FILLER            PIC X(12) VALUE '     COUNTED'.
           05  FILLER            PIC X(13) VALUE '  OVER/SHORT '.
           05  FILLER            PIC X(10) VALUE SPACE.
      *
       01  WS-CLERK-LINE.
           05  FILLER            PIC X(07) VALUE 'CLERK: '.
           05  WK-CLERK          PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-NAME           PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WK-CLOSED         PIC X(33).
      *
       01  WS-CLOSED-TEXT.
           05  FILLER            PIC X(10) VALUE 'CLOSED AT '.
           05  WX-TIME           PIC 9(06).
           05  FILLER            PIC X(06) VALUE ' TERM '.
           05  WX-TERMID         PIC X(04).
           05  FILLER            PIC X(07) VALUE SPACE.
      *
       01  WS-DETAIL-LINE.
           05  WD-TENDER         PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-TAKEN          PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-REFUNDED       PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-NET            PIC ZZZ,ZZ9.99-.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-COUNTED        PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-OVER-SHORT     PIC ZZZ,ZZ9.99-.
           05  FILLER            PIC X(10) VALUE SPACE.
      *
       01  WS-DEPOSIT-LINE.
           05  FILLER            PIC X(32) VALUE
               'BOOKING DEPOSITS (NOT IN DRAWER)'.
           05  WP-DEPOSITS       PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(38) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           ACCEPT WS-DATE-PARM.
           IF WS-DATE-PARM IS NUMERIC AND
              WS-DATE-PARM NOT = '00000000'
               MOVE WS-DATE-PARM TO WS-REPORT-DATE
           ELSE
               MOVE WS-TODAY TO WS-REPORT-DATE
           END-IF.
           INITIALIZE WS-CLERK-TABLE.
           INITIALIZE WS-GRAND-TABLE.
           PERFORM 1000-OPEN-FILES.

           MOVE WS-REPORT-DATE TO WH-DATE.
           MOVE WS-HEADING-1 TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.

           PERFORM 2000-READ-NEXT-PAYMENT.
           PERFORM UNTIL WS-EOF-PAY = 'Y'
               IF PY-PAY-DATE = WS-REPORT-DATE
                   PERFORM 3000-TALLY-PAYMENT
               END-IF
               PERFORM 2000-READ-NEXT-PAYMENT
           END-PERFORM.

           PERFORM 2100-READ-NEXT-SHIFT.
           PERFORM UNTIL WS-EOF-SHIFT = 'Y'
               IF SH-SHIFT-DATE = WS-REPORT-DATE
                   PERFORM 3500-NOTE-SHIFT-CLOSE
               END-IF
               PERFORM 2100-READ-NEXT-SHIFT
           END-PERFORM.

           PERFORM VARYING WS-CLERK-SUB FROM 1 BY 1
                   UNTIL WS-CLERK-SUB > WS-CLERK-COUNT
               PERFORM 4000-PRINT-ONE-CLERK
           END-PERFORM.

           PERFORM 5000-PRINT-HOUSE-TOTALS.

           DISPLAY 'KC03R26 CLOSED OUT ' WS-CLERK-COUNT
               ' CLERKS, ' WS-NOT-CLOSED-COUNT ' NOT CLOSED, '
               WS-OUT-COUNT ' DRAWERS OUT'.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
           OPEN INPUT GUEST-PAYMENT-FILE.
           OPEN INPUT CLERK-MASTER-FILE.
           OPEN OUTPUT CLOSE-OUT-REPORT.
      *        NO CLERK HAS EVER CLOSED A SHIFT AT A SITE NEW TO THE
      *        PAYMENT SCREEN - TREAT A MISSING SHIFTCLS AS EMPTY.
           OPEN INPUT SHIFT-CLOSE-FILE.
           IF WS-SHIFT-STATUS = '00'
               MOVE 'Y' TO WS-SHIFT-OPEN
           ELSE
               MOVE 'Y' TO WS-EOF-SHIFT
           END-IF.
      *
       2000-READ-NEXT-PAYMENT.
           READ GUEST-PAYMENT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-PAY
           END-READ.
      *
       2100-READ-NEXT-SHIFT.
           IF WS-EOF-SHIFT NOT = 'Y'
               READ SHIFT-CLOSE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SHIFT
               END-READ
           END-IF.
      *
       3000-TALLY-PAYMENT.
      *        A 'PAID OUT' ROW IS MONEY THAT LEFT THE DRAWER; EVERY
      *        OTHER DESK ROW DATED TODAY CAME INTO IT, WHATEVER HAS
      *        HAPPENED TO THE ROW SINCE (APPLIED BY BILLING, OR
      *        REFUNDED - THE REFUND IS ITS OWN 'PAID OUT' ROW).
           MOVE ZERO TO WS-TENDER-SUB.
           PERFORM VARYING WS-TN-SUB FROM 1 BY 1
                   UNTIL WS-TN-SUB > 3
               IF WS-TN-TYPE(WS-TN-SUB) = PY-PAY-TYPE
                   MOVE WS-TN-SUB TO WS-TENDER-SUB
               END-IF
           END-PERFORM.

           IF WS-TENDER-SUB > ZERO OR PY-PAY-TYPE = 'DEP' OR
              PY-PAY-TYPE = 'ADV'
               ADD 1 TO WS-ROW-COUNT
               MOVE PY-CLERK-ID TO WS-LOOK-CLERK
               PERFORM 3100-FIND-CLERK-SLOT
               IF WS-TENDER-SUB = ZERO
                   ADD PY-AMOUNT TO WS-CT-DEPOSITS(WS-CLERK-HIT)
                   ADD PY-AMOUNT TO WS-GRAND-DEPOSITS
               ELSE
                   IF PY-STATUS = 'PAID OUT'
                       ADD PY-AMOUNT TO
                           WS-CT-REFUNDED(WS-CLERK-HIT, WS-TENDER-SUB)
                       ADD PY-AMOUNT TO WS-GT-REFUNDED(WS-TENDER-SUB)
                   ELSE
                       ADD PY-AMOUNT TO
                           WS-CT-TAKEN(WS-CLERK-HIT, WS-TENDER-SUB)
                       ADD PY-AMOUNT TO WS-GT-TAKEN(WS-TENDER-SUB)
                   END-IF
               END-IF
           END-IF.
      *
       3100-FIND-CLERK-SLOT.
           MOVE ZERO TO WS-CLERK-HIT.
           PERFORM VARYING WS-CLERK-SUB FROM 1 BY 1
                   UNTIL WS-CLERK-SUB > WS-CLERK-COUNT
               IF WS-CT-CLERK(WS-CLERK-SUB) = WS-LOOK-CLERK
                   MOVE WS-CLERK-SUB TO WS-CLERK-HIT
               END-IF
           END-PERFORM.

           IF WS-CLERK-HIT = ZERO
               IF WS-CLERK-COUNT < 50
                   ADD 1 TO WS-CLERK-COUNT
               END-IF
               MOVE WS-CLERK-COUNT TO WS-CLERK-HIT
               IF WS-CT-CLERK(WS-CLERK-HIT) = SPACE
                   MOVE WS-LOOK-CLERK TO WS-CT-CLERK(WS-CLERK-HIT)
                   MOVE 'N' TO WS-CT-CLOSED(WS-CLERK-HIT)
               END-IF
           END-IF.
      *
       3500-NOTE-SHIFT-CLOSE.
      *        A CLERK WHO CLOSED BUT TOOK NOTHING STILL GETS A SLOT -
      *        A DRAWER COUNTED WITH MONEY IN IT AND NOTHING TAKEN IS
      *        JUST AS MUCH A DISCREPANCY AS ONE COMING UP SHORT.
           MOVE SH-CLERK-ID TO WS-LOOK-CLERK.
           PERFORM 3100-FIND-CLERK-SLOT.
           MOVE 'Y'           TO WS-CT-CLOSED(WS-CLERK-HIT).
           MOVE SH-CLOSE-TIME TO WS-CT-CLOSE-TIME(WS-CLERK-HIT).
           MOVE SH-TERMID     TO WS-CT-TERMID(WS-CLERK-HIT).
           ADD SH-COUNT-CASH   TO WS-CT-COUNTED(WS-CLERK-HIT, 1).
           ADD SH-COUNT-CARD   TO WS-CT-COUNTED(WS-CLERK-HIT, 2).
           ADD SH-COUNT-CHEQUE TO WS-CT-COUNTED(WS-CLERK-HIT, 3).
           ADD SH-COUNT-CASH   TO WS-GT-COUNTED(1).
           ADD SH-COUNT-CARD   TO WS-GT-COUNTED(2).
           ADD SH-COUNT-CHEQUE TO WS-GT-COUNTED(3).
      *
       4000-PRINT-ONE-CLERK.
           MOVE SPACE TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.

           MOVE WS-CT-CLERK(WS-CLERK-SUB) TO WK-CLERK.
           MOVE WS-CT-CLERK(WS-CLERK-SUB) TO CM-CLERK-ID.
           READ CLERK-MASTER-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CLERK-STATUS = '00'
               MOVE CM-NAME TO WK-NAME
           ELSE
               MOVE 'NOT ON CLERKMAS' TO WK-NAME
           END-IF.
           IF WS-CT-CLOSED(WS-CLERK-SUB) = 'Y'
               MOVE WS-CT-CLOSE-TIME(WS-CLERK-SUB) TO WX-TIME
               MOVE WS-CT-TERMID(WS-CLERK-SUB) TO WX-TERMID
               MOVE WS-CLOSED-TEXT TO WK-CLOSED
           ELSE
               MOVE '*** NOT CLOSED ***' TO WK-CLOSED
               ADD 1 TO WS-NOT-CLOSED-COUNT
           END-IF.
           MOVE WS-CLERK-LINE TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.

           MOVE ZERO TO WS-CLERK-HIT.
           PERFORM VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > 3
               PERFORM 4100-PRINT-CLERK-TENDER
           END-PERFORM.
           IF WS-CLERK-HIT > ZERO
               ADD 1 TO WS-OUT-COUNT
           END-IF.

           IF WS-CT-DEPOSITS(WS-CLERK-SUB) > ZERO
               MOVE WS-CT-DEPOSITS(WS-CLERK-SUB) TO WP-DEPOSITS
               MOVE WS-DEPOSIT-LINE TO CLOSE-OUT-REPORT-LINE
               WRITE CLOSE-OUT-REPORT-LINE
           END-IF.
      *
       4100-PRINT-CLERK-TENDER.
      *        WS-CLERK-HIT IS REUSED HERE AS A FLAG - NON-ZERO ONCE
      *        ANY TENDER OF THIS CLERK'S DRAWER FAILS TO BALANCE.
      *        AN UNCLOSED DRAWER HAS NO COUNT, SO NO OVER/SHORT.
           COMPUTE WS-NET =
               WS-CT-TAKEN(WS-CLERK-SUB, WS-TENDER-SUB) -
               WS-CT-REFUNDED(WS-CLERK-SUB, WS-TENDER-SUB).
           MOVE WS-TN-NAME(WS-TENDER-SUB) TO WD-TENDER.
           MOVE WS-CT-TAKEN(WS-CLERK-SUB, WS-TENDER-SUB) TO WD-TAKEN.
           MOVE WS-CT-REFUNDED(WS-CLERK-SUB, WS-TENDER-SUB)
               TO WD-REFUNDED.
           MOVE WS-NET TO WD-NET.
           MOVE WS-CT-COUNTED(WS-CLERK-SUB, WS-TENDER-SUB)
               TO WD-COUNTED.
           IF WS-CT-CLOSED(WS-CLERK-SUB) = 'Y'
               COMPUTE WS-OVER-SHORT =
                   WS-CT-COUNTED(WS-CLERK-SUB, WS-TENDER-SUB) - WS-NET
               IF WS-OVER-SHORT NOT = ZERO
                   MOVE 1 TO WS-CLERK-HIT
               END-IF
           ELSE
               MOVE ZERO TO WS-OVER-SHORT
           END-IF.
           MOVE WS-OVER-SHORT TO WD-OVER-SHORT.
           MOVE WS-DETAIL-LINE TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.
      *
       5000-PRINT-HOUSE-TOTALS.
           MOVE SPACE TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.
           MOVE 'HOUSE TOTALS' TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.

           PERFORM VARYING WS-TENDER-SUB FROM 1 BY 1
                   UNTIL WS-TENDER-SUB > 3
               COMPUTE WS-NET = WS-GT-TAKEN(WS-TENDER-SUB) -
                   WS-GT-REFUNDED(WS-TENDER-SUB)
               COMPUTE WS-OVER-SHORT =
                   WS-GT-COUNTED(WS-TENDER-SUB) - WS-NET
               MOVE WS-TN-NAME(WS-TENDER-SUB)     TO WD-TENDER
               MOVE WS-GT-TAKEN(WS-TENDER-SUB)    TO WD-TAKEN
               MOVE WS-GT-REFUNDED(WS-TENDER-SUB) TO WD-REFUNDED
               MOVE WS-NET                        TO WD-NET
               MOVE WS-GT-COUNTED(WS-TENDER-SUB)  TO WD-COUNTED
               MOVE WS-OVER-SHORT                 TO WD-OVER-SHORT
               MOVE WS-DETAIL-LINE TO CLOSE-OUT-REPORT-LINE
               WRITE CLOSE-OUT-REPORT-LINE
           END-PERFORM.

           MOVE WS-GRAND-DEPOSITS TO WP-DEPOSITS.
           MOVE WS-DEPOSIT-LINE TO CLOSE-OUT-REPORT-LINE.
           WRITE CLOSE-OUT-REPORT-LINE.
      *
       9000-CLOSE-FILES.
           CLOSE GUEST-PAYMENT-FILE.
           CLOSE CLERK-MASTER-FILE.
           CLOSE CLOSE-OUT-REPORT.
           IF WS-SHIFT-OPEN = 'Y'
               CLOSE SHIFT-CLOSE-FILE
           END-IF.
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
           MOVE 'KC03R26' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R26' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'COMPLETED' TO RL-STATUS.
           MOVE WS-ROW-COUNT TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
