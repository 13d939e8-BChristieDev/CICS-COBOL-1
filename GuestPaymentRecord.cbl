       01  GUEST-PAYMENT-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'GUESTPAY' - CREDIT-CARD DEPOSITS, ADVANCE
      * PAYMENTS AND MONEY TAKEN OR HANDED BACK AT THE DESK AGAINST A
      * GUEST'S BOOKING.  ONE ROW PER PAYMENT, KEYED BY THE GUEST
      * PHONE NUMBER PLUS A SEQUENCE NUMBER ASSIGNED WITHOUT GAPS
      * STARTING AT 1, THE SAME WAY BOOKROOM ASSIGNS ROOMSEQ, SO THE
      * FIRST NOTFND ON A KEYED PROBE MARKS THE END OF THIS GUEST'S
      * PAYMENTS.  A DEPOSIT IS CAPTURED ON THE ADDM46 BOOKING SCREEN
      * (KC03A46), SETTLED BY THE CANCEL SCREEN (KC03C46) WHEN THE
      * BOOKING DIES - REFUNDED FOR AN ADVANCE CANCELLATION,
      * FORFEITED FOR A SAME-DAY ONE - AND OTHERWISE NETTED AGAINST
      * THE STAY TOTAL BY THE NIGHTLY BILLING EXTRACT (KC03R04).
      * CASH, CARD AND CHEQUE PAYMENTS TAKEN DURING THE STAY OR AT
      * CHECK-OUT ARE POSTED ON THE PAYM46 PAYMENT SCREEN (KC03K46)
      * AND NET THE SAME WAY.
      * PRIME KEY : PY-KEY (PHONENO + PAYSEQ)
           05  PY-KEY.
               10  PY-PHONENO    PIC X(07).
      *        FORMAT HHMMSS
           05  PY-AMOUNT         PIC 9(07)V99.
           05  PY-PAY-TYPE       PIC X(03).
      *        VALID VALUES: 'DEP' DEPOSIT, 'ADV' ADVANCE PAYMENT,
      *        'CSH' CASH, 'CRD' CARD, 'CHQ' CHEQUE (THE LAST THREE
      *        TAKEN OR HANDED BACK AT THE DESK ON KC03K46)
           05  PY-STATUS         PIC X(10).
      *        VALID VALUES: 'HELD', 'APPLIED', 'REFUNDED',
      *        'FORFEITED', 'PAID OUT'.  ONLY 'HELD' ROWS ARE STILL
      *        IN PLAY - KC03R04 FLIPS THEM TO 'APPLIED' WHEN THEY NET
      *        AGAINST AN EXTRACTED STAY, KC03C46 TO 'REFUNDED' OR
      *        'FORFEITED' WHEN THE BOOKING IS CANCELLED, AND KC03K46
      *        TO 'REFUNDED' WHEN A SUPERVISOR HANDS ONE BACK AT THE
      *        DESK.  THE MONEY HANDED BACK IS ITS OWN 'PAID OUT' ROW,
      *        SETTLED THE DAY IT IS WRITTEN, CARRYING THE TENDER IT
      *        LEFT THE DRAWER IN.
           05  PY-SETTLE-DATE    PIC 9(08).
      *        FORMAT CCYYMMDD, ZERO WHILE STILL HELD
           05  PY-CLERK-ID       PIC X(08).
      *        SIGNED-ON CLERK WHO TOOK THE PAYMENT, OR HANDED
      *        THE MONEY BACK ON A 'PAID OUT' ROW - THE CASHIER
      *        CLOSE-OUT (KC03R26) TOTALS EACH CLERK'S DRAWER BY IT
