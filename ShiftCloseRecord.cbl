       01  SHIFT-CLOSE-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'SHIFTCLS' - ONE ROW PER CLERK PER DAY, WRITTEN BY
      * THE PAYM46 PAYMENT SCREEN (KC03K46) WHEN THE CLERK PRESSES PF6
      * TO CLOSE THE SHIFT, CARRYING THE DRAWER COUNT THE CLERK KEYED
      * FOR EACH TENDER.  A SECOND CLOSE THE SAME DAY REPLACES THE
      * COUNT - THE LAST COUNT KEYED IS THE ONE THAT STANDS.  THE
      * NIGHTLY CASHIER CLOSE-OUT REPORT (KC03R26) SETS THE COUNT
      * AGAINST THE PAYMENTS THE CLERK TOOK ON GUESTPAY THAT DAY.
      * PRIME KEY : SH-KEY (CLERK ID + SHIFT DATE)
           05  SH-KEY.
               10  SH-CLERK-ID   PIC X(08).
      *            SIGNED-ON CLERK WHO CLOSED THE SHIFT
               10  SH-SHIFT-DATE PIC 9(08).
      *            FORMAT CCYYMMDD
           05  SH-CLOSE-TIME     PIC 9(06).
      *        FORMAT HHMMSS
           05  SH-TERMID         PIC X(04).
           05  SH-COUNT-CASH     PIC 9(07)V99.
           05  SH-COUNT-CARD     PIC 9(07)V99.
           05  SH-COUNT-CHEQUE   PIC 9(07)V99.
