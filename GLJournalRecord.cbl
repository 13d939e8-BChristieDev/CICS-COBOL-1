       01  GL-JOURNAL-RECORD.
      * NAME: BRANDON CHRISTIE
      * ONE RECORD OF THE GENERAL LEDGER'S NIGHTLY PICKUP FILE (SEE
      * KC03R27).  WRAPPED THE SAME WAY AS THE BILLING EXTRACT: ONE
      * 'H' HEADER (BUSINESS DATE), ONE 'D' DETAIL PER GL ACCOUNT PER
      * HOTEL CARRYING THE NET DEBIT OR CREDIT FOR THE NIGHT, AND ONE
      * 'T' TRAILER WITH THE DETAIL COUNT AND THE DEBIT AND CREDIT
      * TOTALS, WHICH ARE ALWAYS EQUAL - KC03R27 WRITES NO DETAIL AT
      * ALL FOR A NIGHT THAT DOES NOT BALANCE.
           05  GJ-REC-TYPE       PIC X(01).
      *        VALID VALUES: 'H' HEADER, 'D' DETAIL, 'T' TRAILER
           05  GJ-DETAIL.
               10  GJ-POST-DATE      PIC 9(08).
      *            FORMAT CCYYMMDD, THE BUSINESS DATE POSTED
               10  GJ-HOTEL          PIC X(30).
               10  GJ-ACCOUNT        PIC X(10).
               10  GJ-DR-CR          PIC X(01).
      *            VALID VALUES: 'D' DEBIT, 'C' CREDIT
               10  GJ-AMOUNT         PIC 9(09)V99.
           05  GJ-HEADER REDEFINES GJ-DETAIL.
               10  GJ-RUN-DATE       PIC 9(08).
               10  FILLER            PIC X(52).
           05  GJ-TRAILER REDEFINES GJ-DETAIL.
               10  GJ-RECORD-COUNT   PIC 9(07).
               10  GJ-DEBIT-TOTAL    PIC 9(11)V99.
               10  GJ-CREDIT-TOTAL   PIC 9(11)V99.
               10  FILLER            PIC X(27).
