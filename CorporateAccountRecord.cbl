       01  CORPORATE-ACCOUNT-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'CORPACCT' - ONE ROW PER COMPANY WE DIRECT-BILL.  A
      * BOOKING KEYED ON ADDM46 WITH A CORPORATE ACCOUNT (BR-DBILL-ACCT
      * ON BOOKROOM) IS INVOICED TO THE COMPANY INSTEAD OF THE GUEST:
      * KC03R04 FLAGS THE STAY ON BILLEXT, KC03R08 RAISES AN OPEN
      * RECEIVABLE ON CORPAR (SEE CorpReceivableRecord.cbl) WHEN
      * BILLING ACCEPTS IT, AND THE MONTH-END JOB KC03R36 CUTS ONE AGED
      * STATEMENT PER COMPANY.  LOADED AND MAINTAINED FROM CONTROL
      * CARDS BY KC03R15 - EXCEPT THE TWO BALANCES, WHICH ONLY THE
      * PROGRAMS NAMED AGAINST THEM EVER SET.
      * PRIME KEY : CP-ACCOUNT-NO
           05  CP-ACCOUNT-NO     PIC X(08).
           05  CP-COMPANY-NAME   PIC X(30).
           05  CP-CONTACT        PIC X(30).
      *        ACCOUNTS-PAYABLE CONTACT THE STATEMENT IS ADDRESSED TO
           05  CP-ADDRESS        PIC X(30).
           05  CP-CITY           PIC X(20).
           05  CP-PROVINCE       PIC X(02).
           05  CP-POSTALCODE     PIC X(10).
           05  CP-CREDIT-LIMIT   PIC 9(07)V99.
      *        MOST THE COMPANY MAY OWE US, BILLED AND STILL TO BILL
           05  CP-TERMS-DAYS     PIC 9(03).
      *        PAYMENT TERMS - A RECEIVABLE FALLS DUE THIS MANY DAYS
      *        AFTER ITS INVOICE DATE, E.G. 030 FOR NET 30
           05  CP-STATUS         PIC X(10).
      *        VALID VALUES: 'ACTIVE', 'HOLD', 'CLOSED'.  A HOLD
      *        ACCOUNT TAKES NO NEW BOOKING WITHOUT A SUPERVISOR
      *        OVERRIDE; A CLOSED ONE TAKES NONE AT ALL.  STAYS
      *        ALREADY BOOKED ARE BILLED TO THE ACCOUNT EITHER WAY.
           05  CP-OPEN-BALANCE   PIC 9(07)V99.
      *        TOTAL OF THE ACCOUNT'S OPEN CORPAR RECEIVABLES - RAISED
      *        BY KC03R08 AS STAYS ARE BILLED, LOWERED BY KC03R36 AS
      *        REMITTANCES ARE APPLIED
           05  CP-UNBILLED       PIC 9(07)V99.
      *        PRICED VALUE OF THE ACCOUNT'S BOOKED STAYS NOT YET
      *        BILLED.  KC03A46 ADDS EACH NEW BOOKING'S ESTIMATE AS IT
      *        SAVES; KC03R08 RECOUNTS IT FROM BOOKROOM EVERY MORNING,
      *        SO CANCELLATIONS AND RE-SAVES COME RIGHT OVERNIGHT.
      *        THE CREDIT CHECK ON ADDM46 IS OPEN BALANCE + UNBILLED +
      *        THE NEW STAY AGAINST THE CREDIT LIMIT.
           05  CP-LAST-STATEMENT PIC 9(08).
      *        FORMAT CCYYMMDD, AS-OF DATE OF THE LAST STATEMENT
      *        KC03R36 CUT FOR THE ACCOUNT, ZERO BEFORE THE FIRST
