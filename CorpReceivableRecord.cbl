       01  CORP-RECEIVABLE-RECORD.
      * NAME: BRANDON CHRISTIE
      * FILE 'CORPAR' - ONE OPEN-ITEM RECEIVABLE PER DIRECT-BILLED
      * STAY (SEE CorporateAccountRecord.cbl).  RAISED BY KC03R08 WHEN
      * BILLING ACCEPTS A BOOKROOM ROW CARRYING A CORPORATE ACCOUNT,
      * FOR THE AMOUNT KC03R04 HANDED TO BILLING (BR-BILLED-AMOUNT);
      * SETTLED BY THE REMITTANCE CARDS KC03R36 APPLIES BEFORE IT
      * AGES THE OPEN ITEMS ONTO THE MONTHLY STATEMENT.  KEYED BY THE
      * ACCOUNT PLUS AN ITEM NUMBER ASSIGNED WITHOUT GAPS STARTING AT
      * 1, THE SAME WAY BOOKROOM ASSIGNS ROOMSEQ, SO THE FIRST NOTFND
      * ON A KEYED PROBE IS THE NEXT FREE ITEM NUMBER.
      * PRIME KEY : RV-KEY (ACCOUNT-NO + ITEM-SEQ)
           05  RV-KEY.
               10  RV-ACCOUNT-NO PIC X(08).
               10  RV-ITEM-SEQ   PIC 9(05).
           05  RV-INVOICE-DATE   PIC 9(08).
      *        FORMAT CCYYMMDD, DATE BILLING ACCEPTED THE STAY
           05  RV-DUE-DATE       PIC 9(08).
      *        FORMAT CCYYMMDD, INVOICE DATE PLUS THE ACCOUNT'S TERMS
      *        AS THEY STOOD WHEN THE ITEM WAS RAISED
           05  RV-PHONENO        PIC X(07).
           05  RV-GUEST-NAME     PIC X(30).
      *        GUEST'S LAST NAME, SO THE COMPANY KNOWS WHOSE STAY IT IS
           05  RV-ROOMNO         PIC X(08).
           05  RV-CHECKIN-DATE   PIC 9(08).
           05  RV-CHECKOUT-DATE  PIC 9(08).
           05  RV-CONFIRM-NO     PIC 9(09).
           05  RV-AMOUNT         PIC 9(07)V99.
      *        AMOUNT INVOICED
           05  RV-PAID-AMOUNT    PIC 9(07)V99.
      *        REMITTANCES APPLIED SO FAR - THE ITEM IS OPEN FOR
      *        RV-AMOUNT LESS THIS
           05  RV-STATUS         PIC X(06).
      *        VALID VALUES: 'OPEN', 'PAID'
           05  RV-PAID-DATE      PIC 9(08).
      *        FORMAT CCYYMMDD, DATE THE LAST REMITTANCE CLOSED THE
      *        ITEM, ZERO WHILE OPEN
           05  RV-REMIT-ASOF     PIC 9(08).
      *        FORMAT CCYYMMDD, AS-OF DATE OF THE KC03R36 RUN THAT
      *        LAST APPLIED A REMITTANCE CARD TO THE ITEM, ZERO IF NONE
           05  RV-REMIT-CARD     PIC 9(05).
      *        POSITION OF THAT CARD IN THE RUN'S REMITIN DECK - A
      *        RERUN OF THE SAME DECK SKIPS EVERY CARD UP TO IT
