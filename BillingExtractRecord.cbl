               10  BX-CHECKOUT-DATE  PIC 9(08).
               10  BX-RATE-CODE      PIC X(04).
               10  BX-STAY-TOTAL     PIC 9(07)V99.
      *        THE 'ROOM' LINES THE NIGHT AUDIT (KC03R34) POSTED TO
      *        THE GUEST'S FOLIO FOR THIS ROOM, ONE PER NIGHT
               10  BX-FOLIO-TOTAL    PIC 9(07)V99.
      *        OPEN GUESTFOL INCIDENTAL LINES FOR THIS GUEST AND ROOM,
      *        ROLLED INTO THE STAY BY KC03R04 SO ONE INVOICE COVERS
      *        THE WHOLE STAY
               10  BX-TAX-AMOUNT     PIC 9(07)V99.
      *        THE 'RTAX' LINES POSTED NIGHT BY NIGHT WITH THE ROOM
      *        CHARGES, PLUS TAX ON THE INCIDENTALS AT THE TAXRATE
      *        RATE IN FORCE AT CHECK-OUT FOR THE HOTEL'S PROVINCE
      *        (SEE TaxRateRecord.cbl) - SO THE AMOUNTS HANDED TO
      *        BILLING ARE FINAL
               10  BX-TAX-CODE       PIC X(04).
      *        TAX AUTHORITY CODE FROM THE TAXRATE ROW APPLIED
               10  BX-DEPOSIT-APPLIED PIC 9(07)V99.
      *        THE STAY TOTAL PLUS THE FOLIO TOTAL PLUS THE TAX LESS
      *        THE DEPOSIT APPLIED, FLOORED AT ZERO - WHAT BILLING
      *        ACTUALLY INVOICES
               10  BX-CONFIRM-NO     PIC 9(09).
      *        CONFIRMATION NUMBER OF THE BOOKROOM ROW BILLED, SO
      *        BILLING CAN QUOTE THE NUMBER THE GUEST WAS GIVEN.  ZERO
      *        ON AN 'F' FEE ROW.
               10  BX-DIRECT-BILL    PIC X(01).
      *        'Y' WHEN THE STAY IS DIRECT-BILLED TO A CORPORATE
      *        ACCOUNT - BILLING INVOICES THE COMPANY, NOT THE GUEST,
      *        AND WE CARRY THE RECEIVABLE (SEE
      *        CorporateAccountRecord.cbl).  'N' OTHERWISE, AND ON
      *        EVERY 'F' FEE ROW.
               10  BX-DBILL-ACCT     PIC X(08).
      *        THE CORPORATE ACCOUNT BILLED, SPACE WHEN NOT DIRECT-BILL
           05  BX-HEADER REDEFINES BX-DETAIL.
               10  BX-RUN-DATE       PIC 9(08).
               10  BX-RUN-NUMBER     PIC 9(05).
               10  FILLER            PIC X(169).
           05  BX-TRAILER REDEFINES BX-DETAIL.
               10  BX-RECORD-COUNT   PIC 9(07).
               10  BX-HASH-TOTAL     PIC 9(11)V99.
               10  FILLER            PIC X(162).
