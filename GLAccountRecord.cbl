       01  GL-ACCOUNT-RECORD.
      * NAME: BRANDON CHRISTIE
      * ONE ROW PER REVENUE TYPE AND SOURCE CODE, SAYING WHICH GENERAL
      * LEDGER ACCOUNTS THE NIGHTLY REVENUE JOURNAL (KC03R27) DEBITS
      * AND CREDITS FOR IT.  LOADED AND MAINTAINED FROM CONTROL CARDS
      * BY KC03R15, SO ACCOUNTING CAN MOVE A REVENUE LINE TO ANOTHER
      * ACCOUNT WITHOUT A PROGRAM CHANGE.  A ROW WITH A BLANK SOURCE
      * CODE IS THE DEFAULT FOR ITS TYPE - KC03R27 LOOKS FOR THE
      * EXACT CODE FIRST AND FALLS BACK TO IT.
      * PRIME KEY : GA-KEY (REVENUE TYPE + SOURCE CODE)
           05  GA-KEY.
               10  GA-REVENUE-TYPE   PIC X(04).
      *            VALID VALUES: 'ROOM' ROOM REVENUE, 'TAX ' TAX
      *            LIABILITY, 'INCD' INCIDENTAL (GUESTFOL) REVENUE,
      *            'FEE ' NO-SHOW/LATE-CANCEL FEE REVENUE, 'DEPH'
      *            MONEY TAKEN AND HELD, 'DEPA' HELD MONEY APPLIED TO
      *            A STAY, 'DEPF' HELD MONEY FORFEITED, 'DEPR' HELD
      *            MONEY REFUNDED
               10  GA-SOURCE-CODE    PIC X(04).
      *            THE TAX CODE (TX-TAX-CODE), CHARGE CODE
      *            (FO-CHARGE-CODE), FEE TYPE (FE-FEE-TYPE) OR PAY
      *            TYPE (PY-PAY-TYPE) THE ROW APPLIES TO; ROOM
      *            REVENUE USES THE BLANK DEFAULT ROW
           05  GA-DEBIT-ACCT     PIC X(10).
           05  GA-CREDIT-ACCT    PIC X(10).
           05  GA-DESCRIPTION    PIC X(30).
