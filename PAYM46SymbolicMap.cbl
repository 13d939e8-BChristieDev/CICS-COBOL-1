       01  PAYMAP.
      * NAME: BRANDON CHRISTIE
           05  FILLER            PIC X(12).
      *
           05  BC-L-INSTR        PIC S9(04) COMP.
           05  BC-A-INSTR        PIC X(01).
           05  BC-C-INSTR        PIC X(01).
           05  BC-H-INSTR        PIC X(01).
           05  BC-D-INSTR        PIC X(79).
      *
           05  BC-L-PHONENO      PIC S9(04) COMP.
           05  BC-A-PHONENO      PIC X(01).
           05  BC-C-PHONENO      PIC X(01).
           05  BC-H-PHONENO      PIC X(01).
           05  BC-D-PHONENO      PIC X(07).
      *
           05  BC-L-PAGENO       PIC S9(04) COMP.
           05  BC-A-PAGENO       PIC X(01).
           05  BC-C-PAGENO       PIC X(01).
           05  BC-H-PAGENO       PIC X(01).
           05  BC-D-PAGENO       PIC X(20).
      *
           05  BC-L-FIRSTNAME    PIC S9(04) COMP.
           05  BC-A-FIRSTNAME    PIC X(01).
           05  BC-C-FIRSTNAME    PIC X(01).
           05  BC-H-FIRSTNAME    PIC X(01).
           05  BC-D-FIRSTNANE    PIC X(20).
      *
           05  BC-L-LASTNAME     PIC S9(04) COMP.
           05  BC-A-LASTNAME     PIC X(01).
           05  BC-C-LASTNAME     PIC X(01).
           05  BC-H-LASTNAME     PIC X(01).
           05  BC-D-LASTNANE     PIC X(30).
      *
           05  BC-L-PAYTYPE      PIC S9(04) COMP.
           05  BC-A-PAYTYPE      PIC X(01).
           05  BC-C-PAYTYPE      PIC X(01).
           05  BC-H-PAYTYPE      PIC X(01).
           05  BC-D-PAYTYPE      PIC X(03).
      *        'CSH' CASH, 'CRD' CARD OR 'CHQ' CHEQUE - THE TENDER
      *        TAKEN, OR HANDED BACK ON A REFUND
      *
           05  BC-L-PAYAMT       PIC S9(04) COMP.
           05  BC-A-PAYAMT       PIC X(01).
           05  BC-C-PAYAMT       PIC X(01).
           05  BC-H-PAYAMT       PIC X(01).
           05  BC-D-PAYAMT       PIC ZZZZ,ZZ9.
      *        PAYMENT AMOUNT KEYED IN WHOLE DOLLARS
      *
           05  BC-L-REFSEQ       PIC S9(04) COMP.
           05  BC-A-REFSEQ       PIC X(01).
           05  BC-C-REFSEQ       PIC X(01).
           05  BC-H-REFSEQ       PIC X(01).
           05  BC-D-REFSEQ       PIC X(04).
      *        PAYSEQ OF THE HELD PAYMENT TO REFUND - LEFT BLANK FOR
      *        AN ORDINARY PAYMENT
      *
           05  BC-L-SUPVID       PIC S9(04) COMP.
           05  BC-A-SUPVID       PIC X(01).
           05  BC-C-SUPVID       PIC X(01).
           05  BC-H-SUPVID       PIC X(01).
           05  BC-D-SUPVID       PIC X(08).
      *
           05  BC-L-CNTCASH      PIC S9(04) COMP.
           05  BC-A-CNTCASH      PIC X(01).
           05  BC-C-CNTCASH      PIC X(01).
           05  BC-H-CNTCASH      PIC X(01).
           05  BC-D-CNTCASH      PIC ZZZZ,ZZ9.
      *        DRAWER COUNT FOR THE PF6 SHIFT CLOSE-OUT, WHOLE DOLLARS
      *
           05  BC-L-CNTCARD      PIC S9(04) COMP.
           05  BC-A-CNTCARD      PIC X(01).
           05  BC-C-CNTCARD      PIC X(01).
           05  BC-H-CNTCARD      PIC X(01).
           05  BC-D-CNTCARD      PIC ZZZZ,ZZ9.
      *
           05  BC-L-CNTCHQ       PIC S9(04) COMP.
           05  BC-A-CNTCHQ       PIC X(01).
           05  BC-C-CNTCHQ       PIC X(01).
           05  BC-H-CNTCHQ       PIC X(01).
           05  BC-D-CNTCHQ       PIC ZZZZ,ZZ9.
      *
           05  BC-L-SUPVPWD      PIC S9(04) COMP.
           05  BC-A-SUPVPWD      PIC X(01).
           05  BC-C-SUPVPWD      PIC X(01).
           05  BC-H-SUPVPWD      PIC X(01).
           05  BC-D-SUPVPWD      PIC X(08).
      *        PASSWORD OF THE SUPERVISOR KEYED IN SUPVID - NEVER
      *        SENT BACK TO THE SCREEN
      *
           05  BC-PAY-INFO       OCCURS 6 TIMES.
      *
               10  BC-L-PSEQ     PIC S9(04) COMP.
               10  BC-A-PSEQ     PIC X(01).
               10  BC-C-PSEQ     PIC X(01).
               10  BC-H-PSEQ     PIC X(01).
               10  BC-D-PSEQ     PIC X(04).
      *
               10  BC-L-PDATE    PIC S9(04) COMP.
               10  BC-A-PDATE    PIC X(01).
               10  BC-C-PDATE    PIC X(01).
               10  BC-H-PDATE    PIC X(01).
               10  BC-D-PDATE    PIC X(08).
      *
               10  BC-L-PTIME    PIC S9(04) COMP.
               10  BC-A-PTIME    PIC X(01).
               10  BC-C-PTIME    PIC X(01).
               10  BC-H-PTIME    PIC X(01).
               10  BC-D-PTIME    PIC X(06).
      *
               10  BC-L-PTYPE    PIC S9(04) COMP.
               10  BC-A-PTYPE    PIC X(01).
               10  BC-C-PTYPE    PIC X(01).
               10  BC-H-PTYPE    PIC X(01).
               10  BC-D-PTYPE    PIC X(03).
      *
               10  BC-L-PAMT     PIC S9(04) COMP.
               10  BC-A-PAMT     PIC X(01).
               10  BC-C-PAMT     PIC X(01).
               10  BC-H-PAMT     PIC X(01).
               10  BC-D-PAMT     PIC ZZZZZZ9.99.
      *
               10  BC-L-PSTAT    PIC S9(04) COMP.
               10  BC-A-PSTAT    PIC X(01).
               10  BC-C-PSTAT    PIC X(01).
               10  BC-H-PSTAT    PIC X(01).
               10  BC-D-PSTAT    PIC X(10).
      *
               10  BC-L-PCLERK   PIC S9(04) COMP.
               10  BC-A-PCLERK   PIC X(01).
               10  BC-C-PCLERK   PIC X(01).
               10  BC-H-PCLERK   PIC X(01).
               10  BC-D-PCLERK   PIC X(08).
      *
           05  BC-L-MESSAGE      PIC S9(04) COMP.
           05  BC-A-MESSAGE      PIC X(01).
           05  BC-C-MESSAGE      PIC X(01).
           05  BC-H-MESSAGE      PIC X(01).
           05  BC-D-MESSAGE      PIC X(79).
      *
           05  BC-L-FKEYS        PIC S9(04) COMP.
           05  BC-A-FKEYS        PIC X(01).
           05  BC-C-FKEYS        PIC X(01).
           05  BC-H-FKEYS        PIC X(01).
           05  BC-D-FKEYS        PIC X(40).
      *
           05  BC-L-DUMMY        PIC S9(04) COMP.
           05  BC-A-DUMMY        PIC X(01).
           05  BC-C-DUMMY        PIC X(01).
           05  BC-H-DUMMY        PIC X(01).
           05  BC-D-DUMMY        PIC X(01).
      *
