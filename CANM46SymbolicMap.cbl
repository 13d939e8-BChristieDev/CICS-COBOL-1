           05  BC-C-PAGENO       PIC X(01).
           05  BC-H-PAGENO       PIC X(01).
           05  BC-D-PAGENO       PIC X(20).
      *
           05  BC-L-CONFNO       PIC S9(04) COMP.
           05  BC-A-CONFNO       PIC X(01).
           05  BC-C-CONFNO       PIC X(01).
           05  BC-H-CONFNO       PIC X(01).
           05  BC-D-CONFNO       PIC X(09).
      *        BOOKING CONFIRMATION NUMBER, KEYED IN PLACE OF THE
      *        PHONE NUMBER TO LOAD THE BOOKING (SEE BOOKCNF)
      *
           05  BC-L-FIRSTNAME    PIC S9(04) COMP.
           05  BC-A-FIRSTNAME    PIC X(01).
      *        THE HOTEL'S POLICY WOULD OTHERWISE CHARGE (SEE
      *        KC03C46) - THE WAIVED FEE ROW AND AN AUDIT ENTRY ARE
      *        STILL CUT AS THE PAPER TRAIL
      *
           05  BC-L-SUPVPWD      PIC S9(04) COMP.
           05  BC-A-SUPVPWD      PIC X(01).
           05  BC-C-SUPVPWD      PIC X(01).
           05  BC-H-SUPVPWD      PIC X(01).
           05  BC-D-SUPVPWD      PIC X(08).
      *        PASSWORD OF THE SUPERVISOR KEYED IN SUPVID - NEVER
      *        SENT BACK TO THE SCREEN
      *
           05  BC-ROOM-INFO      OCCURS 6 TIMES.
      *
