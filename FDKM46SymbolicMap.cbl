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
