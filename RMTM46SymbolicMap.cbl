           05  BC-C-CHECKOUTDT   PIC X(01).
           05  BC-H-CHECKOUTDT   PIC X(01).
           05  BC-D-CHECKOUTDT   PIC X(08).
      *
           05  BC-L-ACCESS       PIC S9(04) COMP.
           05  BC-A-ACCESS       PIC X(01).
           05  BC-C-ACCESS       PIC X(01).
           05  BC-H-ACCESS       PIC X(01).
           05  BC-D-ACCESS       PIC X(01).
      *
           05  BC-L-SMOKING      PIC S9(04) COMP.
           05  BC-A-SMOKING      PIC X(01).
           05  BC-C-SMOKING      PIC X(01).
           05  BC-H-SMOKING      PIC X(01).
           05  BC-D-SMOKING      PIC X(01).
      *
           05  BC-L-BEDTYPE      PIC S9(04) COMP.
           05  BC-A-BEDTYPE      PIC X(01).
           05  BC-C-BEDTYPE      PIC X(01).
           05  BC-H-BEDTYPE      PIC X(01).
           05  BC-D-BEDTYPE      PIC X(02).
      *
           05  BC-L-VIEW         PIC S9(04) COMP.
           05  BC-A-VIEW         PIC X(01).
           05  BC-C-VIEW         PIC X(01).
           05  BC-H-VIEW         PIC X(01).
           05  BC-D-VIEW         PIC X(02).
      *
           05  BC-L-CONNECT      PIC S9(04) COMP.
           05  BC-A-CONNECT      PIC X(01).
           05  BC-C-CONNECT      PIC X(01).
           05  BC-H-CONNECT      PIC X(01).
           05  BC-D-CONNECT      PIC X(08).
      *
           05  BC-L-MESSAGE      PIC S9(04) COMP.
           05  BC-A-MESSAGE      PIC X(01).
