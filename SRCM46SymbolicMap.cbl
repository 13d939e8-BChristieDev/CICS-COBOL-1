           05  BC-C-PAGENO       PIC X(01).
           05  BC-H-PAGENO       PIC X(01).
           05  BC-D-PAGENO       PIC X(20).
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
           05  BC-D-CONNECT      PIC X(01).
      *
           05  BC-ROOM-INFO      OCCURS 6 TIMES.
      *
               10  BC-C-CAP      PIC X(01).
               10  BC-H-CAP      PIC X(01).
               10  BC-D-CAP      PIC X(03).
      *
               10  BC-L-FEAT     PIC S9(04) COMP.
               10  BC-A-FEAT     PIC X(01).
               10  BC-C-FEAT     PIC X(01).
               10  BC-H-FEAT     PIC X(01).
               10  BC-D-FEAT     PIC X(20).
      *
           05  BC-L-MESSAGE      PIC S9(04) COMP.
           05  BC-A-MESSAGE      PIC X(01).
