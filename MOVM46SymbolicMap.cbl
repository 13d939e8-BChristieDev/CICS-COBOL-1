       01  MOVMAP.
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
           05  BC-L-OLDROOM      PIC S9(04) COMP.
           05  BC-A-OLDROOM      PIC X(01).
           05  BC-C-OLDROOM      PIC X(01).
           05  BC-H-OLDROOM      PIC X(01).
           05  BC-D-OLDROOM      PIC X(08).
      *
           05  BC-L-NEWROOM      PIC S9(04) COMP.
           05  BC-A-NEWROOM      PIC X(01).
           05  BC-C-NEWROOM      PIC X(01).
           05  BC-H-NEWROOM      PIC X(01).
           05  BC-D-NEWROOM      PIC X(08).
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
           05  BC-L-HOTEL        PIC S9(04) COMP.
           05  BC-A-HOTEL        PIC X(01).
           05  BC-C-HOTEL        PIC X(01).
           05  BC-H-HOTEL        PIC X(01).
           05  BC-D-HOTEL        PIC X(30).
      *
           05  BC-L-CHECKIN      PIC S9(04) COMP.
           05  BC-A-CHECKIN      PIC X(01).
           05  BC-C-CHECKIN      PIC X(01).
           05  BC-H-CHECKIN      PIC X(01).
           05  BC-D-CHECKIN      PIC X(08).
      *
           05  BC-L-CHECKOUT     PIC S9(04) COMP.
           05  BC-A-CHECKOUT     PIC X(01).
           05  BC-C-CHECKOUT     PIC X(01).
           05  BC-H-CHECKOUT     PIC X(01).
           05  BC-D-CHECKOUT     PIC X(08).
      *
           05  BC-L-ARRIVED      PIC S9(04) COMP.
           05  BC-A-ARRIVED      PIC X(01).
           05  BC-C-ARRIVED      PIC X(01).
           05  BC-H-ARRIVED      PIC X(01).
           05  BC-D-ARRIVED      PIC X(08).
      *
           05  BC-L-RATE         PIC S9(04) COMP.
           05  BC-A-RATE         PIC X(01).
           05  BC-C-RATE         PIC X(01).
           05  BC-H-RATE         PIC X(01).
           05  BC-D-RATE         PIC ZZZZ9.99.
      *
           05  BC-L-NEWCAP       PIC S9(04) COMP.
           05  BC-A-NEWCAP       PIC X(01).
           05  BC-C-NEWCAP       PIC X(01).
           05  BC-H-NEWCAP       PIC X(01).
           05  BC-D-NEWCAP       PIC ZZ9.
      *
           05  BC-L-NEWSTAT      PIC S9(04) COMP.
           05  BC-A-NEWSTAT      PIC X(01).
           05  BC-C-NEWSTAT      PIC X(01).
           05  BC-H-NEWSTAT      PIC X(01).
           05  BC-D-NEWSTAT      PIC X(20).
      *
           05  BC-L-CONFIRM      PIC S9(04) COMP.
           05  BC-A-CONFIRM      PIC X(01).
           05  BC-C-CONFIRM      PIC X(01).
           05  BC-H-CONFIRM      PIC X(01).
           05  BC-D-CONFIRM      PIC X(01).
      *        'Y' CONFIRMS THE MOVE - THE STAY, ITS CALENDAR ENTRY
      *        AND BOTH ROOM MASTERS ARE REWRITTEN
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
