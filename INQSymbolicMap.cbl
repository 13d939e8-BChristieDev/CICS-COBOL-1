           05  BC-D-TIER         PIC X(20).
      *        RETURNING-GUEST TIER AND STAY COUNT STAMPED BY
      *        KC03R22, SHOWN SO THE CLERK CAN GREET A REGULAR
      *
           05  BC-L-NOTEIND      PIC S9(04) COMP.
           05  BC-A-NOTEIND      PIC X(01).
           05  BC-C-NOTEIND      PIC X(01).
           05  BC-H-NOTEIND      PIC X(01).
           05  BC-D-NOTEIND      PIC X(40).
      *        COUNT OF ACTIVE GUESTNOT NOTES, FLAGGING DO-NOT-RENT
      *
           05  BC-NOTE-LINE      OCCURS 5 TIMES.
      *
               10  BC-L-NOTE     PIC S9(04) COMP.
               10  BC-A-NOTE     PIC X(01).
               10  BC-C-NOTE     PIC X(01).
               10  BC-H-NOTE     PIC X(01).
               10  BC-D-NOTE     PIC X(68).
      *
           05  BC-L-NTYPE        PIC S9(04) COMP.
           05  BC-A-NTYPE        PIC X(01).
           05  BC-C-NTYPE        PIC X(01).
           05  BC-H-NTYPE        PIC X(01).
           05  BC-D-NTYPE        PIC X(03).
      *
           05  BC-L-NLIFT        PIC S9(04) COMP.
           05  BC-A-NLIFT        PIC X(01).
           05  BC-C-NLIFT        PIC X(01).
           05  BC-H-NLIFT        PIC X(01).
           05  BC-D-NLIFT        PIC X(03).
      *
           05  BC-L-NTEXT        PIC S9(04) COMP.
           05  BC-A-NTEXT        PIC X(01).
           05  BC-C-NTEXT        PIC X(01).
           05  BC-H-NTEXT        PIC X(01).
           05  BC-D-NTEXT        PIC X(60).
      *
           05  BC-L-MESSAGE      PIC S9(04) COMP.
           05  BC-A-MESSAGE      PIC X(01).
