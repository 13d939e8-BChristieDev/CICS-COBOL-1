       01  SGNMAP.
      * NAME: BRANDON CHRISTIE
           05  FILLER            PIC X(12).
      *
           05  BC-L-INSTR        PIC S9(04) COMP.
           05  BC-A-INSTR        PIC X(01).
           05  BC-C-INSTR        PIC X(01).
           05  BC-H-INSTR        PIC X(01).
           05  BC-D-INSTR        PIC X(79).
      *
           05  BC-L-CLERKID      PIC S9(04) COMP.
           05  BC-A-CLERKID      PIC X(01).
           05  BC-C-CLERKID      PIC X(01).
           05  BC-H-CLERKID      PIC X(01).
           05  BC-D-CLERKID      PIC X(08).
      *
           05  BC-L-PASSWD       PIC S9(04) COMP.
           05  BC-A-PASSWD       PIC X(01).
           05  BC-C-PASSWD       PIC X(01).
           05  BC-H-PASSWD       PIC X(01).
           05  BC-D-PASSWD       PIC X(08).
      *
           05  BC-L-NEWPWD       PIC S9(04) COMP.
           05  BC-A-NEWPWD       PIC X(01).
           05  BC-C-NEWPWD       PIC X(01).
           05  BC-H-NEWPWD       PIC X(01).
           05  BC-D-NEWPWD       PIC X(08).
      *
           05  BC-L-NEWPWD2      PIC S9(04) COMP.
           05  BC-A-NEWPWD2      PIC X(01).
           05  BC-C-NEWPWD2      PIC X(01).
           05  BC-H-NEWPWD2      PIC X(01).
           05  BC-D-NEWPWD2      PIC X(08).
      *
           05  BC-L-SIGNEDON     PIC S9(04) COMP.
           05  BC-A-SIGNEDON     PIC X(01).
           05  BC-C-SIGNEDON     PIC X(01).
           05  BC-H-SIGNEDON     PIC X(01).
           05  BC-D-SIGNEDON     PIC X(40).
      *
           05  BC-L-RESETID      PIC S9(04) COMP.
           05  BC-A-RESETID      PIC X(01).
           05  BC-C-RESETID      PIC X(01).
           05  BC-H-RESETID      PIC X(01).
           05  BC-D-RESETID      PIC X(08).
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
