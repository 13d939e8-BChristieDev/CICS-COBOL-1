           05  BC-C-PAGENO       PIC X(01).
           05  BC-H-PAGENO       PIC X(01).
           05  BC-D-PAGENO       PIC X(20).
      *
      *    ATTENDANT WHO CLEANED OR FAULTED THE ROOMS MARKED ON PF5,
      *    AND THEIR NAME ECHOED BACK FROM HSKATT
           05  BC-L-ATTEND       PIC S9(04) COMP.
           05  BC-A-ATTEND       PIC X(01).
           05  BC-C-ATTEND       PIC X(01).
           05  BC-H-ATTEND       PIC X(01).
           05  BC-D-ATTEND       PIC X(06).
      *
           05  BC-L-ATTNAME      PIC S9(04) COMP.
           05  BC-A-ATTNAME      PIC X(01).
           05  BC-C-ATTNAME      PIC X(01).
           05  BC-H-ATTNAME      PIC X(01).
           05  BC-D-ATTNAME      PIC X(25).
      *
           05  BC-ROOM-INFO      OCCURS 6 TIMES.
      *
