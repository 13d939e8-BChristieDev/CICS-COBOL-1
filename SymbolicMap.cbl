           05  BC-C-PHONENO      PIC X(01).
           05  BC-H-PHONENO      PIC X(01).
           05  BC-D-PHONENO      PIC X(07).
      *
           05  BC-L-DBACCT       PIC S9(04) COMP.
           05  BC-A-DBACCT       PIC X(01).
           05  BC-C-DBACCT       PIC X(01).
           05  BC-H-DBACCT       PIC X(01).
           05  BC-D-DBACCT       PIC X(08).
      *        CORPORATE DIRECT-BILL ACCOUNT THE STAY IS CHARGED TO
      *        (SEE CorporateAccountRecord.cbl), BLANK WHEN THE GUEST
      *        PAYS
      *
           05  BC-L-FIRSTNAME    PIC S9(04) COMP.
           05  BC-A-FIRSTNAME    PIC X(01).
           05  BC-C-LASTNAME     PIC X(01).
           05  BC-H-LASTNAME     PIC X(01).
           05  BC-D-LASTNANE     PIC X(30).
      *
           05  BC-L-NOTEIND      PIC S9(04) COMP.
           05  BC-A-NOTEIND      PIC X(01).
           05  BC-C-NOTEIND      PIC X(01).
           05  BC-H-NOTEIND      PIC X(01).
           05  BC-D-NOTEIND      PIC X(40).
      *        ACTIVE GUEST NOTES, FLAGGING DO-NOT-RENT OR VIP (SEE
      *        GuestNoteRecord.cbl)
      *
           05  BC-L-NUMROOMS     PIC S9(04) COMP.
           05  BC-A-NUMROOMS     PIC X(01).
               10  BC-C-STATUS   PIC X(01).
               10  BC-H-STATUS   PIC X(01).
               10  BC-D-STATUS   PIC X(30).
      *
           05  BC-L-SUPVID       PIC S9(04) COMP.
           05  BC-A-SUPVID       PIC X(01).
           05  BC-C-SUPVID       PIC X(01).
           05  BC-H-SUPVID       PIC X(01).
           05  BC-D-SUPVID       PIC X(08).
      *        SUPERVISOR WHO AUTHORISES BOOKING A DO-NOT-RENT GUEST,
      *        OR A DIRECT-BILL STAY ON AN ACCOUNT THAT IS ON HOLD OR
      *        WOULD GO OVER ITS CREDIT LIMIT
      *
           05  BC-L-SUPVPWD      PIC S9(04) COMP.
           05  BC-A-SUPVPWD      PIC X(01).
           05  BC-C-SUPVPWD      PIC X(01).
           05  BC-H-SUPVPWD      PIC X(01).
           05  BC-D-SUPVPWD      PIC X(08).
      *        PASSWORD OF THE SUPERVISOR KEYED IN SUPVID - NEVER
      *        SENT BACK TO THE SCREEN
      *
           05  BC-L-MESSAGE      PIC S9(04) COMP.
           05  BC-A-MESSAGE      PIC X(01).
