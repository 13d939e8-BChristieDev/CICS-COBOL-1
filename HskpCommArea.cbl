      *        'Y' ONCE A LIST HAS BEEN LOADED AND SENT, SO THE NEXT
      *        TASK KNOWS PF5 MEANS "RECORD WHAT'S MARKED" AND NOT
      *        "LOAD A LIST".
           05  HK-ATTENDANT-ID   PIC X(06).
      *        ATTENDANT LAST KEYED ON THE SCREEN - CARRIED SO IT
      *        NEED NOT BE RE-KEYED FOR EVERY PAGE OF MARKS.
