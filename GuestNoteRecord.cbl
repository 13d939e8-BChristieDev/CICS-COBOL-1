       01  GUEST-NOTE-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'GUESTNOT' - PROFILE NOTES KEPT AGAINST A GUEST
      * (PILLOW AND ROOM REQUESTS, VIP, DO-NOT-RENT), ADDED AND LIFTED
      * ON INQM46 (KC03I46).  ADDM46 (KC03A46) SHOWS A NOTES
      * INDICATOR WHEN IT LOADS THE GUEST AND WILL NOT BOOK A GUEST
      * WITH AN ACTIVE DO-NOT-RENT NOTE UNLESS A SUPERVISOR OVERRIDES
      * IT; THE ARRIVALS REPORT (KC03R01) PRINTS THE ACTIVE NOTES
      * UNDER THE GUEST.  NOTES ARE NEVER DELETED - A NOTE THAT NO
      * LONGER APPLIES IS LIFTED, SO THE HISTORY STAYS.
      * PRIME KEY : GN-KEY (PHONENO + NOTE SEQUENCE).  NOTE-SEQ IS
      * ASSIGNED WITHOUT GAPS STARTING AT 1 THE SAME WAY BOOKROOM
      * ASSIGNS ROOMSEQ, SO THE FIRST NOTFND IS THE NEXT FREE SLOT.
      * THE GUEST MERGE (KC03R13) AND THE PHONE CHANGE (KC03G46) CARRY
      * A GUEST'S NOTES ACROSS TO THE PHONE THAT SURVIVES.
           05  GN-KEY.
               10  GN-PHONENO    PIC X(07).
               10  GN-NOTE-SEQ   PIC 9(03).
           05  GN-NOTE-TYPE      PIC X(03).
      *        VALID VALUES: 'REQ' A STANDING REQUEST OR PREFERENCE,
      *        'VIP' VIP GUEST, 'DNR' DO NOT RENT, 'GEN' GENERAL
           05  GN-STATUS         PIC X(01).
      *        VALID VALUES: 'A' ACTIVE, 'L' LIFTED
           05  GN-NOTE-TEXT      PIC X(60).
           05  GN-ADDED-DATE     PIC 9(08).
      *        FORMAT CCYYMMDD
           05  GN-ADDED-BY       PIC X(08).
           05  GN-LIFTED-DATE    PIC 9(08).
      *        FORMAT CCYYMMDD, ZERO WHILE ACTIVE
           05  GN-LIFTED-BY      PIC X(08).
