       01  DFHCOMMAREA.
      * NAME: BRANDON CHRISTIE
      * CARRIED ACROSS TASKS OF THE SAME PAYM46 PAYMENT POSTING
      * CONVERSATION SO THE PHONE NUMBER AND LOADED PAYMENTS SURVIVE
      * FROM THE LOOKUP TASK TO THE PF5 POST-PAYMENT TASK.
           05  PM-PHONENO        PIC X(07).
           05  PM-PAGE-NUM       PIC 9(03).
      *        WHICH SET OF SIX GUESTPAY ROWS IS ON SCREEN - PF7/PF8
      *        PAGE THROUGH THEM THE SAME WAY FOLM46 PAGES A FOLIO.
           05  PM-DISPLAYED      PIC X(01).
      *        'Y' ONCE THE GUEST'S PAYMENTS HAVE BEEN LOADED AND
      *        SENT, SO THE NEXT TASK KNOWS PF5 MEANS "POST THE KEYED
      *        PAYMENT" AND NOT "LOAD A GUEST".
