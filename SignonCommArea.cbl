       01  DFHCOMMAREA.
      * NAME: BRANDON CHRISTIE
      * CARRIED ACROSS TASKS OF THE SGNM46 SIGN-ON CONVERSATION.
           05  SG-DISPLAYED      PIC X(01).
      *        'Y' ONCE THE SIGN-ON SCREEN HAS BEEN SENT
