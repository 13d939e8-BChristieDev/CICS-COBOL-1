      *        'Y' ONCE ADDM46A HAS BEEN SENT AT LEAST ONCE THIS
      *        CONVERSATION, SO THE NEXT TASK KNOWS TO RECEIVE MAP
      *        INSTEAD OF SENDING A FRESH ONE.
           05  OC-DBILL-ACCT     PIC X(08).
      *        CORPORATE ACCOUNT KEYED ON ADDM46, SPACE WHEN THE GUEST
      *        PAYS - CARRIED ONTO EVERY OVERFLOW ROW
           05  OC-RST-OVERRIDE   PIC X(01).
      *        'Y' WHEN A SUPERVISOR ON ADDM46 LET THIS STAY PAST A
      *        STAYRST RESTRICTION - THE OVERFLOW ROWS BOOK ON THE SAME
      *        AUTHORITY, EACH LOGGED AS 'RSTOVR'
           05  OC-SUPV-ID        PIC X(08).
      *        THE SUPERVISOR WHO AUTHORISED THAT OVERRIDE
