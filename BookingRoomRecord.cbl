      * ADDM46; ROOMSEQ 7 AND UP ARE THE OVERFLOW ROWS FOR BOOKINGS
      * LARGER THAN THE SIX VISIBLE ON THE SCREEN (SEE ADDM46A).
      * PRIME KEY : BR-KEY (PHONENO + ROOMSEQ)
      * ALT KEY   : BR-CONFIRM-NO, UNIQUE - CICS FILE 'BOOKCNF' IS THE
      *             PATH OVER THE BOOKROOM CLUSTER KEYED BY IT, SO A
      *             BOOKING CAN BE FOUND FROM THE NUMBER ON THE GUEST'S
      *             CONFIRMATION LETTER (SEE KC03C46, KC03F46)
           05  BR-KEY.
               10  BR-PHONENO    PIC X(07).
               10  BR-ROOMSEQ    PIC 9(04).
      *        TRAVEL AGENT THE BOOKING CAME THROUGH (SEE
      *        AgentMasterRecord.cbl), SPACE FOR A DIRECT BOOKING -
      *        THE MONTH-END COMMISSION EXTRACT KC03R23 PAYS ON IT
           05  BR-CONFIRM-NO     PIC 9(09).
      *        CONFIRMATION NUMBER TAKEN FROM CONFCTL WHEN THE ROW WAS
      *        FIRST WRITTEN (SEE ConfirmControlRecord.cbl).  THE ROW
      *        IS ALWAYS MOVED WHOLE, SO THE NUMBER STAYS THE SAME
      *        THROUGH A ROOM MOVE, A PHONE RE-KEY (KC03G46), A GUEST
      *        MERGE (KC03R13) AND THE PURGE TO BOOKHST (KC03R09).
           05  BR-DBILL-ACCT     PIC X(08).
      *        CORPORATE ACCOUNT THE STAY IS DIRECT-BILLED TO (SEE
      *        CorporateAccountRecord.cbl), SPACE WHEN THE GUEST PAYS.
      *        KEYED ON ADDM46 AND FLAGGED ON BILLEXT BY KC03R04.
           05  BR-BILLED-AMOUNT  PIC 9(07)V99.
      *        AMOUNT DUE KC03R04 HANDED TO BILLING FOR THE ROW (THE
      *        BX-AMOUNT-DUE OF ITS EXTRACT ROW), ZERO UNTIL EXTRACTED.
      *        ON A DIRECT-BILL ROW IT IS THE AMOUNT KC03R08 RAISES AS
      *        THE OPEN RECEIVABLE ONCE BILLING ACCEPTS THE ROW.
