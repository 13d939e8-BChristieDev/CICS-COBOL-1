      * A SEQUENCE NUMBER ASSIGNED WITHOUT GAPS STARTING AT 1, THE
      * SAME WAY BOOKROOM ASSIGNS ROOMSEQ, SO THE FIRST NOTFND ON A
      * KEYED PROBE MARKS THE END OF THIS GUEST'S FOLIO.  LINES ARE
      * POSTED BY THE FOLM46 SCREEN (KC03P46), AND EACH NIGHT'S ROOM
      * CHARGE AND ROOM TAX BY THE NIGHT AUDIT (KC03R34); ALL OF THEM
      * ARE ROLLED INTO THE STAY BY THE NIGHTLY BILLING EXTRACT
      * (KC03R04) ONCE THE STAY IS OVER, SO ONE INVOICE COVERS THE
      * WHOLE STAY.
      * PRIME KEY : FO-KEY (PHONENO + FOLIOSEQ)
           05  FO-KEY.
               10  FO-PHONENO    PIC X(07).
           05  FO-ROOMNO         PIC X(08).
           05  FO-HOTEL          PIC X(30).
           05  FO-CHARGE-DATE    PIC 9(08).
      *        FORMAT CCYYMMDD, DATE THE CHARGE WAS POSTED - FOR A
      *        'ROOM' OR 'RTAX' LINE, THE NIGHT IT CHARGES FOR
           05  FO-CHARGE-TIME    PIC 9(06).
      *        FORMAT HHMMSS
           05  FO-CHARGE-CODE    PIC X(04).
      *        VALID VALUES: 'MBAR' MINIBAR, 'PARK' PARKING,
      *        'PHON' TELEPHONE, 'MISC' ANYTHING ELSE - ALL KEYED
      *        AT THE DESK.  'ROOM' ONE NIGHT'S ROOM CHARGE AND 'RTAX'
      *        THAT NIGHT'S ROOM TAX ARE POSTED ONLY BY KC03R34, ONE
      *        OF EACH PER ROOM PER NIGHT AT MOST
           05  FO-DESCRIPTION    PIC X(20).
      *        A 'ROOM' LINE CARRIES THE RATE CODE IN ITS FIRST FOUR
      *        BYTES, AN 'RTAX' LINE THE TAX CODE
           05  FO-AMOUNT         PIC 9(05)V99.
           05  FO-STATUS         PIC X(10).
      *        VALID VALUES: 'OPEN', 'BILLED'.  ONLY 'OPEN' LINES ARE
           05  FO-BILLED-DATE    PIC 9(08).
      *        FORMAT CCYYMMDD, ZERO WHILE STILL OPEN
           05  FO-CLERK-ID       PIC X(08).
      *        SIGNED-ON CLERK WHO POSTED THE CHARGE
