       01  CONFIRM-CONTROL-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'CONFCTL' - ONE-RECORD COUNTER FILE THE BOOKING
      * CONFIRMATION NUMBER IS TAKEN FROM.  ADDM46/ADDM46A (KC03A46,
      * KC03A46A) AND THE RESERVATION FEED (KC03R28) READ IT FOR
      * UPDATE, ADD ONE, REWRITE IT AND STAMP THE NEW NUMBER ON THE
      * BOOKROOM ROW THEY ARE WRITING, SO NO TWO ROWS EVER SHARE A
      * NUMBER.  SEEDED BY KC03R29 WHEN THE NUMBER WAS INTRODUCED.
      * PRIME KEY : CF-KEY, ALWAYS 'BOOKING'
           05  CF-KEY                PIC X(08).
           05  CF-LAST-CONFIRM-NO    PIC 9(09).
      *        LAST NUMBER HANDED OUT - THE NEXT BOOKROOM ROW GETS
      *        THIS PLUS ONE
