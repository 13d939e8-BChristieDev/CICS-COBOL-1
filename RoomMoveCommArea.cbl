       01  DFHCOMMAREA.
      * NAME: BRANDON CHRISTIE
      * CARRIED ACROSS TASKS OF THE SAME MOVM46 ROOM-MOVE
      * CONVERSATION SO THE STAY CHECKED BY THE INQUIRE TASK IS THE
      * ONE THE PF5 EXECUTE TASK MOVES.
           05  MV-PHONENO        PIC X(07).
           05  MV-OLDROOM        PIC X(08).
           05  MV-NEWROOM        PIC X(08).
           05  MV-ROOMSEQ        PIC 9(04).
      *        BOOKROOM SEQUENCE OF THE IN-HOUSE ROW BEING MOVED
           05  MV-FOUND          PIC X(01).
      *        'Y' WHEN THE LAST INQUIRE FOUND THE GUEST IN-HOUSE IN
      *        MV-OLDROOM AND MV-NEWROOM FREE TO TAKE THE STAY
           05  MV-DISPLAYED      PIC X(01).
