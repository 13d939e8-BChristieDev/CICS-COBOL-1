      *        FORMAT CCYYMMDD - ONE ORDER PER ROOM PER DAY
           05  WO-REASON         PIC X(30).
           05  WO-REPORTED-BY    PIC X(08).
      *        SIGNED-ON CLERK OR STAFF ID WHO REPORTED THE FAULT
           05  WO-EXPECT-RETURN  PIC 9(08).
      *        FORMAT CCYYMMDD, WHEN MAINTENANCE EXPECTS THE ROOM
      *        BACK IN SERVICE
