       01  AUDIT-KEY-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'AUDITKEY' - KEYED COMPANION TO THE AUDITLOG ESDS.
      * CICS FILE 'AUDHKEY'  - THE SAME LAYOUT, COMPANION TO AUDITHST.
      * AUDITLOG STAYS THE FILE OF RECORD, WRITTEN ONLY EVER AT THE
      * END; EACH ENTRY IS ALSO COPIED HERE ONCE UNDER ITS GUEST PHONE
      * AND ONCE UNDER ITS ROOM NUMBER (A BLANK PHONE OR ROOM GETS NO
      * ROW), SO THE AUDIT BROWSE KC03L46 AND THE HISTORY INQUIRY
      * KC03Y46 START STRAIGHT AT A GUEST'S OR A ROOM'S FIRST ENTRY
      * AND PAGE EITHER WAY FROM THE LAST KEY SHOWN.  ONLINE ENTRIES
      * COME THROUGH THE AUDIT WRITER KC03X46; THE BATCH WRITERS
      * KC03R13 AND KC03R28 WRITE THEIR ROWS DIRECTLY.  THE PURGE
      * KC03R09 MOVES AGED ROWS FROM AUDITKEY TO AUDHKEY, AND THE
      * ONE-TIME LOAD KC03R38 BUILT BOTH FROM THE EXISTING FILES.
      * PRIME KEY : AX-KEY (TYPE + PHONE/ROOM + DATE + TIME + SEQ)
           05  AX-KEY.
               10  AX-KEY-TYPE   PIC X(01).
      *        VALID VALUES: 'P' = FILED UNDER AL-PHONENO,
      *        'R' = FILED UNDER AL-ROOMNO
               10  AX-KEY-VALUE  PIC X(08).
      *        THE PHONE OR ROOM NUMBER, LEFT-JUSTIFIED
               10  AX-LOG-DATE   PIC 9(08).
      *        FORMAT CCYYMMDD - COPIED FROM AL-LOG-DATE
               10  AX-LOG-TIME   PIC 9(06).
      *        FORMAT HHMMSS - COPIED FROM AL-LOG-TIME
               10  AX-KEY-SEQ    PIC 9(03).
      *        ZERO, OR ONE UP FOR EACH EARLIER ENTRY ALREADY FILED
      *        UNDER THE SAME PHONE/ROOM IN THE SAME SECOND, SO THE
      *        KEY STAYS UNIQUE AND STILL RUNS IN WRITE ORDER
           05  AX-ENTRY          PIC X(87).
      *        THE WHOLE AUDIT-LOG-RECORD AS WRITTEN TO AUDITLOG (SEE
      *        AuditLogRecord.cbl) - MOVED BACK INTO THAT LAYOUT TO
      *        READ IT
