       01  ATTENDANT-MASTER-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'HSKATT' - ONE ROW PER ROOM ATTENDANT ON A HOTEL'S
      * HOUSEKEEPING STAFF.  LOADED AND MAINTAINED FROM CONTROL CARDS
      * BY KC03R15.  THE MORNING JOB KC03R17 SPLITS THE DAY'S ROOMS
      * ACROSS THE ACTIVE ATTENDANTS WHOSE WORK PATTERN SAYS THEY ARE
      * ON SHIFT, HSKM46 (KC03H46) RECORDS WHICH ATTENDANT CLEANED OR
      * FAULTED EACH ROOM (SEE HousekeepingLogRecord.cbl), AND THE
      * WEEKLY PRODUCTIVITY REPORT KC03R37 COUNTS BY IT.
      * PRIME KEY : HA-KEY (HOTEL + ATTENDANT-ID)
           05  HA-KEY.
               10  HA-HOTEL      PIC X(30).
               10  HA-ATTENDANT-ID PIC X(06).
           05  HA-NAME           PIC X(25).
           05  HA-WORK-DAYS      PIC X(07).
      *        ONE 'Y' OR 'N' PER DAY, MONDAY FIRST - 'YYYYYNN' IS A
      *        WEEKDAY ATTENDANT
           05  HA-STATUS         PIC X(10).
      *        VALID VALUES: 'ACTIVE', 'INACTIVE'.  AN INACTIVE
      *        ATTENDANT IS NEVER ASSIGNED ROOMS AND CANNOT BE KEYED
      *        ON HSKM46, BUT STAYS ON FILE SO PAST WORK STILL
      *        REPORTS UNDER THEIR NAME.
