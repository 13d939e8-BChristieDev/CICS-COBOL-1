       01  HOUSEKEEPING-LOG-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'HSKPLOG' - ONE ENTRY EACH TIME HSKM46 (KC03H46)
      * RECORDS A ROOM CLEANED ('C') OR FOUND WITH A PROBLEM ('P'),
      * NAMING THE ATTENDANT WHO DID THE WORK AS WELL AS THE CLERK AT
      * THE TERMINAL.  WRITTEN TO A SEQUENTIAL LOG FILE THE SAME WAY
      * AS AUDITLOG - NEVER UPDATED OR DELETED.  READ BY THE WEEKLY
      * PRODUCTIVITY REPORT KC03R37.
           05  HL-LOG-DATE       PIC 9(08).
      *        FORMAT CCYYMMDD
           05  HL-LOG-TIME       PIC 9(06).
      *        FORMAT HHMMSS
           05  HL-HOTEL          PIC X(30).
           05  HL-ROOMNO         PIC X(08).
           05  HL-ATTENDANT-ID   PIC X(06).
      *        SEE AttendantMasterRecord.cbl
           05  HL-RESULT         PIC X(01).
      *        VALID VALUES: 'C' CLEANED, BACK TO AVAILABLE
      *                      'P' PROBLEM FOUND, OUT OF SERVICE
           05  HL-CLERK-ID       PIC X(08).
           05  HL-TERMID         PIC X(04).
