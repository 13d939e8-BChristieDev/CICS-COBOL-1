       01  CLERK-SESSION-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'CLERKSES' - ONE ROW PER TERMINAL WITH A CLERK
      * SIGNED ON, WRITTEN BY THE SIGN-ON TRANSACTION SGON (KC03N46)
      * AND DELETED WHEN THE CLERK SIGNS OFF.  EVERY ONLINE PROGRAM
      * READS IT ON EIBTRMID BEFORE DOING ANYTHING: A TERMINAL WITH
      * NO ROW, OR A ROW LEFT FROM AN EARLIER DAY, IS SENT TO SGON,
      * AND CS-CLERK-ID IS THE CLERK OF RECORD FOR EVERYTHING THE
      * TERMINAL DOES (AL-CLERK-ID, PY-CLERK-ID, AUTHORITY CHECKS).
      * PRIME KEY : CS-TERMID
           05  CS-TERMID         PIC X(04).
           05  CS-CLERK-ID       PIC X(08).
           05  CS-SIGNON-DATE    PIC 9(08).
      *        FORMAT CCYYMMDD - THE SESSION LASTS UNTIL SIGN-OFF OR
      *        THE END OF THIS DAY, WHICHEVER COMES FIRST
           05  CS-SIGNON-TIME    PIC 9(06).
      *        FORMAT HHMMSS
