       01  INTEG-CHECKPOINT-RECORD.
      * NAME: BRANDON CHRISTIE
      * ONE-RECORD RESTART FILE FOR THE NIGHTLY REFERENTIAL INTEGRITY
      * CHECK (KC03R33), CUT THE SAME WAY KC03R02 CUTS ITS
      * RECONCILIATION CHECKPOINT.  THE CHECK RUNS IN FOUR PHASES;
      * THE RECORD IS REWRITTEN AFTER EACH UNIT OF A PHASE COMPLETES
      * (A GUEST, A ROOM'S CALENDAR, A HOTEL, THE BLOCK RECOUNT) SO A
      * RUN THAT ABENDS RESTARTS AT THE NEXT UNIT, AND THE RUNNING
      * FINDING COUNTS RIDE ALONG SO THE TOTALS OF A RESTARTED RUN
      * STILL COVER THE WHOLE NIGHT.
           05  IK-RUN-DATE           PIC 9(08).
      *        FORMAT CCYYMMDD - CLEARED TO ZERO ON A CLEAN FINISH
           05  IK-PHASE              PIC 9(01).
      *        PHASE IN PROGRESS: 1 GUESTS AGAINST BOOKROOM AND
      *        ROOMMAS, 2 RESCAL AGAINST GUESTMAS, 3 OUT-OF-SERVICE
      *        ROOMS AGAINST WORKORD, 4 ROOMBLK PICKUP COUNTS
           05  IK-LAST-KEY-DONE      PIC X(38).
      *        LAST UNIT FINISHED IN THAT PHASE - A PHONENO, A ROOMNO
      *        OR A HOTEL - SPACE WHEN THE PHASE HAS NOT STARTED
           05  IK-FINDING-COUNTS.
               10  IK-ROOM-MISSING   PIC 9(07).
               10  IK-GUEST-MISSING  PIC 9(07).
               10  IK-SEQ-GAP        PIC 9(07).
               10  IK-NUMROOMS-WRONG PIC 9(07).
               10  IK-CAL-ORPHAN     PIC 9(07).
               10  IK-OOS-NO-ORDER   PIC 9(07).
               10  IK-BLOCK-MISSING  PIC 9(07).
               10  IK-PICKUP-WRONG   PIC 9(07).
               10  IK-CORRECTED      PIC 9(07).
           05  IK-RUN-COMPLETE       PIC X(01).
      *        VALUE 'Y' WHEN THE RUN FINISHED ALL FOUR PHASES
