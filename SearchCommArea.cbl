      *        'Y' ONCE A SEARCH HAS RUN AND RESULTS HAVE BEEN SENT,
      *        SO THE NEXT TASK KNOWS PF4/PF7/PF8 HAVE A RESULT LIST
      *        TO WORK ON.
           05  SC-ACCESSIBLE     PIC X(01).
      *        'Y' = ONLY ROOMS MARKED ACCESSIBLE, SPACE = ANY
           05  SC-SMOKING        PIC X(01).
      *        'Y' = SMOKING ROOMS ONLY, 'N' = NON-SMOKING ONLY,
      *        SPACE = EITHER
           05  SC-BED-TYPE       PIC X(02).
           05  SC-VIEW           PIC X(02).
      *        MUST MATCH RM-BED-TYPE / RM-VIEW EXACTLY, SPACE = ANY
           05  SC-CONNECTING     PIC X(01).
      *        'Y' = ONLY ROOMS WITH A CONNECTING ROOM, SPACE = ANY
