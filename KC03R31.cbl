       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R31.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: ONE-TIME CONVERSION - CLERK SIGN-ON.  THE CLERK
      *          MASTER GREW THE PASSWORD HASH, PASSWORD DATE, FAILURE
      *          COUNT, LOCKOUT AND LAST SIGN-ON FIELDS, SO CLERKMAS IS
      *          RELOADED THE SAME WAY KC03R30 RELOADED THE ROOM
      *          MASTER: THE JCL RENAMES THE OLD CLUSTER TO THE
      *          CLERKOLD DD, IDCAMS DEFINES THE NEW-LENGTH CLUSTER,
      *          AND THIS STEP COPIES EVERY CLERK ACROSS.  NO CLERK HAS
      *          A PASSWORD YET, SO EVERY CLERK COMES ACROSS ON A
      *          TEMPORARY PASSWORD (THEIR CLERK ID), UNLOCKED, AND
      *          MUST SET A REAL ONE AT THEIR FIRST SIGN-ON.  AN OLD
      *          INPUT THAT DOES NOT EXIST IS SKIPPED, SO A FRESH SITE
      *          CAN RUN THE STEP HARMLESSLY.  RUN ONCE, BEFORE ANY OF
      *          THE NEW RELEASE RUNS AGAINST EXISTING DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CLERK-FILE ASSIGN TO CLERKOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OL-CLERK-ID
               FILE STATUS IS WS-OLDCLERK-STATUS.

           SELECT NEW-CLERK-FILE ASSIGN TO CLERKMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLERK-ID
               FILE STATUS IS WS-NEWCLERK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *    THE OLD LAYOUT IS DECLARED HERE IN FULL, NOT COPIED - THE
      *    COPYBOOK NOW DESCRIBES THE GROWN RECORD AND THIS JOB IS THE
      *    ONLY PLACE THE OLD SHAPE IS EVER READ AGAIN.
       FD  OLD-CLERK-FILE.
       01  OLD-CLERK-RECORD.
           05  OL-CLERK-ID       PIC X(08).
           05  OL-NAME           PIC X(30).
           05  OL-AUTH-LEVEL     PIC 9(01).

       FD  NEW-CLERK-FILE.
           COPY "ClerkMasterRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-OLDCLERK-STATUS    PIC X(02).
       01  WS-NEWCLERK-STATUS    PIC X(02).
       01  WS-EOF-CLERK          PIC X(01) VALUE 'N'.
       01  WS-CLERKS-CONVERTED   PIC 9(07) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 2000-CONVERT-CLERK-MASTER.

           DISPLAY 'KC03R31 CLERKS CONVERTED  ' WS-CLERKS-CONVERTED.
           GOBACK.
      *
       2000-CONVERT-CLERK-MASTER.
           OPEN INPUT OLD-CLERK-FILE.
           IF WS-OLDCLERK-STATUS = '35'
      *        NOTHING TO CONVERT - A FRESH SITE HAS NO OLD CLUSTER.
               MOVE 'Y' TO WS-EOF-CLERK
           ELSE
               OPEN OUTPUT NEW-CLERK-FILE
           END-IF.

           IF WS-EOF-CLERK NOT = 'Y'
               PERFORM 2100-READ-NEXT-OLD-CLERK
           END-IF.
           PERFORM UNTIL WS-EOF-CLERK = 'Y'
               PERFORM 2200-WRITE-NEW-CLERK
               PERFORM 2100-READ-NEXT-OLD-CLERK
           END-PERFORM.

           IF WS-OLDCLERK-STATUS NOT = '35'
               CLOSE OLD-CLERK-FILE
               CLOSE NEW-CLERK-FILE
           END-IF.
      *
       2100-READ-NEXT-OLD-CLERK.
           READ OLD-CLERK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CLERK
           END-READ.
      *
       2200-WRITE-NEW-CLERK.
           MOVE OL-CLERK-ID      TO CM-CLERK-ID.
           MOVE OL-NAME          TO CM-NAME.
           MOVE OL-AUTH-LEVEL    TO CM-AUTH-LEVEL.
      *        NO HASH AND NO PASSWORD DATE - THE TEMPORARY PASSWORD
      *        IS THE CLERK ID, AND KC03V46 MAKES THE CLERK REPLACE IT.
           MOVE SPACE TO CM-PASSWORD-HASH.
           MOVE ZERO  TO CM-PASSWORD-DATE.
           MOVE ZERO  TO CM-FAIL-COUNT.
           MOVE 'N'   TO CM-LOCKED.
           MOVE ZERO  TO CM-LOCKED-DATE.
           MOVE ZERO  TO CM-LAST-SIGNON-DATE.
           MOVE ZERO  TO CM-LAST-SIGNON-TIME.
           MOVE SPACE TO CM-LAST-TERMID.
           WRITE CLERK-MASTER-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-CLERKS-CONVERTED.
