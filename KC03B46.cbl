       01  WS-MAPNAME            PIC X(08) VALUE 'BLKMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'BLKM'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-TODAY              PIC 9(08).
       01  WS-AUTH-OK            PIC X(01).
           COPY "RoomBlockRecord.cbl".
           COPY "HotelMasterRecord.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "BlockCommArea.cbl".
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           PERFORM 0050-CHECK-SIGNON.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF EIBCALEN = 0
           END-IF.

           GOBACK.
      *
       0050-CHECK-SIGNON.
      *        NOTHING RUNS ON A TERMINAL WITHOUT A CLERK SIGNED ON TO
      *        IT TODAY (CLERKSES) - CS-CLERK-ID IS THE CLERK OF RECORD
      *        FOR EVERYTHING BELOW.  ANY OTHER TERMINAL IS SENT TO THE
      *        SIGN-ON SCREEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SESSION-DATE.
           MOVE EIBTRMID TO CS-TERMID.
           EXEC CICS READ FILE('CLERKSES')
               INTO(CLERK-SESSION-RECORD)
               RIDFLD(CS-TERMID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              CS-SIGNON-DATE NOT = WS-SESSION-DATE
               EXEC CICS XCTL PROGRAM('KC03N46')
               END-EXEC
           END-IF.
      *
       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUE TO BLKMAP.
      *        SAVE HERE.  AN OPERATOR WITH NO CLERKMAS ROW HAS NO
      *        AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE CS-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
