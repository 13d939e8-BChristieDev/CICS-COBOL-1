      * NAME: BRANDON CHRISTIE
      * PURPOSE: FRONT-DESK ARRIVAL/DEPARTURE TRANSACTION BEHIND MAP
      *          FDKM46 (TRANSID FDSK).  CLERK KEYS A GUEST PHONE
      *          NUMBER, OR THE CONFIRMATION NUMBER OF ANY ROOM ON THE
      *          BOOKING, TO LOAD THE BOOKING'S ROOM ROWS SIX AT A TIME
      *          (PF7/PF8 PAGE LIKE CANM46), MARKS ROWS 'A' WHEN THE
      *          GUEST ARRIVES OR 'D' WHEN THE GUEST LEAVES, THEN
      *          PRESSES PF5 TO STAMP TODAY'S DATE ON THE BOOKROOM
       01  WS-MAPNAME            PIC X(08) VALUE 'DESKMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'FDSK'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-BASE-SEQ           PIC 9(04).
       01  WS-PAGENO-TEXT        PIC X(20).
       01  WS-ANY-RECORDED       PIC X(01) VALUE 'N'.
       01  WS-TODAY              PIC 9(08).
       01  WS-START-PAGE         PIC 9(03).
      *
      *    STAGING COPY OF THE DESK COMMAREA, USED ONLY TO BUILD THE
      *    COLD-START RETURN WHEN EIBCALEN = 0 - AT THAT POINT NO
           COPY "GuestMasterRecord.cbl".
           COPY "BookingRoomRecord.cbl".
           COPY "RoomMasterRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "DeskCommArea.cbl".
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
           MOVE LOW-VALUE TO DESKMAP.
           MOVE
           'KEY GUEST PHONE OR CONFIRMATION NUMBER TO LOAD THE BOOKING'
               TO BC-D-INSTR.
           MOVE 'F3=Exit F5=Record F7=Bkwd F8=Fwd' TO BC-D-FKEYS.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.
           MOVE 1 TO WS-START-PAGE.

           IF BC-D-PHONENO = SPACE OR BC-D-PHONENO = LOW-VALUE
               IF BC-D-CONFNO = SPACE OR BC-D-CONFNO = LOW-VALUE
                   MOVE 'GUEST PHONE OR CONFIRMATION NUMBER IS REQUIRED'
                       TO WS-MESSAGE-AREA
                   PERFORM 3000-SEND-DATAONLY
               ELSE
                   PERFORM 2050-LOOKUP-CONFIRM-NO
               END-IF
           ELSE
               PERFORM 2100-LOOKUP-GUEST
           END-IF.
      *
       2050-LOOKUP-CONFIRM-NO.
      *        THE NUMBER ON THE GUEST'S CONFIRMATION LETTER LEADS TO
      *        ONE BOOKROOM ROW THROUGH THE BOOKCNF PATH.  THE ROW'S
      *        PHONE NUMBER THEN LOADS THE WHOLE BOOKING EXACTLY AS IF
      *        IT HAD BEEN KEYED, OPENED AT THE PAGE HOLDING THAT ROW.
           IF BC-D-CONFNO NOT NUMERIC
               MOVE 'KEY ALL NINE DIGITS OF THE CONFIRMATION NUMBER'
                   TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               MOVE BC-D-CONFNO TO BR-CONFIRM-NO
               EXEC CICS READ FILE('BOOKCNF')
                   INTO(BOOKING-ROOM-RECORD)
                   RIDFLD(BR-CONFIRM-NO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE BR-PHONENO TO BC-D-PHONENO
                   COMPUTE WS-START-PAGE = (BR-ROOMSEQ - 1) / 6 + 1
                   PERFORM 2100-LOOKUP-GUEST
               ELSE
                   MOVE 'CONFIRMATION NUMBER NOT ON FILE'
                       TO WS-MESSAGE-AREA
                   PERFORM 3000-SEND-DATAONLY
               END-IF
           END-IF.
      *
       2100-LOOKUP-GUEST.
           MOVE BC-D-PHONENO TO GM-PHONENO.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE BC-D-PHONENO TO FD-PHONENO
                   MOVE WS-START-PAGE TO FD-PAGE-NUM
                   MOVE 'Y' TO FD-DISPLAYED
                   MOVE 'MARK ROWS A=ARRIVED D=DEPARTED, THEN PF5'
                       TO WS-MESSAGE-AREA
