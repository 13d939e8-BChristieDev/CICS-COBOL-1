      *          THROUGH THE GUEST'S ARCHIVED BOOKHST STAYS FOLLOWED
      *          BY THE GUEST'S ARCHIVED AUDIT ENTRIES ON AUDITHST -
      *          THE FILES KC03R09 FEEDS WHEN IT PURGES THE LIVE
      *          SIDE.  THE TRACE FINDS THE GUEST'S FIRST STAY ON THE
      *          BOOKHST ESDS ONCE; THE AUDIT ENTRIES ARE READ FROM
      *          AUDHKEY, THE KEYED COMPANION OF AUDITHST (SEE
      *          AuditKeyRecord.cbl), STARTING AT THE GUEST'S FIRST
      *          KEY.  PF7/PF8 CARRY ON FROM THE RBA OR KEY OF THE
      *          PAGE ON SCREEN (KEPT IN THE COMMAREA) RATHER THAN
      *          RECOUNTING FROM THE TOP, THE SAME WAY THE LIVE AUDIT
      *          BROWSE KC03L46 PAGES.  THE SAME CLERKMAS AUTHORITY
      *          THAT GATES KC03L46 GATES THIS TRACE.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'HSTMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'HIST'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-RBA                PIC S9(08) COMP.
       01  WS-SHOWN              PIC 9(02).
       01  WS-BACK-COUNT         PIC 9(02).
       01  WS-BROWSE-DONE        PIC X(01).
       01  WS-SKIP-START         PIC X(01).
       01  WS-BACK-FROM-FIRST    PIC X(01).
       01  WS-PAGENO-TEXT        PIC X(20).
       01  WS-AUTH-OK            PIC X(01).
      *
      *    WHERE A PAGE LOAD STARTS: A STAY AT WS-START-RBA (FILE
      *    'S') OR AN AUDIT ENTRY AT WS-START-KEY (FILE 'A').
      *    WS-SKIP-START 'Y' MEANS THAT ROW ITSELF IS ALREADY ON
      *    SCREEN.  WS-SEARCH-KEY IS THE GUEST'S PHONE AS THE FRONT
      *    OF AN AUDHKEY KEY.
       01  WS-START-FILE         PIC X(01).
       01  WS-START-RBA          PIC S9(08) COMP.
       01  WS-START-KEY.
           05  WS-SK-SEARCH      PIC X(09).
           05  WS-SK-REST        PIC X(17).
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-TYPE    PIC X(01).
           05  WS-SEARCH-VALUE   PIC X(08).
      *
       01  WS-STAY-DETAIL.
           05  WS-SD-CHECKIN     PIC 9(08).
               DFHCOMMAREA  BY WS-INITIAL-CA
               HI-PHONENO   BY WS-I-PHONENO
               HI-PAGE-NUM  BY WS-I-PAGE-NUM
               HI-DISPLAYED BY WS-I-DISPLAYED
               HI-FIRST-FILE BY WS-I-FIRST-FILE
               HI-FIRST-RBA  BY WS-I-FIRST-RBA
               HI-FIRST-KEY  BY WS-I-FIRST-KEY
               HI-LAST-FILE  BY WS-I-LAST-FILE
               HI-LAST-RBA   BY WS-I-LAST-RBA
               HI-LAST-KEY   BY WS-I-LAST-KEY
               HI-HAS-STAYS  BY WS-I-HAS-STAYS
               HI-STAY-FIRST-RBA BY WS-I-STAY-FIRST-RBA
               HI-STAY-LAST-RBA  BY WS-I-STAY-LAST-RBA.
      *
           COPY "HSTM46SymbolicMap.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "AuditLogRecord.cbl" REPLACING
               ==AUDIT-LOG-RECORD== BY ==AUDIT-HIST-RECORD==
               LEADING ==AL== BY ==AH==.
           COPY "AuditKeyRecord.cbl" REPLACING
               ==AUDIT-KEY-RECORD== BY ==AUDIT-HKEY-RECORD==
               LEADING ==AX== BY ==HX==.
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "HistCommArea.cbl".
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           PERFORM 0050-CHECK-SIGNON.

           IF EIBCALEN = 0
      *        NO COMMAREA HAS BEEN PASSED YET - DFHCOMMAREA BELOW IS
      *        NOT ADDRESSABLE, SO THE OUTBOUND COMMAREA IS BUILT IN
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
           MOVE LOW-VALUE TO HSTMAP.
               MOVE 'RUN A TRACE BEFORE PAGING' TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               MOVE SPACE TO WS-MESSAGE-AREA
               PERFORM 2180-FIND-PREVIOUS-PAGE
               PERFORM 2150-LOAD-HISTORY-ROWS
               PERFORM 1600-SHOW-HISTORY-PAGE
           END-IF.
      *
               MOVE 'RUN A TRACE BEFORE PAGING' TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               MOVE SPACE TO WS-MESSAGE-AREA
               MOVE HI-LAST-FILE TO WS-START-FILE
               MOVE HI-LAST-RBA  TO WS-START-RBA
               MOVE HI-LAST-KEY  TO WS-START-KEY
               MOVE 'Y' TO WS-SKIP-START
               PERFORM 2150-LOAD-HISTORY-ROWS
               IF WS-SHOWN = ZERO
      *            NOTHING PAST THE LAST ROW SHOWN - PUT THE SAME
      *            PAGE BACK UP RATHER THAN AN EMPTY ONE.
                   MOVE HI-FIRST-FILE TO WS-START-FILE
                   MOVE HI-FIRST-RBA  TO WS-START-RBA
                   MOVE HI-FIRST-KEY  TO WS-START-KEY
                   MOVE 'N' TO WS-SKIP-START
                   PERFORM 2150-LOAD-HISTORY-ROWS
                   MOVE 'NO MORE HISTORY - PF7 PAGES BACK'
                       TO WS-MESSAGE-AREA
               ELSE
                   ADD 1 TO HI-PAGE-NUM
               END-IF
               PERFORM 1600-SHOW-HISTORY-PAGE
           END-IF.
      *
       1600-SHOW-HISTORY-PAGE.
      *        THE ROWS ARE ALREADY LOADED BY 2150-LOAD-HISTORY-ROWS.
           MOVE HI-PHONENO TO BC-D-PHONENO.
           PERFORM 2160-SHOW-PAGE-NUM.
           IF WS-SHOWN = ZERO AND WS-MESSAGE-AREA = SPACE
               MOVE 'NO ARCHIVED HISTORY ON FILE FOR THAT PHONE'
                   TO WS-MESSAGE-AREA
           END-IF.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
                   MOVE BC-D-PHONENO TO HI-PHONENO
                   MOVE 1 TO HI-PAGE-NUM
                   MOVE 'Y' TO HI-DISPLAYED
                   PERFORM 2120-FIND-FIRST-STAY
                   PERFORM 2130-SET-TOP-START
                   MOVE WS-START-FILE TO HI-FIRST-FILE
                   MOVE WS-START-RBA  TO HI-FIRST-RBA
                   MOVE WS-START-KEY  TO HI-FIRST-KEY
                   MOVE WS-START-FILE TO HI-LAST-FILE
                   MOVE WS-START-RBA  TO HI-LAST-RBA
                   MOVE WS-START-KEY  TO HI-LAST-KEY
                   PERFORM 2150-LOAD-HISTORY-ROWS
                   PERFORM 1600-SHOW-HISTORY-PAGE
               END-IF
           END-IF.
      *        KC03L46 GATES THE ARCHIVE TRACE HERE.  AN OPERATOR
      *        WITH NO CLERKMAS ROW HAS NO AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE CS-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
               MOVE 'SUPERVISOR AUTHORITY REQUIRED FOR HISTORY'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       2120-FIND-FIRST-STAY.
      *        BOOKHST HAS NO KEY BY PHONE, SO THE TRACE WALKS IT ONCE
      *        FOR THE GUEST'S FIRST STAY.  EVERY PAGE AFTER THAT
      *        STARTS FROM AN RBA ALREADY FOUND.
           MOVE 'N' TO HI-HAS-STAYS.
           MOVE ZERO TO HI-STAY-FIRST-RBA.
           MOVE ZERO TO HI-STAY-LAST-RBA.
           MOVE ZERO TO WS-RBA.
           EXEC CICS STARTBR FILE('BOOKHST')
               RIDFLD(WS-RBA)
               RBA
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READNEXT FILE('BOOKHST')
                       INTO(BOOKING-HIST-RECORD)
                       RIDFLD(WS-RBA)
                       RBA
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       IF BH-PHONENO = HI-PHONENO
                           MOVE 'Y' TO HI-HAS-STAYS
                           MOVE WS-RBA TO HI-STAY-FIRST-RBA
                           MOVE WS-RBA TO HI-STAY-LAST-RBA
                           MOVE 'Y' TO WS-BROWSE-DONE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('BOOKHST') END-EXEC
           END-IF.
      *
       2130-SET-TOP-START.
      *        THE TOP OF THE HISTORY IS THE GUEST'S FIRST STAY, OR
      *        THE FIRST AUDIT ENTRY FOR A GUEST WITH NO STAYS.
           PERFORM 2140-SET-SEARCH-KEY.
           MOVE 'N' TO WS-SKIP-START.
           MOVE WS-SEARCH-KEY TO WS-SK-SEARCH.
           MOVE LOW-VALUE TO WS-SK-REST.
           IF HI-HAS-STAYS = 'Y'
               MOVE 'S' TO WS-START-FILE
               MOVE HI-STAY-FIRST-RBA TO WS-START-RBA
           ELSE
               MOVE 'A' TO WS-START-FILE
               MOVE ZERO TO WS-START-RBA
           END-IF.
      *
       2140-SET-SEARCH-KEY.
           MOVE 'P'        TO WS-SEARCH-TYPE.
           MOVE HI-PHONENO TO WS-SEARCH-VALUE.
      *
       2150-LOAD-HISTORY-ROWS.
      *        THE ARCHIVED STAYS COME OUT FIRST, AND ONCE THEY RUN
      *        OUT THE ARCHIVED AUDIT ENTRIES CONTINUE ON THE SAME
      *        NUMBERED PAGES - SO PF8 WALKS THE WHOLE HISTORY
      *        WITHOUT A MODE SWITCH.  THE HI-FIRST-/HI-LAST- CURSORS
      *        ONLY MOVE WHEN A ROW IS ACTUALLY SHOWN.
           MOVE LOW-VALUE TO HSTMAP.
           MOVE ZERO TO WS-SHOWN.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               MOVE SPACE TO BC-D-HTYPE(WS-SUB)
               MOVE SPACE TO BC-D-HROOM(WS-SUB)
               MOVE SPACE TO BC-D-HDETAIL(WS-SUB)
           END-PERFORM.
           PERFORM 2140-SET-SEARCH-KEY.

           IF WS-START-FILE = 'S'
               PERFORM 2200-BROWSE-ARCHIVED-STAYS
               IF WS-SHOWN < 6
                   MOVE WS-SEARCH-KEY TO WS-SK-SEARCH
                   MOVE LOW-VALUE TO WS-SK-REST
                   MOVE 'N' TO WS-SKIP-START
                   PERFORM 2300-BROWSE-ARCHIVED-AUDIT
               END-IF
           ELSE
               PERFORM 2300-BROWSE-ARCHIVED-AUDIT
           END-IF.
      *
       2200-BROWSE-ARCHIVED-STAYS.
           MOVE WS-START-RBA TO WS-RBA.
           EXEC CICS STARTBR FILE('BOOKHST')
               RIDFLD(WS-RBA)
               RBA
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       IF BH-PHONENO = HI-PHONENO
                           IF WS-SKIP-START = 'Y' AND
                              WS-RBA = WS-START-RBA
                               CONTINUE
                           ELSE
                               PERFORM 2250-SHOW-ONE-STAY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('BOOKHST') END-EXEC
           END-IF.
      *
       2250-SHOW-ONE-STAY.
           ADD 1 TO WS-SHOWN.
           IF WS-SHOWN = 1
               MOVE 'S'    TO HI-FIRST-FILE
               MOVE WS-RBA TO HI-FIRST-RBA
           END-IF.
           MOVE 'S'    TO HI-LAST-FILE.
           MOVE WS-RBA TO HI-LAST-RBA.
           MOVE WS-RBA TO HI-STAY-LAST-RBA.
           MOVE 'STAY' TO BC-D-HTYPE(WS-SHOWN).
           MOVE BH-CHECKIN-DATE TO BC-D-HDATE(WS-SHOWN).
           MOVE BH-ROOMNO TO BC-D-HROOM(WS-SHOWN).
           MOVE BH-CHECKIN-DATE  TO WS-SD-CHECKIN.
           MOVE BH-CHECKOUT-DATE TO WS-SD-CHECKOUT.
           MOVE BH-STATUS        TO WS-SD-STATUS.
           MOVE BH-NIGHTLY-RATE  TO WS-SD-RATE.
           MOVE WS-STAY-DETAIL TO BC-D-HDETAIL(WS-SHOWN).
           IF WS-SHOWN = 6
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
      *
       2300-BROWSE-ARCHIVED-AUDIT.
           MOVE WS-START-KEY TO HX-KEY.
           EXEC CICS STARTBR FILE('AUDHKEY')
               RIDFLD(HX-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READNEXT FILE('AUDHKEY')
                       INTO(AUDIT-HKEY-RECORD)
                       RIDFLD(HX-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) OR
                      HX-KEY-TYPE  NOT = WS-SEARCH-TYPE OR
                      HX-KEY-VALUE NOT = WS-SEARCH-VALUE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       IF WS-SKIP-START = 'Y' AND
                          HX-KEY = WS-START-KEY
                           CONTINUE
                       ELSE
                           PERFORM 2350-SHOW-ONE-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('AUDHKEY') END-EXEC
           END-IF.
      *
       2350-SHOW-ONE-ENTRY.
           MOVE HX-ENTRY TO AUDIT-HIST-RECORD.
           ADD 1 TO WS-SHOWN.
           IF WS-SHOWN = 1
               MOVE 'A'    TO HI-FIRST-FILE
               MOVE HX-KEY TO HI-FIRST-KEY
           END-IF.
           MOVE 'A'    TO HI-LAST-FILE.
           MOVE HX-KEY TO HI-LAST-KEY.
           MOVE 'AUDIT' TO BC-D-HTYPE(WS-SHOWN).
           MOVE AH-LOG-DATE TO BC-D-HDATE(WS-SHOWN).
           MOVE AH-ROOMNO TO BC-D-HROOM(WS-SHOWN).
           MOVE AH-ACTION TO WS-AD-ACTION.
           MOVE AH-STATUS-BEFORE TO WS-AD-BEFORE.
           MOVE AH-STATUS-AFTER  TO WS-AD-AFTER.
           MOVE WS-AUDIT-DETAIL TO BC-D-HDETAIL(WS-SHOWN).
           IF WS-SHOWN = 6
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
      *
       2180-FIND-PREVIOUS-PAGE.
      *        READ BACK UP TO SIX ROWS FROM THE FIRST ONE ON SCREEN -
      *        THE EARLIEST OF THEM STARTS THE PREVIOUS PAGE.  BACK
      *        PAST THE GUEST'S FIRST AUDIT ENTRY THE COUNT CARRIES ON
      *        FROM THE GUEST'S LAST STAY.  FEWER THAN SIX MEANS THE
      *        TOP IS REACHED, SO PAGE ONE IS SHOWN FROM THE TOP.
           PERFORM 2140-SET-SEARCH-KEY.
           MOVE ZERO TO WS-BACK-COUNT.
           IF HI-FIRST-FILE = 'A'
               PERFORM 2185-BACK-THROUGH-AUDIT
               IF WS-BACK-COUNT < 6 AND HI-HAS-STAYS = 'Y'
                   MOVE HI-STAY-LAST-RBA TO WS-RBA
                   MOVE 'N' TO WS-BACK-FROM-FIRST
                   PERFORM 2190-BACK-THROUGH-STAYS
               END-IF
           ELSE
               MOVE HI-FIRST-RBA TO WS-RBA
               MOVE 'Y' TO WS-BACK-FROM-FIRST
               PERFORM 2190-BACK-THROUGH-STAYS
           END-IF.

           IF WS-BACK-COUNT = 6
               MOVE 'N' TO WS-SKIP-START
               IF HI-PAGE-NUM > 1
                   SUBTRACT 1 FROM HI-PAGE-NUM
               END-IF
           ELSE
               PERFORM 2130-SET-TOP-START
               MOVE 1 TO HI-PAGE-NUM
           END-IF.
      *
       2185-BACK-THROUGH-AUDIT.
      *        READPREV STRAIGHT AFTER STARTBR RETURNS THE FIRST
      *        ENTRY ON SCREEN ITSELF, WHICH IS NOT COUNTED.
           MOVE HI-FIRST-KEY TO HX-KEY.
           EXEC CICS STARTBR FILE('AUDHKEY')
               RIDFLD(HX-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READPREV FILE('AUDHKEY')
                       INTO(AUDIT-HKEY-RECORD)
                       RIDFLD(HX-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) OR
                      HX-KEY-TYPE  NOT = WS-SEARCH-TYPE OR
                      HX-KEY-VALUE NOT = WS-SEARCH-VALUE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       IF HX-KEY < HI-FIRST-KEY
                           ADD 1 TO WS-BACK-COUNT
                           MOVE 'A'    TO WS-START-FILE
                           MOVE HX-KEY TO WS-START-KEY
                           IF WS-BACK-COUNT = 6
                               MOVE 'Y' TO WS-BROWSE-DONE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('AUDHKEY') END-EXEC
           END-IF.
      *
       2190-BACK-THROUGH-STAYS.
      *        FROM THE RBA IN WS-RBA BACKWARDS, NO FURTHER THAN THE
      *        GUEST'S FIRST STAY.  WS-BACK-FROM-FIRST 'Y' MEANS THE
      *        BROWSE STARTS ON THE FIRST ROW ON SCREEN, WHICH IS NOT
      *        COUNTED.
           EXEC CICS STARTBR FILE('BOOKHST')
               RIDFLD(WS-RBA)
               RBA
               RESP(WS-RESP)
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READPREV FILE('BOOKHST')
                       INTO(BOOKING-HIST-RECORD)
                       RIDFLD(WS-RBA)
                       RBA
                       RESP(WS-RESP)
                   IF WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       IF BH-PHONENO = HI-PHONENO
                           IF WS-BACK-FROM-FIRST = 'Y' AND
                              WS-RBA = HI-FIRST-RBA
                               CONTINUE
                           ELSE
                               ADD 1 TO WS-BACK-COUNT
                               MOVE 'S'    TO WS-START-FILE
                               MOVE WS-RBA TO WS-START-RBA
                               IF WS-BACK-COUNT = 6
                                   MOVE 'Y' TO WS-BROWSE-DONE
                               END-IF
                           END-IF
                       END-IF
                       IF WS-RBA = HI-STAY-FIRST-RBA
                           MOVE 'Y' TO WS-BROWSE-DONE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('BOOKHST') END-EXEC
           END-IF.
      *
       2160-SHOW-PAGE-NUM.
