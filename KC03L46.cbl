      *          (TRANSID AUDB).  SUPERVISOR KEYS A GUEST PHONE
      *          NUMBER (OR A ROOM NUMBER WHEN THE PHONE IS LEFT
      *          BLANK) AND PAGES THROUGH THE MATCHING AUDITLOG
      *          ENTRIES SIX AT A TIME WITH PF7/PF8.  THE ENTRIES ARE
      *          READ FROM AUDITKEY, THE KEYED COMPANION OF THE
      *          AUDITLOG ESDS (SEE AuditKeyRecord.cbl), WHICH FILES
      *          EACH ENTRY UNDER ITS PHONE AND ITS ROOM IN DATE/TIME
      *          ORDER - THE BROWSE STARTS AT THE FIRST MATCHING KEY,
      *          AND PF7/PF8 CARRY ON FROM THE KEYS OF THE PAGE ON
      *          SCREEN (KEPT IN THE COMMAREA).
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'AUDBMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'AUDB'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-SHOWN              PIC 9(02).
       01  WS-BACK-COUNT         PIC 9(02).
       01  WS-BROWSE-DONE        PIC X(01).
       01  WS-SKIP-START         PIC X(01).
       01  WS-PAGENO-TEXT        PIC X(20).
       01  WS-AUTH-OK            PIC X(01).
      *
      *    THE PHONE OR ROOM BEING TRACED, AS THE FRONT OF AN AUDITKEY
      *    KEY, AND THE KEY A PAGE LOAD STARTS FROM - WS-SKIP-START
      *    'Y' MEANS THE START KEY ITSELF IS ALREADY ON SCREEN.
       01  WS-SEARCH-KEY.
           05  WS-SEARCH-TYPE    PIC X(01).
           05  WS-SEARCH-VALUE   PIC X(08).
       01  WS-START-KEY.
           05  WS-SK-SEARCH      PIC X(09).
           05  WS-SK-REST        PIC X(17).
      *
      *    STAGING COPY OF THE BROWSE COMMAREA, USED ONLY TO BUILD THE
      *    COLD-START RETURN WHEN EIBCALEN = 0 - AT THAT POINT NO
      *    COMMAREA HAS BEEN PASSED, SO THE LINKAGE SECTION DFHCOMMAREA
               AB-PHONENO   BY WS-I-PHONENO
               AB-ROOMNO    BY WS-I-ROOMNO
               AB-PAGE-NUM  BY WS-I-PAGE-NUM
               AB-DISPLAYED BY WS-I-DISPLAYED
               AB-FIRST-KEY BY WS-I-FIRST-KEY
               AB-LAST-KEY  BY WS-I-LAST-KEY.
      *
           COPY "AUDM46SymbolicMap.cbl".
           COPY "AuditLogRecord.cbl".
           COPY "AuditKeyRecord.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "AuditCommArea.cbl".
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
           MOVE LOW-VALUE TO AUDBMAP.
               MOVE 'RUN A TRACE BEFORE PAGING' TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               MOVE SPACE TO WS-MESSAGE-AREA
               PERFORM 2180-FIND-PREVIOUS-PAGE
               PERFORM 2150-LOAD-AUDIT-ROWS
               PERFORM 1600-SHOW-AUDIT-PAGE
           END-IF.
      *
               MOVE 'RUN A TRACE BEFORE PAGING' TO WS-MESSAGE-AREA
               PERFORM 3000-SEND-DATAONLY
           ELSE
               MOVE SPACE TO WS-MESSAGE-AREA
               MOVE AB-LAST-KEY TO WS-START-KEY
               MOVE 'Y' TO WS-SKIP-START
               PERFORM 2150-LOAD-AUDIT-ROWS
               IF WS-SHOWN = ZERO
      *            NOTHING PAST THE LAST ENTRY SHOWN - PUT THE SAME
      *            PAGE BACK UP RATHER THAN AN EMPTY ONE.
                   MOVE AB-FIRST-KEY TO WS-START-KEY
                   MOVE 'N' TO WS-SKIP-START
                   PERFORM 2150-LOAD-AUDIT-ROWS
                   MOVE 'NO MORE ENTRIES - PF7 PAGES BACK'
                       TO WS-MESSAGE-AREA
               ELSE
                   ADD 1 TO AB-PAGE-NUM
               END-IF
               PERFORM 1600-SHOW-AUDIT-PAGE
           END-IF.
      *
       1600-SHOW-AUDIT-PAGE.
      *        THE ROWS ARE ALREADY LOADED BY 2150-LOAD-AUDIT-ROWS.
           MOVE AB-PHONENO TO BC-D-PHONENO.
           MOVE AB-ROOMNO  TO BC-D-ROOMNO-IN.
           PERFORM 2160-SHOW-PAGE-NUM.
           IF WS-SHOWN = ZERO AND WS-MESSAGE-AREA = SPACE
               MOVE 'NO AUDIT ENTRIES ON FILE FOR THAT PHONE OR ROOM'
                   TO WS-MESSAGE-AREA
           END-IF.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
               END-IF
               MOVE 1 TO AB-PAGE-NUM
               MOVE 'Y' TO AB-DISPLAYED
               PERFORM 2140-SET-SEARCH-KEY
               MOVE WS-SEARCH-KEY TO WS-SK-SEARCH
               MOVE LOW-VALUE TO WS-SK-REST
               MOVE WS-START-KEY TO AB-FIRST-KEY
               MOVE WS-START-KEY TO AB-LAST-KEY
               MOVE 'N' TO WS-SKIP-START
               PERFORM 2150-LOAD-AUDIT-ROWS
               PERFORM 1600-SHOW-AUDIT-PAGE
           END-IF
           END-IF.
      *        KC03C46 GATES THE TRACE HERE.  AN OPERATOR WITH NO
      *        CLERKMAS ROW HAS NO AUTHORITY.
           MOVE 'N' TO WS-AUTH-OK.
           MOVE CS-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       2140-SET-SEARCH-KEY.
      *        A KEYED PHONE NUMBER WINS OVER A KEYED ROOM NUMBER WHEN
      *        BOTH ARE PRESENT.
           IF AB-PHONENO NOT = SPACE
               MOVE 'P'        TO WS-SEARCH-TYPE
               MOVE AB-PHONENO TO WS-SEARCH-VALUE
           ELSE
               MOVE 'R'        TO WS-SEARCH-TYPE
               MOVE AB-ROOMNO  TO WS-SEARCH-VALUE
           END-IF.
      *
       2150-LOAD-AUDIT-ROWS.
      *        UP TO SIX ENTRIES FOR THE PHONE/ROOM FROM WS-START-KEY
      *        ON, STOPPING AT THE FIRST KEY FILED UNDER ANYTHING
      *        ELSE.  AB-FIRST-KEY/AB-LAST-KEY ONLY MOVE WHEN A ROW
      *        IS ACTUALLY SHOWN.
           MOVE LOW-VALUE TO AUDBMAP.
           MOVE ZERO TO WS-SHOWN.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               MOVE SPACE TO BC-D-LOGDATE(WS-SUB)
               MOVE SPACE TO BC-D-BEFORE(WS-SUB)
               MOVE SPACE TO BC-D-AFTER(WS-SUB)
           END-PERFORM.
           PERFORM 2140-SET-SEARCH-KEY.

           MOVE WS-START-KEY TO AX-KEY.
           EXEC CICS STARTBR FILE('AUDITKEY')
               RIDFLD(AX-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READNEXT FILE('AUDITKEY')
                       INTO(AUDIT-KEY-RECORD)
                       RIDFLD(AX-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) OR
                      AX-KEY-TYPE  NOT = WS-SEARCH-TYPE OR
                      AX-KEY-VALUE NOT = WS-SEARCH-VALUE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       IF WS-SKIP-START = 'Y' AND
                          AX-KEY = WS-START-KEY
                           CONTINUE
                       ELSE
                           PERFORM 2170-SHOW-ONE-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('AUDITKEY') END-EXEC
           END-IF.
      *
       2170-SHOW-ONE-ENTRY.
           MOVE AX-ENTRY TO AUDIT-LOG-RECORD.
           ADD 1 TO WS-SHOWN.
           IF WS-SHOWN = 1
               MOVE AX-KEY TO AB-FIRST-KEY
           END-IF.
           MOVE AX-KEY TO AB-LAST-KEY.
           MOVE AL-LOG-DATE      TO BC-D-LOGDATE(WS-SHOWN).
           MOVE AL-LOG-TIME      TO BC-D-LOGTIME(WS-SHOWN).
           MOVE AL-CLERK-ID      TO BC-D-CLERK(WS-SHOWN).
           MOVE AL-ACTION        TO BC-D-ACTION(WS-SHOWN).
           MOVE AL-ROOMNO        TO BC-D-ROOMNO(WS-SHOWN).
           MOVE AL-STATUS-BEFORE TO BC-D-BEFORE(WS-SHOWN).
           MOVE AL-STATUS-AFTER  TO BC-D-AFTER(WS-SHOWN).
           IF WS-SHOWN = 6
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
      *
       2180-FIND-PREVIOUS-PAGE.
      *        READ BACK UP TO SIX ENTRIES FROM THE FIRST ONE ON
      *        SCREEN - THE EARLIEST OF THEM STARTS THE PREVIOUS
      *        PAGE.  FEWER THAN SIX MEANS THE FRONT OF THE LIST IS
      *        REACHED, SO PAGE ONE IS SHOWN FROM THE TOP.  READPREV
      *        STRAIGHT AFTER STARTBR RETURNS THE FIRST ENTRY ON
      *        SCREEN ITSELF, WHICH IS NOT COUNTED.
           PERFORM 2140-SET-SEARCH-KEY.
           MOVE ZERO TO WS-BACK-COUNT.
           MOVE AB-FIRST-KEY TO AX-KEY.
           EXEC CICS STARTBR FILE('AUDITKEY')
               RIDFLD(AX-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BROWSE-DONE
               PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                   EXEC CICS READPREV FILE('AUDITKEY')
                       INTO(AUDIT-KEY-RECORD)
                       RIDFLD(AX-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) OR
                      AX-KEY-TYPE  NOT = WS-SEARCH-TYPE OR
                      AX-KEY-VALUE NOT = WS-SEARCH-VALUE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   ELSE
                       IF AX-KEY < AB-FIRST-KEY
                           ADD 1 TO WS-BACK-COUNT
                           MOVE AX-KEY TO WS-START-KEY
                           IF WS-BACK-COUNT = 6
                               MOVE 'Y' TO WS-BROWSE-DONE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('AUDITKEY') END-EXEC
           END-IF.

           MOVE 'N' TO WS-SKIP-START.
           IF WS-BACK-COUNT = 6
               IF AB-PAGE-NUM > 1
                   SUBTRACT 1 FROM AB-PAGE-NUM
               END-IF
           ELSE
               MOVE WS-SEARCH-KEY TO WS-SK-SEARCH
               MOVE LOW-VALUE TO WS-SK-REST
               MOVE 1 TO AB-PAGE-NUM
           END-IF.
      *
       2160-SHOW-PAGE-NUM.
