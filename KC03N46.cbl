       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03N46.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: CLERK SIGN-ON TRANSACTION BEHIND MAP SGNM46 (TRANSID
      *          SGON).  EVERY OTHER ONLINE PROGRAM SENDS A TERMINAL
      *          HERE (XCTL) WHEN NO CLERK IS SIGNED ON TO IT TODAY.
      *          THE CLERK KEYS THEIR ID AND PASSWORD, WHICH KC03V46
      *          CHECKS AGAINST THE HASH ON CLERKMAS; A GOOD PASSWORD
      *          WRITES THE CLERKSES ROW FOR EIBTRMID THAT EVERY OTHER
      *          PROGRAM TAKES THE CLERK OF RECORD FROM.  AN EXPIRED OR
      *          TEMPORARY PASSWORD MUST BE REPLACED (KEYED TWICE)
      *          BEFORE THE SIGN-ON COMPLETES; A CLERK CAN ALSO CHANGE
      *          A GOOD PASSWORD THE SAME WAY.  PF5 SIGNS THE TERMINAL
      *          OFF.  PF6 LETS A SIGNED-ON SUPERVISOR PUT A LOCKED-OUT
      *          OR FORGETFUL CLERK BACK ON A TEMPORARY PASSWORD (THE
      *          CLERK ID ITSELF), TO BE CHANGED AT THEIR NEXT SIGN-ON.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPSET             PIC X(08) VALUE 'SGNM46'.
       01  WS-MAPNAME            PIC X(08) VALUE 'SGNMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'SGON'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-TODAY              PIC 9(08).
       01  WS-SESSION-OK         PIC X(01).
       01  WS-AUDIT-CLERK        PIC X(08).
       01  WS-AUDIT-ACTION       PIC X(06).
       01  WS-STATUS-BEFORE      PIC X(20).
       01  WS-STATUS-AFTER       PIC X(20).
      *
      *    IDS AS KEYED, WITH THE INPUT UNDERSCORES AND NULLS TAKEN
      *    OUT.  THE PASSWORDS ARE KEPT APART - THEY HAVE NO
      *    UNDERSCORE FILL, AND AN UNDERSCORE IN ONE IS REAL.
       01  WS-ID-KEYED.
           05  WS-IK-CLERK-ID    PIC X(08).
           05  WS-IK-RESET-ID    PIC X(08).
       01  WS-PASSWORD-KEYED.
           05  WS-PK-PASSWORD    PIC X(08).
           05  WS-PK-NEW-1       PIC X(08).
           05  WS-PK-NEW-2       PIC X(08).
      *
       01  WS-SIGNED-ON-TEXT.
           05  WS-SO-CLERK-ID    PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-SO-NAME        PIC X(30).
           05  FILLER            PIC X(01) VALUE SPACE.
      *
       01  WS-RESET-TEXT.
           05  FILLER            PIC X(06) VALUE 'RESET '.
           05  WS-RT-CLERK-ID    PIC X(08).
           05  FILLER            PIC X(06) VALUE SPACE.
      *
      *    STAGING COPY OF THE SIGN-ON COMMAREA, USED ONLY TO BUILD THE
      *    COLD-START RETURN WHEN EIBCALEN = 0 - AT THAT POINT NO
      *    COMMAREA HAS BEEN PASSED, SO THE LINKAGE SECTION DFHCOMMAREA
      *    BELOW MUST NOT BE TOUCHED.
           COPY "SignonCommArea.cbl" REPLACING
               DFHCOMMAREA  BY WS-INITIAL-CA
               SG-DISPLAYED BY WS-I-DISPLAYED.
      *
      *    PASSED TO KC03V46 ON EXEC CICS LINK.
           COPY "PasswordCommArea.cbl" REPLACING
               DFHCOMMAREA  BY WS-PASSWORD-CA.
      *
           COPY "SGNM46SymbolicMap.cbl".
           COPY "ClerkMasterRecord.cbl".
           COPY "ClerkSessionRecord.cbl".
           COPY "AuditLogRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "SignonCommArea.cbl".
      *
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
       0000-MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
               ERROR(9999-UNEXPECTED-ERROR)
           END-EXEC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF EIBCALEN = 0
      *        NO COMMAREA HAS BEEN PASSED YET - DFHCOMMAREA BELOW IS
      *        NOT ADDRESSABLE, SO THE OUTBOUND COMMAREA IS BUILT IN
      *        WS-INITIAL-CA INSTEAD AND RETURNED WITH THAT.
               MOVE SPACE TO WS-MESSAGE-AREA
               PERFORM 1000-SEND-INITIAL-MAP
               MOVE 'Y' TO WS-I-DISPLAYED
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(WS-INITIAL-CA)
               END-EXEC
           ELSE
               EVALUATE EIBAID
                   WHEN DFHCLEAR
                       MOVE SPACE TO WS-MESSAGE-AREA
                       PERFORM 1000-SEND-INITIAL-MAP
                   WHEN DFHPF3
                       EXEC CICS RETURN END-EXEC
                   WHEN DFHPF5
                       PERFORM 5000-SIGN-OFF
                   WHEN DFHPF6
                       PERFORM 6000-RESET-CLERK
                   WHEN OTHER
                       PERFORM 2000-RECEIVE-AND-SIGN-ON
               END-EVALUATE
               MOVE 'Y' TO SG-DISPLAYED
               EXEC CICS RETURN
                   TRANSID(WS-TRANSID)
                   COMMAREA(DFHCOMMAREA)
               END-EXEC
           END-IF.

           GOBACK.
      *
       1000-SEND-INITIAL-MAP.
      *        SHOWS WHO (IF ANYONE) HOLDS THE TERMINAL TODAY.  A
      *        TERMINAL SENT HERE BY ANOTHER PROGRAM HAS NO SESSION, SO
      *        THE CLERK IS TOLD WHY THEY ARE LOOKING AT THIS SCREEN.
           MOVE LOW-VALUE TO SGNMAP.
           PERFORM 1100-READ-SESSION.
           IF WS-SESSION-OK = 'Y'
               PERFORM 1200-SHOW-SIGNED-ON
           ELSE
               IF WS-MESSAGE-AREA = SPACE
                   MOVE 'SIGN ON TO USE THE SYSTEM' TO WS-MESSAGE-AREA
               END-IF
           END-IF.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           MOVE 'KEY YOUR CLERK ID AND PASSWORD AND PRESS ENTER'
               TO BC-D-INSTR.
           MOVE 'F3=Exit F5=Sign off F6=Reset clerk' TO BC-D-FKEYS.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(SGNMAP)
               ERASE
           END-EXEC.
      *
       1100-READ-SESSION.
      *        A SESSION ROW LEFT FROM AN EARLIER DAY DOES NOT COUNT -
      *        EVERY CLERK SIGNS ON AFRESH EACH DAY.
           MOVE 'N' TO WS-SESSION-OK.
           MOVE EIBTRMID TO CS-TERMID.
           EXEC CICS READ FILE('CLERKSES')
               INTO(CLERK-SESSION-RECORD)
               RIDFLD(CS-TERMID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              CS-SIGNON-DATE = WS-TODAY
               MOVE 'Y' TO WS-SESSION-OK
           END-IF.
      *
       1200-SHOW-SIGNED-ON.
           MOVE CS-CLERK-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACE TO CM-NAME
           END-IF.
           MOVE CS-CLERK-ID TO WS-SO-CLERK-ID.
           MOVE CM-NAME     TO WS-SO-NAME.
           MOVE WS-SIGNED-ON-TEXT TO BC-D-SIGNEDON.
      *
       2000-RECEIVE-AND-SIGN-ON.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(SGNMAP)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.
           PERFORM 2050-CLEAN-KEYED-FIELDS.

           IF WS-IK-CLERK-ID = SPACE OR WS-PK-PASSWORD = SPACE
               MOVE 'KEY YOUR CLERK ID AND PASSWORD' TO WS-MESSAGE-AREA
           ELSE
           IF WS-PK-NEW-1 NOT = WS-PK-NEW-2
               MOVE 'THE TWO NEW PASSWORDS DO NOT MATCH'
                   TO WS-MESSAGE-AREA
           ELSE
      *        A NEW PASSWORD KEYED TWICE IS A CHANGE - EITHER ONE
      *        ASKED FOR BELOW, OR THE CLERK CHANGING A GOOD ONE.
               MOVE LOW-VALUE      TO WS-PASSWORD-CA
               IF WS-PK-NEW-1 = SPACE
                   MOVE 'V'        TO PW-FUNCTION
               ELSE
                   MOVE 'C'        TO PW-FUNCTION
               END-IF
               MOVE 'S'            TO PW-PURPOSE
               MOVE WS-IK-CLERK-ID TO PW-CLERK-ID
               MOVE WS-PK-PASSWORD TO PW-PASSWORD
               MOVE WS-PK-NEW-1    TO PW-NEW-PASSWORD
               EXEC CICS LINK PROGRAM('KC03V46')
                   COMMAREA(WS-PASSWORD-CA)
                   RESP(WS-RESP)
               END-EXEC
      *        A CHECK THAT NEVER RAN PASSES NOBODY.
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACE TO PW-RESULT
               END-IF
               EVALUATE PW-RESULT
                   WHEN '0'
                       PERFORM 2100-START-SESSION
                   WHEN '2'
                       MOVE 'CLERK IS LOCKED OUT - SEE A SUPERVISOR'
                           TO WS-MESSAGE-AREA
                   WHEN '3'
                       MOVE
                           'PASSWORD EXPIRED - KEY A NEW PASSWORD TWICE'
                           TO WS-MESSAGE-AREA
                   WHEN '4'
                       MOVE 'TEMPORARY PASSWORD - KEY A NEW ONE TWICE'
                           TO WS-MESSAGE-AREA
                   WHEN '5'
                       MOVE
                           'NEW PASSWORD: 6 TO 8 CHARACTERS, NOT REUSED'
                           TO WS-MESSAGE-AREA
                   WHEN OTHER
                       MOVE 'CLERK ID OR PASSWORD NOT RECOGNISED'
                           TO WS-MESSAGE-AREA
               END-EVALUATE
           END-IF
           END-IF.

           MOVE SPACE TO BC-D-PASSWD.
           MOVE SPACE TO BC-D-NEWPWD.
           MOVE SPACE TO BC-D-NEWPWD2.
           PERFORM 3000-SEND-DATAONLY.
      *
       2050-CLEAN-KEYED-FIELDS.
           MOVE BC-D-CLERKID TO WS-IK-CLERK-ID.
           MOVE BC-D-RESETID TO WS-IK-RESET-ID.
           INSPECT WS-ID-KEYED
               REPLACING ALL '_' BY SPACE
                         ALL LOW-VALUE BY SPACE.
           INSPECT WS-ID-KEYED CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE BC-D-PASSWD  TO WS-PK-PASSWORD.
           MOVE BC-D-NEWPWD  TO WS-PK-NEW-1.
           MOVE BC-D-NEWPWD2 TO WS-PK-NEW-2.
           INSPECT WS-PASSWORD-KEYED
               REPLACING ALL LOW-VALUE BY SPACE.
      *
       2100-START-SESSION.
      *        ONE SESSION PER TERMINAL - WHOEVER HELD THE TERMINAL
      *        BEFORE IS SIGNED OFF BY THIS SIGN-ON.
           PERFORM 1100-READ-SESSION.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS DELETE FILE('CLERKSES')
                   RIDFLD(CS-TERMID)
                   RESP(WS-RESP)
               END-EXEC
               IF CS-CLERK-ID NOT = PW-CLERK-ID
                   MOVE CS-CLERK-ID TO WS-AUDIT-CLERK
                   MOVE 'SIGNOF'    TO WS-AUDIT-ACTION
                   MOVE 'SIGNED ON' TO WS-STATUS-BEFORE
                   MOVE 'REPLACED'  TO WS-STATUS-AFTER
                   PERFORM 4900-WRITE-AUDIT-LOG
               END-IF
           END-IF.

           MOVE EIBTRMID    TO CS-TERMID.
           MOVE PW-CLERK-ID TO CS-CLERK-ID.
           MOVE WS-TODAY    TO CS-SIGNON-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO CS-SIGNON-TIME.
           EXEC CICS WRITE FILE('CLERKSES')
               FROM(CLERK-SESSION-RECORD)
               RIDFLD(CS-TERMID)
           END-EXEC.

           MOVE PW-CLERK-ID    TO WS-AUDIT-CLERK.
           MOVE 'SIGNON'       TO WS-AUDIT-ACTION.
           MOVE SPACE          TO WS-STATUS-BEFORE.
           MOVE 'SIGNED ON'    TO WS-STATUS-AFTER.
           PERFORM 4900-WRITE-AUDIT-LOG.

           MOVE PW-CLERK-ID    TO WS-SO-CLERK-ID.
           MOVE PW-NAME        TO WS-SO-NAME.
           MOVE WS-SIGNED-ON-TEXT TO BC-D-SIGNEDON.
           IF PW-FUNCTION = 'C'
               MOVE 'PASSWORD CHANGED AND SIGNED ON - CLEAR TO START'
                   TO WS-MESSAGE-AREA
           ELSE
               MOVE 'SIGNED ON - CLEAR THE SCREEN TO START'
                   TO WS-MESSAGE-AREA
           END-IF.
      *
       3000-SEND-DATAONLY.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(SGNMAP)
               DATAONLY
           END-EXEC.
      *
       4900-WRITE-AUDIT-LOG.
           MOVE WS-TODAY                   TO AL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AL-LOG-TIME.
           MOVE WS-AUDIT-CLERK   TO AL-CLERK-ID.
           MOVE EIBTRMID         TO AL-TERMID.
           MOVE SPACE            TO AL-PHONENO.
           MOVE SPACE            TO AL-ROOMNO.
           MOVE WS-AUDIT-ACTION  TO AL-ACTION.
           MOVE WS-STATUS-BEFORE TO AL-STATUS-BEFORE.
           MOVE WS-STATUS-AFTER  TO AL-STATUS-AFTER.
           EXEC CICS LINK PROGRAM('KC03X46')
               COMMAREA(AUDIT-LOG-RECORD)
               RESP(WS-RESP)
           END-EXEC.
      *
       5000-SIGN-OFF.
           MOVE LOW-VALUE TO SGNMAP.
           PERFORM 1100-READ-SESSION.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'THIS TERMINAL IS NOT SIGNED ON' TO WS-MESSAGE-AREA
           ELSE
               EXEC CICS DELETE FILE('CLERKSES')
                   RIDFLD(CS-TERMID)
                   RESP(WS-RESP)
               END-EXEC
               MOVE CS-CLERK-ID TO WS-AUDIT-CLERK
               MOVE 'SIGNOF'    TO WS-AUDIT-ACTION
               MOVE 'SIGNED ON' TO WS-STATUS-BEFORE
               MOVE 'SIGNED OFF' TO WS-STATUS-AFTER
               PERFORM 4900-WRITE-AUDIT-LOG
               MOVE 'SIGNED OFF' TO WS-MESSAGE-AREA
           END-IF.
           PERFORM 1000-SEND-INITIAL-MAP.
      *
       6000-RESET-CLERK.
           EXEC CICS RECEIVE MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               INTO(SGNMAP)
           END-EXEC.

           MOVE SPACE TO WS-MESSAGE-AREA.
           PERFORM 2050-CLEAN-KEYED-FIELDS.
           PERFORM 1100-READ-SESSION.
           IF WS-SESSION-OK = 'Y'
               MOVE CS-CLERK-ID TO CM-CLERK-ID
               EXEC CICS READ FILE('CLERKMAS')
                   INTO(CLERK-MASTER-RECORD)
                   RIDFLD(CM-CLERK-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL) OR
                  CM-AUTH-LEVEL NOT > 1
                   MOVE 'N' TO WS-SESSION-OK
               END-IF
           END-IF.

           IF WS-SESSION-OK NOT = 'Y'
               MOVE 'SIGN ON AS A SUPERVISOR TO RESET A CLERK'
                   TO WS-MESSAGE-AREA
           ELSE
           IF WS-IK-RESET-ID = SPACE
               MOVE 'KEY THE CLERK ID TO RESET' TO WS-MESSAGE-AREA
           ELSE
           IF WS-IK-RESET-ID = CS-CLERK-ID
               MOVE 'A SUPERVISOR CANNOT RESET THEIR OWN PASSWORD'
                   TO WS-MESSAGE-AREA
           ELSE
               PERFORM 6100-REWRITE-RESET-CLERK
           END-IF
           END-IF
           END-IF.

           MOVE SPACE TO BC-D-PASSWD.
           MOVE SPACE TO BC-D-NEWPWD.
           MOVE SPACE TO BC-D-NEWPWD2.
           PERFORM 3000-SEND-DATAONLY.
      *
       6100-REWRITE-RESET-CLERK.
           MOVE WS-IK-RESET-ID TO CM-CLERK-ID.
           EXEC CICS READ FILE('CLERKMAS')
               INTO(CLERK-MASTER-RECORD)
               RIDFLD(CM-CLERK-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CLERK ID NOT ON FILE' TO WS-MESSAGE-AREA
           ELSE
               IF CM-LOCKED = 'Y'
                   MOVE 'LOCKED'       TO WS-STATUS-BEFORE
               ELSE
                   MOVE 'NOT LOCKED'   TO WS-STATUS-BEFORE
               END-IF
               MOVE SPACE TO CM-PASSWORD-HASH
               MOVE ZERO  TO CM-PASSWORD-DATE
               MOVE ZERO  TO CM-FAIL-COUNT
               MOVE 'N'   TO CM-LOCKED
               MOVE ZERO  TO CM-LOCKED-DATE
               EXEC CICS REWRITE FILE('CLERKMAS')
                   FROM(CLERK-MASTER-RECORD)
               END-EXEC
               MOVE CS-CLERK-ID    TO WS-AUDIT-CLERK
               MOVE 'PWRSET'       TO WS-AUDIT-ACTION
               MOVE WS-IK-RESET-ID TO WS-RT-CLERK-ID
               MOVE WS-RESET-TEXT  TO WS-STATUS-AFTER
               PERFORM 4900-WRITE-AUDIT-LOG
               MOVE 'CLERK RESET - TEMPORARY PASSWORD IS THEIR CLERK ID'
                   TO WS-MESSAGE-AREA
               MOVE SPACE TO BC-D-RESETID
           END-IF.
      *
       9999-UNEXPECTED-ERROR.
           MOVE 'UNEXPECTED CICS ERROR - SEE EIBRESP' TO
               WS-MESSAGE-AREA.
           MOVE WS-MESSAGE-AREA TO BC-D-MESSAGE.
           EXEC CICS SEND MAP(WS-MAPNAME)
               MAPSET(WS-MAPSET)
               FROM(SGNMAP)
               DATAONLY
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
