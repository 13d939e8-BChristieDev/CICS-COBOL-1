      *          MATCHES THE SAME WAY CANM46 PAGES THROUGH A BOOKING;
      *          PF4 CARRIES THE ROOM MARKED 'S' INTO THE ADDM46
      *          BOOKING SCREEN THE SAME WAY INQM46'S PF4 CARRIES A
      *          GUEST ACROSS.  THE CLERK MAY ALSO ASK FOR ROOM
      *          FEATURES (ACCESSIBLE, SMOKING OR NON-SMOKING, BED
      *          TYPE, VIEW, A CONNECTING ROOM); ONLY ROOMS OFFERING
      *          EVERY FEATURE ASKED FOR ARE LISTED, EACH WITH A SHORT
      *          SUMMARY OF WHAT IT OFFERS.  ROOMS AT A HOTEL WHOSE
      *          STAYRST RESTRICTIONS THE WANTED STAY BREAKS ARE NOT
      *          OFFERED, AND THE MESSAGE LINE SAYS WHICH RESTRICTION.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-MAPNAME            PIC X(08) VALUE 'SRCHMAP'.
       01  WS-TRANSID            PIC X(04) VALUE 'SRCH'.
       01  WS-RESP               PIC S9(08) COMP.
       01  WS-SESSION-DATE       PIC 9(08).
       01  WS-MESSAGE-AREA       PIC X(79).
       01  WS-SUB                PIC 9(02).
       01  WS-VALID              PIC X(01).
       01  WS-CNT-ROOMNO         PIC X(08).
       01  WS-BLOCK-HELD         PIC 9(05).
       01  WS-BLK-DONE           PIC X(01).
       01  WS-FEATURES-MATCH     PIC X(01).
       01  WS-RST-REASON         PIC X(20).
       01  WS-RST-HOTEL          PIC X(30).
       01  WS-RST-CHECKIN        PIC 9(08).
       01  WS-RST-CHECKOUT       PIC 9(08).
       01  WS-RST-NIGHTS         PIC 9(05).
       01  WS-RST-DONE           PIC X(01).
       01  WS-RST-HELD-BACK      PIC 9(05).
       01  WS-RST-HELD-HOTEL     PIC X(30).
       01  WS-RST-HELD-REASON    PIC X(20).
      *
       01  WS-RST-MIN-TEXT.
           05  FILLER            PIC X(09) VALUE 'MIN STAY '.
           05  WS-RM-NIGHTS      PIC Z9.
           05  FILLER            PIC X(07) VALUE ' NIGHTS'.
      *
      *    FEATURE CRITERIA AS KEYED, CLEANED UP BEFORE THEY ARE
      *    CHECKED AND CARRIED IN THE COMMAREA.
       01  WS-WANTED-FEATURES.
           05  WS-WANT-ACCESSIBLE PIC X(01).
           05  WS-WANT-SMOKING   PIC X(01).
           05  WS-WANT-BED-TYPE  PIC X(02).
           05  WS-WANT-VIEW      PIC X(02).
           05  WS-WANT-CONNECTING PIC X(01).
      *
      *    ONE RESULT ROW'S FEATURE SUMMARY, E.G. 'ACC NS  2Q OC CONN'.
       01  WS-FEATURE-TEXT.
           05  WS-FT-ACCESSIBLE  PIC X(04).
           05  WS-FT-SMOKING     PIC X(04).
           05  WS-FT-BED-TYPE    PIC X(03).
           05  WS-FT-VIEW        PIC X(03).
           05  WS-FT-CONNECTS    PIC X(04).
           05  FILLER            PIC X(02).
      *
      *    ROOM NUMBERS BEHIND THE SIX DISPLAYED ROWS.  ROOMNO1-6 ON
      *    SRCM46 ARE PROTECTED/ASKIP FIELDS, SO A LATER TASK NEVER
               SC-CHECKINDT  BY WS-I-CHECKINDT
               SC-CHECKOUTDT BY WS-I-CHECKOUTDT
               SC-PAGE-NUM   BY WS-I-PAGE-NUM
               SC-DISPLAYED  BY WS-I-DISPLAYED
               SC-ACCESSIBLE BY WS-I-ACCESSIBLE
               SC-SMOKING    BY WS-I-SMOKING
               SC-BED-TYPE   BY WS-I-BED-TYPE
               SC-VIEW       BY WS-I-VIEW
               SC-CONNECTING BY WS-I-CONNECTING.
      *
      *    OUTBOUND BOOKING COMMAREA FOR THE PF4 TRANSFER INTO
      *    KC03A46, BUILT THE SAME WAY KC03I46 BUILDS ITS OWN.
           COPY "RoomCalendarRecord.cbl".
           COPY "SellLimitRecord.cbl".
           COPY "RoomBlockRecord.cbl".
           COPY "StayRestrictionRecord.cbl".
      *
      *    SECOND ROOM MASTER RECORD AREA FOR THE SELL-LIMIT COUNT -
      *    THE HOTEL-WIDE COUNTING BROWSE RUNS WHILE THE RESULT-PAGE
           COPY "RoomMasterRecord.cbl" REPLACING
               ==ROOM-MASTER-RECORD== BY ==ROOM-COUNT-RECORD==
               LEADING ==RM== BY ==R2==.
           COPY "ClerkSessionRecord.cbl".
      *
       LINKAGE SECTION.
           COPY "SearchCommArea.cbl".
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
           MOVE LOW-VALUE TO SRCHMAP.
           MOVE SC-CAPACITY   TO BC-D-CAPACITY.
           MOVE SC-CHECKINDT  TO BC-D-CHECKINDT.
           MOVE SC-CHECKOUTDT TO BC-D-CHECKOUTDT.
           MOVE SC-ACCESSIBLE TO BC-D-ACCESS.
           MOVE SC-SMOKING    TO BC-D-SMOKING.
           MOVE SC-BED-TYPE   TO BC-D-BEDTYPE.
           MOVE SC-VIEW       TO BC-D-VIEW.
           MOVE SC-CONNECTING TO BC-D-CONNECT.
           PERFORM 2150-LOAD-RESULT-ROWS.
           PERFORM 2160-SHOW-PAGE-NUM.
           IF WS-SHOWN = ZERO AND WS-MESSAGE-AREA = SPACE
               END-IF
               MOVE BC-D-CHECKINDT  TO SC-CHECKINDT
               MOVE BC-D-CHECKOUTDT TO SC-CHECKOUTDT
               MOVE WS-WANT-ACCESSIBLE TO SC-ACCESSIBLE
               MOVE WS-WANT-SMOKING    TO SC-SMOKING
               MOVE WS-WANT-BED-TYPE   TO SC-BED-TYPE
               MOVE WS-WANT-VIEW       TO SC-VIEW
               MOVE WS-WANT-CONNECTING TO SC-CONNECTING
               MOVE 1 TO SC-PAGE-NUM
               MOVE 'Y' TO SC-DISPLAYED
               PERFORM 1600-SHOW-RESULT-PAGE
                   END-IF
               END-IF
           END-IF.
           IF WS-VALID = 'Y'
               PERFORM 2060-VALIDATE-FEATURES
           END-IF.
      *
       2060-VALIDATE-FEATURES.
      *        AN UNTOUCHED OR UNDERSCORE-FILLED FEATURE FIELD MEANS
      *        "ANY"; LOWER CASE IS ACCEPTED.
           MOVE BC-D-ACCESS  TO WS-WANT-ACCESSIBLE.
           MOVE BC-D-SMOKING TO WS-WANT-SMOKING.
           MOVE BC-D-BEDTYPE TO WS-WANT-BED-TYPE.
           MOVE BC-D-VIEW    TO WS-WANT-VIEW.
           MOVE BC-D-CONNECT TO WS-WANT-CONNECTING.
           INSPECT WS-WANTED-FEATURES
               REPLACING ALL '_' BY SPACE ALL LOW-VALUE BY SPACE.
           INSPECT WS-WANTED-FEATURES
               CONVERTING 'abcdefghijklmnopqrstuvwxyz' TO
                          'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WS-WANT-ACCESSIBLE NOT = SPACE AND
              WS-WANT-ACCESSIBLE NOT = 'Y'
               MOVE 'N' TO WS-VALID
               MOVE 'KEY Y FOR AN ACCESSIBLE ROOM, OR LEAVE IT BLANK'
                   TO WS-MESSAGE-AREA
           ELSE
               IF WS-WANT-SMOKING NOT = SPACE AND
                  WS-WANT-SMOKING NOT = 'Y' AND
                  WS-WANT-SMOKING NOT = 'N'
                   MOVE 'N' TO WS-VALID
                   MOVE 'SMOKING MUST BE Y, N OR BLANK FOR EITHER'
                       TO WS-MESSAGE-AREA
               ELSE
                   IF WS-WANT-CONNECTING NOT = SPACE AND
                      WS-WANT-CONNECTING NOT = 'Y'
                       MOVE 'N' TO WS-VALID
                       MOVE
                        'KEY Y FOR A CONNECTING ROOM, OR LEAVE IT BLANK'
                           TO WS-MESSAGE-AREA
                   END-IF
               END-IF
           END-IF.
      *
       2150-LOAD-RESULT-ROWS.
      *        WALK ROOMMAS IN RM-KEY (HOTEL + ROOMNO) ORDER, COUNT
               MOVE SPACE TO BC-D-ROOMNO(WS-SUB)
               MOVE SPACE TO BC-D-HOTEL(WS-SUB)
               MOVE SPACE TO BC-D-CAP(WS-SUB)
               MOVE SPACE TO BC-D-FEAT(WS-SUB)
               MOVE SPACE TO WS-ROW-ROOMNO(WS-SUB)
           END-PERFORM.
           MOVE SPACE TO WS-RST-HOTEL WS-RST-REASON.
           MOVE SPACE TO WS-RST-HELD-HOTEL WS-RST-HELD-REASON.
           MOVE ZERO TO WS-RST-HELD-BACK.
           MOVE SC-CHECKINDT  TO WS-RST-CHECKIN.
           MOVE SC-CHECKOUTDT TO WS-RST-CHECKOUT.

           IF SC-HOTEL = SPACE
               MOVE LOW-VALUE TO RM-HOTEL
               END-PERFORM
               EXEC CICS ENDBR FILE('ROOMMAS') END-EXEC
           END-IF.

      *        SAY WHY ROOMS WERE HELD BACK, SO THE CLERK CAN OFFER
      *        THE GUEST A STAY THE HOTEL WILL TAKE.
           IF WS-RST-HELD-BACK > ZERO AND WS-MESSAGE-AREA = SPACE
               STRING 'ROOMS AT ' DELIMITED BY SIZE
                      WS-RST-HELD-HOTEL DELIMITED BY '  '
                      ' NOT OFFERED - ' DELIMITED BY SIZE
                      WS-RST-HELD-REASON DELIMITED BY SIZE
                      INTO WS-MESSAGE-AREA
           END-IF.
      *
       2180-TALLY-IF-QUALIFIED.
      *        A ROOM WAITING ON HOUSEKEEPING CANNOT BE OFFERED FOR A
      *        STAY STARTING TODAY - IT WILL BE CLEAN BY ANY FUTURE
      *        CHECK-IN, SO ONLY THE SAME-DAY SEARCH SKIPS IT.  NOR
      *        CAN ONE AT A HOTEL WHOSE STAYRST RESTRICTIONS THE
      *        WANTED STAY BREAKS - THE BOOKING SCREEN WOULD ONLY
      *        REFUSE IT WITHOUT A SUPERVISOR.
           PERFORM 2190-CHECK-FEATURES.
           IF RM-HOTEL NOT = WS-RST-HOTEL
               MOVE RM-HOTEL TO WS-RST-HOTEL
               PERFORM 2270-LOOKUP-STAY-RESTRICTIONS
           END-IF.
           IF RM-STATUS NOT = 'OUT OF SERVICE' AND
              NOT (RM-STATUS = 'NEEDS CLEANING' AND
                   SC-CHECKINDT NOT > WS-TODAY) AND
              RM-CAPACITY NOT < SC-CAPACITY AND
              WS-FEATURES-MATCH = 'Y'
               IF WS-RST-REASON NOT = SPACE
                   MOVE 'N' TO WS-DATES-FREE
                   ADD 1 TO WS-RST-HELD-BACK
                   IF WS-RST-HELD-HOTEL = SPACE
                       MOVE WS-RST-HOTEL  TO WS-RST-HELD-HOTEL
                       MOVE WS-RST-REASON TO WS-RST-HELD-REASON
                   END-IF
               ELSE
                   PERFORM 2200-CHECK-ROOM-AVAILABLE
               END-IF
               IF WS-DATES-FREE = 'Y'
                   IF WS-SKIP-COUNT > ZERO
                       SUBTRACT 1 FROM WS-SKIP-COUNT
                       MOVE RM-ROOMNO TO WS-ROW-ROOMNO(WS-SHOWN)
                       MOVE RM-HOTEL  TO BC-D-HOTEL(WS-SHOWN)
                       MOVE RM-CAPACITY TO BC-D-CAP(WS-SHOWN)
                       PERFORM 2195-BUILD-FEATURE-TEXT
                       MOVE WS-FEATURE-TEXT TO BC-D-FEAT(WS-SHOWN)
                       IF WS-SHOWN = 6
                           MOVE 'Y' TO WS-BROWSE-DONE
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       2190-CHECK-FEATURES.
      *        EVERY FEATURE THE CLERK ASKED FOR MUST BE ON THE ROOM.
      *        AN ACCESSIBLE-ROOM SEARCH NEVER FALLS BACK TO AN
      *        UNMARKED ROOM, AND A NON-SMOKING SEARCH TAKES ANY ROOM
      *        NOT MARKED SMOKING.
           MOVE 'Y' TO WS-FEATURES-MATCH.
           IF SC-ACCESSIBLE = 'Y' AND RM-ACCESSIBLE NOT = 'Y'
               MOVE 'N' TO WS-FEATURES-MATCH
           END-IF.
           IF SC-SMOKING = 'Y' AND RM-SMOKING NOT = 'Y'
               MOVE 'N' TO WS-FEATURES-MATCH
           END-IF.
           IF SC-SMOKING = 'N' AND RM-SMOKING = 'Y'
               MOVE 'N' TO WS-FEATURES-MATCH
           END-IF.
           IF SC-BED-TYPE NOT = SPACE AND RM-BED-TYPE NOT = SC-BED-TYPE
               MOVE 'N' TO WS-FEATURES-MATCH
           END-IF.
           IF SC-VIEW NOT = SPACE AND RM-VIEW NOT = SC-VIEW
               MOVE 'N' TO WS-FEATURES-MATCH
           END-IF.
           IF SC-CONNECTING = 'Y' AND
              (RM-CONNECTS-TO = SPACE OR RM-CONNECTS-TO = LOW-VALUE)
               MOVE 'N' TO WS-FEATURES-MATCH
           END-IF.
      *
       2195-BUILD-FEATURE-TEXT.
           MOVE SPACE TO WS-FEATURE-TEXT.
           IF RM-ACCESSIBLE = 'Y'
               MOVE 'ACC' TO WS-FT-ACCESSIBLE
           END-IF.
           IF RM-SMOKING = 'Y'
               MOVE 'SMK' TO WS-FT-SMOKING
           ELSE
               MOVE 'NS'  TO WS-FT-SMOKING
           END-IF.
           MOVE RM-BED-TYPE TO WS-FT-BED-TYPE.
           MOVE RM-VIEW     TO WS-FT-VIEW.
           IF RM-CONNECTS-TO NOT = SPACE AND
              RM-CONNECTS-TO NOT = LOW-VALUE
               MOVE 'CONN' TO WS-FT-CONNECTS
           END-IF.
      *
       2200-CHECK-ROOM-AVAILABLE.
      *        A ROOM QUALIFIES WHEN THE WANTED RANGE OVERLAPS
               END-PERFORM
               EXEC CICS ENDBR FILE('RESCAL') END-EXEC
           END-IF.
      *
       2270-LOOKUP-STAY-RESTRICTIONS.
      *        THE SAME STAYRST TEST KC03A46 APPLIES WHEN THE BOOKING
      *        IS TAKEN (SEE StayRestrictionRecord.cbl) - WALK
      *        WS-RST-HOTEL'S ROWS FROM THE WANTED CHECK-IN TO THE
      *        CHECK-OUT AND LEAVE THE FIRST RESTRICTION THE STAY
      *        BREAKS IN WS-RST-REASON, SPACE WHEN IT BREAKS NONE.
      *        THE ANSWER HOLDS FOR EVERY ROOM AT THE HOTEL, SO IT IS
      *        ONLY RE-ASKED WHEN THE RESULT BROWSE CHANGES HOTEL.
           MOVE SPACE TO WS-RST-REASON.
           COMPUTE WS-RST-NIGHTS =
               FUNCTION INTEGER-OF-DATE(WS-RST-CHECKOUT) -
               FUNCTION INTEGER-OF-DATE(WS-RST-CHECKIN).
           MOVE WS-RST-HOTEL   TO ST-HOTEL.
           MOVE WS-RST-CHECKIN TO ST-STAY-DATE.
           EXEC CICS STARTBR FILE('STAYRST')
               RIDFLD(ST-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-RST-DONE
               PERFORM UNTIL WS-RST-DONE = 'Y'
                   EXEC CICS READNEXT FILE('STAYRST')
                       INTO(STAY-RESTRICTION-RECORD)
                       RIDFLD(ST-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP NOT = DFHRESP(NORMAL) OR
                      ST-HOTEL NOT = WS-RST-HOTEL OR
                      ST-STAY-DATE > WS-RST-CHECKOUT
                       MOVE 'Y' TO WS-RST-DONE
                   ELSE
                       PERFORM 2275-TEST-ONE-RESTRICTION
                       IF WS-RST-REASON NOT = SPACE
                           MOVE 'Y' TO WS-RST-DONE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE('STAYRST') END-EXEC
           END-IF.
      *
       2275-TEST-ONE-RESTRICTION.
      *        THE CHECK-OUT DATE IS NOT A NIGHT OF THE STAY, SO ONLY
      *        ITS CLOSED-TO-DEPARTURE FLAG APPLIES.
           EVALUATE TRUE
               WHEN ST-STAY-DATE = WS-RST-CHECKIN AND
                    ST-CLOSED-ARRIVAL = 'Y'
                   MOVE 'CLOSED TO ARRIVAL' TO WS-RST-REASON
               WHEN ST-STAY-DATE = WS-RST-CHECKOUT AND
                    ST-CLOSED-DEPART = 'Y'
                   MOVE 'CLOSED TO DEPARTURE' TO WS-RST-REASON
               WHEN ST-STAY-DATE < WS-RST-CHECKOUT AND
                    ST-MIN-STAY > WS-RST-NIGHTS
                   MOVE ST-MIN-STAY TO WS-RM-NIGHTS
                   MOVE WS-RST-MIN-TEXT TO WS-RST-REASON
           END-EVALUATE.
      *
       2160-SHOW-PAGE-NUM.
           MOVE 'PAGE' TO WS-PAGENO-TEXT.
