       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R37.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: WEEKLY BATCH JOB - HOUSEKEEPING PRODUCTIVITY REPORT.
      *          READS HSKPLOG FRONT TO BACK AND COUNTS, FOR EACH
      *          HOTEL'S ROOM ATTENDANTS, THE ROOMS THEY CLEANED ('C')
      *          AND THE ROOMS THEY FOUND WITH A PROBLEM ('P') ON
      *          HSKM46 OVER THE SEVEN DAYS ENDING ON THE REPORT DATE,
      *          WITH THE NUMBER OF DAYS THEY RECORDED WORK AND THEIR
      *          AVERAGE ROOMS CLEANED PER DAY WORKED.  ATTENDANTS ARE
      *          LISTED IN HSKATT ORDER, HOTEL BY HOTEL, WITH A HOTEL
      *          TOTAL; AN ACTIVE ATTENDANT WITH NOTHING RECORDED IS
      *          STILL LISTED SO THE HOUSEKEEPER SEES THE GAP.  WORK
      *          LOGGED UNDER AN ID NO LONGER ON HSKATT IS LISTED IN
      *          ITS PLACE AMONG ITS HOTEL'S ATTENDANTS, FLAGGED NOT
      *          ON HSKATT.  ONCE THE TABLE IS FULL, WORK BY ANY
      *          ATTENDANT WITHOUT A SLOT IS COUNTED ON ONE OVERFLOW
      *          LINE PRINTED LAST.  THE WEEK-ENDING DATE (CCYYMMDD)
      *          COMES FROM SYSIN; LEFT BLANK, THE WEEK ENDS ON THE
      *          BUSINESS DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSEKEEPING-LOG-FILE ASSIGN TO HSKPLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HSKPLOG-STATUS.

           SELECT ATTENDANT-MASTER-FILE ASSIGN TO HSKATT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HA-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT PRODUCTIVITY-REPORT ASSIGN TO HSKPROD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BIZDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIZDATE-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOUSEKEEPING-LOG-FILE.
           COPY "HousekeepingLogRecord.cbl".

       FD  ATTENDANT-MASTER-FILE.
           COPY "AttendantMasterRecord.cbl".

       FD  PRODUCTIVITY-REPORT.
       01  PRODUCTIVITY-REPORT-LINE PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-HSKPLOG-STATUS     PIC X(02).
       01  WS-ATTEND-STATUS      PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-EOF-HSKPLOG        PIC X(01) VALUE 'N'.
       01  WS-EOF-ATTEND         PIC X(01) VALUE 'N'.
       01  WS-TODAY              PIC 9(08).
       01  WS-DATE-PARM          PIC X(08) VALUE SPACE.
       01  WS-WEEK-END           PIC 9(08).
       01  WS-WEEK-START         PIC 9(08).
       01  WS-DAY-OFFSET         PIC 9(01).
       01  WS-DAYS-WORKED        PIC 9(01).
       01  WS-PREV-HOTEL         PIC X(30) VALUE SPACE.
       01  WS-ENTRY-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-ENTRY-SUB          PIC 9(03).
       01  WS-ENTRY-HIT          PIC 9(03).
       01  WS-ENTRY-DROPPED      PIC 9(05) VALUE ZERO.
       01  WS-LOG-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-HOTEL-CLEANED      PIC 9(05).
       01  WS-HOTEL-PROBLEMS     PIC 9(05).
       01  WS-GRAND-CLEANED      PIC 9(07) VALUE ZERO.
       01  WS-GRAND-PROBLEMS     PIC 9(07) VALUE ZERO.
      *
      *    ONE SLOT PER ATTENDANT ON HSKATT, IN KEY ORDER, PLUS ANY
      *    ATTENDANT ID ON THE LOG THAT IS NOT ON FILE, SLOTTED IN AT
      *    ITS KEY POSITION SO EACH HOTEL PRINTS AS ONE SECTION.  THE
      *    FIRST 499 SLOTS COVER THE CHAIN'S FLOOR STAFF; SLOT 500 IS
      *    KEPT AS THE OVERFLOW SLOT, AND ANY ROOM LOGGED BY AN
      *    ATTENDANT WITH NO SLOT OF THEIR OWN IS COUNTED THERE AND
      *    PRINTED UNDER ITS OWN HEADING, SO NOTHING IS SILENTLY
      *    DROPPED OR CREDITED TO SOMEONE ELSE.
       01  WS-ATTENDANT-TABLE.
           05  WS-PT-ENTRY       OCCURS 500 TIMES.
               10  WS-PT-HOTEL       PIC X(30).
               10  WS-PT-ATTENDANT   PIC X(06).
               10  WS-PT-NAME        PIC X(25).
               10  WS-PT-STATUS      PIC X(10).
               10  WS-PT-CLEANED     PIC 9(05).
               10  WS-PT-PROBLEMS    PIC 9(05).
               10  WS-PT-DAYS        PIC X(07).
      *                ONE FLAG PER DAY OF THE WEEK REPORTED, 'Y' WHEN
      *                THE ATTENDANT RECORDED ANY ROOM THAT DAY
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(35) VALUE
               'HOUSEKEEPING PRODUCTIVITY - WEEK '.
           05  WH-WEEK-START     PIC 9(08).
           05  FILLER            PIC X(04) VALUE ' TO '.
           05  WH-WEEK-END       PIC 9(08).
           05  FILLER            PIC X(25) VALUE SPACE.
      *
       01  WS-HOTEL-HEADING.
           05  FILLER            PIC X(07) VALUE 'HOTEL: '.
           05  WH-HOTEL          PIC X(30).
           05  FILLER            PIC X(43) VALUE SPACE.
      *
       01  WS-COLUMN-HEADING.
           05  FILLER            PIC X(08) VALUE 'ATTEND'.
           05  FILLER            PIC X(27) VALUE 'NAME'.
           05  FILLER            PIC X(10) VALUE ' CLEANED'.
           05  FILLER            PIC X(11) VALUE 'PROBLEMS'.
           05  FILLER            PIC X(06) VALUE 'DAYS'.
           05  FILLER            PIC X(18) VALUE 'AVG/DAY'.
      *
       01  WS-DETAIL-LINE.
           05  WD-ATTENDANT      PIC X(06).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-NAME           PIC X(25).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  WD-CLEANED        PIC ZZ,ZZ9.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  WD-PROBLEMS       PIC ZZ,ZZ9.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  WD-DAYS           PIC Z.
           05  FILLER            PIC X(05) VALUE SPACE.
           05  WD-AVERAGE        PIC ZZ9.9 BLANK WHEN ZERO.
           05  FILLER            PIC X(13) VALUE SPACE.
      *
       01  WS-TOTAL-LINE.
           05  WT-LABEL          PIC X(35).
           05  WT-CLEANED        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(03) VALUE SPACE.
           05  WT-PROBLEMS       PIC ZZZ,ZZ9.
           05  FILLER            PIC X(28) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           ACCEPT WS-DATE-PARM.
           IF WS-DATE-PARM IS NUMERIC AND
              WS-DATE-PARM NOT = '00000000'
               MOVE WS-DATE-PARM TO WS-WEEK-END
           ELSE
               MOVE WS-TODAY TO WS-WEEK-END
           END-IF.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WEEK-END) - 6).
           MOVE SPACE TO WS-ATTENDANT-TABLE.
           MOVE '*** OVERFLOW'   TO WS-PT-HOTEL(500).
           MOVE 'OTHER'          TO WS-PT-ATTENDANT(500).
           MOVE 'ATTENDANTS WITH NO SLOT' TO WS-PT-NAME(500).
           MOVE ZERO TO WS-PT-CLEANED(500) WS-PT-PROBLEMS(500).
           MOVE 'NNNNNNN' TO WS-PT-DAYS(500).
           PERFORM 1000-OPEN-FILES.

           MOVE WS-WEEK-START TO WH-WEEK-START.
           MOVE WS-WEEK-END   TO WH-WEEK-END.
           MOVE WS-HEADING-1 TO PRODUCTIVITY-REPORT-LINE.
           WRITE PRODUCTIVITY-REPORT-LINE.

           IF WS-EOF-ATTEND NOT = 'Y'
               PERFORM 2100-READ-NEXT-ATTENDANT
           END-IF.
           PERFORM UNTIL WS-EOF-ATTEND = 'Y'
               PERFORM 3000-LOAD-ATTENDANT-SLOT
               PERFORM 2100-READ-NEXT-ATTENDANT
           END-PERFORM.
           IF WS-ENTRY-DROPPED > ZERO
               DISPLAY 'KC03R37 WARNING - ' WS-ENTRY-DROPPED
                   ' ATTENDANTS OVER 499 COUNTED UNDER OVERFLOW'
           END-IF.

           IF WS-EOF-HSKPLOG NOT = 'Y'
               PERFORM 2000-READ-NEXT-LOG
           END-IF.
           PERFORM UNTIL WS-EOF-HSKPLOG = 'Y'
               IF HL-LOG-DATE NOT < WS-WEEK-START AND
                  HL-LOG-DATE NOT > WS-WEEK-END
                   PERFORM 4000-TALLY-LOG-ENTRY
               END-IF
               PERFORM 2000-READ-NEXT-LOG
           END-PERFORM.

           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               IF WS-PT-STATUS(WS-ENTRY-SUB) = 'ACTIVE' OR
                  WS-PT-CLEANED(WS-ENTRY-SUB) > ZERO OR
                  WS-PT-PROBLEMS(WS-ENTRY-SUB) > ZERO
                   PERFORM 5000-PRINT-ATTENDANT-LINE
               END-IF
           END-PERFORM.
           IF WS-PT-CLEANED(500) > ZERO OR WS-PT-PROBLEMS(500) > ZERO
               MOVE 500 TO WS-ENTRY-SUB
               PERFORM 5000-PRINT-ATTENDANT-LINE
           END-IF.
           IF WS-PREV-HOTEL NOT = SPACE
               PERFORM 5100-PRINT-HOTEL-TOTAL
           END-IF.

           MOVE SPACE TO PRODUCTIVITY-REPORT-LINE.
           WRITE PRODUCTIVITY-REPORT-LINE.
           MOVE 'ALL HOTELS' TO WT-LABEL.
           MOVE WS-GRAND-CLEANED  TO WT-CLEANED.
           MOVE WS-GRAND-PROBLEMS TO WT-PROBLEMS.
           MOVE WS-TOTAL-LINE TO PRODUCTIVITY-REPORT-LINE.
           WRITE PRODUCTIVITY-REPORT-LINE.

           DISPLAY 'KC03R37 ROOMS CLEANED ' WS-GRAND-CLEANED
               ' PROBLEMS ' WS-GRAND-PROBLEMS.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
           OPEN INPUT HOUSEKEEPING-LOG-FILE.
           IF WS-HSKPLOG-STATUS = '35'
               MOVE 'Y' TO WS-EOF-HSKPLOG
           END-IF.
           OPEN INPUT ATTENDANT-MASTER-FILE.
           IF WS-ATTEND-STATUS = '35'
               MOVE 'Y' TO WS-EOF-ATTEND
           END-IF.
           OPEN OUTPUT PRODUCTIVITY-REPORT.
      *
       2000-READ-NEXT-LOG.
           READ HOUSEKEEPING-LOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-HSKPLOG
           END-READ.
      *
       2100-READ-NEXT-ATTENDANT.
           READ ATTENDANT-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ATTEND
           END-READ.
      *
       3000-LOAD-ATTENDANT-SLOT.
           IF WS-ENTRY-COUNT NOT < 499
               ADD 1 TO WS-ENTRY-DROPPED
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE HA-HOTEL        TO WS-PT-HOTEL(WS-ENTRY-COUNT)
               MOVE HA-ATTENDANT-ID TO WS-PT-ATTENDANT(WS-ENTRY-COUNT)
               MOVE HA-NAME         TO WS-PT-NAME(WS-ENTRY-COUNT)
               MOVE HA-STATUS       TO WS-PT-STATUS(WS-ENTRY-COUNT)
               MOVE ZERO TO WS-PT-CLEANED(WS-ENTRY-COUNT)
               MOVE ZERO TO WS-PT-PROBLEMS(WS-ENTRY-COUNT)
               MOVE 'NNNNNNN' TO WS-PT-DAYS(WS-ENTRY-COUNT)
           END-IF.
      *
       4000-TALLY-LOG-ENTRY.
           MOVE ZERO TO WS-ENTRY-HIT.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
                      OR WS-ENTRY-HIT > ZERO
               IF WS-PT-HOTEL(WS-ENTRY-SUB) = HL-HOTEL AND
                  WS-PT-ATTENDANT(WS-ENTRY-SUB) = HL-ATTENDANT-ID
                   MOVE WS-ENTRY-SUB TO WS-ENTRY-HIT
               END-IF
           END-PERFORM.

           IF WS-ENTRY-HIT = ZERO
               IF WS-ENTRY-COUNT < 499
                   PERFORM 4100-INSERT-UNKNOWN-SLOT
               ELSE
                   MOVE 500 TO WS-ENTRY-HIT
               END-IF
           END-IF.

           IF HL-RESULT = 'C'
               ADD 1 TO WS-PT-CLEANED(WS-ENTRY-HIT)
           ELSE
               ADD 1 TO WS-PT-PROBLEMS(WS-ENTRY-HIT)
           END-IF.
           COMPUTE WS-DAY-OFFSET =
               FUNCTION INTEGER-OF-DATE(HL-LOG-DATE) -
               FUNCTION INTEGER-OF-DATE(WS-WEEK-START) + 1.
           MOVE 'Y' TO WS-PT-DAYS(WS-ENTRY-HIT)(WS-DAY-OFFSET:1).
           ADD 1 TO WS-LOG-COUNT.
      *
       4100-INSERT-UNKNOWN-SLOT.
      *        AN ATTENDANT ON THE LOG BUT NOT ON HSKATT GOES IN AT
      *        THEIR KEY POSITION - THE LATER SLOTS MOVE DOWN ONE - SO
      *        THE TABLE STAYS IN HOTEL ORDER FOR THE PRINT.
           MOVE ZERO TO WS-ENTRY-HIT.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
                      OR WS-ENTRY-HIT > ZERO
               IF WS-PT-HOTEL(WS-ENTRY-SUB) > HL-HOTEL OR
                  (WS-PT-HOTEL(WS-ENTRY-SUB) = HL-HOTEL AND
                   WS-PT-ATTENDANT(WS-ENTRY-SUB) > HL-ATTENDANT-ID)
                   MOVE WS-ENTRY-SUB TO WS-ENTRY-HIT
               END-IF
           END-PERFORM.
           IF WS-ENTRY-HIT = ZERO
               COMPUTE WS-ENTRY-HIT = WS-ENTRY-COUNT + 1
           END-IF.
           PERFORM VARYING WS-ENTRY-SUB FROM WS-ENTRY-COUNT BY -1
                   UNTIL WS-ENTRY-SUB < WS-ENTRY-HIT
               MOVE WS-PT-ENTRY(WS-ENTRY-SUB)
                   TO WS-PT-ENTRY(WS-ENTRY-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE HL-HOTEL TO WS-PT-HOTEL(WS-ENTRY-HIT).
           MOVE HL-ATTENDANT-ID TO WS-PT-ATTENDANT(WS-ENTRY-HIT).
           MOVE '*** NOT ON HSKATT' TO WS-PT-NAME(WS-ENTRY-HIT).
           MOVE SPACE TO WS-PT-STATUS(WS-ENTRY-HIT).
           MOVE ZERO TO WS-PT-CLEANED(WS-ENTRY-HIT).
           MOVE ZERO TO WS-PT-PROBLEMS(WS-ENTRY-HIT).
           MOVE 'NNNNNNN' TO WS-PT-DAYS(WS-ENTRY-HIT).
      *
       5000-PRINT-ATTENDANT-LINE.
           IF WS-PT-HOTEL(WS-ENTRY-SUB) NOT = WS-PREV-HOTEL
               IF WS-PREV-HOTEL NOT = SPACE
                   PERFORM 5100-PRINT-HOTEL-TOTAL
               END-IF
               MOVE WS-PT-HOTEL(WS-ENTRY-SUB) TO WS-PREV-HOTEL
               MOVE ZERO TO WS-HOTEL-CLEANED WS-HOTEL-PROBLEMS
               MOVE SPACE TO PRODUCTIVITY-REPORT-LINE
               WRITE PRODUCTIVITY-REPORT-LINE
               MOVE WS-PREV-HOTEL TO WH-HOTEL
               MOVE WS-HOTEL-HEADING TO PRODUCTIVITY-REPORT-LINE
               WRITE PRODUCTIVITY-REPORT-LINE
               MOVE WS-COLUMN-HEADING TO PRODUCTIVITY-REPORT-LINE
               WRITE PRODUCTIVITY-REPORT-LINE
           END-IF.

           MOVE ZERO TO WS-DAYS-WORKED.
           INSPECT WS-PT-DAYS(WS-ENTRY-SUB)
               TALLYING WS-DAYS-WORKED FOR ALL 'Y'.
           MOVE WS-PT-ATTENDANT(WS-ENTRY-SUB) TO WD-ATTENDANT.
           MOVE WS-PT-NAME(WS-ENTRY-SUB)      TO WD-NAME.
           MOVE WS-PT-CLEANED(WS-ENTRY-SUB)   TO WD-CLEANED.
           MOVE WS-PT-PROBLEMS(WS-ENTRY-SUB)  TO WD-PROBLEMS.
           MOVE WS-DAYS-WORKED                TO WD-DAYS.
           IF WS-DAYS-WORKED > ZERO
               COMPUTE WD-AVERAGE ROUNDED =
                   WS-PT-CLEANED(WS-ENTRY-SUB) / WS-DAYS-WORKED
           ELSE
               MOVE ZERO TO WD-AVERAGE
           END-IF.
           MOVE WS-DETAIL-LINE TO PRODUCTIVITY-REPORT-LINE.
           WRITE PRODUCTIVITY-REPORT-LINE.
           ADD WS-PT-CLEANED(WS-ENTRY-SUB)  TO WS-HOTEL-CLEANED.
           ADD WS-PT-PROBLEMS(WS-ENTRY-SUB) TO WS-HOTEL-PROBLEMS.
      *
       5100-PRINT-HOTEL-TOTAL.
           MOVE 'HOTEL TOTAL' TO WT-LABEL.
           MOVE WS-HOTEL-CLEANED  TO WT-CLEANED.
           MOVE WS-HOTEL-PROBLEMS TO WT-PROBLEMS.
           MOVE WS-TOTAL-LINE TO PRODUCTIVITY-REPORT-LINE.
           WRITE PRODUCTIVITY-REPORT-LINE.
           ADD WS-HOTEL-CLEANED  TO WS-GRAND-CLEANED.
           ADD WS-HOTEL-PROBLEMS TO WS-GRAND-PROBLEMS.
      *
       9000-CLOSE-FILES.
           IF WS-HSKPLOG-STATUS NOT = '35'
               CLOSE HOUSEKEEPING-LOG-FILE
           END-IF.
           IF WS-ATTEND-STATUS NOT = '35'
               CLOSE ATTENDANT-MASTER-FILE
           END-IF.
           CLOSE PRODUCTIVITY-REPORT.
      *
       0100-GET-BUSINESS-DATE.
      *        THE NIGHT AUDIT RUNS UNDER THE SITE BUSINESS DATE, NOT
      *        THE WALL CLOCK (SEE BusinessDateRecord.cbl) - ONLY THE
      *        END-OF-DAY STEP KC03R20 ROLLS IT FORWARD.  A SITE NOT
      *        CONVERTED YET FALLS BACK TO THE CLOCK.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BIZDATE-STATUS = '00'
               READ BUSINESS-DATE-FILE NEXT RECORD
                   AT END MOVE ZERO TO BD-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               MOVE ZERO TO BD-BUSINESS-DATE
           END-IF.
           IF BD-BUSINESS-DATE > ZERO
               MOVE BD-BUSINESS-DATE TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.
      *
       0200-LOG-RUN-START.
      *        THE RUN LEDGER (SEE RunLedgerRecord.cbl) GETS A
      *        STARTED ENTRY NOW AND A COMPLETED ENTRY AT THE END -
      *        A STARTED WITH NO COMPLETED IS A STEP THAT DIED.
           OPEN EXTEND RUN-LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R37' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R37' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'COMPLETED' TO RL-STATUS.
           MOVE WS-LOG-COUNT TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
