       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R32.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: NIGHTLY BATCH JOB - SIGN-ON EXCEPTIONS REPORT.
      *          READS AUDITLOG FRONT TO BACK AND LISTS EVERY FAILED
      *          PASSWORD ('BADPWD'), LOCKOUT ('LOCKED') AND
      *          SUPERVISOR RESET ('PWRSET') STAMPED WITH THE REPORT
      *          DATE - AT SIGN-ON OR AGAINST A SUPERVISOR OVERRIDE ON
      *          ANOTHER CLERK'S SCREEN - THEN WALKS CLERKMAS AND LISTS
      *          EVERY CLERK STILL LOCKED OUT, HOWEVER LONG AGO, SO
      *          THE FRONT-OFFICE MANAGER SEES BOTH WHAT HAPPENED TODAY
      *          AND WHO IS STILL WAITING ON A RESET.  THE REPORT DATE
      *          (CCYYMMDD) COMES FROM SYSIN; LEFT BLANK, THE BUSINESS
      *          DATE IS REPORTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CLERK-MASTER-FILE ASSIGN TO CLERKMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CLERK-ID
               FILE STATUS IS WS-CLERK-STATUS.

           SELECT SIGNON-REPORT ASSIGN TO SGNRPT
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
       FD  AUDIT-LOG-FILE.
           COPY "AuditLogRecord.cbl".

       FD  CLERK-MASTER-FILE.
           COPY "ClerkMasterRecord.cbl".

       FD  SIGNON-REPORT.
       01  SIGNON-REPORT-LINE    PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-AUDIT-STATUS       PIC X(02).
       01  WS-CLERK-STATUS       PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-EOF-AUDIT          PIC X(01) VALUE 'N'.
       01  WS-EOF-CLERK          PIC X(01) VALUE 'N'.
       01  WS-TODAY              PIC 9(08).
       01  WS-DATE-PARM          PIC X(08) VALUE SPACE.
       01  WS-REPORT-DATE        PIC 9(08).
       01  WS-FAIL-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-LOCKOUT-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-RESET-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-STILL-LOCKED       PIC 9(05) VALUE ZERO.
       01  WS-ROW-COUNT          PIC 9(05) VALUE ZERO.
      *
       01  WS-HEADING-1.
           05  FILLER            PIC X(35) VALUE
               'SIGN-ON EXCEPTIONS REPORT'.
           05  WH-DATE           PIC 9(08).
           05  FILLER            PIC X(37) VALUE SPACE.
      *
       01  WS-EVENT-HEADING.
           05  FILLER            PIC X(08) VALUE 'TIME'.
           05  FILLER            PIC X(10) VALUE 'CLERK ID'.
           05  FILLER            PIC X(06) VALUE 'TERM'.
           05  FILLER            PIC X(08) VALUE 'ACTION'.
           05  FILLER            PIC X(22) VALUE 'DETAIL'.
           05  FILLER            PIC X(26) VALUE 'WHERE'.
      *
       01  WS-EVENT-LINE.
           05  XE-TIME           PIC 9(06).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XE-CLERK          PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XE-TERMID         PIC X(04).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XE-ACTION         PIC X(06).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XE-BEFORE         PIC X(20).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XE-AFTER          PIC X(20).
           05  FILLER            PIC X(06) VALUE SPACE.
      *
       01  WS-LOCKED-HEADING.
           05  FILLER            PIC X(10) VALUE 'CLERK ID'.
           05  FILLER            PIC X(32) VALUE 'NAME'.
           05  FILLER            PIC X(12) VALUE 'LOCKED ON'.
           05  FILLER            PIC X(26) VALUE 'LAST GOOD SIGN-ON'.
      *
       01  WS-LOCKED-LINE.
           05  XL-CLERK          PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XL-NAME           PIC X(30).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XL-LOCKED-DATE    PIC 9(08).
           05  FILLER            PIC X(04) VALUE SPACE.
           05  XL-SIGNON-DATE    PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  XL-SIGNON-TERMID  PIC X(04).
           05  FILLER            PIC X(13) VALUE SPACE.
      *
       01  WS-TOTAL-LINE.
           05  XT-LABEL          PIC X(30).
           05  XT-COUNT          PIC ZZ,ZZ9.
           05  FILLER            PIC X(44) VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-LOGIC.
           PERFORM 0100-GET-BUSINESS-DATE.
           PERFORM 0200-LOG-RUN-START.
           ACCEPT WS-DATE-PARM.
           IF WS-DATE-PARM IS NUMERIC AND
              WS-DATE-PARM NOT = '00000000'
               MOVE WS-DATE-PARM TO WS-REPORT-DATE
           ELSE
               MOVE WS-TODAY TO WS-REPORT-DATE
           END-IF.
           PERFORM 1000-OPEN-FILES.

           MOVE WS-REPORT-DATE TO WH-DATE.
           MOVE WS-HEADING-1 TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE SPACE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE 'FAILED PASSWORDS, LOCKOUTS AND RESETS'
               TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE WS-EVENT-HEADING TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.

           PERFORM 2000-READ-NEXT-AUDIT.
           PERFORM UNTIL WS-EOF-AUDIT = 'Y'
               IF AL-LOG-DATE = WS-REPORT-DATE
                   IF AL-ACTION = 'BADPWD' OR AL-ACTION = 'LOCKED' OR
                      AL-ACTION = 'PWRSET'
                       PERFORM 3000-PRINT-EVENT
                   END-IF
               END-IF
               PERFORM 2000-READ-NEXT-AUDIT
           END-PERFORM.

           MOVE SPACE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE 'CLERKS STILL LOCKED OUT' TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE WS-LOCKED-HEADING TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.

           PERFORM 2100-READ-NEXT-CLERK.
           PERFORM UNTIL WS-EOF-CLERK = 'Y'
               IF CM-LOCKED = 'Y'
                   PERFORM 4000-PRINT-LOCKED-CLERK
               END-IF
               PERFORM 2100-READ-NEXT-CLERK
           END-PERFORM.

           PERFORM 5000-PRINT-TOTALS.

           DISPLAY 'KC03R32 ' WS-FAIL-COUNT ' FAILED PASSWORDS, '
               WS-LOCKOUT-COUNT ' LOCKOUTS, ' WS-STILL-LOCKED
               ' STILL LOCKED'.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
           OPEN INPUT AUDIT-LOG-FILE.
           OPEN INPUT CLERK-MASTER-FILE.
           OPEN OUTPUT SIGNON-REPORT.
      *
       2000-READ-NEXT-AUDIT.
           READ AUDIT-LOG-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-AUDIT
           END-READ.
      *
       2100-READ-NEXT-CLERK.
           READ CLERK-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CLERK
           END-READ.
      *
       3000-PRINT-EVENT.
      *        THE CLERK ID IS AS KEYED - AN UNKNOWN ID TRIED OVER AND
      *        OVER AT ONE TERMINAL IS ITSELF WORTH A LOOK.
           EVALUATE AL-ACTION
               WHEN 'BADPWD'
                   ADD 1 TO WS-FAIL-COUNT
               WHEN 'LOCKED'
                   ADD 1 TO WS-FAIL-COUNT
                   ADD 1 TO WS-LOCKOUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RESET-COUNT
           END-EVALUATE.
           ADD 1 TO WS-ROW-COUNT.
           MOVE AL-LOG-TIME      TO XE-TIME.
           MOVE AL-CLERK-ID      TO XE-CLERK.
           MOVE AL-TERMID        TO XE-TERMID.
           MOVE AL-ACTION        TO XE-ACTION.
           MOVE AL-STATUS-BEFORE TO XE-BEFORE.
           MOVE AL-STATUS-AFTER  TO XE-AFTER.
           MOVE WS-EVENT-LINE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
      *
       4000-PRINT-LOCKED-CLERK.
           ADD 1 TO WS-STILL-LOCKED.
           MOVE CM-CLERK-ID         TO XL-CLERK.
           MOVE CM-NAME             TO XL-NAME.
           MOVE CM-LOCKED-DATE      TO XL-LOCKED-DATE.
           MOVE CM-LAST-SIGNON-DATE TO XL-SIGNON-DATE.
           MOVE CM-LAST-TERMID      TO XL-SIGNON-TERMID.
           MOVE WS-LOCKED-LINE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
      *
       5000-PRINT-TOTALS.
           MOVE SPACE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE 'FAILED PASSWORDS' TO XT-LABEL.
           MOVE WS-FAIL-COUNT TO XT-COUNT.
           MOVE WS-TOTAL-LINE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE 'OF WHICH LOCKED A CLERK OUT' TO XT-LABEL.
           MOVE WS-LOCKOUT-COUNT TO XT-COUNT.
           MOVE WS-TOTAL-LINE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE 'SUPERVISOR RESETS' TO XT-LABEL.
           MOVE WS-RESET-COUNT TO XT-COUNT.
           MOVE WS-TOTAL-LINE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
           MOVE 'CLERKS STILL LOCKED OUT' TO XT-LABEL.
           MOVE WS-STILL-LOCKED TO XT-COUNT.
           MOVE WS-TOTAL-LINE TO SIGNON-REPORT-LINE.
           WRITE SIGNON-REPORT-LINE.
      *
       9000-CLOSE-FILES.
           CLOSE AUDIT-LOG-FILE.
           CLOSE CLERK-MASTER-FILE.
           CLOSE SIGNON-REPORT.
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
           MOVE 'KC03R32' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R32' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'COMPLETED' TO RL-STATUS.
           MOVE WS-ROW-COUNT TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
