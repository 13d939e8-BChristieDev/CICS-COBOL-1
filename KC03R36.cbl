       IDENTIFICATION DIVISION.
       PROGRAM-ID. KC03R36.
      * NAME: BRANDON CHRISTIE
      * PURPOSE: MONTH-END BATCH JOB - CORPORATE ACCOUNT STATEMENTS.
      *          FIRST APPLIES THE MONTH'S REMITTANCE CARDS (REMITIN)
      *          TO THE OPEN RECEIVABLES ON CORPAR - EACH CARD NAMES
      *          AN ACCOUNT, AN ITEM NUMBER AND THE AMOUNT RECEIVED;
      *          THE ITEM IS MARKED PAID ONCE IT IS PAID IN FULL AND
      *          THE ACCOUNT'S OPEN BALANCE COMES DOWN BY THE AMOUNT.
      *          THEN WALKS CORPACCT AND CUTS ONE STATEMENT PER
      *          COMPANY WITH ANYTHING STILL OPEN: THE BILLING ADDRESS,
      *          A LINE PER OPEN ITEM, AND THE OPEN AMOUNT AGED BY DAYS
      *          SINCE INVOICE INTO CURRENT (0-30), 31-60, 61-90 AND
      *          OVER 90.  EACH ACCOUNT STATEMENTED IS STAMPED WITH THE
      *          AS-OF DATE.  THE AS-OF DATE (CCYYMMDD) COMES FROM
      *          SYSIN; LEFT BLANK, THE BUSINESS DATE IS USED.  A CARD
      *          THAT CANNOT BE APPLIED IS LISTED AHEAD OF THE
      *          STATEMENTS FOR ACCOUNTS RECEIVABLE TO FOLLOW UP.
      *          EACH ITEM A CARD IS APPLIED TO IS STAMPED WITH THE
      *          AS-OF DATE AND THE CARD'S PLACE IN THE DECK, SO A
      *          RERUN GIVEN THE SAME DECK AND AS-OF DATE - AFTER A
      *          FAILURE PART-WAY OR NOT - APPLIES NO CARD TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO REMITIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT CORP-ACCOUNT-FILE ASSIGN TO CORPACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-ACCOUNT-NO
               FILE STATUS IS WS-CORPACCT-STATUS.

           SELECT CORP-RECEIVABLE-FILE ASSIGN TO CORPAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-CORPAR-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO CORPSTMT
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
       FD  REMITTANCE-FILE.
       01  REMITTANCE-CARD.
           05  RM-ACCOUNT-NO     PIC X(08).
           05  FILLER            PIC X(01).
           05  RM-ITEM-SEQ       PIC 9(05).
           05  FILLER            PIC X(01).
           05  RM-AMOUNT         PIC 9(07)V99.
      *        AMOUNT RECEIVED, NO DECIMAL POINT - 000012500 IS 125.00
           05  FILLER            PIC X(01).
           05  RM-PAID-DATE      PIC X(08).
      *        FORMAT CCYYMMDD, DATE THE MONEY WAS RECEIVED - BLANK
      *        TAKES THE AS-OF DATE
           05  FILLER            PIC X(47).

       FD  CORP-ACCOUNT-FILE.
           COPY "CorporateAccountRecord.cbl".

       FD  CORP-RECEIVABLE-FILE.
           COPY "CorpReceivableRecord.cbl".

       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-LINE PIC X(80).

       FD  BUSINESS-DATE-FILE.
           COPY "BusinessDateRecord.cbl".

       FD  RUN-LEDGER-FILE.
           COPY "RunLedgerRecord.cbl".

       WORKING-STORAGE SECTION.
       01  WS-BIZDATE-STATUS     PIC X(02).
       01  WS-LEDGER-STATUS      PIC X(02).
       01  WS-REMIT-STATUS       PIC X(02).
       01  WS-CORPACCT-STATUS    PIC X(02).
       01  WS-CORPAR-STATUS      PIC X(02).
       01  WS-REPORT-STATUS      PIC X(02).
       01  WS-EOF-REMIT          PIC X(01) VALUE 'N'.
       01  WS-EOF-CORPACCT       PIC X(01) VALUE 'N'.
       01  WS-EOF-CORPAR         PIC X(01) VALUE 'N'.
       01  WS-TODAY              PIC 9(08).
       01  WS-DATE-PARM          PIC X(08) VALUE SPACE.
       01  WS-ASOF-DATE          PIC 9(08).
       01  WS-REJECT-REASON      PIC X(30).
       01  WS-ITEM-OPEN          PIC 9(07)V99.
       01  WS-ITEM-DAYS          PIC 9(05).
       01  WS-ACCOUNT-HAS-ITEMS  PIC X(01).
       01  WS-REMIT-CARD-NO      PIC 9(05) VALUE ZERO.
       01  WS-REMITS-APPLIED     PIC 9(05) VALUE ZERO.
       01  WS-REMITS-REJECTED    PIC 9(05) VALUE ZERO.
       01  WS-ITEMS-PAID         PIC 9(05) VALUE ZERO.
       01  WS-STATEMENT-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-ITEM-COUNT         PIC 9(07) VALUE ZERO.
      *
       01  WS-ACCOUNT-AGING.
           05  WS-AGE-CURRENT    PIC 9(09)V99.
           05  WS-AGE-31-60      PIC 9(09)V99.
           05  WS-AGE-61-90      PIC 9(09)V99.
           05  WS-AGE-OVER-90    PIC 9(09)V99.
           05  WS-AGE-TOTAL      PIC 9(09)V99.
      *
       01  WS-GRAND-AGING.
           05  WS-GRAND-CURRENT  PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-31-60    PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-61-90    PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-OVER-90  PIC 9(09)V99 VALUE ZERO.
           05  WS-GRAND-TOTAL    PIC 9(09)V99 VALUE ZERO.
      *
       01  WS-RUN-HEADING.
           05  FILLER            PIC X(35) VALUE
               'CORPORATE ACCOUNT STATEMENTS AS OF'.
           05  WH-ASOF-DATE      PIC 9(08).
           05  FILLER            PIC X(37) VALUE SPACE.
      *
       01  WS-REJECT-HEADING.
           05  FILLER            PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(07) VALUE 'ITEM'.
           05  FILLER            PIC X(14) VALUE 'AMOUNT'.
           05  FILLER            PIC X(49) VALUE 'REASON NOT APPLIED'.
      *
       01  WS-REJECT-LINE.
           05  XR-ACCOUNT        PIC X(08).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XR-ITEM           PIC X(05).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XR-AMOUNT         PIC X(09).
           05  FILLER            PIC X(05) VALUE SPACE.
           05  XR-REASON         PIC X(30).
           05  FILLER            PIC X(19) VALUE SPACE.
      *
       01  WS-SEPARATOR-LINE     PIC X(80) VALUE ALL '='.
      *
       01  WS-STMT-HEADING.
           05  FILLER            PIC X(20) VALUE 'STATEMENT OF ACCOUNT'.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  XS-ACCOUNT        PIC X(08).
           05  FILLER            PIC X(04) VALUE SPACE.
           05  FILLER            PIC X(06) VALUE 'AS OF '.
           05  XS-ASOF-DATE      PIC 9(08).
           05  FILLER            PIC X(30) VALUE SPACE.
      *
       01  WS-ADDRESS-LINE.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  XA-TEXT           PIC X(76).
      *
       01  WS-CITY-LINE.
           05  FILLER            PIC X(04) VALUE SPACE.
           05  XC-CITY           PIC X(20).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  XC-PROVINCE       PIC X(02).
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XC-POSTALCODE     PIC X(10).
           05  FILLER            PIC X(41) VALUE SPACE.
      *
       01  WS-TERMS-LINE.
           05  FILLER            PIC X(10) VALUE 'TERMS NET '.
           05  XT-TERMS-DAYS     PIC ZZ9.
           05  FILLER            PIC X(09) VALUE ' DAYS    '.
           05  FILLER            PIC X(14) VALUE 'CREDIT LIMIT '.
           05  XT-CREDIT-LIMIT   PIC Z,ZZZ,ZZ9.99.
           05  FILLER            PIC X(32) VALUE SPACE.
      *
       01  WS-ITEM-HEADING.
           05  FILLER            PIC X(06) VALUE 'ITEM'.
           05  FILLER            PIC X(09) VALUE 'INVOICED'.
           05  FILLER            PIC X(09) VALUE 'DUE'.
           05  FILLER            PIC X(17) VALUE 'GUEST'.
           05  FILLER            PIC X(09) VALUE 'ROOM'.
           05  FILLER            PIC X(09) VALUE 'ARRIVED'.
           05  FILLER            PIC X(12) VALUE '   OPEN AMT'.
           05  FILLER            PIC X(09) VALUE 'DAYS'.
      *
       01  WS-ITEM-LINE.
           05  XI-ITEM           PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  XI-INVOICE-DATE   PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  XI-DUE-DATE       PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  XI-GUEST          PIC X(16).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  XI-ROOMNO         PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  XI-CHECKIN        PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  XI-OPEN-AMOUNT    PIC ZZZ,ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XI-DAYS           PIC ZZZ9.
           05  FILLER            PIC X(05) VALUE SPACE.
      *
       01  WS-AGING-HEADING.
           05  FILLER            PIC X(15) VALUE '      CURRENT'.
           05  FILLER            PIC X(15) VALUE '   31-60 DAYS'.
           05  FILLER            PIC X(15) VALUE '   61-90 DAYS'.
           05  FILLER            PIC X(15) VALUE ' OVER 90 DAYS'.
           05  FILLER            PIC X(20) VALUE '    TOTAL DUE'.
      *
       01  WS-AGING-LINE.
           05  XG-CURRENT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XG-31-60          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XG-61-90          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XG-OVER-90        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(02) VALUE SPACE.
           05  XG-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(07) VALUE SPACE.
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
               MOVE WS-DATE-PARM TO WS-ASOF-DATE
           ELSE
               MOVE WS-TODAY TO WS-ASOF-DATE
           END-IF.
           PERFORM 1000-OPEN-FILES.

           MOVE WS-ASOF-DATE TO WH-ASOF-DATE.
           MOVE WS-RUN-HEADING TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE 'REMITTANCES NOT APPLIED' TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-REJECT-HEADING TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.

           IF WS-EOF-REMIT NOT = 'Y'
               PERFORM 2000-READ-NEXT-REMIT
           END-IF.
           PERFORM UNTIL WS-EOF-REMIT = 'Y'
               PERFORM 3000-APPLY-ONE-REMIT
               PERFORM 2000-READ-NEXT-REMIT
           END-PERFORM.

           MOVE LOW-VALUE TO CP-ACCOUNT-NO.
           START CORP-ACCOUNT-FILE KEY NOT < CP-ACCOUNT-NO
               INVALID KEY MOVE 'Y' TO WS-EOF-CORPACCT
           END-START.
           IF WS-EOF-CORPACCT NOT = 'Y'
               PERFORM 2100-READ-NEXT-ACCOUNT
           END-IF.
           PERFORM UNTIL WS-EOF-CORPACCT = 'Y'
               PERFORM 4000-STATEMENT-ONE-ACCOUNT
               PERFORM 2100-READ-NEXT-ACCOUNT
           END-PERFORM.

           PERFORM 5000-PRINT-TOTALS.

           DISPLAY 'KC03R36 REMITTANCES APPLIED ' WS-REMITS-APPLIED
               ' REJECTED ' WS-REMITS-REJECTED.
           DISPLAY 'KC03R36 STATEMENTS ' WS-STATEMENT-COUNT
               ' OPEN ITEMS ' WS-ITEM-COUNT.
           PERFORM 9100-LOG-RUN-END.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
      *
       1000-OPEN-FILES.
           OPEN INPUT REMITTANCE-FILE.
           IF WS-REMIT-STATUS = '35'
      *        NO REMITTANCES THIS MONTH - STATEMENT WHAT IS OPEN.
               MOVE 'Y' TO WS-EOF-REMIT
           END-IF.

           OPEN I-O CORP-ACCOUNT-FILE.
           IF WS-CORPACCT-STATUS = '35'
               OPEN OUTPUT CORP-ACCOUNT-FILE
               CLOSE CORP-ACCOUNT-FILE
               OPEN I-O CORP-ACCOUNT-FILE
           END-IF.

           OPEN I-O CORP-RECEIVABLE-FILE.
           IF WS-CORPAR-STATUS = '35'
               OPEN OUTPUT CORP-RECEIVABLE-FILE
               CLOSE CORP-RECEIVABLE-FILE
               OPEN I-O CORP-RECEIVABLE-FILE
           END-IF.

           OPEN OUTPUT STATEMENT-REPORT.
      *
       2000-READ-NEXT-REMIT.
           READ REMITTANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-REMIT
           END-READ.
      *
       2100-READ-NEXT-ACCOUNT.
           READ CORP-ACCOUNT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CORPACCT
           END-READ.
      *
       2200-READ-NEXT-ITEM.
           READ CORP-RECEIVABLE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CORPAR
           END-READ.
           IF WS-EOF-CORPAR NOT = 'Y'
               IF RV-ACCOUNT-NO NOT = CP-ACCOUNT-NO
                   MOVE 'Y' TO WS-EOF-CORPAR
               END-IF
           END-IF.
      *
       3000-APPLY-ONE-REMIT.
      *        A CARD IS APPLIED ONLY TO AN OPEN ITEM AND ONLY UP TO
      *        WHAT IS STILL OPEN ON IT - AN OVERPAYMENT IS LISTED FOR
      *        ACCOUNTS RECEIVABLE TO SPLIT BY HAND RATHER THAN GUESS
      *        WHICH OTHER ITEM THE COMPANY MEANT TO PAY.
      *        A CARD AT OR BEFORE THE ONE LAST STAMPED ON THE ITEM
      *        UNDER THIS AS-OF DATE WAS APPLIED BY AN EARLIER RUN OF
      *        THIS DECK AND IS LISTED RATHER THAN APPLIED AGAIN.
           ADD 1 TO WS-REMIT-CARD-NO.
           MOVE SPACE TO WS-REJECT-REASON.
           IF RM-ITEM-SEQ IS NOT NUMERIC OR
              RM-AMOUNT IS NOT NUMERIC
               MOVE 'ITEM OR AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
           ELSE
               IF RM-AMOUNT = ZERO
                   MOVE 'AMOUNT IS ZERO' TO WS-REJECT-REASON
               ELSE
                   MOVE RM-ACCOUNT-NO TO RV-ACCOUNT-NO
                   MOVE RM-ITEM-SEQ   TO RV-ITEM-SEQ
                   READ CORP-RECEIVABLE-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-CORPAR-STATUS NOT = '00'
                       MOVE 'ITEM NOT ON FILE' TO WS-REJECT-REASON
                   ELSE
                       IF RV-REMIT-ASOF = WS-ASOF-DATE AND
                          WS-REMIT-CARD-NO NOT > RV-REMIT-CARD
                           MOVE 'CARD ALREADY APPLIED'
                               TO WS-REJECT-REASON
                       ELSE
                           IF RV-STATUS NOT = 'OPEN'
                               MOVE 'ITEM ALREADY PAID'
                                   TO WS-REJECT-REASON
                           ELSE
                               COMPUTE WS-ITEM-OPEN =
                                   RV-AMOUNT - RV-PAID-AMOUNT
                               IF RM-AMOUNT > WS-ITEM-OPEN
                                   MOVE 'MORE THAN THE ITEM OWES'
                                       TO WS-REJECT-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACE
               PERFORM 3100-POST-REMIT
           ELSE
               ADD 1 TO WS-REMITS-REJECTED
               MOVE RM-ACCOUNT-NO     TO XR-ACCOUNT
               MOVE REMITTANCE-CARD(10:5) TO XR-ITEM
               MOVE REMITTANCE-CARD(16:9) TO XR-AMOUNT
               MOVE WS-REJECT-REASON  TO XR-REASON
               MOVE WS-REJECT-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF.
      *
       3100-POST-REMIT.
           ADD RM-AMOUNT TO RV-PAID-AMOUNT.
           IF RV-PAID-AMOUNT = RV-AMOUNT
               MOVE 'PAID' TO RV-STATUS
               IF RM-PAID-DATE IS NUMERIC AND
                  RM-PAID-DATE NOT = '00000000'
                   MOVE RM-PAID-DATE TO RV-PAID-DATE
               ELSE
                   MOVE WS-ASOF-DATE TO RV-PAID-DATE
               END-IF
               ADD 1 TO WS-ITEMS-PAID
           END-IF.
           MOVE WS-ASOF-DATE     TO RV-REMIT-ASOF.
           MOVE WS-REMIT-CARD-NO TO RV-REMIT-CARD.
           REWRITE CORP-RECEIVABLE-RECORD.
           ADD 1 TO WS-REMITS-APPLIED.

           MOVE RV-ACCOUNT-NO TO CP-ACCOUNT-NO.
           READ CORP-ACCOUNT-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CORPACCT-STATUS = '00'
               IF CP-OPEN-BALANCE > RM-AMOUNT
                   SUBTRACT RM-AMOUNT FROM CP-OPEN-BALANCE
               ELSE
                   MOVE ZERO TO CP-OPEN-BALANCE
               END-IF
               REWRITE CORPORATE-ACCOUNT-RECORD
           END-IF.
      *
       4000-STATEMENT-ONE-ACCOUNT.
      *        THE HEADING IS HELD BACK UNTIL THE FIRST OPEN ITEM, SO
      *        A COMPANY THAT OWES NOTHING GETS NO STATEMENT.  AN ITEM
      *        RAISED AFTER THE AS-OF DATE (A RERUN FOR AN EARLIER
      *        MONTH) IS LEFT FOR THE NEXT STATEMENT.
           MOVE 'N' TO WS-ACCOUNT-HAS-ITEMS.
           INITIALIZE WS-ACCOUNT-AGING.
           MOVE CP-ACCOUNT-NO TO RV-ACCOUNT-NO.
           MOVE ZERO TO RV-ITEM-SEQ.
           MOVE 'N' TO WS-EOF-CORPAR.
           START CORP-RECEIVABLE-FILE KEY NOT < RV-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-CORPAR
           END-START.
           IF WS-EOF-CORPAR NOT = 'Y'
               PERFORM 2200-READ-NEXT-ITEM
           END-IF.
           PERFORM UNTIL WS-EOF-CORPAR = 'Y'
               IF RV-STATUS = 'OPEN' AND
                  RV-INVOICE-DATE NOT > WS-ASOF-DATE
                   IF WS-ACCOUNT-HAS-ITEMS NOT = 'Y'
                       MOVE 'Y' TO WS-ACCOUNT-HAS-ITEMS
                       PERFORM 4100-PRINT-ACCOUNT-HEADING
                   END-IF
                   PERFORM 4200-PRINT-OPEN-ITEM
               END-IF
               PERFORM 2200-READ-NEXT-ITEM
           END-PERFORM.

           IF WS-ACCOUNT-HAS-ITEMS = 'Y'
               PERFORM 4300-PRINT-ACCOUNT-AGING
               MOVE WS-ASOF-DATE TO CP-LAST-STATEMENT
               REWRITE CORPORATE-ACCOUNT-RECORD
               ADD 1 TO WS-STATEMENT-COUNT
           END-IF.
      *
       4100-PRINT-ACCOUNT-HEADING.
           MOVE SPACE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-SEPARATOR-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE CP-ACCOUNT-NO TO XS-ACCOUNT.
           MOVE WS-ASOF-DATE  TO XS-ASOF-DATE.
           MOVE WS-STMT-HEADING TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE CP-COMPANY-NAME TO XA-TEXT.
           MOVE WS-ADDRESS-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           IF CP-CONTACT NOT = SPACE
               MOVE SPACE TO XA-TEXT
               STRING 'ATTN: ' CP-CONTACT DELIMITED BY SIZE
                   INTO XA-TEXT
               END-STRING
               MOVE WS-ADDRESS-LINE TO STATEMENT-REPORT-LINE
               WRITE STATEMENT-REPORT-LINE
           END-IF.
           MOVE CP-ADDRESS TO XA-TEXT.
           MOVE WS-ADDRESS-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE CP-CITY       TO XC-CITY.
           MOVE CP-PROVINCE   TO XC-PROVINCE.
           MOVE CP-POSTALCODE TO XC-POSTALCODE.
           MOVE WS-CITY-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE CP-TERMS-DAYS   TO XT-TERMS-DAYS.
           MOVE CP-CREDIT-LIMIT TO XT-CREDIT-LIMIT.
           MOVE WS-TERMS-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-ITEM-HEADING TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
      *
       4200-PRINT-OPEN-ITEM.
      *        AGED BY DAYS SINCE THE INVOICE DATE, THE WAY THE
      *        COMPANY'S OWN PAYABLES DEPARTMENT WILL READ IT - THE DUE
      *        DATE IS PRINTED BESIDE IT SO THEY CAN SEE WHAT IS LATE.
           COMPUTE WS-ITEM-OPEN = RV-AMOUNT - RV-PAID-AMOUNT.
           COMPUTE WS-ITEM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE) -
               FUNCTION INTEGER-OF-DATE(RV-INVOICE-DATE).
           EVALUATE TRUE
               WHEN WS-ITEM-DAYS NOT > 30
                   ADD WS-ITEM-OPEN TO WS-AGE-CURRENT
               WHEN WS-ITEM-DAYS NOT > 60
                   ADD WS-ITEM-OPEN TO WS-AGE-31-60
               WHEN WS-ITEM-DAYS NOT > 90
                   ADD WS-ITEM-OPEN TO WS-AGE-61-90
               WHEN OTHER
                   ADD WS-ITEM-OPEN TO WS-AGE-OVER-90
           END-EVALUATE.
           ADD WS-ITEM-OPEN TO WS-AGE-TOTAL.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE RV-ITEM-SEQ      TO XI-ITEM.
           MOVE RV-INVOICE-DATE  TO XI-INVOICE-DATE.
           MOVE RV-DUE-DATE      TO XI-DUE-DATE.
           MOVE RV-GUEST-NAME    TO XI-GUEST.
           MOVE RV-ROOMNO        TO XI-ROOMNO.
           MOVE RV-CHECKIN-DATE  TO XI-CHECKIN.
           MOVE WS-ITEM-OPEN     TO XI-OPEN-AMOUNT.
           MOVE WS-ITEM-DAYS     TO XI-DAYS.
           MOVE WS-ITEM-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
      *
       4300-PRINT-ACCOUNT-AGING.
           MOVE SPACE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-AGING-HEADING TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-AGE-CURRENT TO XG-CURRENT.
           MOVE WS-AGE-31-60   TO XG-31-60.
           MOVE WS-AGE-61-90   TO XG-61-90.
           MOVE WS-AGE-OVER-90 TO XG-OVER-90.
           MOVE WS-AGE-TOTAL   TO XG-TOTAL.
           MOVE WS-AGING-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           ADD WS-AGE-CURRENT TO WS-GRAND-CURRENT.
           ADD WS-AGE-31-60   TO WS-GRAND-31-60.
           ADD WS-AGE-61-90   TO WS-GRAND-61-90.
           ADD WS-AGE-OVER-90 TO WS-GRAND-OVER-90.
           ADD WS-AGE-TOTAL   TO WS-GRAND-TOTAL.
      *
       5000-PRINT-TOTALS.
           MOVE SPACE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-SEPARATOR-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE 'ALL ACCOUNTS' TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-AGING-HEADING TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE WS-GRAND-CURRENT TO XG-CURRENT.
           MOVE WS-GRAND-31-60   TO XG-31-60.
           MOVE WS-GRAND-61-90   TO XG-61-90.
           MOVE WS-GRAND-OVER-90 TO XG-OVER-90.
           MOVE WS-GRAND-TOTAL   TO XG-TOTAL.
           MOVE WS-AGING-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE SPACE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE 'REMITTANCES APPLIED' TO XT-LABEL.
           MOVE WS-REMITS-APPLIED TO XT-COUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE 'OF WHICH PAID AN ITEM OFF' TO XT-LABEL.
           MOVE WS-ITEMS-PAID TO XT-COUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE 'REMITTANCES NOT APPLIED' TO XT-LABEL.
           MOVE WS-REMITS-REJECTED TO XT-COUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
           MOVE 'STATEMENTS PRODUCED' TO XT-LABEL.
           MOVE WS-STATEMENT-COUNT TO XT-COUNT.
           MOVE WS-TOTAL-LINE TO STATEMENT-REPORT-LINE.
           WRITE STATEMENT-REPORT-LINE.
      *
       9000-CLOSE-FILES.
           IF WS-REMIT-STATUS NOT = '35'
               CLOSE REMITTANCE-FILE
           END-IF.
           CLOSE CORP-ACCOUNT-FILE.
           CLOSE CORP-RECEIVABLE-FILE.
           CLOSE STATEMENT-REPORT.
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
           MOVE 'KC03R36' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'STARTED' TO RL-STATUS.
           MOVE ZERO TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
      *
       9100-LOG-RUN-END.
           MOVE WS-TODAY TO RL-BUSINESS-DATE.
           MOVE 'KC03R36' TO RL-JOB-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-LOG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RL-LOG-TIME.
           MOVE 'COMPLETED' TO RL-STATUS.
           MOVE WS-STATEMENT-COUNT TO RL-RECORD-COUNT.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
