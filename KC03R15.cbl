      *          SUBMISSION.  AGENT CARDS (CODE + NAME + COMMISSION
      *          PERCENT + STATUS) MAINTAIN THE AGENTMAS TRAVEL-AGENT
      *          FILE THE SAME REFRESH-ON-DUPLICATE WAY THE HOTEL
      *          CARDS DO.  GL CARDS (REVENUE TYPE + SOURCE CODE +
      *          DEBIT AND CREDIT ACCOUNT) MAINTAIN THE GLACCT MAPPING
      *          THE NIGHTLY REVENUE JOURNAL (KC03R27) POSTS BY, ALSO
      *          REFRESH-ON-DUPLICATE.  CORPORATE CARDS MAINTAIN THE
      *          CORPACCT DIRECT-BILL ACCOUNTS: AN 'A' CARD ADDS OR
      *          REFRESHES THE COMPANY NAME, CREDIT LIMIT, TERMS AND
      *          STATUS, A 'B' CARD THE BILLING ADDRESS (PROVINCE
      *          CHECKED AGAINST GEOCODE) AND A 'C' CARD THE CONTACT -
      *          THE 'B' AND 'C' CARDS NEED THE ACCOUNT ON FILE, SO
      *          THEY FOLLOW ITS 'A' CARD IN THE DECK.  THE ACCOUNT
      *          BALANCES ARE NEVER TOUCHED FROM A CARD.  ATTENDANT
      *          CARDS (HOTEL + ATTENDANT ID + NAME + WORK DAYS +
      *          STATUS) MAINTAIN THE HSKATT HOUSEKEEPING STAFF FILE,
      *          REFRESH-ON-DUPLICATE, WITH THE HOTEL CHECKED AGAINST
      *          HOTELMAS THE SAME WAY THE SELL-LIMIT CARDS ARE.
      *          RESTRICTION CARDS (HOTEL + FROM DATE + TO DATE +
      *          MINIMUM STAY + CLOSED-TO-ARRIVAL + CLOSED-TO-
      *          DEPARTURE) SET THE STAYRST ROW OF EVERY DATE IN THE
      *          RANGE, HOTEL CHECKED THE SAME WAY AGAIN; A DATE
      *          ALREADY RESTRICTED TAKES THE CARD'S VALUES, SO A CARD
      *          OF 00/N/N LIFTS A RESTRICTION.  SAFE TO RERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-SELL-STATUS.

           SELECT RESTRICT-CARD-FILE ASSIGN TO RSTCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTCARD-STATUS.

           SELECT STAY-RESTRICTION-FILE ASSIGN TO STAYRST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-RESTRICT-STATUS.

           SELECT AGENT-CARD-FILE ASSIGN TO AGTCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGTCARD-STATUS.
               RECORD KEY IS AM-AGENT-CODE
               FILE STATUS IS WS-AGENT-STATUS.

           SELECT GL-CARD-FILE ASSIGN TO GLCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCARD-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN TO GLACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GLACCT-STATUS.

           SELECT CORP-CARD-FILE ASSIGN TO CORPCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORPCARD-STATUS.

           SELECT CORP-ACCOUNT-FILE ASSIGN TO CORPACCT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-ACCOUNT-NO
               FILE STATUS IS WS-CORPACCT-STATUS.

           SELECT ATTENDANT-CARD-FILE ASSIGN TO ATTCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTCARD-STATUS.

           SELECT ATTENDANT-MASTER-FILE ASSIGN TO HSKATT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HA-KEY
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT HOTEL-MASTER-FILE ASSIGN TO HOTELMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  SELL-LIMIT-FILE.
           COPY "SellLimitRecord.cbl".

       FD  RESTRICT-CARD-FILE.
       01  RESTRICT-CARD-RECORD.
           05  RR-HOTEL          PIC X(30).
           05  FILLER            PIC X(01).
           05  RR-FROM-DATE      PIC 9(08).
           05  FILLER            PIC X(01).
           05  RR-TO-DATE-X      PIC X(08).
      *        BLANK = THE FROM DATE ONLY
           05  RR-TO-DATE REDEFINES RR-TO-DATE-X PIC 9(08).
           05  FILLER            PIC X(01).
           05  RR-MIN-STAY       PIC 9(02).
      *        NIGHTS, 00 = NO MINIMUM
           05  FILLER            PIC X(01).
           05  RR-CLOSED-ARRIVAL PIC X(01).
           05  FILLER            PIC X(01).
           05  RR-CLOSED-DEPART  PIC X(01).
           05  FILLER            PIC X(25).

       FD  STAY-RESTRICTION-FILE.
           COPY "StayRestrictionRecord.cbl".

       FD  AGENT-CARD-FILE.
       01  AGENT-CARD-RECORD.
           05  AC-AGENT-CODE     PIC X(06).
       FD  AGENT-MASTER-FILE.
           COPY "AgentMasterRecord.cbl".

       FD  GL-CARD-FILE.
       01  GL-CARD-RECORD.
           05  GR-REVENUE-TYPE   PIC X(04).
           05  FILLER            PIC X(01).
           05  GR-SOURCE-CODE    PIC X(04).
      *        BLANK FOR THE DEFAULT ROW OF THE TYPE
           05  FILLER            PIC X(01).
           05  GR-DEBIT-ACCT     PIC X(10).
           05  FILLER            PIC X(01).
           05  GR-CREDIT-ACCT    PIC X(10).
           05  FILLER            PIC X(01).
           05  GR-DESCRIPTION    PIC X(30).
           05  FILLER            PIC X(18).

       FD  GL-ACCOUNT-FILE.
           COPY "GLAccountRecord.cbl".

       FD  CORP-CARD-FILE.
       01  CORP-CARD-RECORD.
           05  CC-CARD-TYPE      PIC X(01).
      *        'A' ACCOUNT TERMS, 'B' BILLING ADDRESS, 'C' CONTACT
           05  FILLER            PIC X(01).
           05  CC-ACCOUNT-NO     PIC X(08).
           05  FILLER            PIC X(01).
           05  CC-DETAIL         PIC X(69).
           05  CC-TERMS-DETAIL REDEFINES CC-DETAIL.
               10  CC-COMPANY-NAME PIC X(30).
               10  FILLER          PIC X(01).
               10  CC-CREDIT-LIMIT PIC 9(07)V99.
      *        NINE DIGITS, TWO ASSUMED DECIMALS - 002500000 = 25000.00
               10  FILLER          PIC X(01).
               10  CC-TERMS-DAYS   PIC 9(03).
               10  FILLER          PIC X(01).
               10  CC-STATUS       PIC X(10).
      *        'ACTIVE', 'HOLD' OR 'CLOSED'
               10  FILLER          PIC X(14).
           05  CC-ADDRESS-DETAIL REDEFINES CC-DETAIL.
               10  CC-ADDRESS      PIC X(30).
               10  FILLER          PIC X(01).
               10  CC-CITY         PIC X(20).
               10  FILLER          PIC X(01).
               10  CC-PROVINCE     PIC X(02).
               10  FILLER          PIC X(01).
               10  CC-POSTALCODE   PIC X(10).
               10  FILLER          PIC X(04).
           05  CC-CONTACT-DETAIL REDEFINES CC-DETAIL.
               10  CC-CONTACT      PIC X(30).
               10  FILLER          PIC X(39).

       FD  CORP-ACCOUNT-FILE.
           COPY "CorporateAccountRecord.cbl".

       FD  ATTENDANT-CARD-FILE.
       01  ATTENDANT-CARD-RECORD.
           05  TC-HOTEL          PIC X(30).
           05  FILLER            PIC X(01).
           05  TC-ATTENDANT-ID   PIC X(06).
           05  FILLER            PIC X(01).
           05  TC-NAME           PIC X(25).
           05  FILLER            PIC X(01).
           05  TC-WORK-DAYS      PIC X(07).
      *        'Y' OR 'N' PER DAY, MONDAY FIRST
           05  FILLER            PIC X(01).
           05  TC-STATUS         PIC X(08).
      *        'ACTIVE' OR 'INACTIVE'

       FD  ATTENDANT-MASTER-FILE.
           COPY "AttendantMasterRecord.cbl".

       FD  HOTEL-MASTER-FILE.
           COPY "HotelMasterRecord.cbl".

       01  WS-SELL-STATUS        PIC X(02).
       01  WS-AGTCARD-STATUS     PIC X(02).
       01  WS-AGENT-STATUS       PIC X(02).
       01  WS-GLCARD-STATUS      PIC X(02).
       01  WS-GLACCT-STATUS      PIC X(02).
       01  WS-CORPCARD-STATUS    PIC X(02).
       01  WS-CORPACCT-STATUS    PIC X(02).
       01  WS-EOF-HOTCARD        PIC X(01) VALUE 'N'.
       01  WS-EOF-TAXCARD        PIC X(01) VALUE 'N'.
       01  WS-EOF-SELLCARD       PIC X(01) VALUE 'N'.
       01  WS-EOF-AGTCARD        PIC X(01) VALUE 'N'.
       01  WS-EOF-GLCARD         PIC X(01) VALUE 'N'.
       01  WS-EOF-CORPCARD       PIC X(01) VALUE 'N'.
       01  WS-ATTCARD-STATUS     PIC X(02).
       01  WS-ATTEND-STATUS      PIC X(02).
       01  WS-EOF-ATTCARD        PIC X(01) VALUE 'N'.
       01  WS-DAY-FLAGS          PIC 9(02).
       01  WS-RSTCARD-STATUS     PIC X(02).
       01  WS-RESTRICT-STATUS    PIC X(02).
       01  WS-EOF-RSTCARD        PIC X(01) VALUE 'N'.
       01  WS-RST-DATE           PIC 9(08).
       01  WS-RST-TO-DATE        PIC 9(08).
       01  WS-RST-CHECK-DATE     PIC 9(08).
       01  WS-RST-DATES-OK       PIC X(01).
       01  WS-RST-DAY-INT        PIC 9(07).
       01  WS-RST-END-INT        PIC 9(07).
       01  WS-HOTELS-LOADED      PIC 9(05) VALUE ZERO.
       01  WS-HOTELS-UPDATED     PIC 9(05) VALUE ZERO.
       01  WS-RATES-LOADED       PIC 9(05) VALUE ZERO.
       01  WS-LIMITS-SKIPPED     PIC 9(05) VALUE ZERO.
       01  WS-AGENTS-LOADED      PIC 9(05) VALUE ZERO.
       01  WS-AGENTS-UPDATED     PIC 9(05) VALUE ZERO.
       01  WS-GLMAPS-LOADED      PIC 9(05) VALUE ZERO.
       01  WS-GLMAPS-UPDATED     PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNTS-LOADED    PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNTS-UPDATED   PIC 9(05) VALUE ZERO.
       01  WS-ATTENDANTS-LOADED  PIC 9(05) VALUE ZERO.
       01  WS-ATTENDANTS-UPDATED PIC 9(05) VALUE ZERO.
       01  WS-RESTRICTS-LOADED   PIC 9(05) VALUE ZERO.
       01  WS-RESTRICTS-UPDATED  PIC 9(05) VALUE ZERO.
       01  WS-CARDS-REJECTED     PIC 9(05) VALUE ZERO.
      *
       01  WS-ERROR-LINE.
               PERFORM 2200-READ-NEXT-SELL-CARD
           END-PERFORM.

           IF WS-EOF-RSTCARD NOT = 'Y'
               PERFORM 2700-READ-NEXT-RESTRICT-CARD
           END-IF.
           PERFORM UNTIL WS-EOF-RSTCARD = 'Y'
               PERFORM 5500-LOAD-ONE-RESTRICTION
               PERFORM 2700-READ-NEXT-RESTRICT-CARD
           END-PERFORM.

           IF WS-EOF-AGTCARD NOT = 'Y'
               PERFORM 2300-READ-NEXT-AGENT-CARD
           END-IF.
               PERFORM 2300-READ-NEXT-AGENT-CARD
           END-PERFORM.

           IF WS-EOF-GLCARD NOT = 'Y'
               PERFORM 2400-READ-NEXT-GL-CARD
           END-IF.
           PERFORM UNTIL WS-EOF-GLCARD = 'Y'
               PERFORM 7000-LOAD-ONE-GL-ACCOUNT
               PERFORM 2400-READ-NEXT-GL-CARD
           END-PERFORM.

           IF WS-EOF-CORPCARD NOT = 'Y'
               PERFORM 2500-READ-NEXT-CORP-CARD
           END-IF.
           PERFORM UNTIL WS-EOF-CORPCARD = 'Y'
               PERFORM 8000-LOAD-ONE-CORP-CARD
               PERFORM 2500-READ-NEXT-CORP-CARD
           END-PERFORM.

           IF WS-EOF-ATTCARD NOT = 'Y'
               PERFORM 2600-READ-NEXT-ATTENDANT-CARD
           END-IF.
           PERFORM UNTIL WS-EOF-ATTCARD = 'Y'
               PERFORM 8500-LOAD-ONE-ATTENDANT
               PERFORM 2600-READ-NEXT-ATTENDANT-CARD
           END-PERFORM.

           DISPLAY 'KC03R15 HOTELS ADDED   ' WS-HOTELS-LOADED.
           DISPLAY 'KC03R15 HOTELS UPDATED ' WS-HOTELS-UPDATED.
           DISPLAY 'KC03R15 RATES ADDED    ' WS-RATES-LOADED.
           DISPLAY 'KC03R15 RATES ON FILE  ' WS-RATES-SKIPPED.
           DISPLAY 'KC03R15 LIMITS ADDED   ' WS-LIMITS-LOADED.
           DISPLAY 'KC03R15 LIMITS ON FILE ' WS-LIMITS-SKIPPED.
           DISPLAY 'KC03R15 RESTRICT DAYS  ' WS-RESTRICTS-LOADED.
           DISPLAY 'KC03R15 RESTRICT UPDTD ' WS-RESTRICTS-UPDATED.
           DISPLAY 'KC03R15 AGENTS ADDED   ' WS-AGENTS-LOADED.
           DISPLAY 'KC03R15 AGENTS UPDATED ' WS-AGENTS-UPDATED.
           DISPLAY 'KC03R15 GL MAPS ADDED  ' WS-GLMAPS-LOADED.
           DISPLAY 'KC03R15 GL MAPS UPDATED' WS-GLMAPS-UPDATED.
           DISPLAY 'KC03R15 ACCOUNTS ADDED ' WS-ACCOUNTS-LOADED.
           DISPLAY 'KC03R15 ACCOUNTS UPDTD ' WS-ACCOUNTS-UPDATED.
           DISPLAY 'KC03R15 ATTENDANTS ADD ' WS-ATTENDANTS-LOADED.
           DISPLAY 'KC03R15 ATTENDANTS UPD ' WS-ATTENDANTS-UPDATED.
           DISPLAY 'KC03R15 CARDS REJECTED ' WS-CARDS-REJECTED.
           PERFORM 9000-CLOSE-FILES.
           GOBACK.
           IF WS-SELLCARD-STATUS = '35'
               MOVE 'Y' TO WS-EOF-SELLCARD
           END-IF.
           OPEN INPUT RESTRICT-CARD-FILE.
           IF WS-RSTCARD-STATUS = '35'
               MOVE 'Y' TO WS-EOF-RSTCARD
           END-IF.
           OPEN INPUT AGENT-CARD-FILE.
           IF WS-AGTCARD-STATUS = '35'
               MOVE 'Y' TO WS-EOF-AGTCARD
           END-IF.
           OPEN INPUT GL-CARD-FILE.
           IF WS-GLCARD-STATUS = '35'
               MOVE 'Y' TO WS-EOF-GLCARD
           END-IF.
           OPEN INPUT CORP-CARD-FILE.
           IF WS-CORPCARD-STATUS = '35'
               MOVE 'Y' TO WS-EOF-CORPCARD
           END-IF.
           OPEN INPUT ATTENDANT-CARD-FILE.
           IF WS-ATTCARD-STATUS = '35'
               MOVE 'Y' TO WS-EOF-ATTCARD
           END-IF.
           OPEN INPUT GEO-CODE-FILE.
           OPEN OUTPUT LOAD-REPORT.

               OPEN I-O SELL-LIMIT-FILE
           END-IF.

           OPEN I-O STAY-RESTRICTION-FILE.
           IF WS-RESTRICT-STATUS = '35'
               OPEN OUTPUT STAY-RESTRICTION-FILE
               CLOSE STAY-RESTRICTION-FILE
               OPEN I-O STAY-RESTRICTION-FILE
           END-IF.

           OPEN I-O AGENT-MASTER-FILE.
           IF WS-AGENT-STATUS = '35'
               OPEN OUTPUT AGENT-MASTER-FILE
               CLOSE AGENT-MASTER-FILE
               OPEN I-O AGENT-MASTER-FILE
           END-IF.

           OPEN I-O GL-ACCOUNT-FILE.
           IF WS-GLACCT-STATUS = '35'
               OPEN OUTPUT GL-ACCOUNT-FILE
               CLOSE GL-ACCOUNT-FILE
               OPEN I-O GL-ACCOUNT-FILE
           END-IF.

           OPEN I-O CORP-ACCOUNT-FILE.
           IF WS-CORPACCT-STATUS = '35'
               OPEN OUTPUT CORP-ACCOUNT-FILE
               CLOSE CORP-ACCOUNT-FILE
               OPEN I-O CORP-ACCOUNT-FILE
           END-IF.

           OPEN I-O ATTENDANT-MASTER-FILE.
           IF WS-ATTEND-STATUS = '35'
               OPEN OUTPUT ATTENDANT-MASTER-FILE
               CLOSE ATTENDANT-MASTER-FILE
               OPEN I-O ATTENDANT-MASTER-FILE
           END-IF.
      *
       2000-READ-NEXT-HOTEL-CARD.
           READ HOTEL-CARD-FILE NEXT RECORD
           READ AGENT-CARD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-AGTCARD
           END-READ.
      *
       2400-READ-NEXT-GL-CARD.
           READ GL-CARD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-GLCARD
           END-READ.
      *
       2500-READ-NEXT-CORP-CARD.
           READ CORP-CARD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-CORPCARD
           END-READ.
      *
       2600-READ-NEXT-ATTENDANT-CARD.
           READ ATTENDANT-CARD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-ATTCARD
           END-READ.
      *
       2700-READ-NEXT-RESTRICT-CARD.
           READ RESTRICT-CARD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-RSTCARD
           END-READ.
      *
       3000-LOAD-ONE-HOTEL.
           MOVE HC-PROVINCE TO GC-CODE.
                   NOT INVALID KEY ADD 1 TO WS-LIMITS-LOADED
               END-WRITE
           END-IF.
      *
       5500-LOAD-ONE-RESTRICTION.
      *        A RANGE IS CAPPED AT A YEAR SO A MIS-KEYED TO DATE
      *        CANNOT FLOOD STAYRST.
           MOVE SPACE TO WE-REASON.
           MOVE ZERO TO WS-RST-TO-DATE.
           IF RR-FROM-DATE NUMERIC AND RR-FROM-DATE > ZERO
               IF RR-TO-DATE-X = SPACE
                   MOVE RR-FROM-DATE TO WS-RST-TO-DATE
               ELSE
                   IF RR-TO-DATE NUMERIC
                       MOVE RR-TO-DATE TO WS-RST-TO-DATE
                   END-IF
               END-IF
           END-IF.
           MOVE 'Y' TO WS-RST-DATES-OK.
           IF WS-RST-TO-DATE = ZERO
               MOVE 'N' TO WS-RST-DATES-OK
           ELSE
               MOVE RR-FROM-DATE TO WS-RST-CHECK-DATE
               PERFORM 5520-CHECK-CARD-DATE
               MOVE WS-RST-TO-DATE TO WS-RST-CHECK-DATE
               PERFORM 5520-CHECK-CARD-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-RST-DATES-OK NOT = 'Y' OR
                    WS-RST-TO-DATE < RR-FROM-DATE
                   MOVE 'DATES INVALID OR OUT OF ORDER' TO WE-REASON
               WHEN FUNCTION INTEGER-OF-DATE(WS-RST-TO-DATE) -
                    FUNCTION INTEGER-OF-DATE(RR-FROM-DATE) > 366
                   MOVE 'RANGE LONGER THAN A YEAR' TO WE-REASON
               WHEN RR-MIN-STAY NOT NUMERIC
                   MOVE 'MINIMUM STAY NOT NUMERIC' TO WE-REASON
               WHEN (RR-CLOSED-ARRIVAL NOT = 'Y' AND
                     RR-CLOSED-ARRIVAL NOT = 'N') OR
                    (RR-CLOSED-DEPART NOT = 'Y' AND
                     RR-CLOSED-DEPART NOT = 'N')
                   MOVE 'CTA/CTD FLAGS NOT Y/N' TO WE-REASON
               WHEN OTHER
                   MOVE RR-HOTEL TO HM-HOTEL
                   READ HOTEL-MASTER-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-HOTEL-STATUS NOT = '00'
                       MOVE 'HOTEL NOT ON HOTELMAS' TO WE-REASON
                   END-IF
           END-EVALUATE.
           IF WE-REASON NOT = SPACE
               MOVE RESTRICT-CARD-RECORD(1:40) TO WE-CARD
               MOVE WS-ERROR-LINE TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               ADD 1 TO WS-CARDS-REJECTED
           ELSE
               COMPUTE WS-RST-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(RR-FROM-DATE)
               COMPUTE WS-RST-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RST-TO-DATE)
               PERFORM UNTIL WS-RST-DAY-INT > WS-RST-END-INT
                   COMPUTE WS-RST-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-RST-DAY-INT)
                   PERFORM 5510-WRITE-RESTRICTION-DAY
                   ADD 1 TO WS-RST-DAY-INT
               END-PERFORM
           END-IF.
      *
       5510-WRITE-RESTRICTION-DAY.
           MOVE RR-HOTEL          TO ST-HOTEL.
           MOVE WS-RST-DATE       TO ST-STAY-DATE.
           MOVE RR-MIN-STAY       TO ST-MIN-STAY.
           MOVE RR-CLOSED-ARRIVAL TO ST-CLOSED-ARRIVAL.
           MOVE RR-CLOSED-DEPART  TO ST-CLOSED-DEPART.
           WRITE STAY-RESTRICTION-RECORD
               INVALID KEY
      *            DATE ALREADY RESTRICTED - THE LATEST CARD WINS, SO
      *            A RESTRICTION IS CHANGED OR LIFTED BY RE-CARDING
      *            THE DATES RATHER THAN BY DELETING THE ROW.
                   READ STAY-RESTRICTION-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE RR-MIN-STAY       TO ST-MIN-STAY
                   MOVE RR-CLOSED-ARRIVAL TO ST-CLOSED-ARRIVAL
                   MOVE RR-CLOSED-DEPART  TO ST-CLOSED-DEPART
                   REWRITE STAY-RESTRICTION-RECORD
                   ADD 1 TO WS-RESTRICTS-UPDATED
               NOT INVALID KEY
                   ADD 1 TO WS-RESTRICTS-LOADED
           END-WRITE.
      *
       5520-CHECK-CARD-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RST-CHECK-DATE)
                  NOT = ZERO
               MOVE 'N' TO WS-RST-DATES-OK
           END-IF.
      *
       6000-LOAD-ONE-AGENT.
           IF AC-STATUS NOT = 'ACTIVE' AND AC-STATUS NOT = 'CLOSED'
                       ADD 1 TO WS-AGENTS-LOADED
               END-WRITE
           END-IF.
      *
       7000-LOAD-ONE-GL-ACCOUNT.
           IF GR-REVENUE-TYPE NOT = 'ROOM' AND
              GR-REVENUE-TYPE NOT = 'TAX ' AND
              GR-REVENUE-TYPE NOT = 'INCD' AND
              GR-REVENUE-TYPE NOT = 'FEE ' AND
              GR-REVENUE-TYPE NOT = 'DEPH' AND
              GR-REVENUE-TYPE NOT = 'DEPA' AND
              GR-REVENUE-TYPE NOT = 'DEPF' AND
              GR-REVENUE-TYPE NOT = 'DEPR'
               MOVE GL-CARD-RECORD(1:40) TO WE-CARD
               MOVE 'UNKNOWN REVENUE TYPE' TO WE-REASON
               MOVE WS-ERROR-LINE TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               ADD 1 TO WS-CARDS-REJECTED
           ELSE
               IF GR-DEBIT-ACCT = SPACE OR GR-CREDIT-ACCT = SPACE
                   MOVE GL-CARD-RECORD(1:40) TO WE-CARD
                   MOVE 'DEBIT AND CREDIT BOTH NEEDED' TO WE-REASON
                   MOVE WS-ERROR-LINE TO LOAD-REPORT-LINE
                   WRITE LOAD-REPORT-LINE
                   ADD 1 TO WS-CARDS-REJECTED
               ELSE
                   PERFORM 7100-WRITE-GL-ACCOUNT
               END-IF
           END-IF.
      *
       7100-WRITE-GL-ACCOUNT.
           MOVE GR-REVENUE-TYPE TO GA-REVENUE-TYPE.
           MOVE GR-SOURCE-CODE  TO GA-SOURCE-CODE.
           MOVE GR-DEBIT-ACCT   TO GA-DEBIT-ACCT.
           MOVE GR-CREDIT-ACCT  TO GA-CREDIT-ACCT.
           MOVE GR-DESCRIPTION  TO GA-DESCRIPTION.
           WRITE GL-ACCOUNT-RECORD
               INVALID KEY
      *            MAPPING ALREADY ON FILE - A CARD IS HOW ACCOUNTING
      *            MOVES A REVENUE LINE TO ANOTHER ACCOUNT.
                   READ GL-ACCOUNT-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE GR-DEBIT-ACCT  TO GA-DEBIT-ACCT
                   MOVE GR-CREDIT-ACCT TO GA-CREDIT-ACCT
                   MOVE GR-DESCRIPTION TO GA-DESCRIPTION
                   REWRITE GL-ACCOUNT-RECORD
                   ADD 1 TO WS-GLMAPS-UPDATED
               NOT INVALID KEY
                   ADD 1 TO WS-GLMAPS-LOADED
           END-WRITE.
      *
       8000-LOAD-ONE-CORP-CARD.
           EVALUATE CC-CARD-TYPE
               WHEN 'A'
                   PERFORM 8100-LOAD-ACCOUNT-TERMS
               WHEN 'B'
                   PERFORM 8200-LOAD-ACCOUNT-ADDRESS
               WHEN 'C'
                   PERFORM 8300-LOAD-ACCOUNT-CONTACT
               WHEN OTHER
                   MOVE 'CARD TYPE NOT A/B/C' TO WE-REASON
                   PERFORM 8900-REJECT-CORP-CARD
           END-EVALUATE.
      *
       8100-LOAD-ACCOUNT-TERMS.
           IF CC-STATUS NOT = 'ACTIVE' AND
              CC-STATUS NOT = 'HOLD' AND
              CC-STATUS NOT = 'CLOSED'
               MOVE 'STATUS NOT ACTIVE/HOLD/CLOSED' TO WE-REASON
               PERFORM 8900-REJECT-CORP-CARD
           ELSE
               IF CC-CREDIT-LIMIT NOT NUMERIC OR
                  CC-TERMS-DAYS NOT NUMERIC
                   MOVE 'LIMIT/TERMS NOT NUMERIC' TO WE-REASON
                   PERFORM 8900-REJECT-CORP-CARD
               ELSE
                   PERFORM 8110-WRITE-ACCOUNT-TERMS
               END-IF
           END-IF.
      *
       8110-WRITE-ACCOUNT-TERMS.
           MOVE SPACE TO CORPORATE-ACCOUNT-RECORD.
           MOVE CC-ACCOUNT-NO   TO CP-ACCOUNT-NO.
           MOVE CC-COMPANY-NAME TO CP-COMPANY-NAME.
           MOVE CC-CREDIT-LIMIT TO CP-CREDIT-LIMIT.
           MOVE CC-TERMS-DAYS   TO CP-TERMS-DAYS.
           MOVE CC-STATUS       TO CP-STATUS.
           MOVE ZERO TO CP-OPEN-BALANCE CP-UNBILLED CP-LAST-STATEMENT.
           WRITE CORPORATE-ACCOUNT-RECORD
               INVALID KEY
      *            ACCOUNT ALREADY ON FILE - A CARD IS ALSO HOW CREDIT
      *            CONTROL RAISES A LIMIT OR PUTS A COMPANY ON HOLD.
      *            THE BALANCES BELONG TO THE BILLING JOBS.
                   READ CORP-ACCOUNT-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   MOVE CC-COMPANY-NAME TO CP-COMPANY-NAME
                   MOVE CC-CREDIT-LIMIT TO CP-CREDIT-LIMIT
                   MOVE CC-TERMS-DAYS   TO CP-TERMS-DAYS
                   MOVE CC-STATUS       TO CP-STATUS
                   REWRITE CORPORATE-ACCOUNT-RECORD
                   ADD 1 TO WS-ACCOUNTS-UPDATED
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNTS-LOADED
           END-WRITE.
      *
       8200-LOAD-ACCOUNT-ADDRESS.
           MOVE CC-PROVINCE TO GC-CODE.
           READ GEO-CODE-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-GEO-STATUS NOT = '00'
               MOVE 'PROVINCE NOT ON GEOCODE' TO WE-REASON
               PERFORM 8900-REJECT-CORP-CARD
           ELSE
               MOVE CC-ACCOUNT-NO TO CP-ACCOUNT-NO
               READ CORP-ACCOUNT-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-CORPACCT-STATUS NOT = '00'
                   MOVE 'ACCOUNT NOT ON CORPACCT' TO WE-REASON
                   PERFORM 8900-REJECT-CORP-CARD
               ELSE
                   MOVE CC-ADDRESS    TO CP-ADDRESS
                   MOVE CC-CITY       TO CP-CITY
                   MOVE CC-PROVINCE   TO CP-PROVINCE
                   MOVE CC-POSTALCODE TO CP-POSTALCODE
                   REWRITE CORPORATE-ACCOUNT-RECORD
                   ADD 1 TO WS-ACCOUNTS-UPDATED
               END-IF
           END-IF.
      *
       8300-LOAD-ACCOUNT-CONTACT.
           MOVE CC-ACCOUNT-NO TO CP-ACCOUNT-NO.
           READ CORP-ACCOUNT-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF WS-CORPACCT-STATUS NOT = '00'
               MOVE 'ACCOUNT NOT ON CORPACCT' TO WE-REASON
               PERFORM 8900-REJECT-CORP-CARD
           ELSE
               MOVE CC-CONTACT TO CP-CONTACT
               REWRITE CORPORATE-ACCOUNT-RECORD
               ADD 1 TO WS-ACCOUNTS-UPDATED
           END-IF.
      *
       8500-LOAD-ONE-ATTENDANT.
           MOVE ZERO TO WS-DAY-FLAGS.
           INSPECT TC-WORK-DAYS TALLYING WS-DAY-FLAGS
               FOR ALL 'Y' ALL 'N'.
           MOVE SPACE TO WE-REASON.
           IF TC-STATUS NOT = 'ACTIVE' AND TC-STATUS NOT = 'INACTIVE'
               MOVE 'STATUS NOT ACTIVE/INACTIVE' TO WE-REASON
           ELSE
               IF TC-ATTENDANT-ID = SPACE OR WS-DAY-FLAGS NOT = 7
                   MOVE 'NO ID OR WORK DAYS NOT Y/N' TO WE-REASON
               ELSE
                   MOVE TC-HOTEL TO HM-HOTEL
                   READ HOTEL-MASTER-FILE
                       INVALID KEY CONTINUE
                   END-READ
                   IF WS-HOTEL-STATUS NOT = '00'
                       MOVE 'HOTEL NOT ON HOTELMAS' TO WE-REASON
                   END-IF
               END-IF
           END-IF.
           IF WE-REASON NOT = SPACE
               MOVE ATTENDANT-CARD-RECORD(1:40) TO WE-CARD
               MOVE WS-ERROR-LINE TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
               ADD 1 TO WS-CARDS-REJECTED
           ELSE
               MOVE TC-HOTEL        TO HA-HOTEL
               MOVE TC-ATTENDANT-ID TO HA-ATTENDANT-ID
               MOVE TC-NAME         TO HA-NAME
               MOVE TC-WORK-DAYS    TO HA-WORK-DAYS
               MOVE TC-STATUS       TO HA-STATUS
               WRITE ATTENDANT-MASTER-RECORD
                   INVALID KEY
      *                ATTENDANT ALREADY ON FILE - A CARD IS ALSO HOW
      *                THE HOUSEKEEPER CHANGES A ROTA OR LETS SOMEONE
      *                GO (INACTIVE), NEVER BY DELETING THE ROW.
                       READ ATTENDANT-MASTER-FILE
                           INVALID KEY CONTINUE
                       END-READ
                       MOVE TC-NAME      TO HA-NAME
                       MOVE TC-WORK-DAYS TO HA-WORK-DAYS
                       MOVE TC-STATUS    TO HA-STATUS
                       REWRITE ATTENDANT-MASTER-RECORD
                       ADD 1 TO WS-ATTENDANTS-UPDATED
                   NOT INVALID KEY
                       ADD 1 TO WS-ATTENDANTS-LOADED
               END-WRITE
           END-IF.
      *
       8900-REJECT-CORP-CARD.
           MOVE CORP-CARD-RECORD(1:40) TO WE-CARD.
           MOVE WS-ERROR-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           ADD 1 TO WS-CARDS-REJECTED.
      *
       9000-CLOSE-FILES.
           CLOSE HOTEL-CARD-FILE.
           CLOSE TAX-CARD-FILE.
           CLOSE SELL-CARD-FILE.
           CLOSE SELL-LIMIT-FILE.
           CLOSE RESTRICT-CARD-FILE.
           CLOSE STAY-RESTRICTION-FILE.
           CLOSE AGENT-CARD-FILE.
           CLOSE AGENT-MASTER-FILE.
           CLOSE GL-CARD-FILE.
           CLOSE GL-ACCOUNT-FILE.
           CLOSE CORP-CARD-FILE.
           CLOSE CORP-ACCOUNT-FILE.
           CLOSE ATTENDANT-CARD-FILE.
           CLOSE ATTENDANT-MASTER-FILE.
           CLOSE GEO-CODE-FILE.
           CLOSE HOTEL-MASTER-FILE.
           CLOSE TAX-RATE-FILE.
