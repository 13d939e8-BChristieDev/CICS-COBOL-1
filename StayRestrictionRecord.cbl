       01  STAY-RESTRICTION-RECORD.
      * NAME: BRANDON CHRISTIE
      * CICS FILE 'STAYRST' - SALES RESTRICTIONS BY HOTEL AND DATE
      * FOR FESTIVAL WEEKENDS AND HOLIDAYS, ALONGSIDE THE SELL LIMIT
      * ON SELLLIM (SEE SellLimitRecord.cbl).  ONE ROW PER HOTEL PER
      * RESTRICTED NIGHT; A DATE WITH NO ROW IS UNRESTRICTED.  A STAY
      * BREAKS A RESTRICTION WHEN ITS CHECK-IN DATE IS CLOSED TO
      * ARRIVAL, ITS CHECK-OUT DATE IS CLOSED TO DEPARTURE, OR ANY
      * NIGHT OF THE STAY CARRIES A MINIMUM STAY LONGER THAN THE
      * NIGHTS BOOKED.  ENFORCED BY THE BOOKING SCREENS KC03A46 AND
      * KC03A46A (A SUPERVISOR MAY OVERRIDE, LOGGED AS 'RSTOVR'),
      * REJECTED OFF THE INBOUND RESERVATION FEED BY KC03R28,
      * HONOURED BY THE AVAILABILITY SEARCH KC03S46, FLAGGED ON THE
      * FORECAST KC03R21, AND LOADED FROM CONTROL CARDS BY KC03R15.
      * PRIME KEY : ST-KEY (HOTEL + DATE)
           05  ST-KEY.
               10  ST-HOTEL          PIC X(30).
               10  ST-STAY-DATE      PIC 9(08).
      *        FORMAT CCYYMMDD - THE NIGHT THE RESTRICTION COVERS
           05  ST-MIN-STAY       PIC 9(02).
      *        FEWEST NIGHTS A STAY OVER THIS NIGHT MAY BOOK - ZERO
      *        OR 1 MEANS NO MINIMUM
           05  ST-CLOSED-ARRIVAL PIC X(01).
      *        'Y' = NO STAY MAY CHECK IN ON THIS DATE, ELSE 'N'
           05  ST-CLOSED-DEPART  PIC X(01).
      *        'Y' = NO STAY MAY CHECK OUT ON THIS DATE, ELSE 'N'
