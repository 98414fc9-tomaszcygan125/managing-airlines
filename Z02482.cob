       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02482.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY INTERLINE BILLING AND COUPON PRORATION
      *
      * Z02349 TAKES IN PASSENGERS PARTNERS TICKETED ON OUR FLIGHTS
      * AND Z02408 SENDS OUT THE SEGMENTS WE TICKETED ON PARTNER
      * FLIGHTS, BUT NOBODY BILLED THE FLOWN COUPONS BETWEEN THE
      * CARRIERS.  THIS RUN VALUES EVERY FLOWN INTERLINE COUPON OF THE
      * PARM MONTH WITH THE PARTNER'S AGREED RULE ON
      * T102_INTERLINE_AGREEMENT (SEE Z02484 -- THE ACTIVE ROUTE ROW
      * FOR THE SECTOR, OTHERWISE THE PARTNER'S GENERAL ROW):
      *
      *    'MILEAGE' -- RATE_PER_KM TIMES THE GREAT-CIRCLE DISTANCE OF
      *                 THE SECTOR, THE SAME HAVERSINE ARITHMETIC
      *                 Z02342 LISTS THE ROUTE DISTANCES WITH
      *    'FIXED'   -- THE FIXED_AMOUNT PER COUPON (SPECIAL PRORATE)
      *
      * AND KEEPS EACH ONE ON THE NEW T103_INTERLINE_COUPON REGISTER:
      *
      *   COUPON_ID              INTEGER      OFF T20_ID_SEQUENCE
      *   BILLING_MONTH          CHAR(7)      YYYY-MM FLOWN
      *   BILLING_SIDE           CHAR(4)      'RECV' -- PARTNER OWES US
      *                                       'PAYB' -- WE OWE PARTNER
      *   PARTNER_CODE           CHAR(3)
      *   FLIGHT_ID              CHAR(8)      T05 FLIGHT FLOWN
      *   RESERVATION_ID         INTEGER      T09
      *   PASSENGER_ID           INTEGER      T06 (0 IF NOT KNOWN)
      *   TICKET_REFERENCE       CHAR(14)     'RECV' THE PARTNER'S
      *                                       TICKET NUMBER (T09
      *                                       PARTNER_TICKET_NUMBER),
      *                                       'PAYB' OUR NINE-DIGIT T45
      *                                       TICKET NUMBER
      *   FLIGHT_NUMBER          CHAR(15)
      *   FLIGHT_DATE            DATE
      *   ORIGIN_AIRPORT_CODE    CHAR(3)
      *   DESTINATION_AIRPORT_CODE CHAR(3)
      *   DISTANCE_KM            INTEGER
      *   PRORATE_METHOD         CHAR(7)
      *   COUPON_AMOUNT          DEC(9,2)     OUR VALUE OF THE COUPON
      *   CURRENCY_CODE          CHAR(3)      THE AGREEMENT CURRENCY
      *   PARTNER_AMOUNT         DEC(9,2)     'PAYB' -- WHAT THE PARTNER
      *                                       BILLED (Z02483), ELSE 0
      *   COUPON_STATUS          CHAR(10)     'BILLED'   -- RECV, SENT
      *                                       'EXPECTED' -- PAYB, NOT
      *                                                     YET BILLED
      *                                       'MATCHED' / 'DISPUTED'
      *                                                  -- PAYB, SEE
      *                                                     Z02483
      *   CREATED_TIMESTAMP      TIMESTAMP
      *   MATCHED_TIMESTAMP      TIMESTAMP    NULL UNTIL Z02483 MATCHES
      *
      * RECEIVABLES -- EVERY PASSENGER WHOSE T09 SELLING_CARRIER IS A
      * PARTNER, BOARDED ('CHECKED IN' AT CLOSE-OUT) ON A FLIGHT WE
      * OPERATE THAT Z02356 HAS CLOSED OUT, IS BILLED TO THE SELLING
      * PARTNER.  THE OUTWARD BILLING GOES ON DDNAME INTLBILL, ONE
      * BLOCK PER PARTNER, COMMA-SEPARATED:
      *
      *    H,ZZZ,PARTNER,YYYY-MM
      *    C,TICKET_NUMBER,FLIGHT_NUMBER,FLIGHT_DATE,ORIGIN,
      *                     DESTINATION,METHOD,KM,AMOUNT,CURRENCY
      *    T,PARTNER,COUPONS,AMOUNT_HASH_TOTAL
      *
      * PAYABLES -- EVERY COUPON OF OURS (T46) ON A PARTNER-OPERATED
      * FLIGHT OF THE MONTH THAT HAS DEPARTED AND WAS NOT REFUNDED,
      * VOIDED, EXCHANGED OR LEFT TO EXPIRE IS PUT ON THE REGISTER AS
      * 'EXPECTED' AT THE SAME AGREED VALUE, READY FOR Z02483 TO
      * MATCH THE PARTNER'S BILLING AGAINST.  WE NEVER CHECK ANYBODY
      * IN ON A PARTNER'S FLIGHT, SO A DEPARTED PARTNER COUPON THAT
      * IS STILL LIVE COUNTS AS FLOWN.
      *
      * A COUPON ALREADY ON T103 IS NEVER PICKED UP AGAIN, SO THE RUN
      * CAN BE REPEATED FOR A MONTH.  A COUPON WITH NO AGREEMENT (OR,
      * FOR A MILEAGE RULE, AN AIRPORT WITHOUT A POSITION ON T02) IS
      * REPORTED AND LEFT OFF THE REGISTER UNTIL THE AGREEMENT IS
      * KEYED AND THE MONTH RUN AGAIN.
      *
      * THE REPORT ENDS WITH THE MONTH'S REGISTER -- RECEIVABLE,
      * PAYABLE AND NET PER PARTNER AND CURRENCY -- AND IS PRINTED
      * AND STORED TO THE T52 REPOSITORY THROUGH Z02401.  THE MONTH
      * COMES ON THE SYSIN CARD, AS FOR Z02471:
      *
      *    MONTH=YYYY-MM
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERLINE-BILL-FILE ASSIGN TO 'INTLBILL'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERLINE-BILL-FILE.
       01  INTERLINE-BILL-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T02TAB END-EXEC.

      * PARTNER-TICKETED PASSENGERS BOARDED ON OUR CLOSED-OUT FLIGHTS
           EXEC SQL
             DECLARE C-RECEIVABLE-COUPONS CURSOR FOR
             SELECT T09.SELLING_CARRIER,
                    COALESCE(T09.PARTNER_TICKET_NUMBER, ' '),
                    T04.FLIGHT_ID,
                    T04.RESERVATION_ID,
                    T04.PASSENGER_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(DATE(T05.DEPARTURE_TIMESTAMP), ISO)
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                   T05.FLIGHT_ID = T04.FLIGHT_ID
             INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                   T09.RESERVATION_ID = T04.RESERVATION_ID
             WHERE (T05.AIRLINE_CODE = :CT-OWN-AIRLINE-CODE OR
                    T05.AIRLINE_CODE = ' ')
               AND YEAR(T05.DEPARTURE_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-MONTH-NUM
               AND T09.SELLING_CARRIER IS NOT NULL
               AND T09.SELLING_CARRIER <> ' '
               AND T09.SELLING_CARRIER <> :CT-OWN-AIRLINE-CODE
               AND T04.BOARDING_STATUS = :CT-CHECKED-IN-STATUS
               AND EXISTS
                   (SELECT 1
                      FROM T30_FLIGHT_CLOSEOUT T30
                     WHERE T30.FLIGHT_ID = T04.FLIGHT_ID)
               AND NOT EXISTS
                   (SELECT 1
                      FROM T103_INTERLINE_COUPON T103
                     WHERE T103.BILLING_SIDE   = :CT-RECEIVABLE-SIDE
                       AND T103.FLIGHT_ID      = T04.FLIGHT_ID
                       AND T103.RESERVATION_ID = T04.RESERVATION_ID
                       AND T103.PASSENGER_ID   = T04.PASSENGER_ID)
             ORDER BY T09.SELLING_CARRIER, T05.DEPARTURE_TIMESTAMP,
                      T04.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * OUR LIVE COUPONS ON PARTNER FLIGHTS THAT HAVE DEPARTED
           EXEC SQL
             DECLARE C-PAYABLE-COUPONS CURSOR FOR
             SELECT T05.AIRLINE_CODE,
                    T46.TICKET_NUMBER,
                    T46.FLIGHT_ID,
                    T45.RESERVATION_ID,
                    T45.PASSENGER_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(DATE(T05.DEPARTURE_TIMESTAMP), ISO)
             FROM T46_TICKET_COUPON T46
             INNER JOIN T45_TICKET T45 ON
                   T45.TICKET_NUMBER = T46.TICKET_NUMBER
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                   T05.FLIGHT_ID = T46.FLIGHT_ID
             WHERE T05.AIRLINE_CODE <> :CT-OWN-AIRLINE-CODE
               AND T05.AIRLINE_CODE <> ' '
               AND YEAR(T05.DEPARTURE_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-MONTH-NUM
               AND T05.DEPARTURE_TIMESTAMP < CURRENT TIMESTAMP
               AND T46.COUPON_STATUS NOT IN
                   ('REFUNDED', 'VOID', 'EXCHANGED', 'EXPIRED')
               AND NOT EXISTS
                   (SELECT 1
                      FROM T103_INTERLINE_COUPON T103
                     WHERE T103.BILLING_SIDE   = :CT-PAYABLE-SIDE
                       AND T103.FLIGHT_ID      = T46.FLIGHT_ID
                       AND T103.RESERVATION_ID = T45.RESERVATION_ID
                       AND T103.PASSENGER_ID   = T45.PASSENGER_ID)
             ORDER BY T05.AIRLINE_CODE, T05.DEPARTURE_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC

      * THE MONTH'S REGISTER, BOTH SIDES, PER PARTNER AND CURRENCY
           EXEC SQL
             DECLARE C-REGISTER CURSOR FOR
             SELECT PARTNER_CODE,
                    CURRENCY_CODE,
                    COUNT(*),
                    SUM(CASE WHEN BILLING_SIDE = :CT-RECEIVABLE-SIDE
                             THEN COUPON_AMOUNT ELSE 0 END),
                    SUM(CASE WHEN BILLING_SIDE = :CT-PAYABLE-SIDE
                             THEN COUPON_AMOUNT ELSE 0 END)
             FROM T103_INTERLINE_COUPON
             WHERE BILLING_MONTH = :WS-PARM-MONTH
             GROUP BY PARTNER_CODE, CURRENCY_CODE
             ORDER BY PARTNER_CODE, CURRENCY_CODE
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-IF-AGREEMENT-FOUND         PIC X VALUE 'N'.
               88 SO-AGREEMENT-FOUND        VALUE 'Y'.
               88 SO-AGREEMENT-NOT-FOUND    VALUE 'N'.
           05 SW-IF-POSITION-FOUND          PIC X VALUE 'Y'.
               88 SO-POSITION-FOUND         VALUE 'Y'.
               88 SO-POSITION-NOT-FOUND     VALUE 'N'.
           05 SW-IF-COUPON-VALUED           PIC X VALUE 'N'.
               88 SO-COUPON-VALUED          VALUE 'Y'.
               88 SO-COUPON-NOT-VALUED      VALUE 'N'.
           05 SW-IF-PARTNER-OPEN            PIC X VALUE 'N'.
               88 SO-PARTNER-OPEN           VALUE 'Y'.
               88 SO-PARTNER-NOT-OPEN       VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-OWN-AIRLINE-CODE           PIC X(3) VALUE 'ZZZ'.
           05 CT-CHECKED-IN-STATUS          PIC X(10)
                                            VALUE 'CHECKED IN'.
           05 CT-ACTIVE-STATUS              PIC X(10) VALUE 'ACTIVE'.
           05 CT-MILEAGE-METHOD             PIC X(7) VALUE 'MILEAGE'.
           05 CT-RECEIVABLE-SIDE            PIC X(4) VALUE 'RECV'.
           05 CT-PAYABLE-SIDE               PIC X(4) VALUE 'PAYB'.
           05 CT-BILLED-STATUS              PIC X(10) VALUE 'BILLED'.
           05 CT-EXPECTED-STATUS            PIC X(10) VALUE 'EXPECTED'.
           05 CT-PI-VALUE          PIC 9(1)V9(6) COMP VALUE 3.141592.
           05 WS-EARTCH-RADIOUS    PIC S9(4) COMP VALUE 6371.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-COUPON-FIELDS.
           05 WS-CPN-PARTNER                PIC X(3).
           05 WS-CPN-TICKET-REFERENCE       PIC X(14).
           05 WS-CPN-TICKET-NUMBER          PIC S9(9) COMP.
           05 WS-CPN-TICKET-FORMAT          PIC 9(9).
           05 WS-CPN-FLIGHT-ID              PIC X(8).
           05 WS-CPN-RESERVATION-ID         PIC S9(9) COMP.
           05 WS-CPN-PASSENGER-ID           PIC S9(9) COMP.
           05 WS-CPN-FLIGHT-NUMBER          PIC X(15).
           05 WS-CPN-ORIGIN                 PIC X(3).
           05 WS-CPN-DESTINATION            PIC X(3).
           05 WS-CPN-FLIGHT-DATE            PIC X(10).
           05 WS-CPN-DISTANCE-KM            PIC S9(9) COMP.
           05 WS-CPN-AMOUNT                 PIC S9(7)V99 COMP-3.
           05 WS-CPN-SIDE                   PIC X(4).
           05 WS-CPN-STATUS                 PIC X(10).
           05 WS-COUPON-ID                  PIC S9(9) COMP.
           05 WS-REJECT-REASON              PIC X(30).

       01 WS-AGREEMENT-FIELDS.
           05 WS-AGR-METHOD                 PIC X(7).
           05 WS-AGR-RATE-PER-KM            PIC S9(3)V9(4) COMP-3.
           05 WS-AGR-FIXED-AMOUNT           PIC S9(7)V99 COMP-3.
           05 WS-AGR-CURRENCY               PIC X(3).

       01 WS-DISTANCE-VARIABLES.
           05 WS-LATITUDE                       COMP-2.
           05 WS-LONGITUDE                      COMP-2.
           05 WS-ORG-LATITUDE                   COMP-2.
           05 WS-ORG-LONGITUDE                  COMP-2.
           05 WS-DES-LATITUDE                   COMP-2.
           05 WS-DES-LONGITUDE                  COMP-2.
           05 WS-RAD-ORG-LATITUDE               COMP-2.
           05 WS-RAD-ORG-LONGITUDE              COMP-2.
           05 WS-RAD-DES-LATITUDE               COMP-2.
           05 WS-RAD-DES-LONGITUDE              COMP-2.
           05 WS-A                              COMP-2.
           05 WS-C                              COMP-2.
           05 WS-D                              COMP-2.

       01 WS-PARTNER-BLOCK.
           05 WS-OPEN-PARTNER               PIC X(3) VALUE SPACE.
           05 WS-PARTNER-COUPONS            PIC S9(7) COMP VALUE 0.
           05 WS-PARTNER-HASH-TOTAL         PIC S9(11)V99 COMP-3
                                            VALUE 0.

       01 WS-BILL-FORMATS.
           05 WS-BILL-KM-FORMAT             PIC 9(5).
           05 WS-BILL-AMOUNT-FORMAT         PIC 9(7).99.
           05 WS-BILL-COUNT-FORMAT          PIC 9(7).
           05 WS-BILL-HASH-FORMAT           PIC 9(11).99.
       01 WS-BILL-LINE                      PIC X(100).

       01 WS-REGISTER-FIELDS.
           05 WS-REG-PARTNER                PIC X(3).
           05 WS-REG-CURRENCY               PIC X(3).
           05 WS-REG-COUPONS                PIC S9(9) COMP.
           05 WS-REG-RECEIVABLE             PIC S9(11)V99 COMP-3.
           05 WS-REG-PAYABLE                PIC S9(11)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-RECV-BILLED                PIC S9(7) COMP VALUE 0.
           05 WS-PAYB-EXPECTED              PIC S9(7) COMP VALUE 0.
           05 WS-NOT-VALUED                 PIC S9(7) COMP VALUE 0.
           05 WS-PARTNERS-BILLED            PIC S9(7) COMP VALUE 0.

       01 WS-EXCEPTION-LINE.
           05 WS-EXC-SIDE                   PIC X(4).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXC-PARTNER                PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXC-FLIGHT-NUMBER          PIC X(15).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXC-FLIGHT-DATE            PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXC-ORIGIN                 PIC X(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-EXC-DESTINATION            PIC X(3).
           05 FILLER                        PIC X(4) VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(30).

       01 WS-REGISTER-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'PARTNER CUR  COUPONS     RECEIVABLE     '.
           05 FILLER                        PIC X(40) VALUE
              '    PAYABLE            NET'.

       01 WS-REGISTER-LINE.
           05 WS-LINE-PARTNER               PIC X(3).
           05 FILLER                        PIC X(5) VALUE SPACE.
           05 WS-LINE-CURRENCY              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-COUPONS               PIC ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RECEIVABLE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-PAYABLE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-NET                   PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'COUPONS BILLED TO PARTNERS....'.
           05 WS-TOTALS-BILLED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'PARTNERS BILLED...............'.
           05 WS-TOTALS-PARTNERS            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'COUPONS EXPECTED FROM PARTNERS'.
           05 WS-TOTALS-EXPECTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'COUPONS NOT VALUED............'.
           05 WS-TOTALS-NOT-VALUED          PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BILL-RECEIVABLES
           PERFORM 2100-RECORD-PAYABLES
           PERFORM 2200-WRITE-REGISTER
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02482 -- INTERLINE BILLING RUN STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02482 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02482 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'INTERLINE BILLING FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN OUTPUT INTERLINE-BILL-FILE
           .
      ******************************************************************
      *                  2000-BILL-RECEIVABLES
      * THE CURSOR COMES IN SELLING-PARTNER ORDER, SO EACH PARTNER'S
      * BLOCK ON INTLBILL IS OPENED ON ITS FIRST VALUED COUPON AND
      * CLOSED WHEN THE PARTNER CHANGES
      ******************************************************************
       2000-BILL-RECEIVABLES.
           EXEC SQL
             OPEN C-RECEIVABLE-COUPONS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- OPEN RECEIVABLE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE CT-RECEIVABLE-SIDE TO WS-CPN-SIDE
           MOVE CT-BILLED-STATUS   TO WS-CPN-STATUS
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2010-FETCH-NEXT-RECEIVABLE
           PERFORM UNTIL SO-END-OF-CURSOR
              IF SO-PARTNER-OPEN AND
                 WS-CPN-PARTNER NOT = WS-OPEN-PARTNER THEN
                 PERFORM 2040-CLOSE-PARTNER-BLOCK
              END-IF
              PERFORM 2050-VALUE-THE-COUPON
              IF SO-COUPON-VALUED THEN
                 IF SO-PARTNER-NOT-OPEN THEN
                    PERFORM 2030-OPEN-PARTNER-BLOCK
                 END-IF
                 PERFORM 7020-INSERT-COUPON
                 PERFORM 2020-WRITE-COUPON-RECORD
                 ADD 1 TO WS-RECV-BILLED
              END-IF
              PERFORM 2010-FETCH-NEXT-RECEIVABLE
           END-PERFORM
           IF SO-PARTNER-OPEN THEN
              PERFORM 2040-CLOSE-PARTNER-BLOCK
           END-IF
           EXEC SQL
             CLOSE C-RECEIVABLE-COUPONS
           END-EXEC
           CLOSE INTERLINE-BILL-FILE
           .
      ******************************************************************
      *               2010-FETCH-NEXT-RECEIVABLE
      ******************************************************************
       2010-FETCH-NEXT-RECEIVABLE.
           EXEC SQL
             FETCH C-RECEIVABLE-COUPONS
             INTO :WS-CPN-PARTNER,
                  :WS-CPN-TICKET-REFERENCE,
                  :WS-CPN-FLIGHT-ID,
                  :WS-CPN-RESERVATION-ID,
                  :WS-CPN-PASSENGER-ID,
                  :WS-CPN-FLIGHT-NUMBER,
                  :WS-CPN-ORIGIN,
                  :WS-CPN-DESTINATION,
                  :WS-CPN-FLIGHT-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- RECEIVABLE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2020-WRITE-COUPON-RECORD
      ******************************************************************
       2020-WRITE-COUPON-RECORD.
           MOVE WS-CPN-DISTANCE-KM TO WS-BILL-KM-FORMAT
           MOVE WS-CPN-AMOUNT      TO WS-BILL-AMOUNT-FORMAT
           MOVE SPACE TO WS-BILL-LINE
           STRING 'C,'                    DELIMITED BY SIZE
                  WS-CPN-TICKET-REFERENCE DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WS-CPN-FLIGHT-NUMBER    DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WS-CPN-FLIGHT-DATE      DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-CPN-ORIGIN           DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-CPN-DESTINATION      DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-AGR-METHOD           DELIMITED BY SPACE
                  ','                     DELIMITED BY SIZE
                  WS-BILL-KM-FORMAT       DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-BILL-AMOUNT-FORMAT   DELIMITED BY SIZE
                  ','                     DELIMITED BY SIZE
                  WS-AGR-CURRENCY         DELIMITED BY SIZE
             INTO WS-BILL-LINE
           END-STRING
           WRITE INTERLINE-BILL-RECORD FROM WS-BILL-LINE
           ADD 1 TO WS-PARTNER-COUPONS
           ADD WS-CPN-AMOUNT TO WS-PARTNER-HASH-TOTAL
           .
      ******************************************************************
      *                2030-OPEN-PARTNER-BLOCK
      ******************************************************************
       2030-OPEN-PARTNER-BLOCK.
           SET SO-PARTNER-OPEN TO TRUE
           MOVE WS-CPN-PARTNER TO WS-OPEN-PARTNER
           MOVE 0 TO WS-PARTNER-COUPONS
           MOVE 0 TO WS-PARTNER-HASH-TOTAL
           MOVE SPACE TO WS-BILL-LINE
           STRING 'H,' CT-OWN-AIRLINE-CODE ',' WS-OPEN-PARTNER ','
                  WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-BILL-LINE
           END-STRING
           WRITE INTERLINE-BILL-RECORD FROM WS-BILL-LINE
           ADD 1 TO WS-PARTNERS-BILLED
           .
      ******************************************************************
      *                2040-CLOSE-PARTNER-BLOCK
      * COUPON COUNT AND A HASH TOTAL OF THE AMOUNTS -- A PLAIN SUM
      * ACROSS CURRENCIES, ONLY A CONTROL FOR THE PARTNER'S INTAKE
      ******************************************************************
       2040-CLOSE-PARTNER-BLOCK.
           MOVE WS-PARTNER-COUPONS    TO WS-BILL-COUNT-FORMAT
           MOVE WS-PARTNER-HASH-TOTAL TO WS-BILL-HASH-FORMAT
           MOVE SPACE TO WS-BILL-LINE
           STRING 'T,' WS-OPEN-PARTNER ',' WS-BILL-COUNT-FORMAT ','
                  WS-BILL-HASH-FORMAT
             DELIMITED BY SIZE INTO WS-BILL-LINE
           END-STRING
           WRITE INTERLINE-BILL-RECORD FROM WS-BILL-LINE
           SET SO-PARTNER-NOT-OPEN TO TRUE
           MOVE SPACE TO WS-OPEN-PARTNER
           .
      ******************************************************************
      *                 2050-VALUE-THE-COUPON
      * THE PARTNER'S RULE FOR THE SECTOR, THEN THE AMOUNT.  THE
      * DISTANCE IS KEPT ON THE REGISTER WHICHEVER RULE APPLIES
      ******************************************************************
       2050-VALUE-THE-COUPON.
           SET SO-COUPON-NOT-VALUED TO TRUE
           MOVE 0 TO WS-CPN-AMOUNT
           PERFORM 2060-CALCULATE-DISTANCE
           PERFORM 7010-READ-AGREEMENT
           EVALUATE TRUE
           WHEN SO-AGREEMENT-NOT-FOUND
              MOVE 'NO INTERLINE AGREEMENT' TO WS-REJECT-REASON
              PERFORM 2070-REPORT-NOT-VALUED
           WHEN WS-AGR-METHOD = CT-MILEAGE-METHOD AND
                SO-POSITION-NOT-FOUND
              MOVE 'NO AIRPORT POSITION ON T02' TO WS-REJECT-REASON
              PERFORM 2070-REPORT-NOT-VALUED
           WHEN WS-AGR-METHOD = CT-MILEAGE-METHOD
              COMPUTE WS-CPN-AMOUNT ROUNDED =
                      WS-CPN-DISTANCE-KM * WS-AGR-RATE-PER-KM
              SET SO-COUPON-VALUED TO TRUE
           WHEN OTHER
              MOVE WS-AGR-FIXED-AMOUNT TO WS-CPN-AMOUNT
              SET SO-COUPON-VALUED TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                  2060-CALCULATE-DISTANCE
      * SAME HAVERSINE-FORMULA ARITHMETIC AS Z02342'S
      * 2020-CALCULATE-DISTANCE, ROUNDED TO WHOLE KILOMETRES
      ******************************************************************
       2060-CALCULATE-DISTANCE.
           SET SO-POSITION-FOUND TO TRUE
           MOVE 0 TO WS-CPN-DISTANCE-KM
           MOVE WS-CPN-DESTINATION TO T02-AIRPORT-CODE
           PERFORM 7031-GET-GEOGRAF-POS
           MOVE WS-LATITUDE TO WS-DES-LATITUDE
           MOVE WS-LONGITUDE TO WS-DES-LONGITUDE
           MOVE WS-CPN-ORIGIN TO T02-AIRPORT-CODE
           PERFORM 7031-GET-GEOGRAF-POS
           MOVE WS-LATITUDE TO WS-ORG-LATITUDE
           MOVE WS-LONGITUDE TO WS-ORG-LONGITUDE
           IF SO-POSITION-FOUND THEN
              PERFORM 2065-HAVERSINE-DISTANCE
           END-IF
           .
      ******************************************************************
      *                 2065-HAVERSINE-DISTANCE
      ******************************************************************
       2065-HAVERSINE-DISTANCE.
           COMPUTE WS-RAD-DES-LATITUDE =
                (CT-PI-VALUE * WS-DES-LATITUDE)  / 180
           COMPUTE WS-RAD-DES-LONGITUDE =
                (CT-PI-VALUE * WS-DES-LONGITUDE)  / 180
           COMPUTE WS-RAD-ORG-LATITUDE =
                (CT-PI-VALUE * WS-ORG-LATITUDE)  / 180
           COMPUTE WS-RAD-ORG-LONGITUDE =
                (CT-PI-VALUE * WS-ORG-LONGITUDE)  / 180

           COMPUTE WS-LATITUDE = WS-RAD-DES-LATITUDE -
                                 WS-RAD-ORG-LATITUDE
           COMPUTE WS-LONGITUDE = WS-RAD-DES-LONGITUDE -
                                 WS-RAD-ORG-LONGITUDE
           COMPUTE WS-A = ( FUNCTION SIN(WS-LATITUDE / 2) ** 2 ) +
            FUNCTION COS(WS-RAD-DES-LATITUDE) *
            FUNCTION COS(WS-RAD-ORG-LATITUDE) *
            FUNCTION SIN(WS-LONGITUDE / 2) ** 2

           COMPUTE WS-C  = 2 * FUNCTION ATAN(
              FUNCTION SQRT(WS-A) / FUNCTION SQRT(1 - WS-A) )

           COMPUTE WS-D = WS-EARTCH-RADIOUS * WS-C
           COMPUTE WS-CPN-DISTANCE-KM ROUNDED = WS-D
           .
      ******************************************************************
      *                 2070-REPORT-NOT-VALUED
      ******************************************************************
       2070-REPORT-NOT-VALUED.
           ADD 1 TO WS-NOT-VALUED
           MOVE WS-CPN-SIDE          TO WS-EXC-SIDE
           MOVE WS-CPN-PARTNER       TO WS-EXC-PARTNER
           MOVE WS-CPN-FLIGHT-NUMBER TO WS-EXC-FLIGHT-NUMBER
           MOVE WS-CPN-FLIGHT-DATE   TO WS-EXC-FLIGHT-DATE
           MOVE WS-CPN-ORIGIN        TO WS-EXC-ORIGIN
           MOVE WS-CPN-DESTINATION   TO WS-EXC-DESTINATION
           MOVE WS-REJECT-REASON     TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  2100-RECORD-PAYABLES
      ******************************************************************
       2100-RECORD-PAYABLES.
           EXEC SQL
             OPEN C-PAYABLE-COUPONS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- OPEN PAYABLE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE CT-PAYABLE-SIDE    TO WS-CPN-SIDE
           MOVE CT-EXPECTED-STATUS TO WS-CPN-STATUS
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2110-FETCH-NEXT-PAYABLE
           PERFORM UNTIL SO-END-OF-CURSOR
              MOVE WS-CPN-TICKET-NUMBER TO WS-CPN-TICKET-FORMAT
              MOVE WS-CPN-TICKET-FORMAT TO WS-CPN-TICKET-REFERENCE
              PERFORM 2050-VALUE-THE-COUPON
              IF SO-COUPON-VALUED THEN
                 PERFORM 7020-INSERT-COUPON
                 ADD 1 TO WS-PAYB-EXPECTED
              END-IF
              PERFORM 2110-FETCH-NEXT-PAYABLE
           END-PERFORM
           EXEC SQL
             CLOSE C-PAYABLE-COUPONS
           END-EXEC
           .
      ******************************************************************
      *                 2110-FETCH-NEXT-PAYABLE
      ******************************************************************
       2110-FETCH-NEXT-PAYABLE.
           EXEC SQL
             FETCH C-PAYABLE-COUPONS
             INTO :WS-CPN-PARTNER,
                  :WS-CPN-TICKET-NUMBER,
                  :WS-CPN-FLIGHT-ID,
                  :WS-CPN-RESERVATION-ID,
                  :WS-CPN-PASSENGER-ID,
                  :WS-CPN-FLIGHT-NUMBER,
                  :WS-CPN-ORIGIN,
                  :WS-CPN-DESTINATION,
                  :WS-CPN-FLIGHT-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- PAYABLE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2200-WRITE-REGISTER
      * THE WHOLE MONTH OFF T103, EARLIER RUNS INCLUDED -- POSITIVE
      * NET IS OWED TO US, NEGATIVE IS OWED BY US
      ******************************************************************
       2200-WRITE-REGISTER.
           DISPLAY ' '
           MOVE SPACE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'INTERLINE REGISTER FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-REGISTER-HEADER
           MOVE WS-REGISTER-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           EXEC SQL
             OPEN C-REGISTER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- OPEN REGISTER CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2210-FETCH-NEXT-REGISTER
           PERFORM UNTIL SO-END-OF-CURSOR
              MOVE WS-REG-PARTNER    TO WS-LINE-PARTNER
              MOVE WS-REG-CURRENCY   TO WS-LINE-CURRENCY
              MOVE WS-REG-COUPONS    TO WS-LINE-COUPONS
              MOVE WS-REG-RECEIVABLE TO WS-LINE-RECEIVABLE
              MOVE WS-REG-PAYABLE    TO WS-LINE-PAYABLE
              COMPUTE WS-LINE-NET = WS-REG-RECEIVABLE - WS-REG-PAYABLE
              DISPLAY WS-REGISTER-LINE
              MOVE WS-REGISTER-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              PERFORM 2210-FETCH-NEXT-REGISTER
           END-PERFORM
           EXEC SQL
             CLOSE C-REGISTER
           END-EXEC
           .
      ******************************************************************
      *                2210-FETCH-NEXT-REGISTER
      ******************************************************************
       2210-FETCH-NEXT-REGISTER.
           EXEC SQL
             FETCH C-REGISTER
             INTO :WS-REG-PARTNER,
                  :WS-REG-CURRENCY,
                  :WS-REG-COUPONS,
                  :WS-REG-RECEIVABLE,
                  :WS-REG-PAYABLE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- REGISTER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RECV-BILLED     TO WS-TOTALS-BILLED
           MOVE WS-PARTNERS-BILLED TO WS-TOTALS-PARTNERS
           MOVE WS-PAYB-EXPECTED   TO WS-TOTALS-EXPECTED
           MOVE WS-NOT-VALUED      TO WS-TOTALS-NOT-VALUED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                    7010-READ-AGREEMENT
      * THE ROUTE ROW SORTS ABOVE THE GENERAL ROW (BLANK AIRPORTS),
      * SO THE FIRST ACTIVE ROW IS THE ONE THAT APPLIES
      ******************************************************************
       7010-READ-AGREEMENT.
           SET SO-AGREEMENT-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-AGR-METHOD
                         WS-AGR-CURRENCY
           MOVE 0 TO WS-AGR-RATE-PER-KM
                     WS-AGR-FIXED-AMOUNT
           EXEC SQL
             SELECT PRORATE_METHOD, RATE_PER_KM, FIXED_AMOUNT,
                    CURRENCY_CODE
             INTO :WS-AGR-METHOD, :WS-AGR-RATE-PER-KM,
                  :WS-AGR-FIXED-AMOUNT, :WS-AGR-CURRENCY
             FROM T102_INTERLINE_AGREEMENT
             WHERE PARTNER_CODE     = :WS-CPN-PARTNER
               AND AGREEMENT_STATUS = :CT-ACTIVE-STATUS
               AND ((ORIGIN_AIRPORT_CODE      = :WS-CPN-ORIGIN AND
                     DESTINATION_AIRPORT_CODE = :WS-CPN-DESTINATION)
                    OR ORIGIN_AIRPORT_CODE    = ' ')
             ORDER BY ORIGIN_AIRPORT_CODE DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-AGREEMENT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- AGREEMENT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                    7020-INSERT-COUPON
      ******************************************************************
       7020-INSERT-COUPON.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-COUPON-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- COUPON ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T103_INTERLINE_COUPON
                (COUPON_ID, BILLING_MONTH, BILLING_SIDE, PARTNER_CODE,
                 FLIGHT_ID, RESERVATION_ID, PASSENGER_ID,
                 TICKET_REFERENCE, FLIGHT_NUMBER, FLIGHT_DATE,
                 ORIGIN_AIRPORT_CODE, DESTINATION_AIRPORT_CODE,
                 DISTANCE_KM, PRORATE_METHOD, COUPON_AMOUNT,
                 CURRENCY_CODE, PARTNER_AMOUNT, COUPON_STATUS,
                 CREATED_TIMESTAMP)
             VALUES
                (:WS-COUPON-ID, :WS-PARM-MONTH, :WS-CPN-SIDE,
                 :WS-CPN-PARTNER, :WS-CPN-FLIGHT-ID,
                 :WS-CPN-RESERVATION-ID, :WS-CPN-PASSENGER-ID,
                 :WS-CPN-TICKET-REFERENCE, :WS-CPN-FLIGHT-NUMBER,
                 DATE(:WS-CPN-FLIGHT-DATE), :WS-CPN-ORIGIN,
                 :WS-CPN-DESTINATION, :WS-CPN-DISTANCE-KM,
                 :WS-AGR-METHOD, :WS-CPN-AMOUNT, :WS-AGR-CURRENCY,
                 0, :WS-CPN-STATUS, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02482 -- COUPON INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7031-GET-GEOGRAF-POS
      * PARAGRAPH WILL GET LATITUDE AND LONGITUDE FOR A GIVEN AIRPORT
      ******************************************************************
       7031-GET-GEOGRAF-POS.
           EXEC SQL
            SELECT
            LATITUDE,
            LONGITUDE
            INTO
             :WS-LATITUDE,
             :WS-LONGITUDE
            FROM T02_AIRPORT_TABLE
            WHERE
            AIRPORT_CODE = :T02-AIRPORT-CODE
            FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-POSITION-NOT-FOUND TO TRUE
              DISPLAY 'Z02482 -- GEOGRAF POS LOOKUP FAILED FOR '
                                                    T02-AIRPORT-CODE
           END-IF
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02482  ' TO RPT-REPORT-TYPE
           MOVE WS-TODAY-DATE TO RPT-BUSINESS-DATE
           CALL 'Z02401' USING WS-ZZEC0263
           .
      ******************************************************************
      *                 8100-STORE-REPORT-LINE
      ******************************************************************
       8100-STORE-REPORT-LINE.
           MOVE 'LINE ' TO RPT-FUNCTION
           MOVE WS-REPORT-BUFFER TO RPT-LINE-TEXT
           CALL 'Z02401' USING WS-ZZEC0263
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02482  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02482 -- INTERLINE BILLING RUN ENDING'
           GOBACK
           .
