       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02488.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- AGENCY SALE AUDIT AND DEBIT MEMO RAISING
      *
      * EVERY NIGHT EACH 'PENDING' AGENCY SALE ON T108_AGENCY_SALE
      * (WRITTEN BY Z02202'S 7154 AT CONFIRMATION) WHOSE BOOKING HAS
      * BEEN TICKETED IS RE-PRICED PER PASSENGER THE WAY Z02202'S
      * 7090 PRICED IT, BUT AS OF THE SALE DATE:
      *
      *    THE CHEAPEST T14 FARE OF EVERY FLIGHT OF THE BOOKING,
      *    SUMMED; FOR A CONNECTION A T82 THROUGH FARE FOR THE FIRST
      *    ORIGIN AND LAST DESTINATION IN FORCE ON THE SALE DATE
      *    OVERRIDES THE SUM; THEN THE NET PERCENT OF THE T56 FARE
      *    RULES OF THE FIRST FLIGHT (THE SAME MATCH Z02409 MAKES)
      *
      * AND TWO CHECKS ARE MADE:
      *
      *    'FARE'       -- EXPECTED FARE ABOVE THE FARE COLLECTED:
      *                    THE SHORTFALL TIMES THE PASSENGERS
      *    'COMMISSION' -- PERCENT CLAIMED ABOVE THE T77 CONTRACT
      *                    RATE: THE EXCESS PERCENT OF THE FARE
      *                    COLLECTED TIMES THE PASSENGERS
      *
      * EACH FAILED CHECK RAISES ONE AGENCY DEBIT MEMO (ADM) ON
      * T109_AGENCY_DEBIT_MEMO WITH STATUS 'RAISED'.  Z02489 LETS
      * REVENUE ACCOUNTING DISPUTE, ACCEPT OR CANCEL IT, AND Z02438
      * NETS 'ACCEPTED' ONES OFF THE AGENCY'S NEXT COMMISSION
      * STATEMENT.  THE SALE IS THEN MARKED 'AUDITED' SO IT IS NEVER
      * RE-CHARGED; A SALE NOT YET TICKETED WAITS FOR A LATER RUN.
      *
      *     T109_AGENCY_DEBIT_MEMO
      *     ADM_ID                INTEGER        PRIMARY KEY (T20)
      *     IATA_NUMBER           CHAR(8)
      *     RESERVATION_ID        INTEGER
      *     ADM_REASON            CHAR(10)       FARE/COMMISSION
      *     EXPECTED_AMOUNT       DECIMAL(9,2)   PER PASSENGER
      *     COLLECTED_AMOUNT      DECIMAL(9,2)   PER PASSENGER
      *     ADM_AMOUNT            DECIMAL(11,2)
      *     ADM_STATUS            CHAR(10)       RAISED/DISPUTED/
      *                                          ACCEPTED/CANCELED/
      *                                          NETTED
      *     DISPUTE_TEXT          VARCHAR(60)
      *     NETTED_MONTH          CHAR(7)        YYYY-MM OR BLANK
      *     RAISED_DATE           DATE
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *
      * THE REPORT LISTS EVERY ADM RAISED; PRINTED AND STORED TO THE
      * T52 REPOSITORY THROUGH Z02401, AND REGISTERED WITH Z02380
      * AGAINST THE RUN DATE.
      *
      * THE RUN DATE IS TODAY UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE, THE SAME SYSIN-CARD CONVENTION Z02461
      * USES:
      *
      *    DATE=YYYY-MM-DD
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * EVERY PENDING AGENCY SALE ALREADY TICKETED
           EXEC SQL
             DECLARE C-PENDING-SALES CURSOR FOR
             SELECT T108.RESERVATION_ID,
                    T108.IATA_NUMBER,
                    CHAR(T108.SALE_DATE, ISO),
                    T108.PASSENGER_COUNT,
                    T108.FARE_COLLECTED,
                    T108.CONTRACT_PERCENT,
                    T108.CLAIMED_PERCENT
             FROM T108_AGENCY_SALE T108
             WHERE T108.AUDIT_STATUS = 'PENDING'
               AND T108.SALE_DATE   <= DATE(:WS-PARM-DATE)
               AND EXISTS
                   (SELECT 1
                    FROM T45_TICKET T45
                    WHERE T45.RESERVATION_ID = T108.RESERVATION_ID)
             ORDER BY T108.IATA_NUMBER, T108.RESERVATION_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-SALES            PIC X VALUE 'N'.
               88 SO-END-OF-SALES           VALUE 'Y'.
           05 SW-IF-THROUGH-FARE            PIC X VALUE 'N'.
               88 SO-THROUGH-FARE-FOUND     VALUE 'Y'.
               88 SO-THROUGH-FARE-NOT-FOUND VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-ACTIVE-STATUS              PIC X(10) VALUE 'ACTIVE'.
           05 CT-RAISED-STATUS              PIC X(10) VALUE 'RAISED'.
           05 CT-AUDITED-STATUS             PIC X(10) VALUE 'AUDITED'.
           05 CT-FARE-REASON                PIC X(10) VALUE 'FARE'.
           05 CT-COMMISSION-REASON          PIC X(10)
                                               VALUE 'COMMISSION'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).

       01 WS-SALE-FIELDS.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-IATA-NUMBER                PIC X(8).
           05 WS-SALE-DATE                  PIC X(10).
           05 WS-PASSENGER-COUNT            PIC S9(4) COMP.
           05 WS-FARE-COLLECTED             PIC S9(7)V99 COMP-3.
           05 WS-CONTRACT-PERCENT           PIC S9(3)V99 COMP-3.
           05 WS-CLAIMED-PERCENT            PIC S9(3)V99 COMP-3.

       01 WS-PRICING-FIELDS.
           05 WS-LEG-COUNT                  PIC S9(4) COMP.
           05 WS-LEG-SUM-FARE               PIC S9(7)V99 COMP-3.
           05 WS-FIRST-FLIGHT-ID            PIC X(8).
           05 WS-DEPARTURE-DATE             PIC X(10).
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-DESTINATION-AIRPORT        PIC X(3).
           05 WS-THROUGH-FARE-AMOUNT        PIC S9(7)V99 COMP-3.
           05 WS-NET-PERCENT                PIC S9(3)V99 COMP-3.
           05 WS-BASE-FARE                  PIC S9(7)V99 COMP-3.
           05 WS-EXPECTED-FARE              PIC S9(7)V99 COMP-3.

       01 WS-ADM-FIELDS.
           05 WS-ADM-ID                     PIC S9(9) COMP.
           05 WS-ADM-REASON                 PIC X(10).
           05 WS-ADM-EXPECTED               PIC S9(7)V99 COMP-3.
           05 WS-ADM-AMOUNT                 PIC S9(9)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-SALES-READ                 PIC S9(7) COMP VALUE 0.
           05 WS-FARE-ADMS                  PIC S9(7) COMP VALUE 0.
           05 WS-COMMISSION-ADMS            PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-ADM-AMOUNT           PIC S9(11)V99 COMP-3
                                                           VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(32) VALUE
              'ADM ID     AGENCY   RESERVATION'.
           05 FILLER                        PIC X(31) VALUE
              'REASON      EXPECTED  COLLECTED'.
           05 FILLER                        PIC X(18) VALUE
              '  PAX   ADM AMOUNT'.

       01 WS-REPORT-LINE.
           05 WS-LINE-ADM-ID                PIC Z(9)9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-IATA                  PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RESERVATION           PIC Z(9)9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-REASON                PIC X(10).
           05 WS-LINE-EXPECTED              PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-COLLECTED             PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-PAX                   PIC ZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ADM-AMOUNT            PIC Z,ZZZ,ZZ9.99.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'AGENCY SALES AUDITED..........'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'FARE ADMS RAISED..............'.
           05 WS-TOTALS-FARE                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'COMMISSION ADMS RAISED........'.
           05 WS-TOTALS-COMMISSION          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'TOTAL AMOUNT DEBITED..........'.
           05 WS-TOTALS-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AUDIT-THE-SALES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02488 -- AGENCY SALE AUDIT STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02488 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'AGENCY DEBIT MEMOS RAISED ON ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                      1010-GET-TODAY
      ******************************************************************
       1010-GET-TODAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  2000-AUDIT-THE-SALES
      ******************************************************************
       2000-AUDIT-THE-SALES.
           EXEC SQL
             OPEN C-PENDING-SALES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- OPEN SALE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-SALE
           PERFORM UNTIL SO-END-OF-SALES
              ADD 1 TO WS-SALES-READ
              PERFORM 2020-AUDIT-ONE-SALE
              PERFORM 2010-FETCH-NEXT-SALE
           END-PERFORM
           EXEC SQL
             CLOSE C-PENDING-SALES
           END-EXEC
           .
      ******************************************************************
      *                   2010-FETCH-NEXT-SALE
      ******************************************************************
       2010-FETCH-NEXT-SALE.
           EXEC SQL
             FETCH C-PENDING-SALES
             INTO :WS-RESERVATION-ID,
                  :WS-IATA-NUMBER,
                  :WS-SALE-DATE,
                  :WS-PASSENGER-COUNT,
                  :WS-FARE-COLLECTED,
                  :WS-CONTRACT-PERCENT,
                  :WS-CLAIMED-PERCENT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-SALES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- SALE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   2020-AUDIT-ONE-SALE
      ******************************************************************
       2020-AUDIT-ONE-SALE.
           PERFORM 2030-PRICE-THE-SALE
           IF WS-EXPECTED-FARE > WS-FARE-COLLECTED THEN
              MOVE CT-FARE-REASON TO WS-ADM-REASON
              MOVE WS-EXPECTED-FARE TO WS-ADM-EXPECTED
              COMPUTE WS-ADM-AMOUNT =
                 (WS-EXPECTED-FARE - WS-FARE-COLLECTED)
                    * WS-PASSENGER-COUNT
              PERFORM 2040-RAISE-THE-ADM
              ADD 1 TO WS-FARE-ADMS
           END-IF
           IF WS-CLAIMED-PERCENT > WS-CONTRACT-PERCENT THEN
              MOVE CT-COMMISSION-REASON TO WS-ADM-REASON
              MOVE WS-FARE-COLLECTED TO WS-ADM-EXPECTED
              COMPUTE WS-ADM-AMOUNT ROUNDED =
                 WS-FARE-COLLECTED * WS-PASSENGER-COUNT
                    * (WS-CLAIMED-PERCENT - WS-CONTRACT-PERCENT)
                    / 100
              IF WS-ADM-AMOUNT > 0 THEN
                 PERFORM 2040-RAISE-THE-ADM
                 ADD 1 TO WS-COMMISSION-ADMS
              END-IF
           END-IF
           PERFORM 7070-MARK-SALE-AUDITED
           .
      ******************************************************************
      *                   2030-PRICE-THE-SALE
      * THE PER-PASSENGER FARE Z02202'S 7090 WOULD HAVE CHARGED ON
      * THE SALE DATE
      ******************************************************************
       2030-PRICE-THE-SALE.
           PERFORM 7010-SUM-LEG-FARES
           MOVE WS-LEG-SUM-FARE TO WS-BASE-FARE
           PERFORM 7020-READ-FIRST-LEG
           IF WS-LEG-COUNT > 1 THEN
              PERFORM 7030-READ-LAST-LEG
              PERFORM 7040-CHECK-THROUGH-FARE
              IF SO-THROUGH-FARE-FOUND THEN
                 MOVE WS-THROUGH-FARE-AMOUNT TO WS-BASE-FARE
              END-IF
           END-IF
           PERFORM 7050-SUM-FARE-RULES
           COMPUTE WS-EXPECTED-FARE ROUNDED =
              WS-BASE-FARE * (100 + WS-NET-PERCENT) / 100
           IF WS-EXPECTED-FARE < 0 THEN
              MOVE 0 TO WS-EXPECTED-FARE
           END-IF
           .
      ******************************************************************
      *                   2040-RAISE-THE-ADM
      ******************************************************************
       2040-RAISE-THE-ADM.
           PERFORM 7060-INSERT-THE-ADM
           ADD WS-ADM-AMOUNT TO WS-TOTAL-ADM-AMOUNT
           MOVE WS-ADM-ID           TO WS-LINE-ADM-ID
           MOVE WS-IATA-NUMBER      TO WS-LINE-IATA
           MOVE WS-RESERVATION-ID   TO WS-LINE-RESERVATION
           MOVE WS-ADM-REASON       TO WS-LINE-REASON
           MOVE WS-ADM-EXPECTED     TO WS-LINE-EXPECTED
           MOVE WS-FARE-COLLECTED   TO WS-LINE-COLLECTED
           MOVE WS-PASSENGER-COUNT  TO WS-LINE-PAX
           MOVE WS-ADM-AMOUNT       TO WS-LINE-ADM-AMOUNT
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-SALES-READ        TO WS-TOTALS-READ
           MOVE WS-FARE-ADMS         TO WS-TOTALS-FARE
           MOVE WS-COMMISSION-ADMS   TO WS-TOTALS-COMMISSION
           MOVE WS-TOTAL-ADM-AMOUNT  TO WS-TOTALS-AMOUNT
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
      *                    7010-SUM-LEG-FARES
      * THE CHEAPEST T14 FARE OF EACH FLIGHT THE BOOKING HOLDS SEATS
      * ON -- Z02202'S 7090/7145 LEG-SUM
      ******************************************************************
       7010-SUM-LEG-FARES.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(LEG.LEG_FARE), 0)
             INTO :WS-LEG-COUNT, :WS-LEG-SUM-FARE
             FROM (SELECT T14.FLIGHT_ID,
                          MIN(T14.FARE_AMOUNT) AS LEG_FARE
                   FROM T14_FARE_TABLE T14
                   WHERE T14.FLIGHT_ID IN
                         (SELECT T04.FLIGHT_ID
                          FROM T04_FLIGHT_SEATS T04
                          WHERE T04.RESERVATION_ID =
                                               :WS-RESERVATION-ID)
                   GROUP BY T14.FLIGHT_ID) LEG
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- LEG FARE SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    7020-READ-FIRST-LEG
      ******************************************************************
       7020-READ-FIRST-LEG.
           MOVE SPACE TO WS-FIRST-FLIGHT-ID
                         WS-DEPARTURE-DATE
                         WS-ORIGIN-AIRPORT
           EXEC SQL
             SELECT T05.FLIGHT_ID,
                    CHAR(DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                       T05.DEPARTURE_TIMESTAMP)), ISO),
                    T05.DEPARTURE_AIRPORT_CODE
             INTO :WS-FIRST-FLIGHT-ID, :WS-DEPARTURE-DATE,
                  :WS-ORIGIN-AIRPORT
             FROM T05_FLIGHT_TABLE T05
             WHERE T05.FLIGHT_ID IN
                   (SELECT T04.FLIGHT_ID
                    FROM T04_FLIGHT_SEATS T04
                    WHERE T04.RESERVATION_ID = :WS-RESERVATION-ID)
             ORDER BY T05.DEPARTURE_TIMESTAMP
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- FIRST LEG READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    7030-READ-LAST-LEG
      ******************************************************************
       7030-READ-LAST-LEG.
           MOVE SPACE TO WS-DESTINATION-AIRPORT
           EXEC SQL
             SELECT T05.ARRIVAL_AIRPORT_CODE
             INTO :WS-DESTINATION-AIRPORT
             FROM T05_FLIGHT_TABLE T05
             WHERE T05.FLIGHT_ID IN
                   (SELECT T04.FLIGHT_ID
                    FROM T04_FLIGHT_SEATS T04
                    WHERE T04.RESERVATION_ID = :WS-RESERVATION-ID)
             ORDER BY T05.DEPARTURE_TIMESTAMP DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- LAST LEG READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7040-CHECK-THROUGH-FARE
      * Z02202'S 7146 LOOKUP, IN FORCE ON THE SALE DATE INSTEAD OF
      * TODAY
      ******************************************************************
       7040-CHECK-THROUGH-FARE.
           SET SO-THROUGH-FARE-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-THROUGH-FARE-AMOUNT
           EXEC SQL
             SELECT THROUGH_FARE_AMOUNT
             INTO :WS-THROUGH-FARE-AMOUNT
             FROM T82_THROUGH_FARE
             WHERE ORIGIN_AIRPORT_CODE      = :WS-ORIGIN-AIRPORT
               AND DESTINATION_AIRPORT_CODE = :WS-DESTINATION-AIRPORT
               AND DATE(:WS-SALE-DATE) BETWEEN EFFECTIVE_FROM_DATE
                                           AND EFFECTIVE_TO_DATE
             ORDER BY THROUGH_FARE_AMOUNT
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-THROUGH-FARE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- THROUGH FARE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   7050-SUM-FARE-RULES
      * Z02409'S RULE MATCH FOR THE FIRST FLIGHT, WITH THE SALE DATE
      * STANDING IN FOR THE BOOKING DAY
      ******************************************************************
       7050-SUM-FARE-RULES.
           MOVE ZERO TO WS-NET-PERCENT
           EXEC SQL
             SELECT COALESCE(SUM(ADJUST_PERCENT), 0)
             INTO :WS-NET-PERCENT
             FROM T56_FARE_RULE
             WHERE RULE_STATUS = :CT-ACTIVE-STATUS
               AND DATE(:WS-SALE-DATE) BETWEEN EFFECTIVE_FROM_DATE
                                           AND EFFECTIVE_TO_DATE
               AND (FLIGHT_ID = :WS-FIRST-FLIGHT-ID OR
                    FLIGHT_ID = ' ')
               AND ((RULE_TYPE = 'ADVPUR' AND
                     DAYS(DATE(:WS-DEPARTURE-DATE)) -
                        DAYS(DATE(:WS-SALE-DATE))
                        BETWEEN DAYS_BEFORE_MIN AND DAYS_BEFORE_MAX)
                 OR (RULE_TYPE = 'DAYOFWK' AND
                     DAYOFWEEK_ISO(DATE(:WS-DEPARTURE-DATE)) =
                        DAY_OF_WEEK)
                 OR (RULE_TYPE = 'SEASON' AND
                     DATE(:WS-DEPARTURE-DATE)
                        BETWEEN SEASON_FROM_DATE AND SEASON_TO_DATE))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- FARE RULE SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    7060-INSERT-THE-ADM
      ******************************************************************
       7060-INSERT-THE-ADM.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-ADM-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- ADM ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T109_AGENCY_DEBIT_MEMO
                (ADM_ID, IATA_NUMBER, RESERVATION_ID, ADM_REASON,
                 EXPECTED_AMOUNT, COLLECTED_AMOUNT, ADM_AMOUNT,
                 ADM_STATUS, DISPUTE_TEXT, NETTED_MONTH, RAISED_DATE,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-ADM-ID, :WS-IATA-NUMBER, :WS-RESERVATION-ID,
                 :WS-ADM-REASON, :WS-ADM-EXPECTED,
                 :WS-FARE-COLLECTED, :WS-ADM-AMOUNT,
                 :CT-RAISED-STATUS, ' ', ' ', DATE(:WS-PARM-DATE),
                 'Z02488', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- ADM INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7070-MARK-SALE-AUDITED
      ******************************************************************
       7070-MARK-SALE-AUDITED.
           EXEC SQL
             UPDATE T108_AGENCY_SALE
                SET AUDIT_STATUS = :CT-AUDITED-STATUS
              WHERE RESERVATION_ID = :WS-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02488 -- SALE UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7070' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE RUN DATE -- SEE
      * Z02380, THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02488  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02488 -- ALREADY RUN OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      ******************************************************************
       8010-REGISTER-RUN-END.
           MOVE 'END  ' TO JRUN-FUNCTION
           MOVE WS-SALES-READ TO JRUN-ROWS-PROCESSED
           MOVE 0 TO JRUN-RETURN-CODE
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   8020-REGISTER-RUN-FAIL
      ******************************************************************
       8020-REGISTER-RUN-FAIL.
           MOVE 'FAIL ' TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02488  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-DATE TO RPT-BUSINESS-DATE
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
           MOVE 'Z02488  '   TO ERRL-PROGRAM-ID
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
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02488 -- AGENCY SALE AUDIT ENDING'
           GOBACK
           .
