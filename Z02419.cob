      *      BLOCK HOURS TIMES THE MODEL'S BLOCK-HOUR RATE, PLUS THE
      *      ROUTE'S GREAT-CIRCLE KILOMETERS (SAME HAVERSINE AS
      *      Z02342) TIMES THE MODEL'S PER-KM RATE PER DEPARTURE,
      *      PLUS THE DEPARTURE AIRPORT'S PER-DEPARTURE FEE, PLUS THE
      *      GROUND HANDLING Z02545 APPROVED ON THE ROUTE'S FLIGHTS
      *      (T159, CONVERTED TO THE COMMON CURRENCY)
      *
      * ONE LINE PER ROUTE WITH THE CONTRIBUTION (REVENUE - COST),
      * WORST FIRST IS FOR THE READER -- THE LINES COME OUT IN ROUTE
      *
      * 2026-09-02   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   CHARTERED FLIGHTS (T120, SEE Z02498) ARE LEFT
      *                    OUT OF THE SEAT REVENUE AND EARN AN EVEN
      *                    SHARE OF THEIR T119 CONTRACT PRICE INSTEAD --
      *                    NEW C-ROUTE-CHARTER AND 2100-COLLECT-CHARTER,
      *                    OWN CHARTER COLUMN AND TOTAL, CONTRIBUTION
      *                    NOW REVENUE + CHARTER - COST
      *
      * 2026-10-15   OSG   THE GROUND HANDLING Z02545 APPROVED OFF THE
      *                    HANDLER INVOICES (T159) IS ADDED TO EACH
      *                    ROUTE'S COST -- NEW C-ROUTE-HANDLING AND
      *                    3100-COLLECT-HANDLING, OWN TOTAL LINE
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND (T04.RESERVATION_STATUS IS NULL OR
                    T04.RESERVATION_STATUS <> :CT-DELETED-STATUS)
               AND NOT EXISTS
                  (SELECT 1 FROM T120_CHARTER_FLIGHT T120
                    WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
             GROUP BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
             FOR FETCH ONLY
           END-EXEC

      * THE MONTH'S CHARTER EARNINGS PER ROUTE -- EACH CHARTERED
      * FLIGHT CARRIES AN EVEN SHARE OF ITS CONTRACT PRICE (T119 OVER
      * THE CONTRACT'S T120 FLIGHT COUNT) CONVERTED TO THE COMMON
      * CURRENCY AT THE FRESHEST T17 RATE
           EXEC SQL
             DECLARE C-ROUTE-CHARTER CURSOR FOR
             SELECT T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    SUM(T119.CONTRACT_PRICE * T17.RATE_TO_COMMON /
                        (SELECT COUNT(*)
                           FROM T120_CHARTER_FLIGHT T120X
                          WHERE T120X.CONTRACT_ID =
                                               T120.CONTRACT_ID))
             FROM T120_CHARTER_FLIGHT T120
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T120.FLIGHT_ID
             INNER JOIN T119_CHARTER_CONTRACT T119 ON
                T119.CONTRACT_ID = T120.CONTRACT_ID
             INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                T17.CURRENCY_CODE = T119.CURRENCY_CODE AND
                T17.EFFECTIVE_DATE =
                   (SELECT MAX(T17X.EFFECTIVE_DATE)
                      FROM T17_CURRENCY_RATE_TABLE T17X
                     WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
             WHERE YEAR(T05.DEPARTURE_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(T05.DEPARTURE_TIMESTAMP) =
                                              :WS-PARM-MONTH-NUM
               AND T05.DEPARTURE_TIMESTAMP < CURRENT TIMESTAMP
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
             GROUP BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
             FOR FETCH ONLY
           END-EXEC

      * THE MONTH'S APPROVED GROUND HANDLING PER ROUTE -- EVERY T159
      * INVOICE LINE Z02545 APPROVED FOR THE MONTH'S FLIGHTS,
      * CONVERTED TO THE COMMON CURRENCY AT THE FRESHEST T17 RATE
           EXEC SQL
             DECLARE C-ROUTE-HANDLING CURSOR FOR
             SELECT T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    SUM(T159.APPROVED_AMOUNT * T17.RATE_TO_COMMON)
             FROM T159_HANDLER_INVOICE_LINE T159
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T159.FLIGHT_ID
             INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                T17.CURRENCY_CODE = T159.CURRENCY_CODE AND
                T17.EFFECTIVE_DATE =
                   (SELECT MAX(T17X.EFFECTIVE_DATE)
                      FROM T17_CURRENCY_RATE_TABLE T17X
                     WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
             WHERE YEAR(T05.DEPARTURE_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(T05.DEPARTURE_TIMESTAMP) =
                                              :WS-PARM-MONTH-NUM
               AND T159.APPROVED_AMOUNT > 0
             GROUP BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-IF-END-OF-FLYING           PIC X VALUE 'N'.
               88 SO-END-OF-FLYING          VALUE 'Y'.
           05 SW-IF-END-OF-CHARTER          PIC X VALUE 'N'.
               88 SO-END-OF-CHARTER         VALUE 'Y'.
           05 SW-IF-END-OF-HANDLING         PIC X VALUE 'N'.
               88 SO-END-OF-HANDLING        VALUE 'Y'.

       01 CT-CONSTANTS.
           05 CT-DELETED-STATUS.
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-DESTINATION-AIRPORT        PIC X(3).
           05 WS-ROUTE-REVENUE              PIC S9(11)V99 COMP-3.
           05 WS-ROUTE-CHARTER              PIC S9(11)V99 COMP-3.
           05 WS-ROUTE-HANDLING             PIC S9(11)V99 COMP-3.
           05 WS-PLANE-MODEL                PIC X(20).
           05 WS-DEPARTURES                 PIC S9(5) COMP.
           05 WS-BLOCK-MINUTES              PIC S9(9) COMP.
           05 WS-D                          PIC S9(7)V9(2) COMP-3.
           05 WS-EARTCH-RADIOUS             PIC S9(5) COMP VALUE 6371.

      * THE MONTH'S ROUTES -- REVENUE AND CHARTER EARNINGS FROM PASS
      * 1, COSTS ADDED IN PASS 2, REPORTED IN PASS 3
       01 WS-ROUTE-ROLLUP.
           05 WS-ROUTE-COUNT                PIC S9(4) COMP VALUE 0.
           05 WS-ROUTE-ENTRY OCCURS 200.
              10 WS-RT-ORIGIN               PIC X(3).
              10 WS-RT-DESTINATION          PIC X(3).
              10 WS-RT-REVENUE              PIC S9(11)V99 COMP-3.
              10 WS-RT-CHARTER              PIC S9(11)V99 COMP-3.
              10 WS-RT-COST                 PIC S9(11)V99 COMP-3.
       77 WS-ROUTE-SUB                      PIC S9(4) COMP VALUE 0.
       77 WS-ROUTE-HIT                      PIC X VALUE 'N'.
           05 WS-MISSING-RATES              PIC S9(5) COMP VALUE 0.
           05 WS-GRAND-REVENUE              PIC S9(13)V99 COMP-3
                                               VALUE 0.
           05 WS-GRAND-CHARTER              PIC S9(13)V99 COMP-3
                                               VALUE 0.
           05 WS-GRAND-COST                 PIC S9(13)V99 COMP-3
                                               VALUE 0.
           05 WS-GRAND-HANDLING             PIC S9(13)V99 COMP-3
                                               VALUE 0.

       01 WS-REPORT-LINE.
           05 WS-LINE-ORIGIN                PIC X(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-REVENUE               PIC -(9)9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-CHARTER               PIC -(9)9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-COST                  PIC -(9)9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-CONTRIBUTION          PIC -(9)9.99.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS COSTED WITHOUT A RATE....'.
           05 WS-TOTALS-MISSING             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'CHARTER REVENUE (COMMON)......'.
           05 WS-TOTALS-CHARTER             PIC -(11)9.99.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'GROUND HANDLING (COMMON)......'.
           05 WS-TOTALS-HANDLING            PIC -(11)9.99.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-REVENUE
           PERFORM 2100-COLLECT-CHARTER
           PERFORM 3000-COLLECT-COSTS
           PERFORM 3100-COLLECT-HANDLING
           PERFORM 4000-REPORT-ROUTES
           PERFORM 9999-EXIT
           .
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'ROUTE    REVENUE      CHARTER      COST         '
             TO WS-REPORT-BUFFER
           MOVE 'CONTRIBUTION' TO WS-REPORT-BUFFER(49:12)
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- OPEN REVENUE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-REVENUE-ROW
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- REVENUE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                 2100-COLLECT-CHARTER
      * CHARTERED FLIGHTS ARE LEFT OUT OF THE SEAT REVENUE ABOVE --
      * THEY EARN THEIR SHARE OF THE CONTRACT PRICE INSTEAD, SHOWN IN
      * ITS OWN COLUMN SO A FULL CHARTER DOES NOT READ AS EMPTY SEATS
      ******************************************************************
       2100-COLLECT-CHARTER.
           EXEC SQL
             OPEN C-ROUTE-CHARTER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- OPEN CHARTER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2110-FETCH-CHARTER-ROW
           PERFORM UNTIL SO-END-OF-CHARTER
              PERFORM 5000-FIND-ROUTE-ENTRY
              ADD WS-ROUTE-CHARTER TO WS-RT-CHARTER(WS-ROUTE-SUB)
              PERFORM 2110-FETCH-CHARTER-ROW
           END-PERFORM
           EXEC SQL
             CLOSE C-ROUTE-CHARTER
           END-EXEC
           .
      ******************************************************************
      *                2110-FETCH-CHARTER-ROW
      ******************************************************************
       2110-FETCH-CHARTER-ROW.
           EXEC SQL
             FETCH C-ROUTE-CHARTER
             INTO :WS-ORIGIN-AIRPORT,
                  :WS-DESTINATION-AIRPORT,
                  :WS-ROUTE-CHARTER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CHARTER TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- CHARTER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CHARTER TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                 3000-COLLECT-COSTS
      ******************************************************************
       3000-COLLECT-COSTS.
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- OPEN FLYING CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-FLYING-ROW
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- FLYING FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLYING TO TRUE
           END-EVALUATE
           .
           ADD WS-LEG-COST TO WS-RT-COST(WS-ROUTE-SUB)
           .
      ******************************************************************
      *                 3100-COLLECT-HANDLING
      * WHAT THE HANDLERS WERE ACTUALLY ALLOWED TO CHARGE, ON TOP OF
      * THE T62 RATES
      ******************************************************************
       3100-COLLECT-HANDLING.
           EXEC SQL
             OPEN C-ROUTE-HANDLING
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- OPEN HANDLING CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3110-FETCH-HANDLING-ROW
           PERFORM UNTIL SO-END-OF-HANDLING
              PERFORM 5000-FIND-ROUTE-ENTRY
              ADD WS-ROUTE-HANDLING TO WS-RT-COST(WS-ROUTE-SUB)
              ADD WS-ROUTE-HANDLING TO WS-GRAND-HANDLING
              PERFORM 3110-FETCH-HANDLING-ROW
           END-PERFORM
           EXEC SQL
             CLOSE C-ROUTE-HANDLING
           END-EXEC
           .
      ******************************************************************
      *                3110-FETCH-HANDLING-ROW
      ******************************************************************
       3110-FETCH-HANDLING-ROW.
           EXEC SQL
             FETCH C-ROUTE-HANDLING
             INTO :WS-ORIGIN-AIRPORT,
                  :WS-DESTINATION-AIRPORT,
                  :WS-ROUTE-HANDLING
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-HANDLING TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- HANDLING FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-HANDLING TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                7001-READ-MODEL-RATES
      ******************************************************************
       7001-READ-MODEL-RATES.
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- MODEL RATE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- AIRPORT FEE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02419 -- AIRPORT POSITION READ FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
              MOVE WS-DESTINATION-AIRPORT TO
                                   WS-RT-DESTINATION(WS-ROUTE-SUB)
              MOVE ZERO TO WS-RT-REVENUE(WS-ROUTE-SUB)
              MOVE ZERO TO WS-RT-CHARTER(WS-ROUTE-SUB)
              MOVE ZERO TO WS-RT-COST(WS-ROUTE-SUB)
           END-IF
           .
              MOVE WS-RT-DESTINATION(WS-ROUTE-SUB) TO
                                               WS-LINE-DESTINATION
              MOVE WS-RT-REVENUE(WS-ROUTE-SUB) TO WS-LINE-REVENUE
              MOVE WS-RT-CHARTER(WS-ROUTE-SUB) TO WS-LINE-CHARTER
              MOVE WS-RT-COST(WS-ROUTE-SUB)    TO WS-LINE-COST
              COMPUTE WS-LINE-CONTRIBUTION =
                 WS-RT-REVENUE(WS-ROUTE-SUB) +
                 WS-RT-CHARTER(WS-ROUTE-SUB) -
                    WS-RT-COST(WS-ROUTE-SUB)
              DISPLAY WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              ADD 1 TO WS-ROUTES-LISTED
              ADD WS-RT-REVENUE(WS-ROUTE-SUB) TO WS-GRAND-REVENUE
              ADD WS-RT-CHARTER(WS-ROUTE-SUB) TO WS-GRAND-CHARTER
              ADD WS-RT-COST(WS-ROUTE-SUB)    TO WS-GRAND-COST
           END-PERFORM
           MOVE WS-ROUTES-LISTED TO WS-TOTALS-ROUTES
           COMPUTE WS-TOTALS-CONTRIBUTION =
              WS-GRAND-REVENUE + WS-GRAND-CHARTER - WS-GRAND-COST
           MOVE WS-GRAND-CHARTER TO WS-TOTALS-CHARTER
           MOVE WS-GRAND-HANDLING TO WS-TOTALS-HANDLING
           MOVE WS-MISSING-RATES TO WS-TOTALS-MISSING
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02419  '   TO ERRL-PROGRAM-ID
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
