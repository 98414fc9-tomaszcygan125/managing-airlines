      *     T04 ROWS Z02261/Z02312 LEAVE BEHIND), PRICED THE SAME WAY
      *   - THE DAY'S T18_BAGGAGE_TABLE EXCESS CHARGES AS ONE
      *     SEPARATE TOTAL
      *   - ONBOARD (BUY-ON-BOARD) SALES PER FLIGHT -- THE SALE LINES
      *     Z02515 LOADED FROM THE CABIN POS DEVICES THAT DAY
      *     (T135_ONBOARD_POS_LINE), CONVERTED THE SAME WAY
      *
      * THE PER-FLIGHT NET LINES ARE ROLLED UP BY ORIGIN/DESTINATION
      * ROUTE AND BY AIRLINE_CODE AT THE END OF THE REPORT.
      *                    STAY MEANINGFUL AND SUM TO WHAT WAS
      *                    ACTUALLY CHARGED
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   SEATS ON CHARTERED FLIGHTS
      *                    (T120_CHARTER_FLIGHT) NO LONGER COUNT AS
      *                    FARES OR REFUNDS; THE DAY'S CHARTER MILESTONE
      *                    PAYMENTS (T122) SHOW ON THEIR OWN 'CHARTER
      *                    PAYMENTS' LINE, IN THE COMMON CURRENCY (NEW
      *                    2220-ADD-CHARTER-PAYMENTS)
      *
      * 2026-10-15   OSG   ONBOARD (BUY-ON-BOARD) SALES LOADED THAT DAY
      *                    FROM THE CABIN POS DEVICES (T135, SEE Z02515)
      *                    NOW SHOW PER FLIGHT AS 'ONBOARD' LINES IN THE
      *                    COMMON CURRENCY AND COUNT IN THE ROUTE AND
      *                    AIRLINE NETS (NEW 2120/2130, C-DAY-ONBOARD)
      *
      * 2026-10-15   OSG   THE RUN REGISTERS WITH Z02380 AGAINST THE
      *                    PARM DATE (NEW 8000/8010/8020) SO THE Z02536
      *                    NIGHTLY CHAIN GATE CAN HOLD IT BEHIND THE
      *                    Z02356 CLOSE-OUT AND THE Z02373 RATE LOAD --
      *                    A SECOND RUN FOR THE SAME DAY IS REFUSED
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE T04TAB END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'Y'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * COLLECTED FARES PER FLIGHT FOR THE DAY, IN COMMON CURRENCY
           EXEC SQL
             DECLARE C-DAY-REVENUE CURSOR FOR
               AND T09.RESERVATION_STATUS = :CT-CONFIRMED-STATUS
               AND (T04.RESERVATION_STATUS IS NULL OR
                    T04.RESERVATION_STATUS <> :CT-DELETED-STATUS)
               AND NOT EXISTS
                  (SELECT 1
                     FROM T120_CHARTER_FLIGHT T120
                    WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
             GROUP BY T05.FLIGHT_ID,
                      T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE,
                THRU.RESERVATION_ID = T04.RESERVATION_ID AND
                THRU.PASSENGER_ID   = T04.PASSENGER_ID
             WHERE DATE(T16.CANCELLED_TIMESTAMP) = :WS-PARM-DATE
               AND NOT EXISTS
                  (SELECT 1
                     FROM T120_CHARTER_FLIGHT T120
                    WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
             GROUP BY T05.FLIGHT_ID,
                      T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE,
                      T05.AIRLINE_CODE
             ORDER BY T05.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * ONBOARD SALES PER FLIGHT LOADED FOR THE DAY, IN COMMON CURRENCY
           EXEC SQL
             DECLARE C-DAY-ONBOARD CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T05.AIRLINE_CODE,
                    SUM(T135.AMOUNT * T17.RATE_TO_COMMON)
             FROM T135_ONBOARD_POS_LINE T135
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T135.FLIGHT_ID
             INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                T17.CURRENCY_CODE = T135.CURRENCY_CODE AND
                T17.EFFECTIVE_DATE =
                   (SELECT MAX(T17X.EFFECTIVE_DATE)
                      FROM T17_CURRENCY_RATE_TABLE T17X
                     WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
             WHERE T135.RECORD_TYPE = 'S'
               AND DATE(T135.LOADED_TIMESTAMP) = :WS-PARM-DATE
             GROUP BY T05.FLIGHT_ID,
                      T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE,
           05 SW-WHICH-PASS                 PIC X VALUE 'C'.
               88 SO-COLLECTED-PASS         VALUE 'C'.
               88 SO-REFUND-PASS            VALUE 'R'.
               88 SO-ONBOARD-PASS           VALUE 'O'.

       01 CT-CONSTANTS.
           05 CT-DELETED-STATUS             PIC X(15) VALUE 'DELETED'.
                                               VALUE 0.
       01 WS-BAGGAGE-TOTAL                  PIC S9(11)V9(2) COMP-3
                                                             VALUE 0.
       01 WS-CHARTER-TOTAL                  PIC S9(11)V9(2) COMP-3
                                                             VALUE 0.

      * ROUTE AND AIRLINE ROLLUPS, ACCUMULATED AS THE PER-FLIGHT
      * LINES GO BY -- LINEAR SEARCH, SMALL NETWORK
              VALUE 'REBOOK FARE ADJUSTMENTS.......'.
           05 WS-ADJUSTMENT-FORMAT          PIC -(9)9.99.

       01 WS-CHARTER-LINE.
           05 FILLER                        PIC X(30)
              VALUE 'CHARTER PAYMENTS (COMMON).....'.
           05 WS-CHARTER-FORMAT             PIC -(9)9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
           PERFORM 2000-REPORT-COLLECTED
           SET SO-REFUND-PASS TO TRUE
           PERFORM 2100-REPORT-REFUNDS
           SET SO-ONBOARD-PASS TO TRUE
           PERFORM 2120-REPORT-ONBOARD-SALES
           PERFORM 2200-ADD-BAGGAGE-CHARGES
           PERFORM 2210-ADD-FARE-ADJUSTMENTS
           PERFORM 2220-ADD-CHARTER-PAYMENTS
           PERFORM 2900-WRITE-ROLLUPS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
           DISPLAY 'Z02359 -- NIGHTLY REVENUE REPORT STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           PERFORM 8000-REGISTER-RUN-START
           DISPLAY 'TYPE     FLIGHT    ROUTE    AL   AMOUNT (COMMON)'
           .
      ******************************************************************
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02359 -- OPEN REVENUE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-REVENUE-ROW
           WHEN OTHER
              DISPLAY 'Z02359 -- FETCH REVENUE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02359 -- OPEN REFUND CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2110-FETCH-REFUND-ROW
           WHEN OTHER
              DISPLAY 'Z02359 -- FETCH REFUND FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                 2120-REPORT-ONBOARD-SALES
      ******************************************************************
       2120-REPORT-ONBOARD-SALES.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-DAY-ONBOARD
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02359 -- OPEN ONBOARD CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2120' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2130-FETCH-ONBOARD-ROW
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-WRITE-FLIGHT-LINE
              PERFORM 2030-ACCUMULATE-ROLLUPS
              PERFORM 2130-FETCH-ONBOARD-ROW
           END-PERFORM
           EXEC SQL
             CLOSE C-DAY-ONBOARD
           END-EXEC
           .
      ******************************************************************
      *                   2130-FETCH-ONBOARD-ROW
      ******************************************************************
       2130-FETCH-ONBOARD-ROW.
           EXEC SQL
             FETCH C-DAY-ONBOARD
             INTO :WS-FLIGHT-ID,
                  :WS-ORIGIN-CODE,
                  :WS-DESTINATION-CODE,
                  :WS-AIRLINE-CODE,
                  :WS-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              DISPLAY 'Z02359 -- FETCH ONBOARD FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2130' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      *                    2020-WRITE-FLIGHT-LINE
      ******************************************************************
       2020-WRITE-FLIGHT-LINE.
           EVALUATE TRUE
           WHEN SO-COLLECTED-PASS
              MOVE 'FARES  ' TO WS-LINE-TAG
           WHEN SO-ONBOARD-PASS
              MOVE 'ONBOARD' TO WS-LINE-TAG
           WHEN OTHER
              MOVE 'REFUND ' TO WS-LINE-TAG
           END-EVALUATE
           MOVE WS-FLIGHT-ID        TO WS-LINE-FLIGHT-ID
           MOVE WS-ORIGIN-CODE      TO WS-LINE-ORIGIN
           MOVE WS-DESTINATION-CODE TO WS-LINE-DESTINATION
           .
      ******************************************************************
      *                  2030-ACCUMULATE-ROLLUPS
      * COLLECTED AMOUNTS AND ONBOARD SALES ADD, REFUNDS SUBTRACT
      ******************************************************************
       2030-ACCUMULATE-ROLLUPS.
           IF SO-COLLECTED-PASS OR SO-ONBOARD-PASS THEN
              MOVE WS-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
              COMPUTE WS-SIGNED-AMOUNT = 0 - WS-AMOUNT
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02359 -- BAGGAGE CHARGE TOTAL FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02359 -- FARE ADJUSTMENT TOTAL FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                2220-ADD-CHARTER-PAYMENTS
      * A CHARTERED FLIGHT IS SOLD WHOLE UNDER ITS T119 CONTRACT, SO
      * ITS SEATS ARE LEFT OUT OF THE FARE CURSORS ABOVE; ITS MONEY IS
      * THE DAY'S T122 MILESTONE PAYMENTS (SEE Z02498), CONVERTED TO
      * THE COMMON CURRENCY AT THE FRESHEST T17 RATE
      ******************************************************************
       2220-ADD-CHARTER-PAYMENTS.
           EXEC SQL
             SELECT COALESCE(SUM(T122.AMOUNT * T17.RATE_TO_COMMON), 0)
             INTO :WS-CHARTER-TOTAL
             FROM T122_CHARTER_PAYMENT T122
             INNER JOIN T119_CHARTER_CONTRACT T119 ON
                T119.CONTRACT_ID = T122.CONTRACT_ID
             INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                T17.CURRENCY_CODE = T119.CURRENCY_CODE AND
                T17.EFFECTIVE_DATE =
                   (SELECT MAX(T17X.EFFECTIVE_DATE)
                      FROM T17_CURRENCY_RATE_TABLE T17X
                     WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
             WHERE T122.PAYMENT_DATE = :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02359 -- CHARTER PAYMENT TOTAL FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2220' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           DISPLAY WS-BAGGAGE-LINE
           MOVE WS-ADJUSTMENT-TOTAL TO WS-ADJUSTMENT-FORMAT
           DISPLAY WS-ADJUSTMENT-LINE
           MOVE WS-CHARTER-TOTAL TO WS-CHARTER-FORMAT
           DISPLAY WS-CHARTER-LINE
           .
      ******************************************************************
      *                 8000-REGISTER-RUN-START
      * ONE RUN PER BUSINESS DATE THROUGH Z02380, THE JOB-RUN
      * REGISTRY, SO THE Z02536 CHAIN GATE CAN SEE IT
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'Z02359  ' TO JRUN-JOB-NAME
           MOVE 'START'   TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02359 -- ALREADY RUN OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-RUN-ENDED
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      ******************************************************************
       8010-REGISTER-RUN-END.
           MOVE 'END  ' TO JRUN-FUNCTION
           MOVE WS-FLIGHT-LINES TO JRUN-ROWS-PROCESSED
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
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02359  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02359 -- NIGHTLY REVENUE REPORT ENDING'
           GOBACK
           .
