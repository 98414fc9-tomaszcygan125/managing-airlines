       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02516.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY ONBOARD SALES VARIANCE REPORT
      *
      * Z02515 RECONCILES EACH FLIGHT'S TROLLEYS AND CREW CASH AS THE
      * POS FILE COMES IN.  THIS JOB ROLLS THE MONTH'S
      * T135_ONBOARD_POS_LINE ROWS UP FOR THE CABIN SERVICES MANAGERS,
      * EVERY AMOUNT CONVERTED TO THE COMMON CURRENCY AT THE FRESHEST
      * T17 RATE THE WAY Z02359 DOES:
      *
      *   - PER CREW MEMBER -- FLIGHTS WORKED, CASH SALES, CASH
      *     DECLARED AND THE VARIANCE (DECLARED LESS SALES, NEGATIVE
      *     IS CASH MISSING)
      *   - PER ROUTE (T05 DEPARTURE-ARRIVAL) -- ALL SALES, CASH OR
      *     CARD, THE CASH VARIANCE AND THE SHRINKAGE VALUE (LOADED
      *     LESS SOLD LESS RETURNED AT THE LOADED UNIT PRICE)
      *
      * A FLIGHT BELONGS TO THE MONTH OF ITS T05 DEPARTURE.  THE
      * REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY THROUGH
      * Z02401.  THE MONTH COMES ON THE SYSIN CARD:
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
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * CASH PER CREW MEMBER FOR THE MONTH, IN COMMON CURRENCY
           EXEC SQL
             DECLARE C-CREW-VARIANCE CURSOR FOR
             SELECT T135.CREW_ID,
                    T27.CREW_LAST_NAME,
                    COUNT(DISTINCT T135.FLIGHT_ID),
                    SUM(CASE WHEN T135.RECORD_TYPE = 'S'
                        THEN T135.AMOUNT * T17.RATE_TO_COMMON
                        ELSE 0 END),
                    SUM(CASE WHEN T135.RECORD_TYPE = 'C'
                        THEN T135.AMOUNT * T17.RATE_TO_COMMON
                        ELSE 0 END)
             FROM T135_ONBOARD_POS_LINE T135
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T135.FLIGHT_ID
             INNER JOIN T27_CREW_TABLE T27 ON
                T27.CREW_ID = T135.CREW_ID
             INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                T17.CURRENCY_CODE = T135.CURRENCY_CODE AND
                T17.EFFECTIVE_DATE =
                   (SELECT MAX(T17X.EFFECTIVE_DATE)
                      FROM T17_CURRENCY_RATE_TABLE T17X
                     WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
             WHERE ((T135.RECORD_TYPE = 'S' AND
                     T135.PAYMENT_TYPE = :CT-CASH-PAYMENT)
                 OR T135.RECORD_TYPE = 'C')
               AND YEAR(T05.DEPARTURE_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-MONTH-NUM
             GROUP BY T135.CREW_ID,
                      T27.CREW_LAST_NAME
             ORDER BY T135.CREW_ID
             FOR FETCH ONLY
           END-EXEC

      * SALES, CASH VARIANCE AND SHRINKAGE PER ROUTE FOR THE MONTH --
      * THE SHRINKAGE IS WORKED PER FLIGHT, DEVICE AND ITEM (STK) AND
      * VALUED IN THE LOADED CURRENCY BEFORE IT IS CONVERTED
           EXEC SQL
             DECLARE C-ROUTE-VARIANCE CURSOR FOR
             SELECT T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    SUM(MOV.SALES_AMOUNT),
                    SUM(MOV.CASH_VARIANCE),
                    SUM(MOV.SHRINK_VALUE)
             FROM
                (SELECT T135.FLIGHT_ID,
                        CASE WHEN T135.RECORD_TYPE = 'S'
                             THEN T135.AMOUNT * T17.RATE_TO_COMMON
                             ELSE 0 END AS SALES_AMOUNT,
                        CASE WHEN T135.RECORD_TYPE = 'C'
                             THEN T135.AMOUNT * T17.RATE_TO_COMMON
                             WHEN T135.PAYMENT_TYPE = :CT-CASH-PAYMENT
                             THEN 0 - T135.AMOUNT * T17.RATE_TO_COMMON
                             ELSE 0 END AS CASH_VARIANCE,
                        0 AS SHRINK_VALUE
                 FROM T135_ONBOARD_POS_LINE T135
                 INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                    T17.CURRENCY_CODE = T135.CURRENCY_CODE AND
                    T17.EFFECTIVE_DATE =
                       (SELECT MAX(T17X.EFFECTIVE_DATE)
                          FROM T17_CURRENCY_RATE_TABLE T17X
                         WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
                 WHERE T135.RECORD_TYPE IN ('S', 'C')
                 UNION ALL
                 SELECT STK.FLIGHT_ID,
                        0,
                        0,
                        STK.SHRINK_QUANTITY * STK.UNIT_PRICE *
                                                    T17.RATE_TO_COMMON
                 FROM
                    (SELECT FLIGHT_ID,
                            DEVICE_ID,
                            ITEM_CODE,
                            SUM(CASE WHEN RECORD_TYPE = 'L'
                                THEN QUANTITY
                                ELSE 0 - QUANTITY END)
                                                   AS SHRINK_QUANTITY,
                            MAX(CASE WHEN RECORD_TYPE = 'L'
                                THEN AMOUNT ELSE 0 END)
                                                   AS UNIT_PRICE,
                            MAX(CASE WHEN RECORD_TYPE = 'L'
                                THEN CURRENCY_CODE ELSE ' ' END)
                                                   AS CURRENCY_CODE
                     FROM T135_ONBOARD_POS_LINE
                     WHERE RECORD_TYPE IN ('L', 'S', 'R')
                     GROUP BY FLIGHT_ID, DEVICE_ID, ITEM_CODE) STK
                 INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                    T17.CURRENCY_CODE = STK.CURRENCY_CODE AND
                    T17.EFFECTIVE_DATE =
                       (SELECT MAX(T17X.EFFECTIVE_DATE)
                          FROM T17_CURRENCY_RATE_TABLE T17X
                         WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE))
                                                                   MOV
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = MOV.FLIGHT_ID
             WHERE YEAR(T05.DEPARTURE_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-MONTH-NUM
             GROUP BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
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

       01 CT-CONSTANTS.
           05 CT-CASH-PAYMENT               PIC X(4) VALUE 'CASH'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-FETCH-FIELDS.
           05 WS-CREW-ID                    PIC S9(9) COMP.
           05 WS-CREW-LAST-NAME             PIC X(30).
           05 WS-FLIGHT-COUNT               PIC S9(9) COMP.
           05 WS-ORIGIN-CODE                PIC X(3).
           05 WS-DESTINATION-CODE           PIC X(3).
           05 WS-SALES-AMOUNT               PIC S9(11)V9(2) COMP-3.
           05 WS-CASH-DECLARED              PIC S9(11)V9(2) COMP-3.
           05 WS-CASH-VARIANCE              PIC S9(11)V9(2) COMP-3.
           05 WS-SHRINK-VALUE               PIC S9(11)V9(2) COMP-3.

       01 WS-COUNTERS.
           05 WS-CREW-LINES                 PIC S9(7) COMP VALUE 0.
           05 WS-CREW-SHORT                 PIC S9(7) COMP VALUE 0.
           05 WS-ROUTE-LINES                PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-SALES                PIC S9(11)V9(2) COMP-3
                                                             VALUE 0.
           05 WS-TOTAL-VARIANCE             PIC S9(11)V9(2) COMP-3
                                                             VALUE 0.
           05 WS-TOTAL-SHRINK               PIC S9(11)V9(2) COMP-3
                                                             VALUE 0.

       01 WS-CREW-HEADER.
           05 FILLER                        PIC X(40) VALUE
              '  CREW ID  LAST NAME                FLT '.
           05 FILLER                        PIC X(40) VALUE
              '   CASH SALES  CASH DECLARED       VARIA'.
           05 FILLER                        PIC X(10) VALUE
              'NCE'.

       01 WS-CREW-LINE.
           05 WS-CLINE-CREW-ID              PIC Z(8)9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CLINE-LAST-NAME            PIC X(24).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-FLIGHTS              PIC ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-CASH-SALES           PIC -(9)9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CLINE-DECLARED             PIC -(9)9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CLINE-VARIANCE             PIC -(9)9.99.

       01 WS-ROUTE-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'ROUTE            SALES  CASH VARIANCE   '.
           05 FILLER                        PIC X(40) VALUE
              '   SHRINKAGE'.

       01 WS-ROUTE-LINE.
           05 WS-RLINE-ORIGIN               PIC X(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-RLINE-DESTINATION          PIC X(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-RLINE-SALES                PIC -(9)9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-RLINE-VARIANCE             PIC -(9)9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-RLINE-SHRINK               PIC -(9)9.99.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'CREW MEMBERS REPORTED.........'.
           05 WS-TOTALS-CREW                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'CREW MEMBERS WITH CASH SHORT..'.
           05 WS-TOTALS-CREW-SHORT          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'ROUTES REPORTED...............'.
           05 WS-TOTALS-ROUTES              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'ONBOARD SALES (COMMON)........'.
           05 WS-TOTALS-SALES               PIC -(9)9.99.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'CASH VARIANCE (COMMON)........'.
           05 WS-TOTALS-VARIANCE            PIC -(9)9.99.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'SHRINKAGE VALUE (COMMON)......'.
           05 WS-TOTALS-SHRINK              PIC -(9)9.99.

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
           PERFORM 2000-REPORT-CREW
           PERFORM 2100-REPORT-ROUTES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02516 -- ONBOARD SALES VARIANCE REPORT STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02516 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02516 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'ONBOARD SALES VARIANCE FOR MONTH ' WS-PARM-MONTH
                  ' (COMMON CURRENCY)'
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2000-REPORT-CREW
      ******************************************************************
       2000-REPORT-CREW.
           DISPLAY ' '
           DISPLAY WS-CREW-HEADER
           MOVE WS-CREW-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-CREW-VARIANCE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02516 -- OPEN CREW CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-CREW-ROW
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-WRITE-CREW-LINE
              PERFORM 2010-FETCH-CREW-ROW
           END-PERFORM
           EXEC SQL
             CLOSE C-CREW-VARIANCE
           END-EXEC
           .
      ******************************************************************
      *                    2010-FETCH-CREW-ROW
      ******************************************************************
       2010-FETCH-CREW-ROW.
           EXEC SQL
             FETCH C-CREW-VARIANCE
             INTO :WS-CREW-ID,
                  :WS-CREW-LAST-NAME,
                  :WS-FLIGHT-COUNT,
                  :WS-SALES-AMOUNT,
                  :WS-CASH-DECLARED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02516 -- CREW FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                    2020-WRITE-CREW-LINE
      * DECLARED LESS CASH SALES -- NEGATIVE IS CASH MISSING
      ******************************************************************
       2020-WRITE-CREW-LINE.
           ADD 1 TO WS-CREW-LINES
           COMPUTE WS-CASH-VARIANCE =
                   WS-CASH-DECLARED - WS-SALES-AMOUNT
           IF WS-CASH-VARIANCE < 0 THEN
              ADD 1 TO WS-CREW-SHORT
           END-IF
           MOVE WS-CREW-ID        TO WS-CLINE-CREW-ID
           MOVE WS-CREW-LAST-NAME TO WS-CLINE-LAST-NAME
           MOVE WS-FLIGHT-COUNT   TO WS-CLINE-FLIGHTS
           MOVE WS-SALES-AMOUNT   TO WS-CLINE-CASH-SALES
           MOVE WS-CASH-DECLARED  TO WS-CLINE-DECLARED
           MOVE WS-CASH-VARIANCE  TO WS-CLINE-VARIANCE
           DISPLAY WS-CREW-LINE
           MOVE WS-CREW-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                    2100-REPORT-ROUTES
      ******************************************************************
       2100-REPORT-ROUTES.
           DISPLAY ' '
           DISPLAY WS-ROUTE-HEADER
           MOVE WS-ROUTE-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-ROUTE-VARIANCE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02516 -- OPEN ROUTE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2110-FETCH-ROUTE-ROW
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2120-WRITE-ROUTE-LINE
              PERFORM 2110-FETCH-ROUTE-ROW
           END-PERFORM
           EXEC SQL
             CLOSE C-ROUTE-VARIANCE
           END-EXEC
           .
      ******************************************************************
      *                    2110-FETCH-ROUTE-ROW
      ******************************************************************
       2110-FETCH-ROUTE-ROW.
           EXEC SQL
             FETCH C-ROUTE-VARIANCE
             INTO :WS-ORIGIN-CODE,
                  :WS-DESTINATION-CODE,
                  :WS-SALES-AMOUNT,
                  :WS-CASH-VARIANCE,
                  :WS-SHRINK-VALUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02516 -- ROUTE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   2120-WRITE-ROUTE-LINE
      ******************************************************************
       2120-WRITE-ROUTE-LINE.
           ADD 1 TO WS-ROUTE-LINES
           ADD WS-SALES-AMOUNT  TO WS-TOTAL-SALES
           ADD WS-CASH-VARIANCE TO WS-TOTAL-VARIANCE
           ADD WS-SHRINK-VALUE  TO WS-TOTAL-SHRINK
           MOVE WS-ORIGIN-CODE      TO WS-RLINE-ORIGIN
           MOVE WS-DESTINATION-CODE TO WS-RLINE-DESTINATION
           MOVE WS-SALES-AMOUNT     TO WS-RLINE-SALES
           MOVE WS-CASH-VARIANCE    TO WS-RLINE-VARIANCE
           MOVE WS-SHRINK-VALUE     TO WS-RLINE-SHRINK
           DISPLAY WS-ROUTE-LINE
           MOVE WS-ROUTE-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-CREW-LINES     TO WS-TOTALS-CREW
           MOVE WS-CREW-SHORT     TO WS-TOTALS-CREW-SHORT
           MOVE WS-ROUTE-LINES    TO WS-TOTALS-ROUTES
           MOVE WS-TOTAL-SALES    TO WS-TOTALS-SALES
           MOVE WS-TOTAL-VARIANCE TO WS-TOTALS-VARIANCE
           MOVE WS-TOTAL-SHRINK   TO WS-TOTALS-SHRINK
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
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
           MOVE WS-TOTALS-LINE6 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
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
           MOVE 'Z02516  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02516  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02516 -- ONBOARD SALES VARIANCE REPORT ENDING'
           GOBACK
           .
