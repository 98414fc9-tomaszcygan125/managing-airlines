      *
      *    MONTH=YYYY-MM
      *
      * A FLIGHT SOLD BY SEVERAL PARTNERS COUNTS IN EACH PARTNER'S
      * SECTION -- THE PARTNERS COME FROM T118_CODESHARE_DESIGNATOR,
      * FALLING BACK TO T05.MARKETING_AIRLINE_CODE FOR FLIGHTS THAT
      * HAVE NO DESIGNATOR ROWS.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   PAIRS NOW COME FROM T118_CODESHARE_DESIGNATOR
      *                    SO EVERY MARKETING PARTNER OF A FLIGHT GETS
      *                    ITS OWN SECTION; FLIGHTS WITHOUT DESIGNATOR
      *                    ROWS STILL REPORT UNDER
      *                    T05.MARKETING_AIRLINE_CODE
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE T04TAB END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * ONE ROW PER OPERATING/MARKETING PAIR FOR THE MONTH
           EXEC SQL
             DECLARE C-CODESHARE-PAIRS CURSOR FOR
             SELECT T05.AIRLINE_CODE,
                    MKT.MARKETING_AIRLINE_CODE,
                    COALESCE(T01.HOME_CURRENCY_CODE, ' '),
                    COUNT(DISTINCT T05.FLIGHT_ID),
                    COALESCE(SUM(CASE WHEN T04.FLIGHT_ID IS NULL
                    COALESCE(SUM(T14.FARE_AMOUNT *
                                 T17.RATE_TO_COMMON), 0)
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN
                (SELECT T118.FLIGHT_ID, T118.MARKETING_AIRLINE_CODE
                   FROM T118_CODESHARE_DESIGNATOR T118
                 UNION
                 SELECT T05D.FLIGHT_ID, T05D.MARKETING_AIRLINE_CODE
                   FROM T05_FLIGHT_TABLE T05D
                  WHERE T05D.MARKETING_AIRLINE_CODE IS NOT NULL
                    AND T05D.MARKETING_AIRLINE_CODE <> ' '
                    AND NOT EXISTS
                       (SELECT 1
                          FROM T118_CODESHARE_DESIGNATOR T118X
                         WHERE T118X.FLIGHT_ID = T05D.FLIGHT_ID)) MKT
                ON MKT.FLIGHT_ID = T05.FLIGHT_ID
             LEFT JOIN T04_FLIGHT_SEATS T04 ON
                T04.FLIGHT_ID = T05.FLIGHT_ID AND
                (T04.RESERVATION_STATUS IS NULL OR
                     WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
             WHERE SUBSTR(CHAR(DATE(T05.DEPARTURE_TIMESTAMP)), 1, 7)
                      = :WS-PARM-MONTH
               AND MKT.MARKETING_AIRLINE_CODE <> T05.AIRLINE_CODE
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
             GROUP BY T05.AIRLINE_CODE,
                      MKT.MARKETING_AIRLINE_CODE,
                      T01.HOME_CURRENCY_CODE
             ORDER BY T05.AIRLINE_CODE,
                      MKT.MARKETING_AIRLINE_CODE
             FOR FETCH ONLY
           END-EXEC

           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02379 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-PAIR
           WHEN OTHER
              DISPLAY 'Z02379 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           ADD 1 TO WS-PAIRS-LISTED
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02379  '   TO ERRL-PROGRAM-ID
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
