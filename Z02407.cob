      *                        (ANY OTHER COST_TYPE LANDED ON T54,
      *                        E.G. WELFARE VOUCHERS, ROLLS UP THE
      *                        SAME WAY)
      *   INAD / DEPORTEE   -- T54 'INADFINE' AND 'INADESCT' ROWS
      *                        Z02479 POSTS PER CASE.  ON A FLIGHT
      *                        WITH AN EVENT THEY ROLL UP AS ABOVE;
      *                        A FLIGHT WITH NO EVENT GETS ITS OWN
      *                        'INAD' LINE, DATED BY THE FIRST COST
      *                        RECORDED IN THE RANGE
      *
      * ONE LINE PER EVENT PLUS GRAND TOTALS, PRINTED AND STORED TO
      * THE T52 REPOSITORY THROUGH Z02401 SO THE ANSWER TO "WHAT DID
      *
      * 2026-09-02   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   INAD AND DEPORTEE CASE COSTS (Z02479) ON
      *                    FLIGHTS WITH NO DISRUPTION EVENT ARE NOW
      *                    LISTED AS 'INAD' LINES (NEW
      *                    3000-PROCESS-CASE-COSTS) AND COUNTED IN
      *                    THE LEDGER AND GRAND TOTALS
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             FOR FETCH ONLY
           END-EXEC

      * INAD / DEPORTEE CASE COSTS OF THE RANGE ON FLIGHTS THE EVENT
      * CURSOR NEVER SEES -- A FLIGHT WITH A T53 ROW ALREADY CARRIES
      * THEM IN ITS 7003 LEDGER SUM
           EXEC SQL
             DECLARE C-CASE-COSTS CURSOR FOR
             SELECT T54.FLIGHT_ID,
                    CHAR(DATE(MIN(T54.RECORDED_TIMESTAMP))),
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    SUM(T54.COST_AMOUNT)
             FROM T54_DISRUPTION_COST T54
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T54.FLIGHT_ID
             WHERE T54.COST_TYPE IN (:CT-INAD-FINE-COST-TYPE,
                                     :CT-INAD-ESCORT-COST-TYPE)
               AND DATE(T54.RECORDED_TIMESTAMP)
                      BETWEEN :WS-PARM-FROM AND :WS-PARM-TO
               AND NOT EXISTS
                   (SELECT 1
                      FROM T53_DISRUPTION_EVENT T53
                     WHERE T53.FLIGHT_ID = T54.FLIGHT_ID)
             GROUP BY T54.FLIGHT_ID,
                      T05.FLIGHT_NUMBER,
                      T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
             ORDER BY 2, 1
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
       01 CT-CONSTANTS.
           05 CT-REJECTED-REFUND-STATUS     PIC X(10)
                                               VALUE 'REJECTED'.
           05 CT-INAD-FINE-COST-TYPE        PIC X(8) VALUE 'INADFINE'.
           05 CT-INAD-ESCORT-COST-TYPE      PIC X(8) VALUE 'INADESCT'.
           05 CT-INAD-LINE-TYPE             PIC X(6) VALUE 'INAD'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-TOTALS-GRAND               PIC ZZZ,ZZZ,ZZ9.99.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EVENTS
           PERFORM 3000-PROCESS-CASE-COSTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02407 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-EVENT
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02407 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           PERFORM 7003-SUM-COST-LEDGER
           COMPUTE WS-EVENT-TOTAL =
              WS-COMP-TOTAL + WS-REFUND-TOTAL + WS-LEDGER-TOTAL
           PERFORM 2030-PRINT-THE-LINE
           .
      ******************************************************************
      *                2030-PRINT-THE-LINE
      * ONE REPORT LINE OFF THE WS-EVENT- FIELDS AND THE FOUR
      * TOTALS, ADDED INTO THE GRAND TOTALS
      ******************************************************************
       2030-PRINT-THE-LINE.
           MOVE WS-EVENT-DATE        TO WS-LINE-DATE
           MOVE WS-EVENT-FLIGHT-ID   TO WS-LINE-FLIGHT-ID
           MOVE WS-EVENT-DEP-AIRPORT TO WS-LINE-DEP
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02407 -- COMP SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02407 -- REFUND SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02407 -- LEDGER SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
      *                3000-PROCESS-CASE-COSTS
      ******************************************************************
       3000-PROCESS-CASE-COSTS.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-CASE-COSTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02407 -- OPEN CASE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-CASE-FLIGHT
           PERFORM UNTIL SO-END-OF-CURSOR
              MOVE CT-INAD-LINE-TYPE TO WS-EVENT-TYPE
              MOVE ZERO TO WS-COMP-TOTAL
                           WS-REFUND-TOTAL
              MOVE WS-LEDGER-TOTAL TO WS-EVENT-TOTAL
              PERFORM 2030-PRINT-THE-LINE
              PERFORM 3010-FETCH-NEXT-CASE-FLIGHT
           END-PERFORM
           EXEC SQL
             CLOSE C-CASE-COSTS
           END-EXEC
           .
      ******************************************************************
      *                3010-FETCH-NEXT-CASE-FLIGHT
      ******************************************************************
       3010-FETCH-NEXT-CASE-FLIGHT.
           EXEC SQL
             FETCH C-CASE-COSTS
             INTO :WS-EVENT-FLIGHT-ID,
                  :WS-EVENT-DATE,
                  :WS-EVENT-FLIGHT-NUMBER,
                  :WS-EVENT-DEP-AIRPORT,
                  :WS-EVENT-ARR-AIRPORT,
                  :WS-LEDGER-TOTAL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02407 -- CASE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02407  '   TO ERRL-PROGRAM-ID
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
