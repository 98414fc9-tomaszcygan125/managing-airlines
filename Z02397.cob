      *              DOUBLE-BOOKING CHECK Z02292'S 7023 DOES GUARDS
      *              THE CLONE.  A SCHEDULE WITH NO ROW TO CLONE IS
      *              REPORTED AND LEFT FOR Z02292 RE-ENTRY.
      *              A SCHEDULE ROLLED INTO A NEW SEASON BY Z02500
      *              HAS NO ROW OF ITS OWN AT FIRST -- ITS SOURCE
      *              SCHEDULE'S LATEST ROW (T123 LINK) IS THE
      *              TEMPLATE UNTIL IT DOES.
      *    ONE ROW   HEALTHY -- NOTHING TO DO.
      *    MORE      DUPLICATES, REPORTED PER SCHEDULE AND DATE.
      *
      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   7004-CLONE-TEMPLATE-FLIGHT NOW ALSO COPIES
      *                    THE TEMPLATE FLIGHT'S CODESHARE DESIGNATORS
      *                    (T118_CODESHARE_DESIGNATOR, SEE Z02292) ONTO
      *                    THE NEWLY MATERIALIZED FLIGHT
      *
      * 2026-10-15   OSG   A SCHEDULE ROLLED INTO A NEW SEASON BY Z02500
      *                    WITH NO FLIGHT OF ITS OWN YET CLONES ITS
      *                    SOURCE SCHEDULE'S LATEST FLIGHT THROUGH THE
      *                    T123_SCHEDULE_ROLLOVER LINK (NEW
      *                    7005-GET-ROLLOVER-TEMPLATE); 7004 NOW STAMPS
      *                    THE SCHEDULE BEING FILLED ON THE CLONE
      *                    INSTEAD OF THE TEMPLATE'S
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T10TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * EVERY SCHEDULE STILL RUNNING
           EXEC SQL
             DECLARE C-ACTIVE-SCHEDULES CURSOR WITH HOLD FOR
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02397 -- OPEN OF SCHEDULE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-SCHEDULE
           WHEN OTHER
              DISPLAY 'Z02397 -- FETCH OF SCHEDULE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SCH-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02397 -- OPEN OF DATE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2040-FETCH-NEXT-DATE
           WHEN OTHER
              DISPLAY 'Z02397 -- FETCH OF DATE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-DATE-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02397 -- COUNT OF FLIGHT ROWS FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           WHEN SO-SQLCODE-NORMAL
              SET SO-TEMPLATE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 7005-GET-ROLLOVER-TEMPLATE
           WHEN OTHER
              DISPLAY 'Z02397 -- READ OF TEMPLATE FLIGHT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               7005-GET-ROLLOVER-TEMPLATE
      * A SCHEDULE Z02500 ROLLED FROM AN EARLIER SEASON CLONES ITS
      * SOURCE SCHEDULE'S LATEST ROW OF THE SAME DIRECTION UNTIL IT
      * HAS ONE OF ITS OWN -- SAME FLIGHT NUMBER, PLANE AND TIMES,
      * WHICH IS WHAT THE ROLLOVER CHECKED THE NEW DATES AGAINST
      ******************************************************************
       7005-GET-ROLLOVER-TEMPLATE.
           EXEC SQL
             SELECT T05.FLIGHT_ID,
                    T05.PLANE_ID,
                    CHAR(TIMESTAMP(DATE(:WS-EXPECTED-DATE),
                                   TIME(T05.DEPARTURE_TIMESTAMP))),
                    CHAR(TIMESTAMP(DATE(:WS-EXPECTED-DATE),
                                   TIME(T05.DEPARTURE_TIMESTAMP))
                         + (T05.ARRIVAL_TIMESTAMP -
                            T05.DEPARTURE_TIMESTAMP))
             INTO :WS-TEMPLATE-FLIGHT-ID,
                  :WS-TEMPLATE-PLANE-ID,
                  :WS-NEW-DEPARTURE-TS,
                  :WS-NEW-ARRIVAL-TS
             FROM T123_SCHEDULE_ROLLOVER T123
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.SCHEDULED_FLIGHT_ID = T123.SOURCE_SCHEDULE_ID
             WHERE T123.TARGET_SCHEDULE_ID = :WS-SCH-ID
               AND T05.DEPARTURE_AIRPORT_CODE = :WS-DIR-DEP-AIRPORT
               AND T05.FLIGHT_STATUS <> 'DELETED'
             ORDER BY T05.DEPARTURE_TIMESTAMP DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-TEMPLATE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              DISPLAY 'Z02397 -- READ OF ROLLOVER TEMPLATE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7005' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02397 -- PLANE CONFLICT CHECK FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
      * A GROUNDED PLANE MUST NOT BE RE-MATERIALIZED NIGHT AFTER
              IF NOT SO-SQLCODE-OK THEN
                 DISPLAY 'Z02397 -- GROUNDING CHECK FAILED, '
                         'SQLCODE ' WS-SQLCODE-FORMAT
                 MOVE '7003' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
           END-IF
      *                7004-CLONE-TEMPLATE-FLIGHT
      * NEW FLIGHT ID OFF T20 -- SAME DRAW AS Z02292'S
      * 7013-GET-THIS-VALUE -- EVERYTHING ELSE COPIED FROM THE
      * TEMPLATE ROW, STATUS 'CONFIRMED' AS Z02292 GENERATES THEM.
      * THE SCHEDULE ID IS THE ONE BEING FILLED, NOT THE TEMPLATE'S,
      * SO A ROLLOVER TEMPLATE'S CLONE LANDS ON THE NEW SCHEDULE
      ******************************************************************
       7004-CLONE-TEMPLATE-FLIGHT.
           EXEC SQL
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02397 -- SEQUENCE DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-ID-NUMBER      TO WS-ID-NUMBER-CHAR
                 MARKETING_AIRLINE_CODE)
             SELECT :WS-NEW-FLIGHT-ID,
                    FLIGHT_NUMBER,
                    :WS-SCH-ID,
                    PLANE_ID,
                    DEPARTURE_AIRPORT_CODE,
                    TIMESTAMP(:WS-NEW-DEPARTURE-TS),
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02397 -- CLONE OF TEMPLATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
      * THE TEMPLATE'S CODESHARE DESIGNATORS GO WITH IT -- EVERY
      * FLIGHT OF A SCHEDULE SHARES ONE FLIGHT NUMBER, SO THE
      * PARTNER MARKETING NUMBERS ARE THE SAME ON THE NEW FLIGHT
           EXEC SQL
             INSERT INTO T118_CODESHARE_DESIGNATOR
                (FLIGHT_ID, MARKETING_AIRLINE_CODE,
                 MARKETING_FLIGHT_NUMBER, CHANGED_BY,
                 CHANGED_TIMESTAMP)
             SELECT :WS-NEW-FLIGHT-ID,
                    MARKETING_AIRLINE_CODE,
                    MARKETING_FLIGHT_NUMBER,
                    'Z02397',
                    CURRENT TIMESTAMP
             FROM T118_CODESHARE_DESIGNATOR
             WHERE FLIGHT_ID = :WS-TEMPLATE-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02397 -- DESIGNATOR COPY FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           DISPLAY WS-TOTALS-LINE6
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02397  '   TO ERRL-PROGRAM-ID
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
