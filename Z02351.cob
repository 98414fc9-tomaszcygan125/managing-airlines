      *
      * 2026-08-09   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T04TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

           EXEC SQL
             DECLARE C-SCHEDULES-FOR-AIRPORT CURSOR FOR
             SELECT
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02351 -- OPEN OF AIRPORT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-SCHEDULE
           WHEN OTHER
              DISPLAY 'Z02351 -- FETCH OF AIRPORT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SCHED-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02351 -- SCHEDULED_FLIGHT_ID NOT FOUND, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2020-WRITE-SCHEDULE-LINE
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02351 -- OPEN OF SCHEDULE-FLIGHTS CURSOR '
                      'FAILED, SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              GO TO 2100-EXIT
           END-IF
           PERFORM 2110-FETCH-NEXT-FLIGHT
           WHEN OTHER
              DISPLAY 'Z02351 -- FETCH OF SCHEDULE-FLIGHTS CURSOR '
                      'FAILED, SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLIGHT-CURSOR TO TRUE
           END-EVALUATE
           .
           DISPLAY WS-TOTALS-LINE3
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02351  '   TO ERRL-PROGRAM-ID
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
