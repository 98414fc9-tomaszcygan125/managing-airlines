      *                    DATE_OF_BIRTH, CAPTURED BY Z02202) --
      *                    THE AUTHORITIES KEPT ASKING FOR IT
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
           EXEC SQL INCLUDE T06TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * FLIGHTS OF THE DAY WHOSE TWO STATIONS SIT IN DIFFERENT
      * COUNTRIES
           EXEC SQL
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02363 -- OPEN FLIGHT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
           WHEN OTHER
              DISPLAY 'Z02363 -- FETCH FLIGHT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLIGHT-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02363 -- INCOMPLETE COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02363 -- OPEN PASSENGER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2040-FETCH-NEXT-PASSENGER
           WHEN OTHER
              DISPLAY 'Z02363 -- FETCH PASSENGER FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-PASS-CURSOR TO TRUE
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
           MOVE 'Z02363  '   TO ERRL-PROGRAM-ID
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
