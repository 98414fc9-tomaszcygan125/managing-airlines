      *                    HOLDS; A RELEASED CONTRACT (Z02395) STOPS
      *                    COUNTING THE MOMENT IT LEAVES 'OPEN'
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
           EXEC SQL INCLUDE T13TAB END-EXEC.
           EXEC SQL INCLUDE T15TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

           EXEC SQL
             DECLARE C-WAITING-ROWS CURSOR FOR
             SELECT FLIGHT_ID, IDENTIFICATION_NUMBER, REQUESTED_SEATS
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02332 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           WHEN OTHER
              DISPLAY 'Z02332 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           END-IF
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02332  '   TO ERRL-PROGRAM-ID
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
