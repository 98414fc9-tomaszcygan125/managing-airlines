      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-09-02   OSG   ALSO EXPIRES T75 FARE QUOTES WHOSE
      *                    GUARANTEE RAN OUT (2500), THE WAY THIS
      *                    JOB ALREADY RELEASES ABANDONED HOLDS
           EXEC SQL INCLUDE T09TAB END-EXEC.
           EXEC SQL INCLUDE T04TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

           EXEC SQL
             DECLARE C-EXPIRED-HOLDS CURSOR FOR
             SELECT RESERVATION_ID
              DISPLAY
               'Z02347 -- COULD NOT COMPUTE EXPIRY CUTOFF, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
              DISPLAY
               'Z02347 -- OPEN OF EXPIRED HOLDS CURSOR FAILED, SQLCODE '
                                                     WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-HOLD
              DISPLAY
               'Z02347 -- FETCH OF EXPIRED HOLDS FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-HOLDS-CURSOR TO TRUE
           END-EVALUATE
           .
              DISPLAY
               'Z02347 -- DELETE OF HELD SEATS FAILED, SQLCODE '
                                                     WS-SQLCODE-FORMAT
              MOVE '2020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
              DISPLAY
               'Z02347 -- DELETE OF HOLD RESERVATION FAILED, SQLCODE '
                                                     WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02347 -- QUOTE EXPIRY FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2500' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           DISPLAY 'Z02347 -- OPEN QUOTES PAST GUARANTEE EXPIRED'
           DISPLAY WS-TOTALS-LINE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02347  '   TO ERRL-PROGRAM-ID
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
