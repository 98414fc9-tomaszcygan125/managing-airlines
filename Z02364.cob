      *                    AND RECORD EACH CASE INSTEAD OF WORKING
      *                    OFF AN UNTRACKED PRINT LINE
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
           EXEC SQL INCLUDE T23TAB END-EXEC.
      * EXCEPTION WORK QUEUE PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * EVERY SOLD CONNECTION WHOSE FIRST LEG IS DELAYED AND WHOSE
      * REVISED GROUND TIME FALLS UNDER THE BOOKING PATH'S MINIMUM
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02364 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-MISCONNECT
           WHEN OTHER
              DISPLAY 'Z02364 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02364 -- PENDING CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-PENDING-COUNT = 0 THEN
              IF NOT SO-SQLCODE-NORMAL THEN
                 DISPLAY 'Z02364 -- NOTIFICATION INSERT FAILED, '
                         'SQLCODE ' WS-SQLCODE-FORMAT
                 MOVE '2030' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
              ADD 1 TO WS-NOTIFICATIONS-QUEUED
           DISPLAY WS-TOTALS-LINE2
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02364  '   TO ERRL-PROGRAM-ID
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
