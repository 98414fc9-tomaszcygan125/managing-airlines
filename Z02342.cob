      * 2026-08-21   OSG   FORMATTED OUTPUT NOW ALSO STORED TO THE
      *                    T52 REPORT REPOSITORY THROUGH Z02401
      *                    (8090/8100), BROWSABLE THROUGH Z02402
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05 FILLER                         PIC X(3) VALUE ' KM'.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-RPT-TODAY-FIELDS.
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02342 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           WHEN OTHER
              DISPLAY 'Z02342 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           CALL 'Z02401' USING WS-ZZEC0263
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02342  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02342 -- ROUTE NETWORK DISTANCE REPORT ENDING'
