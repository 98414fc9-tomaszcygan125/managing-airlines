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
           05 WS-TOTALS-NON-SCHENGEN        PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-RPT-TODAY-FIELDS.
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02343 -- OPEN OF DATE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
           WHEN OTHER
              DISPLAY 'Z02343 -- FETCH OF DATE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLIGHT-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02343 -- OPEN OF PASSENGER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              GO TO 2100-EXIT
           END-IF
           PERFORM 2110-FETCH-NEXT-PASSENGER
           WHEN OTHER
              DISPLAY 'Z02343 -- FETCH OF PASSENGER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-PASS-CURSOR TO TRUE
           END-EVALUATE
           .
           WHEN OTHER
              DISPLAY 'Z02343 -- SCHENGEN LOOKUP FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2120' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 'UNKNOWN' TO WS-LINE-SCHENGEN-FLAG
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
           MOVE 'Z02343  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
       9999-EXIT.
           DISPLAY
