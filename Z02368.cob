      *                    THE RE-FLIGHTED BAG OFF THE SAME UPLIFT
      *                    PAPERWORK INSTEAD OF A PHONE CALL
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
           EXEC SQL INCLUDE T08TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * THE DAY'S DEPARTURES, ORDERED BY STATION SO THE FILE GROUPS
      * NATURALLY
           EXEC SQL
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02368 -- OPEN FLIGHT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-DEPARTURE
           WHEN OTHER
              DISPLAY 'Z02368 -- FETCH FLIGHT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLIGHT-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02368 -- OPEN CABIN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2040-FETCH-NEXT-CABIN
           WHEN OTHER
              DISPLAY 'Z02368 -- FETCH CABIN FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CABIN-CURSOR TO TRUE
           END-EVALUATE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02368 -- SSR CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2055' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2056-FETCH-NEXT-SSR
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02368 -- SSR FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2056' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SSR TO TRUE
           END-EVALUATE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02368 -- RUSH BAG CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2061-FETCH-NEXT-RUSH-BAG
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02368 -- RUSH BAG FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2061' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-RUSH TO TRUE
           END-EVALUATE
           .
           DISPLAY 'Z02368 -- FLIGHTS WRITTEN: ' WS-FLIGHTS-WRITTEN
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02368  '   TO ERRL-PROGRAM-ID
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
