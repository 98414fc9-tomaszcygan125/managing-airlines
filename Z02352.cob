      *                    Z02407'S DISRUPTION COST REPORT CAN ROLL
      *                    IT UP WITH THE T47/T36 MONEY
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
           EXEC SQL INCLUDE T08TAB END-EXEC.
           EXEC SQL INCLUDE T09TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * EVERY RESERVATION STILL HOLDING SEATS ON THE CANCELED FLIGHT,
      * WITH HOW MANY SEATS IT HOLDS THERE -- THE NON-REVENUE
      * RESERVATION-0 ROWS (Z02377 BLOCKS, Z02393 STANDBYS) ARE NOT
           WHEN OTHER
              DISPLAY 'Z02352 -- READ OF CANCELED FLIGHT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           IF T05-FLIGHT-STATUS-TEXT NOT = CT-CANCELED-STATUS-TEXT THEN
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02352 -- COULD NOT COMPUTE SEARCH WINDOW, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '1030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02352 -- OPEN OF RESERVATION CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-RESERVATION
           WHEN OTHER
              DISPLAY 'Z02352 -- FETCH OF RESERVATION CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-RES-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02352 -- OPEN OF ALTERNATIVE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
           WHEN OTHER
              DISPLAY 'Z02352 -- FETCH OF ALTERNATIVE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-EVALUATE
           EXEC SQL
             CLOSE C-ALTERNATIVE-FLIGHTS
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02352 -- OPEN OF SEAT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 4010-FETCH-NEXT-SEAT
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02352 -- COUPON REPOINT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02352 -- REACCOM FARE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4070' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           COMPUTE WS-REACCOM-COST =
              WS-REACCOM-FARE * WS-SEATS-NEEDED
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02352 -- COST TRACE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4070' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
           WHEN OTHER
              DISPLAY 'Z02352 -- FETCH OF SEAT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '4010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SEAT-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02352 -- OPEN OF SECTION CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '4040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 4041-FETCH-NEXT-SECTION
           WHEN OTHER
              DISPLAY 'Z02352 -- FETCH OF SECTION CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '4041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SECT-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02352 -- UPDATE OF SEAT ROW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
           DISPLAY WS-TOTALS-LINE4
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02352  '   TO ERRL-PROGRAM-ID
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
