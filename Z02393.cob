      * 2026-09-02   OSG   SAME-DAY REVENUE STANDBY LEG ADDED
      *                    (2100-PROCESS-REVENUE-STBYS, T84) --
      *                    WORKED AFTER THE STAFF PRIORITIES
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T08TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * EVERY WAITING STANDBY ON THE FLIGHT, MOST SENIOR STAFF FIRST
           EXEC SQL
             DECLARE C-WAITING-STANDBYS CURSOR FOR
           WHEN OTHER
              DISPLAY 'Z02393 -- READ OF CLOSING FLIGHT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           IF T05-FLIGHT-STATUS-TEXT NOT = CT-CONFIRMED-STATUS-TEXT
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- OPEN OF STANDBY CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-STANDBY
           WHEN OTHER
              DISPLAY 'Z02393 -- FETCH OF STANDBY CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-STBY-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- OPEN OF REVENUE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2110-FETCH-NEXT-REVENUE
           WHEN OTHER
              DISPLAY 'Z02393 -- FETCH OF REVENUE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-REV-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- OPEN OF SECTION CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '4040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 4041-FETCH-NEXT-SECTION
           WHEN OTHER
              DISPLAY 'Z02393 -- FETCH OF SECTION CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '4041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SECT-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- INSERT OF STANDBY SEAT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- UPDATE OF CLEARED REQUEST FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           WHEN OTHER
              DISPLAY 'Z02393 -- READ OF NEXT DEPARTURE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- ROLL OF STANDBY REQUEST FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02393 -- DUPLICATE REQUEST CHECK FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7006' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- EXPIRE OF STANDBY REQUEST FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7005' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- INSERT OF REVENUE SEAT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02393 -- FREE OF ORIGINAL SEAT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7011' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02393 -- MOVE OF OPEN COUPONS FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7012' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- UPDATE OF CLEARED REVENUE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7013' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02393 -- EXPIRE OF REVENUE STANDBY FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7014' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           DISPLAY WS-TOTALS-LINE7
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02393  '   TO ERRL-PROGRAM-ID
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
