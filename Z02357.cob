      *
      * A RESERVATION FOLLOWS ITS LAST SEAT: ONCE THE FLIGHT'S SEAT
      * ROWS ARE MOVED, ANY RESERVATION LEFT WITH NO LIVE T04 ROW IS
      * MOVED TO T33 AND DELETED FROM T09.  ITS REMARKS (Z02261'S
      * T143_RESERVATION_REMARK) GO WITH IT ONTO
      *
      *   T144_RESERVATION_REMARK_HISTORY -- SAME COLUMNS AS T143
      *                              PLUS ARCHIVED_TIMESTAMP
      *
      * THE JOB IS RESTARTABLE BY CONSTRUCTION -- EACH FLIGHT IS ONE
      * UNIT OF WORK ENDED WITH AN SQL COMMIT, AND AN ARCHIVED FLIGHT
      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   3065-PURGE-FLIGHT-LINKS ALSO DELETES THE
      *                    ARCHIVED FLIGHT'S T118_CODESHARE_DESIGNATOR
      *                    ROWS
      *
      * 2026-10-15   OSG   AN ARCHIVED RESERVATION TAKES ITS Z02261
      *                    REMARKS WITH IT -- T143_RESERVATION_REMARK
      *                    ROWS ARE COPIED TO THE NEW
      *                    T144_RESERVATION_REMARK_HISTORY (3052) AND
      *                    PURGED (3055)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE T09TAB END-EXEC.
      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02357 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
           WHEN OTHER
              DISPLAY 'Z02357 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLIGHT-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02357 -- FLIGHT HISTORY INSERT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- SEAT HISTORY INSERT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NORMAL THEN
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02357 -- OPEN RESERVATION CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3040-FETCH-NEXT-RESERVATION
           WHEN OTHER
              DISPLAY 'Z02357 -- FETCH RESERVATION FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-RES-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- REMAINING SEAT COUNT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-REMAINING-SEATS = 0 THEN
              IF NOT SO-SQLCODE-OK THEN
                 DISPLAY 'Z02357 -- RESERVATION HISTORY INSERT '
                         'FAILED, SQLCODE ' WS-SQLCODE-FORMAT
                 MOVE '3050' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
              PERFORM 3052-COPY-REMARKS-TO-HISTORY
              PERFORM 3055-PURGE-RESERVATION-LINKS
              EXEC SQL
                DELETE FROM T09_RESERVATION_MAIN_PASSENGER_TABLE
              IF NOT SO-SQLCODE-OK THEN
                 DISPLAY 'Z02357 -- RESERVATION DELETE FAILED, '
                         'SQLCODE ' WS-SQLCODE-FORMAT
                 MOVE '3050' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
              ADD 1 TO WS-RESERVATIONS-ARCHIVED
           END-IF
           .
      ******************************************************************
      *              3052-COPY-REMARKS-TO-HISTORY
      * THE AGENTS' REMARKS STAY WITH THE ARCHIVED RESERVATION SO
      * Z02358 CAN STILL SHOW THEM
      ******************************************************************
       3052-COPY-REMARKS-TO-HISTORY.
           EXEC SQL
             INSERT INTO T144_RESERVATION_REMARK_HISTORY
                (REMARK_ID, RESERVATION_ID, REMARK_CATEGORY,
                 REMARK_TEXT, FOLLOW_UP_DATE, QUEUED_FLAG,
                 OPERATOR_ID, REMARK_TIMESTAMP, ARCHIVED_TIMESTAMP)
             SELECT REMARK_ID, RESERVATION_ID, REMARK_CATEGORY,
                 REMARK_TEXT, FOLLOW_UP_DATE, QUEUED_FLAG,
                 OPERATOR_ID, REMARK_TIMESTAMP, CURRENT TIMESTAMP
             FROM T143_RESERVATION_REMARK
             WHERE RESERVATION_ID = :T04-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- REMARK HISTORY INSERT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3052' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               3055-PURGE-RESERVATION-LINKS
      * A RESERVATION LEAVING THE LIVE TABLES TAKES ITS DEPENDENT
      * ROWS WITH IT -- PASSENGER LINKS, BAGGAGE RECORDS AND
      * ANCILLARY SALES WOULD OTHERWISE POINT AT A KEY THAT NO
      * LONGER EXISTS (AND Z02396 WOULD NEVER SEE THEM).  THE
      * REMARKS 3052 HAS JUST COPIED GO TOO
      ******************************************************************
       3055-PURGE-RESERVATION-LINKS.
           EXEC SQL
             DELETE FROM T143_RESERVATION_REMARK
              WHERE RESERVATION_ID = :T04-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- REMARK PURGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3055' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             DELETE FROM T35_ANCILLARY_SALE
              WHERE RESERVATION_ID = :T04-RESERVATION-ID
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- ANCILLARY PURGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3055' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- BAGGAGE PURGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3055' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- PASSENGER LINK PURGE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3055' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               3065-PURGE-FLIGHT-LINKS
      * THE FLIGHT-KEYED DEPENDENTS: E-TICKET COUPONS, BAG TAGS AND
      * CODESHARE DESIGNATORS OF THE ARCHIVED FLIGHT, PLUS ANY TICKET
      * LEFT WITH NO COUPONS AT ALL ONCE THIS FLIGHT'S ARE GONE
      ******************************************************************
       3065-PURGE-FLIGHT-LINKS.
           EXEC SQL
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- COUPON PURGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3065' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- TICKET PURGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3065' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- BAG TAG PURGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3065' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             DELETE FROM T118_CODESHARE_DESIGNATOR
              WHERE FLIGHT_ID = :T05-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- DESIGNATOR PURGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3065' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02357 -- SEAT DELETE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02357 -- FLIGHT DELETE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3070' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02357 -- COMMIT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3080' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           DISPLAY WS-TOTALS-LINE3
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02357  '   TO ERRL-PROGRAM-ID
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
