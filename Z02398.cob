      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   Z02546 MISSING-MILEAGE CLAIMS POST 'CREDIT'
      *                    ROWS CARRYING THE NEW T51 COLUMN CLAIM_ID --
      *                    THE CLOSED-FLIGHT GUARD NOW IGNORES CLAIM
      *                    ROWS, AND A MEMBER ALREADY CREDITED BY A
      *                    CLAIM IS SKIPPED BY THE MEMBER CURSOR
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T06TAB END-EXEC.

      * CLOSED-OUT FLIGHTS NOT YET CREDITED TO THE LEDGER -- A
      * Z02546 CLAIM CREDIT (CLAIM_ID SET) DOES NOT COUNT, SO A CLAIM
      * TAKEN BEFORE THIS RUN CANNOT HOLD BACK THE REST OF THE FLIGHT
           EXEC SQL
             DECLARE C-CLOSED-FLIGHTS CURSOR WITH HOLD FOR
             SELECT T05.FLIGHT_ID,
             WHERE NOT EXISTS
                (SELECT 1
                   FROM T51_MILEAGE_LEDGER T51
                  WHERE T51.FLIGHT_ID = T05.FLIGHT_ID
                    AND T51.CLAIM_ID IS NULL)
             ORDER BY T05.FLIGHT_ID
           END-EXEC

      * THE MEMBERS WHO ACTUALLY FLEW THE FLIGHT -- CHECK-IN STATE
      * LIVES IN BOARDING_STATUS (SET BY Z02345), AND THE SEAT ROW
      * CARRIES THE PASSENGER DIRECTLY, SO EACH MEMBER IS CREDITED
      * ONLY FOR THE SEAT HE ACTUALLY FLEW, AND NOT AGAIN IF A
      * Z02546 CLAIM HAS ALREADY CREDITED HIM FOR THE FLIGHT
           EXEC SQL
             DECLARE C-FLOWN-MEMBERS CURSOR WITH HOLD FOR
             SELECT DISTINCT T06.FREQUENT_FLYER_NUMBER
               AND T04.BOARDING_STATUS = 'CHECKED IN'
               AND T06.FREQUENT_FLYER_NUMBER IS NOT NULL
               AND T06.FREQUENT_FLYER_NUMBER <> ' '
               AND NOT EXISTS
                  (SELECT 1
                     FROM T51_MILEAGE_LEDGER T51
                    WHERE T51.FREQUENT_FLYER_NUMBER =
                                        T06.FREQUENT_FLYER_NUMBER
                      AND T51.FLIGHT_ID = T04.FLIGHT_ID
                      AND T51.ENTRY_TYPE = 'CREDIT')
           END-EXEC

      * EACH MEMBER'S MILES FOR THE TIER YEAR

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'Y'.
               88 SO-RUN-ENDED              VALUE 'Y'.
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02398 -- OPEN OF FLIGHT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
           WHEN OTHER
              DISPLAY 'Z02398 -- FETCH OF FLIGHT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLT-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02398 -- OPEN OF MEMBER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2040-FETCH-NEXT-MEMBER
           WHEN OTHER
              DISPLAY 'Z02398 -- FETCH OF MEMBER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-MBR-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02398 -- READ OF AIRPORT POSITION FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02398 -- SEQUENCE DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02398 -- LEDGER INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02398 -- TIER RESET FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-MBR-CURSOR
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02398 -- OPEN OF MILES CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-MILES
           WHEN OTHER
              DISPLAY 'Z02398 -- FETCH OF MILES CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-MBR-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02398 -- TIER UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02398  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
