      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT, THE
      * SAME SYSIN-CARD CONVENTION Z02343/Z02344 USE:
      *
      *    DATE=YYYY-MM-DD [AIRLINE=ccc]
      *
      *    YYYY-MM-DD -- THE OPERATIONS DAY BEING SUMMARIZED, MATCHED
      *                  AGAINST DATE(DEPARTURE_TIMESTAMP)
      *    ccc        -- OPTIONAL T05 AIRLINE_CODE: SUMMARIZE ONLY
      *                  THAT CARRIER'S FLIGHTS, AND COUNT ONLY THE NEW
      *                  RESERVATIONS HOLDING A SEAT ON ONE OF ITS
      *                  FLIGHTS, SO EACH AIRLINE WE HANDLE FOR GETS
      *                  ITS OWN OUTPUT (STORED ON T52 UNDER THE
      *                  CARRIER, SEE Z02401)
      *
      ******************************************************************
      *                  CHANGE LOG
      * 2026-08-21   OSG   FORMATTED OUTPUT NOW ALSO STORED TO THE
      *                    T52 REPORT REPOSITORY THROUGH Z02401
      *                    (8090/8100), BROWSABLE THROUGH Z02402
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      * 2026-10-15   OSG   OPTIONAL AIRLINE=ccc ON THE PARM SUMMARIZES
      *                    ONE HANDLED CARRIER'S FLIGHTS ONLY, STORED ON
      *                    T52 UNDER THAT CARRIER SO EACH AIRLINE GETS
      *                    ITS OWN OUTPUT
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-DATE
                              AND
                   T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
                              AND
                  (:WS-PARM-AIRLINE = ' ' OR
                   T05.AIRLINE_CODE = :WS-PARM-AIRLINE)
             GROUP BY
                T05.FLIGHT_ID,
                T05.FLIGHT_NUMBER,
               49 CT-DELETED-STATUS-LEN     PIC S9(4) COMP VALUE 7.
               49 CT-DELETED-STATUS-TEXT    PIC X(15) VALUE 'DELETED'.

       01 WS-PARM-TEXT                      PIC X(30) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.
       01 WS-PARM-AIRLINE                   PIC X(03) VALUE SPACE.

       01 WS-FLIGHT-LINE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 WS-TOTALS-NEW-RESERVATIONS     PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

           .
      ******************************************************************
      *                       1010-PARSE-PARM
      * PARM IS DATE=YYYY-MM-DD, OPTIONALLY FOLLOWED BY AIRLINE=ccc
      ******************************************************************
       1010-PARSE-PARM.
           IF WS-PARM-TEXT(1:5) = 'DATE=' THEN
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
              IF WS-PARM-TEXT(17:8) = 'AIRLINE=' THEN
                 MOVE WS-PARM-TEXT(25:3) TO WS-PARM-AIRLINE
                 DISPLAY 'Z02350 -- FLIGHTS OF CARRIER ' WS-PARM-AIRLINE
                         ' ONLY'
              END-IF
           ELSE
              DISPLAY 'Z02350 -- INVALID PARM, EXPECTED '
                       'DATE=YYYY-MM-DD'
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02350 -- OPEN OF DAY-FLIGHTS CURSOR FAILED, '
                       'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
           WHEN OTHER
              DISPLAY 'Z02350 -- FETCH OF DAY-FLIGHTS CURSOR FAILED, '
                       'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-NEW-RESERVATIONS
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE T09
             WHERE DATE(T09.HOLD_TIMESTAMP) = :WS-PARM-DATE
               AND (:WS-PARM-AIRLINE = ' ' OR
                    EXISTS
                      (SELECT 1
                         FROM T04_FLIGHT_SEATS T04S
                         INNER JOIN T05_FLIGHT_TABLE T05S ON
                            T05S.FLIGHT_ID = T04S.FLIGHT_ID
                        WHERE T04S.RESERVATION_ID = T09.RESERVATION_ID
                          AND T05S.AIRLINE_CODE = :WS-PARM-AIRLINE))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02350 -- NEW RESERVATIONS COUNT FAILED, '
                       'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2500' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02350  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-DATE TO RPT-BUSINESS-DATE
           MOVE WS-PARM-AIRLINE TO RPT-AIRLINE-CODE
           CALL 'Z02401' USING WS-ZZEC0263
           .
      ******************************************************************
           CALL 'Z02401' USING WS-ZZEC0263
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02350  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02350 -- END-OF-DAY FLIGHT OPERATIONS SUMMARY '
