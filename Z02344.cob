      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT, THE
      * SAME SYSIN-CARD CONVENTION Z02343 USES:
      *
      *    AIRPORT=aaa HOURS=nnn [AIRLINE=ccc]
      *
      *    aaa  -- 3-CHARACTER DEPARTURE_AIRPORT_CODE
      *    nnn  -- WIDTH OF THE CHECK-IN WINDOW, IN HOURS
      *    ccc  -- OPTIONAL T05 AIRLINE_CODE: LIST ONLY THAT CARRIER'S
      *            FLIGHTS, SO EACH AIRLINE WE HANDLE FOR GETS ITS OWN
      *            OUTPUT (STORED ON T52 UNDER THE CARRIER, SEE Z02401)
      *
      * THE WINDOW'S UPPER BOUND IS COMPUTED WITH CURRENT_TIMESTAMP
      * PLUS THE PARM HOUR COUNT, THE SAME "CURRENT_TIMESTAMP + n
      * 2026-08-21   OSG   FORMATTED OUTPUT NOW ALSO STORED TO THE
      *                    T52 REPORT REPOSITORY THROUGH Z02401
      *                    (8090/8100), BROWSABLE THROUGH Z02402
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      * 2026-10-15   OSG   EACH FLIGHT LINE NOW ALSO CARRIES THE
      *                    CHECK-IN DESK RANGE ALLOCATED ON
      *                    T126_DESK_ALLOCATION BY Z02501 (OR OVERRIDDEN
      *                    IN Z02502), BLANK WHEN NONE
      * 2026-10-15   OSG   OPTIONAL AIRLINE=ccc ON THE PARM LISTS ONE
      *                    HANDLED CARRIER'S FLIGHTS ONLY, STORED ON T52
      *                    UNDER THAT CARRIER SO EACH AIRLINE GETS ITS
      *                    OWN OUTPUT
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
                   T05.DEPARTURE_TIMESTAMP,
                   T05.ARRIVAL_AIRPORT_CODE,
                   COALESCE(T26.GATE_CODE, ' '),
                   COALESCE(T126.DESK_FROM, 0),
                   COALESCE(T126.DESK_TO, 0),
                   COUNT(T04.PASSENGER_ID)
             FROM
                   T05_FLIGHT_TABLE T05
             LEFT JOIN
                   T26_GATE_ASSIGNMENT T26 ON
                   T26.FLIGHT_ID = T05.FLIGHT_ID
             LEFT JOIN
                   T126_DESK_ALLOCATION T126 ON
                   T126.FLIGHT_ID = T05.FLIGHT_ID
             WHERE T05.DEPARTURE_AIRPORT_CODE =
                                        :T05-DEPARTURE-AIRPORT-CODE
                              AND
                         :WS-WINDOW-START AND :WS-WINDOW-END
                              AND
                   T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
                              AND
                  (:WS-PARM-AIRLINE = ' ' OR
                   T05.AIRLINE_CODE = :WS-PARM-AIRLINE)
             GROUP BY
                   T05.FLIGHT_ID,
                   T05.FLIGHT_NUMBER,
                   T05.DEPARTURE_TIMESTAMP,
                   T05.ARRIVAL_AIRPORT_CODE,
                   T26.GATE_CODE,
                   T126.DESK_FROM,
                   T126.DESK_TO
             ORDER BY T05.DEPARTURE_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC
              49 CT-DELETED-STATUS-LEN      PIC S9(4) COMP VALUE 7.
              49 CT-DELETED-STATUS-TEXT     PIC X(15) VALUE 'DELETED'.

       01 WS-PARM-TEXT                      PIC X(40) VALUE SPACE.
       01 WS-PARM-HOURS-TEXT                PIC 9(03) VALUE 0.
       01 WS-PARM-AIRLINE                   PIC X(03) VALUE SPACE.

       01 WS-WINDOW-START                   PIC X(26) VALUE SPACE.
       01 WS-WINDOW-END                     PIC X(26) VALUE SPACE.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-GATE                  PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-DESKS                 PIC X(7).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-PASSENGER-COUNT       PIC ZZ9.

       01 WS-COUNTERS.

       01 WS-PASSENGER-COUNT                PIC S9(5) VALUE 0.
       01 WS-GATE-CODE                      PIC X(5) VALUE SPACE.
       01 WS-DESK-FROM                      PIC S9(4) COMP VALUE 0.
       01 WS-DESK-TO                        PIC S9(4) COMP VALUE 0.
       01 WS-DESK-RANGE.
           05 WS-DESK-RANGE-FROM            PIC 9(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-DESK-RANGE-TO              PIC 9(3).

       01 WS-TOTALS-LINE.
           05 FILLER                        PIC X(30)
           05 WS-TOTALS-PASSENGERS          PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-RPT-TODAY-FIELDS.
           PERFORM 1020-COMPUTE-WINDOW
           PERFORM 8090-OPEN-REPORT-STORE
           DISPLAY 'FLIGHT-ID  FLT-NUM  DEPARTURE'
                   '                   ARR GATE   DESKS    PAX'
           STRING 'FLIGHT-ID  FLT-NUM  DEPARTURE'
                  '                   ARR GATE   DESKS    PAX'
              DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      * PARM IS AIRPORT=aaa HOURS=nnn, OPTIONALLY FOLLOWED BY
      * AIRLINE=ccc
      ******************************************************************
       1010-PARSE-PARM.
           IF WS-PARM-TEXT(1:8) = 'AIRPORT=' AND
                    WS-PARM-TEXT(13:6) = 'HOURS=' THEN
              MOVE WS-PARM-TEXT(9:3)  TO T05-DEPARTURE-AIRPORT-CODE
              MOVE WS-PARM-TEXT(19:3) TO WS-PARM-HOURS-TEXT
              IF WS-PARM-TEXT(23:8) = 'AIRLINE=' THEN
                 MOVE WS-PARM-TEXT(31:3) TO WS-PARM-AIRLINE
                 DISPLAY 'Z02344 -- FLIGHTS OF CARRIER ' WS-PARM-AIRLINE
                         ' ONLY'
              END-IF
           ELSE
              DISPLAY
               'Z02344 -- INVALID PARM, EXPECTED AIRPORT=aaa HOURS=nnn'
              DISPLAY
               'Z02344 -- COULD NOT COMPUTE CHECK-IN WINDOW, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02344 -- OPEN OF WINDOW CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
                  :T05-DEPARTURE-TIMESTAMP,
                  :T05-ARRIVAL-AIRPORT-CODE,
                  :WS-GATE-CODE,
                  :WS-DESK-FROM,
                  :WS-DESK-TO,
                  :WS-PASSENGER-COUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           WHEN OTHER
              DISPLAY 'Z02344 -- FETCH OF WINDOW CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-WINDOW-CURSOR TO TRUE
           END-EVALUATE
           .
           MOVE T05-DEPARTURE-TIMESTAMP   TO WS-LINE-DEPARTURE
           MOVE T05-ARRIVAL-AIRPORT-CODE  TO WS-LINE-ARRIVAL-CODE
           MOVE WS-GATE-CODE              TO WS-LINE-GATE
           IF WS-DESK-FROM > 0 THEN
              MOVE WS-DESK-FROM           TO WS-DESK-RANGE-FROM
              MOVE WS-DESK-TO             TO WS-DESK-RANGE-TO
              MOVE WS-DESK-RANGE          TO WS-LINE-DESKS
           ELSE
              MOVE SPACE                  TO WS-LINE-DESKS
           END-IF
           MOVE WS-PASSENGER-COUNT        TO WS-LINE-PASSENGER-COUNT
           DISPLAY WS-FLIGHT-LINE
           MOVE WS-FLIGHT-LINE TO WS-REPORT-BUFFER
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02344  ' TO RPT-REPORT-TYPE
           MOVE WS-RPT-TODAY-DATE TO RPT-BUSINESS-DATE
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
           MOVE 'Z02344  '   TO ERRL-PROGRAM-ID
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
