      * C-DIRECT-ONE-WAY-CURSOR JOINS T05 TO T08_TABLE_PLANE_TABLE TO
      * T13 TO WORK OUT HOW MANY SEATS ARE LEFT ON A FLIGHT.  A FLIGHT
      * IS ONLY EVER SUPPOSED TO HOLD AS MANY T04 ROWS AS THE PLANE HAS
      * SEATS (PLUS THE OVERBOOKING ALLOWANCE Z02172 ALLOWS WHEN IT
      * OFFERS A FLIGHT -- THE FLIGHT'S ACCEPTED T89 RECOMMENDATION
      * WHERE IT HAS ONE, ELSE THE T87 VALUE), SO ANY FLIGHT WHERE THE
      * BOOKED COUNT EXCEEDS THAT COMBINED FIGURE IS A SIGN SOMETHING
      * UPSTREAM OVERSOLD THE FLIGHT OR LEFT DUPLICATE SEAT ROWS
      * BEHIND, AND IS LISTED HERE FOR OPERATIONS TO INVESTIGATE.
      *                    CLAIM AND RECORD EACH CONFLICT INSTEAD OF
      *                    WORKING OFF AN UNTRACKED PRINT LINE
      *
      * 2026-10-15   OSG   OVERBOOKING ALLOWANCE NOW READ OFF T87
      *                    THROUGH Z02457 (1010) BEFORE THE CURSOR
      *                    OPENS -- CT-OVERBOOKING-ALLOWANCE IS ONLY
      *                    THE NO-ROW DEFAULT
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   A FLIGHT WITH AN ACCEPTED
      *                    T89_OVERBOOKING_REVIEW RECOMMENDATION (Z02462
      *                    PROPOSES, Z02463 ACCEPTS) IS NOW MEASURED
      *                    AGAINST THE SUM OF ITS ACCEPTED CABIN SEATS
      *                    INSTEAD OF THE T87 ALLOWANCE, THE SAME FIGURE
      *                    Z02172 NOW SELLS TO
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY ZZEC0261.
      * EXCEPTION WORK QUEUE PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
      * BUSINESS-RULE PARAMETER LOOKUP (SEE Z02457)
           COPY ZZEC0269.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.
                    INNER JOIN T13_TYPE_OF_SEATS_TABLE T13S ON
                      T13S.TYPE_OF_SEATS_ID = T08S.TYPE_OF_SEATS_ID
                   WHERE T08S.PLANE_ID = T05.PLANE_ID)
                   + COALESCE(
                       (SELECT SUM(T89.RECOMMENDED_SEATS)
                          FROM T89_OVERBOOKING_REVIEW T89
                         WHERE T89.FLIGHT_ID = T05.FLIGHT_ID
                           AND T89.REVIEW_STATUS = 'ACCEPTED'),
                       :WS-OVERBOOKING-ALLOWANCE)
             ORDER BY T05.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC
           05 WS-SEATS-BOOKED               PIC S9(7) COMP.
           05 WS-SEATS-BLOCKED              PIC S9(7) COMP.
           05 WS-SEATS-OVER                 PIC S9(7) COMP.
           05 WS-OVERBOOKING-ALLOWANCE      PIC S9(4) COMP VALUE 0.

       01 WS-COUNTERS.
           05 WS-FLIGHTS-FLAGGED            PIC S9(7) COMP VALUE 0.
           05 WS-REPORT-BLOCKED             PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

           DISPLAY 'Z02348 -- SEAT INVENTORY RECONCILIATION STARTING'
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 8090-OPEN-REPORT-STORE
           PERFORM 1010-GET-OVERBOOKING-ALLOWANCE
           DISPLAY 'FLIGHT-ID   FLIGHT-NO  CAPACITY  BOOKED    OVER-BY'
                   '  BLOCKED'
           STRING 'FLIGHT-ID   FLIGHT-NO  CAPACITY  BOOKED    OVER-BY'
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02348 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              1010-GET-OVERBOOKING-ALLOWANCE
      * THE ALLOWANCE IN FORCE TODAY, SAME T87 ROW Z02172 SELLS TO
      ******************************************************************
       1010-GET-OVERBOOKING-ALLOWANCE.
           MOVE 'OVERBOOKING-ALLOWANCE' TO PARM-NAME
           MOVE SPACE                   TO PARM-SCOPE
           MOVE SPACE                   TO PARM-AS-OF-DATE
           MOVE CT-OVERBOOKING-ALLOWANCE TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-OVERBOOKING-ALLOWANCE
           DISPLAY 'Z02348 -- OVERBOOKING ALLOWANCE '
                                               WS-OVERBOOKING-ALLOWANCE
           .
      ******************************************************************
      *                    2000-PROCESS-FLIGHTS
      ******************************************************************
       2000-PROCESS-FLIGHTS.
           WHEN OTHER
              DISPLAY 'Z02348 -- FETCH FAILED, SQLCODE '
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
           MOVE 'Z02348  '   TO ERRL-PROGRAM-ID
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
