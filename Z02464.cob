       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02464.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- NIGHTLY BOOKING-CLASS RE-OPTIMIZATION AGAINST
      * TARGET BOOKING CURVES
      *
      * T41_CLASS_LIMIT SELL LIMITS WERE SET ONCE ON Z02384 AND LEFT
      * THERE UNLESS SOMEBODY READ Z02366'S PACE REPORT AND ACTED ON
      * IT, SO THE CHEAP CLASSES SOLD OUT EARLY ON STRONG FLIGHTS AND
      * STAYED CLOSED ON WEAK ONES.  EACH ROUTE NOW HAS A TARGET
      * BOOKING CURVE -- HOW FULL A FLIGHT SHOULD BE SO MANY DAYS
      * BEFORE DEPARTURE -- ON THE NEW T90_BOOKING_CURVE TABLE,
      * MAINTAINED ON Z02465:
      *
      *   DEPARTURE_AIRPORT_CODE CHAR(3)
      *   ARRIVAL_AIRPORT_CODE   CHAR(3)
      *   DAYS_OUT               SMALLINT      DAYS BEFORE DEPARTURE
      *   TARGET_LOAD_PERCENT    SMALLINT      SEATS SOLD / CAPACITY
      *   CHANGED_BY             CHAR(8)
      *   CHANGED_TIMESTAMP      TIMESTAMP
      *
      *   PRIMARY KEY (DEPARTURE_AIRPORT_CODE, ARRIVAL_AIRPORT_CODE,
      *   DAYS_OUT)
      *
      * FOR EVERY LIVE FLIGHT INSIDE THE HORIZON AFTER THE RUN DATE
      * THAT HAS T41 CLASSES, THE TARGET IN FORCE IS THE ROUTE'S
      * CURVE POINT WITH THE SMALLEST DAYS_OUT NOT BELOW THE FLIGHT'S
      * OWN DAYS OUT (AT 10 DAYS OUT THE 14-DAY POINT APPLIES).  THE
      * ACTUAL LOAD IS THE LIVE T04 ROWS AGAINST THE T08/T13 CAPACITY,
      * THE SAME SUMS Z02452 USES.  A FLIGHT WITHIN
      * 'CLASS-REOPT-DEADBAND-PCT' OF ITS TARGET IS ON THE CURVE AND
      * LEFT ALONE.  OTHERWISE THE SEATS BEYOND THE DEADBAND ARE
      * MOVED ON THE DISCOUNT CLASSES -- EVERY CLASS OF THE FLIGHT
      * BUT ITS HIGHEST, BECAUSE Z02202'S 7098 SELLS THE LOWEST OPEN
      * CLASS FIRST AND ROLLS DEMAND UP TOWARDS THE HIGHEST:
      *
      *   AHEAD OF THE CURVE  THE LIMITS ARE TIGHTENED, CHEAPEST
      *                       CLASS FIRST, NEVER BELOW THE SEATS
      *                       ALREADY SOLD (A CLASS TIGHTENED TO ITS
      *                       SOLD COUNT IS CLOSED)
      *   BEHIND THE CURVE    THE CHEAPEST CLASS'S LIMIT IS RAISED,
      *                       NEVER ABOVE THE FLIGHT'S CAPACITY, AND
      *                       THE CLASS IS RE-OPENED
      *
      * A CHANGE OF NO MORE THAN 'CLASS-REOPT-TOLERANCE-SEATS' SEATS
      * IS APPLIED TO T41 AT ONCE AND AUDITED THROUGH Z02421 UNDER
      * THIS JOB'S NAME.  THE NIGHTLY SCHEDULE RUNS THIS JOB AHEAD OF
      * THE Z02452 AVS SWEEP, SO A CLASS THAT OPENS OR CLOSES HERE IS
      * TOLD TO THE PARTNERS THE SAME NIGHT.  A BIGGER CHANGE IS
      * LEFT FOR A REVENUE ANALYST -- IT GOES TO THE 'CLASSOPT' T61
      * WORK QUEUE THROUGH Z02414 (KEY FLIGHT/CLASS, TEXT THE LIMIT
      * NOW AND PROPOSED) AND, ONCE APPROVED ON Z02415, IS KEYED ON
      * Z02384 WITH ITS 'L' ACTION.  Z02414 SKIPS A FLIGHT/CLASS
      * ALREADY SITTING UNWORKED ON THE QUEUE.
      *
      * THE THREE LIMITS ARE T87 PARAMETERS READ THROUGH Z02457
      * (MAINTAINED ON Z02458), THE CT- VALUES BELOW BEING THE
      * NO-ROW DEFAULTS.  A ROUTE WITH NO CURVE IS NOT TOUCHED.
      *
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401, AND
      * REGISTERED WITH Z02380 AGAINST THE RUN DATE SO A SECOND RUN
      * FOR THE SAME DAY IS REFUSED.
      *
      * THE RUN DATE IS TODAY UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE, THE SAME SYSIN-CARD CONVENTION Z02439
      * USES:
      *
      *    DATE=YYYY-MM-DD
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * WORK-QUEUE INSERT PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
      * CONFIGURATION AUDIT PARM BLOCK (SEE Z02421)
           COPY ZZEC0267.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * EVERY LIVE FLIGHT INSIDE THE HORIZON THAT HAS CLASSES, WITH
      * ITS DAYS OUT, CAPACITY AND LIVE SEAT COUNT
           EXEC SQL
             DECLARE C-PACED-FLIGHTS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    DAYS(DATE(T05.DEPARTURE_TIMESTAMP))
                       - DAYS(DATE(:WS-PARM-DATE)),
                    (SELECT COALESCE(
                            SUM(T13S.MAXIMUAL_AMOUNT_OF_SEATS), 0)
                       FROM T08_TABLE_PLANE_TABLE T08S
                       INNER JOIN T13_TYPE_OF_SEATS_TABLE T13S ON
                          T13S.TYPE_OF_SEATS_ID = T08S.TYPE_OF_SEATS_ID
                      WHERE T08S.PLANE_ID = T05.PLANE_ID),
                    (SELECT COUNT(*)
                       FROM T04_FLIGHT_SEATS T04
                      WHERE T04.FLIGHT_ID = T05.FLIGHT_ID
                        AND (T04.RESERVATION_STATUS IS NULL OR
                             T04.RESERVATION_STATUS <> 'DELETED'))
             FROM T05_FLIGHT_TABLE T05
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) >
                      DATE(:WS-PARM-DATE)
               AND DATE(T05.DEPARTURE_TIMESTAMP) <=
                      DATE(:WS-PARM-DATE) + :WS-HORIZON-DAYS DAYS
               AND T05.FLIGHT_STATUS IN ('CONFIRMED', 'DELAYED')
               AND EXISTS (SELECT 1
                             FROM T41_CLASS_LIMIT T41
                            WHERE T41.FLIGHT_ID = T05.FLIGHT_ID)
             ORDER BY T05.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * THE DISCOUNT CLASSES OF ONE FLIGHT -- ALL BUT ITS HIGHEST --
      * CHEAPEST (FIRST SOLD) FIRST
           EXEC SQL
             DECLARE C-DISCOUNT-CLASSES CURSOR FOR
             SELECT T41.BOOKING_CLASS,
                    T41.SEATS_LIMIT,
                    T41.SEATS_SOLD,
                    T41.CLASS_STATUS
             FROM T41_CLASS_LIMIT T41
             WHERE T41.FLIGHT_ID = :WS-FLIGHT-ID
               AND T41.BOOKING_CLASS <
                      (SELECT MAX(T41X.BOOKING_CLASS)
                         FROM T41_CLASS_LIMIT T41X
                        WHERE T41X.FLIGHT_ID = :WS-FLIGHT-ID)
             ORDER BY T41.BOOKING_CLASS
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-IF-END-OF-CLASSES          PIC X VALUE 'N'.
               88 SO-END-OF-CLASSES         VALUE 'Y'.
           05 SW-IF-CURVE-FOUND             PIC X VALUE 'N'.
               88 SO-CURVE-FOUND            VALUE 'Y'.
               88 SO-CURVE-NOT-FOUND        VALUE 'N'.
           05 SW-PACE-DIRECTION             PIC X VALUE ' '.
               88 SO-PACE-AHEAD             VALUE 'A'.
               88 SO-PACE-BEHIND            VALUE 'B'.
               88 SO-PACE-ON-CURVE          VALUE ' '.

       01 CT-CONSTANTS.
           05 CT-DEADBAND-PCT          PIC S9(4) COMP VALUE 5.
           05 CT-TOLERANCE-SEATS       PIC S9(4) COMP VALUE 4.
           05 CT-HORIZON-DAYS          PIC S9(4) COMP VALUE 90.
           05 CT-OPEN-STATUS           PIC X(10) VALUE 'OPEN'.
           05 CT-CLOSED-STATUS         PIC X(10) VALUE 'CLOSED'.
           05 CT-CLASS-QUEUE           PIC X(8)  VALUE 'CLASSOPT'.
           05 CT-MAX-CLASSES           PIC S9(4) COMP VALUE 26.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-LIMITS.
           05 WS-DEADBAND-PCT               PIC S9(4) COMP.
           05 WS-TOLERANCE-SEATS            PIC S9(4) COMP.
           05 WS-HORIZON-DAYS               PIC S9(4) COMP.

       01 WS-FETCH-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-DAYS-OUT                   PIC S9(5) COMP.
           05 WS-SEAT-CAPACITY              PIC S9(7) COMP.
           05 WS-SEATS-BOOKED               PIC S9(7) COMP.

       01 WS-PACE-FIELDS.
           05 WS-CURVE-DAYS-OUT             PIC S9(4) COMP.
           05 WS-TARGET-PCT                 PIC S9(4) COMP.
           05 WS-ACTUAL-PCT                 PIC S9(5) COMP.
           05 WS-PACE-GAP-PCT               PIC S9(5) COMP.
           05 WS-SEATS-TO-MOVE              PIC S9(7) COMP.

      * THE FLIGHT'S DISCOUNT CLASSES, READ BEFORE ANY IS CHANGED
       01 WS-CLASS-TABLE.
           05 WS-CLASS-COUNT                PIC S9(4) COMP VALUE 0.
           05 WS-CLASS-ENTRY OCCURS 26 TIMES.
               10 WS-TAB-CLASS-CODE         PIC X(1).
               10 WS-TAB-SEATS-LIMIT        PIC S9(4) COMP.
               10 WS-TAB-SEATS-SOLD         PIC S9(4) COMP.
               10 WS-TAB-CLASS-STATUS       PIC X(10).
       01 WS-CLASS-SUB                      PIC S9(4) COMP VALUE 0.

       01 WS-CLASS-FIELDS.
           05 WS-CLASS-CODE                 PIC X(1).
           05 WS-SEATS-LIMIT                PIC S9(4) COMP.
           05 WS-SEATS-SOLD                 PIC S9(4) COMP.
           05 WS-CLASS-STATUS               PIC X(10).
           05 WS-NEW-SEATS-LIMIT            PIC S9(4) COMP.
           05 WS-NEW-CLASS-STATUS           PIC X(10).
           05 WS-LIMIT-CHANGE               PIC S9(5) COMP.
           05 WS-CLASS-HEADROOM             PIC S9(5) COMP.
           05 WS-OLD-LIMIT-FORMAT           PIC 9(4).
           05 WS-NEW-LIMIT-FORMAT           PIC 9(4).
           05 WS-GAP-FORMAT                 PIC +9(3).

       01 WS-COUNTERS.
           05 WS-FLIGHTS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-NO-CURVE           PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-ON-CURVE           PIC S9(7) COMP VALUE 0.
           05 WS-CHANGES-APPLIED            PIC S9(7) COMP VALUE 0.
           05 WS-CHANGES-QUEUED             PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'FLIGHT    ROUTE    DAYS  TGT%  ACT%  CLA'.
           05 FILLER                        PIC X(40) VALUE
              'SS  LIMIT   NEW  ACTION'.

       01 WS-DETAIL-LINE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-ORIGIN                PIC X(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-LINE-DESTINATION           PIC X(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-DAYS-OUT              PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-TARGET                PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-ACTUAL                PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-CLASS                 PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-OLD-LIMIT             PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-NEW-LIMIT             PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-ACTION                PIC X(8).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'FLIGHTS EXAMINED..............'.
           05 WS-TOTALS-FLIGHTS             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'NO CURVE FOR THE ROUTE........'.
           05 WS-TOTALS-NO-CURVE            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'ON THE CURVE, LEFT ALONE......'.
           05 WS-TOTALS-ON-CURVE            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'CLASS LIMITS CHANGED..........'.
           05 WS-TOTALS-APPLIED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'QUEUED FOR ANALYST APPROVAL...'.
           05 WS-TOTALS-QUEUED              PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-PACED-FLIGHTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02464 -- BOOKING-CLASS RE-OPTIMIZATION STARTING'
           INITIALIZE WS-FETCH-FIELDS
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02464 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-GET-THE-LIMITS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'BOOKING-CLASS RE-OPTIMIZATION RUN ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                       1010-GET-TODAY
      ******************************************************************
       1010-GET-TODAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02464 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     1020-GET-THE-LIMITS
      * THE LIMITS IN FORCE ON THE RUN DATE, OFF T87 THROUGH Z02457
      ******************************************************************
       1020-GET-THE-LIMITS.
           MOVE SPACE                   TO PARM-SCOPE
           MOVE WS-PARM-DATE            TO PARM-AS-OF-DATE
           MOVE 'CLASS-REOPT-DEADBAND-PCT' TO PARM-NAME
           MOVE CT-DEADBAND-PCT         TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-DEADBAND-PCT
           MOVE 'CLASS-REOPT-TOLERANCE-SEATS' TO PARM-NAME
           MOVE CT-TOLERANCE-SEATS      TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-TOLERANCE-SEATS
           MOVE 'CLASS-REOPT-HORIZON-DAYS' TO PARM-NAME
           MOVE CT-HORIZON-DAYS         TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-HORIZON-DAYS
           DISPLAY 'Z02464 -- DEADBAND ' WS-DEADBAND-PCT
                   ' PERCENT, AUTO-APPLY UP TO ' WS-TOLERANCE-SEATS
                   ' SEATS, HORIZON ' WS-HORIZON-DAYS ' DAYS'
           .
      ******************************************************************
      *                 2000-WALK-PACED-FLIGHTS
      ******************************************************************
       2000-WALK-PACED-FLIGHTS.
           EXEC SQL
             OPEN C-PACED-FLIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02464 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-PACE-ONE-FLIGHT
              PERFORM 2010-FETCH-NEXT-FLIGHT
           END-PERFORM
           EXEC SQL
             CLOSE C-PACED-FLIGHTS
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-FLIGHT
      ******************************************************************
       2010-FETCH-NEXT-FLIGHT.
           EXEC SQL
             FETCH C-PACED-FLIGHTS
             INTO :WS-FLIGHT-ID,
                  :WS-DEPARTURE-AIRPORT,
                  :WS-ARRIVAL-AIRPORT,
                  :WS-DAYS-OUT,
                  :WS-SEAT-CAPACITY,
                  :WS-SEATS-BOOKED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              ADD 1 TO WS-FLIGHTS-READ
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02464 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-PACE-ONE-FLIGHT
      * THE SEATS BEYOND THE DEADBAND ARE WHAT THE DISCOUNT CLASSES
      * GIVE UP (AHEAD) OR GET BACK (BEHIND)
      ******************************************************************
       2020-PACE-ONE-FLIGHT.
           PERFORM 2030-READ-CURVE-TARGET
           IF SO-CURVE-NOT-FOUND OR WS-SEAT-CAPACITY = 0 THEN
              ADD 1 TO WS-FLIGHTS-NO-CURVE
           ELSE
              COMPUTE WS-ACTUAL-PCT =
                      WS-SEATS-BOOKED * 100 / WS-SEAT-CAPACITY
              COMPUTE WS-PACE-GAP-PCT = WS-ACTUAL-PCT - WS-TARGET-PCT
              SET SO-PACE-ON-CURVE TO TRUE
              MOVE 0 TO WS-SEATS-TO-MOVE
              EVALUATE TRUE
              WHEN WS-PACE-GAP-PCT > WS-DEADBAND-PCT
                 SET SO-PACE-AHEAD TO TRUE
                 COMPUTE WS-SEATS-TO-MOVE = WS-SEAT-CAPACITY *
                         (WS-PACE-GAP-PCT - WS-DEADBAND-PCT) / 100
              WHEN WS-PACE-GAP-PCT < 0 - WS-DEADBAND-PCT
                 SET SO-PACE-BEHIND TO TRUE
                 COMPUTE WS-SEATS-TO-MOVE = WS-SEAT-CAPACITY *
                         (0 - WS-PACE-GAP-PCT - WS-DEADBAND-PCT) / 100
              END-EVALUATE
              IF WS-SEATS-TO-MOVE > 0 THEN
                 PERFORM 2040-LOAD-DISCOUNT-CLASSES
                 PERFORM VARYING WS-CLASS-SUB FROM 1 BY 1
                         UNTIL WS-CLASS-SUB > WS-CLASS-COUNT
                            OR WS-SEATS-TO-MOVE = 0
                    PERFORM 2050-RESIZE-ONE-CLASS
                 END-PERFORM
              ELSE
                 ADD 1 TO WS-FLIGHTS-ON-CURVE
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2030-READ-CURVE-TARGET
      * THE ROUTE'S CURVE POINT AT OR NEXT BEYOND THE DAYS OUT
      ******************************************************************
       2030-READ-CURVE-TARGET.
           SET SO-CURVE-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT T90.DAYS_OUT, T90.TARGET_LOAD_PERCENT
             INTO :WS-CURVE-DAYS-OUT, :WS-TARGET-PCT
             FROM T90_BOOKING_CURVE T90
             WHERE T90.DEPARTURE_AIRPORT_CODE = :WS-DEPARTURE-AIRPORT
               AND T90.ARRIVAL_AIRPORT_CODE   = :WS-ARRIVAL-AIRPORT
               AND T90.DAYS_OUT =
                   (SELECT MIN(T90X.DAYS_OUT)
                      FROM T90_BOOKING_CURVE T90X
                     WHERE T90X.DEPARTURE_AIRPORT_CODE =
                                             :WS-DEPARTURE-AIRPORT
                       AND T90X.ARRIVAL_AIRPORT_CODE =
                                             :WS-ARRIVAL-AIRPORT
                       AND T90X.DAYS_OUT >= :WS-DAYS-OUT)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CURVE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02464 -- CURVE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               2040-LOAD-DISCOUNT-CLASSES
      * READ INTO THE TABLE FIRST SO NO T41 ROW IS UPDATED UNDER AN
      * OPEN CURSOR
      ******************************************************************
       2040-LOAD-DISCOUNT-CLASSES.
           MOVE 0 TO WS-CLASS-COUNT
           MOVE 'N' TO SW-IF-END-OF-CLASSES
           EXEC SQL
             OPEN C-DISCOUNT-CLASSES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02464 -- OPEN CLASS CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM UNTIL SO-END-OF-CLASSES
              EXEC SQL
                FETCH C-DISCOUNT-CLASSES
                INTO :WS-CLASS-CODE,
                     :WS-SEATS-LIMIT,
                     :WS-SEATS-SOLD,
                     :WS-CLASS-STATUS
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 IF WS-CLASS-COUNT < CT-MAX-CLASSES THEN
                    ADD 1 TO WS-CLASS-COUNT
                    MOVE WS-CLASS-CODE TO
                                   WS-TAB-CLASS-CODE(WS-CLASS-COUNT)
                    MOVE WS-SEATS-LIMIT TO
                                   WS-TAB-SEATS-LIMIT(WS-CLASS-COUNT)
                    MOVE WS-SEATS-SOLD TO
                                   WS-TAB-SEATS-SOLD(WS-CLASS-COUNT)
                    MOVE WS-CLASS-STATUS TO
                                   WS-TAB-CLASS-STATUS(WS-CLASS-COUNT)
                 END-IF
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-CLASSES TO TRUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-FORMAT
                 DISPLAY 'Z02464 -- CLASS FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
                 MOVE '2040' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-EVALUATE
           END-PERFORM
           EXEC SQL
             CLOSE C-DISCOUNT-CLASSES
           END-EXEC
           .
      ******************************************************************
      *                 2050-RESIZE-ONE-CLASS
      * AHEAD -- TAKE WHAT THE CLASS HAS UNSOLD, UP TO THE SEATS STILL
      * TO MOVE.  BEHIND -- THE CHEAPEST CLASS TAKES THEM ALL, UP TO
      * THE FLIGHT'S CAPACITY, AND IS RE-OPENED
      ******************************************************************
       2050-RESIZE-ONE-CLASS.
           MOVE WS-TAB-CLASS-CODE(WS-CLASS-SUB)   TO WS-CLASS-CODE
           MOVE WS-TAB-SEATS-LIMIT(WS-CLASS-SUB)  TO WS-SEATS-LIMIT
           MOVE WS-TAB-SEATS-SOLD(WS-CLASS-SUB)   TO WS-SEATS-SOLD
           MOVE WS-TAB-CLASS-STATUS(WS-CLASS-SUB) TO WS-CLASS-STATUS
           IF SO-PACE-AHEAD THEN
              COMPUTE WS-CLASS-HEADROOM = WS-SEATS-LIMIT - WS-SEATS-SOLD
              IF WS-CLASS-HEADROOM > WS-SEATS-TO-MOVE THEN
                 MOVE WS-SEATS-TO-MOVE TO WS-CLASS-HEADROOM
              END-IF
              IF WS-CLASS-HEADROOM > 0 THEN
                 COMPUTE WS-NEW-SEATS-LIMIT =
                         WS-SEATS-LIMIT - WS-CLASS-HEADROOM
                 SUBTRACT WS-CLASS-HEADROOM FROM WS-SEATS-TO-MOVE
                 IF WS-NEW-SEATS-LIMIT > WS-SEATS-SOLD THEN
                    MOVE WS-CLASS-STATUS TO WS-NEW-CLASS-STATUS
                 ELSE
                    MOVE CT-CLOSED-STATUS TO WS-NEW-CLASS-STATUS
                 END-IF
                 PERFORM 2060-APPLY-OR-QUEUE
              END-IF
           ELSE
              COMPUTE WS-NEW-SEATS-LIMIT =
                      WS-SEATS-LIMIT + WS-SEATS-TO-MOVE
              IF WS-NEW-SEATS-LIMIT > WS-SEAT-CAPACITY THEN
                 MOVE WS-SEAT-CAPACITY TO WS-NEW-SEATS-LIMIT
              END-IF
              MOVE 0 TO WS-SEATS-TO-MOVE
              MOVE CT-OPEN-STATUS TO WS-NEW-CLASS-STATUS
              IF WS-NEW-SEATS-LIMIT > WS-SEATS-LIMIT OR
                 WS-CLASS-STATUS NOT = CT-OPEN-STATUS THEN
                 PERFORM 2060-APPLY-OR-QUEUE
              END-IF
           END-IF
           .
      ******************************************************************
      *                  2060-APPLY-OR-QUEUE
      * INSIDE THE TOLERANCE THE CHANGE IS MADE NOW, OUTSIDE IT AN
      * ANALYST DECIDES
      ******************************************************************
       2060-APPLY-OR-QUEUE.
           COMPUTE WS-LIMIT-CHANGE = WS-NEW-SEATS-LIMIT - WS-SEATS-LIMIT
           IF WS-LIMIT-CHANGE < 0 THEN
              COMPUTE WS-LIMIT-CHANGE = 0 - WS-LIMIT-CHANGE
           END-IF
           IF WS-LIMIT-CHANGE <= WS-TOLERANCE-SEATS THEN
              PERFORM 2070-UPDATE-CLASS-LIMIT
              PERFORM 8200-WRITE-CONFIG-AUDIT
              ADD 1 TO WS-CHANGES-APPLIED
              MOVE 'APPLIED' TO WS-LINE-ACTION
           ELSE
              PERFORM 8300-QUEUE-WORK-ITEM
              ADD 1 TO WS-CHANGES-QUEUED
              MOVE 'QUEUED' TO WS-LINE-ACTION
           END-IF
           PERFORM 2080-REPORT-ONE-CLASS
           .
      ******************************************************************
      *                 2070-UPDATE-CLASS-LIMIT
      * ONLY IF THE LIMIT IS STILL THE ONE THIS RUN READ -- A CHANGE
      * KEYED ON Z02384 SINCE WINS
      ******************************************************************
       2070-UPDATE-CLASS-LIMIT.
           EXEC SQL
             UPDATE T41_CLASS_LIMIT
                SET SEATS_LIMIT  = :WS-NEW-SEATS-LIMIT,
                    CLASS_STATUS = :WS-NEW-CLASS-STATUS
              WHERE FLIGHT_ID     = :WS-FLIGHT-ID
                AND BOOKING_CLASS = :WS-CLASS-CODE
                AND SEATS_LIMIT   = :WS-SEATS-LIMIT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02464 -- CLASS LIMIT UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2070' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2080-REPORT-ONE-CLASS
      ******************************************************************
       2080-REPORT-ONE-CLASS.
           MOVE WS-FLIGHT-ID         TO WS-LINE-FLIGHT-ID
           MOVE WS-DEPARTURE-AIRPORT TO WS-LINE-ORIGIN
           MOVE WS-ARRIVAL-AIRPORT   TO WS-LINE-DESTINATION
           MOVE WS-DAYS-OUT          TO WS-LINE-DAYS-OUT
           MOVE WS-TARGET-PCT        TO WS-LINE-TARGET
           MOVE WS-ACTUAL-PCT        TO WS-LINE-ACTUAL
           MOVE WS-CLASS-CODE        TO WS-LINE-CLASS
           MOVE WS-SEATS-LIMIT       TO WS-LINE-OLD-LIMIT
           MOVE WS-NEW-SEATS-LIMIT   TO WS-LINE-NEW-LIMIT
           DISPLAY WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-FLIGHTS-READ     TO WS-TOTALS-FLIGHTS
           MOVE WS-FLIGHTS-NO-CURVE TO WS-TOTALS-NO-CURVE
           MOVE WS-FLIGHTS-ON-CURVE TO WS-TOTALS-ON-CURVE
           MOVE WS-CHANGES-APPLIED  TO WS-TOTALS-APPLIED
           MOVE WS-CHANGES-QUEUED   TO WS-TOTALS-QUEUED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE RUN DATE -- SEE Z02380,
      * THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02464  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02464 -- ALREADY RUN OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      ******************************************************************
       8010-REGISTER-RUN-END.
           MOVE 'END  ' TO JRUN-FUNCTION
           COMPUTE JRUN-ROWS-PROCESSED =
                   WS-CHANGES-APPLIED + WS-CHANGES-QUEUED
           MOVE 0 TO JRUN-RETURN-CODE
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   8020-REGISTER-RUN-FAIL
      ******************************************************************
       8020-REGISTER-RUN-FAIL.
           MOVE 'FAIL ' TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02464  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-DATE TO RPT-BUSINESS-DATE
           CALL 'Z02401' USING WS-ZZEC0263
           .
      ******************************************************************
      *                 8100-STORE-REPORT-LINE
      ******************************************************************
       8100-STORE-REPORT-LINE.
           MOVE 'LINE ' TO RPT-FUNCTION
           MOVE WS-REPORT-BUFFER TO RPT-LINE-TEXT
           CALL 'Z02401' USING WS-ZZEC0263
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * THE SAME T65 BEFORE/AFTER IMAGES Z02384 WRITES FOR A CHANGE
      * KEYED BY HAND, UNDER THIS JOB'S NAME
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T41_CLASS_LIMIT' TO CAUD-TABLE-NAME
           MOVE SPACE TO CAUD-ROW-KEY
           STRING WS-FLIGHT-ID '/' WS-CLASS-CODE
             DELIMITED BY SIZE INTO CAUD-ROW-KEY
           END-STRING
           MOVE 'Z02464  ' TO CAUD-OPERATOR-ID
           MOVE WS-SEATS-LIMIT TO WS-OLD-LIMIT-FORMAT
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING 'LIMIT=' WS-OLD-LIMIT-FORMAT ' STATUS='
                  WS-CLASS-STATUS
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           MOVE WS-NEW-SEATS-LIMIT TO WS-NEW-LIMIT-FORMAT
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'LIMIT=' WS-NEW-LIMIT-FORMAT ' STATUS='
                  WS-NEW-CLASS-STATUS
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           CALL 'Z02421' USING WS-ZZEC0267
           .
      ******************************************************************
      *                 8300-QUEUE-WORK-ITEM
      * TOO BIG A MOVE TO MAKE UNSEEN -- A CLAIMABLE T61 ITEM FOR THE
      * REVENUE ANALYSTS, WHO KEY AN APPROVED ONE ON Z02384
      ******************************************************************
       8300-QUEUE-WORK-ITEM.
           MOVE CT-CLASS-QUEUE TO WQUE-QUEUE-NAME
           MOVE SPACE TO WQUE-ITEM-KEY
           STRING WS-FLIGHT-ID '/' WS-CLASS-CODE
             DELIMITED BY SIZE INTO WQUE-ITEM-KEY
           END-STRING
           MOVE WS-SEATS-LIMIT TO WS-OLD-LIMIT-FORMAT
           MOVE WS-NEW-SEATS-LIMIT TO WS-NEW-LIMIT-FORMAT
           MOVE WS-PACE-GAP-PCT TO WS-GAP-FORMAT
           MOVE SPACE TO WQUE-ITEM-TEXT
           STRING 'CLASS ' WS-CLASS-CODE ' LIMIT ' WS-OLD-LIMIT-FORMAT
                  ' TO ' WS-NEW-LIMIT-FORMAT ' -- PACE '
                  WS-GAP-FORMAT '% VS CURVE'
             DELIMITED BY SIZE INTO WQUE-ITEM-TEXT
           END-STRING
           CALL 'Z02414' USING WS-ZZEC0266
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02464  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-FLIGHT-ID TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02464 -- BOOKING-CLASS RE-OPTIMIZATION ENDING'
           GOBACK
           .
