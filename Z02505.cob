       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02505.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- NIGHTLY CO2 PER PASSENGER CALCULATION
      *
      * CORPORATE CUSTOMERS AND SEVERAL GOVERNMENTS ASK FOR THE CO2
      * PER PASSENGER OF EVERY TRIP.  THIS JOB WORKS IT OUT FOR EVERY
      * LIVE FLIGHT DEPARTING FROM CO2-RECALC-DAYS AGO (T87 THROUGH
      * Z02457) ONWARDS -- FLOWN FLIGHTS ARE TAKEN AGAIN FOR A WHILE
      * SO A FUEL UPLIFT KEYED LATE ON Z02428 STILL REPLACES THE
      * ESTIMATE -- AND KEEPS THE RESULT ON T129 FOR THE Z02390
      * ITINERARY AND THE Z02506 MONTHLY CORPORATE CO2 STATEMENT:
      *
      *   FUEL -- THE FLIGHT'S OWN T72 UPLIFT WHERE ONE WAS KEYED
      *      ('ACTUAL').  OTHERWISE THE PLANE MODEL'S BURN RATE IN
      *      LITRES PER 100 GREAT-CIRCLE KM, LEARNT HERE FROM THE LAST
      *      365 DAYS OF UPLIFTS THE SAME WAY Z02429 MEASURES IT,
      *      TIMES THE ROUTE DISTANCE ('MODEL').  A MODEL WITH NO
      *      UPLIFT HISTORY TAKES CO2-DEFAULT-BURN-RATE ('DEFAULT')
      *   CO2 -- LITRES TIMES FUEL-DENSITY-KG-PER-LITRE TIMES
      *      CO2-KG-PER-KG-FUEL
      *   CARGO -- THE FLIGHT'S T73 SHIPMENT WEIGHT TAKES ITS SHARE
      *      BY MASS AGAINST THE PASSENGERS AT CO2-PASSENGER-MASS-KG
      *      EACH; ONLY THE PASSENGER SHARE IS SPREAD OVER THE SEATS
      *   CABINS -- THE PREMIUM CABIN IS THE PLANE'S FIRST T08
      *      SECTION, AS Z02434 HAS IT (A ONE-SECTION PLANE IS ALL
      *      ECONOMY).  A PREMIUM SEAT CARRIES CO2-PREMIUM-WEIGHT
      *      TIMES AN ECONOMY SEAT
      *   PASSENGERS -- THE SEATS SOLD (T04 ROWS NOT BLOCKED); A
      *      FLIGHT WITH NOTHING SOLD YET IS SPREAD OVER ITS WHOLE
      *      T13 CAPACITY
      *
      * NEW TABLE T129_FLIGHT_CO2, ONE ROW PER FLIGHT, REWRITTEN ON
      * EVERY RUN THAT TAKES THE FLIGHT:
      *
      *   FLIGHT_ID              CHAR(8)
      *   FUEL_SOURCE            CHAR(7)      'ACTUAL', 'MODEL' OR
      *                                       'DEFAULT'
      *   DISTANCE_KM            INTEGER      GREAT-CIRCLE
      *   FUEL_LITRES            INTEGER
      *   CARGO_KG               INTEGER
      *   PREMIUM_ROW_TO         SMALLINT     LAST PREMIUM ROW, 0 FOR
      *                                       A ONE-CABIN PLANE
      *   PREMIUM_PASSENGERS     SMALLINT
      *   ECONOMY_PASSENGERS     SMALLINT
      *   TOTAL_CO2_KG           DEC(11,2)    WHOLE FLIGHT
      *   CO2_PREMIUM_KG         DEC(9,2)     PER PREMIUM PASSENGER
      *   CO2_ECONOMY_KG         DEC(9,2)     PER ECONOMY PASSENGER
      *   CALCULATED_TIMESTAMP   TIMESTAMP
      *
      * A SEAT IS PREMIUM WHEN ITS ROW_NUMBER IS NOT ABOVE
      * PREMIUM_ROW_TO, SO A READER NEEDS NOTHING BUT T04 AND T129.
      *
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401.
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
           EXEC SQL INCLUDE T02TAB END-EXEC.

      * RULE PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * REPORT REPOSITORY PARM BLOCK (SEE Z02401)
           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * A YEAR OF UPLIFTED LEGS PER ROUTE AND MODEL -- THE SAME
      * GROUPING Z02429 REPORTS A MONTH OF
           EXEC SQL
             DECLARE C-MODEL-BURN CURSOR FOR
             SELECT T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T08M.PLANE_MODEL,
                    COUNT(*),
                    SUM(T72.UPLIFT_QUANTITY)
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN T72_FUEL_UPLIFT T72 ON
                T72.FLIGHT_ID = T05.FLIGHT_ID
             INNER JOIN
                (SELECT T08.PLANE_ID, MIN(T08.PLANE_MODEL)
                        AS PLANE_MODEL
                   FROM T08_TABLE_PLANE_TABLE T08
                  GROUP BY T08.PLANE_ID) T08M ON
                T08M.PLANE_ID = T05.PLANE_ID
             WHERE T05.DEPARTURE_TIMESTAMP >= CURRENT TIMESTAMP
                                              - 365 DAYS
               AND T05.DEPARTURE_TIMESTAMP < CURRENT TIMESTAMP
             GROUP BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE,
                      T08M.PLANE_MODEL
             ORDER BY T08M.PLANE_MODEL
             FOR FETCH ONLY
           END-EXEC

      * THE FLIGHTS TO CALCULATE, WITH THEIR MODEL AND ANY UPLIFT
           EXEC SQL
             DECLARE C-CO2-FLIGHTS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T05.PLANE_ID,
                    T08M.PLANE_MODEL,
                    (SELECT COALESCE(SUM(T72.UPLIFT_QUANTITY), 0)
                       FROM T72_FUEL_UPLIFT T72
                      WHERE T72.FLIGHT_ID = T05.FLIGHT_ID),
                    (SELECT COALESCE(SUM(T73.WEIGHT_KG), 0)
                       FROM T73_CARGO_SHIPMENT T73
                      WHERE T73.FLIGHT_ID = T05.FLIGHT_ID)
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN
                (SELECT T08.PLANE_ID, MIN(T08.PLANE_MODEL)
                        AS PLANE_MODEL
                   FROM T08_TABLE_PLANE_TABLE T08
                  GROUP BY T08.PLANE_ID) T08M ON
                T08M.PLANE_ID = T05.PLANE_ID
             WHERE DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                 T05.DEPARTURE_TIMESTAMP)) >=
                      CURRENT DATE - :WS-RECALC-DAYS DAYS
               AND T05.FLIGHT_STATUS <> 'CANCELED'
               AND T05.FLIGHT_STATUS <> 'DELETED'
             ORDER BY T05.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-BURN-CURSOR      PIC X VALUE 'N'.
               88 SO-END-OF-BURN-CURSOR     VALUE 'Y'.
           05 SW-IF-END-OF-FLIGHT-CURSOR    PIC X VALUE 'N'.
               88 SO-END-OF-FLIGHT-CURSOR   VALUE 'Y'.
           05 SW-IF-MODEL-FOUND             PIC X VALUE 'N'.
               88 SO-MODEL-FOUND            VALUE 'Y'.
               88 SO-MODEL-NOT-FOUND        VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-PI-VALUE          PIC S9(1)V9(6) COMP-3
                                      VALUE 3.141592.
           05 CT-MAX-MODELS                 PIC S9(4) COMP VALUE 50.
           05 CT-ACTUAL-SOURCE              PIC X(7) VALUE 'ACTUAL'.
           05 CT-MODEL-SOURCE               PIC X(7) VALUE 'MODEL'.
           05 CT-DEFAULT-SOURCE             PIC X(7) VALUE 'DEFAULT'.
      * USED ONLY WHEN T87 CARRIES NO VALUE
           05 CT-DEFAULT-RECALC-DAYS        PIC S9(4) COMP VALUE 35.
           05 CT-DEFAULT-BURN-RATE          PIC S9(5)V99 COMP-3
                                                      VALUE 375.
           05 CT-DEFAULT-FUEL-DENSITY       PIC S9(3)V99 COMP-3
                                                      VALUE 0.80.
           05 CT-DEFAULT-CO2-FACTOR         PIC S9(3)V99 COMP-3
                                                      VALUE 3.16.
           05 CT-DEFAULT-PASSENGER-MASS     PIC S9(5) COMP-3
                                                      VALUE 100.
           05 CT-DEFAULT-PREMIUM-WEIGHT     PIC S9(3)V99 COMP-3
                                                      VALUE 1.50.

       01 WS-PARAMETER-FIELDS.
           05 WS-RECALC-DAYS                PIC S9(4) COMP.
           05 WS-DEFAULT-BURN-RATE          PIC S9(5)V99 COMP-3.
           05 WS-FUEL-DENSITY               PIC S9(3)V99 COMP-3.
           05 WS-CO2-FACTOR                 PIC S9(3)V99 COMP-3.
           05 WS-PASSENGER-MASS             PIC S9(5) COMP-3.
           05 WS-PREMIUM-WEIGHT             PIC S9(3)V99 COMP-3.

      * PER-MODEL BURN RATE LEARNT FROM THE UPLIFT HISTORY
       01 WS-MODEL-RATES.
           05 WS-MODEL-COUNT                PIC S9(4) COMP VALUE 0.
           05 WS-MODEL-ENTRY OCCURS 50 TIMES.
              10 WS-MDL-PLANE-MODEL         PIC X(20).
              10 WS-MDL-TOTAL-LITRES        PIC S9(11) COMP-3.
              10 WS-MDL-TOTAL-KM            PIC S9(11) COMP-3.
              10 WS-MDL-LITRES-PER-100KM    PIC S9(5)V99 COMP-3.
       01 WS-MODEL-INDEX                    PIC S9(4) COMP.
       01 WS-FOUND-INDEX                    PIC S9(4) COMP.

       01 WS-BURN-FIELDS.
           05 WS-BRN-PLANE-MODEL            PIC X(20).
           05 WS-BRN-LEG-COUNT              PIC S9(5) COMP.
           05 WS-BRN-TOTAL-UPLIFT           PIC S9(9) COMP.

       01 WS-FLIGHT-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-NUMBER              PIC X(15).
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-DESTINATION-AIRPORT        PIC X(3).
           05 WS-PLANE-ID                   PIC S9(9) COMP.
           05 WS-PLANE-MODEL                PIC X(20).
           05 WS-UPLIFT-LITRES              PIC S9(9) COMP.
           05 WS-CARGO-KG                   PIC S9(9) COMP.

       01 WS-CO2-FIELDS.
           05 WS-FUEL-SOURCE                PIC X(7).
           05 WS-DISTANCE-KM                PIC S9(9) COMP.
           05 WS-FUEL-LITRES                PIC S9(9) COMP.
           05 WS-SECTION-COUNT              PIC S9(4) COMP.
           05 WS-PREMIUM-ROW-TO             PIC S9(4) COMP.
           05 WS-PREMIUM-PASSENGERS         PIC S9(4) COMP.
           05 WS-ECONOMY-PASSENGERS         PIC S9(4) COMP.
           05 WS-TOTAL-PASSENGERS           PIC S9(5) COMP.
           05 WS-PASSENGER-MASS-KG          PIC S9(9) COMP.
           05 WS-TOTAL-CO2-KG               PIC S9(9)V99 COMP-3.
           05 WS-PASSENGER-CO2-KG           PIC S9(9)V99 COMP-3.
           05 WS-SEAT-UNITS                 PIC S9(7)V99 COMP-3.
           05 WS-CO2-PREMIUM-KG             PIC S9(7)V99 COMP-3.
           05 WS-CO2-ECONOMY-KG             PIC S9(7)V99 COMP-3.

      * HAVERSINE WORK FIELDS -- SAME SHAPES AS Z02172'S
      * 2208-CALCULATE-DISTANCE
       01 WS-DISTANCE-FIELDS.
           05 WS-LATITUDE                   PIC S9(3)V9(6) COMP-3.
           05 WS-LONGITUDE                  PIC S9(3)V9(6) COMP-3.
           05 WS-ORG-LATITUDE               PIC S9(3)V9(6) COMP-3.
           05 WS-ORG-LONGITUDE              PIC S9(3)V9(6) COMP-3.
           05 WS-DES-LATITUDE               PIC S9(3)V9(6) COMP-3.
           05 WS-DES-LONGITUDE              PIC S9(3)V9(6) COMP-3.
           05 WS-RAD-ORG-LATITUDE           PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-ORG-LONGITUDE          PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-DES-LATITUDE           PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-DES-LONGITUDE          PIC S9(3)V9(8) COMP-3.
           05 WS-A                          PIC S9(3)V9(8) COMP-3.
           05 WS-C                          PIC S9(3)V9(8) COMP-3.
           05 WS-D                          PIC S9(7)V9(2) COMP-3.
           05 WS-EARTCH-RADIOUS             PIC S9(5) COMP VALUE 6371.

       01 WS-COUNTERS.
           05 WS-MODELS-LEARNT              PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-ACTUAL             PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-MODEL              PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-DEFAULT            PIC S9(7) COMP VALUE 0.

       01 WS-MODEL-LINE.
           05 FILLER                        PIC X(6) VALUE 'MODEL '.
           05 WS-MDL-LINE-MODEL             PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-MDL-LINE-RATE              PIC ZZZ9.99.
           05 FILLER                        PIC X(8)
              VALUE ' L/100KM'.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'MODEL BURN RATES LEARNT.......'.
           05 WS-TOTALS-MODELS              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'FLIGHTS ON ACTUAL UPLIFT......'.
           05 WS-TOTALS-ACTUAL              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'FLIGHTS ON MODEL BURN RATE....'.
           05 WS-TOTALS-MODEL               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'FLIGHTS ON THE DEFAULT RATE...'.
           05 WS-TOTALS-DEFAULT             PIC ZZZ,ZZ9.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LEARN-MODEL-RATES
           PERFORM 3000-CALCULATE-THE-FLIGHTS
           PERFORM 2900-WRITE-TOTALS
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02505 -- CO2 CALCULATION STARTING'
           PERFORM 8090-OPEN-REPORT-STORE
           PERFORM 1010-READ-THE-PARAMETERS
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CO2 PER PASSENGER CALCULATION FOR ' WS-TODAY-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 1010-READ-THE-PARAMETERS
      ******************************************************************
       1010-READ-THE-PARAMETERS.
           MOVE SPACE                      TO PARM-SCOPE
           MOVE WS-TODAY-DATE              TO PARM-AS-OF-DATE
           MOVE 'CO2-RECALC-DAYS'          TO PARM-NAME
           MOVE CT-DEFAULT-RECALC-DAYS     TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-RECALC-DAYS
           MOVE 'CO2-DEFAULT-BURN-RATE'    TO PARM-NAME
           MOVE CT-DEFAULT-BURN-RATE       TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-DEFAULT-BURN-RATE
           MOVE 'FUEL-DENSITY-KG-PER-LITRE' TO PARM-NAME
           MOVE CT-DEFAULT-FUEL-DENSITY    TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-FUEL-DENSITY
           MOVE 'CO2-KG-PER-KG-FUEL'       TO PARM-NAME
           MOVE CT-DEFAULT-CO2-FACTOR      TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-CO2-FACTOR
           MOVE 'CO2-PASSENGER-MASS-KG'    TO PARM-NAME
           MOVE CT-DEFAULT-PASSENGER-MASS  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-PASSENGER-MASS
           MOVE 'CO2-PREMIUM-WEIGHT'       TO PARM-NAME
           MOVE CT-DEFAULT-PREMIUM-WEIGHT  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-PREMIUM-WEIGHT
           IF WS-PREMIUM-WEIGHT < 1 THEN
              MOVE 1 TO WS-PREMIUM-WEIGHT
           END-IF
           .
      ******************************************************************
      *                 2000-LEARN-MODEL-RATES
      * EACH ROUTE/MODEL GROUP ADDS ITS LITRES AND ITS LEGS TIMES THE
      * ROUTE DISTANCE TO THE MODEL'S TOTALS; THE RATE IS THEIR RATIO
      ******************************************************************
       2000-LEARN-MODEL-RATES.
           EXEC SQL
             OPEN C-MODEL-BURN
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- OPEN OF BURN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-BURN
           PERFORM UNTIL SO-END-OF-BURN-CURSOR
              PERFORM 2020-ADD-TO-MODEL
              PERFORM 2010-FETCH-NEXT-BURN
           END-PERFORM
           EXEC SQL
             CLOSE C-MODEL-BURN
           END-EXEC
           PERFORM VARYING WS-MODEL-INDEX FROM 1 BY 1
                   UNTIL WS-MODEL-INDEX > WS-MODEL-COUNT
              IF WS-MDL-TOTAL-KM(WS-MODEL-INDEX) > 0 THEN
                 COMPUTE WS-MDL-LITRES-PER-100KM(WS-MODEL-INDEX)
                    ROUNDED =
                    (WS-MDL-TOTAL-LITRES(WS-MODEL-INDEX) * 100) /
                     WS-MDL-TOTAL-KM(WS-MODEL-INDEX)
                 ADD 1 TO WS-MODELS-LEARNT
              ELSE
                 MOVE WS-DEFAULT-BURN-RATE TO
                      WS-MDL-LITRES-PER-100KM(WS-MODEL-INDEX)
              END-IF
              MOVE WS-MDL-PLANE-MODEL(WS-MODEL-INDEX) TO
                   WS-MDL-LINE-MODEL
              MOVE WS-MDL-LITRES-PER-100KM(WS-MODEL-INDEX) TO
                   WS-MDL-LINE-RATE
              DISPLAY WS-MODEL-LINE
              MOVE WS-MODEL-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
           END-PERFORM
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-BURN
      ******************************************************************
       2010-FETCH-NEXT-BURN.
           EXEC SQL
             FETCH C-MODEL-BURN
             INTO :WS-ORIGIN-AIRPORT,
                  :WS-DESTINATION-AIRPORT,
                  :WS-BRN-PLANE-MODEL,
                  :WS-BRN-LEG-COUNT,
                  :WS-BRN-TOTAL-UPLIFT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-BURN-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- FETCH OF BURN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                    2020-ADD-TO-MODEL
      * THE CURSOR COMES IN MODEL ORDER, SO A NEW MODEL IS ALWAYS THE
      * NEXT ENTRY.  PAST CT-MAX-MODELS A MODEL FALLS TO THE DEFAULT
      ******************************************************************
       2020-ADD-TO-MODEL.
           IF WS-MODEL-COUNT = 0 OR
              WS-MDL-PLANE-MODEL(WS-MODEL-COUNT) NOT =
                                               WS-BRN-PLANE-MODEL THEN
              IF WS-MODEL-COUNT < CT-MAX-MODELS THEN
                 ADD 1 TO WS-MODEL-COUNT
                 MOVE WS-BRN-PLANE-MODEL TO
                      WS-MDL-PLANE-MODEL(WS-MODEL-COUNT)
                 MOVE 0 TO WS-MDL-TOTAL-LITRES(WS-MODEL-COUNT)
                           WS-MDL-TOTAL-KM(WS-MODEL-COUNT)
              ELSE
                 DISPLAY 'Z02505 -- MODEL TABLE FULL, '
                         WS-BRN-PLANE-MODEL ' TAKES THE DEFAULT RATE'
              END-IF
           END-IF
           IF WS-MDL-PLANE-MODEL(WS-MODEL-COUNT) =
                                               WS-BRN-PLANE-MODEL THEN
              PERFORM 7003-CALCULATE-DISTANCE
              ADD WS-BRN-TOTAL-UPLIFT TO
                  WS-MDL-TOTAL-LITRES(WS-MODEL-COUNT)
              COMPUTE WS-MDL-TOTAL-KM(WS-MODEL-COUNT) =
                 WS-MDL-TOTAL-KM(WS-MODEL-COUNT) +
                 (WS-D * WS-BRN-LEG-COUNT)
           END-IF
           .
      ******************************************************************
      *               3000-CALCULATE-THE-FLIGHTS
      ******************************************************************
       3000-CALCULATE-THE-FLIGHTS.
           EXEC SQL
             OPEN C-CO2-FLIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- OPEN OF FLIGHT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-FLIGHT
           PERFORM UNTIL SO-END-OF-FLIGHT-CURSOR
              PERFORM 3020-CALCULATE-ONE-FLIGHT
              PERFORM 3010-FETCH-NEXT-FLIGHT
           END-PERFORM
           EXEC SQL
             CLOSE C-CO2-FLIGHTS
           END-EXEC
           .
      ******************************************************************
      *                 3010-FETCH-NEXT-FLIGHT
      ******************************************************************
       3010-FETCH-NEXT-FLIGHT.
           EXEC SQL
             FETCH C-CO2-FLIGHTS
             INTO :WS-FLIGHT-ID,
                  :WS-FLIGHT-NUMBER,
                  :WS-ORIGIN-AIRPORT,
                  :WS-DESTINATION-AIRPORT,
                  :WS-PLANE-ID,
                  :WS-PLANE-MODEL,
                  :WS-UPLIFT-LITRES,
                  :WS-CARGO-KG
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-FLIGHT-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- FETCH OF FLIGHT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               3020-CALCULATE-ONE-FLIGHT
      ******************************************************************
       3020-CALCULATE-ONE-FLIGHT.
           PERFORM 7003-CALCULATE-DISTANCE
           MOVE WS-D TO WS-DISTANCE-KM
           PERFORM 3030-WORK-OUT-THE-FUEL
           PERFORM 7010-READ-THE-CABINS
           PERFORM 7011-COUNT-THE-PASSENGERS
           IF WS-PREMIUM-PASSENGERS + WS-ECONOMY-PASSENGERS = 0 THEN
              PERFORM 7012-READ-THE-CAPACITY
           END-IF
           COMPUTE WS-TOTAL-PASSENGERS =
              WS-PREMIUM-PASSENGERS + WS-ECONOMY-PASSENGERS
           COMPUTE WS-TOTAL-CO2-KG ROUNDED =
              WS-FUEL-LITRES * WS-FUEL-DENSITY * WS-CO2-FACTOR
           MOVE 0 TO WS-CO2-PREMIUM-KG
                     WS-CO2-ECONOMY-KG
           IF WS-TOTAL-PASSENGERS > 0 THEN
              COMPUTE WS-PASSENGER-MASS-KG =
                 WS-TOTAL-PASSENGERS * WS-PASSENGER-MASS
              COMPUTE WS-PASSENGER-CO2-KG ROUNDED =
                 WS-TOTAL-CO2-KG * WS-PASSENGER-MASS-KG /
                 (WS-PASSENGER-MASS-KG + WS-CARGO-KG)
              COMPUTE WS-SEAT-UNITS =
                 WS-ECONOMY-PASSENGERS +
                 (WS-PREMIUM-PASSENGERS * WS-PREMIUM-WEIGHT)
              COMPUTE WS-CO2-ECONOMY-KG ROUNDED =
                 WS-PASSENGER-CO2-KG / WS-SEAT-UNITS
              COMPUTE WS-CO2-PREMIUM-KG ROUNDED =
                 WS-CO2-ECONOMY-KG * WS-PREMIUM-WEIGHT
           END-IF
           PERFORM 7020-UPDATE-FLIGHT-CO2
           IF SO-SQLCODE-NOT-FOUND THEN
              PERFORM 7021-INSERT-FLIGHT-CO2
           END-IF
           .
      ******************************************************************
      *                 3030-WORK-OUT-THE-FUEL
      * THE UPLIFT WHEN THERE IS ONE, ELSE THE MODEL RATE TIMES THE
      * DISTANCE, ELSE THE DEFAULT RATE TIMES THE DISTANCE
      ******************************************************************
       3030-WORK-OUT-THE-FUEL.
           IF WS-UPLIFT-LITRES > 0 THEN
              MOVE WS-UPLIFT-LITRES TO WS-FUEL-LITRES
              MOVE CT-ACTUAL-SOURCE TO WS-FUEL-SOURCE
              ADD 1 TO WS-FLIGHTS-ACTUAL
           ELSE
              SET SO-MODEL-NOT-FOUND TO TRUE
              PERFORM VARYING WS-MODEL-INDEX FROM 1 BY 1
                      UNTIL WS-MODEL-INDEX > WS-MODEL-COUNT
                         OR SO-MODEL-FOUND
                 IF WS-MDL-PLANE-MODEL(WS-MODEL-INDEX) =
                                                   WS-PLANE-MODEL THEN
                    SET SO-MODEL-FOUND TO TRUE
                    MOVE WS-MODEL-INDEX TO WS-FOUND-INDEX
                 END-IF
              END-PERFORM
              IF SO-MODEL-FOUND AND
                 WS-MDL-TOTAL-KM(WS-FOUND-INDEX) > 0 THEN
                 COMPUTE WS-FUEL-LITRES ROUNDED =
                    WS-MDL-LITRES-PER-100KM(WS-FOUND-INDEX) *
                    WS-DISTANCE-KM / 100
                 MOVE CT-MODEL-SOURCE TO WS-FUEL-SOURCE
                 ADD 1 TO WS-FLIGHTS-MODEL
              ELSE
                 COMPUTE WS-FUEL-LITRES ROUNDED =
                    WS-DEFAULT-BURN-RATE * WS-DISTANCE-KM / 100
                 MOVE CT-DEFAULT-SOURCE TO WS-FUEL-SOURCE
                 ADD 1 TO WS-FLIGHTS-DEFAULT
              END-IF
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-MODELS-LEARNT    TO WS-TOTALS-MODELS
           MOVE WS-FLIGHTS-ACTUAL   TO WS-TOTALS-ACTUAL
           MOVE WS-FLIGHTS-MODEL    TO WS-TOTALS-MODEL
           MOVE WS-FLIGHTS-DEFAULT  TO WS-TOTALS-DEFAULT
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE1
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE2
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE3
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE4
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                7003-CALCULATE-DISTANCE
      * SAME HAVERSINE ARITHMETIC AS Z02172'S 2208-CALCULATE-DISTANCE
      ******************************************************************
       7003-CALCULATE-DISTANCE.
           MOVE WS-DESTINATION-AIRPORT TO T02-AIRPORT-CODE
           PERFORM 7004-GET-GEOGRAF-POS
           MOVE WS-LATITUDE  TO WS-DES-LATITUDE
           MOVE WS-LONGITUDE TO WS-DES-LONGITUDE
           MOVE WS-ORIGIN-AIRPORT TO T02-AIRPORT-CODE
           PERFORM 7004-GET-GEOGRAF-POS
           MOVE WS-LATITUDE  TO WS-ORG-LATITUDE
           MOVE WS-LONGITUDE TO WS-ORG-LONGITUDE
           COMPUTE WS-RAD-DES-LATITUDE =
                (CT-PI-VALUE * WS-DES-LATITUDE)  / 180
           COMPUTE WS-RAD-DES-LONGITUDE =
                (CT-PI-VALUE * WS-DES-LONGITUDE)  / 180
           COMPUTE WS-RAD-ORG-LATITUDE =
                (CT-PI-VALUE * WS-ORG-LATITUDE)  / 180
           COMPUTE WS-RAD-ORG-LONGITUDE =
                (CT-PI-VALUE * WS-ORG-LONGITUDE)  / 180
           COMPUTE WS-LATITUDE = WS-RAD-DES-LATITUDE -
                                 WS-RAD-ORG-LATITUDE
           COMPUTE WS-LONGITUDE = WS-RAD-DES-LONGITUDE -
                                 WS-RAD-ORG-LONGITUDE
           COMPUTE WS-A = ( FUNCTION SIN(WS-LATITUDE / 2) ** 2 ) +
            FUNCTION COS(WS-RAD-DES-LATITUDE) *
            FUNCTION COS(WS-RAD-ORG-LATITUDE) *
            FUNCTION SIN(WS-LONGITUDE / 2) ** 2
           COMPUTE WS-C  = 2 * FUNCTION ATAN(
              FUNCTION SQRT(WS-A) / FUNCTION SQRT(1 - WS-A) )
           COMPUTE WS-D = WS-EARTCH-RADIOUS * WS-C
           .
      ******************************************************************
      *                7004-GET-GEOGRAF-POS
      ******************************************************************
       7004-GET-GEOGRAF-POS.
           EXEC SQL
             SELECT LATITUDE, LONGITUDE
             INTO :WS-LATITUDE, :WS-LONGITUDE
             FROM T02_AIRPORT_TABLE
             WHERE AIRPORT_CODE = :T02-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- AIRPORT POSITION READ FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7010-READ-THE-CABINS
      * THE FIRST T08 SECTION IS PREMIUM WHEN THE PLANE HAS MORE THAN
      * ONE -- Z02434'S SPLIT
      ******************************************************************
       7010-READ-THE-CABINS.
           MOVE 0 TO WS-SECTION-COUNT
                     WS-PREMIUM-ROW-TO
           EXEC SQL
             SELECT T08.ROW_NUMBER_TO,
                    (SELECT COUNT(*)
                       FROM T08_TABLE_PLANE_TABLE T08C
                      WHERE T08C.PLANE_ID = T08.PLANE_ID)
             INTO :WS-PREMIUM-ROW-TO,
                  :WS-SECTION-COUNT
             FROM T08_TABLE_PLANE_TABLE T08
             WHERE T08.PLANE_ID = :WS-PLANE-ID
             ORDER BY T08.ROW_NUMBER_FROM
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- CABIN READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-SECTION-COUNT < 2 THEN
              MOVE 0 TO WS-PREMIUM-ROW-TO
           END-IF
           .
      ******************************************************************
      *               7011-COUNT-THE-PASSENGERS
      ******************************************************************
       7011-COUNT-THE-PASSENGERS.
           MOVE 0 TO WS-PREMIUM-PASSENGERS
                     WS-ECONOMY-PASSENGERS
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN ROW_NUMBER <=
                                         :WS-PREMIUM-ROW-TO
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN ROW_NUMBER >
                                         :WS-PREMIUM-ROW-TO
                                      THEN 1 ELSE 0 END), 0)
             INTO :WS-PREMIUM-PASSENGERS,
                  :WS-ECONOMY-PASSENGERS
             FROM T04_FLIGHT_SEATS
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND RESERVATION_STATUS <> 'BLOCKED'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- PASSENGER COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7011' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7012-READ-THE-CAPACITY
      * NOTHING SOLD YET -- THE SEATS OF EACH CABIN IN ITS PLACE
      ******************************************************************
       7012-READ-THE-CAPACITY.
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN T08.ROW_NUMBER_FROM <=
                                         :WS-PREMIUM-ROW-TO
                                 THEN T13.MAXIMUAL_AMOUNT_OF_SEATS
                                 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN T08.ROW_NUMBER_FROM >
                                         :WS-PREMIUM-ROW-TO
                                 THEN T13.MAXIMUAL_AMOUNT_OF_SEATS
                                 ELSE 0 END), 0)
             INTO :WS-PREMIUM-PASSENGERS,
                  :WS-ECONOMY-PASSENGERS
             FROM T08_TABLE_PLANE_TABLE T08
             INNER JOIN T13_TYPE_OF_SEATS_TABLE T13 ON
                T13.TYPE_OF_SEATS_ID = T08.TYPE_OF_SEATS_ID
             WHERE T08.PLANE_ID = :WS-PLANE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- CAPACITY READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7012' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7020-UPDATE-FLIGHT-CO2
      * LEAVES SQLCODE 100 IN SW-SQLCODE WHEN THE FLIGHT HAS NO ROW YET
      ******************************************************************
       7020-UPDATE-FLIGHT-CO2.
           EXEC SQL
             UPDATE T129_FLIGHT_CO2
                SET FUEL_SOURCE          = :WS-FUEL-SOURCE,
                    DISTANCE_KM          = :WS-DISTANCE-KM,
                    FUEL_LITRES          = :WS-FUEL-LITRES,
                    CARGO_KG             = :WS-CARGO-KG,
                    PREMIUM_ROW_TO       = :WS-PREMIUM-ROW-TO,
                    PREMIUM_PASSENGERS   = :WS-PREMIUM-PASSENGERS,
                    ECONOMY_PASSENGERS   = :WS-ECONOMY-PASSENGERS,
                    TOTAL_CO2_KG         = :WS-TOTAL-CO2-KG,
                    CO2_PREMIUM_KG       = :WS-CO2-PREMIUM-KG,
                    CO2_ECONOMY_KG       = :WS-CO2-ECONOMY-KG,
                    CALCULATED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- UPDATE OF T129 FAILED FOR FLIGHT '
                      WS-FLIGHT-ID ', SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7021-INSERT-FLIGHT-CO2
      ******************************************************************
       7021-INSERT-FLIGHT-CO2.
           EXEC SQL
             INSERT INTO T129_FLIGHT_CO2
                (FLIGHT_ID, FUEL_SOURCE, DISTANCE_KM, FUEL_LITRES,
                 CARGO_KG, PREMIUM_ROW_TO, PREMIUM_PASSENGERS,
                 ECONOMY_PASSENGERS, TOTAL_CO2_KG, CO2_PREMIUM_KG,
                 CO2_ECONOMY_KG, CALCULATED_TIMESTAMP)
             VALUES
                (:WS-FLIGHT-ID, :WS-FUEL-SOURCE, :WS-DISTANCE-KM,
                 :WS-FUEL-LITRES, :WS-CARGO-KG, :WS-PREMIUM-ROW-TO,
                 :WS-PREMIUM-PASSENGERS, :WS-ECONOMY-PASSENGERS,
                 :WS-TOTAL-CO2-KG, :WS-CO2-PREMIUM-KG,
                 :WS-CO2-ECONOMY-KG, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02505 -- INSERT OF T129 FAILED FOR FLIGHT '
                      WS-FLIGHT-ID ', SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7021' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02505  ' TO RPT-REPORT-TYPE
           MOVE WS-TODAY-DATE TO RPT-BUSINESS-DATE
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
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02505  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02505 -- CO2 CALCULATION ENDING'
           GOBACK
           .
