       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02542.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- NEXT-DAY FUEL TANKERING PLAN
      *
      * WHETHER TO CARRY EXTRA FUEL FROM A CHEAP STATION TO AN
      * EXPENSIVE ONE WAS DECIDED BY FEEL.  THIS JOB WORKS IT OUT FOR
      * EVERY LEG OF THE PLAN DATE'S TAIL ROTATIONS -- THE SAME
      * TAIL-AND-TIME ORDERED LEGS Z02439 PRINTS -- THAT HAS A
      * FOLLOWING LEG OUT OF ITS ARRIVAL STATION:
      *
      *   PRICES -- THE CHEAPEST SUPPLIER'S T155 PRICE IN FORCE AT
      *      EACH END ON THE PLAN DATE (LOADED BY Z02541), TURNED
      *      INTO THE COMMON CURRENCY AT THE FRESHEST T17 RATE, AS
      *      Z02419 CONVERTS ITS REVENUE
      *   BURN -- THE PLANE MODEL'S LITRES PER 100 GREAT-CIRCLE KM,
      *      LEARNT FROM THE LAST 365 DAYS OF T72 UPLIFTS THE WAY
      *      Z02429 AND Z02505 MEASURE IT (CO2-DEFAULT-BURN-RATE
      *      FOR A MODEL WITH NO HISTORY)
      *   WEIGHT -- THE LANDING WEIGHT WITHOUT TANKERED FUEL IS THE
      *      MODEL'S T156 OPERATING EMPTY WEIGHT (SET ON Z02418'S 'W'
      *      ACTION) PLUS THE SEATS SOLD AT CO2-PASSENGER-MASS-KG,
      *      THE T73 CARGO AND TANKER-RESERVE-FUEL-KG.  WHAT IS LEFT
      *      UP TO THE MAXIMUM LANDING WEIGHT IS THE ROOM FOR
      *      TANKERED FUEL, AT FUEL-DENSITY-KG-PER-LITRE
      *
      * FUEL BURN GOES WITH MASS, SO EXTRA FUEL CARRIED ON A LEG
      * BURNS OFF THE SAME SHARE OF ITSELF AS THE LEG'S TRIP FUEL IS
      * OF THE LANDING WEIGHT.  EACH LITRE TANKERED THEREFORE SAVES
      * THE ARRIVAL PRICE LESS THAT BURN-OFF SHARE, MINUS THE
      * DEPARTURE PRICE.  WHEN THAT IS POSITIVE THE LEG IS TO
      * TANKER AS MUCH AS THE LANDING ROOM ALLOWS, BUT NEVER MORE
      * THAN THE FOLLOWING LEG'S OWN TRIP FUEL, AND ONLY WHEN THE
      * SAVING REACHES TANKER-MIN-SAVING (ALL PARAMETERS OFF T87
      * THROUGH Z02457).
      *
      * EVERY LEG LOOKED AT IS KEPT ON THE NEW T157_TANKERING_PLAN
      * TABLE, WITH A NOTE WHEN NOTHING IS TO BE TANKERED, SO THE
      * Z02543 MONTHLY REPORT CAN SET WHAT WAS UPLIFTED AGAINST IT:
      *
      *     FLIGHT_ID              CHAR(8)       PRIMARY KEY
      *     PLAN_DATE              DATE
      *     PLANE_ID               INTEGER
      *     DEPARTURE_AIRPORT_CODE CHAR(3)
      *     ARRIVAL_AIRPORT_CODE   CHAR(3)
      *     NEXT_FLIGHT_ID         CHAR(8)       LEG THE FUEL IS FOR
      *     TRIP_LITRES            INTEGER       LEG'S OWN BURN
      *     ORIGIN_PRICE           DECIMAL(9,4)  PER LITRE, COMMON
      *     DESTINATION_PRICE      DECIMAL(9,4)  CURRENCY
      *     BURN_OFF_PCT           DECIMAL(5,2)
      *     LANDING_ROOM_KG        INTEGER
      *     TANKER_LITRES          INTEGER       0 = DO NOT TANKER
      *     EXPECTED_SAVING        DECIMAL(11,2) COMMON CURRENCY
      *     PLAN_NOTE              CHAR(16)      'TANKER', 'NO PRICE',
      *                                          'NO MODEL WEIGHTS',
      *                                          'NO LANDING ROOM',
      *                                          'NO SAVING'
      *     PLANNED_TIMESTAMP      TIMESTAMP
      *
      * A LEG PLANNED AGAIN (A RE-RUN FOR A LATER DATE AFTER A
      * SCHEDULE CHANGE) HAS ITS ROW REPLACED.  THE PLAN IS PRINTED
      * FOR DISPATCH AND STORED TO T52 THROUGH Z02401.
      *
      * UNDER Z02380 RUN-REGISTRY PROTECTION -- ONE RUN PER PLAN
      * DATE, WHICH IS TOMORROW UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE:
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
           EXEC SQL INCLUDE T02TAB END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

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

      * THE PLAN DATE'S LEGS IN TAIL-AND-TIME ORDER, AS Z02439 READS
      * THEM, WITH EACH PLANE'S MODEL
           EXEC SQL
             DECLARE C-ROTATION-LEGS CURSOR FOR
             SELECT T05.PLANE_ID,
                    T05.FLIGHT_ID,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T08M.PLANE_MODEL
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN
                (SELECT T08.PLANE_ID, MIN(T08.PLANE_MODEL)
                        AS PLANE_MODEL
                   FROM T08_TABLE_PLANE_TABLE T08
                  GROUP BY T08.PLANE_ID) T08M ON
                T08M.PLANE_ID = T05.PLANE_ID
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-DATE
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
             ORDER BY T05.PLANE_ID, T05.DEPARTURE_TIMESTAMP
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
           05 SW-IF-END-OF-LEG-CURSOR       PIC X VALUE 'N'.
               88 SO-END-OF-LEG-CURSOR      VALUE 'Y'.
           05 SW-IF-WEIGHTS-FOUND           PIC X VALUE 'N'.
               88 SO-WEIGHTS-FOUND          VALUE 'Y'.
               88 SO-WEIGHTS-NOT-FOUND      VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-PI-VALUE          PIC S9(1)V9(6) COMP-3
                                      VALUE 3.141592.
           05 CT-MAX-MODELS                 PIC S9(4) COMP VALUE 50.
           05 CT-DELETED-STATUS.
               49 CT-DELETED-STATUS-LEN PIC S9(4) COMP VALUE 7.
               49 CT-DELETED-STATUS-TEXT PIC X(15) VALUE 'DELETED'.
           05 CT-CANCELED-STATUS.
               49 CT-CANCELED-STATUS-LEN PIC S9(4) COMP VALUE 8.
               49 CT-CANCELED-STATUS-TEXT PIC X(15) VALUE 'CANCELED'.
           05 CT-NOTE-TANKER                PIC X(16) VALUE 'TANKER'.
           05 CT-NOTE-NO-PRICE              PIC X(16) VALUE 'NO PRICE'.
           05 CT-NOTE-NO-WEIGHTS            PIC X(16)
                                           VALUE 'NO MODEL WEIGHTS'.
           05 CT-NOTE-NO-ROOM               PIC X(16)
                                           VALUE 'NO LANDING ROOM'.
           05 CT-NOTE-NO-SAVING             PIC X(16) VALUE 'NO SAVING'.
      * USED ONLY WHEN T87 CARRIES NO VALUE
           05 CT-DEFAULT-BURN-RATE          PIC S9(5)V99 COMP-3
                                                      VALUE 375.
           05 CT-DEFAULT-FUEL-DENSITY       PIC S9(3)V99 COMP-3
                                                      VALUE 0.80.
           05 CT-DEFAULT-PASSENGER-MASS     PIC S9(5) COMP-3
                                                      VALUE 100.
           05 CT-DEFAULT-RESERVE-KG         PIC S9(7) COMP-3
                                                      VALUE 2500.
           05 CT-DEFAULT-MIN-SAVING         PIC S9(7)V99 COMP-3
                                                      VALUE 50.00.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-PARAMETER-FIELDS.
           05 WS-DEFAULT-BURN-RATE          PIC S9(5)V99 COMP-3.
           05 WS-FUEL-DENSITY               PIC S9(3)V99 COMP-3.
           05 WS-PASSENGER-MASS             PIC S9(5) COMP-3.
           05 WS-RESERVE-KG                 PIC S9(7) COMP-3.
           05 WS-MIN-SAVING                 PIC S9(7)V99 COMP-3.

      * PER-MODEL BURN RATE LEARNT FROM THE UPLIFT HISTORY
       01 WS-MODEL-RATES.
           05 WS-MODEL-COUNT                PIC S9(4) COMP VALUE 0.
           05 WS-MODEL-ENTRY OCCURS 50 TIMES.
              10 WS-MDL-PLANE-MODEL         PIC X(20).
              10 WS-MDL-TOTAL-LITRES        PIC S9(11) COMP-3.
              10 WS-MDL-TOTAL-KM            PIC S9(11) COMP-3.
              10 WS-MDL-LITRES-PER-100KM    PIC S9(5)V99 COMP-3.
       01 WS-MODEL-INDEX                    PIC S9(4) COMP.

       01 WS-BURN-FIELDS.
           05 WS-BRN-PLANE-MODEL            PIC X(20).
           05 WS-BRN-LEG-COUNT              PIC S9(5) COMP.
           05 WS-BRN-TOTAL-UPLIFT           PIC S9(9) COMP.
           05 WS-BURN-RATE                  PIC S9(5)V99 COMP-3.

      * THE LEG JUST FETCHED, AND THE ONE BEFORE IT WAITING FOR ITS
      * FOLLOWING LEG
       01 WS-LEG-FIELDS.
           05 WS-LEG-PLANE-ID               PIC S9(9) COMP.
           05 WS-LEG-FLIGHT-ID              PIC X(8).
           05 WS-LEG-DEP-AIRPORT            PIC X(3).
           05 WS-LEG-ARR-AIRPORT            PIC X(3).
           05 WS-LEG-PLANE-MODEL            PIC X(20).
       01 WS-HELD-LEG-FIELDS.
           05 WS-HLD-PLANE-ID               PIC S9(9) COMP VALUE -1.
           05 WS-HLD-FLIGHT-ID              PIC X(8) VALUE SPACE.
           05 WS-HLD-DEP-AIRPORT            PIC X(3).
           05 WS-HLD-ARR-AIRPORT            PIC X(3).
           05 WS-HLD-PLANE-MODEL            PIC X(20).

       01 WS-PLAN-FIELDS.
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-DESTINATION-AIRPORT        PIC X(3).
           05 WS-PRICE-AIRPORT              PIC X(3).
           05 WS-STATION-PRICE              PIC S9(5)V9(4) COMP-3.
           05 WS-ORIGIN-PRICE               PIC S9(5)V9(4) COMP-3.
           05 WS-DESTINATION-PRICE          PIC S9(5)V9(4) COMP-3.
           05 WS-MAX-LANDING-KG             PIC S9(9) COMP.
           05 WS-EMPTY-WEIGHT-KG            PIC S9(9) COMP.
           05 WS-PASSENGERS                 PIC S9(5) COMP.
           05 WS-CARGO-KG                   PIC S9(9) COMP.
           05 WS-LANDING-KG                 PIC S9(9) COMP.
           05 WS-LANDING-ROOM-KG            PIC S9(9) COMP.
           05 WS-ROOM-LITRES                PIC S9(9) COMP.
           05 WS-TRIP-LITRES                PIC S9(9) COMP.
           05 WS-NEXT-TRIP-LITRES           PIC S9(9) COMP.
           05 WS-BURN-OFF-PCT               PIC S9(3)V99 COMP-3.
           05 WS-NET-PER-LITRE              PIC S9(5)V9(4) COMP-3.
           05 WS-TANKER-LITRES              PIC S9(9) COMP.
           05 WS-EXPECTED-SAVING            PIC S9(9)V99 COMP-3.
           05 WS-PLAN-NOTE                  PIC X(16).

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
           05 WS-LEGS-PLANNED               PIC S9(7) COMP VALUE 0.
           05 WS-LEGS-TO-TANKER             PIC S9(7) COMP VALUE 0.
           05 WS-LEGS-NO-PRICE              PIC S9(7) COMP VALUE 0.
           05 WS-LEGS-NO-WEIGHTS            PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-TANKER-LITRES        PIC S9(11) COMP-3 VALUE 0.
           05 WS-TOTAL-SAVING               PIC S9(11)V99 COMP-3
                                                      VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(36) VALUE
              'FLIGHT   ROUTE   NEXT      TRIP L  R'.
           05 FILLER                        PIC X(36) VALUE
              'OOM KG BURN% FROM PR     TO PR    TA'.
           05 FILLER                        PIC X(26) VALUE
              'NKER L         SAVING NOTE'.

       01 WS-PLAN-LINE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-DEP-AIRPORT           PIC X(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-LINE-ARR-AIRPORT           PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-NEXT-FLIGHT           PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-TRIP-LITRES           PIC ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ROOM-KG               PIC -ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-BURN-OFF              PIC Z9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ORIGIN-PRICE          PIC ZZ9.9999.
           05 FILLER                        PIC X(4) VALUE ' -> '.
           05 WS-LINE-DEST-PRICE            PIC ZZ9.9999.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-TANKER-LITRES         PIC ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-SAVING                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-NOTE                  PIC X(16).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS PLANNED..................'.
           05 WS-TOTALS-PLANNED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS TO TANKER................'.
           05 WS-TOTALS-TANKER              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS WITH NO STATION PRICE....'.
           05 WS-TOTALS-NO-PRICE            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS WITH NO MODEL WEIGHTS....'.
           05 WS-TOTALS-NO-WEIGHTS          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'LITRES TO TANKER..............'.
           05 WS-TOTALS-LITRES              PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'EXPECTED SAVING...............'.
           05 WS-TOTALS-SAVING              PIC ZZZ,ZZZ,ZZ9.99.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LEARN-MODEL-RATES
           PERFORM 3000-PLAN-THE-ROTATIONS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02542 -- FUEL TANKERING PLAN STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TOMORROW
           WHEN OTHER
              DISPLAY 'Z02542 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-READ-THE-PARAMETERS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'FUEL TANKERING PLAN FOR ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                    1010-GET-TOMORROW
      ******************************************************************
       1010-GET-TOMORROW.
           EXEC SQL
             VALUES CHAR(CURRENT DATE + 1 DAY, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02542 -- PLAN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 1020-READ-THE-PARAMETERS
      * THE VALUES IN FORCE ON THE PLAN DATE, OFF T87 THROUGH Z02457
      ******************************************************************
       1020-READ-THE-PARAMETERS.
           MOVE SPACE                      TO PARM-SCOPE
           MOVE WS-PARM-DATE               TO PARM-AS-OF-DATE
           MOVE 'CO2-DEFAULT-BURN-RATE'    TO PARM-NAME
           MOVE CT-DEFAULT-BURN-RATE       TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-DEFAULT-BURN-RATE
           MOVE 'FUEL-DENSITY-KG-PER-LITRE' TO PARM-NAME
           MOVE CT-DEFAULT-FUEL-DENSITY    TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-FUEL-DENSITY
           IF WS-FUEL-DENSITY NOT > 0 THEN
              MOVE CT-DEFAULT-FUEL-DENSITY TO WS-FUEL-DENSITY
           END-IF
           MOVE 'CO2-PASSENGER-MASS-KG'    TO PARM-NAME
           MOVE CT-DEFAULT-PASSENGER-MASS  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-PASSENGER-MASS
           MOVE 'TANKER-RESERVE-FUEL-KG'   TO PARM-NAME
           MOVE CT-DEFAULT-RESERVE-KG      TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-RESERVE-KG
           MOVE 'TANKER-MIN-SAVING'        TO PARM-NAME
           MOVE CT-DEFAULT-MIN-SAVING      TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MIN-SAVING
           .
      ******************************************************************
      *                 2000-LEARN-MODEL-RATES
      * EACH ROUTE/MODEL GROUP ADDS ITS LITRES AND ITS LEGS TIMES THE
      * ROUTE DISTANCE TO THE MODEL'S TOTALS; THE RATE IS THEIR RATIO
      * -- THE SAME LEARNING AS Z02505'S
      ******************************************************************
       2000-LEARN-MODEL-RATES.
           EXEC SQL
             OPEN C-MODEL-BURN
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02542 -- OPEN OF BURN CURSOR FAILED, SQLCODE '
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
              ELSE
                 MOVE WS-DEFAULT-BURN-RATE TO
                      WS-MDL-LITRES-PER-100KM(WS-MODEL-INDEX)
              END-IF
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
              DISPLAY 'Z02542 -- FETCH OF BURN CURSOR FAILED, SQLCODE '
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
                 DISPLAY 'Z02542 -- MODEL TABLE FULL, '
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
      *                 3000-PLAN-THE-ROTATIONS
      * A LEG IS PLANNED ONCE ITS FOLLOWING LEG IS FETCHED -- THE
      * SAME PLANE, LEAVING FROM WHERE IT LANDED.  THE DAY'S LAST LEG
      * OF EACH PLANE HAS NOTHING TO CARRY FUEL FOR
      ******************************************************************
       3000-PLAN-THE-ROTATIONS.
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           EXEC SQL
             OPEN C-ROTATION-LEGS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02542 -- OPEN OF LEG CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-LEG
           PERFORM UNTIL SO-END-OF-LEG-CURSOR
              IF WS-LEG-PLANE-ID = WS-HLD-PLANE-ID AND
                 WS-LEG-DEP-AIRPORT = WS-HLD-ARR-AIRPORT THEN
                 PERFORM 3020-PLAN-ONE-LEG
              END-IF
              MOVE WS-LEG-PLANE-ID    TO WS-HLD-PLANE-ID
              MOVE WS-LEG-FLIGHT-ID   TO WS-HLD-FLIGHT-ID
              MOVE WS-LEG-DEP-AIRPORT TO WS-HLD-DEP-AIRPORT
              MOVE WS-LEG-ARR-AIRPORT TO WS-HLD-ARR-AIRPORT
              MOVE WS-LEG-PLANE-MODEL TO WS-HLD-PLANE-MODEL
              PERFORM 3010-FETCH-NEXT-LEG
           END-PERFORM
           EXEC SQL
             CLOSE C-ROTATION-LEGS
           END-EXEC
           .
      ******************************************************************
      *                   3010-FETCH-NEXT-LEG
      ******************************************************************
       3010-FETCH-NEXT-LEG.
           EXEC SQL
             FETCH C-ROTATION-LEGS
             INTO :WS-LEG-PLANE-ID,
                  :WS-LEG-FLIGHT-ID,
                  :WS-LEG-DEP-AIRPORT,
                  :WS-LEG-ARR-AIRPORT,
                  :WS-LEG-PLANE-MODEL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-LEG-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02542 -- FETCH OF LEG CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                    3020-PLAN-ONE-LEG
      * THE HELD LEG FLIES ORIGIN TO DESTINATION; THE LEG JUST
      * FETCHED TAKES THE TANKERED FUEL ONWARDS
      ******************************************************************
       3020-PLAN-ONE-LEG.
           ADD 1 TO WS-LEGS-PLANNED
           MOVE 0 TO WS-TANKER-LITRES
                     WS-EXPECTED-SAVING
                     WS-LANDING-ROOM-KG
                     WS-BURN-OFF-PCT
           PERFORM 3030-FIND-THE-BURN-RATE
           MOVE WS-LEG-DEP-AIRPORT TO WS-ORIGIN-AIRPORT
           MOVE WS-LEG-ARR-AIRPORT TO WS-DESTINATION-AIRPORT
           PERFORM 7003-CALCULATE-DISTANCE
           COMPUTE WS-NEXT-TRIP-LITRES ROUNDED =
              WS-BURN-RATE * WS-D / 100
           MOVE WS-HLD-DEP-AIRPORT TO WS-ORIGIN-AIRPORT
           MOVE WS-HLD-ARR-AIRPORT TO WS-DESTINATION-AIRPORT
           PERFORM 7003-CALCULATE-DISTANCE
           COMPUTE WS-TRIP-LITRES ROUNDED =
              WS-BURN-RATE * WS-D / 100
           MOVE WS-HLD-DEP-AIRPORT TO WS-PRICE-AIRPORT
           PERFORM 7010-READ-STATION-PRICE
           MOVE WS-STATION-PRICE TO WS-ORIGIN-PRICE
           MOVE WS-HLD-ARR-AIRPORT TO WS-PRICE-AIRPORT
           PERFORM 7010-READ-STATION-PRICE
           MOVE WS-STATION-PRICE TO WS-DESTINATION-PRICE
           PERFORM 7020-READ-MODEL-WEIGHTS
           EVALUATE TRUE
           WHEN WS-ORIGIN-PRICE = 0 OR WS-DESTINATION-PRICE = 0
              MOVE CT-NOTE-NO-PRICE TO WS-PLAN-NOTE
              ADD 1 TO WS-LEGS-NO-PRICE
           WHEN SO-WEIGHTS-NOT-FOUND
              MOVE CT-NOTE-NO-WEIGHTS TO WS-PLAN-NOTE
              ADD 1 TO WS-LEGS-NO-WEIGHTS
           WHEN OTHER
              PERFORM 3040-WORK-OUT-THE-TANKER
           END-EVALUATE
           PERFORM 7040-UPSERT-THE-PLAN
           MOVE WS-HLD-FLIGHT-ID     TO WS-LINE-FLIGHT-ID
           MOVE WS-HLD-DEP-AIRPORT   TO WS-LINE-DEP-AIRPORT
           MOVE WS-HLD-ARR-AIRPORT   TO WS-LINE-ARR-AIRPORT
           MOVE WS-LEG-FLIGHT-ID     TO WS-LINE-NEXT-FLIGHT
           MOVE WS-TRIP-LITRES       TO WS-LINE-TRIP-LITRES
           MOVE WS-LANDING-ROOM-KG   TO WS-LINE-ROOM-KG
           MOVE WS-BURN-OFF-PCT      TO WS-LINE-BURN-OFF
           MOVE WS-ORIGIN-PRICE      TO WS-LINE-ORIGIN-PRICE
           MOVE WS-DESTINATION-PRICE TO WS-LINE-DEST-PRICE
           MOVE WS-TANKER-LITRES     TO WS-LINE-TANKER-LITRES
           MOVE WS-EXPECTED-SAVING   TO WS-LINE-SAVING
           MOVE WS-PLAN-NOTE         TO WS-LINE-NOTE
           DISPLAY WS-PLAN-LINE
           MOVE WS-PLAN-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 3030-FIND-THE-BURN-RATE
      ******************************************************************
       3030-FIND-THE-BURN-RATE.
           MOVE WS-DEFAULT-BURN-RATE TO WS-BURN-RATE
           PERFORM VARYING WS-MODEL-INDEX FROM 1 BY 1
                   UNTIL WS-MODEL-INDEX > WS-MODEL-COUNT
              IF WS-MDL-PLANE-MODEL(WS-MODEL-INDEX) =
                                            WS-HLD-PLANE-MODEL THEN
                 MOVE WS-MDL-LITRES-PER-100KM(WS-MODEL-INDEX) TO
                      WS-BURN-RATE
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                3040-WORK-OUT-THE-TANKER
      * ROOM UNDER THE LANDING LIMIT, THE SHARE OF CARRIED FUEL THE
      * LEG BURNS OFF, AND THE NET GAIN ON EACH LITRE CARRIED
      ******************************************************************
       3040-WORK-OUT-THE-TANKER.
           PERFORM 7030-READ-THE-LOAD
           COMPUTE WS-LANDING-KG =
              WS-EMPTY-WEIGHT-KG + (WS-PASSENGERS * WS-PASSENGER-MASS)
                 + WS-CARGO-KG + WS-RESERVE-KG
           COMPUTE WS-LANDING-ROOM-KG =
              WS-MAX-LANDING-KG - WS-LANDING-KG
           IF WS-LANDING-KG > 0 THEN
              COMPUTE WS-BURN-OFF-PCT ROUNDED =
                 (WS-TRIP-LITRES * WS-FUEL-DENSITY * 100) /
                  WS-LANDING-KG
           END-IF
           IF WS-BURN-OFF-PCT > 99 THEN
              MOVE 99 TO WS-BURN-OFF-PCT
           END-IF
           COMPUTE WS-NET-PER-LITRE ROUNDED =
              (WS-DESTINATION-PRICE * (100 - WS-BURN-OFF-PCT) / 100)
                 - WS-ORIGIN-PRICE
           EVALUATE TRUE
           WHEN WS-LANDING-ROOM-KG NOT > 0
              MOVE CT-NOTE-NO-ROOM TO WS-PLAN-NOTE
           WHEN WS-NET-PER-LITRE NOT > 0
              MOVE CT-NOTE-NO-SAVING TO WS-PLAN-NOTE
           WHEN OTHER
              COMPUTE WS-ROOM-LITRES =
                 WS-LANDING-ROOM-KG / WS-FUEL-DENSITY
              IF WS-ROOM-LITRES < WS-NEXT-TRIP-LITRES THEN
                 MOVE WS-ROOM-LITRES TO WS-TANKER-LITRES
              ELSE
                 MOVE WS-NEXT-TRIP-LITRES TO WS-TANKER-LITRES
              END-IF
              COMPUTE WS-EXPECTED-SAVING ROUNDED =
                 WS-TANKER-LITRES * WS-NET-PER-LITRE
              IF WS-EXPECTED-SAVING < WS-MIN-SAVING OR
                 WS-TANKER-LITRES NOT > 0 THEN
                 MOVE 0 TO WS-TANKER-LITRES
                           WS-EXPECTED-SAVING
                 MOVE CT-NOTE-NO-SAVING TO WS-PLAN-NOTE
              ELSE
                 MOVE CT-NOTE-TANKER TO WS-PLAN-NOTE
                 ADD 1 TO WS-LEGS-TO-TANKER
                 ADD WS-TANKER-LITRES   TO WS-TOTAL-TANKER-LITRES
                 ADD WS-EXPECTED-SAVING TO WS-TOTAL-SAVING
              END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-LEGS-PLANNED        TO WS-TOTALS-PLANNED
           MOVE WS-LEGS-TO-TANKER      TO WS-TOTALS-TANKER
           MOVE WS-LEGS-NO-PRICE       TO WS-TOTALS-NO-PRICE
           MOVE WS-LEGS-NO-WEIGHTS     TO WS-TOTALS-NO-WEIGHTS
           MOVE WS-TOTAL-TANKER-LITRES TO WS-TOTALS-LITRES
           MOVE WS-TOTAL-SAVING        TO WS-TOTALS-SAVING
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           PERFORM 8100-STORE-REPORT-LINE
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
           MOVE WS-TOTALS-LINE6 TO WS-REPORT-BUFFER
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
              DISPLAY 'Z02542 -- AIRPORT POSITION READ FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7010-READ-STATION-PRICE
      * THE CHEAPEST SUPPLIER AT THE STATION ON THE PLAN DATE, PER
      * LITRE IN THE COMMON CURRENCY -- 0 WHEN NONE IS ON FILE
      ******************************************************************
       7010-READ-STATION-PRICE.
           MOVE 0 TO WS-STATION-PRICE
           EXEC SQL
             SELECT COALESCE(MIN(T155.PRICE_PER_LITRE *
                                 T17.RATE_TO_COMMON), 0)
             INTO :WS-STATION-PRICE
             FROM T155_FUEL_PRICE T155
             INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                T17.CURRENCY_CODE = T155.CURRENCY_CODE AND
                T17.EFFECTIVE_DATE =
                   (SELECT MAX(T17X.EFFECTIVE_DATE)
                      FROM T17_CURRENCY_RATE_TABLE T17X
                     WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
             WHERE T155.AIRPORT_CODE         = :WS-PRICE-AIRPORT
               AND T155.EFFECTIVE_FROM_DATE <= :WS-PARM-DATE
               AND T155.EFFECTIVE_TO_DATE   >= :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02542 -- STATION PRICE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7020-READ-MODEL-WEIGHTS
      ******************************************************************
       7020-READ-MODEL-WEIGHTS.
           SET SO-WEIGHTS-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT MAX_LANDING_WEIGHT_KG,
                    OPERATING_EMPTY_WEIGHT_KG
             INTO :WS-MAX-LANDING-KG,
                  :WS-EMPTY-WEIGHT-KG
             FROM T156_MODEL_WEIGHT
             WHERE PLANE_MODEL = :WS-HLD-PLANE-MODEL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-WEIGHTS-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02542 -- MODEL WEIGHT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  7030-READ-THE-LOAD
      * SEATS SOLD (T04 ROWS NOT BLOCKED) AND T73 CARGO, AS Z02505
      * COUNTS THEM
      ******************************************************************
       7030-READ-THE-LOAD.
           MOVE 0 TO WS-PASSENGERS
                     WS-CARGO-KG
           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM T04_FLIGHT_SEATS T04
                      WHERE T04.FLIGHT_ID = :WS-HLD-FLIGHT-ID
                        AND T04.RESERVATION_STATUS <> 'BLOCKED'),
                    (SELECT COALESCE(SUM(T73.WEIGHT_KG), 0)
                       FROM T73_CARGO_SHIPMENT T73
                      WHERE T73.FLIGHT_ID = :WS-HLD-FLIGHT-ID)
             INTO :WS-PASSENGERS,
                  :WS-CARGO-KG
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02542 -- LOAD READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7040-UPSERT-THE-PLAN
      * ONE ROW PER LEG -- A RE-PLANNED LEG REPLACES ITS ROW
      ******************************************************************
       7040-UPSERT-THE-PLAN.
           EXEC SQL
             UPDATE T157_TANKERING_PLAN
                SET PLAN_DATE              = :WS-PARM-DATE,
                    PLANE_ID               = :WS-HLD-PLANE-ID,
                    DEPARTURE_AIRPORT_CODE = :WS-HLD-DEP-AIRPORT,
                    ARRIVAL_AIRPORT_CODE   = :WS-HLD-ARR-AIRPORT,
                    NEXT_FLIGHT_ID         = :WS-LEG-FLIGHT-ID,
                    TRIP_LITRES            = :WS-TRIP-LITRES,
                    ORIGIN_PRICE           = :WS-ORIGIN-PRICE,
                    DESTINATION_PRICE      = :WS-DESTINATION-PRICE,
                    BURN_OFF_PCT           = :WS-BURN-OFF-PCT,
                    LANDING_ROOM_KG        = :WS-LANDING-ROOM-KG,
                    TANKER_LITRES          = :WS-TANKER-LITRES,
                    EXPECTED_SAVING        = :WS-EXPECTED-SAVING,
                    PLAN_NOTE              = :WS-PLAN-NOTE,
                    PLANNED_TIMESTAMP      = CURRENT TIMESTAMP
              WHERE FLIGHT_ID = :WS-HLD-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-NOT-FOUND THEN
              EXEC SQL
                INSERT INTO T157_TANKERING_PLAN
                   (FLIGHT_ID, PLAN_DATE, PLANE_ID,
                    DEPARTURE_AIRPORT_CODE, ARRIVAL_AIRPORT_CODE,
                    NEXT_FLIGHT_ID, TRIP_LITRES, ORIGIN_PRICE,
                    DESTINATION_PRICE, BURN_OFF_PCT,
                    LANDING_ROOM_KG, TANKER_LITRES,
                    EXPECTED_SAVING, PLAN_NOTE, PLANNED_TIMESTAMP)
                VALUES
                   (:WS-HLD-FLIGHT-ID, :WS-PARM-DATE,
                    :WS-HLD-PLANE-ID, :WS-HLD-DEP-AIRPORT,
                    :WS-HLD-ARR-AIRPORT, :WS-LEG-FLIGHT-ID,
                    :WS-TRIP-LITRES, :WS-ORIGIN-PRICE,
                    :WS-DESTINATION-PRICE, :WS-BURN-OFF-PCT,
                    :WS-LANDING-ROOM-KG, :WS-TANKER-LITRES,
                    :WS-EXPECTED-SAVING, :WS-PLAN-NOTE,
                    CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02542 -- PLAN WRITE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE PLAN DATE -- SEE
      * Z02380, THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02542  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02542 -- ALREADY RUN OR RUNNING FOR '
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
           MOVE WS-LEGS-PLANNED TO JRUN-ROWS-PROCESSED
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
           MOVE 'Z02542  ' TO RPT-REPORT-TYPE
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
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02542  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-HLD-FLIGHT-ID TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02542 -- FUEL TANKERING PLAN ENDING'
           GOBACK
           .
