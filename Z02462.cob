       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02462.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY NO-SHOW ANALYSIS AND OVERBOOKING
      * RECOMMENDATIONS
      *
      * THE OVERBOOKING ALLOWANCE Z02172 SELLS TO WAS ONE T87 FIGURE
      * FOR EVERY FLIGHT -- A GUESS -- SO THE SAME ROUTES FLEW EMPTY
      * SEATS ONE DAY AND PAID Z02391 COMPENSATION THE NEXT.  THE
      * HISTORY TO DO BETTER WAS ALREADY KEPT: Z02356 CLOSES EVERY
      * DEPARTED FLIGHT OUT TO T30_FLIGHT_CLOSEOUT AND MARKS ITS
      * T04 NO-SHOWS, AND Z02391 RECORDS EVERY BUMP AND WHAT IT COST
      * ON T47_DENIED_BOARDING.
      *
      * FOR EVERY CABIN OF EVERY OPEN FLIGHT DEPARTING WITHIN THE
      * HORIZON AFTER THE RUN DATE THIS JOB LOOKS AT THE LAST TWELVE
      * MONTHS OF CLOSED-OUT FLIGHTS ON THE SAME ROUTE, SAME DAY OF
      * WEEK, SAME SIX-HOUR DEPARTURE BAND AND SAME CABIN (T04 ROW
      * INSIDE THE T08 SECTION'S ROW RANGE, AS Z02368 COUNTS CABINS)
      * AND WORKS OUT:
      *
      *   NO-SHOW RATE      NO-SHOW SEATS / SEATS BOOKED IN THE CABIN
      *   EXPECTED NO-SHOWS CABIN CAPACITY (T13) X NO-SHOW RATE,
      *                     ROUNDED DOWN
      *   BUMPS PER FLIGHT  T47 PASSENGERS WHOSE T04 SEAT WAS IN THE
      *                     CABIN / FLIGHTS SAMPLED, ROUNDED UP
      *   RECOMMENDATION    EXPECTED NO-SHOWS LESS BUMPS PER FLIGHT,
      *                     NEVER BELOW ZERO AND NEVER ABOVE
      *                     'OVERBOOK-MAX-PERCENT' OF THE CABIN
      *
      * SO A ROUTE THAT HAS BEEN PAYING DENIED-BOARDING COMPENSATION
      * IS RECOMMENDED LESS THAN ITS NO-SHOWS ALONE WOULD ALLOW.  A
      * GROUP WITH FEWER THAN 'OVERBOOK-MIN-SAMPLE-FLIGHTS' FLIGHTS
      * BEHIND IT GETS NO RECOMMENDATION AND THE FLIGHT KEEPS THE
      * T87 ALLOWANCE.  THE THREE LIMITS ARE T87 PARAMETERS READ
      * THROUGH Z02457 (MAINTAINED ON Z02458), THE CT- VALUES BELOW
      * BEING THE NO-ROW DEFAULTS.
      *
      * EACH RECOMMENDATION LANDS 'PENDING' ON THE NEW
      * T89_OVERBOOKING_REVIEW TABLE:
      *
      *   REVIEW_ID            INTEGER       OFF T20_ID_SEQUENCE
      *   FLIGHT_ID            VARCHAR(15)
      *   TYPE_OF_SEATS_ID     INTEGER       THE CABIN
      *   CABIN_CAPACITY       INTEGER
      *   SAMPLE_FLIGHTS       INTEGER       HISTORY BEHIND THE FIGURE
      *   NO_SHOW_RATE         DECIMAL(5,4)
      *   DENIED_BOARDED       INTEGER       BUMPS IN THE SAMPLE
      *   DENIED_BOARDING_COST DECIMAL(11,2) T47 COMPENSATION PER
      *                                      FLIGHT SAMPLED
      *   RECOMMENDED_SEATS    SMALLINT
      *   REVIEW_STATUS        CHAR(10)      'PENDING' / 'ACCEPTED' /
      *                                      'REJECTED'
      *   REJECT_REASON        CHAR(30)
      *   REVIEWED_BY          CHAR(8)
      *   REVIEWED_TIMESTAMP   TIMESTAMP
      *   RUN_DATE             DATE          RUN THAT LAST WROTE IT
      *   CREATED_TIMESTAMP    TIMESTAMP
      *
      *   PRIMARY KEY (REVIEW_ID), UNIQUE (FLIGHT_ID,
      *   TYPE_OF_SEATS_ID), INDEX (REVIEW_STATUS, REVIEW_ID)
      *
      * A REVENUE ANALYST ACCEPTS OR REJECTS EACH ROW ON Z02463.
      * ONLY AN 'ACCEPTED' ROW BECOMES THE FLIGHT'S ALLOWANCE --
      * Z02172 SELLS TO, AND Z02348 RECONCILES AGAINST, THE SUM OF A
      * FLIGHT'S ACCEPTED CABIN SEATS.  A ROW STILL 'PENDING' FROM
      * LAST MONTH IS REFRESHED WITH THE NEW FIGURES; AN ACCEPTED OR
      * REJECTED ONE IS THE ANALYST'S DECISION AND IS LEFT ALONE.
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
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * EVERY CABIN OF EVERY OPEN FLIGHT INSIDE THE HORIZON, WITH THE
      * CABIN'S T13 CAPACITY AND THE KEYS ITS HISTORY IS MATCHED ON
           EXEC SQL
             DECLARE C-FUTURE-CABINS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    DAYOFWEEK(T05.DEPARTURE_TIMESTAMP),
                    HOUR(T05.DEPARTURE_TIMESTAMP) / 6,
                    T08.TYPE_OF_SEATS_ID,
                    SUM(T13.MAXIMUAL_AMOUNT_OF_SEATS)
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN T08_TABLE_PLANE_TABLE T08 ON
                T08.PLANE_ID = T05.PLANE_ID
             INNER JOIN T13_TYPE_OF_SEATS_TABLE T13 ON
                T13.TYPE_OF_SEATS_ID = T08.TYPE_OF_SEATS_ID
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) >
                      DATE(:WS-PARM-DATE)
               AND DATE(T05.DEPARTURE_TIMESTAMP) <=
                      DATE(:WS-PARM-DATE) + :WS-HORIZON-DAYS DAYS
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-DEPARTED-STATUS
             GROUP BY T05.FLIGHT_ID,
                      T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE,
                      T05.DEPARTURE_TIMESTAMP,
                      T08.TYPE_OF_SEATS_ID
             ORDER BY T05.FLIGHT_ID, T08.TYPE_OF_SEATS_ID
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
           05 SW-IF-REVIEW-ROW              PIC X VALUE 'N'.
               88 SO-NO-REVIEW-ROW          VALUE 'N'.
               88 SO-REVIEW-PENDING         VALUE 'P'.
               88 SO-REVIEW-DECIDED         VALUE 'D'.

       01 CT-CONSTANTS.
           05 CT-NO-SHOW-STATUS        PIC X(10) VALUE 'NO SHOW'.
           05 CT-PENDING-STATUS        PIC X(10) VALUE 'PENDING'.
           05 CT-MIN-SAMPLE-FLIGHTS    PIC S9(4) COMP VALUE 8.
           05 CT-MAX-PERCENT           PIC S9(4) COMP VALUE 10.
           05 CT-HORIZON-DAYS          PIC S9(4) COMP VALUE 60.
           05 CT-DELETED-STATUS.
               49 CT-DELETED-STATUS-LEN PIC S9(4) COMP VALUE 7.
               49 CT-DELETED-STATUS-TEXT PIC X(15) VALUE 'DELETED'.
           05 CT-CANCELED-STATUS.
               49 CT-CANCELED-STATUS-LEN PIC S9(4) COMP VALUE 8.
               49 CT-CANCELED-STATUS-TEXT PIC X(15) VALUE 'CANCELED'.
           05 CT-DEPARTED-STATUS.
               49 CT-DEPARTED-STATUS-LEN PIC S9(4) COMP VALUE 8.
               49 CT-DEPARTED-STATUS-TEXT PIC X(15) VALUE 'DEPARTED'.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-LIMITS.
           05 WS-MIN-SAMPLE-FLIGHTS         PIC S9(4) COMP.
           05 WS-MAX-PERCENT                PIC S9(4) COMP.
           05 WS-HORIZON-DAYS               PIC S9(4) COMP.

       01 WS-FETCH-FIELDS.
           05 WS-FLIGHT-ID.
               49 WS-FLIGHT-ID-LEN          PIC S9(4) COMP.
               49 WS-FLIGHT-ID-TEXT         PIC X(15).
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-DAY-OF-WEEK                PIC S9(4) COMP.
           05 WS-HOUR-BAND                  PIC S9(4) COMP.
           05 WS-CABIN-TYPE-ID              PIC S9(9) COMP.
           05 WS-CABIN-CAPACITY             PIC S9(9) COMP.

       01 WS-HISTORY-FIELDS.
           05 WS-HIST-FLIGHTS               PIC S9(9) COMP.
           05 WS-HIST-BOOKED                PIC S9(9) COMP.
           05 WS-HIST-NO-SHOWS              PIC S9(9) COMP.
           05 WS-HIST-BUMPED                PIC S9(9) COMP.
           05 WS-HIST-COMP-AMOUNT           PIC S9(9)V99 COMP-3.

       01 WS-RECOMMENDATION-FIELDS.
           05 WS-NO-SHOW-RATE               PIC S9V9(4) COMP-3.
           05 WS-EXPECTED-NO-SHOWS          PIC S9(5) COMP.
           05 WS-BUMPS-PER-FLIGHT           PIC S9(5) COMP.
           05 WS-CAP-SEATS                  PIC S9(5) COMP.
           05 WS-RECOMMENDED-SEATS          PIC S9(4) COMP.
           05 WS-COST-PER-FLIGHT            PIC S9(9)V99 COMP-3.
           05 WS-REVIEW-ID                  PIC S9(9) COMP.
           05 WS-REVIEW-STATUS              PIC X(10).

       01 WS-COUNTERS.
           05 WS-CABINS-READ                PIC S9(7) COMP VALUE 0.
           05 WS-ROWS-INSERTED              PIC S9(7) COMP VALUE 0.
           05 WS-ROWS-REFRESHED             PIC S9(7) COMP VALUE 0.
           05 WS-ROWS-DECIDED               PIC S9(7) COMP VALUE 0.
           05 WS-ROWS-THIN                  PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'FLIGHT ID        CABIN   CAP  FLTS  NOSH'.
           05 FILLER                        PIC X(40) VALUE
              'W%    BUMPS   COST/FLT  REC'.

       01 WS-DETAIL-LINE.
           05 WS-LINE-FLIGHT-ID             PIC X(15).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-CABIN                 PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-CAPACITY              PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-FLIGHTS               PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-RATE                  PIC ZZ9.99.
           05 FILLER                        PIC X(4) VALUE SPACE.
           05 WS-LINE-BUMPED                PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-COST                  PIC ZZ,ZZ9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-RECOMMENDED           PIC ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-NOTE                  PIC X(10).

       01 WS-RATE-PERCENT                   PIC S9(3)V99 COMP-3.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'FLIGHT CABINS EXAMINED........'.
           05 WS-TOTALS-CABINS              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'NEW RECOMMENDATIONS...........'.
           05 WS-TOTALS-INSERTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'PENDING ROWS REFRESHED........'.
           05 WS-TOTALS-REFRESHED           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'ALREADY DECIDED, LEFT ALONE...'.
           05 WS-TOTALS-DECIDED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'TOO LITTLE HISTORY............'.
           05 WS-TOTALS-THIN                PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-FUTURE-CABINS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02462 -- NO-SHOW OVERBOOKING ANALYSIS STARTING'
           INITIALIZE WS-FETCH-FIELDS
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02462 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-GET-THE-LIMITS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'OVERBOOKING RECOMMENDATIONS RUN ' WS-PARM-DATE
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
              DISPLAY 'Z02462 -- RUN DATE FAILED, SQLCODE '
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
           MOVE 'OVERBOOK-MIN-SAMPLE-FLIGHTS' TO PARM-NAME
           MOVE CT-MIN-SAMPLE-FLIGHTS   TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MIN-SAMPLE-FLIGHTS
           MOVE 'OVERBOOK-MAX-PERCENT'  TO PARM-NAME
           MOVE CT-MAX-PERCENT          TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MAX-PERCENT
           MOVE 'OVERBOOK-HORIZON-DAYS' TO PARM-NAME
           MOVE CT-HORIZON-DAYS         TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-HORIZON-DAYS
           DISPLAY 'Z02462 -- MINIMUM SAMPLE ' WS-MIN-SAMPLE-FLIGHTS
                   ' FLIGHTS, CAP ' WS-MAX-PERCENT
                   ' PERCENT, HORIZON ' WS-HORIZON-DAYS ' DAYS'
           .
      ******************************************************************
      *                 2000-WALK-FUTURE-CABINS
      ******************************************************************
       2000-WALK-FUTURE-CABINS.
           EXEC SQL
             OPEN C-FUTURE-CABINS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02462 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CABIN
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-ANALYSE-ONE-CABIN
              PERFORM 2010-FETCH-NEXT-CABIN
           END-PERFORM
           EXEC SQL
             CLOSE C-FUTURE-CABINS
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-CABIN
      ******************************************************************
       2010-FETCH-NEXT-CABIN.
           EXEC SQL
             FETCH C-FUTURE-CABINS
             INTO :WS-FLIGHT-ID,
                  :WS-DEPARTURE-AIRPORT,
                  :WS-ARRIVAL-AIRPORT,
                  :WS-DAY-OF-WEEK,
                  :WS-HOUR-BAND,
                  :WS-CABIN-TYPE-ID,
                  :WS-CABIN-CAPACITY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              ADD 1 TO WS-CABINS-READ
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02462 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-ANALYSE-ONE-CABIN
      ******************************************************************
       2020-ANALYSE-ONE-CABIN.
           PERFORM 2030-READ-CABIN-HISTORY
           IF WS-HIST-FLIGHTS < WS-MIN-SAMPLE-FLIGHTS OR
              WS-HIST-BOOKED = 0 THEN
              ADD 1 TO WS-ROWS-THIN
           ELSE
              PERFORM 2040-WORK-OUT-RECOMMENDATION
              PERFORM 2050-READ-REVIEW-ROW
              EVALUATE TRUE
              WHEN SO-NO-REVIEW-ROW
                 PERFORM 2060-INSERT-REVIEW-ROW
                 MOVE 'NEW' TO WS-LINE-NOTE
                 PERFORM 2080-REPORT-ONE-CABIN
              WHEN SO-REVIEW-PENDING
                 PERFORM 2070-REFRESH-REVIEW-ROW
                 MOVE 'REFRESHED' TO WS-LINE-NOTE
                 PERFORM 2080-REPORT-ONE-CABIN
              WHEN OTHER
                 ADD 1 TO WS-ROWS-DECIDED
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                 2030-READ-CABIN-HISTORY
      * THE LAST TWELVE MONTHS OF CLOSED-OUT FLIGHTS ON THE SAME
      * ROUTE, DAY OF WEEK, DEPARTURE BAND AND CABIN.  A PASSENGER'S
      * T04 ROW PUTS BOTH THE NO-SHOW AND ANY T47 BUMP IN A CABIN
      ******************************************************************
       2030-READ-CABIN-HISTORY.
           EXEC SQL
             SELECT COUNT(DISTINCT T05H.FLIGHT_ID),
                    COUNT(*),
                    COALESCE(SUM(CASE WHEN T04H.BOARDING_STATUS =
                             :CT-NO-SHOW-STATUS
                             THEN 1 ELSE 0 END), 0),
                    COUNT(T47H.PASSENGER_ID),
                    COALESCE(SUM(T47H.COMP_AMOUNT), 0)
             INTO :WS-HIST-FLIGHTS,
                  :WS-HIST-BOOKED,
                  :WS-HIST-NO-SHOWS,
                  :WS-HIST-BUMPED,
                  :WS-HIST-COMP-AMOUNT
             FROM T30_FLIGHT_CLOSEOUT T30H
             INNER JOIN T05_FLIGHT_TABLE T05H ON
                T05H.FLIGHT_ID = T30H.FLIGHT_ID
             INNER JOIN T08_TABLE_PLANE_TABLE T08H ON
                T08H.PLANE_ID = T05H.PLANE_ID AND
                T08H.TYPE_OF_SEATS_ID = :WS-CABIN-TYPE-ID
             INNER JOIN T04_FLIGHT_SEATS T04H ON
                T04H.FLIGHT_ID = T05H.FLIGHT_ID AND
                T04H.ROW_NUMBER BETWEEN T08H.ROW_NUMBER_FROM
                                    AND T08H.ROW_NUMBER_TO
             LEFT JOIN T47_DENIED_BOARDING T47H ON
                T47H.FLIGHT_ID = T04H.FLIGHT_ID AND
                T47H.PASSENGER_ID = T04H.PASSENGER_ID
             WHERE T05H.DEPARTURE_AIRPORT_CODE = :WS-DEPARTURE-AIRPORT
               AND T05H.ARRIVAL_AIRPORT_CODE = :WS-ARRIVAL-AIRPORT
               AND DAYOFWEEK(T05H.DEPARTURE_TIMESTAMP) =
                      :WS-DAY-OF-WEEK
               AND HOUR(T05H.DEPARTURE_TIMESTAMP) / 6 = :WS-HOUR-BAND
               AND DATE(T05H.DEPARTURE_TIMESTAMP) >=
                      DATE(:WS-PARM-DATE) - 12 MONTHS
               AND DATE(T05H.DEPARTURE_TIMESTAMP) <
                      DATE(:WS-PARM-DATE)
               AND (T04H.RESERVATION_STATUS IS NULL OR
                    T04H.RESERVATION_STATUS NOT IN
                       ('BLOCKED', 'STANDBY', 'DELETED'))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02462 -- HISTORY READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              2040-WORK-OUT-RECOMMENDATION
      * EXPECTED NO-SHOWS ROUNDED DOWN, LESS THE BUMPS PER FLIGHT
      * ROUNDED UP, HELD BETWEEN ZERO AND THE PERCENTAGE CAP
      ******************************************************************
       2040-WORK-OUT-RECOMMENDATION.
           COMPUTE WS-NO-SHOW-RATE ROUNDED =
                   WS-HIST-NO-SHOWS / WS-HIST-BOOKED
           COMPUTE WS-EXPECTED-NO-SHOWS =
                   WS-CABIN-CAPACITY * WS-NO-SHOW-RATE
           COMPUTE WS-BUMPS-PER-FLIGHT =
                   (WS-HIST-BUMPED + WS-HIST-FLIGHTS - 1)
                   / WS-HIST-FLIGHTS
           COMPUTE WS-COST-PER-FLIGHT ROUNDED =
                   WS-HIST-COMP-AMOUNT / WS-HIST-FLIGHTS
           COMPUTE WS-CAP-SEATS =
                   WS-CABIN-CAPACITY * WS-MAX-PERCENT / 100
           COMPUTE WS-RECOMMENDED-SEATS =
                   WS-EXPECTED-NO-SHOWS - WS-BUMPS-PER-FLIGHT
           IF WS-RECOMMENDED-SEATS < 0 THEN
              MOVE 0 TO WS-RECOMMENDED-SEATS
           END-IF
           IF WS-RECOMMENDED-SEATS > WS-CAP-SEATS THEN
              MOVE WS-CAP-SEATS TO WS-RECOMMENDED-SEATS
           END-IF
           .
      ******************************************************************
      *                  2050-READ-REVIEW-ROW
      * IS THERE ALREADY A ROW FOR THIS FLIGHT AND CABIN, AND HAS THE
      * ANALYST DECIDED IT
      ******************************************************************
       2050-READ-REVIEW-ROW.
           SET SO-NO-REVIEW-ROW TO TRUE
           EXEC SQL
             SELECT REVIEW_ID, REVIEW_STATUS
             INTO :WS-REVIEW-ID, :WS-REVIEW-STATUS
             FROM T89_OVERBOOKING_REVIEW
             WHERE FLIGHT_ID        = :WS-FLIGHT-ID
               AND TYPE_OF_SEATS_ID = :WS-CABIN-TYPE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              IF WS-REVIEW-STATUS = CT-PENDING-STATUS THEN
                 SET SO-REVIEW-PENDING TO TRUE
              ELSE
                 SET SO-REVIEW-DECIDED TO TRUE
              END-IF
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02462 -- REVIEW ROW READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2060-INSERT-REVIEW-ROW
      ******************************************************************
       2060-INSERT-REVIEW-ROW.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-REVIEW-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02462 -- REVIEW ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T89_OVERBOOKING_REVIEW
                (REVIEW_ID, FLIGHT_ID, TYPE_OF_SEATS_ID,
                 CABIN_CAPACITY, SAMPLE_FLIGHTS, NO_SHOW_RATE,
                 DENIED_BOARDED, DENIED_BOARDING_COST,
                 RECOMMENDED_SEATS, REVIEW_STATUS, REJECT_REASON,
                 REVIEWED_BY, REVIEWED_TIMESTAMP, RUN_DATE,
                 CREATED_TIMESTAMP)
             VALUES
                (:WS-REVIEW-ID, :WS-FLIGHT-ID, :WS-CABIN-TYPE-ID,
                 :WS-CABIN-CAPACITY, :WS-HIST-FLIGHTS,
                 :WS-NO-SHOW-RATE, :WS-HIST-BUMPED,
                 :WS-COST-PER-FLIGHT, :WS-RECOMMENDED-SEATS,
                 :CT-PENDING-STATUS, ' ', ' ', NULL,
                 DATE(:WS-PARM-DATE), CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02462 -- REVIEW INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-ROWS-INSERTED
           .
      ******************************************************************
      *                 2070-REFRESH-REVIEW-ROW
      * STILL UNDECIDED FROM AN EARLIER RUN -- THE ANALYST SHOULD SEE
      * THIS MONTH'S FIGURES, NOT LAST MONTH'S
      ******************************************************************
       2070-REFRESH-REVIEW-ROW.
           EXEC SQL
             UPDATE T89_OVERBOOKING_REVIEW
                SET CABIN_CAPACITY       = :WS-CABIN-CAPACITY,
                    SAMPLE_FLIGHTS       = :WS-HIST-FLIGHTS,
                    NO_SHOW_RATE         = :WS-NO-SHOW-RATE,
                    DENIED_BOARDED       = :WS-HIST-BUMPED,
                    DENIED_BOARDING_COST = :WS-COST-PER-FLIGHT,
                    RECOMMENDED_SEATS    = :WS-RECOMMENDED-SEATS,
                    RUN_DATE             = DATE(:WS-PARM-DATE)
              WHERE REVIEW_ID     = :WS-REVIEW-ID
                AND REVIEW_STATUS = :CT-PENDING-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02462 -- REVIEW REFRESH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2070' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-ROWS-REFRESHED
           .
      ******************************************************************
      *                 2080-REPORT-ONE-CABIN
      ******************************************************************
       2080-REPORT-ONE-CABIN.
           COMPUTE WS-RATE-PERCENT = WS-NO-SHOW-RATE * 100
           MOVE WS-FLIGHT-ID-TEXT    TO WS-LINE-FLIGHT-ID
           MOVE WS-CABIN-TYPE-ID     TO WS-LINE-CABIN
           MOVE WS-CABIN-CAPACITY    TO WS-LINE-CAPACITY
           MOVE WS-HIST-FLIGHTS      TO WS-LINE-FLIGHTS
           MOVE WS-RATE-PERCENT      TO WS-LINE-RATE
           MOVE WS-HIST-BUMPED       TO WS-LINE-BUMPED
           MOVE WS-COST-PER-FLIGHT   TO WS-LINE-COST
           MOVE WS-RECOMMENDED-SEATS TO WS-LINE-RECOMMENDED
           DISPLAY WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-CABINS-READ    TO WS-TOTALS-CABINS
           MOVE WS-ROWS-INSERTED  TO WS-TOTALS-INSERTED
           MOVE WS-ROWS-REFRESHED TO WS-TOTALS-REFRESHED
           MOVE WS-ROWS-DECIDED   TO WS-TOTALS-DECIDED
           MOVE WS-ROWS-THIN      TO WS-TOTALS-THIN
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
           MOVE 'Z02462  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02462 -- ALREADY RUN OR RUNNING FOR '
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
                   WS-ROWS-INSERTED + WS-ROWS-REFRESHED
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
           MOVE 'Z02462  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02462  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-FLIGHT-ID-TEXT TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02462 -- NO-SHOW OVERBOOKING ANALYSIS ENDING'
           GOBACK
           .
