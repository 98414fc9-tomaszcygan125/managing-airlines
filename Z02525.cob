       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02525.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- INVOLUNTARY SCHEDULE CHANGE PROCESSING
      *
      * WHEN Z02450 RETIMES A SCHEDULE OR Z02312 SUSPENDS ONE, THE
      * PASSENGERS ALREADY BOOKED ON ITS FUTURE FLIGHTS USED TO FIND
      * OUT AT THE AIRPORT.  BOTH SCREENS NOW RECORD WHAT THEY DID ON
      * T145_SCHEDULE_CHANGE, AND THIS JOB -- RUN NIGHTLY, OR AFTER
      * A BIG SCHEDULE CHANGE -- WORKS EVERY UNPROCESSED ROW:
      *
      *   1. FINDS THE RESERVATIONS IT TOUCHES.  A RETIME ('R') HITS
      *      THE ONE FLIGHT, A SUSPENSION ('S') EVERY FUTURE FLIGHT OF
      *      THE SCHEDULE -- UNLESS THE SCHEDULE HAS BEEN REACTIVATED
      *      SINCE, IN WHICH CASE THE ROW IS DROPPED
      *   2. DECIDES WHETHER EACH RESERVATION IS AFFECTED AND HOW
      *      BADLY:
      *        SIGNIF -- THE SCHEDULE WAS SUSPENDED, OR THE DEPARTURE
      *                  MOVED BY SCHEDCHG-SIGNIFICANT-MINUTES OR
      *                  MORE, OR A CONNECTION OF THE RESERVATION ON
      *                  EITHER SIDE OF THE FLIGHT IS NOW SHORTER THAN
      *                  SCHEDCHG-MIN-LAYOVER-MINUTES (THE Z02364
      *                  JOIN)
      *        MINOR  -- THE DEPARTURE MOVED BY SCHEDCHG-MIN-MINUTES
      *                  OR MORE, BUT LESS THAN A SIGNIFICANT CHANGE
      *      A SMALLER MOVE WITH NO BROKEN CONNECTION IS NOT A CHANGE
      *      THE PASSENGER NEEDS TO ANSWER AND IS ONLY COUNTED
      *   3. PROPOSES AN ALTERNATIVE -- THE EARLIEST FLIGHT ON THE
      *      SAME PAIR WITHIN SCHEDCHG-SEARCH-DAYS OF THE ORIGINAL
      *      DEPARTURE WITH ROOM FOR THE WHOLE PARTY, THE Z02352
      *      C-ALTERNATIVE-FLIGHTS SEARCH (NOT A FLIGHT OF THE
      *      SUSPENDED SCHEDULE)
      *   4. RECORDS A T146_SCHEDULE_CHANGE_RESERVATION ROW.  A MINOR
      *      CHANGE IS TAKEN AS ACCEPTED; A SIGNIFICANT ONE STARTS
      *      'PENDING' UNTIL THE PASSENGER ANSWERS -- 'ACCEPTED' OR
      *      'REFUND' ON THE Z02526 DESK, 'REBOOKED' WHEN Z02361
      *      MOVES THE RESERVATION OFF THE FLIGHT
      *   5. QUEUES A T23_NOTIFICATION_QUEUE ROW FOR EVERY PASSENGER
      *      OF THE RESERVATION ON THE FLIGHT -- SKIPPED WHERE ONE IS
      *      STILL PENDING (Z02450 ALREADY QUEUES ONE FOR EVERY
      *      PASSENGER OF A RETIMED FLIGHT)
      *
      * THE T145 ROW IS THEN MARKED PROCESSED.
      *
      * A SECOND PASS PUTS EVERY SIGNIFICANT CHANGE STILL 'PENDING'
      * WITH THE FLIGHT LEAVING IN THE NEXT SCHEDCHG-ANSWER-HOURS ON
      * THE 'SCHEDCHG' EXCEPTION WORK QUEUE THROUGH Z02414, SO AN
      * AGENT CALLS THE PASSENGER BEFORE THEY TURN UP, AND MARKS IT
      * QUEUED_FLAG = 'Y'.
      *
      * THE LIMITS COME OFF T87 THROUGH Z02457 (MAINTAINED ON
      * Z02458), UNSCOPED, DEFAULTING TO THE CT- VALUES:
      *
      *   SCHEDCHG-MIN-MINUTES          30
      *   SCHEDCHG-SIGNIFICANT-MINUTES  120
      *   SCHEDCHG-MIN-LAYOVER-MINUTES  60
      *   SCHEDCHG-SEARCH-DAYS          2
      *   SCHEDCHG-ANSWER-HOURS         72
      *
      * NO PARM.  SAFE TO RERUN -- ONLY UNPROCESSED T145 ROWS AND
      * UNQUEUED T146 ROWS ARE PICKED UP.
      *
      * NEW TABLES:
      *
      *   T145_SCHEDULE_CHANGE (WRITTEN BY Z02450 AND Z02312)
      *      CHANGE_ID               INTEGER    NOT NULL  (T20)
      *      CHANGE_TYPE             CHAR(1)    NOT NULL  R / S
      *      SCHEDULED_FLIGHT_ID     INTEGER    NOT NULL
      *      FLIGHT_ID               CHAR(8)              R ONLY
      *      OLD_DEPARTURE_TIMESTAMP TIMESTAMP            R ONLY
      *      NEW_DEPARTURE_TIMESTAMP TIMESTAMP            R ONLY
      *      OLD_ARRIVAL_TIMESTAMP   TIMESTAMP            R ONLY
      *      NEW_ARRIVAL_TIMESTAMP   TIMESTAMP            R ONLY
      *      OPERATOR_ID             CHAR(8)    NOT NULL
      *      CHANGE_TIMESTAMP        TIMESTAMP  NOT NULL
      *      PROCESSED_FLAG          CHAR(1)    NOT NULL  N / Y
      *      PRIMARY KEY (CHANGE_ID)
      *
      *   T146_SCHEDULE_CHANGE_RESERVATION
      *      CHANGE_ID               INTEGER    NOT NULL
      *      RESERVATION_ID          INTEGER    NOT NULL
      *      FLIGHT_ID               CHAR(8)    NOT NULL
      *      CHANGE_CLASS            CHAR(6)    NOT NULL  MINOR /
      *                                                   SIGNIF
      *      MOVE_MINUTES            INTEGER    NOT NULL
      *      CONNECTION_FLAG         CHAR(1)    NOT NULL  Y = A
      *                                                   CONNECTION
      *                                                   IS BROKEN
      *      ALTERNATIVE_FLIGHT_ID   CHAR(8)    NOT NULL  SPACE =
      *                                                   NONE FOUND
      *      RESPONSE_STATUS         CHAR(8)    NOT NULL  PENDING /
      *                                                   ACCEPTED /
      *                                                   REBOOKED /
      *                                                   REFUND
      *      RESPONSE_TIMESTAMP      TIMESTAMP
      *      RESPONSE_OPERATOR       CHAR(8)
      *      QUEUED_FLAG             CHAR(1)    NOT NULL  N / Y
      *      CREATED_TIMESTAMP       TIMESTAMP  NOT NULL
      *      PRIMARY KEY (CHANGE_ID, RESERVATION_ID, FLIGHT_ID)
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
      * EXCEPTION WORK QUEUE PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * SCHEDULE CHANGES NOT YET WORKED -- A SCHEDULE DELETED SINCE
      * COMES BACK 'DELETED' AND IS DROPPED LIKE A REACTIVATED ONE
           EXEC SQL
             DECLARE C-NEW-CHANGES CURSOR FOR
             SELECT T145.CHANGE_ID,
                    T145.CHANGE_TYPE,
                    T145.SCHEDULED_FLIGHT_ID,
                    COALESCE(T145.FLIGHT_ID, ' '),
                    COALESCE(ABS(TIMESTAMPDIFF(4,
                       CHAR(T145.NEW_DEPARTURE_TIMESTAMP -
                            T145.OLD_DEPARTURE_TIMESTAMP))), 0),
                    COALESCE(CHAR(T145.OLD_DEPARTURE_TIMESTAMP), ' '),
                    COALESCE(T10.SCHEDULED_STATUS, 'DELETED')
             FROM T145_SCHEDULE_CHANGE T145
             LEFT JOIN T10_SCHEDULED_FLIGHTS_TABLE T10 ON
                T10.SCHEDULED_FLIGHT_ID = T145.SCHEDULED_FLIGHT_ID
             WHERE T145.PROCESSED_FLAG = 'N'
             ORDER BY T145.CHANGE_ID
             FOR FETCH ONLY
           END-EXEC

      * RESERVATIONS HOLDING LIVE SEATS ON THE FLIGHT(S) OF ONE
      * CHANGE -- THE RETIMED FLIGHT, OR EVERY FUTURE FLIGHT OF A
      * SUSPENDED SCHEDULE
           EXEC SQL
             DECLARE C-AFFECTED-BOOKINGS CURSOR FOR
             SELECT DISTINCT
                    T04.RESERVATION_ID,
                    T05.FLIGHT_ID,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(T05.DEPARTURE_TIMESTAMP)
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             WHERE (T05.FLIGHT_ID = :WS-CHG-FLIGHT-ID OR
                    (:WS-CHG-TYPE = 'S' AND
                     T05.SCHEDULED_FLIGHT_ID = :WS-CHG-SCHEDULE-ID))
               AND T05.DEPARTURE_TIMESTAMP > CURRENT TIMESTAMP
               AND T05.FLIGHT_STATUS IN ('CONFIRMED', 'DELAYED')
               AND (T04.RESERVATION_STATUS IS NULL OR
                    T04.RESERVATION_STATUS <> 'DELETED')
             ORDER BY T05.FLIGHT_ID, T04.RESERVATION_ID
             FOR FETCH ONLY
           END-EXEC

      * THE Z02352 ALTERNATIVE SEARCH -- SAME PAIR, ROOM FOR THE
      * WHOLE PARTY, EARLIEST FIRST.  A SUSPENDED SCHEDULE'S OWN
      * FLIGHTS ARE NO ALTERNATIVE (WS-EXCLUDE-SCHEDULE-ID IS ZERO
      * FOR A RETIME)
           EXEC SQL
             DECLARE C-ALTERNATIVE-FLIGHTS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.DEPARTURE_TIMESTAMP
             FROM T05_FLIGHT_TABLE T05
             LEFT JOIN T04_FLIGHT_SEATS T04 ON
                T04.FLIGHT_ID = T05.FLIGHT_ID
             WHERE T05.DEPARTURE_AIRPORT_CODE = :WS-BKG-DEP-AIRPORT
                              AND
                   T05.ARRIVAL_AIRPORT_CODE = :WS-BKG-ARR-AIRPORT
                              AND
                   T05.FLIGHT_ID <> :WS-BKG-FLIGHT-ID
                              AND
                   COALESCE(T05.SCHEDULED_FLIGHT_ID, 0) <>
                                       :WS-EXCLUDE-SCHEDULE-ID
                              AND
                   T05.DEPARTURE_TIMESTAMP > CURRENT TIMESTAMP
                              AND
                   T05.DEPARTURE_TIMESTAMP BETWEEN
                         :WS-SEARCH-WINDOW-FROM AND
                         :WS-SEARCH-WINDOW-TO
                              AND
                   T05.FLIGHT_STATUS = 'CONFIRMED'
             GROUP BY T05.FLIGHT_ID,
                      T05.DEPARTURE_TIMESTAMP,
                      T05.PLANE_ID
             HAVING
                (SELECT COALESCE(SUM(T13S.MAXIMUAL_AMOUNT_OF_SEATS), 0)
                    FROM T08_TABLE_PLANE_TABLE T08S
                    INNER JOIN T13_TYPE_OF_SEATS_TABLE T13S ON
                      T13S.TYPE_OF_SEATS_ID = T08S.TYPE_OF_SEATS_ID
                   WHERE T08S.PLANE_ID = T05.PLANE_ID) -
                      COALESCE(COUNT(T04.FLIGHT_ID), 0)
                         >= :WS-SEATS-NEEDED
             ORDER BY T05.DEPARTURE_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC

      * SIGNIFICANT CHANGES STILL UNANSWERED WITH THE FLIGHT LEAVING
      * BEFORE THE ANSWER LIMIT
           EXEC SQL
             DECLARE C-UNANSWERED CURSOR FOR
             SELECT T146.CHANGE_ID,
                    T146.RESERVATION_ID,
                    T146.FLIGHT_ID,
                    CHAR(T05.DEPARTURE_TIMESTAMP),
                    T146.ALTERNATIVE_FLIGHT_ID
             FROM T146_SCHEDULE_CHANGE_RESERVATION T146
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T146.FLIGHT_ID
             WHERE T146.CHANGE_CLASS    = :CT-SIGNIFICANT-CLASS
               AND T146.RESPONSE_STATUS = :CT-PENDING-STATUS
               AND T146.QUEUED_FLAG     = 'N'
               AND T05.DEPARTURE_TIMESTAMP > CURRENT TIMESTAMP
               AND T05.DEPARTURE_TIMESTAMP <= :WS-ANSWER-LIMIT
             ORDER BY T05.DEPARTURE_TIMESTAMP, T146.RESERVATION_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-DUPLICATE      VALUE -803.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-CHANGES          PIC X VALUE 'N'.
               88 SO-END-OF-CHANGES         VALUE 'Y'.
           05 SW-IF-END-OF-BOOKINGS         PIC X VALUE 'N'.
               88 SO-END-OF-BOOKINGS        VALUE 'Y'.
           05 SW-IF-END-OF-UNANSWERED       PIC X VALUE 'N'.
               88 SO-END-OF-UNANSWERED      VALUE 'Y'.
           05 SW-IF-ALTERNATIVE-FOUND       PIC X VALUE 'N'.
               88 SO-ALTERNATIVE-FOUND      VALUE 'Y'.
               88 SO-NO-ALTERNATIVE         VALUE 'N'.
           05 SW-CHANGE-CLASS               PIC X(6).
               88 SO-SIGNIFICANT-CHANGE     VALUE 'SIGNIF'.
               88 SO-MINOR-CHANGE           VALUE 'MINOR'.
               88 SO-NOT-AFFECTED           VALUE SPACE.

       01 CT-CONSTANTS.
           05 CT-QUEUE-NAME                 PIC X(8) VALUE 'SCHEDCHG'.
           05 CT-SIGNIFICANT-CLASS          PIC X(6) VALUE 'SIGNIF'.
           05 CT-PENDING-STATUS             PIC X(8) VALUE 'PENDING'.
           05 CT-ACCEPTED-STATUS            PIC X(8) VALUE 'ACCEPTED'.
           05 CT-SUSPENDED-STATUS           PIC X(15)
                                               VALUE 'SUSPENDED'.
           05 CT-MIN-MINUTES                PIC S9(5) COMP VALUE 30.
           05 CT-SIGNIFICANT-MINUTES        PIC S9(5) COMP VALUE 120.
           05 CT-MIN-LAYOVER-MINUTES        PIC S9(5) COMP VALUE 60.
           05 CT-SEARCH-DAYS                PIC S9(5) COMP VALUE 2.
           05 CT-ANSWER-HOURS               PIC S9(5) COMP VALUE 72.

       01 WS-LIMITS.
           05 WS-MIN-MINUTES                PIC S9(5) COMP.
           05 WS-SIGNIFICANT-MINUTES        PIC S9(5) COMP.
           05 WS-MIN-LAYOVER-MINUTES        PIC S9(5) COMP.
           05 WS-MIN-LAYOVER-SECONDS        PIC S9(9) COMP.
           05 WS-SEARCH-DAYS                PIC S9(5) COMP.
           05 WS-ANSWER-HOURS               PIC S9(5) COMP.
           05 WS-ANSWER-LIMIT               PIC X(26).

       01 WS-CHANGE-FIELDS.
           05 WS-CHG-ID                     PIC S9(9) COMP VALUE 0.
           05 WS-CHG-TYPE                   PIC X(1).
           05 WS-CHG-SCHEDULE-ID            PIC S9(9) COMP.
           05 WS-CHG-FLIGHT-ID              PIC X(8).
           05 WS-CHG-MOVE-MINUTES           PIC S9(9) COMP.
           05 WS-CHG-OLD-DEPARTURE          PIC X(26).
           05 WS-CHG-SCHEDULE-STATUS        PIC X(15).
           05 WS-EXCLUDE-SCHEDULE-ID        PIC S9(9) COMP.
           05 WS-ERROR-KEY-CHANGE           PIC 9(9).

       01 WS-BOOKING-FIELDS.
           05 WS-BKG-RESERVATION-ID         PIC S9(9) COMP.
           05 WS-BKG-FLIGHT-ID              PIC X(8).
           05 WS-BKG-DEP-AIRPORT            PIC X(3).
           05 WS-BKG-ARR-AIRPORT            PIC X(3).
           05 WS-BKG-DEPARTURE              PIC X(26).
           05 WS-SEATS-NEEDED               PIC S9(4) COMP.
           05 WS-SHORT-CONNECTIONS          PIC S9(4) COMP.
           05 WS-CONNECTION-FLAG            PIC X(1).
           05 WS-RESPONSE-STATUS            PIC X(8).
           05 WS-SEARCH-WINDOW-FROM         PIC X(26).
           05 WS-SEARCH-WINDOW-TO           PIC X(26).
           05 WS-ALTERNATIVE-FLIGHT-ID      PIC X(8).
           05 WS-ALTERNATIVE-DEPARTURE      PIC X(26).
           05 WS-QUEUE-RESERVATION          PIC 9(9).

       01 WS-COUNTERS.
           05 WS-CHANGES-READ               PIC S9(7) COMP VALUE 0.
           05 WS-CHANGES-DROPPED            PIC S9(7) COMP VALUE 0.
           05 WS-BOOKINGS-CHECKED           PIC S9(7) COMP VALUE 0.
           05 WS-BOOKINGS-MINOR             PIC S9(7) COMP VALUE 0.
           05 WS-BOOKINGS-SIGNIFICANT       PIC S9(7) COMP VALUE 0.
           05 WS-BOOKINGS-NO-ALTERNATIVE    PIC S9(7) COMP VALUE 0.
           05 WS-ITEMS-QUEUED               PIC S9(7) COMP VALUE 0.

       01 WS-BOOKING-LINE.
           05 WS-LINE-CLASS                 PIC X(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-RESERVATION-ID        PIC 9(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-DEPARTURE             PIC X(16).
           05 FILLER                        PIC X(6) VALUE ' MOVE '.
           05 WS-LINE-MINUTES               PIC ZZZZ9.
           05 FILLER                        PIC X(6) VALUE ' CONN '.
           05 WS-LINE-CONNECTION            PIC X(1).
           05 FILLER                        PIC X(5) VALUE ' ALT '.
           05 WS-LINE-ALTERNATIVE           PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-ALT-DEPARTURE         PIC X(16).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'SCHEDULE CHANGES READ.........'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'DROPPED (REACTIVATED/DELETED).'.
           05 WS-TOTALS-DROPPED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'RESERVATIONS CHECKED..........'.
           05 WS-TOTALS-CHECKED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'MINOR CHANGES (ACCEPTED)......'.
           05 WS-TOTALS-MINOR               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'SIGNIFICANT CHANGES (PENDING).'.
           05 WS-TOTALS-SIGNIFICANT         PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'WITH NO ALTERNATIVE FOUND.....'.
           05 WS-TOTALS-NO-ALTERNATIVE      PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE7.
           05 FILLER                        PIC X(30)
              VALUE 'UNANSWERED, QUEUED............'.
           05 WS-TOTALS-QUEUED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-NEW-CHANGES
           PERFORM 3000-QUEUE-UNANSWERED
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02525 -- SCHEDULE CHANGE PROCESSING STARTING'
           PERFORM 1010-GET-THE-LIMITS
           .
      ******************************************************************
      *                  1010-GET-THE-LIMITS
      * OFF T87 THROUGH Z02457, UNSCOPED -- THE CT- VALUES WHEN NO
      * ROW IS KEYED
      ******************************************************************
       1010-GET-THE-LIMITS.
           MOVE SPACE                   TO PARM-SCOPE
           MOVE SPACE                   TO PARM-AS-OF-DATE
           MOVE 'SCHEDCHG-MIN-MINUTES'  TO PARM-NAME
           MOVE CT-MIN-MINUTES          TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MIN-MINUTES
           MOVE 'SCHEDCHG-SIGNIFICANT-MINUTES' TO PARM-NAME
           MOVE CT-SIGNIFICANT-MINUTES  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-SIGNIFICANT-MINUTES
           MOVE 'SCHEDCHG-MIN-LAYOVER-MINUTES' TO PARM-NAME
           MOVE CT-MIN-LAYOVER-MINUTES  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MIN-LAYOVER-MINUTES
           MOVE 'SCHEDCHG-SEARCH-DAYS'  TO PARM-NAME
           MOVE CT-SEARCH-DAYS          TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-SEARCH-DAYS
           MOVE 'SCHEDCHG-ANSWER-HOURS' TO PARM-NAME
           MOVE CT-ANSWER-HOURS         TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-ANSWER-HOURS
           COMPUTE WS-MIN-LAYOVER-SECONDS = WS-MIN-LAYOVER-MINUTES * 60
           EXEC SQL
             VALUES CHAR(CURRENT TIMESTAMP + :WS-ANSWER-HOURS HOURS)
             INTO :WS-ANSWER-LIMIT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- ANSWER LIMIT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           DISPLAY 'Z02525 -- MINOR FROM ' WS-MIN-MINUTES
                   ' MIN, SIGNIFICANT FROM ' WS-SIGNIFICANT-MINUTES
                   ' MIN, LAYOVER ' WS-MIN-LAYOVER-MINUTES ' MIN'
           DISPLAY 'Z02525 -- ALTERNATIVES WITHIN ' WS-SEARCH-DAYS
                   ' DAYS, UNANSWERED QUEUED FROM ' WS-ANSWER-LIMIT
           .
      ******************************************************************
      *                2000-PROCESS-NEW-CHANGES
      ******************************************************************
       2000-PROCESS-NEW-CHANGES.
           EXEC SQL
             OPEN C-NEW-CHANGES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- OPEN CHANGE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CHANGE
           PERFORM UNTIL SO-END-OF-CHANGES
              ADD 1 TO WS-CHANGES-READ
              IF WS-CHG-TYPE = 'S' AND
                 WS-CHG-SCHEDULE-STATUS NOT = CT-SUSPENDED-STATUS
                 DISPLAY 'Z02525 -- SCHEDULE ' WS-CHG-SCHEDULE-ID
                         ' NO LONGER SUSPENDED, CHANGE ' WS-CHG-ID
                         ' DROPPED'
                 ADD 1 TO WS-CHANGES-DROPPED
              ELSE
                 PERFORM 2020-WORK-THE-CHANGE
              END-IF
              PERFORM 2090-MARK-PROCESSED
              PERFORM 2010-FETCH-NEXT-CHANGE
           END-PERFORM
           EXEC SQL
             CLOSE C-NEW-CHANGES
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-CHANGE
      ******************************************************************
       2010-FETCH-NEXT-CHANGE.
           EXEC SQL
             FETCH C-NEW-CHANGES
             INTO :WS-CHG-ID,
                  :WS-CHG-TYPE,
                  :WS-CHG-SCHEDULE-ID,
                  :WS-CHG-FLIGHT-ID,
                  :WS-CHG-MOVE-MINUTES,
                  :WS-CHG-OLD-DEPARTURE,
                  :WS-CHG-SCHEDULE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CHANGES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- FETCH CHANGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-WORK-THE-CHANGE
      * EVERY RESERVATION ON THE FLIGHT(S) OF THE CHANGE
      ******************************************************************
       2020-WORK-THE-CHANGE.
           IF WS-CHG-TYPE = 'S' THEN
              MOVE WS-CHG-SCHEDULE-ID TO WS-EXCLUDE-SCHEDULE-ID
           ELSE
              MOVE 0 TO WS-EXCLUDE-SCHEDULE-ID
           END-IF
           MOVE 'N' TO SW-IF-END-OF-BOOKINGS
           EXEC SQL
             OPEN C-AFFECTED-BOOKINGS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- OPEN BOOKING CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2021-FETCH-NEXT-BOOKING
           PERFORM UNTIL SO-END-OF-BOOKINGS
              ADD 1 TO WS-BOOKINGS-CHECKED
              PERFORM 2030-CLASSIFY-THE-CHANGE
              IF NOT SO-NOT-AFFECTED THEN
                 PERFORM 2040-FIND-ALTERNATIVE
                 PERFORM 2050-RECORD-THE-RESERVATION
              END-IF
              PERFORM 2021-FETCH-NEXT-BOOKING
           END-PERFORM
           EXEC SQL
             CLOSE C-AFFECTED-BOOKINGS
           END-EXEC
           .
      ******************************************************************
      *                2021-FETCH-NEXT-BOOKING
      ******************************************************************
       2021-FETCH-NEXT-BOOKING.
           EXEC SQL
             FETCH C-AFFECTED-BOOKINGS
             INTO :WS-BKG-RESERVATION-ID,
                  :WS-BKG-FLIGHT-ID,
                  :WS-BKG-DEP-AIRPORT,
                  :WS-BKG-ARR-AIRPORT,
                  :WS-BKG-DEPARTURE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-BOOKINGS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- FETCH BOOKING FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2021' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2030-CLASSIFY-THE-CHANGE
      * A SUSPENSION IS ALWAYS SIGNIFICANT.  A RETIME IS SIGNIFICANT
      * ON A BIG MOVE OR A BROKEN CONNECTION, MINOR ON A MOVE OVER
      * THE FLOOR, AND NOT A CHANGE AT ALL BELOW IT
      ******************************************************************
       2030-CLASSIFY-THE-CHANGE.
           MOVE 'N' TO WS-CONNECTION-FLAG
           SET SO-NOT-AFFECTED TO TRUE
           IF WS-CHG-TYPE = 'S' THEN
              SET SO-SIGNIFICANT-CHANGE TO TRUE
           ELSE
              PERFORM 7001-COUNT-SHORT-CONNECTIONS
              IF WS-SHORT-CONNECTIONS > 0 THEN
                 MOVE 'Y' TO WS-CONNECTION-FLAG
              END-IF
              EVALUATE TRUE
              WHEN WS-CONNECTION-FLAG = 'Y'
                 SET SO-SIGNIFICANT-CHANGE TO TRUE
              WHEN WS-CHG-MOVE-MINUTES >= WS-SIGNIFICANT-MINUTES
                 SET SO-SIGNIFICANT-CHANGE TO TRUE
              WHEN WS-CHG-MOVE-MINUTES >= WS-MIN-MINUTES
                 SET SO-MINOR-CHANGE TO TRUE
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                 2040-FIND-ALTERNATIVE
      * FIRST ROW OFF C-ALTERNATIVE-FLIGHTS, SEARCHED FROM THE
      * ORIGINAL DEPARTURE FORWARD FOR THE SEARCH DAY COUNT
      ******************************************************************
       2040-FIND-ALTERNATIVE.
           SET SO-NO-ALTERNATIVE TO TRUE
           MOVE SPACE TO WS-ALTERNATIVE-FLIGHT-ID
                         WS-ALTERNATIVE-DEPARTURE
           PERFORM 7002-COUNT-PARTY-SIZE
           IF WS-CHG-TYPE = 'R' THEN
              MOVE WS-CHG-OLD-DEPARTURE TO WS-SEARCH-WINDOW-FROM
           ELSE
              MOVE WS-BKG-DEPARTURE     TO WS-SEARCH-WINDOW-FROM
           END-IF
           EXEC SQL
             VALUES CHAR(TIMESTAMP(:WS-SEARCH-WINDOW-FROM)
                                   + :WS-SEARCH-DAYS DAYS)
             INTO :WS-SEARCH-WINDOW-TO
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- SEARCH WINDOW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             OPEN C-ALTERNATIVE-FLIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- OPEN OF ALTERNATIVE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             FETCH C-ALTERNATIVE-FLIGHTS
             INTO :WS-ALTERNATIVE-FLIGHT-ID,
                  :WS-ALTERNATIVE-DEPARTURE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-ALTERNATIVE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              ADD 1 TO WS-BOOKINGS-NO-ALTERNATIVE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- FETCH OF ALTERNATIVE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           EXEC SQL
             CLOSE C-ALTERNATIVE-FLIGHTS
           END-EXEC
           .
      ******************************************************************
      *               2050-RECORD-THE-RESERVATION
      * A ROW ALREADY THERE (A RERUN AFTER A FAILED STEP) IS LEFT
      * ALONE, NOTIFICATION AND ALL
      ******************************************************************
       2050-RECORD-THE-RESERVATION.
           IF SO-SIGNIFICANT-CHANGE THEN
              MOVE CT-PENDING-STATUS  TO WS-RESPONSE-STATUS
           ELSE
              MOVE CT-ACCEPTED-STATUS TO WS-RESPONSE-STATUS
           END-IF
           PERFORM 7003-INSERT-CHANGE-RESERVATION
           IF NOT SO-SQLCODE-DUPLICATE THEN
              PERFORM 7004-QUEUE-NOTIFICATIONS
              IF SO-SIGNIFICANT-CHANGE THEN
                 ADD 1 TO WS-BOOKINGS-SIGNIFICANT
              ELSE
                 ADD 1 TO WS-BOOKINGS-MINOR
              END-IF
              PERFORM 2051-LIST-THE-RESERVATION
           END-IF
           .
      ******************************************************************
      *               2051-LIST-THE-RESERVATION
      ******************************************************************
       2051-LIST-THE-RESERVATION.
           MOVE SW-CHANGE-CLASS           TO WS-LINE-CLASS
           MOVE WS-BKG-RESERVATION-ID     TO WS-LINE-RESERVATION-ID
           MOVE WS-BKG-FLIGHT-ID          TO WS-LINE-FLIGHT-ID
           MOVE WS-BKG-DEPARTURE          TO WS-LINE-DEPARTURE
           MOVE WS-CHG-MOVE-MINUTES       TO WS-LINE-MINUTES
           MOVE WS-CONNECTION-FLAG        TO WS-LINE-CONNECTION
           IF SO-ALTERNATIVE-FOUND THEN
              MOVE WS-ALTERNATIVE-FLIGHT-ID  TO WS-LINE-ALTERNATIVE
              MOVE WS-ALTERNATIVE-DEPARTURE  TO WS-LINE-ALT-DEPARTURE
           ELSE
              MOVE 'NONE'                    TO WS-LINE-ALTERNATIVE
              MOVE SPACE                     TO WS-LINE-ALT-DEPARTURE
           END-IF
           DISPLAY WS-BOOKING-LINE
           .
      ******************************************************************
      *                  2090-MARK-PROCESSED
      ******************************************************************
       2090-MARK-PROCESSED.
           EXEC SQL
             UPDATE T145_SCHEDULE_CHANGE
                SET PROCESSED_FLAG = 'Y'
              WHERE CHANGE_ID = :WS-CHG-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- PROCESSED FLAG UPDATE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2090' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-CHANGES-READ            TO WS-TOTALS-READ
           MOVE WS-CHANGES-DROPPED         TO WS-TOTALS-DROPPED
           MOVE WS-BOOKINGS-CHECKED        TO WS-TOTALS-CHECKED
           MOVE WS-BOOKINGS-MINOR          TO WS-TOTALS-MINOR
           MOVE WS-BOOKINGS-SIGNIFICANT    TO WS-TOTALS-SIGNIFICANT
           MOVE WS-BOOKINGS-NO-ALTERNATIVE TO WS-TOTALS-NO-ALTERNATIVE
           MOVE WS-ITEMS-QUEUED            TO WS-TOTALS-QUEUED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           DISPLAY WS-TOTALS-LINE7
           .
      ******************************************************************
      *                 3000-QUEUE-UNANSWERED
      * SIGNIFICANT CHANGES NOBODY HAS ANSWERED WITH THE FLIGHT
      * CLOSE -- ONE 'SCHEDCHG' WORK ITEM EACH
      ******************************************************************
       3000-QUEUE-UNANSWERED.
           EXEC SQL
             OPEN C-UNANSWERED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- OPEN UNANSWERED CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-UNANSWERED
           PERFORM UNTIL SO-END-OF-UNANSWERED
              PERFORM 3020-QUEUE-WORK-ITEM
              PERFORM 3030-MARK-QUEUED
              PERFORM 3010-FETCH-NEXT-UNANSWERED
           END-PERFORM
           EXEC SQL
             CLOSE C-UNANSWERED
           END-EXEC
           .
      ******************************************************************
      *                3010-FETCH-NEXT-UNANSWERED
      ******************************************************************
       3010-FETCH-NEXT-UNANSWERED.
           EXEC SQL
             FETCH C-UNANSWERED
             INTO :WS-CHG-ID,
                  :WS-BKG-RESERVATION-ID,
                  :WS-BKG-FLIGHT-ID,
                  :WS-BKG-DEPARTURE,
                  :WS-ALTERNATIVE-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-UNANSWERED TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- FETCH UNANSWERED FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 3020-QUEUE-WORK-ITEM
      * Z02414 SKIPS ONE ALREADY SITTING UNWORKED ON THE QUEUE
      ******************************************************************
       3020-QUEUE-WORK-ITEM.
           MOVE CT-QUEUE-NAME TO WQUE-QUEUE-NAME
           MOVE WS-BKG-RESERVATION-ID TO WS-QUEUE-RESERVATION
           MOVE SPACE TO WQUE-ITEM-KEY
           STRING 'RES ' WS-QUEUE-RESERVATION
                  ' FLT ' WS-BKG-FLIGHT-ID
             DELIMITED BY SIZE INTO WQUE-ITEM-KEY
           END-STRING
           MOVE SPACE TO WQUE-ITEM-TEXT
           IF WS-ALTERNATIVE-FLIGHT-ID = SPACE THEN
              MOVE 'NONE' TO WS-ALTERNATIVE-FLIGHT-ID
           END-IF
           STRING 'SCHEDULE CHANGE UNANSWERED, DEP '
                  WS-BKG-DEPARTURE(1:16)
                  ' ALT ' WS-ALTERNATIVE-FLIGHT-ID
             DELIMITED BY SIZE INTO WQUE-ITEM-TEXT
           END-STRING
           CALL 'Z02414' USING WS-ZZEC0266
           IF WQUE-RESULT NOT = 'O' THEN
              DISPLAY 'Z02525 -- WORK QUEUE INSERT FAILED FOR '
                      WQUE-ITEM-KEY
              MOVE '3020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-QUEUED
           .
      ******************************************************************
      *                    3030-MARK-QUEUED
      ******************************************************************
       3030-MARK-QUEUED.
           EXEC SQL
             UPDATE T146_SCHEDULE_CHANGE_RESERVATION
                SET QUEUED_FLAG = 'Y'
              WHERE CHANGE_ID      = :WS-CHG-ID
                AND RESERVATION_ID = :WS-BKG-RESERVATION-ID
                AND FLIGHT_ID      = :WS-BKG-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- QUEUED FLAG UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               7001-COUNT-SHORT-CONNECTIONS
      * THE Z02450 C-TIGHT-CONNECTIONS JOIN FOR THIS RESERVATION,
      * THE FLIGHT ON EITHER SIDE, AGAINST THE T87 LAYOVER
      ******************************************************************
       7001-COUNT-SHORT-CONNECTIONS.
           MOVE 0 TO WS-SHORT-CONNECTIONS
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-SHORT-CONNECTIONS
             FROM T04_FLIGHT_SEATS A
             INNER JOIN T05_FLIGHT_TABLE F1 ON
                F1.FLIGHT_ID = A.FLIGHT_ID
             INNER JOIN T04_FLIGHT_SEATS B ON
                B.RESERVATION_ID = A.RESERVATION_ID AND
                B.PASSENGER_ID   = A.PASSENGER_ID AND
                B.FLIGHT_ID     <> A.FLIGHT_ID
             INNER JOIN T05_FLIGHT_TABLE F2 ON
                F2.FLIGHT_ID = B.FLIGHT_ID AND
                F2.DEPARTURE_AIRPORT_CODE = F1.ARRIVAL_AIRPORT_CODE
                AND
                F2.DEPARTURE_TIMESTAMP > F1.DEPARTURE_TIMESTAMP
             WHERE A.RESERVATION_ID = :WS-BKG-RESERVATION-ID
               AND (F1.FLIGHT_ID = :WS-BKG-FLIGHT-ID OR
                    F2.FLIGHT_ID = :WS-BKG-FLIGHT-ID)
               AND (A.RESERVATION_STATUS IS NULL OR
                    A.RESERVATION_STATUS <> 'DELETED')
               AND (B.RESERVATION_STATUS IS NULL OR
                    B.RESERVATION_STATUS <> 'DELETED')
               AND F1.FLIGHT_STATUS IN ('CONFIRMED', 'DELAYED')
               AND F2.FLIGHT_STATUS IN ('CONFIRMED', 'DELAYED')
               AND TIMESTAMPDIFF(2, CHAR(F2.DEPARTURE_TIMESTAMP -
                      COALESCE(F1.NEW_ARRIVAL_TIMESTAMP,
                               F1.ARRIVAL_TIMESTAMP)))
                                          < :WS-MIN-LAYOVER-SECONDS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- CONNECTION CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7002-COUNT-PARTY-SIZE
      * LIVE SEATS THE RESERVATION HOLDS ON THE FLIGHT
      ******************************************************************
       7002-COUNT-PARTY-SIZE.
           MOVE 0 TO WS-SEATS-NEEDED
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-SEATS-NEEDED
             FROM T04_FLIGHT_SEATS
             WHERE FLIGHT_ID      = :WS-BKG-FLIGHT-ID
               AND RESERVATION_ID = :WS-BKG-RESERVATION-ID
               AND (RESERVATION_STATUS IS NULL OR
                    RESERVATION_STATUS <> 'DELETED')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- PARTY SIZE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              7003-INSERT-CHANGE-RESERVATION
      * A MINOR CHANGE IS TAKEN AS ACCEPTED THE MOMENT IT IS RECORDED
      ******************************************************************
       7003-INSERT-CHANGE-RESERVATION.
           EXEC SQL
             INSERT INTO T146_SCHEDULE_CHANGE_RESERVATION
                (CHANGE_ID, RESERVATION_ID, FLIGHT_ID, CHANGE_CLASS,
                 MOVE_MINUTES, CONNECTION_FLAG, ALTERNATIVE_FLIGHT_ID,
                 RESPONSE_STATUS, RESPONSE_TIMESTAMP,
                 RESPONSE_OPERATOR, QUEUED_FLAG, CREATED_TIMESTAMP)
             VALUES
                (:WS-CHG-ID, :WS-BKG-RESERVATION-ID,
                 :WS-BKG-FLIGHT-ID, :SW-CHANGE-CLASS,
                 :WS-CHG-MOVE-MINUTES, :WS-CONNECTION-FLAG,
                 :WS-ALTERNATIVE-FLIGHT-ID, :WS-RESPONSE-STATUS,
                 CASE WHEN :WS-RESPONSE-STATUS = 'ACCEPTED'
                      THEN CURRENT TIMESTAMP END,
                 NULL, 'N', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL AND NOT SO-SQLCODE-DUPLICATE THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- CHANGE RESERVATION INSERT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7004-QUEUE-NOTIFICATIONS
      * ONE 'PENDING' T23 ROW PER PASSENGER OF THE RESERVATION ON THE
      * FLIGHT, THE Z02450 7005 SHAPE -- NONE WHERE ONE IS STILL
      * WAITING TO GO OUT
      ******************************************************************
       7004-QUEUE-NOTIFICATIONS.
           EXEC SQL
             INSERT INTO T23_NOTIFICATION_QUEUE
                (FLIGHT_ID, RESERVATION_ID, PASSENGER_ID,
                 NOTIFICATION_STATUS, CREATED_TIMESTAMP)
             SELECT DISTINCT T04.FLIGHT_ID,
                    T04.RESERVATION_ID,
                    T04.PASSENGER_ID,
                    'PENDING',
                    CURRENT TIMESTAMP
             FROM T04_FLIGHT_SEATS T04
             WHERE T04.FLIGHT_ID      = :WS-BKG-FLIGHT-ID
               AND T04.RESERVATION_ID = :WS-BKG-RESERVATION-ID
               AND (T04.RESERVATION_STATUS IS NULL OR
                    T04.RESERVATION_STATUS <> 'DELETED')
               AND NOT EXISTS
                   (SELECT 1
                      FROM T23_NOTIFICATION_QUEUE T23
                     WHERE T23.FLIGHT_ID      = T04.FLIGHT_ID
                       AND T23.RESERVATION_ID = T04.RESERVATION_ID
                       AND T23.PASSENGER_ID   = T04.PASSENGER_ID
                       AND T23.NOTIFICATION_STATUS = 'PENDING')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02525 -- NOTIFICATION INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02525  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-CHG-ID    TO WS-ERROR-KEY-CHANGE
           MOVE WS-ERROR-KEY-CHANGE TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02525 -- SCHEDULE CHANGE PROCESSING ENDING'
           GOBACK
           .
