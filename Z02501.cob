       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02501.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- CHECK-IN DESK ALLOCATION PER DEPARTURE
      *
      * GATES ARE ALLOCATED THROUGH Z02354 (T25/T26), BUT THE
      * CHECK-IN DESKS AT EACH STATION WERE PLANNED ON A WHITEBOARD.
      * THIS JOB ALLOCATES A RANGE OF DESKS TO EVERY FLIGHT DEPARTING
      * ON THE PARM DATE AND PRINTS THE DESK PLAN OF EACH STATION:
      *
      *   INVENTORY -- THE DESKS OF A STATION ARE ROWS ON THE NEW
      *      T124_CHECKIN_DESK TABLE.  ONLY 'ACTIVE' DESKS ARE GIVEN
      *      OUT; THE STATION SUPERVISOR ADDS AND TAKES DESKS OUT OF
      *      SERVICE THROUGH Z02502.
      *   RULE -- HOW MANY DESKS OPEN FOR A DEPARTURE, AND HOW LONG
      *      BEFORE IT THEY OPEN AND CLOSE, COMES OFF THE NEW
      *      T125_DESK_RULE TABLE FOR THE STATION, THE OPERATING
      *      AIRLINE AND THE ROUTE (ARRIVAL AIRPORT), A '***' ROUTE
      *      ROW COVERING EVERY ROUTE OF THE AIRLINE THE STATION HAS NO
      *      OWN ROW FOR.  WITH NO T125 ROW AT ALL THE T87 RULE
      *      PARAMETERS CHECKIN-DESK-COUNT, CHECKIN-OPEN-MINUTES AND
      *      CHECKIN-CLOSE-MINUTES ARE READ THROUGH Z02457 FOR THE
      *      STATION, WITH THE DEFAULTS BELOW WHEN NOT SET.
      *   ALLOCATION -- FLIGHTS ARE TAKEN IN DEPARTURE ORDER (REVISED
      *      DEPARTURE WHEN Z02364 HAS SET ONE, AS Z02354 DOES) AND
      *      EACH GETS THE LOWEST-NUMBERED RUN OF CONSECUTIVE ACTIVE
      *      DESKS NO OTHER ALLOCATION HOLDS WHILE ITS COUNTER IS OPEN.
      *   SHORTAGE -- WHEN NO SUCH RUN EXISTS THE FLIGHT IS WRITTEN
      *      'SHORT' WITH NO DESKS AND LISTED ON THE REPORT WITH HOW
      *      MANY DESKS WERE STILL FREE, FOR THE SUPERVISOR TO
      *      RESOLVE BY OVERRIDE IN Z02502.
      *
      * A RERUN FOR THE SAME DATE REPLACES THE DATE'S 'AUTO' ROWS.
      * ROWS THE SUPERVISOR SET BY HAND ('OVERRIDE') ARE KEPT AND
      * THEIR DESKS ARE TREATED AS TAKEN.
      *
      * THE DESK PLAN -- EVERY ALLOCATION OF THE DATE BY STATION AND
      * DESK, THE SHORT FLIGHTS AT THE END OF EACH STATION -- IS
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401.
      * Z02344'S CHECK-IN WINDOW REPORT SHOWS THE DESKS PER FLIGHT.
      *
      * NEW TABLE T124_CHECKIN_DESK
      *    AIRPORT_CODE         CHAR(3)      NOT NULL
      *    DESK_NUMBER          SMALLINT     NOT NULL  1 TO 999
      *    DESK_STATUS          CHAR(8)      NOT NULL  'ACTIVE'
      *                                                'INACTIVE'
      *    CHANGED_BY           CHAR(8)      NOT NULL
      *    CHANGED_TIMESTAMP    TIMESTAMP    NOT NULL
      *    PRIMARY KEY (AIRPORT_CODE, DESK_NUMBER)
      *
      * NEW TABLE T125_DESK_RULE
      *    AIRPORT_CODE         CHAR(3)      NOT NULL
      *    AIRLINE_CODE         CHAR(3)      NOT NULL
      *    ARRIVAL_AIRPORT_CODE CHAR(3)      NOT NULL  '***' = ANY
      *    DESK_COUNT           SMALLINT     NOT NULL
      *    OPEN_MINUTES_BEFORE  SMALLINT     NOT NULL
      *    CLOSE_MINUTES_BEFORE SMALLINT     NOT NULL
      *    CHANGED_BY           CHAR(8)      NOT NULL
      *    CHANGED_TIMESTAMP    TIMESTAMP    NOT NULL
      *    PRIMARY KEY (AIRPORT_CODE, AIRLINE_CODE,
      *                 ARRIVAL_AIRPORT_CODE)
      *
      * NEW TABLE T126_DESK_ALLOCATION
      *    FLIGHT_ID            CHAR(8)      NOT NULL
      *    AIRPORT_CODE         CHAR(3)      NOT NULL
      *    DESK_FROM            SMALLINT     NOT NULL  0 WHEN SHORT
      *    DESK_TO              SMALLINT     NOT NULL  0 WHEN SHORT
      *    DESK_COUNT           SMALLINT     NOT NULL  DESKS NEEDED
      *    OPEN_TIMESTAMP       TIMESTAMP    NOT NULL
      *    CLOSE_TIMESTAMP      TIMESTAMP    NOT NULL
      *    ALLOCATION_SOURCE    CHAR(8)      NOT NULL  'AUTO'
      *                                                'OVERRIDE'
      *    ALLOCATION_STATUS    CHAR(10)     NOT NULL  'ALLOCATED'
      *                                                'SHORT'
      *    CHANGED_BY           CHAR(8)      NOT NULL
      *    CHANGED_TIMESTAMP    TIMESTAMP    NOT NULL
      *    PRIMARY KEY (FLIGHT_ID),
      *    INDEX ON (AIRPORT_CODE, OPEN_TIMESTAMP)
      *
      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT:
      *
      *    DATE=YYYY-MM-DD
      *    DATE=YYYY-MM-DD AIRPORT=aaa
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

      * RULE PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * REPORT REPOSITORY PARM BLOCK (SEE Z02401)
           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * THE DATE'S DEPARTURES NOT HELD BY A SUPERVISOR OVERRIDE, IN
      * DEPARTURE ORDER WITHIN STATION
           EXEC SQL
             DECLARE C-DEPARTURES CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.AIRLINE_CODE,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                  T05.DEPARTURE_TIMESTAMP))
             FROM T05_FLIGHT_TABLE T05
             WHERE DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                 T05.DEPARTURE_TIMESTAMP)) =
                                                 :WS-PARM-DATE
               AND T05.FLIGHT_STATUS <> 'CANCELED'
               AND T05.FLIGHT_STATUS <> 'DELETED'
               AND (:WS-PARM-AIRPORT = ' ' OR
                    T05.DEPARTURE_AIRPORT_CODE = :WS-PARM-AIRPORT)
               AND NOT EXISTS
                  (SELECT 1 FROM T126_DESK_ALLOCATION T126
                    WHERE T126.FLIGHT_ID = T05.FLIGHT_ID)
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
                      COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                               T05.DEPARTURE_TIMESTAMP),
                      T05.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * THE DATE'S DESK PLAN -- AUTO AND OVERRIDE ROWS ALIKE, THE
      * SHORT FLIGHTS LAST IN EACH STATION
           EXEC SQL
             DECLARE C-DESK-PLAN CURSOR FOR
             SELECT T126.AIRPORT_CODE,
                    T126.DESK_FROM,
                    T126.DESK_TO,
                    T126.DESK_COUNT,
                    CHAR(T126.OPEN_TIMESTAMP),
                    CHAR(T126.CLOSE_TIMESTAMP),
                    T126.ALLOCATION_SOURCE,
                    T126.ALLOCATION_STATUS,
                    T126.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.ARRIVAL_AIRPORT_CODE
             FROM T126_DESK_ALLOCATION T126
             JOIN T05_FLIGHT_TABLE T05 ON
                  T05.FLIGHT_ID = T126.FLIGHT_ID
             WHERE DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                 T05.DEPARTURE_TIMESTAMP)) =
                                                 :WS-PARM-DATE
               AND (:WS-PARM-AIRPORT = ' ' OR
                    T126.AIRPORT_CODE = :WS-PARM-AIRPORT)
             ORDER BY T126.AIRPORT_CODE,
                      CASE WHEN T126.ALLOCATION_STATUS = 'SHORT'
                           THEN 1 ELSE 0 END,
                      T126.DESK_FROM,
                      T126.OPEN_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-DEP-CURSOR       PIC X VALUE 'N'.
               88 SO-END-OF-DEP-CURSOR      VALUE 'Y'.
           05 SW-IF-END-OF-PLAN-CURSOR      PIC X VALUE 'N'.
               88 SO-END-OF-PLAN-CURSOR     VALUE 'Y'.
           05 SW-IF-RULE-FOUND              PIC X VALUE 'N'.
               88 SO-RULE-FOUND             VALUE 'Y'.
               88 SO-NO-RULE                VALUE 'N'.

       01 CT-CONSTANTS.
      * USED ONLY WHEN NEITHER T125 NOR T87 CARRIES A VALUE
           05 CT-DEFAULT-DESK-COUNT         PIC S9(4) COMP VALUE 2.
           05 CT-DEFAULT-OPEN-MINUTES       PIC S9(4) COMP VALUE 120.
           05 CT-DEFAULT-CLOSE-MINUTES      PIC S9(4) COMP VALUE 45.
           05 CT-ANY-ROUTE                  PIC X(3) VALUE '***'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).
           05 WS-PARM-AIRPORT               PIC X(3) VALUE SPACE.

       01 WS-FLIGHT-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-NUMBER              PIC X(8).
           05 WS-AIRLINE-CODE               PIC X(3).
           05 WS-DEP-AIRPORT                PIC X(3).
           05 WS-ARR-AIRPORT                PIC X(3).
           05 WS-DEPARTURE-TS               PIC X(26).

       01 WS-ALLOCATION-FIELDS.
           05 WS-DESK-COUNT                 PIC S9(4) COMP.
           05 WS-OPEN-MINUTES               PIC S9(4) COMP.
           05 WS-CLOSE-MINUTES              PIC S9(4) COMP.
           05 WS-OPEN-TS                    PIC X(26).
           05 WS-CLOSE-TS                   PIC X(26).
           05 WS-DESK-FROM                  PIC S9(4) COMP.
           05 WS-DESK-FROM-IND              PIC S9(4) COMP.
           05 WS-DESK-TO                    PIC S9(4) COMP.
           05 WS-FREE-DESKS                 PIC S9(4) COMP.
           05 WS-ALLOCATION-STATUS          PIC X(10).

       01 WS-PLAN-FIELDS.
           05 WS-PLAN-AIRPORT               PIC X(3).
           05 WS-PLAN-DESK-FROM             PIC S9(4) COMP.
           05 WS-PLAN-DESK-TO               PIC S9(4) COMP.
           05 WS-PLAN-DESK-COUNT            PIC S9(4) COMP.
           05 WS-PLAN-OPEN-TS               PIC X(26).
           05 WS-PLAN-CLOSE-TS              PIC X(26).
           05 WS-PLAN-SOURCE                PIC X(8).
           05 WS-PLAN-STATUS                PIC X(10).
           05 WS-PLAN-FLIGHT-ID             PIC X(8).
           05 WS-PLAN-FLIGHT-NUMBER         PIC X(8).
           05 WS-PLAN-ARR-AIRPORT           PIC X(3).
           05 WS-PREVIOUS-AIRPORT           PIC X(3) VALUE SPACE.

       01 WS-COUNTERS.
           05 WS-FLIGHTS-SEEN               PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-ALLOCATED          PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-SHORT              PIC S9(7) COMP VALUE 0.
           05 WS-AUTO-ROWS-REMOVED          PIC S9(7) COMP VALUE 0.
           05 WS-PLAN-LINES                 PIC S9(7) COMP VALUE 0.

       01 WS-SHORT-LINE.
           05 FILLER                        PIC X(7)
              VALUE 'SHORT  '.
           05 WS-SHORT-AIRPORT              PIC X(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-SHORT-FLIGHT-ID            PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-SHORT-FLIGHT-NUMBER        PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-SHORT-OPEN                 PIC X(5).
           05 FILLER                        PIC X(1) VALUE '-'.
           05 WS-SHORT-CLOSE                PIC X(5).
           05 FILLER                        PIC X(7)
              VALUE ' NEEDS '.
           05 WS-SHORT-NEEDED               PIC ZZ9.
           05 FILLER                        PIC X(13)
              VALUE ' DESKS, FREE '.
           05 WS-SHORT-FREE                 PIC ZZ9.

       01 WS-PLAN-HEADER.
           05 FILLER                        PIC X(8)
              VALUE 'STATION '.
           05 WS-HEADER-AIRPORT             PIC X(3).
           05 FILLER                        PIC X(14)
              VALUE ' -- DESK PLAN '.
           05 WS-HEADER-DATE                PIC X(10).

       01 WS-PLAN-LINE.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-DESKS                 PIC X(7).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-OPEN                  PIC X(5).
           05 FILLER                        PIC X(1) VALUE '-'.
           05 WS-LINE-CLOSE                 PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-FLIGHT-NUMBER         PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-ARR-AIRPORT           PIC X(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-SOURCE                PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-STATUS                PIC X(10).
           05 WS-LINE-NEEDED                PIC X(10).

       01 WS-DESK-RANGE.
           05 WS-DESK-RANGE-FROM            PIC 9(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-DESK-RANGE-TO              PIC 9(3).
       01 WS-NEEDED-TEXT.
           05 FILLER                        PIC X(7) VALUE ' NEEDS '.
           05 WS-NEEDED-COUNT               PIC ZZ9.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'DEPARTURES TO ALLOCATE........'.
           05 WS-TOTALS-SEEN                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'DEPARTURES GIVEN DESKS........'.
           05 WS-TOTALS-ALLOCATED           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'DEPARTURES SHORT OF DESKS.....'.
           05 WS-TOTALS-SHORT               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'EARLIER AUTO ROWS REPLACED....'.
           05 WS-TOTALS-REMOVED             PIC ZZZ,ZZ9.

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
           PERFORM 2000-ALLOCATE-DESKS
           PERFORM 3000-PRINT-DESK-PLAN
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02501 -- CHECK-IN DESK ALLOCATION STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CHECK-IN DESK ALLOCATION FOR ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           IF WS-PARM-AIRPORT NOT = SPACE THEN
              MOVE ' STATION '      TO WS-REPORT-BUFFER(40:9)
              MOVE WS-PARM-AIRPORT  TO WS-REPORT-BUFFER(49:3)
           END-IF
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      * PARM IS DATE=YYYY-MM-DD, WITH AN OPTIONAL AIRPORT=aaa AFTER IT
      ******************************************************************
       1010-PARSE-PARM.
           IF WS-PARM-TEXT(1:5) = 'DATE=' THEN
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
              IF WS-PARM-TEXT(17:8) = 'AIRPORT=' THEN
                 MOVE WS-PARM-TEXT(25:3) TO WS-PARM-AIRPORT
              END-IF
           ELSE
              DISPLAY 'Z02501 -- INVALID PARM, EXPECTED '
                      'DATE=YYYY-MM-DD [AIRPORT=aaa]'
              DISPLAY '          GOT: ' WS-PARM-TEXT
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    2000-ALLOCATE-DESKS
      * THE DATE'S EARLIER AUTO ROWS GO FIRST, THEN EVERY DEPARTURE
      * NOT UNDER OVERRIDE IS GIVEN ITS DESKS.  ONE COMMIT AT THE END
      * -- EACH ALLOCATION MUST SEE THE ONES BEFORE IT
      ******************************************************************
       2000-ALLOCATE-DESKS.
           PERFORM 7010-REMOVE-AUTO-ROWS
           EXEC SQL
             OPEN C-DEPARTURES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- OPEN OF DEPARTURE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-DEPARTURE
           PERFORM UNTIL SO-END-OF-DEP-CURSOR
              PERFORM 2020-ALLOCATE-ONE-FLIGHT
              PERFORM 2010-FETCH-NEXT-DEPARTURE
           END-PERFORM
           EXEC SQL
             CLOSE C-DEPARTURES
           END-EXEC
           EXEC SQL
             COMMIT
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-DEPARTURE
      ******************************************************************
       2010-FETCH-NEXT-DEPARTURE.
           EXEC SQL
             FETCH C-DEPARTURES
             INTO :WS-FLIGHT-ID,
                  :WS-FLIGHT-NUMBER,
                  :WS-AIRLINE-CODE,
                  :WS-DEP-AIRPORT,
                  :WS-ARR-AIRPORT,
                  :WS-DEPARTURE-TS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              ADD 1 TO WS-FLIGHTS-SEEN
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-DEP-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- FETCH OF DEPARTURE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-ALLOCATE-ONE-FLIGHT
      * RULE, COUNTER WINDOW, THEN THE LOWEST FREE RUN OF DESKS --
      * OR A SHORT ROW WHEN THERE IS NONE
      ******************************************************************
       2020-ALLOCATE-ONE-FLIGHT.
           PERFORM 7020-READ-DESK-RULE
           IF SO-NO-RULE THEN
              PERFORM 2030-DEFAULT-DESK-RULE
           END-IF
           PERFORM 7021-COMPUTE-COUNTER-WINDOW
           PERFORM 7022-FIND-FREE-DESKS
           IF WS-DESK-FROM-IND < 0 THEN
              MOVE 'SHORT'     TO WS-ALLOCATION-STATUS
              MOVE 0           TO WS-DESK-FROM
                                  WS-DESK-TO
              PERFORM 7023-COUNT-FREE-DESKS
              PERFORM 2040-REPORT-SHORTAGE
              ADD 1 TO WS-FLIGHTS-SHORT
           ELSE
              MOVE 'ALLOCATED' TO WS-ALLOCATION-STATUS
              COMPUTE WS-DESK-TO = WS-DESK-FROM + WS-DESK-COUNT - 1
              ADD 1 TO WS-FLIGHTS-ALLOCATED
           END-IF
           PERFORM 7030-INSERT-ALLOCATION
           .
      ******************************************************************
      *                  2030-DEFAULT-DESK-RULE
      * NO T125 ROW FOR THE STATION, AIRLINE AND ROUTE -- THE STATION'S
      * T87 RULE PARAMETERS, OR THE SHOP DEFAULTS
      ******************************************************************
       2030-DEFAULT-DESK-RULE.
           MOVE 'CHECKIN-DESK-COUNT'       TO PARM-NAME
           MOVE WS-DEP-AIRPORT             TO PARM-SCOPE
           MOVE WS-PARM-DATE               TO PARM-AS-OF-DATE
           MOVE CT-DEFAULT-DESK-COUNT      TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-DESK-COUNT
           MOVE 'CHECKIN-OPEN-MINUTES'     TO PARM-NAME
           MOVE CT-DEFAULT-OPEN-MINUTES    TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-OPEN-MINUTES
           MOVE 'CHECKIN-CLOSE-MINUTES'    TO PARM-NAME
           MOVE CT-DEFAULT-CLOSE-MINUTES   TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-CLOSE-MINUTES
           IF WS-DESK-COUNT < 1 THEN
              MOVE 1 TO WS-DESK-COUNT
           END-IF
           .
      ******************************************************************
      *                   2040-REPORT-SHORTAGE
      ******************************************************************
       2040-REPORT-SHORTAGE.
           MOVE WS-DEP-AIRPORT       TO WS-SHORT-AIRPORT
           MOVE WS-FLIGHT-ID         TO WS-SHORT-FLIGHT-ID
           MOVE WS-FLIGHT-NUMBER     TO WS-SHORT-FLIGHT-NUMBER
           MOVE WS-OPEN-TS(12:5)     TO WS-SHORT-OPEN
           MOVE WS-CLOSE-TS(12:5)    TO WS-SHORT-CLOSE
           MOVE WS-DESK-COUNT        TO WS-SHORT-NEEDED
           MOVE WS-FREE-DESKS        TO WS-SHORT-FREE
           DISPLAY WS-SHORT-LINE
           MOVE WS-SHORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-FLIGHTS-SEEN       TO WS-TOTALS-SEEN
           MOVE WS-FLIGHTS-ALLOCATED  TO WS-TOTALS-ALLOCATED
           MOVE WS-FLIGHTS-SHORT      TO WS-TOTALS-SHORT
           MOVE WS-AUTO-ROWS-REMOVED  TO WS-TOTALS-REMOVED
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
      *                    3000-PRINT-DESK-PLAN
      * ONE BLOCK PER STATION, HEADED BY THE STATION CODE
      ******************************************************************
       3000-PRINT-DESK-PLAN.
           EXEC SQL
             OPEN C-DESK-PLAN
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- OPEN OF DESK PLAN CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-PLAN-ROW
           PERFORM UNTIL SO-END-OF-PLAN-CURSOR
              IF WS-PLAN-AIRPORT NOT = WS-PREVIOUS-AIRPORT THEN
                 PERFORM 3020-WRITE-STATION-HEADER
              END-IF
              PERFORM 3030-WRITE-PLAN-LINE
              PERFORM 3010-FETCH-NEXT-PLAN-ROW
           END-PERFORM
           EXEC SQL
             CLOSE C-DESK-PLAN
           END-EXEC
           .
      ******************************************************************
      *                  3010-FETCH-NEXT-PLAN-ROW
      ******************************************************************
       3010-FETCH-NEXT-PLAN-ROW.
           EXEC SQL
             FETCH C-DESK-PLAN
             INTO :WS-PLAN-AIRPORT,
                  :WS-PLAN-DESK-FROM,
                  :WS-PLAN-DESK-TO,
                  :WS-PLAN-DESK-COUNT,
                  :WS-PLAN-OPEN-TS,
                  :WS-PLAN-CLOSE-TS,
                  :WS-PLAN-SOURCE,
                  :WS-PLAN-STATUS,
                  :WS-PLAN-FLIGHT-ID,
                  :WS-PLAN-FLIGHT-NUMBER,
                  :WS-PLAN-ARR-AIRPORT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              ADD 1 TO WS-PLAN-LINES
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-PLAN-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- FETCH OF DESK PLAN CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-PLAN-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                 3020-WRITE-STATION-HEADER
      ******************************************************************
       3020-WRITE-STATION-HEADER.
           MOVE WS-PLAN-AIRPORT TO WS-PREVIOUS-AIRPORT
                                   WS-HEADER-AIRPORT
           MOVE WS-PARM-DATE    TO WS-HEADER-DATE
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-PLAN-HEADER
           MOVE WS-PLAN-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY '  DESKS    OPEN-CLOSE  FLIGHT-ID FLT-NUM   ARR'
                   '  SOURCE    STATUS'
           STRING '  DESKS    OPEN-CLOSE  FLIGHT-ID FLT-NUM   ARR'
                  '  SOURCE    STATUS'
              DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                   3030-WRITE-PLAN-LINE
      ******************************************************************
       3030-WRITE-PLAN-LINE.
           IF WS-PLAN-DESK-FROM > 0 THEN
              MOVE WS-PLAN-DESK-FROM TO WS-DESK-RANGE-FROM
              MOVE WS-PLAN-DESK-TO   TO WS-DESK-RANGE-TO
              MOVE WS-DESK-RANGE     TO WS-LINE-DESKS
              MOVE SPACE             TO WS-LINE-NEEDED
           ELSE
              MOVE '-------'         TO WS-LINE-DESKS
              MOVE WS-PLAN-DESK-COUNT TO WS-NEEDED-COUNT
              MOVE WS-NEEDED-TEXT    TO WS-LINE-NEEDED
           END-IF
           MOVE WS-PLAN-OPEN-TS(12:5)  TO WS-LINE-OPEN
           MOVE WS-PLAN-CLOSE-TS(12:5) TO WS-LINE-CLOSE
           MOVE WS-PLAN-FLIGHT-ID      TO WS-LINE-FLIGHT-ID
           MOVE WS-PLAN-FLIGHT-NUMBER  TO WS-LINE-FLIGHT-NUMBER
           MOVE WS-PLAN-ARR-AIRPORT    TO WS-LINE-ARR-AIRPORT
           MOVE WS-PLAN-SOURCE         TO WS-LINE-SOURCE
           MOVE WS-PLAN-STATUS         TO WS-LINE-STATUS
           DISPLAY WS-PLAN-LINE
           MOVE WS-PLAN-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                   7010-REMOVE-AUTO-ROWS
      * A RERUN STARTS CLEAN -- OVERRIDE ROWS STAY
      ******************************************************************
       7010-REMOVE-AUTO-ROWS.
           EXEC SQL
             DELETE FROM T126_DESK_ALLOCATION T126
             WHERE T126.ALLOCATION_SOURCE = 'AUTO'
               AND (:WS-PARM-AIRPORT = ' ' OR
                    T126.AIRPORT_CODE = :WS-PARM-AIRPORT)
               AND T126.FLIGHT_ID IN
                  (SELECT T05.FLIGHT_ID
                     FROM T05_FLIGHT_TABLE T05
                    WHERE DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                        T05.DEPARTURE_TIMESTAMP)) =
                                                 :WS-PARM-DATE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- DELETE OF AUTO ROWS FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              MOVE SQLERRD(3) TO WS-AUTO-ROWS-REMOVED
           END-IF
           .
      ******************************************************************
      *                   7020-READ-DESK-RULE
      * THE ROUTE'S OWN ROW BEFORE THE AIRLINE'S '***' ROW
      ******************************************************************
       7020-READ-DESK-RULE.
           SET SO-NO-RULE TO TRUE
           EXEC SQL
             SELECT DESK_COUNT,
                    OPEN_MINUTES_BEFORE,
                    CLOSE_MINUTES_BEFORE
             INTO :WS-DESK-COUNT,
                  :WS-OPEN-MINUTES,
                  :WS-CLOSE-MINUTES
             FROM T125_DESK_RULE
             WHERE AIRPORT_CODE = :WS-DEP-AIRPORT
               AND AIRLINE_CODE = :WS-AIRLINE-CODE
               AND (ARRIVAL_AIRPORT_CODE = :WS-ARR-AIRPORT OR
                    ARRIVAL_AIRPORT_CODE = :CT-ANY-ROUTE)
             ORDER BY CASE WHEN ARRIVAL_AIRPORT_CODE = :CT-ANY-ROUTE
                           THEN 1 ELSE 0 END
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-RULE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- DESK RULE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                7021-COMPUTE-COUNTER-WINDOW
      ******************************************************************
       7021-COMPUTE-COUNTER-WINDOW.
           EXEC SQL
             SELECT CHAR(TIMESTAMP(:WS-DEPARTURE-TS)
                            - :WS-OPEN-MINUTES MINUTES),
                    CHAR(TIMESTAMP(:WS-DEPARTURE-TS)
                            - :WS-CLOSE-MINUTES MINUTES)
             INTO :WS-OPEN-TS,
                  :WS-CLOSE-TS
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- COUNTER WINDOW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7021' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7022-FIND-FREE-DESKS
      * THE LOWEST ACTIVE DESK THAT STARTS A RUN OF WS-DESK-COUNT
      * CONSECUTIVE ACTIVE DESKS, NONE OF THEM IN AN ALLOCATION WHOSE
      * COUNTER IS OPEN AT THE SAME TIME.  NULL WHEN THERE IS NONE
      ******************************************************************
       7022-FIND-FREE-DESKS.
           MOVE 0 TO WS-DESK-FROM
           MOVE 0 TO WS-DESK-FROM-IND
           EXEC SQL
             SELECT MIN(T124.DESK_NUMBER)
             INTO :WS-DESK-FROM :WS-DESK-FROM-IND
             FROM T124_CHECKIN_DESK T124
             WHERE T124.AIRPORT_CODE = :WS-DEP-AIRPORT
               AND T124.DESK_STATUS = 'ACTIVE'
               AND (SELECT COUNT(*)
                      FROM T124_CHECKIN_DESK T124B
                     WHERE T124B.AIRPORT_CODE = T124.AIRPORT_CODE
                       AND T124B.DESK_STATUS = 'ACTIVE'
                       AND T124B.DESK_NUMBER BETWEEN T124.DESK_NUMBER
                           AND T124.DESK_NUMBER + :WS-DESK-COUNT - 1)
                   = :WS-DESK-COUNT
               AND NOT EXISTS
                  (SELECT 1 FROM T126_DESK_ALLOCATION T126
                    WHERE T126.AIRPORT_CODE = T124.AIRPORT_CODE
                      AND T126.ALLOCATION_STATUS = 'ALLOCATED'
                      AND T126.OPEN_TIMESTAMP  < :WS-CLOSE-TS
                      AND T126.CLOSE_TIMESTAMP > :WS-OPEN-TS
                      AND T126.DESK_FROM <=
                              T124.DESK_NUMBER + :WS-DESK-COUNT - 1
                      AND T126.DESK_TO   >= T124.DESK_NUMBER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- FREE DESK SEARCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7022' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7023-COUNT-FREE-DESKS
      * HOW MANY ACTIVE DESKS ARE STILL FREE OVER THE COUNTER WINDOW,
      * CONSECUTIVE OR NOT -- FOR THE SHORTAGE LINE
      ******************************************************************
       7023-COUNT-FREE-DESKS.
           MOVE 0 TO WS-FREE-DESKS
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FREE-DESKS
             FROM T124_CHECKIN_DESK T124
             WHERE T124.AIRPORT_CODE = :WS-DEP-AIRPORT
               AND T124.DESK_STATUS = 'ACTIVE'
               AND NOT EXISTS
                  (SELECT 1 FROM T126_DESK_ALLOCATION T126
                    WHERE T126.AIRPORT_CODE = T124.AIRPORT_CODE
                      AND T126.ALLOCATION_STATUS = 'ALLOCATED'
                      AND T126.OPEN_TIMESTAMP  < :WS-CLOSE-TS
                      AND T126.CLOSE_TIMESTAMP > :WS-OPEN-TS
                      AND T124.DESK_NUMBER BETWEEN T126.DESK_FROM
                                               AND T126.DESK_TO)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- FREE DESK COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7023' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7030-INSERT-ALLOCATION
      ******************************************************************
       7030-INSERT-ALLOCATION.
           EXEC SQL
             INSERT INTO T126_DESK_ALLOCATION
                (FLIGHT_ID, AIRPORT_CODE, DESK_FROM, DESK_TO,
                 DESK_COUNT, OPEN_TIMESTAMP, CLOSE_TIMESTAMP,
                 ALLOCATION_SOURCE, ALLOCATION_STATUS,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-FLIGHT-ID, :WS-DEP-AIRPORT, :WS-DESK-FROM,
                 :WS-DESK-TO, :WS-DESK-COUNT, :WS-OPEN-TS,
                 :WS-CLOSE-TS, 'AUTO', :WS-ALLOCATION-STATUS,
                 'Z02501', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02501 -- INSERT OF ALLOCATION FAILED FOR '
                      WS-FLIGHT-ID ', SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02501  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02501  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02501 -- CHECK-IN DESK ALLOCATION ENDING'
           GOBACK
           .
