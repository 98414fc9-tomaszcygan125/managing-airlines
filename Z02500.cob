       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02500.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- SEASONAL SCHEDULE ROLLOVER
      *
      * EVERY MARCH AND OCTOBER PLANNING RE-KEYED MOST OF
      * T10_SCHEDULED_FLIGHTS_TABLE THROUGH Z02292 (OR A Z02346 CSV)
      * ONLY TO MOVE IT INTO THE NEXT IATA SEASON WITH THE SAME DAYS
      * AND TIMES.  THIS JOB COPIES THE SCHEDULES OF A SOURCE SEASON
      * INTO A TARGET SEASON:
      *
      *   SEASONS -- 'S' + YY IS THE SUMMER SEASON, LAST SUNDAY OF
      *      MARCH TO THE SATURDAY BEFORE THE LAST SUNDAY OF OCTOBER;
      *      'W' + YY IS THE WINTER SEASON, LAST SUNDAY OF OCTOBER TO
      *      THE SATURDAY BEFORE THE LAST SUNDAY OF MARCH OF YY + 1.
      *      THE SUNDAYS ARE READ OFF T21_DATES.
      *   SHIFT -- BOTH SEASONS START ON A SUNDAY, SO THE DAY COUNT
      *      BETWEEN THE TWO STARTS IS WHOLE WEEKS.  EVERY COPIED
      *      DATE MOVES BY IT AND LANDS ON THE SAME WEEK DAY; THE
      *      WEEK_DAYS PATTERN, TIMES, PLANE, FLIGHT NUMBERS AND
      *      SKIP-HOLIDAYS FLAG ARE CARRIED OVER UNCHANGED.
      *   SELECTION -- EVERY 'NORMAL' SCHEDULE WHOSE RANGE OVERLAPS
      *      THE SOURCE SEASON (CLIPPED TO IT), OPTIONALLY ONLY ONE
      *      AIRLINE'S (THE FLIGHT NUMBER PREFIX).  A SCHEDULE
      *      ALREADY ROLLED INTO THE TARGET SEASON (T123 ROW) IS LEFT
      *      ALONE, SO A RERUN PICKS UP ONLY WHAT IS STILL MISSING.
      *
      * EVERY COPY IS CHECKED BEFORE ANYTHING IS WRITTEN.  THE
      * SCHEDULE'S LOCAL TIMES GO THROUGH Z02292'S CURFEW TEST
      * (T02 OPEN/CLOSE), AND EACH OPERATING DATE OF THE TARGET
      * SEASON -- THE SAME T21_DATES WEEK-DAY WALK Z02397 USES, WITH
      * THE T44 HOLIDAY FILTER RE-APPLIED TO THE NEW YEAR'S DATES --
      * GOES THROUGH Z02292'S 7023 FAMILY: PLANE GROUNDING (T43),
      * MINIMUM TURNAROUND (T78, T87 FALLBACK THROUGH Z02457),
      * DEPARTURE SLOT CAPACITY (T02) AND PLANE DOUBLE-BOOKING.  THE
      * UTC TIMES CHECKED ARE THE SOURCE SCHEDULE'S LATEST FLIGHT OF
      * EACH DIRECTION MOVED ONTO THE DATE, EXACTLY HOW Z02397 WILL
      * LATER MATERIALIZE THEM.  TWO SOURCE SCHEDULES CANNOT CLASH
      * WITH EACH OTHER IN THE TARGET SEASON -- WHOLE-WEEK SHIFTING
      * KEEPS THEIR PATTERN -- SO THE CHECKS RUN AGAINST THE FLIGHTS
      * ALREADY ON FILE.
      *
      *    MODE=PREVIEW   CLASH REPORT ONLY, NOTHING IS WRITTEN
      *    MODE=COMMIT    EVERY SCHEDULE WITH NO CLASH GETS A NEW T10
      *                   ROW AND A T123 LINK; A SCHEDULE WITH A
      *                   CLASH IS REPORTED AND NOT ROLLED, LEFT FOR
      *                   THE PLANNER TO FIX AND RERUN OR KEY THROUGH
      *                   Z02292.  COMMITTED ONE SCHEDULE AT A TIME.
      *
      * NO T05 FLIGHTS ARE CREATED HERE -- Z02397 MATERIALIZES THE
      * NEW SCHEDULES NIGHT BY NIGHT AS THEIR DATES COME INSIDE ITS
      * WINDOW, CLONING THE SOURCE SCHEDULE'S FLIGHT THROUGH T123
      * UNTIL THE NEW SCHEDULE HAS ONE OF ITS OWN.
      *
      * THE CLASH REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  NO JOB-RUN REGISTRY ENTRY -- A PREVIEW AND
      * ITS COMMIT ARE NORMALLY RUN THE SAME DAY, AND THE T123 GUARD
      * ALREADY MAKES A RERUN SAFE.
      *
      * NEW TABLE T123_SCHEDULE_ROLLOVER
      *    SOURCE_SCHEDULE_ID   INTEGER      NOT NULL
      *    TARGET_SEASON        CHAR(3)      NOT NULL
      *    TARGET_SCHEDULE_ID   INTEGER      NOT NULL
      *    SOURCE_SEASON        CHAR(3)      NOT NULL
      *    SHIFT_DAYS           INTEGER      NOT NULL
      *    ROLLED_TIMESTAMP     TIMESTAMP    NOT NULL
      *    PRIMARY KEY (SOURCE_SCHEDULE_ID, TARGET_SEASON),
      *    UNIQUE INDEX ON TARGET_SCHEDULE_ID
      *
      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT:
      *
      *    FROM=S26 TO=S27 MODE=PREVIEW
      *    FROM=S26 TO=S27 MODE=COMMIT  AIRLINE=ccc
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

      * THE SOURCE SEASON'S SCHEDULES NOT YET ROLLED INTO THE TARGET,
      * WITH THE RANGE ALREADY CLIPPED TO THE SOURCE SEASON AND
      * SHIFTED INTO THE TARGET ONE
           EXEC SQL
             DECLARE C-SOURCE-SCHEDULES CURSOR WITH HOLD FOR
             SELECT T10.SCHEDULED_FLIGHT_ID,
                    T10.WEEK_DAYS,
                    T10.ORIGIN_AIRPORT_CODE,
                    T10.DESTINATION_AIRPORT_CODE,
                    COALESCE(T10.DEPARTURE_TIME_ORIGIN, ' '),
                    COALESCE(T10.ARRIVAL_TIME_DESTINATION, ' '),
                    COALESCE(T10.DEPARTURE_TIME_DESTINATION, ' '),
                    COALESCE(T10.ARRIVAL_TIME_ORIGIN, ' '),
                    COALESCE(T10.SKIP_HOLIDAYS_FLAG, 'N'),
                    CHAR(CASE
                         WHEN T10.START_SCHEDULE_DATE <
                                       DATE(:WS-SRC-START-DATE)
                         THEN DATE(:WS-SRC-START-DATE)
                         ELSE T10.START_SCHEDULE_DATE
                         END + :WS-SHIFT-DAYS DAYS),
                    CHAR(CASE
                         WHEN T10.END_SCHEDULE_DATE >
                                       DATE(:WS-SRC-END-DATE)
                         THEN DATE(:WS-SRC-END-DATE)
                         ELSE T10.END_SCHEDULE_DATE
                         END + :WS-SHIFT-DAYS DAYS)
             FROM T10_SCHEDULED_FLIGHTS_TABLE T10
             WHERE T10.SCHEDULED_STATUS = 'NORMAL'
               AND T10.START_SCHEDULE_DATE <= :WS-SRC-END-DATE
               AND T10.END_SCHEDULE_DATE   >= :WS-SRC-START-DATE
               AND (:WS-PARM-AIRLINE = ' ' OR
                    SUBSTR(T10.FLIGHT_NUMBER_TO, 1, 3) =
                                              :WS-PARM-AIRLINE)
               AND NOT EXISTS
                  (SELECT 1 FROM T123_SCHEDULE_ROLLOVER T123
                    WHERE T123.SOURCE_SCHEDULE_ID =
                                        T10.SCHEDULED_FLIGHT_ID
                      AND T123.TARGET_SEASON = :WS-PARM-TO-SEASON)
             ORDER BY T10.SCHEDULED_FLIGHT_ID
           END-EXEC

      * THE COPY'S OPERATING DATES -- Z02397'S C-EXPECTED-DATES WEEK
      * DAY AND T44 HOLIDAY TESTS OVER THE SHIFTED RANGE
           EXEC SQL
             DECLARE C-TARGET-DATES CURSOR WITH HOLD FOR
             SELECT DATE_VALUE
             FROM T21_DATES
             WHERE DATE_VALUE >= :WS-SCH-NEW-START
               AND DATE_VALUE <= :WS-SCH-NEW-END
               AND SUBSTR(:WS-SCH-WEEK-DAYS,
                          DAYOFWEEK(DATE_VALUE), 1) = 'X'
               AND (:WS-SCH-SKIP-HOLIDAYS <> 'Y' OR NOT EXISTS
                  (SELECT 1 FROM T44_HOLIDAY_CALENDAR T44
                    WHERE T44.HOLIDAY_DATE = T21_DATES.DATE_VALUE
                      AND T44.COUNTRY_CODE IN
                         (SELECT T02A.COUNTRY_CODE
                            FROM T02_AIRPORT_TABLE T02A
                           WHERE T02A.AIRPORT_CODE = :WS-SCH-ORIGIN
                              OR T02A.AIRPORT_CODE = :WS-SCH-DEST)))
             ORDER BY DATE_VALUE
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-RUN-MODE                   PIC X(7) VALUE SPACE.
               88 SO-MODE-PREVIEW           VALUE 'PREVIEW'.
               88 SO-MODE-COMMIT            VALUE 'COMMIT '.
           05 SW-IF-END-OF-SCH-CURSOR       PIC X VALUE 'N'.
               88 SO-END-OF-SCH-CURSOR      VALUE 'Y'.
           05 SW-IF-END-OF-DATE-CURSOR      PIC X VALUE 'N'.
               88 SO-END-OF-DATE-CURSOR     VALUE 'Y'.
           05 SW-IF-TEMPLATE-FOUND          PIC X VALUE 'N'.
               88 SO-TEMPLATE-FOUND         VALUE 'Y'.
               88 SO-NO-TEMPLATE            VALUE 'N'.

       01 CT-CONSTANTS.
      * SAME DEFAULT GROUND TIME Z02292 FALLS BACK TO
           05 CT-MIN-TURNAROUND-MINUTES     PIC S9(4) COMP VALUE 45.
           05 CT-SUMMER-START-MONTH         PIC S9(4) COMP VALUE 3.
           05 CT-WINTER-START-MONTH         PIC S9(4) COMP VALUE 10.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-FROM-SEASON           PIC X(3).
           05 WS-PARM-TO-SEASON             PIC X(3).
           05 WS-PARM-AIRLINE               PIC X(3) VALUE SPACE.

      * ONE SEASON CODE TURNED INTO ITS FIRST AND LAST DAY
       01 WS-SEASON-FIELDS.
           05 WS-SEASON-CODE                PIC X(3).
           05 WS-SEASON-YY                  PIC 9(2).
           05 WS-SEASON-START               PIC X(10).
           05 WS-SEASON-END                 PIC X(10).
           05 WS-LS-YEAR                    PIC S9(4) COMP.
           05 WS-LS-MONTH                   PIC S9(4) COMP.
           05 WS-LS-DATE                    PIC X(10).
           05 WS-SRC-START-DATE             PIC X(10).
           05 WS-SRC-END-DATE               PIC X(10).
           05 WS-TGT-START-DATE             PIC X(10).
           05 WS-TGT-END-DATE               PIC X(10).
           05 WS-SHIFT-DAYS                 PIC S9(9) COMP.
           05 WS-SHIFT-DAYS-FORMAT          PIC -(5)9.

       01 WS-SCHEDULE-FIELDS.
           05 WS-SCH-ID                     PIC S9(9) COMP.
           05 WS-SCH-WEEK-DAYS              PIC X(7).
           05 WS-SCH-ORIGIN                 PIC X(3).
           05 WS-SCH-DEST                   PIC X(3).
           05 WS-SCH-DEP-ORIGIN-TIME        PIC X(8).
           05 WS-SCH-ARR-DEST-TIME          PIC X(8).
           05 WS-SCH-DEP-DEST-TIME          PIC X(8).
           05 WS-SCH-ARR-ORIGIN-TIME        PIC X(8).
           05 WS-SCH-SKIP-HOLIDAYS          PIC X(1).
           05 WS-SCH-NEW-START              PIC X(10).
           05 WS-SCH-NEW-END                PIC X(10).
           05 WS-NEW-SCH-ID                 PIC S9(9) COMP.

       01 WS-WORK-FIELDS.
           05 WS-TARGET-DATE                PIC X(10).
           05 WS-DIR-DEP-AIRPORT            PIC X(3).
           05 WS-DIR-ARR-AIRPORT            PIC X(3).
           05 WS-DIRECTION-SUB              PIC S9(4) COMP.
           05 WS-DIRECTIONS-TIMED           PIC S9(4) COMP.
           05 WS-TEMPLATE-FLIGHT-ID         PIC X(8).
           05 WS-TEMPLATE-PLANE-ID          PIC S9(9) COMP.
           05 WS-NEW-DEPARTURE-TS           PIC X(26).
           05 WS-NEW-ARRIVAL-TS             PIC X(26).
           05 WS-CONFLICT-COUNT             PIC S9(4) COMP.
           05 WS-MIN-TURNAROUND             PIC S9(4) COMP.
           05 WS-SLOT-CAPACITY              PIC S9(3) COMP.
           05 WS-SLOT-USED-COUNT            PIC S9(3) COMP.
           05 WS-CURFEW-AIRPORT             PIC X(3).
           05 WS-CURFEW-TIME                PIC X(5).
           05 WS-SCHEDULE-CLASHES           PIC S9(7) COMP.
           05 WS-CLASH-REASON               PIC X(20).

       01 WS-COUNTERS.
           05 WS-SCHEDULES-SEEN             PIC S9(7) COMP VALUE 0.
           05 WS-SCHEDULES-CLEAN            PIC S9(7) COMP VALUE 0.
           05 WS-SCHEDULES-ROLLED           PIC S9(7) COMP VALUE 0.
           05 WS-SCHEDULES-CLASHING         PIC S9(7) COMP VALUE 0.
           05 WS-DATES-CHECKED              PIC S9(7) COMP VALUE 0.
           05 WS-CLASHES-FOUND              PIC S9(7) COMP VALUE 0.

       01 WS-CLASH-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'SCHEDULE '.
           05 WS-CLASH-SCHEDULE             PIC 9(9).
           05 FILLER                        PIC X(5)
              VALUE ' DEP '.
           05 WS-CLASH-AIRPORT              PIC X(3).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-CLASH-DATE                 PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-CLASH-DETAIL               PIC X(20).

       01 WS-ROLLED-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'SCHEDULE '.
           05 WS-ROLLED-SOURCE              PIC 9(9).
           05 FILLER                        PIC X(13)
              VALUE ' ROLLED INTO '.
           05 WS-ROLLED-TARGET              PIC 9(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-ROLLED-START               PIC X(10).
           05 FILLER                        PIC X(4) VALUE ' TO '.
           05 WS-ROLLED-END                 PIC X(10).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'SCHEDULES IN SOURCE SEASON....'.
           05 WS-TOTALS-SCHEDULES           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'DATES CHECKED.................'.
           05 WS-TOTALS-DATES               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'CLASHES FOUND.................'.
           05 WS-TOTALS-CLASHES             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'SCHEDULES WITH A CLASH........'.
           05 WS-TOTALS-CLASHING            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'SCHEDULES CLEAN...............'.
           05 WS-TOTALS-CLEAN               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'SCHEDULES ROLLED..............'.
           05 WS-TOTALS-ROLLED              PIC ZZZ,ZZ9.

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
           PERFORM 2000-PROCESS-SCHEDULES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02500 -- SEASONAL SCHEDULE ROLLOVER STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           PERFORM 1020-RESOLVE-SEASONS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'SCHEDULE ROLLOVER ' WS-PARM-FROM-SEASON
                  ' TO ' WS-PARM-TO-SEASON ' -- ' SW-RUN-MODE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-SHIFT-DAYS TO WS-SHIFT-DAYS-FORMAT
           STRING 'SOURCE ' WS-SRC-START-DATE ' - ' WS-SRC-END-DATE
                  '  TARGET ' WS-TGT-START-DATE ' - ' WS-TGT-END-DATE
                  '  SHIFT ' WS-SHIFT-DAYS-FORMAT ' DAYS'
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      * PARM IS FROM=Snn TO=Snn MODE=PREVIEW (OR MODE=COMMIT), WITH
      * AN OPTIONAL AIRLINE=ccc AFTER IT
      ******************************************************************
       1010-PARSE-PARM.
           IF WS-PARM-TEXT(1:5) = 'FROM=' AND
              WS-PARM-TEXT(10:3) = 'TO=' AND
              WS-PARM-TEXT(17:5) = 'MODE=' THEN
              MOVE WS-PARM-TEXT(6:3)  TO WS-PARM-FROM-SEASON
              MOVE WS-PARM-TEXT(13:3) TO WS-PARM-TO-SEASON
              MOVE WS-PARM-TEXT(22:7) TO SW-RUN-MODE
              IF WS-PARM-TEXT(30:8) = 'AIRLINE=' THEN
                 MOVE WS-PARM-TEXT(38:3) TO WS-PARM-AIRLINE
              END-IF
           END-IF
           IF NOT (SO-MODE-PREVIEW OR SO-MODE-COMMIT) OR
              WS-PARM-FROM-SEASON(1:1) NOT = 'S' AND
              WS-PARM-FROM-SEASON(1:1) NOT = 'W' OR
              WS-PARM-TO-SEASON(1:1) NOT = 'S' AND
              WS-PARM-TO-SEASON(1:1) NOT = 'W' OR
              WS-PARM-FROM-SEASON(2:2) IS NOT NUMERIC OR
              WS-PARM-TO-SEASON(2:2) IS NOT NUMERIC OR
              WS-PARM-FROM-SEASON = WS-PARM-TO-SEASON THEN
              DISPLAY 'Z02500 -- INVALID PARM, EXPECTED FROM=Snn '
                      'TO=Wnn MODE=PREVIEW OR MODE=COMMIT'
              DISPLAY '          GOT: ' WS-PARM-TEXT
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    1020-RESOLVE-SEASONS
      * BOTH SEASON CODES TURNED INTO DATES, THEN THE WHOLE-WEEK
      * SHIFT BETWEEN THEIR FIRST DAYS.  ROLLING BACKWARD IS REFUSED
      ******************************************************************
       1020-RESOLVE-SEASONS.
           MOVE WS-PARM-FROM-SEASON TO WS-SEASON-CODE
           PERFORM 1030-SEASON-DATES
           MOVE WS-SEASON-START TO WS-SRC-START-DATE
           MOVE WS-SEASON-END   TO WS-SRC-END-DATE
           MOVE WS-PARM-TO-SEASON TO WS-SEASON-CODE
           PERFORM 1030-SEASON-DATES
           MOVE WS-SEASON-START TO WS-TGT-START-DATE
           MOVE WS-SEASON-END   TO WS-TGT-END-DATE
           PERFORM 7012-COMPUTE-SHIFT
           IF WS-SHIFT-DAYS <= 0 THEN
              DISPLAY 'Z02500 -- TARGET SEASON ' WS-PARM-TO-SEASON
                      ' DOES NOT FOLLOW SOURCE SEASON '
                      WS-PARM-FROM-SEASON
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     1030-SEASON-DATES
      * SUMMER YY: LAST SUNDAY OF MARCH YY TO THE DAY BEFORE THE LAST
      * SUNDAY OF OCTOBER YY.  WINTER YY: LAST SUNDAY OF OCTOBER YY
      * TO THE DAY BEFORE THE LAST SUNDAY OF MARCH YY + 1
      ******************************************************************
       1030-SEASON-DATES.
           MOVE WS-SEASON-CODE(2:2) TO WS-SEASON-YY
           COMPUTE WS-LS-YEAR = 2000 + WS-SEASON-YY
           IF WS-SEASON-CODE(1:1) = 'S' THEN
              MOVE CT-SUMMER-START-MONTH TO WS-LS-MONTH
              PERFORM 7010-GET-LAST-SUNDAY
              MOVE WS-LS-DATE TO WS-SEASON-START
              MOVE CT-WINTER-START-MONTH TO WS-LS-MONTH
           ELSE
              MOVE CT-WINTER-START-MONTH TO WS-LS-MONTH
              PERFORM 7010-GET-LAST-SUNDAY
              MOVE WS-LS-DATE TO WS-SEASON-START
              ADD 1 TO WS-LS-YEAR
              MOVE CT-SUMMER-START-MONTH TO WS-LS-MONTH
           END-IF
           PERFORM 7010-GET-LAST-SUNDAY
           PERFORM 7011-GET-DAY-BEFORE
           .
      ******************************************************************
      *                   2000-PROCESS-SCHEDULES
      ******************************************************************
       2000-PROCESS-SCHEDULES.
           MOVE 'N' TO SW-IF-END-OF-SCH-CURSOR
           EXEC SQL
             OPEN C-SOURCE-SCHEDULES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- OPEN OF SCHEDULE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-SCHEDULE
           PERFORM 2020-PROCESS-ONE-SCHEDULE
              UNTIL SO-END-OF-SCH-CURSOR
           EXEC SQL
             CLOSE C-SOURCE-SCHEDULES
           END-EXEC
           .
      ******************************************************************
      *                   2010-FETCH-NEXT-SCHEDULE
      ******************************************************************
       2010-FETCH-NEXT-SCHEDULE.
           EXEC SQL
             FETCH C-SOURCE-SCHEDULES
             INTO :WS-SCH-ID,
                  :WS-SCH-WEEK-DAYS,
                  :WS-SCH-ORIGIN,
                  :WS-SCH-DEST,
                  :WS-SCH-DEP-ORIGIN-TIME,
                  :WS-SCH-ARR-DEST-TIME,
                  :WS-SCH-DEP-DEST-TIME,
                  :WS-SCH-ARR-ORIGIN-TIME,
                  :WS-SCH-SKIP-HOLIDAYS,
                  :WS-SCH-NEW-START,
                  :WS-SCH-NEW-END
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              ADD 1 TO WS-SCHEDULES-SEEN
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-SCH-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- FETCH OF SCHEDULE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SCH-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-PROCESS-ONE-SCHEDULE
      * BOTH DIRECTIONS ARE CHECKED OVER THE SAME DATES, THE OUTBOUND
      * LEAVING THE ORIGIN AND THE RETURN LEAVING THE DESTINATION.  A
      * DIRECTION THE SOURCE NEVER FLEW (A ONE-WAY Z02346 RECORD) IS
      * SIMPLY SKIPPED; A SCHEDULE WITH NO FLIGHT AT ALL CANNOT BE
      * TIMED OR MATERIALIZED AND COUNTS AS A CLASH
      ******************************************************************
       2020-PROCESS-ONE-SCHEDULE.
           MOVE 0 TO WS-SCHEDULE-CLASHES
           MOVE 0 TO WS-DIRECTIONS-TIMED
           PERFORM VARYING WS-DIRECTION-SUB FROM 1 BY 1
                      UNTIL WS-DIRECTION-SUB > 2
              IF WS-DIRECTION-SUB = 1 THEN
                 MOVE WS-SCH-ORIGIN TO WS-DIR-DEP-AIRPORT
                 MOVE WS-SCH-DEST   TO WS-DIR-ARR-AIRPORT
              ELSE
                 MOVE WS-SCH-DEST   TO WS-DIR-DEP-AIRPORT
                 MOVE WS-SCH-ORIGIN TO WS-DIR-ARR-AIRPORT
              END-IF
              PERFORM 7002-GET-TEMPLATE-FLIGHT
              IF SO-TEMPLATE-FOUND THEN
                 ADD 1 TO WS-DIRECTIONS-TIMED
                 PERFORM 2030-CHECK-DIRECTION-CURFEWS
                 PERFORM 2040-WALK-TARGET-DATES
              END-IF
           END-PERFORM
           IF WS-DIRECTIONS-TIMED = 0 THEN
              MOVE WS-SCH-ORIGIN TO WS-DIR-DEP-AIRPORT
              MOVE WS-SCH-NEW-START TO WS-TARGET-DATE
              MOVE 'NO SOURCE FLIGHT    ' TO WS-CLASH-REASON
              PERFORM 2070-REPORT-CLASH
           END-IF
           IF WS-SCHEDULE-CLASHES = 0 THEN
              ADD 1 TO WS-SCHEDULES-CLEAN
              IF SO-MODE-COMMIT THEN
                 PERFORM 2080-ROLL-ONE-SCHEDULE
              END-IF
           ELSE
              ADD 1 TO WS-SCHEDULES-CLASHING
           END-IF
           PERFORM 2010-FETCH-NEXT-SCHEDULE
           .
      ******************************************************************
      *                2030-CHECK-DIRECTION-CURFEWS
      * Z02292'S 2086 TEST ON THE SCHEDULE'S LOCAL TIMES -- A CURFEW
      * ENTERED SINCE THE SOURCE SEASON WAS KEYED SHOWS UP HERE.  A
      * BLANK TIME (NO RETURN LEG KEYED) IS NOT TESTED
      ******************************************************************
       2030-CHECK-DIRECTION-CURFEWS.
           MOVE WS-SCH-NEW-START TO WS-TARGET-DATE
           MOVE WS-DIR-DEP-AIRPORT TO WS-CURFEW-AIRPORT
           IF WS-DIRECTION-SUB = 1 THEN
              MOVE WS-SCH-DEP-ORIGIN-TIME TO WS-CURFEW-TIME
           ELSE
              MOVE WS-SCH-DEP-DEST-TIME   TO WS-CURFEW-TIME
           END-IF
           PERFORM 2031-CHECK-ONE-CURFEW
           MOVE WS-DIR-ARR-AIRPORT TO WS-CURFEW-AIRPORT
           IF WS-DIRECTION-SUB = 1 THEN
              MOVE WS-SCH-ARR-DEST-TIME   TO WS-CURFEW-TIME
           ELSE
              MOVE WS-SCH-ARR-ORIGIN-TIME TO WS-CURFEW-TIME
           END-IF
           PERFORM 2031-CHECK-ONE-CURFEW
           .
      ******************************************************************
      *                  2031-CHECK-ONE-CURFEW
      * T10 TIMES ARE KEYED HH.MM OR HH:MM -- BROUGHT TO T02'S HH.MM
      * BEFORE THE COMPARE
      ******************************************************************
       2031-CHECK-ONE-CURFEW.
           IF WS-CURFEW-TIME NOT = SPACE THEN
              MOVE '.' TO WS-CURFEW-TIME(3:1)
              PERFORM 7005-READ-AIRPORT-HOURS
              IF T02-OPEN-TIME-LOCAL NOT = SPACE AND
                 T02-CLOSE-TIME-LOCAL NOT = SPACE THEN
                 IF WS-CURFEW-TIME < T02-OPEN-TIME-LOCAL OR
                    WS-CURFEW-TIME > T02-CLOSE-TIME-LOCAL THEN
                    MOVE 'CURFEW AT          ' TO WS-CLASH-REASON
                    MOVE WS-CURFEW-AIRPORT TO WS-CLASH-REASON(11:3)
                    PERFORM 2070-REPORT-CLASH
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                   2040-WALK-TARGET-DATES
      ******************************************************************
       2040-WALK-TARGET-DATES.
           MOVE 'N' TO SW-IF-END-OF-DATE-CURSOR
           EXEC SQL
             OPEN C-TARGET-DATES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- OPEN OF DATE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2050-FETCH-NEXT-DATE
           PERFORM 2060-CHECK-ONE-DATE
              UNTIL SO-END-OF-DATE-CURSOR
           EXEC SQL
             CLOSE C-TARGET-DATES
           END-EXEC
           .
      ******************************************************************
      *                   2050-FETCH-NEXT-DATE
      ******************************************************************
       2050-FETCH-NEXT-DATE.
           EXEC SQL
             FETCH C-TARGET-DATES
             INTO :WS-TARGET-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-DATE-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- FETCH OF DATE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-DATE-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                    2060-CHECK-ONE-DATE
      * ONE CLASH LINE PER DATE -- THE FIRST CHECK THAT REFUSES THE
      * FLIGHT NAMES THE REASON, IN Z02292'S 7023 ORDER
      ******************************************************************
       2060-CHECK-ONE-DATE.
           ADD 1 TO WS-DATES-CHECKED
           PERFORM 7003-TIME-TEMPLATE-ON-DATE
           MOVE SPACE TO WS-CLASH-REASON
           PERFORM 7020-CHECK-PLANE-GROUNDING
           IF WS-CLASH-REASON = SPACE THEN
              PERFORM 7021-CHECK-TURNAROUND-TIME
           END-IF
           IF WS-CLASH-REASON = SPACE THEN
              PERFORM 7022-CHECK-SLOT-CAPACITY
           END-IF
           IF WS-CLASH-REASON = SPACE THEN
              PERFORM 7023-CHECK-PLANE-AVAILABILITY
           END-IF
           IF WS-CLASH-REASON NOT = SPACE THEN
              PERFORM 2070-REPORT-CLASH
           END-IF
           PERFORM 2050-FETCH-NEXT-DATE
           .
      ******************************************************************
      *                    2070-REPORT-CLASH
      ******************************************************************
       2070-REPORT-CLASH.
           ADD 1 TO WS-SCHEDULE-CLASHES
           ADD 1 TO WS-CLASHES-FOUND
           MOVE WS-SCH-ID          TO WS-CLASH-SCHEDULE
           MOVE WS-DIR-DEP-AIRPORT TO WS-CLASH-AIRPORT
           MOVE WS-TARGET-DATE     TO WS-CLASH-DATE
           MOVE WS-CLASH-REASON    TO WS-CLASH-DETAIL
           DISPLAY WS-CLASH-LINE
           MOVE WS-CLASH-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  2080-ROLL-ONE-SCHEDULE
      * NEW T10 ROW COPIED FROM THE SOURCE WITH THE SHIFTED RANGE,
      * ITS T123 LINK, AND A COMMIT -- ONE SCHEDULE IS ONE UNIT OF
      * WORK SO A FAILURE LEAVES EVERY EARLIER ROLL IN PLACE
      ******************************************************************
       2080-ROLL-ONE-SCHEDULE.
           PERFORM 7030-GET-NEW-SCHEDULE-ID
           PERFORM 7031-INSERT-NEW-SCHEDULE
           PERFORM 7032-INSERT-ROLLOVER-LINK
           EXEC SQL
             COMMIT
           END-EXEC
           ADD 1 TO WS-SCHEDULES-ROLLED
           MOVE WS-SCH-ID        TO WS-ROLLED-SOURCE
           MOVE WS-NEW-SCH-ID    TO WS-ROLLED-TARGET
           MOVE WS-SCH-NEW-START TO WS-ROLLED-START
           MOVE WS-SCH-NEW-END   TO WS-ROLLED-END
           DISPLAY WS-ROLLED-LINE
           MOVE WS-ROLLED-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                7002-GET-TEMPLATE-FLIGHT
      * THE SOURCE SCHEDULE'S LATEST LIVE FLIGHT OF THIS DIRECTION --
      * ITS TIMESTAMPS CARRY THE LOCAL-TO-UTC CONVERSION, THE SAME
      * TEMPLATE Z02397 CLONES FROM
      ******************************************************************
       7002-GET-TEMPLATE-FLIGHT.
           SET SO-NO-TEMPLATE TO TRUE
           EXEC SQL
             SELECT FLIGHT_ID,
                    PLANE_ID
             INTO :WS-TEMPLATE-FLIGHT-ID,
                  :WS-TEMPLATE-PLANE-ID
             FROM T05_FLIGHT_TABLE
             WHERE SCHEDULED_FLIGHT_ID = :WS-SCH-ID
               AND DEPARTURE_AIRPORT_CODE = :WS-DIR-DEP-AIRPORT
               AND FLIGHT_STATUS <> 'DELETED'
             ORDER BY DEPARTURE_TIMESTAMP DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-TEMPLATE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- READ OF TEMPLATE FLIGHT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               7003-TIME-TEMPLATE-ON-DATE
      * THE TEMPLATE'S UTC TIME OF DAY ON THE TARGET DATE, ARRIVAL
      * RIDING ITS FLYING TIME -- Z02397'S 7002 ARITHMETIC
      ******************************************************************
       7003-TIME-TEMPLATE-ON-DATE.
           EXEC SQL
             SELECT CHAR(TIMESTAMP(DATE(:WS-TARGET-DATE),
                                   TIME(DEPARTURE_TIMESTAMP))),
                    CHAR(TIMESTAMP(DATE(:WS-TARGET-DATE),
                                   TIME(DEPARTURE_TIMESTAMP))
                         + (ARRIVAL_TIMESTAMP - DEPARTURE_TIMESTAMP))
             INTO :WS-NEW-DEPARTURE-TS,
                  :WS-NEW-ARRIVAL-TS
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-TEMPLATE-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- TIMING OF TEMPLATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7005-READ-AIRPORT-HOURS
      ******************************************************************
       7005-READ-AIRPORT-HOURS.
           MOVE SPACE TO T02-OPEN-TIME-LOCAL
           MOVE SPACE TO T02-CLOSE-TIME-LOCAL
           EXEC SQL
             SELECT COALESCE(OPEN_TIME_LOCAL, ' '),
                    COALESCE(CLOSE_TIME_LOCAL, ' ')
             INTO :T02-OPEN-TIME-LOCAL,
                  :T02-CLOSE-TIME-LOCAL
             FROM T02_AIRPORT_TABLE
             WHERE AIRPORT_CODE = :WS-CURFEW-AIRPORT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- AIRPORT HOURS READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7005' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7010-GET-LAST-SUNDAY
      * LAST SUNDAY OF WS-LS-MONTH IN WS-LS-YEAR OFF T21_DATES
      ******************************************************************
       7010-GET-LAST-SUNDAY.
           EXEC SQL
             SELECT CHAR(MAX(DATE_VALUE))
             INTO :WS-LS-DATE
             FROM T21_DATES
             WHERE YEAR(DATE_VALUE)  = :WS-LS-YEAR
               AND MONTH(DATE_VALUE) = :WS-LS-MONTH
               AND DAYOFWEEK(DATE_VALUE) = 1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- SEASON DATE LOOKUP FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
                      ' -- IS ' WS-LS-YEAR ' ON T21_DATES?'
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7011-GET-DAY-BEFORE
      * A SEASON ENDS THE SATURDAY BEFORE THE NEXT ONE STARTS
      ******************************************************************
       7011-GET-DAY-BEFORE.
           EXEC SQL
             SELECT CHAR(DATE(:WS-LS-DATE) - 1 DAY)
             INTO :WS-SEASON-END
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- SEASON END COMPUTE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7011' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7012-COMPUTE-SHIFT
      ******************************************************************
       7012-COMPUTE-SHIFT.
           EXEC SQL
             SELECT DAYS(DATE(:WS-TGT-START-DATE)) -
                    DAYS(DATE(:WS-SRC-START-DATE))
             INTO :WS-SHIFT-DAYS
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- SHIFT COMPUTE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7012' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7020-CHECK-PLANE-GROUNDING
      * SAME T43 TEST AS Z02292'S 7024-CHECK-PLANE-GROUNDING
      ******************************************************************
       7020-CHECK-PLANE-GROUNDING.
           MOVE 0 TO WS-CONFLICT-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CONFLICT-COUNT
             FROM T43_PLANE_GROUNDING
             WHERE PLANE_ID = :WS-TEMPLATE-PLANE-ID
               AND GROUND_STATUS = 'ACTIVE'
               AND GROUND_FROM_DATE <=
                      DATE(TIMESTAMP(:WS-NEW-ARRIVAL-TS))
               AND GROUND_TO_DATE >=
                      DATE(TIMESTAMP(:WS-NEW-DEPARTURE-TS))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- GROUNDING CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-CONFLICT-COUNT > 0 THEN
              MOVE 'PLANE GROUNDED      ' TO WS-CLASH-REASON
           END-IF
           .
      ******************************************************************
      *                7021-CHECK-TURNAROUND-TIME
      * SAME GROUND-TIME TEST AS Z02292'S 7027 -- THE MODEL'S T78
      * MINIMUM, OR THE T87 STATION VALUE IN FORCE ON THE DEPARTURE
      * DAY WHEN THE MODEL HAS NO ROW
      ******************************************************************
       7021-CHECK-TURNAROUND-TIME.
           MOVE 'MIN-TURNAROUND-MINUTES'   TO PARM-NAME
           MOVE WS-DIR-DEP-AIRPORT         TO PARM-SCOPE
           MOVE WS-TARGET-DATE             TO PARM-AS-OF-DATE
           MOVE CT-MIN-TURNAROUND-MINUTES  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MIN-TURNAROUND
           EXEC SQL
             SELECT T78.MIN_TURNAROUND_MIN
             INTO :WS-MIN-TURNAROUND
             FROM T78_MODEL_TURNAROUND T78
             WHERE T78.PLANE_MODEL =
                (SELECT MIN(T08.PLANE_MODEL)
                   FROM T08_TABLE_PLANE_TABLE T08
                  WHERE T08.PLANE_ID = :WS-TEMPLATE-PLANE-ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- TURNAROUND READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7021' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NOT-FOUND THEN
              MOVE PARM-VALUE TO WS-MIN-TURNAROUND
           END-IF
           MOVE 0 TO WS-CONFLICT-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CONFLICT-COUNT
             FROM T05_FLIGHT_TABLE
             WHERE PLANE_ID = :WS-TEMPLATE-PLANE-ID
               AND FLIGHT_STATUS <> 'CANCELED'
               AND FLIGHT_STATUS <> 'DELETED'
               AND ((ARRIVAL_AIRPORT_CODE = :WS-DIR-DEP-AIRPORT
                     AND ARRIVAL_TIMESTAMP <=
                                     :WS-NEW-DEPARTURE-TS
                     AND ARRIVAL_TIMESTAMP >
                         TIMESTAMP(:WS-NEW-DEPARTURE-TS)
                            - :WS-MIN-TURNAROUND MINUTES)
                 OR (DEPARTURE_AIRPORT_CODE = :WS-DIR-ARR-AIRPORT
                     AND DEPARTURE_TIMESTAMP >=
                                     :WS-NEW-ARRIVAL-TS
                     AND DEPARTURE_TIMESTAMP <
                         TIMESTAMP(:WS-NEW-ARRIVAL-TS)
                            + :WS-MIN-TURNAROUND MINUTES))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- TURNAROUND CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7021' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-CONFLICT-COUNT > 0 THEN
              MOVE 'SHORT TURNAROUND    ' TO WS-CLASH-REASON
           END-IF
           .
      ******************************************************************
      *                 7022-CHECK-SLOT-CAPACITY
      * SAME MOVEMENTS-PER-HOUR TEST AS Z02292'S 7028 -- ZERO ON T02
      * MEANS UNLIMITED
      ******************************************************************
       7022-CHECK-SLOT-CAPACITY.
           MOVE 0 TO WS-SLOT-CAPACITY
           EXEC SQL
             SELECT COALESCE(MOVEMENTS_PER_HOUR, 0)
             INTO :WS-SLOT-CAPACITY
             FROM T02_AIRPORT_TABLE
             WHERE AIRPORT_CODE = :WS-DIR-DEP-AIRPORT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- SLOT LIMIT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7022' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-SLOT-CAPACITY > 0 THEN
              EXEC SQL
                SELECT COUNT(*)
                INTO :WS-SLOT-USED-COUNT
                FROM T05_FLIGHT_TABLE
                WHERE DEPARTURE_AIRPORT_CODE = :WS-DIR-DEP-AIRPORT
                  AND FLIGHT_STATUS <> 'CANCELED'
                  AND FLIGHT_STATUS <> 'DELETED'
                  AND DATE(DEPARTURE_TIMESTAMP) =
                         DATE(TIMESTAMP(:WS-NEW-DEPARTURE-TS))
                  AND HOUR(DEPARTURE_TIMESTAMP) =
                         HOUR(TIMESTAMP(:WS-NEW-DEPARTURE-TS))
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-OK THEN
                 MOVE SQLCODE TO WS-SQLCODE-FORMAT
                 DISPLAY 'Z02500 -- SLOT COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
                 MOVE '7022' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
              IF WS-SLOT-USED-COUNT >= WS-SLOT-CAPACITY THEN
                 MOVE 'HOURLY SLOT LIMIT   ' TO WS-CLASH-REASON
              END-IF
           END-IF
           .
      ******************************************************************
      *               7023-CHECK-PLANE-AVAILABILITY
      * SAME WINDOW-OVERLAP COUNT AS Z02292'S 7023
      ******************************************************************
       7023-CHECK-PLANE-AVAILABILITY.
           MOVE 0 TO WS-CONFLICT-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CONFLICT-COUNT
             FROM T05_FLIGHT_TABLE
             WHERE PLANE_ID = :WS-TEMPLATE-PLANE-ID
               AND FLIGHT_STATUS <> 'CANCELED'
               AND FLIGHT_STATUS <> 'DELETED'
               AND DEPARTURE_TIMESTAMP < :WS-NEW-ARRIVAL-TS
               AND ARRIVAL_TIMESTAMP   > :WS-NEW-DEPARTURE-TS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- PLANE CONFLICT CHECK FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7023' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-CONFLICT-COUNT > 0 THEN
              MOVE 'PLANE DOUBLE-BOOKED ' TO WS-CLASH-REASON
           END-IF
           .
      ******************************************************************
      *                 7030-GET-NEW-SCHEDULE-ID
      * SAME T20 DRAW AS Z02346'S 7024-GET-NEW-SCHEDULED-FLIGHT-ID
      ******************************************************************
       7030-GET-NEW-SCHEDULE-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-NEW-SCH-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- SCHEDULE ID SEQUENCE FETCH FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7031-INSERT-NEW-SCHEDULE
      * EVERY COLUMN Z02292'S 7022 WRITES, FROM THE SOURCE ROW, WITH
      * THE NEW ID AND THE SHIFTED RANGE
      ******************************************************************
       7031-INSERT-NEW-SCHEDULE.
           EXEC SQL
             INSERT INTO T10_SCHEDULED_FLIGHTS_TABLE
                (SCHEDULED_FLIGHT_ID, FLIGHT_NUMBER_TO,
                 FLIGHT_NUMBER_FROM, DEPARTURE_TIME_ORIGIN,
                 ORIGIN_AIRPORT_CODE, ARRIVAL_TIME_DESTINATION,
                 DESTINATION_AIRPORT_CODE,
                 DEPARTURE_TIME_DESTINATION, ARRIVAL_TIME_ORIGIN,
                 WEEK_DAYS, PLANE_ID, START_SCHEDULE_DATE,
                 END_SCHEDULE_DATE, SCHEDULED_STATUS,
                 SKIP_HOLIDAYS_FLAG)
             SELECT :WS-NEW-SCH-ID,
                    FLIGHT_NUMBER_TO,
                    FLIGHT_NUMBER_FROM,
                    DEPARTURE_TIME_ORIGIN,
                    ORIGIN_AIRPORT_CODE,
                    ARRIVAL_TIME_DESTINATION,
                    DESTINATION_AIRPORT_CODE,
                    DEPARTURE_TIME_DESTINATION,
                    ARRIVAL_TIME_ORIGIN,
                    WEEK_DAYS,
                    PLANE_ID,
                    DATE(:WS-SCH-NEW-START),
                    DATE(:WS-SCH-NEW-END),
                    'NORMAL',
                    SKIP_HOLIDAYS_FLAG
             FROM T10_SCHEDULED_FLIGHTS_TABLE
             WHERE SCHEDULED_FLIGHT_ID = :WS-SCH-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- INSERT OF T10 ROW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7031' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7032-INSERT-ROLLOVER-LINK
      ******************************************************************
       7032-INSERT-ROLLOVER-LINK.
           EXEC SQL
             INSERT INTO T123_SCHEDULE_ROLLOVER
                (SOURCE_SCHEDULE_ID, TARGET_SEASON,
                 TARGET_SCHEDULE_ID, SOURCE_SEASON, SHIFT_DAYS,
                 ROLLED_TIMESTAMP)
             VALUES (:WS-SCH-ID, :WS-PARM-TO-SEASON,
                     :WS-NEW-SCH-ID, :WS-PARM-FROM-SEASON,
                     :WS-SHIFT-DAYS, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02500 -- INSERT OF T123 ROW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7032' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-SCHEDULES-SEEN     TO WS-TOTALS-SCHEDULES
           MOVE WS-DATES-CHECKED      TO WS-TOTALS-DATES
           MOVE WS-CLASHES-FOUND      TO WS-TOTALS-CLASHES
           MOVE WS-SCHEDULES-CLASHING TO WS-TOTALS-CLASHING
           MOVE WS-SCHEDULES-CLEAN    TO WS-TOTALS-CLEAN
           MOVE WS-SCHEDULES-ROLLED   TO WS-TOTALS-ROLLED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
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
           EXEC SQL
             COMMIT
           END-EXEC
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      * EVERY LINE ALSO GOES TO THE T52 REPOSITORY THROUGH Z02401,
      * KEYED BY THIS PROGRAM AND THE BUSINESS DATE, SO THE PREVIEW
      * CAN BE BROWSED THROUGH Z02402 BEFORE THE COMMIT RUN
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02500  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02500  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02500 -- SEASONAL SCHEDULE ROLLOVER ENDING'
           GOBACK
           .
