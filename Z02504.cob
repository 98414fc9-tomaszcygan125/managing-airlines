       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02504.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- NIGHTLY DEFERRED DEFECT (MEL) SWEEP
      *
      * DEFERRED DEFECTS ARE RAISED AND CLEARED IN Z02503 ON THE
      * T127_DEFERRED_DEFECT / T128_DEFECT_SEAT TABLES (DESCRIBED
      * THERE).  THIS SWEEP RUNS EVERY NIGHT AND:
      *
      *   BLOCKS -- PUTS A 'DEFECT' SEAT BLOCK (T04 ROW, STATUS
      *      'BLOCKED', THE SAME ROW Z02503 WRITES) ON EVERY FLIGHT
      *      STILL TO DEPART THAT HAS BEEN GIVEN A PLANE WITH AN OPEN
      *      DEFECT SINCE THE DEFECT WAS RAISED, AND DELETES THE
      *      'DEFECT' BLOCKS OF FLIGHTS WHOSE PLANE NO LONGER HAS AN
      *      OPEN DEFECT NAMING THE SEAT (PLANE CHANGED ON THE FLIGHT)
      *   RESEATS -- LISTS EVERY FLIGHT STILL TO DEPART WHERE A
      *      PASSENGER HOLDS A SEAT AN OPEN DEFECT HAS PUT OUT OF USE
      *   WARNS -- LISTS EVERY OPEN DEFECT WHOSE RECTIFICATION
      *      DEADLINE IS WITHIN MEL-WARNING-DAYS (T87 THROUGH Z02457)
      *   PROPOSES -- FOR A DEFECT PAST ITS DEADLINE, WRITES A T43
      *      GROUNDING WITH STATUS 'PROPOSED' FROM TODAY FOR
      *      MEL-GROUNDING-DAYS, REASON 'MELnnnnnnnnn OVERDUE', UNLESS
      *      THE PLANE ALREADY HAS AN ACTIVE OR PROPOSED GROUNDING
      *      RUNNING.  A PROPOSAL DOES NOT STOP THE PLANE -- Z02292 AND
      *      THE OTHER GROUNDING CHECKS ONLY HONOUR 'ACTIVE' ROWS --
      *      UNTIL OPS ACCEPTS IT WITH Z02386'S 'A' ACTION
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

      * RULE PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * REPORT REPOSITORY PARM BLOCK (SEE Z02401)
           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * PASSENGERS SITTING IN A SEAT AN OPEN DEFECT OF THE FLIGHT'S
      * PLANE HAS PUT OUT OF USE
           EXEC SQL
             DECLARE C-SOLD-DEFECT-SEATS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    CHAR(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                  T05.DEPARTURE_TIMESTAMP)),
                    T04.ROW_NUMBER,
                    T04.SEAT_LETTER,
                    T127.DEFECT_ID
             FROM T127_DEFERRED_DEFECT T127
             JOIN T128_DEFECT_SEAT T128 ON
                  T128.DEFECT_ID = T127.DEFECT_ID
             JOIN T05_FLIGHT_TABLE T05 ON
                  T05.PLANE_ID = T127.PLANE_ID
             JOIN T04_FLIGHT_SEATS T04 ON
                  T04.FLIGHT_ID   = T05.FLIGHT_ID
              AND T04.ROW_NUMBER  = T128.ROW_NUMBER
              AND T04.SEAT_LETTER = T128.SEAT_LETTER
             WHERE T127.DEFECT_STATUS = 'OPEN'
               AND T04.RESERVATION_STATUS <> 'BLOCKED'
               AND COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                            T05.DEPARTURE_TIMESTAMP) > CURRENT TIMESTAMP
               AND T05.FLIGHT_STATUS <> 'CANCELED'
               AND T05.FLIGHT_STATUS <> 'DELETED'
             ORDER BY 2, T05.FLIGHT_ID, T04.ROW_NUMBER, T04.SEAT_LETTER
             FOR FETCH ONLY
           END-EXEC

      * OPEN DEFECTS INSIDE THE WARNING BAND OR ALREADY OVERDUE, THE
      * NEAREST DEADLINE FIRST
           EXEC SQL
             DECLARE C-DUE-DEFECTS CURSOR FOR
             SELECT DEFECT_ID,
                    PLANE_ID,
                    MEL_CATEGORY,
                    DESCRIPTION,
                    CHAR(DEADLINE_DATE, ISO),
                    DAYS(DEADLINE_DATE) - DAYS(CURRENT DATE)
             FROM T127_DEFERRED_DEFECT
             WHERE DEFECT_STATUS = 'OPEN'
               AND DEADLINE_DATE <= CURRENT DATE + :WS-WARNING-DAYS DAYS
             ORDER BY DEADLINE_DATE, PLANE_ID, DEFECT_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-SOLD-CURSOR      PIC X VALUE 'N'.
               88 SO-END-OF-SOLD-CURSOR     VALUE 'Y'.
           05 SW-IF-END-OF-DUE-CURSOR       PIC X VALUE 'N'.
               88 SO-END-OF-DUE-CURSOR      VALUE 'Y'.

       01 CT-CONSTANTS.
      * USED ONLY WHEN T87 CARRIES NO VALUE
           05 CT-DEFAULT-WARNING-DAYS       PIC S9(4) COMP VALUE 2.
           05 CT-DEFAULT-GROUNDING-DAYS     PIC S9(4) COMP VALUE 7.

       01 WS-PARAMETER-FIELDS.
           05 WS-WARNING-DAYS               PIC S9(4) COMP.
           05 WS-GROUNDING-DAYS             PIC S9(4) COMP.

       01 WS-DEFECT-FIELDS.
           05 WS-DEFECT-ID                  PIC S9(9) COMP.
           05 WS-PLANE-ID                   PIC S9(9) COMP.
           05 WS-MEL-CATEGORY               PIC X(1).
           05 WS-DESCRIPTION                PIC X(40).
           05 WS-DEADLINE-DATE              PIC X(10).
           05 WS-DAYS-LEFT                  PIC S9(9) COMP.

       01 WS-SOLD-FIELDS.
           05 WS-SOLD-FLIGHT-ID             PIC X(8).
           05 WS-SOLD-DEPARTURE-TS          PIC X(26).
           05 WS-SOLD-ROW-NUMBER            PIC S9(4) COMP.
           05 WS-SOLD-SEAT-LETTER           PIC X(1).
           05 WS-SOLD-DEFECT-ID             PIC S9(9) COMP.

       01 WS-GROUNDING-FIELDS.
           05 WS-GROUNDING-COUNT            PIC S9(9) COMP.
           05 WS-GROUND-FROM-DATE           PIC X(10).
           05 WS-GROUND-TO-DATE             PIC X(10).
           05 WS-GROUND-REASON              PIC X(20).
           05 WS-FUTURE-FLIGHTS             PIC S9(5) COMP.
           05 WS-ID-FORMAT                  PIC 9(9).

       01 WS-COUNTERS.
           05 WS-BLOCKS-ADDED               PIC S9(7) COMP VALUE 0.
           05 WS-BLOCKS-RELEASED            PIC S9(7) COMP VALUE 0.
           05 WS-SEATS-TO-RESEAT            PIC S9(7) COMP VALUE 0.
           05 WS-DEFECTS-WARNED             PIC S9(7) COMP VALUE 0.
           05 WS-DEFECTS-OVERDUE            PIC S9(7) COMP VALUE 0.
           05 WS-GROUNDINGS-PROPOSED        PIC S9(7) COMP VALUE 0.

       01 WS-RESEAT-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'RESEAT   '.
           05 WS-RSL-FLIGHT-ID              PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-RSL-DEPARTURE              PIC X(16).
           05 FILLER                        PIC X(6)
              VALUE ' SEAT '.
           05 WS-RSL-ROW                    PIC Z9.
           05 WS-RSL-LETTER                 PIC X(1).
           05 FILLER                        PIC X(8)
              VALUE ' DEFECT '.
           05 WS-RSL-DEFECT-ID              PIC 9(9).

       01 WS-DUE-LINE.
           05 WS-DUE-TAG                    PIC X(9).
           05 FILLER                        PIC X(7)
              VALUE 'DEFECT '.
           05 WS-DUE-DEFECT-ID              PIC 9(9).
           05 FILLER                        PIC X(7)
              VALUE ' PLANE '.
           05 WS-DUE-PLANE-ID               PIC 9(9).
           05 FILLER                        PIC X(5)
              VALUE ' CAT '.
           05 WS-DUE-CATEGORY               PIC X(1).
           05 FILLER                        PIC X(7)
              VALUE ' DUE   '.
           05 WS-DUE-DEADLINE               PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-DUE-DAYS-LEFT              PIC -(4)9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-DUE-DESCRIPTION            PIC X(40).
       01 WS-PROPOSAL-LINE.
           05 FILLER                        PIC X(9) VALUE SPACE.
           05 WS-PRL-TEXT                   PIC X(32).
           05 WS-PRL-FROM                   PIC X(10).
           05 FILLER                        PIC X(4) VALUE ' TO '.
           05 WS-PRL-TO                     PIC X(10).
           05 FILLER                        PIC X(16)
              VALUE ' FUTURE FLIGHTS '.
           05 WS-PRL-FUTURE                 PIC ZZZZ9.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'DEFECT SEAT BLOCKS ADDED......'.
           05 WS-TOTALS-ADDED               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'DEFECT SEAT BLOCKS RELEASED...'.
           05 WS-TOTALS-RELEASED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'SOLD SEATS NEEDING A RESEAT...'.
           05 WS-TOTALS-RESEAT              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'DEFECTS INSIDE THE WARN BAND..'.
           05 WS-TOTALS-WARNED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'DEFECTS PAST THEIR DEADLINE...'.
           05 WS-TOTALS-OVERDUE             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'GROUNDINGS PROPOSED...........'.
           05 WS-TOTALS-PROPOSED            PIC ZZZ,ZZ9.

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
           PERFORM 2000-REFRESH-SEAT-BLOCKS
           PERFORM 2100-LIST-SEATS-TO-RESEAT
           PERFORM 2200-SWEEP-DUE-DEFECTS
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
           DISPLAY 'Z02504 -- DEFERRED DEFECT SWEEP STARTING'
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE 'MEL-WARNING-DAYS'         TO PARM-NAME
           MOVE SPACE                      TO PARM-SCOPE
           MOVE WS-TODAY-DATE              TO PARM-AS-OF-DATE
           MOVE CT-DEFAULT-WARNING-DAYS    TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-WARNING-DAYS
           MOVE 'MEL-GROUNDING-DAYS'       TO PARM-NAME
           MOVE CT-DEFAULT-GROUNDING-DAYS  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-GROUNDING-DAYS
           IF WS-GROUNDING-DAYS < 1 THEN
              MOVE 1 TO WS-GROUNDING-DAYS
           END-IF
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'DEFERRED DEFECT SWEEP FOR ' WS-TODAY-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2000-REFRESH-SEAT-BLOCKS
      * BLOCKS FIRST FOR FLIGHTS NEW TO A DEFECTIVE PLANE, THEN THE
      * RELEASE OF BLOCKS NO OPEN DEFECT STANDS BEHIND ANY MORE
      ******************************************************************
       2000-REFRESH-SEAT-BLOCKS.
           PERFORM 7010-ADD-MISSING-BLOCKS
           PERFORM 7020-RELEASE-STALE-BLOCKS
           .
      ******************************************************************
      *                2100-LIST-SEATS-TO-RESEAT
      ******************************************************************
       2100-LIST-SEATS-TO-RESEAT.
           EXEC SQL
             OPEN C-SOLD-DEFECT-SEATS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- OPEN OF RESEAT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2110-FETCH-NEXT-SOLD-SEAT
           PERFORM UNTIL SO-END-OF-SOLD-CURSOR
              ADD 1 TO WS-SEATS-TO-RESEAT
              MOVE WS-SOLD-FLIGHT-ID          TO WS-RSL-FLIGHT-ID
              MOVE WS-SOLD-DEPARTURE-TS(1:16) TO WS-RSL-DEPARTURE
              MOVE WS-SOLD-ROW-NUMBER         TO WS-RSL-ROW
              MOVE WS-SOLD-SEAT-LETTER        TO WS-RSL-LETTER
              MOVE WS-SOLD-DEFECT-ID          TO WS-RSL-DEFECT-ID
              DISPLAY WS-RESEAT-LINE
              MOVE WS-RESEAT-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              PERFORM 2110-FETCH-NEXT-SOLD-SEAT
           END-PERFORM
           EXEC SQL
             CLOSE C-SOLD-DEFECT-SEATS
           END-EXEC
           .
      ******************************************************************
      *                2110-FETCH-NEXT-SOLD-SEAT
      ******************************************************************
       2110-FETCH-NEXT-SOLD-SEAT.
           EXEC SQL
             FETCH C-SOLD-DEFECT-SEATS
             INTO :WS-SOLD-FLIGHT-ID,
                  :WS-SOLD-DEPARTURE-TS,
                  :WS-SOLD-ROW-NUMBER,
                  :WS-SOLD-SEAT-LETTER,
                  :WS-SOLD-DEFECT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-SOLD-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- FETCH OF RESEAT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SOLD-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                 2200-SWEEP-DUE-DEFECTS
      ******************************************************************
       2200-SWEEP-DUE-DEFECTS.
           EXEC SQL
             OPEN C-DUE-DEFECTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- OPEN OF DUE DEFECT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2210-FETCH-NEXT-DUE-DEFECT
           PERFORM UNTIL SO-END-OF-DUE-CURSOR
              PERFORM 2220-ASSESS-ONE-DEFECT
              PERFORM 2210-FETCH-NEXT-DUE-DEFECT
           END-PERFORM
           EXEC SQL
             CLOSE C-DUE-DEFECTS
           END-EXEC
           .
      ******************************************************************
      *                2210-FETCH-NEXT-DUE-DEFECT
      ******************************************************************
       2210-FETCH-NEXT-DUE-DEFECT.
           EXEC SQL
             FETCH C-DUE-DEFECTS
             INTO :WS-DEFECT-ID,
                  :WS-PLANE-ID,
                  :WS-MEL-CATEGORY,
                  :WS-DESCRIPTION,
                  :WS-DEADLINE-DATE,
                  :WS-DAYS-LEFT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-DUE-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- FETCH OF DUE DEFECT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-DUE-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                 2220-ASSESS-ONE-DEFECT
      * INSIDE THE BAND -- A WARNING.  PAST THE DEADLINE -- A
      * GROUNDING PROPOSAL, UNLESS THE PLANE IS ALREADY GROUNDED OR
      * HAS ONE WAITING
      ******************************************************************
       2220-ASSESS-ONE-DEFECT.
           MOVE WS-DEFECT-ID        TO WS-DUE-DEFECT-ID
           MOVE WS-PLANE-ID         TO WS-DUE-PLANE-ID
           MOVE WS-MEL-CATEGORY     TO WS-DUE-CATEGORY
           MOVE WS-DEADLINE-DATE    TO WS-DUE-DEADLINE
           MOVE WS-DAYS-LEFT        TO WS-DUE-DAYS-LEFT
           MOVE WS-DESCRIPTION      TO WS-DUE-DESCRIPTION
           IF WS-DAYS-LEFT < 0 THEN
              MOVE 'OVERDUE  '      TO WS-DUE-TAG
              ADD 1 TO WS-DEFECTS-OVERDUE
           ELSE
              MOVE 'WARNING  '      TO WS-DUE-TAG
              ADD 1 TO WS-DEFECTS-WARNED
           END-IF
           DISPLAY WS-DUE-LINE
           MOVE WS-DUE-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           IF WS-DAYS-LEFT < 0 THEN
              PERFORM 2230-PROPOSE-GROUNDING
           END-IF
           .
      ******************************************************************
      *                 2230-PROPOSE-GROUNDING
      ******************************************************************
       2230-PROPOSE-GROUNDING.
           PERFORM 7030-CHECK-GROUNDING-RUNNING
           IF WS-GROUNDING-COUNT > 0 THEN
              MOVE 'ALREADY GROUNDED OR PROPOSED    ' TO WS-PRL-TEXT
              MOVE SPACE TO WS-PRL-FROM
                            WS-PRL-TO
              MOVE 0     TO WS-PRL-FUTURE
           ELSE
              PERFORM 7031-COMPUTE-GROUNDING-WINDOW
              MOVE WS-DEFECT-ID TO WS-ID-FORMAT
              MOVE SPACE TO WS-GROUND-REASON
              STRING 'MEL' WS-ID-FORMAT ' OVERDUE'
                DELIMITED BY SIZE INTO WS-GROUND-REASON
              END-STRING
              PERFORM 7032-INSERT-PROPOSAL
              PERFORM 7033-COUNT-FUTURE-FLIGHTS
              ADD 1 TO WS-GROUNDINGS-PROPOSED
              MOVE 'Z02386 GROUNDING PROPOSED      ' TO WS-PRL-TEXT
              MOVE WS-GROUND-FROM-DATE TO WS-PRL-FROM
              MOVE WS-GROUND-TO-DATE   TO WS-PRL-TO
              MOVE WS-FUTURE-FLIGHTS   TO WS-PRL-FUTURE
           END-IF
           DISPLAY WS-PROPOSAL-LINE
           MOVE WS-PROPOSAL-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-BLOCKS-ADDED         TO WS-TOTALS-ADDED
           MOVE WS-BLOCKS-RELEASED      TO WS-TOTALS-RELEASED
           MOVE WS-SEATS-TO-RESEAT      TO WS-TOTALS-RESEAT
           MOVE WS-DEFECTS-WARNED       TO WS-TOTALS-WARNED
           MOVE WS-DEFECTS-OVERDUE      TO WS-TOTALS-OVERDUE
           MOVE WS-GROUNDINGS-PROPOSED  TO WS-TOTALS-PROPOSED
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
           DISPLAY WS-TOTALS-LINE5
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE6
           MOVE WS-TOTALS-LINE6 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 7010-ADD-MISSING-BLOCKS
      * EVERY SEAT OF AN OPEN DEFECT, ON EVERY LIVE FLIGHT OF ITS
      * PLANE STILL TO DEPART WHERE THE SEAT HAS NO T04 ROW.  DISTINCT
      * -- TWO OPEN DEFECTS MAY NAME THE SAME SEAT
      ******************************************************************
       7010-ADD-MISSING-BLOCKS.
           EXEC SQL
             INSERT INTO T04_FLIGHT_SEATS
                (FLIGHT_ID, ROW_NUMBER, SEAT_LETTER, RESERVATION_ID,
                 RESERVATION_STATUS, BLOCK_REASON)
             SELECT DISTINCT T05.FLIGHT_ID, T128.ROW_NUMBER,
                    T128.SEAT_LETTER, 0, 'BLOCKED', 'DEFECT'
             FROM T127_DEFERRED_DEFECT T127
             JOIN T128_DEFECT_SEAT T128 ON
                  T128.DEFECT_ID = T127.DEFECT_ID
             JOIN T05_FLIGHT_TABLE T05 ON
                  T05.PLANE_ID = T127.PLANE_ID
             WHERE T127.DEFECT_STATUS = 'OPEN'
               AND COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                            T05.DEPARTURE_TIMESTAMP) > CURRENT TIMESTAMP
               AND T05.FLIGHT_STATUS <> 'CANCELED'
               AND T05.FLIGHT_STATUS <> 'DELETED'
               AND NOT EXISTS
                  (SELECT 1 FROM T04_FLIGHT_SEATS T04
                    WHERE T04.FLIGHT_ID   = T05.FLIGHT_ID
                      AND T04.ROW_NUMBER  = T128.ROW_NUMBER
                      AND T04.SEAT_LETTER = T128.SEAT_LETTER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- INSERT OF DEFECT BLOCKS FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              MOVE SQLERRD(3) TO WS-BLOCKS-ADDED
           END-IF
           .
      ******************************************************************
      *                7020-RELEASE-STALE-BLOCKS
      * A 'DEFECT' BLOCK ON A FLIGHT STILL TO DEPART WHOSE PLANE HAS
      * NO OPEN DEFECT NAMING THE SEAT -- THE FLIGHT CHANGED PLANES
      ******************************************************************
       7020-RELEASE-STALE-BLOCKS.
           EXEC SQL
             DELETE FROM T04_FLIGHT_SEATS T04
              WHERE T04.RESERVATION_STATUS = 'BLOCKED'
                AND T04.BLOCK_REASON       = 'DEFECT'
                AND T04.FLIGHT_ID IN
                    (SELECT T05.FLIGHT_ID
                       FROM T05_FLIGHT_TABLE T05
                      WHERE COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                     T05.DEPARTURE_TIMESTAMP)
                                   > CURRENT TIMESTAMP)
                AND NOT EXISTS
                    (SELECT 1
                       FROM T05_FLIGHT_TABLE T05B
                       JOIN T127_DEFERRED_DEFECT T127 ON
                            T127.PLANE_ID = T05B.PLANE_ID
                       JOIN T128_DEFECT_SEAT T128 ON
                            T128.DEFECT_ID = T127.DEFECT_ID
                      WHERE T05B.FLIGHT_ID     = T04.FLIGHT_ID
                        AND T127.DEFECT_STATUS = 'OPEN'
                        AND T128.ROW_NUMBER    = T04.ROW_NUMBER
                        AND T128.SEAT_LETTER   = T04.SEAT_LETTER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- RELEASE OF DEFECT BLOCKS FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              MOVE SQLERRD(3) TO WS-BLOCKS-RELEASED
           END-IF
           .
      ******************************************************************
      *              7030-CHECK-GROUNDING-RUNNING
      * AN ACTIVE OR PROPOSED T43 ROW NOT YET ENDED
      ******************************************************************
       7030-CHECK-GROUNDING-RUNNING.
           MOVE 0 TO WS-GROUNDING-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-GROUNDING-COUNT
             FROM T43_PLANE_GROUNDING
             WHERE PLANE_ID = :WS-PLANE-ID
               AND GROUND_STATUS IN ('ACTIVE', 'PROPOSED')
               AND GROUND_TO_DATE >= CURRENT DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- GROUNDING READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *             7031-COMPUTE-GROUNDING-WINDOW
      * TODAY FOR MEL-GROUNDING-DAYS DAYS, TODAY COUNTED
      ******************************************************************
       7031-COMPUTE-GROUNDING-WINDOW.
           EXEC SQL
             SELECT CHAR(CURRENT DATE, ISO),
                    CHAR(CURRENT DATE + :WS-GROUNDING-DAYS DAYS
                                      - 1 DAY, ISO)
             INTO :WS-GROUND-FROM-DATE,
                  :WS-GROUND-TO-DATE
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- GROUNDING WINDOW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7031' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7032-INSERT-PROPOSAL
      * THE T43 ROW Z02386'S 7001-INSERT-GROUNDING WRITES, BUT
      * 'PROPOSED'
      ******************************************************************
       7032-INSERT-PROPOSAL.
           EXEC SQL
             INSERT INTO T43_PLANE_GROUNDING
                (PLANE_ID, GROUND_FROM_DATE, GROUND_TO_DATE,
                 GROUND_REASON, GROUND_STATUS, ENTERED_TIMESTAMP)
             VALUES
                (:WS-PLANE-ID, :WS-GROUND-FROM-DATE, :WS-GROUND-TO-DATE,
                 :WS-GROUND-REASON, 'PROPOSED', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- INSERT OF PROPOSAL FAILED FOR PLANE '
                      WS-DUE-PLANE-ID ', SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7032' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7033-COUNT-FUTURE-FLIGHTS
      * LIVE FLIGHTS OF THE PLANE INSIDE THE PROPOSED WINDOW
      ******************************************************************
       7033-COUNT-FUTURE-FLIGHTS.
           MOVE 0 TO WS-FUTURE-FLIGHTS
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FUTURE-FLIGHTS
             FROM T05_FLIGHT_TABLE T05
             WHERE T05.PLANE_ID = :WS-PLANE-ID
               AND DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                 T05.DEPARTURE_TIMESTAMP))
                      BETWEEN :WS-GROUND-FROM-DATE
                          AND :WS-GROUND-TO-DATE
               AND T05.FLIGHT_STATUS <> 'CANCELED'
               AND T05.FLIGHT_STATUS <> 'DELETED'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02504 -- FUTURE FLIGHT COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7033' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02504  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02504  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02504 -- DEFERRED DEFECT SWEEP ENDING'
           GOBACK
           .
