       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02467.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- CREW PAIRING PROPOSALS FOR A BASE AND DATE RANGE
      *
      * Z02355 ASSIGNS CREW ONE FLIGHT AT A TIME, AND ROSTERING
      * STAFF PIECED THE FLIGHTS TOGETHER BY HAND INTO TRIPS THAT
      * LEAVE FROM AND COME BACK TO THE CREW MEMBER'S
      * BASE_AIRPORT_CODE ON T27_CREW_TABLE.  THIS JOB DOES THE
      * PIECING.  FOR EVERY FLIGHT LEAVING THE BASE IN THE DATE RANGE
      * THAT NO CREW IS ON YET IT BUILDS A CHAIN OF LEGS:
      *
      *   - THE NEXT LEG IS THE PLANE'S OWN NEXT LEG OUT OF THE
      *     AIRPORT IT LANDED AT (THE TAIL ROTATION Z02439 LISTS) --
      *     THE CREW STAYS WITH THE AIRCRAFT.  WHEN THE PLANE GOES
      *     NOWHERE USEFUL THE CREW MAY CHANGE PLANES, ON A LEG
      *     LEAVING AT LEAST 'PAIRING-MIN-CONNECT-MINUTES' AFTER
      *     THEY LAND.  A LEG BACK TO THE BASE IS PREFERRED, THEN
      *     THE EARLIEST
      *   - EVERY LEG DEPARTS ON THE FIRST LEG'S DAY -- ONE PAIRING
      *     IS ONE DUTY DAY, THE SAME DAY Z02355 MEASURES DUTY BY
      *   - THE CHAIN IS DROPPED WHEN IT PASSES 'PAIRING-MAX-LEGS'
      *     LEGS, WHEN ITS FLIGHT MINUTES PASS 'MAX-DUTY-MINUTES'
      *     FOR THE FIRST LEG'S AIRLINE (Z02355'S OWN LIMIT) OR WHEN
      *     NO LEG CONTINUES IT
      *   - IT IS A PAIRING WHEN IT LANDS BACK AT THE BASE
      *
      * A LEG ALREADY CREWED ON T29_CREW_ASSIGNMENT, OR ALREADY IN A
      * PROPOSED OR COMMITTED PAIRING, IS NEVER USED, SO THE JOB CAN
      * BE RUN AGAIN OVER THE SAME RANGE TO PICK UP WHAT WAS LEFT.
      *
      * EACH PAIRING IS THEN OFFERED 'PAIRING-CREW-COUNT' CREW
      * MEMBERS BASED THERE WHO WOULD PASS Z02355'S 'G' CHECKS ON
      * EVERY LEG: ACTIVE, QUALIFIED ON EACH LEG'S PLANE MODEL WITH
      * THE TYPE RATING, MEDICAL AND RECURRENT TRAINING VALID ON
      * T91_CREW_VALIDITY, ON NO OVERLAPPING FLIGHT OR PROPOSED
      * PAIRING, AND INSIDE THE DAY'S DUTY LIMIT COUNTING THEIR
      * OTHER PROPOSED PAIRINGS THAT DAY.  THE CREW WITH THE FEWEST
      * PAIRING MINUTES IN THE RANGE ARE OFFERED FIRST, SO THE WORK
      * IS SPREAD.  A PAIRING SHORT OF CREW IS STILL PROPOSED -- THE
      * SUPERVISOR FILLS THE GAP ON THE REVIEW SCREEN.
      *
      * THE PROPOSALS ARE STAGED ON THREE NEW TABLES:
      *
      *   T92_CREW_PAIRING
      *     PAIRING_ID          INTEGER       OFF T20_ID_SEQUENCE
      *     BASE_AIRPORT_CODE   CHAR(3)
      *     AIRLINE_CODE        CHAR(3)       FIRST LEG'S AIRLINE
      *     PAIRING_DATE        DATE          THE DUTY DAY
      *     FIRST_DEPARTURE     TIMESTAMP
      *     LAST_ARRIVAL        TIMESTAMP
      *     LEG_COUNT           SMALLINT
      *     DUTY_MINUTES        INTEGER       FLIGHT MINUTES, SUMMED
      *     CREW_PROPOSED       SMALLINT
      *     PAIRING_STATUS      CHAR(10)      'PROPOSED' /
      *                                       'COMMITTED' / 'REJECTED'
      *     REVIEWED_BY         CHAR(8)
      *     REVIEWED_TIMESTAMP  TIMESTAMP
      *     RUN_DATE            DATE
      *     CREATED_TIMESTAMP   TIMESTAMP
      *
      *   T93_PAIRING_LEG
      *     PAIRING_ID          INTEGER
      *     LEG_NUMBER          SMALLINT
      *     FLIGHT_ID           CHAR(8)
      *     PRIMARY KEY (PAIRING_ID, LEG_NUMBER), INDEX (FLIGHT_ID)
      *
      *   T94_PAIRING_CREW
      *     PAIRING_ID          INTEGER
      *     CREW_ID             INTEGER
      *     CREW_ROLE           CHAR(10)      'CABIN' UNTIL THE
      *                                       SUPERVISOR SAYS OTHERWISE
      *     PRIMARY KEY (PAIRING_ID, CREW_ID), INDEX (CREW_ID)
      *
      * A ROSTERING SUPERVISOR WORKS THE PROPOSED PAIRINGS ON Z02468,
      * WHICH COMMITS A PAIRING'S CREW INTO T29 FOR EVERY LEG IN ONE
      * ACTION.  THE THREE PAIRING- LIMITS ARE T87 PARAMETERS READ
      * THROUGH Z02457 FOR THE BASE AIRPORT (MAINTAINED ON Z02458),
      * THE CT- VALUES BELOW BEING THE NO-ROW DEFAULTS.
      *
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401.  THE
      * JOB IS RUN ON REQUEST FOR A BASE AND RANGE, NOT ON A DAILY
      * SCHEDULE, SO IT IS NOT REGISTERED WITH Z02380 -- THE LEG
      * EXCLUSIONS ABOVE ARE WHAT MAKE A SECOND RUN SAFE.
      *
      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT, THE
      * SAME SYSIN-CARD CONVENTION Z02352 USES FOR TWO KEYWORDS:
      *
      *    BASE=XXX FROM=YYYY-MM-DD TO=YYYY-MM-DD
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

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.

      * EVERY UNCREWED FLIGHT LEAVING THE BASE IN THE RANGE -- THE
      * FIRST LEG OF A CANDIDATE PAIRING
           EXEC SQL
             DECLARE C-BASE-DEPARTURES CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.PLANE_ID,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(T05.DEPARTURE_TIMESTAMP),
                    CHAR(T05.ARRIVAL_TIMESTAMP),
                    CHAR(DATE(T05.DEPARTURE_TIMESTAMP), ISO),
                    TIMESTAMPDIFF(4, CHAR(T05.ARRIVAL_TIMESTAMP
                                        - T05.DEPARTURE_TIMESTAMP)),
                    T05.AIRLINE_CODE
             FROM T05_FLIGHT_TABLE T05
             WHERE T05.DEPARTURE_AIRPORT_CODE = :WS-PARM-BASE
               AND DATE(T05.DEPARTURE_TIMESTAMP) BETWEEN
                      DATE(:WS-PARM-FROM) AND DATE(:WS-PARM-TO)
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T05.PLANE_ID IS NOT NULL
               AND NOT EXISTS (SELECT 1
                                 FROM T29_CREW_ASSIGNMENT T29
                                WHERE T29.FLIGHT_ID = T05.FLIGHT_ID)
               AND NOT EXISTS (SELECT 1
                                 FROM T93_PAIRING_LEG T93
                                 INNER JOIN T92_CREW_PAIRING T92 ON
                                       T92.PAIRING_ID = T93.PAIRING_ID
                                WHERE T93.FLIGHT_ID = T05.FLIGHT_ID
                                  AND T92.PAIRING_STATUS IN
                                        (:CT-PROPOSED-STATUS,
                                         :CT-COMMITTED-STATUS))
             ORDER BY T05.DEPARTURE_TIMESTAMP, T05.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * CREW BASED THERE WHO WOULD PASS Z02355'S 'G' CHECKS ON EVERY
      * LEG OF THE PAIRING JUST STAGED, LEAST-USED IN THE RANGE FIRST
           EXEC SQL
             DECLARE C-CANDIDATE-CREW CURSOR FOR
             SELECT T27.CREW_ID
             FROM T27_CREW_TABLE T27
             WHERE T27.BASE_AIRPORT_CODE = :WS-PARM-BASE
               AND T27.CREW_STATUS       = :CT-ACTIVE-STATUS
               AND NOT EXISTS
                   (SELECT 1
                      FROM T93_PAIRING_LEG T93
                      INNER JOIN T05_FLIGHT_TABLE T05L ON
                            T05L.FLIGHT_ID = T93.FLIGHT_ID
                     WHERE T93.PAIRING_ID = :WS-PAIRING-ID
                       AND NOT EXISTS
                           (SELECT 1
                              FROM T28_CREW_QUALIFICATION T28
                              INNER JOIN T91_CREW_VALIDITY T91R ON
                                    T91R.CREW_ID     = T28.CREW_ID
                                AND T91R.ITEM_TYPE   =
                                                :CT-ITEM-TYPE-RATING
                                AND T91R.PLANE_MODEL = T28.PLANE_MODEL
                             WHERE T28.CREW_ID = T27.CREW_ID
                               AND T91R.EXPIRY_DATE >=
                                      DATE(T05L.DEPARTURE_TIMESTAMP)
                               AND T28.PLANE_MODEL IN
                                   (SELECT T08.PLANE_MODEL
                                      FROM T08_TABLE_PLANE_TABLE T08
                                     WHERE T08.PLANE_ID =
                                                   T05L.PLANE_ID)))
               AND EXISTS (SELECT 1
                             FROM T91_CREW_VALIDITY T91M
                            WHERE T91M.CREW_ID   = T27.CREW_ID
                              AND T91M.ITEM_TYPE = :CT-ITEM-MEDICAL
                              AND T91M.EXPIRY_DATE >=
                                         DATE(:WS-PAIRING-DATE))
               AND EXISTS (SELECT 1
                             FROM T91_CREW_VALIDITY T91T
                            WHERE T91T.CREW_ID   = T27.CREW_ID
                              AND T91T.ITEM_TYPE = :CT-ITEM-RECURRENT
                              AND T91T.EXPIRY_DATE >=
                                         DATE(:WS-PAIRING-DATE))
               AND NOT EXISTS
                   (SELECT 1
                      FROM T29_CREW_ASSIGNMENT T29
                      INNER JOIN T05_FLIGHT_TABLE T05A ON
                            T05A.FLIGHT_ID = T29.FLIGHT_ID
                     WHERE T29.CREW_ID = T27.CREW_ID
                       AND T05A.FLIGHT_STATUS <> :CT-CANCELED-STATUS
                       AND T05A.FLIGHT_STATUS <> :CT-DELETED-STATUS
                       AND T05A.DEPARTURE_TIMESTAMP <
                                  TIMESTAMP(:WS-LAST-ARRIVAL-TS)
                       AND T05A.ARRIVAL_TIMESTAMP >
                                  TIMESTAMP(:WS-FIRST-DEPARTURE-TS))
               AND NOT EXISTS
                   (SELECT 1
                      FROM T94_PAIRING_CREW T94
                      INNER JOIN T92_CREW_PAIRING T92 ON
                            T92.PAIRING_ID = T94.PAIRING_ID
                     WHERE T94.CREW_ID = T27.CREW_ID
                       AND T92.PAIRING_STATUS = :CT-PROPOSED-STATUS
                       AND T92.FIRST_DEPARTURE <
                                  TIMESTAMP(:WS-LAST-ARRIVAL-TS)
                       AND T92.LAST_ARRIVAL >
                                  TIMESTAMP(:WS-FIRST-DEPARTURE-TS))
               AND (SELECT COALESCE(SUM(
                          TIMESTAMPDIFF(4, CHAR(T05D.ARRIVAL_TIMESTAMP
                                      - T05D.DEPARTURE_TIMESTAMP))), 0)
                      FROM T29_CREW_ASSIGNMENT T29D
                      INNER JOIN T05_FLIGHT_TABLE T05D ON
                            T05D.FLIGHT_ID = T29D.FLIGHT_ID
                     WHERE T29D.CREW_ID = T27.CREW_ID
                       AND DATE(T05D.DEPARTURE_TIMESTAMP) =
                                         DATE(:WS-PAIRING-DATE)
                       AND T05D.FLIGHT_STATUS <> :CT-CANCELED-STATUS
                       AND T05D.FLIGHT_STATUS <> :CT-DELETED-STATUS)
                 + (SELECT COALESCE(SUM(T92D.DUTY_MINUTES), 0)
                      FROM T94_PAIRING_CREW T94D
                      INNER JOIN T92_CREW_PAIRING T92D ON
                            T92D.PAIRING_ID = T94D.PAIRING_ID
                     WHERE T94D.CREW_ID = T27.CREW_ID
                       AND T92D.PAIRING_STATUS = :CT-PROPOSED-STATUS
                       AND T92D.PAIRING_DATE = DATE(:WS-PAIRING-DATE))
                 + :WS-PAIRING-MINUTES <= :WS-MAX-DUTY-MINUTES
             ORDER BY
                   (SELECT COALESCE(SUM(T92F.DUTY_MINUTES), 0)
                      FROM T94_PAIRING_CREW T94F
                      INNER JOIN T92_CREW_PAIRING T92F ON
                            T92F.PAIRING_ID = T94F.PAIRING_ID
                     WHERE T94F.CREW_ID = T27.CREW_ID
                       AND T92F.PAIRING_STATUS IN
                             (:CT-PROPOSED-STATUS, :CT-COMMITTED-STATUS)
                       AND T92F.PAIRING_DATE BETWEEN
                             DATE(:WS-PARM-FROM) AND DATE(:WS-PARM-TO)),
                   T27.CREW_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-BAD-DATE       VALUE -180 -181.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-IF-END-OF-CREW             PIC X VALUE 'N'.
               88 SO-END-OF-CREW            VALUE 'Y'.
           05 SW-IF-LEG-FOUND               PIC X VALUE 'N'.
               88 SO-LEG-FOUND              VALUE 'Y'.
               88 SO-LEG-NOT-FOUND          VALUE 'N'.
           05 SW-CHAIN-STATE                PIC X VALUE 'O'.
               88 SO-CHAIN-OPEN             VALUE 'O'.
               88 SO-CHAIN-HOME             VALUE 'H'.
               88 SO-CHAIN-BROKEN           VALUE 'B'.

       01 CT-CONSTANTS.
           05 CT-MAX-LEGS              PIC S9(4) COMP VALUE 4.
           05 CT-CREW-COUNT            PIC S9(4) COMP VALUE 2.
           05 CT-MIN-CONNECT-MINUTES   PIC S9(4) COMP VALUE 45.
           05 CT-MAX-DUTY-MINUTES      PIC S9(9) COMP VALUE 600.
      * THE MOST THE REVIEW SCREEN (Z02468) CAN SHOW
           05 CT-LEG-TABLE-SIZE        PIC S9(4) COMP VALUE 6.
           05 CT-CREW-TABLE-SIZE       PIC S9(4) COMP VALUE 4.
           05 CT-ACTIVE-STATUS         PIC X(15) VALUE 'ACTIVE'.
           05 CT-PROPOSED-STATUS       PIC X(10) VALUE 'PROPOSED'.
           05 CT-COMMITTED-STATUS      PIC X(10) VALUE 'COMMITTED'.
           05 CT-PROPOSED-ROLE         PIC X(10) VALUE 'CABIN'.
           05 CT-ITEM-TYPE-RATING      PIC X(8) VALUE 'TYPE'.
           05 CT-ITEM-MEDICAL          PIC X(8) VALUE 'MEDICAL'.
           05 CT-ITEM-RECURRENT        PIC X(8) VALUE 'RECURRNT'.
           05 CT-DELETED-STATUS.
               49 CT-DELETED-STATUS-LEN PIC S9(4) COMP VALUE 7.
               49 CT-DELETED-STATUS-TEXT PIC X(15) VALUE 'DELETED'.
           05 CT-CANCELED-STATUS.
               49 CT-CANCELED-STATUS-LEN PIC S9(4) COMP VALUE 8.
               49 CT-CANCELED-STATUS-TEXT PIC X(15) VALUE 'CANCELED'.

       01 WS-PARM-TEXT                      PIC X(40) VALUE SPACE.
       01 WS-PARM-FIELDS.
           05 WS-PARM-BASE                  PIC X(3) VALUE SPACE.
           05 WS-PARM-FROM                  PIC X(10) VALUE SPACE.
           05 WS-PARM-TO                    PIC X(10) VALUE SPACE.
           05 WS-PARM-CHECK                 PIC X VALUE SPACE.

       01 WS-LIMITS.
           05 WS-MAX-LEGS                   PIC S9(4) COMP.
           05 WS-CREW-COUNT                 PIC S9(4) COMP.
           05 WS-MIN-CONNECT-MINUTES        PIC S9(4) COMP.
           05 WS-MAX-DUTY-MINUTES           PIC S9(9) COMP.

      * ONE LEG AS FETCHED -- THE START LEG OR THE NEXT LEG
       01 WS-FETCH-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-PLANE-ID                   PIC S9(9) COMP.
           05 WS-ARR-AIRPORT                PIC X(3).
           05 WS-DEP-TS                     PIC X(26).
           05 WS-ARR-TS                     PIC X(26).
           05 WS-DEP-DATE                   PIC X(10).
           05 WS-FLIGHT-MINUTES             PIC S9(9) COMP.
           05 WS-AIRLINE-CODE               PIC X(3).

      * WHERE THE CHAIN HAS GOT TO -- PLAIN HOST VARIABLES FOR
      * 2030'S SELECT
       01 WS-CHAIN-FIELDS.
           05 WS-CURRENT-AIRPORT            PIC X(3).
           05 WS-CURRENT-PLANE-ID           PIC S9(9) COMP.
           05 WS-CURRENT-ARRIVAL-TS         PIC X(26).

      * THE PAIRING BEING BUILT
       01 WS-PAIRING-FIELDS.
           05 WS-PAIRING-ID                 PIC S9(9) COMP.
           05 WS-PAIRING-DATE               PIC X(10).
           05 WS-PAIRING-AIRLINE            PIC X(3).
           05 WS-FIRST-DEPARTURE-TS         PIC X(26).
           05 WS-LAST-ARRIVAL-TS            PIC X(26).
           05 WS-PAIRING-MINUTES            PIC S9(9) COMP.
           05 WS-CREW-PROPOSED              PIC S9(4) COMP.
           05 WS-LEG-NUMBER                 PIC S9(4) COMP.
           05 WS-CANDIDATE-CREW-ID          PIC S9(9) COMP.
       01 WS-LEG-TABLE.
           05 WS-LEG-COUNT                  PIC S9(4) COMP VALUE 0.
           05 WS-LEG-ENTRY OCCURS 6 TIMES.
               10 WS-TAB-FLIGHT-ID          PIC X(8).
               10 WS-TAB-ARR-AIRPORT        PIC X(3).
       01 WS-LEG-SUB                        PIC S9(4) COMP VALUE 0.

       01 WS-COUNTERS.
           05 WS-STARTS-READ                PIC S9(7) COMP VALUE 0.
           05 WS-PAIRINGS-PROPOSED          PIC S9(7) COMP VALUE 0.
           05 WS-PAIRINGS-SHORT             PIC S9(7) COMP VALUE 0.
           05 WS-NO-RETURN                  PIC S9(7) COMP VALUE 0.
           05 WS-CREW-OFFERED               PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'PAIRING    DAY         DEPART  ROUTE    '.
           05 FILLER                        PIC X(40) VALUE
              '                    LEGS  MINS  CREW'.

       01 WS-DETAIL-LINE.
           05 WS-LINE-PAIRING-ID            PIC 9(9).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-DATE                  PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-DEPART                PIC X(5).
           05 FILLER                        PIC X(3) VALUE SPACE.
           05 WS-LINE-ROUTE                 PIC X(27).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-LEGS                  PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-MINUTES               PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-CREW                  PIC Z9.
           05 FILLER                        PIC X VALUE '/'.
           05 WS-LINE-CREW-WANTED           PIC 9.
       01 WS-ROUTE-POINTER                  PIC S9(4) COMP VALUE 1.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'BASE DEPARTURES EXAMINED......'.
           05 WS-TOTALS-STARTS              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'PAIRINGS PROPOSED.............'.
           05 WS-TOTALS-PROPOSED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'PAIRINGS SHORT OF CREW........'.
           05 WS-TOTALS-SHORT               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'NO LEGAL RETURN TO BASE.......'.
           05 WS-TOTALS-NO-RETURN           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'CREW PLACES OFFERED...........'.
           05 WS-TOTALS-OFFERED             PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-BASE-DEPARTURES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02467 -- CREW PAIRING PROPOSALS STARTING'
           INITIALIZE WS-FETCH-FIELDS
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:5)  = 'BASE=' AND
              WS-PARM-TEXT(10:5) = 'FROM=' AND
              WS-PARM-TEXT(26:3) = 'TO=' THEN
              MOVE WS-PARM-TEXT(6:3)   TO WS-PARM-BASE
              MOVE WS-PARM-TEXT(15:10) TO WS-PARM-FROM
              MOVE WS-PARM-TEXT(29:10) TO WS-PARM-TO
           ELSE
              DISPLAY 'Z02467 -- PARM MUST BE BASE=XXX '
                      'FROM=YYYY-MM-DD TO=YYYY-MM-DD'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 1010-CHECK-THE-RANGE
           PERFORM 1020-GET-THE-LIMITS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CREW PAIRING PROPOSALS FOR BASE ' WS-PARM-BASE
                  ' FROM ' WS-PARM-FROM ' TO ' WS-PARM-TO
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                    1010-CHECK-THE-RANGE
      * DB2 VALIDATES BOTH DATES FOR US -- -180/-181 IS A BAD DATE
      ******************************************************************
       1010-CHECK-THE-RANGE.
           EXEC SQL
             VALUES CASE WHEN DATE(:WS-PARM-TO) < DATE(:WS-PARM-FROM)
                         THEN 'R' ELSE 'F' END
             INTO :WS-PARM-CHECK
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-BAD-DATE
              DISPLAY 'Z02467 -- FROM AND TO MUST BE YYYY-MM-DD DATES'
              PERFORM 9999-EXIT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- RANGE CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           IF WS-PARM-CHECK = 'R' THEN
              DISPLAY 'Z02467 -- TO DATE IS BEFORE FROM DATE'
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     1020-GET-THE-LIMITS
      * THE BASE'S LIMITS IN FORCE ON THE FIRST DAY OF THE RANGE, OFF
      * T87 THROUGH Z02457.  THE REVIEW SCREEN SHOWS AT MOST
      * CT-LEG-TABLE-SIZE LEGS AND CT-CREW-TABLE-SIZE CREW, SO A
      * LARGER T87 FIGURE IS HELD TO THAT
      ******************************************************************
       1020-GET-THE-LIMITS.
           MOVE WS-PARM-BASE            TO PARM-SCOPE
           MOVE WS-PARM-FROM            TO PARM-AS-OF-DATE
           MOVE 'PAIRING-MAX-LEGS'      TO PARM-NAME
           MOVE CT-MAX-LEGS             TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MAX-LEGS
           MOVE 'PAIRING-CREW-COUNT'    TO PARM-NAME
           MOVE CT-CREW-COUNT           TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-CREW-COUNT
           MOVE 'PAIRING-MIN-CONNECT-MINUTES' TO PARM-NAME
           MOVE CT-MIN-CONNECT-MINUTES  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MIN-CONNECT-MINUTES
           IF WS-MAX-LEGS > CT-LEG-TABLE-SIZE THEN
              MOVE CT-LEG-TABLE-SIZE TO WS-MAX-LEGS
           END-IF
           IF WS-CREW-COUNT > CT-CREW-TABLE-SIZE THEN
              MOVE CT-CREW-TABLE-SIZE TO WS-CREW-COUNT
           END-IF
           DISPLAY 'Z02467 -- UP TO ' WS-MAX-LEGS ' LEGS, '
                   WS-CREW-COUNT ' CREW PER PAIRING, '
                   WS-MIN-CONNECT-MINUTES ' MINUTES TO CHANGE PLANES'
           .
      ******************************************************************
      *               2000-WALK-BASE-DEPARTURES
      ******************************************************************
       2000-WALK-BASE-DEPARTURES.
           EXEC SQL
             OPEN C-BASE-DEPARTURES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-START
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-BUILD-ONE-PAIRING
              PERFORM 2010-FETCH-NEXT-START
           END-PERFORM
           EXEC SQL
             CLOSE C-BASE-DEPARTURES
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-START
      ******************************************************************
       2010-FETCH-NEXT-START.
           EXEC SQL
             FETCH C-BASE-DEPARTURES
             INTO :WS-FLIGHT-ID,
                  :WS-PLANE-ID,
                  :WS-ARR-AIRPORT,
                  :WS-DEP-TS,
                  :WS-ARR-TS,
                  :WS-DEP-DATE,
                  :WS-FLIGHT-MINUTES,
                  :WS-AIRLINE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              ADD 1 TO WS-STARTS-READ
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-BUILD-ONE-PAIRING
      * FOLLOW THE LEGS ON FROM THE START LEG UNTIL THE CHAIN LANDS
      * BACK AT THE BASE OR CANNOT GO ON
      ******************************************************************
       2020-BUILD-ONE-PAIRING.
           MOVE 0                 TO WS-LEG-COUNT
           MOVE WS-DEP-DATE       TO WS-PAIRING-DATE
           MOVE WS-AIRLINE-CODE   TO WS-PAIRING-AIRLINE
           MOVE WS-DEP-TS         TO WS-FIRST-DEPARTURE-TS
           MOVE 0                 TO WS-PAIRING-MINUTES
           PERFORM 2025-GET-MAX-DUTY-MINUTES
           PERFORM 2040-ADD-LEG-TO-CHAIN
           SET SO-CHAIN-OPEN TO TRUE
           PERFORM UNTIL NOT SO-CHAIN-OPEN
              EVALUATE TRUE
              WHEN WS-PAIRING-MINUTES > WS-MAX-DUTY-MINUTES
                 SET SO-CHAIN-BROKEN TO TRUE
              WHEN WS-CURRENT-AIRPORT = WS-PARM-BASE
                 SET SO-CHAIN-HOME TO TRUE
              WHEN WS-LEG-COUNT >= WS-MAX-LEGS
                 SET SO-CHAIN-BROKEN TO TRUE
              WHEN OTHER
                 PERFORM 2030-FIND-NEXT-LEG
                 IF SO-LEG-FOUND THEN
                    PERFORM 2040-ADD-LEG-TO-CHAIN
                 ELSE
                    SET SO-CHAIN-BROKEN TO TRUE
                 END-IF
              END-EVALUATE
           END-PERFORM
           IF SO-CHAIN-HOME THEN
              PERFORM 2050-STAGE-THE-PAIRING
              PERFORM 2060-PROPOSE-CREW
              PERFORM 2080-REPORT-ONE-PAIRING
           ELSE
              ADD 1 TO WS-NO-RETURN
           END-IF
           .
      ******************************************************************
      *                2025-GET-MAX-DUTY-MINUTES
      * Z02355'S OWN LIMIT -- THE FIRST LEG'S AIRLINE ON THE DUTY DAY
      ******************************************************************
       2025-GET-MAX-DUTY-MINUTES.
           MOVE 'MAX-DUTY-MINUTES'  TO PARM-NAME
           MOVE WS-PAIRING-AIRLINE  TO PARM-SCOPE
           MOVE WS-PAIRING-DATE     TO PARM-AS-OF-DATE
           MOVE CT-MAX-DUTY-MINUTES TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MAX-DUTY-MINUTES
           .
      ******************************************************************
      *                   2030-FIND-NEXT-LEG
      * THE PLANE'S OWN NEXT LEG FIRST (NO CONNECTION TIME -- THE
      * CREW STAYS ON BOARD), ELSE ANOTHER PLANE'S LEG AFTER THE
      * MINIMUM CONNECTION; HOME-BOUND BEFORE EARLIEST
      ******************************************************************
       2030-FIND-NEXT-LEG.
           SET SO-LEG-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT T05.FLIGHT_ID,
                    T05.PLANE_ID,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(T05.DEPARTURE_TIMESTAMP),
                    CHAR(T05.ARRIVAL_TIMESTAMP),
                    TIMESTAMPDIFF(4, CHAR(T05.ARRIVAL_TIMESTAMP
                                        - T05.DEPARTURE_TIMESTAMP))
             INTO :WS-FLIGHT-ID,
                  :WS-PLANE-ID,
                  :WS-ARR-AIRPORT,
                  :WS-DEP-TS,
                  :WS-ARR-TS,
                  :WS-FLIGHT-MINUTES
             FROM T05_FLIGHT_TABLE T05
             WHERE T05.DEPARTURE_AIRPORT_CODE = :WS-CURRENT-AIRPORT
               AND DATE(T05.DEPARTURE_TIMESTAMP) =
                                         DATE(:WS-PAIRING-DATE)
               AND ((T05.PLANE_ID = :WS-CURRENT-PLANE-ID AND
                     T05.DEPARTURE_TIMESTAMP >=
                              TIMESTAMP(:WS-CURRENT-ARRIVAL-TS))
                 OR T05.DEPARTURE_TIMESTAMP >=
                              TIMESTAMP(:WS-CURRENT-ARRIVAL-TS)
                              + :WS-MIN-CONNECT-MINUTES MINUTES)
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T05.PLANE_ID IS NOT NULL
               AND NOT EXISTS (SELECT 1
                                 FROM T29_CREW_ASSIGNMENT T29
                                WHERE T29.FLIGHT_ID = T05.FLIGHT_ID)
               AND NOT EXISTS (SELECT 1
                                 FROM T93_PAIRING_LEG T93
                                 INNER JOIN T92_CREW_PAIRING T92 ON
                                       T92.PAIRING_ID = T93.PAIRING_ID
                                WHERE T93.FLIGHT_ID = T05.FLIGHT_ID
                                  AND T92.PAIRING_STATUS IN
                                        (:CT-PROPOSED-STATUS,
                                         :CT-COMMITTED-STATUS))
             ORDER BY CASE WHEN T05.PLANE_ID = :WS-CURRENT-PLANE-ID
                           THEN 0 ELSE 1 END,
                      CASE WHEN T05.ARRIVAL_AIRPORT_CODE =
                                                   :WS-PARM-BASE
                           THEN 0 ELSE 1 END,
                      T05.DEPARTURE_TIMESTAMP
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-LEG-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- NEXT LEG READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2040-ADD-LEG-TO-CHAIN
      ******************************************************************
       2040-ADD-LEG-TO-CHAIN.
           ADD 1 TO WS-LEG-COUNT
           MOVE WS-FLIGHT-ID   TO WS-TAB-FLIGHT-ID(WS-LEG-COUNT)
           MOVE WS-ARR-AIRPORT TO WS-TAB-ARR-AIRPORT(WS-LEG-COUNT)
           ADD WS-FLIGHT-MINUTES TO WS-PAIRING-MINUTES
           MOVE WS-ARR-AIRPORT TO WS-CURRENT-AIRPORT
           MOVE WS-PLANE-ID    TO WS-CURRENT-PLANE-ID
           MOVE WS-ARR-TS      TO WS-CURRENT-ARRIVAL-TS
                                  WS-LAST-ARRIVAL-TS
           .
      ******************************************************************
      *                 2050-STAGE-THE-PAIRING
      * THE T92 HEADER AND ITS T93 LEGS, 'PROPOSED'
      ******************************************************************
       2050-STAGE-THE-PAIRING.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-PAIRING-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- PAIRING ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T92_CREW_PAIRING
                (PAIRING_ID, BASE_AIRPORT_CODE, AIRLINE_CODE,
                 PAIRING_DATE, FIRST_DEPARTURE, LAST_ARRIVAL,
                 LEG_COUNT, DUTY_MINUTES, CREW_PROPOSED,
                 PAIRING_STATUS, REVIEWED_BY, REVIEWED_TIMESTAMP,
                 RUN_DATE, CREATED_TIMESTAMP)
             VALUES
                (:WS-PAIRING-ID, :WS-PARM-BASE, :WS-PAIRING-AIRLINE,
                 DATE(:WS-PAIRING-DATE),
                 TIMESTAMP(:WS-FIRST-DEPARTURE-TS),
                 TIMESTAMP(:WS-LAST-ARRIVAL-TS),
                 :WS-LEG-COUNT, :WS-PAIRING-MINUTES, 0,
                 :CT-PROPOSED-STATUS, ' ', NULL,
                 CURRENT DATE, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- PAIRING INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > WS-LEG-COUNT
              MOVE WS-LEG-SUB                   TO WS-LEG-NUMBER
              MOVE WS-TAB-FLIGHT-ID(WS-LEG-SUB) TO WS-FLIGHT-ID
              PERFORM 2055-INSERT-ONE-LEG
           END-PERFORM
           ADD 1 TO WS-PAIRINGS-PROPOSED
           .
      ******************************************************************
      *                  2055-INSERT-ONE-LEG
      ******************************************************************
       2055-INSERT-ONE-LEG.
           EXEC SQL
             INSERT INTO T93_PAIRING_LEG
                (PAIRING_ID, LEG_NUMBER, FLIGHT_ID)
             VALUES
                (:WS-PAIRING-ID, :WS-LEG-NUMBER, :WS-FLIGHT-ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- LEG INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2055' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   2060-PROPOSE-CREW
      * THE FIRST WS-CREW-COUNT CANDIDATES GO ON T94
      ******************************************************************
       2060-PROPOSE-CREW.
           MOVE 0   TO WS-CREW-PROPOSED
           MOVE 'N' TO SW-IF-END-OF-CREW
           EXEC SQL
             OPEN C-CANDIDATE-CREW
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- OPEN CREW CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM UNTIL SO-END-OF-CREW OR
                         WS-CREW-PROPOSED >= WS-CREW-COUNT
              PERFORM 2065-FETCH-NEXT-CANDIDATE
              IF NOT SO-END-OF-CREW THEN
                 PERFORM 2070-INSERT-PROPOSED-CREW
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-CANDIDATE-CREW
           END-EXEC
           IF WS-CREW-PROPOSED < WS-CREW-COUNT THEN
              ADD 1 TO WS-PAIRINGS-SHORT
           END-IF
           EXEC SQL
             UPDATE T92_CREW_PAIRING
                SET CREW_PROPOSED = :WS-CREW-PROPOSED
              WHERE PAIRING_ID = :WS-PAIRING-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- CREW COUNT UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                2065-FETCH-NEXT-CANDIDATE
      ******************************************************************
       2065-FETCH-NEXT-CANDIDATE.
           EXEC SQL
             FETCH C-CANDIDATE-CREW
             INTO :WS-CANDIDATE-CREW-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CREW TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- CREW FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2065' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               2070-INSERT-PROPOSED-CREW
      ******************************************************************
       2070-INSERT-PROPOSED-CREW.
           EXEC SQL
             INSERT INTO T94_PAIRING_CREW
                (PAIRING_ID, CREW_ID, CREW_ROLE)
             VALUES
                (:WS-PAIRING-ID, :WS-CANDIDATE-CREW-ID,
                 :CT-PROPOSED-ROLE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02467 -- CREW INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2070' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-CREW-PROPOSED
           ADD 1 TO WS-CREW-OFFERED
           .
      ******************************************************************
      *                2080-REPORT-ONE-PAIRING
      * ROUTE PRINTED AS THE STATIONS TOUCHED, E.G. WAW-KRK-GDN-WAW
      ******************************************************************
       2080-REPORT-ONE-PAIRING.
           MOVE WS-PAIRING-ID            TO WS-LINE-PAIRING-ID
           MOVE WS-PAIRING-DATE          TO WS-LINE-DATE
           MOVE WS-FIRST-DEPARTURE-TS(12:5) TO WS-LINE-DEPART
           MOVE SPACE                    TO WS-LINE-ROUTE
           MOVE 1                        TO WS-ROUTE-POINTER
           STRING WS-PARM-BASE DELIMITED BY SIZE
             INTO WS-LINE-ROUTE WITH POINTER WS-ROUTE-POINTER
           END-STRING
           PERFORM VARYING WS-LEG-SUB FROM 1 BY 1
                   UNTIL WS-LEG-SUB > WS-LEG-COUNT
              STRING '-' WS-TAB-ARR-AIRPORT(WS-LEG-SUB)
                DELIMITED BY SIZE
                INTO WS-LINE-ROUTE WITH POINTER WS-ROUTE-POINTER
              END-STRING
           END-PERFORM
           MOVE WS-LEG-COUNT             TO WS-LINE-LEGS
           MOVE WS-PAIRING-MINUTES       TO WS-LINE-MINUTES
           MOVE WS-CREW-PROPOSED         TO WS-LINE-CREW
           MOVE WS-CREW-COUNT            TO WS-LINE-CREW-WANTED
           DISPLAY WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-STARTS-READ       TO WS-TOTALS-STARTS
           MOVE WS-PAIRINGS-PROPOSED TO WS-TOTALS-PROPOSED
           MOVE WS-PAIRINGS-SHORT    TO WS-TOTALS-SHORT
           MOVE WS-NO-RETURN         TO WS-TOTALS-NO-RETURN
           MOVE WS-CREW-OFFERED      TO WS-TOTALS-OFFERED
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
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02467  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-FROM TO RPT-BUSINESS-DATE
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
           MOVE 'Z02467  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02467 -- CREW PAIRING PROPOSALS ENDING'
           GOBACK
           .
