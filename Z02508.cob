       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02508.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- PAID UPGRADE BID STORE
      *
      * Z02434 CLEARS UPGRADES BY LOYALTY TIER AT CHECK-IN CLOSE, BUT
      * PREMIUM SEATS STILL WENT OUT EMPTY.  A PASSENGER SEATED
      * BEHIND THE PREMIUM CABIN (THE PLANE'S FIRST T08 SECTION, AS
      * Z02434 MEASURES IT) MAY NOW BID FOR AN UPGRADE INTO IT,
      * THROUGH AN AGENT ON THE Z02509 SCREEN OR THROUGH THE WEB
      * VENDOR'S Z02510 FEED.  BOTH COME THROUGH HERE, SO A BID IS
      * CHECKED THE SAME WAY WHICHEVER CHANNEL BRINGS IT:
      *
      *   - THE BOOKING REFERENCE (T09.RECORD_LOCATOR) AND THE
      *     PASSENGER'S IDENTIFICATION NUMBER MUST NAME A LIVE T04
      *     SEAT ON THE FLIGHT, BEHIND THE PREMIUM CABIN
      *   - THE FLIGHT MUST NOT BE CANCELED OR DELETED
      *   - THE ROUTE AND THE PREMIUM CABIN'S SEAT TYPE MUST CARRY A
      *     BID RANGE ON T130 (SET ON THE Z02509 SCREEN) AND THE
      *     AMOUNT MUST LIE INSIDE IT
      *   - BIDS ARE PLACED, CHANGED AND WITHDRAWN ONLY UNTIL THE
      *     CUT-OFF, UPGRADE-BID-CUTOFF-HOURS (T87 THROUGH Z02457,
      *     SCOPED BY DEPARTURE STATION, DEFAULT 24) BEFORE THE
      *     (REVISED) DEPARTURE
      *
      * A PASSENGER HOLDS AT MOST ONE OPEN BID PER FLIGHT -- PLACING
      * AGAIN CHANGES THE AMOUNT OF THE OPEN ONE.  Z02434 RANKS THE
      * OPEN BIDS BY AMOUNT BEFORE ITS TIER CLEARANCE, CHARGES THE
      * WINNERS THROUGH T64 AND CLOSES THE REST AS LOST; Z02511
      * REPORTS WHAT THE BIDS BROUGHT IN EACH MONTH.
      *
      * NEW TABLES:
      *   T130_UPGRADE_BID_RANGE
      *      DEPARTURE_AIRPORT_CODE  CHAR(3)       NOT NULL
      *      ARRIVAL_AIRPORT_CODE    CHAR(3)       NOT NULL
      *      TYPE_OF_SEATS_ID        INTEGER       NOT NULL  T13 SEAT
      *                                                      TYPE OF
      *                                                      THE CABIN
      *      MINIMUM_BID             DECIMAL(9,2)  NOT NULL
      *      MAXIMUM_BID             DECIMAL(9,2)  NOT NULL
      *      CHANGED_BY              CHAR(8)       NOT NULL
      *      CHANGED_TIMESTAMP       TIMESTAMP     NOT NULL
      *      PRIMARY KEY (DEPARTURE_AIRPORT_CODE, ARRIVAL_AIRPORT_CODE,
      *                   TYPE_OF_SEATS_ID)
      *   T131_UPGRADE_BID
      *      BID_ID                  INTEGER       NOT NULL  (T20
      *                                                      SEQUENCE)
      *      FLIGHT_ID               CHAR(8)       NOT NULL
      *      RESERVATION_ID          INTEGER       NOT NULL
      *      PASSENGER_ID            INTEGER       NOT NULL
      *      TYPE_OF_SEATS_ID        INTEGER       NOT NULL  CABIN BID
      *                                                      FOR
      *      BID_AMOUNT              DECIMAL(9,2)  NOT NULL
      *      BID_STATUS              CHAR(10)      NOT NULL  'OPEN'/
      *                                                 'WITHDRAWN'/
      *                                                 'WON'/'LOST'
      *      CHANNEL                 CHAR(4)       NOT NULL  'DESK'/
      *                                                      'WEB '
      *      PAYMENT_ID              INTEGER                 T64 ROW OF
      *                                                      A WON BID
      *      PLACED_TIMESTAMP        TIMESTAMP     NOT NULL
      *      CHANGED_BY              CHAR(8)       NOT NULL
      *      CHANGED_TIMESTAMP       TIMESTAMP     NOT NULL
      *      CLEARED_TIMESTAMP       TIMESTAMP               SET BY
      *                                                      Z02434
      *      PRIMARY KEY (BID_ID), INDEX (FLIGHT_ID, BID_STATUS)
      *
      * CALLED WITH THE ZZEC0272 AREA:
      *
      *   BID-FUNCTION         X(5)             IN  'PLACE' PLACE OR
      *                                             CHANGE, 'WDRAW'
      *                                             WITHDRAW, 'SHOW '
      *                                             LATEST BID
      *   BID-RECORD-LOCATOR   X(6)             IN
      *   BID-FLIGHT-ID        X(8)             IN
      *   BID-ID-NUMBER        X(12)            IN  T06 IDENTIFICATION
      *                                             NUMBER
      *   BID-AMOUNT           S9(7)V99 COMP-3  IN  ('PLACE'), OUT
      *   BID-CHANNEL          X(4)             IN  'DESK'/'WEB '
      *   BID-OPERATOR-ID      X(8)             IN
      *   BID-RESULT           X                OUT 'O' DONE, 'R'
      *                                             REFUSED, 'E' DB2
      *                                             ERROR
      *   BID-MESSAGE          X(40)            OUT WHY REFUSED / WHAT
      *                                             WAS DONE
      *   BID-ID               S9(9) COMP       OUT
      *   BID-STATUS           X(10)            OUT
      *   BID-MINIMUM          S9(7)V99 COMP-3  OUT THE ROUTE'S RANGE
      *   BID-MAXIMUM          S9(7)V99 COMP-3  OUT
      *   BID-CUTOFF-TIMESTAMP X(26)            OUT
      *   BID-STATEMENT-ID     X(4)             OUT ON 'E' -- THE
      *   BID-SQLCODE          S9(9) COMP       OUT FAILING STATEMENT,
      *   BID-SQLERRMC         X(70)            OUT FOR THE CALLER'S
      *                                             ERROR LOG
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
      * BUSINESS-RULE PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-BID-FUNCTION               PIC X(5).
               88 SO-FUNCTION-PLACE         VALUE 'PLACE'.
               88 SO-FUNCTION-WITHDRAW      VALUE 'WDRAW'.
               88 SO-FUNCTION-SHOW          VALUE 'SHOW '.
           05 SW-IF-CUTOFF-PASSED           PIC X.
               88 SO-CUTOFF-PASSED          VALUE 'Y'.
           05 SW-IF-OPEN-BID                PIC X.
               88 SO-OPEN-BID-FOUND         VALUE 'Y'.
               88 SO-OPEN-BID-NOT-FOUND     VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-DELETED-STATUS    PIC X(15) VALUE 'DELETED'.
           05 CT-CANCELED-STATUS   PIC X(15) VALUE 'CANCELED'.
           05 CT-BLOCKED-STATUS    PIC X(15) VALUE 'BLOCKED'.
           05 CT-OPEN-BID          PIC X(10) VALUE 'OPEN'.
           05 CT-WITHDRAWN-BID     PIC X(10) VALUE 'WITHDRAWN'.
      * HOURS BEFORE DEPARTURE WHEN T87 HAS NO CUT-OFF FOR THE STATION
           05 CT-DEFAULT-CUTOFF-HOURS PIC S9(4) COMP VALUE 24.

       01 WS-BOOKING-FIELDS.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-PASSENGER-ID               PIC S9(9) COMP.
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-FLIGHT-STATUS              PIC X(15).
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-PLANE-ID                   PIC S9(9) COMP.
           05 WS-SECTION-COUNT              PIC S9(4) COMP.
           05 WS-PREMIUM-END-ROW            PIC S9(4) COMP.
           05 WS-PREMIUM-SEAT-TYPE          PIC S9(9) COMP.
           05 WS-CUTOFF-HOURS               PIC S9(4) COMP.
           05 WS-CUTOFF-FLAG                PIC X(1).
           05 WS-ROWS-CHANGED               PIC S9(9) COMP.

       LINKAGE SECTION.
           COPY ZZEC0272.

       PROCEDURE DIVISION USING WS-ZZEC0272.
      ******************************************************************
      *                       0000-MAINLINE
      * EACH STEP RUNS ONLY WHILE NOTHING HAS REFUSED THE BID YET
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O'   TO BID-RESULT
           MOVE SPACE TO BID-MESSAGE
                         BID-STATUS
                         BID-CUTOFF-TIMESTAMP
                         BID-STATEMENT-ID
                         BID-SQLERRMC
           MOVE 0     TO BID-ID
                         BID-MINIMUM
                         BID-MAXIMUM
                         BID-SQLCODE
           MOVE BID-FUNCTION TO SW-BID-FUNCTION
           IF NOT (SO-FUNCTION-PLACE OR SO-FUNCTION-WITHDRAW OR
                   SO-FUNCTION-SHOW) THEN
              MOVE 'R' TO BID-RESULT
              MOVE 'UNKNOWN BID FUNCTION' TO BID-MESSAGE
           END-IF
           IF BID-RESULT = 'O' THEN
              PERFORM 1000-FIND-THE-SEAT
           END-IF
           IF BID-RESULT = 'O' THEN
              PERFORM 1100-FIND-THE-CABIN
           END-IF
           IF BID-RESULT = 'O' THEN
              PERFORM 1200-FIND-THE-RANGE
           END-IF
           IF BID-RESULT = 'O' THEN
              PERFORM 1300-CHECK-THE-CUTOFF
           END-IF
           IF BID-RESULT = 'O' THEN
              EVALUATE TRUE
              WHEN SO-FUNCTION-PLACE
                 PERFORM 2000-PLACE-THE-BID
              WHEN SO-FUNCTION-WITHDRAW
                 PERFORM 3000-WITHDRAW-THE-BID
              WHEN OTHER
                 PERFORM 4000-SHOW-THE-BID
              END-EVALUATE
           END-IF
           GOBACK
           .
      ******************************************************************
      *                   1000-FIND-THE-SEAT
      * THE BOOKING, THE PASSENGER ON IT AND THEIR SEAT ON THE FLIGHT
      ******************************************************************
       1000-FIND-THE-SEAT.
           EXEC SQL
             SELECT T04.RESERVATION_ID,
                    T04.PASSENGER_ID,
                    T04.ROW_NUMBER,
                    T05.FLIGHT_STATUS,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T05.PLANE_ID
             INTO :WS-RESERVATION-ID,
                  :WS-PASSENGER-ID,
                  :WS-ROW-NUMBER,
                  :WS-FLIGHT-STATUS,
                  :WS-DEPARTURE-AIRPORT,
                  :WS-ARRIVAL-AIRPORT,
                  :WS-PLANE-ID
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE T09
             INNER JOIN T04_FLIGHT_SEATS T04 ON
                T04.RESERVATION_ID = T09.RESERVATION_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T04.PASSENGER_ID
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             WHERE T09.RECORD_LOCATOR        = :BID-RECORD-LOCATOR
               AND T04.FLIGHT_ID             = :BID-FLIGHT-ID
               AND T06.IDENTIFICATION_NUMBER = :BID-ID-NUMBER
               AND (T04.RESERVATION_STATUS IS NULL OR
                    (T04.RESERVATION_STATUS <> :CT-DELETED-STATUS AND
                     T04.RESERVATION_STATUS <> :CT-BLOCKED-STATUS))
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'R' TO BID-RESULT
              MOVE 'NO SEAT FOR THIS PASSENGER ON THE FLIGHT' TO
                                                        BID-MESSAGE
           WHEN OTHER
              MOVE '1000' TO BID-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           IF BID-RESULT = 'O' AND
              (WS-FLIGHT-STATUS = CT-CANCELED-STATUS OR
               WS-FLIGHT-STATUS = CT-DELETED-STATUS) THEN
              MOVE 'R' TO BID-RESULT
              MOVE 'FLIGHT IS CANCELED OR DELETED' TO BID-MESSAGE
           END-IF
           .
      ******************************************************************
      *                   1100-FIND-THE-CABIN
      * THE PREMIUM CABIN IS THE PLANE'S FIRST T08 SECTION, AS IN
      * Z02434'S 2000-MEASURE-THE-CABINS.  A ONE-SECTION PLANE HAS
      * NOTHING TO UPGRADE INTO
      ******************************************************************
       1100-FIND-THE-CABIN.
           EXEC SQL
             SELECT T08.ROW_NUMBER_TO,
                    T08.TYPE_OF_SEATS_ID,
                    (SELECT COUNT(*)
                       FROM T08_TABLE_PLANE_TABLE T08C
                      WHERE T08C.PLANE_ID = T08.PLANE_ID)
             INTO :WS-PREMIUM-END-ROW,
                  :WS-PREMIUM-SEAT-TYPE,
                  :WS-SECTION-COUNT
             FROM T08_TABLE_PLANE_TABLE T08
             WHERE T08.PLANE_ID = :WS-PLANE-ID
             ORDER BY T08.ROW_NUMBER_FROM
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 0 TO WS-SECTION-COUNT
           WHEN OTHER
              MOVE '1100' TO BID-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           EVALUATE TRUE
           WHEN BID-RESULT NOT = 'O'
              CONTINUE
           WHEN WS-SECTION-COUNT < 2
              MOVE 'R' TO BID-RESULT
              MOVE 'NO PREMIUM CABIN ON THIS FLIGHT' TO BID-MESSAGE
           WHEN WS-ROW-NUMBER <= WS-PREMIUM-END-ROW
              MOVE 'R' TO BID-RESULT
              MOVE 'PASSENGER IS ALREADY IN THE PREMIUM CABIN' TO
                                                        BID-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      *                   1200-FIND-THE-RANGE
      ******************************************************************
       1200-FIND-THE-RANGE.
           EXEC SQL
             SELECT MINIMUM_BID,
                    MAXIMUM_BID
             INTO :BID-MINIMUM,
                  :BID-MAXIMUM
             FROM T130_UPGRADE_BID_RANGE
             WHERE DEPARTURE_AIRPORT_CODE = :WS-DEPARTURE-AIRPORT
               AND ARRIVAL_AIRPORT_CODE   = :WS-ARRIVAL-AIRPORT
               AND TYPE_OF_SEATS_ID       = :WS-PREMIUM-SEAT-TYPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'R' TO BID-RESULT
              MOVE 'NO UPGRADE BIDDING ON THIS ROUTE' TO BID-MESSAGE
           WHEN OTHER
              MOVE '1200' TO BID-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  1300-CHECK-THE-CUTOFF
      * 'SHOW' STILL ANSWERS AFTER THE CUT-OFF; NOTHING ELSE DOES
      ******************************************************************
       1300-CHECK-THE-CUTOFF.
           MOVE 'UPGRADE-BID-CUTOFF-HOURS' TO PARM-NAME
           MOVE WS-DEPARTURE-AIRPORT       TO PARM-SCOPE
           MOVE SPACE                      TO PARM-AS-OF-DATE
           MOVE CT-DEFAULT-CUTOFF-HOURS    TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-CUTOFF-HOURS
           EXEC SQL
             SELECT CHAR(COALESCE(NEW_DEPARTURE_TIMESTAMP,
                                  DEPARTURE_TIMESTAMP)
                         - :WS-CUTOFF-HOURS HOURS),
                    CASE WHEN COALESCE(NEW_DEPARTURE_TIMESTAMP,
                                       DEPARTURE_TIMESTAMP)
                              - :WS-CUTOFF-HOURS HOURS
                              > CURRENT TIMESTAMP
                         THEN 'N' ELSE 'Y' END
             INTO :BID-CUTOFF-TIMESTAMP,
                  :WS-CUTOFF-FLAG
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :BID-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '1300' TO BID-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE WS-CUTOFF-FLAG TO SW-IF-CUTOFF-PASSED
           IF BID-RESULT = 'O' AND SO-CUTOFF-PASSED AND
              NOT SO-FUNCTION-SHOW THEN
              MOVE 'R' TO BID-RESULT
              MOVE 'BIDDING HAS CLOSED FOR THIS FLIGHT' TO BID-MESSAGE
           END-IF
           .
      ******************************************************************
      *                    2000-PLACE-THE-BID
      * A SECOND 'PLACE' CHANGES THE AMOUNT OF THE OPEN BID
      ******************************************************************
       2000-PLACE-THE-BID.
           EVALUATE TRUE
           WHEN BID-AMOUNT < BID-MINIMUM
              MOVE 'R' TO BID-RESULT
              MOVE 'BID IS BELOW THE ROUTE MINIMUM' TO BID-MESSAGE
           WHEN BID-AMOUNT > BID-MAXIMUM
              MOVE 'R' TO BID-RESULT
              MOVE 'BID IS ABOVE THE ROUTE MAXIMUM' TO BID-MESSAGE
           WHEN OTHER
              PERFORM 7001-READ-OPEN-BID
              IF SO-OPEN-BID-FOUND THEN
                 PERFORM 7002-CHANGE-THE-AMOUNT
                 MOVE 'BID CHANGED' TO BID-MESSAGE
              ELSE
                 PERFORM 7003-INSERT-THE-BID
                 MOVE 'BID PLACED' TO BID-MESSAGE
              END-IF
              MOVE CT-OPEN-BID TO BID-STATUS
           END-EVALUATE
           .
      ******************************************************************
      *                  3000-WITHDRAW-THE-BID
      ******************************************************************
       3000-WITHDRAW-THE-BID.
           PERFORM 7001-READ-OPEN-BID
           IF SO-OPEN-BID-FOUND THEN
              PERFORM 7004-MARK-WITHDRAWN
              MOVE CT-WITHDRAWN-BID TO BID-STATUS
              MOVE 'BID WITHDRAWN' TO BID-MESSAGE
           ELSE
              MOVE 'R' TO BID-RESULT
              MOVE 'NO OPEN BID TO WITHDRAW' TO BID-MESSAGE
           END-IF
           .
      ******************************************************************
      *                    4000-SHOW-THE-BID
      * THE PASSENGER'S LATEST BID ON THE FLIGHT, WHATEVER ITS STATUS
      ******************************************************************
       4000-SHOW-THE-BID.
           EXEC SQL
             SELECT BID_ID,
                    BID_AMOUNT,
                    BID_STATUS
             INTO :BID-ID,
                  :BID-AMOUNT,
                  :BID-STATUS
             FROM T131_UPGRADE_BID
             WHERE FLIGHT_ID    = :BID-FLIGHT-ID
               AND PASSENGER_ID = :WS-PASSENGER-ID
             ORDER BY PLACED_TIMESTAMP DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              IF SO-CUTOFF-PASSED THEN
                 MOVE 'BIDDING HAS CLOSED FOR THIS FLIGHT' TO
                                                        BID-MESSAGE
              END-IF
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 0 TO BID-AMOUNT
              MOVE 'NO BID ON FILE' TO BID-MESSAGE
           WHEN OTHER
              MOVE '4000' TO BID-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                    7001-READ-OPEN-BID
      ******************************************************************
       7001-READ-OPEN-BID.
           SET SO-OPEN-BID-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT BID_ID
             INTO :BID-ID
             FROM T131_UPGRADE_BID
             WHERE FLIGHT_ID    = :BID-FLIGHT-ID
               AND PASSENGER_ID = :WS-PASSENGER-ID
               AND BID_STATUS   = :CT-OPEN-BID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-OPEN-BID-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE '7001' TO BID-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7002-CHANGE-THE-AMOUNT
      ******************************************************************
       7002-CHANGE-THE-AMOUNT.
           IF BID-RESULT = 'O' THEN
              EXEC SQL
                UPDATE T131_UPGRADE_BID
                   SET BID_AMOUNT        = :BID-AMOUNT,
                       CHANNEL           = :BID-CHANNEL,
                       CHANGED_BY        = :BID-OPERATOR-ID,
                       CHANGED_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE BID_ID     = :BID-ID
                   AND BID_STATUS = :CT-OPEN-BID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7002' TO BID-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                   7003-INSERT-THE-BID
      ******************************************************************
       7003-INSERT-THE-BID.
           IF BID-RESULT = 'O' THEN
              EXEC SQL
                VALUES NEXT VALUE FOR T20_ID_SEQUENCE
                INTO :BID-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7003' TO BID-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           IF BID-RESULT = 'O' THEN
              EXEC SQL
                INSERT INTO T131_UPGRADE_BID
                   (BID_ID, FLIGHT_ID, RESERVATION_ID, PASSENGER_ID,
                    TYPE_OF_SEATS_ID, BID_AMOUNT, BID_STATUS,
                    CHANNEL, PAYMENT_ID, PLACED_TIMESTAMP,
                    CHANGED_BY, CHANGED_TIMESTAMP, CLEARED_TIMESTAMP)
                VALUES
                   (:BID-ID, :BID-FLIGHT-ID, :WS-RESERVATION-ID,
                    :WS-PASSENGER-ID, :WS-PREMIUM-SEAT-TYPE,
                    :BID-AMOUNT, :CT-OPEN-BID, :BID-CHANNEL, NULL,
                    CURRENT TIMESTAMP, :BID-OPERATOR-ID,
                    CURRENT TIMESTAMP, NULL)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7003' TO BID-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                   7004-MARK-WITHDRAWN
      ******************************************************************
       7004-MARK-WITHDRAWN.
           IF BID-RESULT = 'O' THEN
              EXEC SQL
                UPDATE T131_UPGRADE_BID
                   SET BID_STATUS        = :CT-WITHDRAWN-BID,
                       CHANNEL           = :BID-CHANNEL,
                       CHANGED_BY        = :BID-OPERATOR-ID,
                       CHANGED_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE BID_ID     = :BID-ID
                   AND BID_STATUS = :CT-OPEN-BID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7004' TO BID-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                      9000-DB2-ERROR
      * THE CALLER LOGS THE FAILURE -- THE SCREEN THROUGH ITS OWN
      * 9000-DB2-ERROR, THE FEED THROUGH ITS 9060-WRITE-ERROR-LOG
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'Z02508 -- STATEMENT ' BID-STATEMENT-ID
                   ' FAILED, SQLCODE ' WS-SQLCODE-FORMAT
           MOVE SQLCODE  TO BID-SQLCODE
           MOVE SQLERRMC TO BID-SQLERRMC
           MOVE 'E' TO BID-RESULT
           MOVE 'DB2 ERROR IN THE BID STORE' TO BID-MESSAGE
           .
