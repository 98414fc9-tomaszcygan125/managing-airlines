       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02512.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- LOUNGE ENTITLEMENT CHECK AND VISIT RECORD
      *
      * LOUNGE STAFF USED TO JUDGE ENTITLEMENT OFF THE BOARDING PASS,
      * AND THE CONTRACT LOUNGES BILLED US PER VISIT WITH NOTHING TO
      * CHECK THE BILL AGAINST.  THE LOUNGES OF EACH AIRPORT NOW LIVE
      * ON T132 AND WHO MAY USE THEM ON T133 (BOTH KEPT ON THE Z02513
      * SCREEN).  A PASSENGER IS ENTITLED TO A LOUNGE ON THE DAY OF A
      * DEPARTURE FROM ITS AIRPORT WHEN ONE OF THE LOUNGE'S RULES
      * MATCHES:
      *
      *   'CABIN' -- THE T13 SEAT TYPE OF THE T08 SECTION THE
      *              PASSENGER'S T04 SEAT SITS IN
      *   'TIER'  -- THE FREQUENT-FLYER TIER (T06.MEMBER_TIER, SET
      *              FROM THE T51 MILEAGE LEDGER BY Z02398'S ANNUAL
      *              RUN; 'STANDARD' WITHOUT ONE)
      *   'PASS'  -- A LOUNGE PASS SOLD AS A T34 ANCILLARY, ON T35
      *              FOR THE PASSENGER'S RESERVATION.  EACH PASS SOLD
      *              COVERS ONE VISIT, SO A PASS ALREADY SPENT ON A
      *              T134 VISIT NO LONGER COUNTS
      *
      * A CABIN OR TIER RULE IS PREFERRED TO A PASS, SO A PASS IS NOT
      * SPENT WHEN THE PASSENGER IS ENTITLED ANYWAY; AMONG THOSE, THE
      * RULE WITH THE MOST GUESTS WINS.  THE LOUNGE DESK (Z02513)
      * CHECKS AND RECORDS THROUGH HERE, AND Z02514 ASKS THE SAME
      * QUESTION OF EVERY BILLED VISIT THAT WAS NEVER RECORDED.
      *
      * NEW TABLE:
      *   T134_LOUNGE_VISIT
      *      VISIT_ID                INTEGER       NOT NULL  (T20
      *                                                      SEQUENCE)
      *      LOUNGE_CODE             CHAR(4)       NOT NULL
      *      VISIT_DATE              DATE          NOT NULL
      *      FLIGHT_ID               CHAR(8)       NOT NULL
      *      RESERVATION_ID          INTEGER       NOT NULL
      *      PASSENGER_ID            INTEGER       NOT NULL
      *      ENTITLEMENT_BASIS       CHAR(5)       NOT NULL  'CABIN'/
      *                                                      'TIER '/
      *                                                      'PASS '
      *      BASIS_VALUE             CHAR(10)      NOT NULL  SEAT TYPE
      *                                                      / TIER /
      *                                                      ITEM CODE
      *      GUEST_COUNT             SMALLINT      NOT NULL
      *      OPERATOR_ID             CHAR(8)       NOT NULL
      *      VISIT_TIMESTAMP         TIMESTAMP     NOT NULL
      *      INVOICE_REF             CHAR(12)                SET BY
      *                                                      Z02514
      *      INVOICED_AMOUNT         DECIMAL(9,2)            DITTO
      *      PRIMARY KEY (VISIT_ID),
      *      INDEX (LOUNGE_CODE, VISIT_DATE)
      *
      * CALLED WITH THE ZZEC0273 AREA:
      *
      *   LGE-FUNCTION         X(5)             IN  'CHECK' ENTITLEMENT
      *                                             ONLY, 'VISIT' CHECK
      *                                             AND RECORD
      *   LGE-LOUNGE-CODE      X(4)             IN
      *   LGE-VISIT-DATE       X(10)            IN  YYYY-MM-DD, SPACE
      *                                             FOR TODAY
      *   LGE-RECORD-LOCATOR   X(6)             IN
      *   LGE-ID-NUMBER        X(12)            IN  T06 IDENTIFICATION
      *                                             NUMBER, OR SPACE
      *   LGE-LAST-NAME        X(25)            IN  USED WHEN THERE IS
      *                                             NO ID NUMBER
      *   LGE-GUEST-COUNT      S9(4) COMP       IN  ('VISIT')
      *   LGE-OPERATOR-ID      X(8)             IN
      *   LGE-RESULT           X                OUT 'O' ENTITLED (AND
      *                                             RECORDED), 'R'
      *                                             REFUSED, 'E' DB2
      *                                             ERROR
      *   LGE-MESSAGE          X(40)            OUT
      *   LGE-BASIS            X(5)             OUT THE RULE MATCHED
      *   LGE-BASIS-VALUE      X(10)            OUT
      *   LGE-GUESTS-ALLOWED   S9(4) COMP       OUT
      *   LGE-FLIGHT-ID        X(8)             OUT THE DAY'S DEPARTURE
      *   LGE-RESERVATION-ID   S9(9) COMP       OUT
      *   LGE-PASSENGER-ID     S9(9) COMP       OUT
      *   LGE-AIRPORT-CODE     X(3)             OUT THE LOUNGE'S T132
      *   LGE-LOUNGE-TYPE      X(8)             OUT TERMS
      *   LGE-PRICE            S9(7)V99 COMP-3  OUT
      *   LGE-CURRENCY-CODE    X(3)             OUT
      *   LGE-VISIT-ID         S9(9) COMP       OUT ('VISIT')
      *   LGE-STATEMENT-ID     X(4)             OUT ON 'E' -- THE
      *   LGE-SQLCODE          S9(9) COMP       OUT FAILING STATEMENT,
      *   LGE-SQLERRMC         X(70)            OUT FOR THE CALLER'S
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

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-LGE-FUNCTION               PIC X(5).
               88 SO-FUNCTION-CHECK         VALUE 'CHECK'.
               88 SO-FUNCTION-VISIT         VALUE 'VISIT'.

       01 CT-CONSTANTS.
           05 CT-DELETED-STATUS    PIC X(15) VALUE 'DELETED'.
           05 CT-CANCELED-STATUS   PIC X(15) VALUE 'CANCELED'.
           05 CT-BLOCKED-STATUS    PIC X(15) VALUE 'BLOCKED'.
           05 CT-ACTIVE-STATUS     PIC X(8)  VALUE 'ACTIVE'.
           05 CT-CABIN-RULE        PIC X(5)  VALUE 'CABIN'.
           05 CT-TIER-RULE         PIC X(5)  VALUE 'TIER'.
           05 CT-PASS-RULE         PIC X(5)  VALUE 'PASS'.

       01 WS-LOUNGE-FIELDS.
           05 WS-LOUNGE-STATUS              PIC X(8).
           05 WS-VISIT-DATE                 PIC X(10).
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-PLANE-ID                   PIC S9(9) COMP.
           05 WS-MEMBER-TIER                PIC X(8).
           05 WS-CABIN-SEAT-TYPE            PIC S9(9) COMP.
           05 WS-VISITS-FOUND               PIC S9(9) COMP.

       LINKAGE SECTION.
           COPY ZZEC0273.

       PROCEDURE DIVISION USING WS-ZZEC0273.
      ******************************************************************
      *                       0000-MAINLINE
      * EACH STEP RUNS ONLY WHILE NOTHING HAS REFUSED THE PASSENGER YET
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O'   TO LGE-RESULT
           MOVE SPACE TO LGE-MESSAGE
                         LGE-BASIS
                         LGE-BASIS-VALUE
                         LGE-FLIGHT-ID
                         LGE-AIRPORT-CODE
                         LGE-LOUNGE-TYPE
                         LGE-CURRENCY-CODE
                         LGE-STATEMENT-ID
                         LGE-SQLERRMC
           MOVE 0     TO LGE-GUESTS-ALLOWED
                         LGE-RESERVATION-ID
                         LGE-PASSENGER-ID
                         LGE-PRICE
                         LGE-VISIT-ID
                         LGE-SQLCODE
           MOVE LGE-FUNCTION TO SW-LGE-FUNCTION
           IF NOT (SO-FUNCTION-CHECK OR SO-FUNCTION-VISIT) THEN
              MOVE 'R' TO LGE-RESULT
              MOVE 'UNKNOWN LOUNGE FUNCTION' TO LGE-MESSAGE
           END-IF
           IF LGE-RESULT = 'O' THEN
              PERFORM 1000-FIND-THE-LOUNGE
           END-IF
           IF LGE-RESULT = 'O' THEN
              PERFORM 1100-SET-THE-DATE
           END-IF
           IF LGE-RESULT = 'O' THEN
              PERFORM 1200-FIND-THE-DEPARTURE
           END-IF
           IF LGE-RESULT = 'O' THEN
              PERFORM 1300-FIND-THE-CABIN
           END-IF
           IF LGE-RESULT = 'O' THEN
              PERFORM 1400-MATCH-THE-RULES
           END-IF
           IF LGE-RESULT = 'O' AND SO-FUNCTION-VISIT THEN
              PERFORM 2000-RECORD-THE-VISIT
           END-IF
           GOBACK
           .
      ******************************************************************
      *                   1000-FIND-THE-LOUNGE
      * A CLOSED LOUNGE STILL ANSWERS A 'CHECK' -- Z02514 RECONCILES
      * BILLS THAT ARRIVE AFTER A CONTRACT ENDED
      ******************************************************************
       1000-FIND-THE-LOUNGE.
           EXEC SQL
             SELECT AIRPORT_CODE,
                    LOUNGE_TYPE,
                    PRICE_PER_VISIT,
                    CURRENCY_CODE,
                    LOUNGE_STATUS
             INTO :LGE-AIRPORT-CODE,
                  :LGE-LOUNGE-TYPE,
                  :LGE-PRICE,
                  :LGE-CURRENCY-CODE,
                  :WS-LOUNGE-STATUS
             FROM T132_LOUNGE
             WHERE LOUNGE_CODE = :LGE-LOUNGE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'R' TO LGE-RESULT
              MOVE 'NO SUCH LOUNGE' TO LGE-MESSAGE
           WHEN OTHER
              MOVE '1000' TO LGE-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           IF LGE-RESULT = 'O' AND SO-FUNCTION-VISIT AND
              WS-LOUNGE-STATUS NOT = CT-ACTIVE-STATUS THEN
              MOVE 'R' TO LGE-RESULT
              MOVE 'LOUNGE IS CLOSED' TO LGE-MESSAGE
           END-IF
           .
      ******************************************************************
      *                    1100-SET-THE-DATE
      ******************************************************************
       1100-SET-THE-DATE.
           IF LGE-VISIT-DATE = SPACE OR LGE-VISIT-DATE = LOW-VALUES
              EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                INTO :WS-VISIT-DATE
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '1100' TO LGE-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           ELSE
              MOVE LGE-VISIT-DATE TO WS-VISIT-DATE
           END-IF
           .
      ******************************************************************
      *                 1200-FIND-THE-DEPARTURE
      * THE PASSENGER'S LIVE SEAT ON A FLIGHT OF THE BOOKING LEAVING
      * THE LOUNGE'S AIRPORT ON THE DAY -- THE EARLIEST, SHOULD THERE
      * BE TWO
      ******************************************************************
       1200-FIND-THE-DEPARTURE.
           EXEC SQL
             SELECT T04.FLIGHT_ID,
                    T04.RESERVATION_ID,
                    T04.PASSENGER_ID,
                    T04.ROW_NUMBER,
                    T05.PLANE_ID,
                    COALESCE(T06.MEMBER_TIER, 'STANDARD')
             INTO :LGE-FLIGHT-ID,
                  :LGE-RESERVATION-ID,
                  :LGE-PASSENGER-ID,
                  :WS-ROW-NUMBER,
                  :WS-PLANE-ID,
                  :WS-MEMBER-TIER
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE T09
             INNER JOIN T04_FLIGHT_SEATS T04 ON
                T04.RESERVATION_ID = T09.RESERVATION_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T04.PASSENGER_ID
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             WHERE T09.RECORD_LOCATOR = :LGE-RECORD-LOCATOR
               AND ((:LGE-ID-NUMBER <> ' ' AND
                     T06.IDENTIFICATION_NUMBER = :LGE-ID-NUMBER) OR
                    (:LGE-ID-NUMBER = ' ' AND
                     T06.PASSENGER_LAST_NAME = :LGE-LAST-NAME))
               AND T05.DEPARTURE_AIRPORT_CODE = :LGE-AIRPORT-CODE
               AND DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                 T05.DEPARTURE_TIMESTAMP))
                      = DATE(:WS-VISIT-DATE)
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND (T04.RESERVATION_STATUS IS NULL OR
                    (T04.RESERVATION_STATUS <> :CT-DELETED-STATUS AND
                     T04.RESERVATION_STATUS <> :CT-BLOCKED-STATUS))
             ORDER BY COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                               T05.DEPARTURE_TIMESTAMP)
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'R' TO LGE-RESULT
              MOVE 'NO DEPARTURE FROM THIS AIRPORT THAT DAY' TO
                                                        LGE-MESSAGE
           WHEN OTHER
              MOVE '1200' TO LGE-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                   1300-FIND-THE-CABIN
      * THE T08 SECTION THE SEAT'S ROW FALLS IN.  A SEAT OUTSIDE EVERY
      * SECTION HAS NO CABIN AND CAN ONLY BE ENTITLED BY TIER OR PASS
      ******************************************************************
       1300-FIND-THE-CABIN.
           MOVE 0 TO WS-CABIN-SEAT-TYPE
           EXEC SQL
             SELECT TYPE_OF_SEATS_ID
             INTO :WS-CABIN-SEAT-TYPE
             FROM T08_TABLE_PLANE_TABLE
             WHERE PLANE_ID = :WS-PLANE-ID
               AND :WS-ROW-NUMBER BETWEEN ROW_NUMBER_FROM
                                      AND ROW_NUMBER_TO
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE '1300' TO LGE-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  1400-MATCH-THE-RULES
      * CABIN AND TIER BEFORE A PASS, THEN THE MOST GUESTS.  A PASS
      * COUNTS WHILE THE T35 SALES OF ITS ITEM OUTNUMBER THE T134
      * VISITS ALREADY MADE ON IT
      ******************************************************************
       1400-MATCH-THE-RULES.
           EXEC SQL
             SELECT T133.RULE_TYPE,
                    T133.RULE_VALUE,
                    T133.GUESTS_ALLOWED
             INTO :LGE-BASIS,
                  :LGE-BASIS-VALUE,
                  :LGE-GUESTS-ALLOWED
             FROM T133_LOUNGE_RULE T133
             WHERE T133.LOUNGE_CODE = :LGE-LOUNGE-CODE
               AND ((T133.RULE_TYPE = :CT-CABIN-RULE AND
                     RTRIM(T133.RULE_VALUE) =
                                  RTRIM(CHAR(:WS-CABIN-SEAT-TYPE)))
                 OR (T133.RULE_TYPE = :CT-TIER-RULE AND
                     T133.RULE_VALUE = :WS-MEMBER-TIER)
                 OR (T133.RULE_TYPE = :CT-PASS-RULE AND
                     (SELECT COUNT(*)
                        FROM T35_ANCILLARY_SALE T35
                       WHERE T35.RESERVATION_ID = :LGE-RESERVATION-ID
                         AND T35.PASSENGER_ID   = :LGE-PASSENGER-ID
                         AND T35.ITEM_CODE =
                                      RTRIM(T133.RULE_VALUE))
                     >
                     (SELECT COUNT(*)
                        FROM T134_LOUNGE_VISIT T134
                       WHERE T134.RESERVATION_ID = :LGE-RESERVATION-ID
                         AND T134.PASSENGER_ID   = :LGE-PASSENGER-ID
                         AND T134.ENTITLEMENT_BASIS = :CT-PASS-RULE
                         AND T134.BASIS_VALUE = T133.RULE_VALUE)))
             ORDER BY CASE WHEN T133.RULE_TYPE = :CT-PASS-RULE
                           THEN 1 ELSE 0 END,
                      T133.GUESTS_ALLOWED DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE 'ENTITLED' TO LGE-MESSAGE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'R' TO LGE-RESULT
              MOVE 'NOT ENTITLED TO THIS LOUNGE' TO LGE-MESSAGE
           WHEN OTHER
              MOVE '1400' TO LGE-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  2000-RECORD-THE-VISIT
      * ONE VISIT PER PASSENGER, LOUNGE AND DEPARTURE
      ******************************************************************
       2000-RECORD-THE-VISIT.
           EVALUATE TRUE
           WHEN LGE-GUEST-COUNT < 0
              MOVE 'R' TO LGE-RESULT
              MOVE 'GUEST COUNT CANNOT BE NEGATIVE' TO LGE-MESSAGE
           WHEN LGE-GUEST-COUNT > LGE-GUESTS-ALLOWED
              MOVE 'R' TO LGE-RESULT
              MOVE 'MORE GUESTS THAN THE ENTITLEMENT ALLOWS' TO
                                                        LGE-MESSAGE
           WHEN OTHER
              PERFORM 7001-COUNT-VISITS
              IF LGE-RESULT = 'O' AND WS-VISITS-FOUND > 0 THEN
                 MOVE 'R' TO LGE-RESULT
                 MOVE 'VISIT ALREADY RECORDED FOR THIS FLIGHT' TO
                                                        LGE-MESSAGE
              END-IF
              PERFORM 7002-INSERT-THE-VISIT
              IF LGE-RESULT = 'O' THEN
                 MOVE 'VISIT RECORDED' TO LGE-MESSAGE
              END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                    7001-COUNT-VISITS
      ******************************************************************
       7001-COUNT-VISITS.
           MOVE 0 TO WS-VISITS-FOUND
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-VISITS-FOUND
             FROM T134_LOUNGE_VISIT
             WHERE LOUNGE_CODE  = :LGE-LOUNGE-CODE
               AND FLIGHT_ID    = :LGE-FLIGHT-ID
               AND PASSENGER_ID = :LGE-PASSENGER-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE '7001' TO LGE-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7002-INSERT-THE-VISIT
      ******************************************************************
       7002-INSERT-THE-VISIT.
           IF LGE-RESULT = 'O' THEN
              EXEC SQL
                VALUES NEXT VALUE FOR T20_ID_SEQUENCE
                INTO :LGE-VISIT-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7002' TO LGE-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           IF LGE-RESULT = 'O' THEN
              EXEC SQL
                INSERT INTO T134_LOUNGE_VISIT
                   (VISIT_ID, LOUNGE_CODE, VISIT_DATE, FLIGHT_ID,
                    RESERVATION_ID, PASSENGER_ID, ENTITLEMENT_BASIS,
                    BASIS_VALUE, GUEST_COUNT, OPERATOR_ID,
                    VISIT_TIMESTAMP, INVOICE_REF, INVOICED_AMOUNT)
                VALUES
                   (:LGE-VISIT-ID, :LGE-LOUNGE-CODE,
                    DATE(:WS-VISIT-DATE), :LGE-FLIGHT-ID,
                    :LGE-RESERVATION-ID, :LGE-PASSENGER-ID,
                    :LGE-BASIS, :LGE-BASIS-VALUE, :LGE-GUEST-COUNT,
                    :LGE-OPERATOR-ID, CURRENT TIMESTAMP, NULL, NULL)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7002' TO LGE-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                      9000-DB2-ERROR
      * THE CALLER LOGS THE FAILURE -- THE SCREEN THROUGH ITS OWN
      * 9000-DB2-ERROR, THE RECONCILIATION THROUGH ITS 9060
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'Z02512 -- STATEMENT ' LGE-STATEMENT-ID
                   ' FAILED, SQLCODE ' WS-SQLCODE-FORMAT
           MOVE SQLCODE  TO LGE-SQLCODE
           MOVE SQLERRMC TO LGE-SQLERRMC
           MOVE 'E' TO LGE-RESULT
           MOVE 'DB2 ERROR IN THE LOUNGE CHECK' TO LGE-MESSAGE
           .
