       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02530.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- FOUR-EYES PRICING AND INVENTORY CHANGES
      *
      * A SINGLE OPERATOR COULD CHANGE A FARE (T14), A FARE RULE (T56,
      * Z02410), A CLASS SELL LIMIT (T41, Z02384) OR A CURRENCY RATE
      * (T17, Z02373) AND IT WENT LIVE AT ONCE -- Z02421 ONLY RECORDED
      * IT AFTERWARDS, AND ONE MISTYPED FARE SOLD A WHOLE FLIGHT AT A
      * TENTH OF ITS PRICE.  THESE CHANGES NOW ENTER AS PENDING ROWS
      * ON T149 AND GO LIVE ONLY WHEN A SECOND OPERATOR -- SUPER OR
      * ADMIN, AND NOT THE ONE WHO MADE THE CHANGE -- APPROVES THEM ON
      * THE Z02531 APPROVAL DESK.  A CHANGE NOT APPROVED WITHIN T87
      * PARAMETER CONFIG-CHANGE-EXPIRY-HOURS (DEFAULT 48) EXPIRES
      * (Z02532 SWEEPS THEM NIGHTLY).  THIS SUBPROGRAM OWNS T149:
      *
      *   'PROPO' -- FILE A PENDING CHANGE.  REFUSED WHEN THE SAME ROW
      *              ALREADY HAS ONE PENDING
      *   'APPLY' -- APPROVE IT: THE CHANGE IS WRITTEN TO ITS TABLE.
      *              ONE THAT CAN NO LONGER GO IN (THE CLASS WAS
      *              DEFINED MEANWHILE, THE RULE IS NO LONGER ACTIVE,
      *              ...) IS REJECTED WITH THAT REASON INSTEAD; ONE
      *              PAST ITS EXPIRY IS EXPIRED INSTEAD
      *   'REJCT' -- REJECT IT, WITH A REASON
      *   'EXPIR' -- EXPIRE IT (ONLY ONCE ITS TIME IS UP)
      *
      * EVERY STEP LANDS ON T65_CONFIG_AUDIT THROUGH Z02421 WITH ITS
      * CHANGE STATUS -- PENDING WHEN FILED, THEN APPLIED, REJECTED
      * (WITH THE REASON) OR EXPIRED -- SO A CHANGE THAT NEVER WENT
      * LIVE STAYS ON THE AUDIT TOO.
      *
      * NEW TABLE:
      *   T149_PENDING_CONFIG_CHANGE
      *      CHANGE_ID               INTEGER       NOT NULL  (T20
      *                                                      SEQUENCE)
      *      TABLE_NAME              CHAR(18)      NOT NULL  AS ON T65
      *      ROW_KEY                 CHAR(30)      NOT NULL  AS ON T65
      *      BEFORE_IMAGE            CHAR(60)      NOT NULL  WHAT THE
      *      AFTER_IMAGE             CHAR(60)      NOT NULL  APPROVER
      *                                                      SEES
      *      CHANGE_DATA             CHAR(200)     NOT NULL  THE NEW
      *                                                      VALUES,
      *                                                      LAID OUT
      *                                                      PER TABLE
      *                                                      BELOW
      *      CHANGE_STATUS           CHAR(10)      NOT NULL  'PENDING'/
      *                                                      'APPLIED'/
      *                                                      'REJECTED'/
      *                                                      'EXPIRED'
      *      REQUESTED_BY            CHAR(8)       NOT NULL
      *      REQUESTED_TIMESTAMP     TIMESTAMP     NOT NULL
      *      DECIDED_BY              CHAR(8)
      *      DECIDED_TIMESTAMP       TIMESTAMP
      *      DECISION_REASON         CHAR(40)
      *      PRIMARY KEY (CHANGE_ID),
      *      INDEX (CHANGE_STATUS, REQUESTED_TIMESTAMP),
      *      INDEX (TABLE_NAME, ROW_KEY)
      *
      * CALLED WITH THE NEW ZZEC0274 AREA:
      *
      *   CHG-FUNCTION         X(5)             IN  SEE ABOVE
      *   CHG-CHANGE-ID        S9(9) COMP       IN, OUT ('PROPO')
      *   CHG-TABLE-NAME       X(18)            IN ('PROPO'), OUT
      *   CHG-ROW-KEY          X(30)            DITTO
      *   CHG-BEFORE-IMAGE     X(60)            DITTO
      *   CHG-AFTER-IMAGE      X(60)            DITTO
      *   CHG-CHANGE-DATA      X(200)           DITTO, REDEFINED AS
      *     CHG-T14-DATA         FLIGHT X(8), SEAT TYPE 9(9),
      *                          FARE 9(7)V99
      *     CHG-T17-DATA         CURRENCY X(3), RATE 9(7)V9(6),
      *                          EFFECTIVE DATE X(10)
      *     CHG-T41-DATA         ACTION X ('A' DEFINE, 'L' LIMIT),
      *                          FLIGHT X(8), CLASS X, LIMIT 9(4)
      *     CHG-T56-DATA         ACTION X ('A' ADD, 'D' DEACTIVATE),
      *                          RULE ID 9(9) ('D'), FLIGHT X(8),
      *                          TYPE X(7), EFFECTIVE FROM/TO X(10),
      *                          DAYS MIN/MAX 9(3), DAY OF WEEK 9,
      *                          SEASON FROM/TO X(10), PERCENT
      *                          S9(3)V99 SIGN LEADING SEPARATE
      *   CHG-OPERATOR-ID      X(8)             IN  WHO FILES ('PROPO')
      *                                             OR DECIDES -- THE
      *                                             JOB NAME FROM A
      *                                             BATCH
      *   CHG-REASON           X(40)            IN  ('REJCT' NEEDS ONE)
      *   CHG-REQUESTED-BY     X(8)             OUT
      *   CHG-RESULT           X                OUT 'O' DONE, 'R'
      *                                             REFUSED, 'E' DB2
      *                                             ERROR
      *   CHG-MESSAGE          X(40)            OUT
      *   CHG-STATEMENT-ID     X(4)             OUT ON 'E' -- THE
      *   CHG-SQLCODE          S9(9) COMP       OUT FAILING STATEMENT,
      *   CHG-SQLERRMC         X(70)            OUT FOR THE CALLER'S
      *                                             ERROR LOG
      *
      * COMMIT IS THE CALLER'S BUSINESS, AS WITH EVERY OTHER
      * SUBPROGRAM IN THE SUITE.
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
      * CONFIG-AUDIT PARM BLOCK (SEE Z02421)
           COPY ZZEC0267.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-DUPLICATE      VALUE -803.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-CHG-FUNCTION               PIC X(5).
               88 SO-FUNCTION-PROPOSE       VALUE 'PROPO'.
               88 SO-FUNCTION-APPLY         VALUE 'APPLY'.
               88 SO-FUNCTION-REJECT        VALUE 'REJCT'.
               88 SO-FUNCTION-EXPIRE        VALUE 'EXPIR'.
           05 SW-IF-CHANGE-EXPIRED          PIC X.
               88 SO-CHANGE-EXPIRED         VALUE 'Y'.
               88 SO-CHANGE-NOT-EXPIRED     VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-PENDING-STATUS    PIC X(10) VALUE 'PENDING'.
           05 CT-APPLIED-STATUS    PIC X(10) VALUE 'APPLIED'.
           05 CT-REJECTED-STATUS   PIC X(10) VALUE 'REJECTED'.
           05 CT-EXPIRED-STATUS    PIC X(10) VALUE 'EXPIRED'.
           05 CT-ACTIVE-STATUS     PIC X(10) VALUE 'ACTIVE'.
           05 CT-INACTIVE-STATUS   PIC X(10) VALUE 'INACTIVE'.
           05 CT-OPEN-STATUS       PIC X(10) VALUE 'OPEN'.
           05 CT-EXPIRY-HOURS      PIC S9(4) COMP VALUE 48.

       01 WS-CHANGE-FIELDS.
           05 WS-EXPIRY-HOURS               PIC S9(4) COMP.
           05 WS-EXPIRY-HOURS-FORMAT        PIC ZZZ9.
           05 WS-PENDING-COUNT              PIC S9(9) COMP.
           05 WS-CHANGE-STATUS              PIC X(10).
           05 WS-OLD-STATUS                 PIC X(10).
           05 WS-NEW-STATUS                 PIC X(10).
           05 WS-DECISION-REASON            PIC X(40).
           05 WS-APPLY-REFUSAL              PIC X(40).
      * THE NEW VALUES IN THE FORM THE TABLES HOLD THEM
       01 WS-APPLY-FIELDS.
           05 WS-ROW-COUNT                  PIC S9(9) COMP.
           05 WS-SEAT-TYPE-ID               PIC S9(9) COMP.
           05 WS-FARE-AMOUNT                PIC S9(7)V99 COMP-3.
           05 WS-RATE                       PIC S9(7)V9(6) COMP-3.
           05 WS-SEATS-LIMIT                PIC S9(4) COMP.
           05 WS-RULE-ID                    PIC S9(9) COMP.
           05 WS-DAYS-MIN                   PIC S9(4) COMP.
           05 WS-DAYS-MAX                   PIC S9(4) COMP.
           05 WS-DAY-OF-WEEK                PIC S9(4) COMP.
           05 WS-ADJUST-PERCENT             PIC S9(3)V99 COMP-3.

       LINKAGE SECTION.
           COPY ZZEC0274.

       PROCEDURE DIVISION USING WS-ZZEC0274.
      ******************************************************************
      *                       0000-MAINLINE
      * EACH STEP RUNS ONLY WHILE NOTHING HAS REFUSED THE CHANGE YET
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O'   TO CHG-RESULT
           MOVE SPACE TO CHG-MESSAGE
                         CHG-STATEMENT-ID
                         CHG-SQLERRMC
           MOVE 0     TO CHG-SQLCODE
           MOVE CHG-FUNCTION TO SW-CHG-FUNCTION
           IF CHG-REASON = LOW-VALUES THEN
              MOVE SPACE TO CHG-REASON
           END-IF
           IF NOT (SO-FUNCTION-PROPOSE OR SO-FUNCTION-APPLY OR
                   SO-FUNCTION-REJECT OR SO-FUNCTION-EXPIRE) THEN
              MOVE 'R' TO CHG-RESULT
              MOVE 'UNKNOWN CHANGE FUNCTION' TO CHG-MESSAGE
           END-IF
           IF CHG-RESULT = 'O' AND SO-FUNCTION-PROPOSE THEN
              PERFORM 1000-FILE-THE-CHANGE
           END-IF
           IF CHG-RESULT = 'O' AND NOT SO-FUNCTION-PROPOSE THEN
              PERFORM 2000-READ-THE-CHANGE
           END-IF
           IF CHG-RESULT = 'O' AND NOT SO-FUNCTION-PROPOSE THEN
              PERFORM 2100-CHECK-THE-DECISION
           END-IF
           IF CHG-RESULT = 'O' THEN
              EVALUATE TRUE
              WHEN SO-FUNCTION-APPLY
                 PERFORM 3000-APPLY-THE-CHANGE
              WHEN SO-FUNCTION-REJECT
                 PERFORM 4000-REJECT-THE-CHANGE
              WHEN SO-FUNCTION-EXPIRE
                 PERFORM 5000-EXPIRE-THE-CHANGE
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           GOBACK
           .
      ******************************************************************
      *                   1000-FILE-THE-CHANGE
      * ONE PENDING CHANGE PER ROW AT A TIME -- A SECOND ONE WOULD
      * LEAVE THE APPROVER GUESSING WHICH BEFORE IMAGE STILL HOLDS
      ******************************************************************
       1000-FILE-THE-CHANGE.
           MOVE CHG-OPERATOR-ID TO CHG-REQUESTED-BY
           PERFORM 7001-COUNT-PENDING-FOR-ROW
           IF CHG-RESULT = 'O' AND WS-PENDING-COUNT > 0 THEN
              MOVE 'R' TO CHG-RESULT
              MOVE 'A CHANGE IS ALREADY PENDING FOR THIS ROW'
                TO CHG-MESSAGE
           END-IF
           IF CHG-RESULT = 'O' THEN
              PERFORM 7002-INSERT-THE-CHANGE
           END-IF
           IF CHG-RESULT = 'O' THEN
              MOVE CT-PENDING-STATUS TO WS-NEW-STATUS
              MOVE SPACE TO WS-DECISION-REASON
              PERFORM 8200-WRITE-CONFIG-AUDIT
              MOVE 'CHANGE FILED -- IT NEEDS A SECOND APPROVER'
                TO CHG-MESSAGE
           END-IF
           .
      ******************************************************************
      *                   2000-READ-THE-CHANGE
      ******************************************************************
       2000-READ-THE-CHANGE.
           PERFORM 2010-GET-EXPIRY-HOURS
           PERFORM 7003-READ-THE-CHANGE
           .
      ******************************************************************
      *                  2010-GET-EXPIRY-HOURS
      ******************************************************************
       2010-GET-EXPIRY-HOURS.
           MOVE 'CONFIG-CHANGE-EXPIRY-HOURS' TO PARM-NAME
           MOVE SPACE                  TO PARM-SCOPE
           MOVE SPACE                  TO PARM-AS-OF-DATE
           MOVE CT-EXPIRY-HOURS        TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-EXPIRY-HOURS
           .
      ******************************************************************
      *                 2100-CHECK-THE-DECISION
      * NOBODY DECIDES THEIR OWN CHANGE.  AN APPROVAL OR REJECTION
      * THAT COMES TOO LATE EXPIRES THE CHANGE INSTEAD
      ******************************************************************
       2100-CHECK-THE-DECISION.
           EVALUATE TRUE
           WHEN WS-CHANGE-STATUS NOT = CT-PENDING-STATUS
              MOVE 'R' TO CHG-RESULT
              MOVE 'THIS CHANGE IS NO LONGER PENDING' TO CHG-MESSAGE
           WHEN SO-FUNCTION-EXPIRE AND SO-CHANGE-NOT-EXPIRED
              MOVE 'R' TO CHG-RESULT
              MOVE 'THIS CHANGE HAS NOT EXPIRED YET' TO CHG-MESSAGE
           WHEN SO-FUNCTION-EXPIRE
              CONTINUE
           WHEN CHG-OPERATOR-ID = CHG-REQUESTED-BY
              MOVE 'R' TO CHG-RESULT
              MOVE 'YOU CANNOT DECIDE YOUR OWN CHANGE' TO CHG-MESSAGE
           WHEN SO-CHANGE-EXPIRED
              PERFORM 5000-EXPIRE-THE-CHANGE
              IF CHG-RESULT = 'O' THEN
                 MOVE 'R' TO CHG-RESULT
                 MOVE 'CHANGE HAD EXPIRED -- FILE IT AGAIN'
                   TO CHG-MESSAGE
              END-IF
           WHEN SO-FUNCTION-REJECT AND CHG-REASON = SPACE
              MOVE 'R' TO CHG-RESULT
              MOVE 'A REJECTION NEEDS A REASON' TO CHG-MESSAGE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                  3000-APPLY-THE-CHANGE
      * THE T149 ROW IS DECIDED FIRST, SO TWO APPROVERS RACING ON THE
      * SAME CHANGE CANNOT BOTH APPLY IT.  A CHANGE ITS TABLE NO
      * LONGER TAKES IS RE-DECIDED 'REJECTED' WITH THE REASON
      ******************************************************************
       3000-APPLY-THE-CHANGE.
           MOVE CT-PENDING-STATUS TO WS-OLD-STATUS
           MOVE CT-APPLIED-STATUS TO WS-NEW-STATUS
           MOVE CHG-REASON        TO WS-DECISION-REASON
           MOVE SPACE             TO WS-APPLY-REFUSAL
           PERFORM 7004-DECIDE-THE-CHANGE
           IF CHG-RESULT = 'O' THEN
              EVALUATE CHG-TABLE-NAME
              WHEN 'T14_FARE_TABLE'
                 PERFORM 7010-APPLY-T14-FARE
              WHEN 'T17_CURRENCY_RATE'
                 PERFORM 7011-APPLY-T17-RATE
              WHEN 'T41_CLASS_LIMIT'
                 PERFORM 7012-APPLY-T41-LIMIT
              WHEN 'T56_FARE_RULE'
                 PERFORM 7013-APPLY-T56-RULE
              WHEN OTHER
                 MOVE 'TABLE IS NOT UNDER FOUR-EYES APPROVAL'
                   TO WS-APPLY-REFUSAL
              END-EVALUATE
           END-IF
           IF CHG-RESULT = 'O' AND WS-APPLY-REFUSAL NOT = SPACE THEN
              MOVE CT-APPLIED-STATUS  TO WS-OLD-STATUS
              MOVE CT-REJECTED-STATUS TO WS-NEW-STATUS
              MOVE WS-APPLY-REFUSAL   TO WS-DECISION-REASON
              PERFORM 7004-DECIDE-THE-CHANGE
           END-IF
           IF CHG-RESULT = 'O' THEN
              PERFORM 8200-WRITE-CONFIG-AUDIT
              MOVE 'CHANGE APPROVED AND NOW LIVE' TO CHG-MESSAGE
           END-IF
           IF CHG-RESULT = 'O' AND WS-APPLY-REFUSAL NOT = SPACE THEN
              MOVE 'R' TO CHG-RESULT
              MOVE WS-APPLY-REFUSAL TO CHG-MESSAGE
           END-IF
           .
      ******************************************************************
      *                  4000-REJECT-THE-CHANGE
      ******************************************************************
       4000-REJECT-THE-CHANGE.
           MOVE CT-PENDING-STATUS  TO WS-OLD-STATUS
           MOVE CT-REJECTED-STATUS TO WS-NEW-STATUS
           MOVE CHG-REASON         TO WS-DECISION-REASON
           PERFORM 7004-DECIDE-THE-CHANGE
           IF CHG-RESULT = 'O' THEN
              PERFORM 8200-WRITE-CONFIG-AUDIT
              MOVE 'CHANGE REJECTED -- NOTHING WENT LIVE'
                TO CHG-MESSAGE
           END-IF
           .
      ******************************************************************
      *                  5000-EXPIRE-THE-CHANGE
      ******************************************************************
       5000-EXPIRE-THE-CHANGE.
           MOVE CT-PENDING-STATUS TO WS-OLD-STATUS
           MOVE CT-EXPIRED-STATUS TO WS-NEW-STATUS
           MOVE WS-EXPIRY-HOURS   TO WS-EXPIRY-HOURS-FORMAT
           MOVE SPACE TO WS-DECISION-REASON
           STRING 'NOT APPROVED WITHIN' WS-EXPIRY-HOURS-FORMAT
                  ' HOURS'
             DELIMITED BY SIZE INTO WS-DECISION-REASON
           END-STRING
           PERFORM 7004-DECIDE-THE-CHANGE
           IF CHG-RESULT = 'O' THEN
              PERFORM 8200-WRITE-CONFIG-AUDIT
              MOVE 'CHANGE EXPIRED' TO CHG-MESSAGE
           END-IF
           .
      ******************************************************************
      *               7001-COUNT-PENDING-FOR-ROW
      ******************************************************************
       7001-COUNT-PENDING-FOR-ROW.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-PENDING-COUNT
             FROM T149_PENDING_CONFIG_CHANGE
             WHERE TABLE_NAME    = :CHG-TABLE-NAME
               AND ROW_KEY       = :CHG-ROW-KEY
               AND CHANGE_STATUS = :CT-PENDING-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7001' TO CHG-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7002-INSERT-THE-CHANGE
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
       7002-INSERT-THE-CHANGE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :CHG-CHANGE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7002' TO CHG-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           IF CHG-RESULT = 'O' THEN
              EXEC SQL
                INSERT INTO T149_PENDING_CONFIG_CHANGE
                   (CHANGE_ID, TABLE_NAME, ROW_KEY, BEFORE_IMAGE,
                    AFTER_IMAGE, CHANGE_DATA, CHANGE_STATUS,
                    REQUESTED_BY, REQUESTED_TIMESTAMP, DECIDED_BY,
                    DECIDED_TIMESTAMP, DECISION_REASON)
                VALUES
                   (:CHG-CHANGE-ID, :CHG-TABLE-NAME, :CHG-ROW-KEY,
                    :CHG-BEFORE-IMAGE, :CHG-AFTER-IMAGE,
                    :CHG-CHANGE-DATA, :CT-PENDING-STATUS,
                    :CHG-OPERATOR-ID, CURRENT TIMESTAMP, NULL,
                    NULL, NULL)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7002' TO CHG-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                  7003-READ-THE-CHANGE
      * THE EXPIRY IS JUDGED BY DB2'S CLOCK, THE SAME ONE THAT STAMPED
      * THE REQUEST
      ******************************************************************
       7003-READ-THE-CHANGE.
           EXEC SQL
             SELECT TABLE_NAME, ROW_KEY, BEFORE_IMAGE, AFTER_IMAGE,
                    CHANGE_DATA, CHANGE_STATUS, REQUESTED_BY,
                    CASE WHEN REQUESTED_TIMESTAMP <
                              CURRENT TIMESTAMP - :WS-EXPIRY-HOURS HOURS
                         THEN 'Y' ELSE 'N' END
             INTO :CHG-TABLE-NAME, :CHG-ROW-KEY, :CHG-BEFORE-IMAGE,
                  :CHG-AFTER-IMAGE, :CHG-CHANGE-DATA,
                  :WS-CHANGE-STATUS, :CHG-REQUESTED-BY,
                  :SW-IF-CHANGE-EXPIRED
             FROM T149_PENDING_CONFIG_CHANGE
             WHERE CHANGE_ID = :CHG-CHANGE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'R' TO CHG-RESULT
              MOVE 'NO SUCH CHANGE ON FILE' TO CHG-MESSAGE
           WHEN OTHER
              MOVE '7003' TO CHG-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7004-DECIDE-THE-CHANGE
      * ONLY FROM THE STATUS EXPECTED -- NOT FOUND MEANS SOMEONE ELSE
      * DECIDED IT FIRST
      ******************************************************************
       7004-DECIDE-THE-CHANGE.
           EXEC SQL
             UPDATE T149_PENDING_CONFIG_CHANGE
                SET CHANGE_STATUS     = :WS-NEW-STATUS,
                    DECIDED_BY        = :CHG-OPERATOR-ID,
                    DECIDED_TIMESTAMP = CURRENT TIMESTAMP,
                    DECISION_REASON   = :WS-DECISION-REASON
              WHERE CHANGE_ID     = :CHG-CHANGE-ID
                AND CHANGE_STATUS = :WS-OLD-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'R' TO CHG-RESULT
              MOVE 'THIS CHANGE IS NO LONGER PENDING' TO CHG-MESSAGE
           WHEN OTHER
              MOVE '7004' TO CHG-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7010-APPLY-T14-FARE
      * ONE FARE PER FLIGHT AND SEAT TYPE -- RE-PRICED IN PLACE WHEN
      * THERE IS ONE, ADDED WHEN THERE IS NOT
      ******************************************************************
       7010-APPLY-T14-FARE.
           MOVE CHG-T14-SEAT-TYPE-ID TO WS-SEAT-TYPE-ID
           MOVE CHG-T14-FARE-AMOUNT  TO WS-FARE-AMOUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-ROW-COUNT
             FROM T14_FARE_TABLE
             WHERE FLIGHT_ID        = :CHG-T14-FLIGHT-ID
               AND TYPE_OF_SEATS_ID = :WS-SEAT-TYPE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7010' TO CHG-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           IF CHG-RESULT = 'O' THEN
              IF WS-ROW-COUNT > 0 THEN
                 EXEC SQL
                   UPDATE T14_FARE_TABLE
                      SET FARE_AMOUNT = :WS-FARE-AMOUNT
                    WHERE FLIGHT_ID        = :CHG-T14-FLIGHT-ID
                      AND TYPE_OF_SEATS_ID = :WS-SEAT-TYPE-ID
                 END-EXEC
              ELSE
                 EXEC SQL
                   INSERT INTO T14_FARE_TABLE
                      (FLIGHT_ID, TYPE_OF_SEATS_ID, FARE_AMOUNT)
                   VALUES
                      (:CHG-T14-FLIGHT-ID, :WS-SEAT-TYPE-ID,
                       :WS-FARE-AMOUNT)
                 END-EXEC
              END-IF
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7010' TO CHG-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                  7011-APPLY-T17-RATE
      * SAME CURRENCY AND DATE RE-PRICES IN PLACE, OTHERWISE A NEW
      * HISTORY ROW GOES IN -- AS Z02373'S 2030-APPLY-THE-RATE
      ******************************************************************
       7011-APPLY-T17-RATE.
           MOVE CHG-T17-RATE TO WS-RATE
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-ROW-COUNT
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE  = :CHG-T17-CURRENCY
               AND EFFECTIVE_DATE = :CHG-T17-EFF-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7011' TO CHG-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           IF CHG-RESULT = 'O' THEN
              IF WS-ROW-COUNT > 0 THEN
                 EXEC SQL
                   UPDATE T17_CURRENCY_RATE_TABLE
                      SET RATE_TO_COMMON = :WS-RATE
                    WHERE CURRENCY_CODE  = :CHG-T17-CURRENCY
                      AND EFFECTIVE_DATE = :CHG-T17-EFF-DATE
                 END-EXEC
              ELSE
                 EXEC SQL
                   INSERT INTO T17_CURRENCY_RATE_TABLE
                      (CURRENCY_CODE, RATE_TO_COMMON, EFFECTIVE_DATE)
                   VALUES
                      (:CHG-T17-CURRENCY, :WS-RATE, :CHG-T17-EFF-DATE)
                 END-EXEC
              END-IF
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7011' TO CHG-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                  7012-APPLY-T41-LIMIT
      * THE SAME CHECKS Z02384 MADE WHEN THE CHANGE WAS FILED, MADE
      * AGAIN -- SEATS MAY HAVE SOLD WHILE IT WAITED
      ******************************************************************
       7012-APPLY-T41-LIMIT.
           MOVE CHG-T41-SEATS-LIMIT TO WS-SEATS-LIMIT
           IF CHG-T41-ACTION = 'A' THEN
              EXEC SQL
                INSERT INTO T41_CLASS_LIMIT
                   (FLIGHT_ID, BOOKING_CLASS, SEATS_LIMIT, SEATS_SOLD,
                    CLASS_STATUS)
                VALUES
                   (:CHG-T41-FLIGHT-ID, :CHG-T41-CLASS-CODE,
                    :WS-SEATS-LIMIT, 0, :CT-OPEN-STATUS)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-DUPLICATE
                 MOVE 'CLASS WAS DEFINED WHILE THIS WAITED'
                   TO WS-APPLY-REFUSAL
              WHEN OTHER
                 MOVE '7012' TO CHG-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-EVALUATE
           ELSE
              EXEC SQL
                UPDATE T41_CLASS_LIMIT
                   SET SEATS_LIMIT = :WS-SEATS-LIMIT
                 WHERE FLIGHT_ID     = :CHG-T41-FLIGHT-ID
                   AND BOOKING_CLASS = :CHG-T41-CLASS-CODE
                   AND SEATS_SOLD   <= :WS-SEATS-LIMIT
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 MOVE 'CLASS GONE OR SOLD PAST THE NEW LIMIT'
                   TO WS-APPLY-REFUSAL
              WHEN OTHER
                 MOVE '7012' TO CHG-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                  7013-APPLY-T56-RULE
      * THE RULE ID IS DRAWN ONLY NOW, SO A REJECTED RULE NEVER HAD ONE
      ******************************************************************
       7013-APPLY-T56-RULE.
           IF CHG-T56-ACTION = 'A' THEN
              PERFORM 7014-INSERT-T56-RULE
           ELSE
              MOVE CHG-T56-RULE-ID TO WS-RULE-ID
              EXEC SQL
                UPDATE T56_FARE_RULE
                   SET RULE_STATUS = :CT-INACTIVE-STATUS
                 WHERE RULE_ID     = :WS-RULE-ID
                   AND RULE_STATUS = :CT-ACTIVE-STATUS
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 MOVE 'RULE IS NO LONGER ACTIVE' TO WS-APPLY-REFUSAL
              WHEN OTHER
                 MOVE '7013' TO CHG-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                  7014-INSERT-T56-RULE
      * THE SAME ROW Z02410'S 7002-INSERT-RULE USED TO WRITE
      ******************************************************************
       7014-INSERT-T56-RULE.
           MOVE CHG-T56-DAYS-MIN    TO WS-DAYS-MIN
           MOVE CHG-T56-DAYS-MAX    TO WS-DAYS-MAX
           MOVE CHG-T56-DAY-OF-WEEK TO WS-DAY-OF-WEEK
           MOVE CHG-T56-PERCENT     TO WS-ADJUST-PERCENT
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-RULE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7014' TO CHG-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           IF CHG-RESULT = 'O' THEN
              EXEC SQL
                INSERT INTO T56_FARE_RULE
                   (RULE_ID, FLIGHT_ID, RULE_TYPE,
                    EFFECTIVE_FROM_DATE, EFFECTIVE_TO_DATE,
                    DAYS_BEFORE_MIN, DAYS_BEFORE_MAX, DAY_OF_WEEK,
                    SEASON_FROM_DATE, SEASON_TO_DATE,
                    ADJUST_PERCENT, RULE_STATUS, ENTERED_TIMESTAMP)
                VALUES
                   (:WS-RULE-ID, :CHG-T56-FLIGHT-ID,
                    :CHG-T56-RULE-TYPE,
                    :CHG-T56-EFF-FROM, :CHG-T56-EFF-TO,
                    :WS-DAYS-MIN, :WS-DAYS-MAX, :WS-DAY-OF-WEEK,
                    :CHG-T56-SEASON-FROM, :CHG-T56-SEASON-TO,
                    :WS-ADJUST-PERCENT, :CT-ACTIVE-STATUS,
                    CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7014' TO CHG-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * THE T65 ROW CARRIES WHO MADE THE CHANGE AS ITS OPERATOR AND
      * WHO DECIDED IT, WITH THE STATUS THE CHANGE HAS REACHED
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE CHG-TABLE-NAME     TO CAUD-TABLE-NAME
           MOVE CHG-ROW-KEY        TO CAUD-ROW-KEY
           MOVE CHG-REQUESTED-BY   TO CAUD-OPERATOR-ID
           MOVE CHG-BEFORE-IMAGE   TO CAUD-BEFORE-IMAGE
           MOVE CHG-AFTER-IMAGE    TO CAUD-AFTER-IMAGE
           MOVE WS-NEW-STATUS      TO CAUD-CHANGE-STATUS
           MOVE WS-DECISION-REASON TO CAUD-REASON
           IF SO-FUNCTION-PROPOSE THEN
              MOVE SPACE           TO CAUD-DECIDED-BY
           ELSE
              MOVE CHG-OPERATOR-ID TO CAUD-DECIDED-BY
           END-IF
           CALL 'Z02421' USING WS-ZZEC0267
           .
      ******************************************************************
      *                      9000-DB2-ERROR
      * THE CALLER LOGS THE FAILURE -- A SCREEN THROUGH ITS OWN
      * 9000-DB2-ERROR, A BATCH THROUGH ITS 9060
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'Z02530 -- STATEMENT ' CHG-STATEMENT-ID
                   ' FAILED, SQLCODE ' WS-SQLCODE-FORMAT
           MOVE SQLCODE  TO CHG-SQLCODE
           MOVE SQLERRMC TO CHG-SQLERRMC
           MOVE 'E' TO CHG-RESULT
           MOVE 'DB2 ERROR IN THE CHANGE APPROVAL' TO CHG-MESSAGE
           .
