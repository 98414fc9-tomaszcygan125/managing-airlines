       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02527.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- DORMANT OPERATOR SWEEP
      *
      * AN OPERATOR WHO LEAVES THE COMPANY STAYS 'ACTIVE' ON
      * T40_OPERATOR_TABLE UNTIL SOMEBODY REMEMBERS.  THIS JOB RUNS
      * NIGHTLY AND MAKES EVERY ACTIVE OPERATOR WHO HAS NOT SIGNED
      * ON THROUGH Z02383 FOR T87 SIGNON-IDLE-DAYS (DEFAULT 90)
      * 'DORMANT'.  IDLE IS COUNTED FROM LAST_SIGNON_TIMESTAMP, OR
      * FOR AN OPERATOR WHO NEVER SIGNED ON FROM STATUS_TIMESTAMP
      * (SET UP, OR LAST UNLOCKED).  EACH ONE:
      *
      *   1. IS LISTED ON THE RUN'S OUTPUT WITH ROLE, SUPERVISOR AND
      *      LAST SIGN-ON
      *   2. GETS OPERATOR_STATUS 'DORMANT' AND A NEW STATUS_TIMESTAMP
      *   3. GETS A T147_OPERATOR_ACCESS_HISTORY ROW (ACTION DORMANT,
      *      CHANGED_BY Z02527) -- COLUMNS IN Z02383'S HEADER
      *
      * Z02383 APPLIES THE SAME LIMIT AT SIGN-ON, SO AN ID IDLE
      * SINCE THE LAST RUN CANNOT GET IN IN BETWEEN.  AN ADMIN
      * REACTIVATES A DORMANT ID ON Z02529.
      *
      * NO PARM.
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
      * RULE PARAMETER PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * EVERY ACTIVE OPERATOR IDLE PAST THE LIMIT
           EXEC SQL
             DECLARE C-IDLE-OPERATORS CURSOR FOR
             SELECT T40.OPERATOR_ID,
                    T40.OPERATOR_ROLE,
                    T40.SUPERVISOR_ID,
                    COALESCE(CHAR(T40.LAST_SIGNON_TIMESTAMP),
                             'NEVER')
             FROM T40_OPERATOR_TABLE T40
             WHERE T40.OPERATOR_STATUS = :CT-ACTIVE-STATUS
               AND COALESCE(T40.LAST_SIGNON_TIMESTAMP,
                            T40.STATUS_TIMESTAMP)
                     < CURRENT TIMESTAMP - :WS-IDLE-DAYS DAYS
             ORDER BY T40.SUPERVISOR_ID, T40.OPERATOR_ID
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

       01 CT-CONSTANTS.
           05 CT-ACTIVE-STATUS              PIC X(15) VALUE 'ACTIVE'.
           05 CT-DORMANT-STATUS             PIC X(15) VALUE 'DORMANT'.
           05 CT-DORMANT-ACTION             PIC X(8) VALUE 'DORMANT'.
           05 CT-THIS-PROGRAM-NAME          PIC X(8) VALUE 'Z02527'.
           05 CT-IDLE-DAYS                  PIC S9(5) COMP VALUE 90.
           05 CT-DORMANT-REASON             PIC X(40)
              VALUE 'NO SIGN-ON WITHIN THE IDLE LIMIT'.

       01 WS-OPERATOR-FIELDS.
           05 WS-OPERATOR-ID                PIC X(8) VALUE SPACE.
           05 WS-OPERATOR-ROLE              PIC X(5).
           05 WS-SUPERVISOR-ID              PIC X(8).
           05 WS-LAST-SIGNON                PIC X(26).
           05 WS-IDLE-DAYS                  PIC S9(5) COMP.
           05 WS-HISTORY-ID                 PIC S9(9) COMP.

       01 WS-COUNTERS.
           05 WS-OPERATORS-MADE-DORMANT     PIC S9(7) COMP VALUE 0.

       01 WS-OPERATOR-LINE.
           05 FILLER                        PIC X(11)
              VALUE 'DORMANT -- '.
           05 WS-LINE-OPERATOR-ID           PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-ROLE                  PIC X(5).
           05 FILLER                        PIC X(12)
              VALUE ' SUPERVISOR '.
           05 WS-LINE-SUPERVISOR-ID         PIC X(8).
           05 FILLER                        PIC X(13)
              VALUE ' LAST SIGNON '.
           05 WS-LINE-LAST-SIGNON           PIC X(19).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'IDLE-DAYS LIMIT...............'.
           05 WS-TOTALS-IDLE-DAYS           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'OPERATORS MADE DORMANT........'.
           05 WS-TOTALS-DORMANT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-IDLE-OPERATORS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02527 -- DORMANT OPERATOR SWEEP STARTING'
           MOVE 'SIGNON-IDLE-DAYS'     TO PARM-NAME
           MOVE SPACE                  TO PARM-SCOPE
           MOVE SPACE                  TO PARM-AS-OF-DATE
           MOVE CT-IDLE-DAYS           TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-IDLE-DAYS
           .
      ******************************************************************
      *               2000-PROCESS-IDLE-OPERATORS
      ******************************************************************
       2000-PROCESS-IDLE-OPERATORS.
           EXEC SQL
             OPEN C-IDLE-OPERATORS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02527 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-OPERATOR
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-LIST-THE-OPERATOR
              PERFORM 2030-MAKE-DORMANT
              PERFORM 2040-WRITE-ACCESS-HISTORY
              PERFORM 2010-FETCH-NEXT-OPERATOR
           END-PERFORM
           EXEC SQL
             CLOSE C-IDLE-OPERATORS
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-OPERATOR
      ******************************************************************
       2010-FETCH-NEXT-OPERATOR.
           EXEC SQL
             FETCH C-IDLE-OPERATORS
             INTO :WS-OPERATOR-ID,
                  :WS-OPERATOR-ROLE,
                  :WS-SUPERVISOR-ID,
                  :WS-LAST-SIGNON
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02527 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-LIST-THE-OPERATOR
      ******************************************************************
       2020-LIST-THE-OPERATOR.
           MOVE WS-OPERATOR-ID      TO WS-LINE-OPERATOR-ID
           MOVE WS-OPERATOR-ROLE    TO WS-LINE-ROLE
           MOVE WS-SUPERVISOR-ID    TO WS-LINE-SUPERVISOR-ID
           MOVE WS-LAST-SIGNON      TO WS-LINE-LAST-SIGNON
           DISPLAY WS-OPERATOR-LINE
           .
      ******************************************************************
      *                    2030-MAKE-DORMANT
      ******************************************************************
       2030-MAKE-DORMANT.
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET OPERATOR_STATUS  = :CT-DORMANT-STATUS,
                    STATUS_TIMESTAMP = CURRENT TIMESTAMP
              WHERE OPERATOR_ID     = :WS-OPERATOR-ID
                AND OPERATOR_STATUS = :CT-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02527 -- STATUS UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-OPERATORS-MADE-DORMANT
           .
      ******************************************************************
      *               2040-WRITE-ACCESS-HISTORY
      ******************************************************************
       2040-WRITE-ACCESS-HISTORY.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-HISTORY-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02527 -- SEQUENCE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T147_OPERATOR_ACCESS_HISTORY
                (HISTORY_ID, OPERATOR_ID, ACTION_CODE, OLD_STATUS,
                 NEW_STATUS, REASON_TEXT, CHANGED_BY,
                 CHANGED_TIMESTAMP)
             VALUES
                (:WS-HISTORY-ID, :WS-OPERATOR-ID, :CT-DORMANT-ACTION,
                 :CT-ACTIVE-STATUS, :CT-DORMANT-STATUS,
                 :CT-DORMANT-REASON, :CT-THIS-PROGRAM-NAME,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02527 -- HISTORY INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-IDLE-DAYS               TO WS-TOTALS-IDLE-DAYS
           MOVE WS-OPERATORS-MADE-DORMANT  TO WS-TOTALS-DORMANT
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02527  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-OPERATOR-ID TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02527 -- DORMANT OPERATOR SWEEP ENDING'
           GOBACK
           .
