       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02528.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- QUARTERLY OPERATOR ACCESS RECERTIFICATION
      *
      * ONCE A QUARTER EVERY SUPERVISOR CONFIRMS OR REVOKES THE
      * ACCESS OF THE OPERATORS THEY ARE ANSWERABLE FOR (T40
      * SUPERVISOR_ID, SEE Z02383'S HEADER).  THIS JOB OPENS THE
      * QUARTER'S REVIEW AND PRINTS ONE SECTION PER SUPERVISOR:
      *
      *   1. EVERY OPERATOR NOT ALREADY 'REVOKED' GETS A ROW FOR THE
      *      CYCLE ON NEW T148_ACCESS_RECERTIFICATION, DECISION
      *      'PENDING', WITH THE SUPERVISOR, ROLE, STATUS AND LAST
      *      SIGN-ON AS THEY STOOD WHEN LISTED
      *   2. THE REPORT LISTS THE CYCLE'S ROWS BY SUPERVISOR WITH
      *      THE DECISION SO FAR, SO A RERUN LATER IN THE QUARTER
      *      SHOWS WHO HAS STILL NOT ANSWERED.  OPERATORS WITH NO
      *      SUPERVISOR ARE LISTED FOR THE ADMINISTRATORS
      *   3. THE REPORT IS STORED ON T52 THROUGH Z02401
      *
      * THE SUPERVISOR RECORDS EACH DECISION ON Z02529 (CONFIRM, OR
      * REVOKE -- WHICH ALSO REVOKES THE OPERATOR ON T40).  ROWS ARE
      * NEVER DELETED, SO EVERY QUARTER'S REVIEW IS KEPT.
      *
      *   NEW TABLE T148_ACCESS_RECERTIFICATION:
      *      CYCLE_ID              CHAR(6)    E.G. '2026Q4'
      *      OPERATOR_ID           CHAR(8)
      *      SUPERVISOR_ID         CHAR(8)    SPACE = NONE ON T40
      *      OPERATOR_ROLE         CHAR(5)
      *      OPERATOR_STATUS       CHAR(15)
      *      LAST_SIGNON_TIMESTAMP TIMESTAMP  NULL = NEVER
      *      LISTED_TIMESTAMP      TIMESTAMP
      *      DECISION              CHAR(9)    PENDING / CONFIRMED /
      *                                       REVOKED
      *      DECIDED_BY            CHAR(8)
      *      DECIDED_TIMESTAMP     TIMESTAMP  NULL UNTIL DECIDED
      *      DECISION_REASON       CHAR(40)
      *      PRIMARY KEY (CYCLE_ID, OPERATOR_ID)
      *
      * PARM (SYSIN): CYCLE=YYYYQN -- OPTIONAL, THE CURRENT QUARTER
      * WHEN LEFT OUT.  RERUNNING A CYCLE ONLY ADDS OPERATORS SET UP
      * SINCE IT WAS OPENED.
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
      * REPORT REPOSITORY PARM BLOCK (SEE Z02401)
           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * THE CYCLE'S ROWS, ONE SECTION PER SUPERVISOR
           EXEC SQL
             DECLARE C-CYCLE-ROWS CURSOR FOR
             SELECT T148.SUPERVISOR_ID,
                    T148.OPERATOR_ID,
                    T148.OPERATOR_ROLE,
                    T148.OPERATOR_STATUS,
                    COALESCE(CHAR(T148.LAST_SIGNON_TIMESTAMP),
                             'NEVER'),
                    T148.DECISION,
                    T148.DECIDED_BY
             FROM T148_ACCESS_RECERTIFICATION T148
             WHERE T148.CYCLE_ID = :WS-CYCLE-ID
             ORDER BY T148.SUPERVISOR_ID, T148.OPERATOR_ID
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
           05 SW-IF-FIRST-ROW               PIC X VALUE 'Y'.
               88 SO-FIRST-ROW              VALUE 'Y'.
               88 SO-NOT-FIRST-ROW          VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-REVOKED-STATUS             PIC X(15) VALUE 'REVOKED'.
           05 CT-PENDING-DECISION           PIC X(9) VALUE 'PENDING'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-CYCLE-ID.
              10 WS-CYCLE-YEAR              PIC X(4).
              10 WS-CYCLE-Q                 PIC X(1).
              10 WS-CYCLE-QUARTER           PIC X(1).
           05 WS-MONTH-NUMBER               PIC 9(2).
           05 WS-QUARTER-NUMBER             PIC 9(1).

       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).

       01 WS-ROW-FIELDS.
           05 WS-SUPERVISOR-ID              PIC X(8).
           05 WS-PREVIOUS-SUPERVISOR-ID     PIC X(8).
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-OPERATOR-ROLE              PIC X(5).
           05 WS-OPERATOR-STATUS            PIC X(15).
           05 WS-LAST-SIGNON                PIC X(26).
           05 WS-DECISION                   PIC X(9).
           05 WS-DECIDED-BY                 PIC X(8).

       01 WS-COUNTERS.
           05 WS-ROWS-OPENED                PIC S9(9) COMP VALUE 0.
           05 WS-ROWS-LISTED                PIC S9(7) COMP VALUE 0.
           05 WS-ROWS-PENDING               PIC S9(7) COMP VALUE 0.
           05 WS-SUPERVISOR-ROWS            PIC S9(7) COMP VALUE 0.
           05 WS-SUPERVISOR-PENDING         PIC S9(7) COMP VALUE 0.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       01 WS-SUPERVISOR-HEADING.
           05 FILLER                        PIC X(14)
              VALUE 'SUPERVISOR -- '.
           05 WS-HEAD-SUPERVISOR-ID         PIC X(40).

       01 WS-OPERATOR-LINE.
           05 FILLER                        PIC X(4) VALUE SPACE.
           05 WS-LINE-OPERATOR-ID           PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-ROLE                  PIC X(5).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-STATUS                PIC X(15).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-LAST-SIGNON           PIC X(19).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-DECISION              PIC X(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-DECIDED-BY            PIC X(8).
           05 FILLER                        PIC X(4) VALUE SPACE.
           05 WS-LINE-TICK-BOXES            PIC X(30)
              VALUE 'CONFIRM [ ]   REVOKE [ ]'.

       01 WS-SUPERVISOR-TOTAL-LINE.
           05 FILLER                        PIC X(4) VALUE SPACE.
           05 WS-SUPTOT-ROWS                PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(14)
              VALUE ' OPERATOR(S), '.
           05 WS-SUPTOT-PENDING             PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(17)
              VALUE ' STILL TO ANSWER'.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'CYCLE.........................'.
           05 WS-TOTALS-CYCLE               PIC X(6).
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'OPERATORS ADDED THIS RUN......'.
           05 WS-TOTALS-OPENED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'OPERATORS UNDER REVIEW........'.
           05 WS-TOTALS-LISTED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'DECISIONS STILL PENDING.......'.
           05 WS-TOTALS-PENDING             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-THE-CYCLE
           PERFORM 3000-LIST-THE-CYCLE
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02528 -- ACCESS RECERTIFICATION STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 8090-OPEN-REPORT-STORE
           PERFORM 1010-SET-THE-CYCLE
           STRING 'OPERATOR ACCESS RECERTIFICATION -- CYCLE '
                  WS-CYCLE-ID ' -- RUN ' WS-TODAY-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     1010-SET-THE-CYCLE
      * CYCLE=YYYYQN FROM THE PARM, ELSE TODAY'S QUARTER
      ******************************************************************
       1010-SET-THE-CYCLE.
           IF WS-PARM-TEXT(1:6) = 'CYCLE=' THEN
              MOVE WS-PARM-TEXT(7:6) TO WS-CYCLE-ID
              IF WS-CYCLE-YEAR IS NOT NUMERIC OR
                 WS-CYCLE-Q NOT = 'Q' OR
                 WS-CYCLE-QUARTER < '1' OR WS-CYCLE-QUARTER > '4' THEN
                 DISPLAY 'Z02528 -- INVALID PARM: ' WS-PARM-TEXT
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9999-EXIT
              END-IF
           ELSE
              MOVE WS-TODAY-MONTH TO WS-MONTH-NUMBER
              COMPUTE WS-QUARTER-NUMBER = (WS-MONTH-NUMBER + 2) / 3
              MOVE WS-TODAY-YEAR     TO WS-CYCLE-YEAR
              MOVE 'Q'               TO WS-CYCLE-Q
              MOVE WS-QUARTER-NUMBER TO WS-CYCLE-QUARTER
           END-IF
           .
      ******************************************************************
      *                   2000-OPEN-THE-CYCLE
      * ONE PENDING ROW PER OPERATOR NOT YET IN THE CYCLE
      ******************************************************************
       2000-OPEN-THE-CYCLE.
           EXEC SQL
             INSERT INTO T148_ACCESS_RECERTIFICATION
                (CYCLE_ID, OPERATOR_ID, SUPERVISOR_ID, OPERATOR_ROLE,
                 OPERATOR_STATUS, LAST_SIGNON_TIMESTAMP,
                 LISTED_TIMESTAMP, DECISION, DECIDED_BY,
                 DECIDED_TIMESTAMP, DECISION_REASON)
             SELECT :WS-CYCLE-ID, T40.OPERATOR_ID, T40.SUPERVISOR_ID,
                    T40.OPERATOR_ROLE, T40.OPERATOR_STATUS,
                    T40.LAST_SIGNON_TIMESTAMP, CURRENT TIMESTAMP,
                    :CT-PENDING-DECISION, ' ', NULL, ' '
             FROM T40_OPERATOR_TABLE T40
             WHERE T40.OPERATOR_STATUS <> :CT-REVOKED-STATUS
               AND NOT EXISTS
                   (SELECT 1
                    FROM T148_ACCESS_RECERTIFICATION T148
                    WHERE T148.CYCLE_ID    = :WS-CYCLE-ID
                      AND T148.OPERATOR_ID = T40.OPERATOR_ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE SQLERRD(3) TO WS-ROWS-OPENED
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02528 -- CYCLE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   3000-LIST-THE-CYCLE
      ******************************************************************
       3000-LIST-THE-CYCLE.
           EXEC SQL
             OPEN C-CYCLE-ROWS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02528 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-ROW
           PERFORM UNTIL SO-END-OF-CURSOR
              IF SO-FIRST-ROW OR
                 WS-SUPERVISOR-ID NOT = WS-PREVIOUS-SUPERVISOR-ID THEN
                 PERFORM 3020-START-SUPERVISOR
              END-IF
              PERFORM 3030-LIST-THE-OPERATOR
              PERFORM 3010-FETCH-NEXT-ROW
           END-PERFORM
           IF SO-NOT-FIRST-ROW THEN
              PERFORM 3040-END-SUPERVISOR
           END-IF
           EXEC SQL
             CLOSE C-CYCLE-ROWS
           END-EXEC
           .
      ******************************************************************
      *                   3010-FETCH-NEXT-ROW
      ******************************************************************
       3010-FETCH-NEXT-ROW.
           EXEC SQL
             FETCH C-CYCLE-ROWS
             INTO :WS-SUPERVISOR-ID,
                  :WS-OPERATOR-ID,
                  :WS-OPERATOR-ROLE,
                  :WS-OPERATOR-STATUS,
                  :WS-LAST-SIGNON,
                  :WS-DECISION,
                  :WS-DECIDED-BY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02528 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  3020-START-SUPERVISOR
      ******************************************************************
       3020-START-SUPERVISOR.
           IF SO-NOT-FIRST-ROW THEN
              PERFORM 3040-END-SUPERVISOR
           END-IF
           SET SO-NOT-FIRST-ROW TO TRUE
           MOVE WS-SUPERVISOR-ID TO WS-PREVIOUS-SUPERVISOR-ID
           MOVE 0 TO WS-SUPERVISOR-ROWS WS-SUPERVISOR-PENDING
           IF WS-SUPERVISOR-ID = SPACE THEN
              MOVE 'NONE ON FILE -- FOR THE ADMINISTRATORS'
                TO WS-HEAD-SUPERVISOR-ID
           ELSE
              MOVE WS-SUPERVISOR-ID TO WS-HEAD-SUPERVISOR-ID
           END-IF
           MOVE SPACE TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-SUPERVISOR-HEADING TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 3030-LIST-THE-OPERATOR
      ******************************************************************
       3030-LIST-THE-OPERATOR.
           ADD 1 TO WS-ROWS-LISTED WS-SUPERVISOR-ROWS
           IF WS-DECISION = CT-PENDING-DECISION THEN
              ADD 1 TO WS-ROWS-PENDING WS-SUPERVISOR-PENDING
           END-IF
           MOVE WS-OPERATOR-ID      TO WS-LINE-OPERATOR-ID
           MOVE WS-OPERATOR-ROLE    TO WS-LINE-ROLE
           MOVE WS-OPERATOR-STATUS  TO WS-LINE-STATUS
           MOVE WS-LAST-SIGNON      TO WS-LINE-LAST-SIGNON
           MOVE WS-DECISION         TO WS-LINE-DECISION
           MOVE WS-DECIDED-BY       TO WS-LINE-DECIDED-BY
           MOVE WS-OPERATOR-LINE TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  3040-END-SUPERVISOR
      ******************************************************************
       3040-END-SUPERVISOR.
           MOVE WS-SUPERVISOR-ROWS     TO WS-SUPTOT-ROWS
           MOVE WS-SUPERVISOR-PENDING  TO WS-SUPTOT-PENDING
           MOVE WS-SUPERVISOR-TOTAL-LINE TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-CYCLE-ID           TO WS-TOTALS-CYCLE
           MOVE WS-ROWS-OPENED        TO WS-TOTALS-OPENED
           MOVE WS-ROWS-LISTED        TO WS-TOTALS-LISTED
           MOVE WS-ROWS-PENDING       TO WS-TOTALS-PENDING
           MOVE SPACE TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
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
           MOVE 'Z02528  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02528  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-CYCLE-ID  TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02528 -- ACCESS RECERTIFICATION ENDING'
           GOBACK
           .
