       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02539.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- DAILY ONLINE RESPONSE-TIME STATISTICS
      *
      * NOBODY COULD SAY WHICH SCREENS ARE BUSIEST, OR WHEN, SO
      * STAFFING AND CICS REGION SIZING WERE GUESSWORK AND THE CASE
      * FOR THE Z02172 SEARCH UPGRADE RESTED ON COMPLAINTS.  THE
      * RESERVATION AND FLIGHT-MANAGEMENT SCREENS NOW PUT ONE ROW
      * PER TASK ON T154_TRANSACTION_TIMING THROUGH Z02538 (SEE ITS
      * HEADER).  FOR THE REPORT DAY THIS JOB LISTS:
      *
      *   BY PROGRAM -- TASKS, AVERAGE AND PEAK MILLISECONDS, BUSIEST
      *                 FIRST, AGAINST THE SAME PROGRAM'S AVERAGE
      *                 OVER THE 28 DAYS BEFORE.  A PROGRAM WHOSE
      *                 AVERAGE IS UP BY MORE THAN
      *                 'RESPONSE-SLOWER-PERCENT' ON THAT BASELINE
      *                 IS FLAGGED 'SLOWER' -- ONLY WHEN THE BASELINE
      *                 HOLDS AT LEAST 'RESPONSE-BASELINE-MIN-TASKS'
      *                 TASKS, SO A SCREEN USED TWICE A MONTH IS NOT
      *                 FLAGGED ON ONE SLOW CALL
      *   BY HOUR    -- TASKS, AVERAGE AND PEAK PER HOUR OF THE DAY
      *   BY ROLE    -- TASKS, AVERAGE AND PEAK PER OPERATOR ROLE,
      *                 THE ROLE TAKEN OFF T40 TODAY ('?????' FOR AN
      *                 OPERATOR NO LONGER ON T40)
      *
      * THEN T154 ROWS OLDER THAN 'RESPONSE-KEEP-DAYS' ARE DELETED.
      * THE KEEP PERIOD IS NEVER LESS THAN THE 28-DAY BASELINE PLUS
      * THE REPORT DAY, WHATEVER T87 SAYS.  THE THREE LIMITS ARE T87
      * PARAMETERS READ THROUGH Z02457 (MAINTAINED ON Z02458), THE
      * CT- VALUES BELOW BEING THE NO-ROW DEFAULTS.
      *
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401, AND
      * REGISTERED WITH Z02380 AGAINST THE REPORT DAY SO A SECOND RUN
      * FOR THE SAME DAY IS REFUSED.
      *
      * THE REPORT DAY IS YESTERDAY UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE, THE SAME SYSIN-CARD CONVENTION Z02461
      * USES:
      *
      *    DATE=YYYY-MM-DD
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

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * THE DAY PER PROGRAM, BUSIEST FIRST, WITH THE PROGRAM'S
      * 28-DAY BASELINE BESIDE IT
           EXEC SQL
             DECLARE C-BY-PROGRAM CURSOR FOR
             SELECT D.PROGRAM_ID,
                    D.TASKS,
                    D.AVG_MS,
                    D.PEAK_MS,
                    VALUE(B.TASKS, 0),
                    VALUE(B.AVG_MS, 0)
             FROM (SELECT PROGRAM_ID,
                          COUNT(*) AS TASKS,
                          AVG(ELAPSED_MS) AS AVG_MS,
                          MAX(ELAPSED_MS) AS PEAK_MS
                   FROM T154_TRANSACTION_TIMING
                   WHERE DATE(START_TIMESTAMP) = :WS-PARM-DATE
                   GROUP BY PROGRAM_ID) D
             LEFT OUTER JOIN
                  (SELECT PROGRAM_ID,
                          COUNT(*) AS TASKS,
                          AVG(ELAPSED_MS) AS AVG_MS
                   FROM T154_TRANSACTION_TIMING
                   WHERE DATE(START_TIMESTAMP) BETWEEN
                         DATE(:WS-PARM-DATE) - 28 DAYS AND
                         DATE(:WS-PARM-DATE) - 1 DAY
                   GROUP BY PROGRAM_ID) B
               ON B.PROGRAM_ID = D.PROGRAM_ID
             ORDER BY D.TASKS DESC, D.PROGRAM_ID
             FOR FETCH ONLY
           END-EXEC

      * THE DAY PER HOUR
           EXEC SQL
             DECLARE C-BY-HOUR CURSOR FOR
             SELECT HOUR(START_TIMESTAMP),
                    COUNT(*),
                    AVG(ELAPSED_MS),
                    MAX(ELAPSED_MS)
             FROM T154_TRANSACTION_TIMING
             WHERE DATE(START_TIMESTAMP) = :WS-PARM-DATE
             GROUP BY HOUR(START_TIMESTAMP)
             ORDER BY 1
             FOR FETCH ONLY
           END-EXEC

      * THE DAY PER OPERATOR ROLE
           EXEC SQL
             DECLARE C-BY-ROLE CURSOR FOR
             SELECT VALUE(T40.OPERATOR_ROLE, '?????'),
                    COUNT(*),
                    AVG(T154.ELAPSED_MS),
                    MAX(T154.ELAPSED_MS)
             FROM T154_TRANSACTION_TIMING T154
             LEFT OUTER JOIN T40_OPERATOR_TABLE T40
               ON T40.OPERATOR_ID = T154.OPERATOR_ID
             WHERE DATE(T154.START_TIMESTAMP) = :WS-PARM-DATE
             GROUP BY VALUE(T40.OPERATOR_ROLE, '?????')
             ORDER BY 2 DESC
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
           05 CT-SLOWER-PERCENT        PIC S9(4) COMP VALUE 25.
           05 CT-BASELINE-MIN-TASKS    PIC S9(4) COMP VALUE 50.
           05 CT-KEEP-DAYS             PIC S9(4) COMP VALUE 35.
           05 CT-SHORTEST-KEEP-DAYS    PIC S9(4) COMP VALUE 29.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-LIMITS.
           05 WS-SLOWER-PERCENT             PIC S9(4) COMP.
           05 WS-BASELINE-MIN-TASKS         PIC S9(9) COMP.
           05 WS-KEEP-DAYS                  PIC S9(4) COMP.

       01 WS-FETCH-FIELDS.
           05 WS-PROGRAM-ID                 PIC X(8).
           05 WS-HOUR                       PIC S9(4) COMP.
           05 WS-OPERATOR-ROLE              PIC X(5).
           05 WS-TASKS                      PIC S9(9) COMP.
           05 WS-AVG-MS                     PIC S9(9) COMP.
           05 WS-PEAK-MS                    PIC S9(9) COMP.
           05 WS-BASE-TASKS                 PIC S9(9) COMP.
           05 WS-BASE-AVG-MS                PIC S9(9) COMP.
           05 WS-SLOWER-LIMIT-MS            PIC S9(9) COMP.

       01 WS-COUNTERS.
           05 WS-TASKS-TOTAL                PIC S9(9) COMP VALUE 0.
           05 WS-PROGRAMS-LISTED            PIC S9(7) COMP VALUE 0.
           05 WS-PROGRAMS-SLOWER            PIC S9(7) COMP VALUE 0.
           05 WS-ROWS-PURGED                PIC S9(9) COMP VALUE 0.

       01 WS-PROGRAM-HEADER                 PIC X(70) VALUE
              'PROGRAM      TASKS   AVG MS  PEAK MS  BASE AVG'.
       01 WS-HOUR-HEADER                    PIC X(70) VALUE
              'HOUR         TASKS   AVG MS  PEAK MS'.
       01 WS-ROLE-HEADER                    PIC X(70) VALUE
              'ROLE         TASKS   AVG MS  PEAK MS'.

       01 WS-STAT-LINE.
           05 WS-LINE-KEY                   PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-TASKS                 PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-AVG-MS                PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-PEAK-MS               PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-BASE-AVG-MS           PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-FLAG                  PIC X(6).
       01 WS-LINE-HOUR                      PIC 99.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'TASKS TIMED...................'.
           05 WS-TOTALS-TASKS               PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'PROGRAMS SLOWER THAN BASELINE.'.
           05 WS-TOTALS-SLOWER              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'OLD TIMING ROWS DELETED.......'.
           05 WS-TOTALS-PURGED              PIC ZZZ,ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-BY-PROGRAM
           PERFORM 3000-REPORT-BY-HOUR
           PERFORM 4000-REPORT-BY-ROLE
           PERFORM 5000-PURGE-OLD-ROWS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02539 -- RESPONSE-TIME STATISTICS STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-YESTERDAY
           WHEN OTHER
              DISPLAY 'Z02539 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-GET-THE-LIMITS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'ONLINE RESPONSE TIMES FOR ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                    1010-GET-YESTERDAY
      ******************************************************************
       1010-GET-YESTERDAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE - 1 DAY, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02539 -- REPORT DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     1020-GET-THE-LIMITS
      * THE LIMITS IN FORCE ON THE REPORT DAY, OFF T87 THROUGH Z02457
      ******************************************************************
       1020-GET-THE-LIMITS.
           MOVE SPACE                   TO PARM-SCOPE
           MOVE WS-PARM-DATE            TO PARM-AS-OF-DATE
           MOVE 'RESPONSE-SLOWER-PERCENT' TO PARM-NAME
           MOVE CT-SLOWER-PERCENT       TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-SLOWER-PERCENT
           MOVE 'RESPONSE-BASELINE-MIN-TASKS' TO PARM-NAME
           MOVE CT-BASELINE-MIN-TASKS   TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-BASELINE-MIN-TASKS
           MOVE 'RESPONSE-KEEP-DAYS'    TO PARM-NAME
           MOVE CT-KEEP-DAYS            TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-KEEP-DAYS
           IF WS-KEEP-DAYS < CT-SHORTEST-KEEP-DAYS THEN
              MOVE CT-SHORTEST-KEEP-DAYS TO WS-KEEP-DAYS
           END-IF
           .
      ******************************************************************
      *                 2000-REPORT-BY-PROGRAM
      ******************************************************************
       2000-REPORT-BY-PROGRAM.
           DISPLAY ' '
           DISPLAY WS-PROGRAM-HEADER
           MOVE WS-PROGRAM-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-BY-PROGRAM
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02539 -- OPEN C-BY-PROGRAM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-PROGRAM
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-REPORT-ONE-PROGRAM
              PERFORM 2010-FETCH-NEXT-PROGRAM
           END-PERFORM
           EXEC SQL
             CLOSE C-BY-PROGRAM
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-PROGRAM
      ******************************************************************
       2010-FETCH-NEXT-PROGRAM.
           EXEC SQL
             FETCH C-BY-PROGRAM
             INTO :WS-PROGRAM-ID,
                  :WS-TASKS,
                  :WS-AVG-MS,
                  :WS-PEAK-MS,
                  :WS-BASE-TASKS,
                  :WS-BASE-AVG-MS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02539 -- FETCH C-BY-PROGRAM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2020-REPORT-ONE-PROGRAM
      * 'SLOWER' WHEN THE DAY'S AVERAGE IS ABOVE THE BASELINE AVERAGE
      * PLUS THE T87 PERCENTAGE, ON A BASELINE OF ENOUGH TASKS
      ******************************************************************
       2020-REPORT-ONE-PROGRAM.
           MOVE SPACE TO WS-STAT-LINE
           MOVE WS-PROGRAM-ID  TO WS-LINE-KEY
           MOVE WS-TASKS       TO WS-LINE-TASKS
           MOVE WS-AVG-MS      TO WS-LINE-AVG-MS
           MOVE WS-PEAK-MS     TO WS-LINE-PEAK-MS
           MOVE WS-BASE-AVG-MS TO WS-LINE-BASE-AVG-MS
           IF WS-BASE-TASKS >= WS-BASELINE-MIN-TASKS THEN
              COMPUTE WS-SLOWER-LIMIT-MS =
                      WS-BASE-AVG-MS * (100 + WS-SLOWER-PERCENT) / 100
              IF WS-AVG-MS > WS-SLOWER-LIMIT-MS THEN
                 MOVE 'SLOWER' TO WS-LINE-FLAG
                 ADD 1 TO WS-PROGRAMS-SLOWER
              END-IF
           END-IF
           DISPLAY WS-STAT-LINE
           MOVE WS-STAT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD 1 TO WS-PROGRAMS-LISTED
           ADD WS-TASKS TO WS-TASKS-TOTAL
           .
      ******************************************************************
      *                  3000-REPORT-BY-HOUR
      ******************************************************************
       3000-REPORT-BY-HOUR.
           DISPLAY ' '
           DISPLAY WS-HOUR-HEADER
           MOVE WS-HOUR-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-BY-HOUR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02539 -- OPEN C-BY-HOUR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-HOUR
           PERFORM UNTIL SO-END-OF-CURSOR
              MOVE SPACE TO WS-STAT-LINE
              MOVE WS-HOUR TO WS-LINE-HOUR
              STRING WS-LINE-HOUR ':00'
                DELIMITED BY SIZE INTO WS-LINE-KEY
              END-STRING
              PERFORM 3020-WRITE-STAT-LINE
              PERFORM 3010-FETCH-NEXT-HOUR
           END-PERFORM
           EXEC SQL
             CLOSE C-BY-HOUR
           END-EXEC
           .
      ******************************************************************
      *                  3010-FETCH-NEXT-HOUR
      ******************************************************************
       3010-FETCH-NEXT-HOUR.
           EXEC SQL
             FETCH C-BY-HOUR
             INTO :WS-HOUR,
                  :WS-TASKS,
                  :WS-AVG-MS,
                  :WS-PEAK-MS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02539 -- FETCH C-BY-HOUR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  3020-WRITE-STAT-LINE
      * HOUR AND ROLE LINES -- THE KEY IS ALREADY IN WS-LINE-KEY
      ******************************************************************
       3020-WRITE-STAT-LINE.
           MOVE WS-TASKS   TO WS-LINE-TASKS
           MOVE WS-AVG-MS  TO WS-LINE-AVG-MS
           MOVE WS-PEAK-MS TO WS-LINE-PEAK-MS
           DISPLAY WS-STAT-LINE
           MOVE WS-STAT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  4000-REPORT-BY-ROLE
      ******************************************************************
       4000-REPORT-BY-ROLE.
           DISPLAY ' '
           DISPLAY WS-ROLE-HEADER
           MOVE WS-ROLE-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-BY-ROLE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02539 -- OPEN C-BY-ROLE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 4010-FETCH-NEXT-ROLE
           PERFORM UNTIL SO-END-OF-CURSOR
              MOVE SPACE TO WS-STAT-LINE
              MOVE WS-OPERATOR-ROLE TO WS-LINE-KEY
              PERFORM 3020-WRITE-STAT-LINE
              PERFORM 4010-FETCH-NEXT-ROLE
           END-PERFORM
           EXEC SQL
             CLOSE C-BY-ROLE
           END-EXEC
           .
      ******************************************************************
      *                  4010-FETCH-NEXT-ROLE
      ******************************************************************
       4010-FETCH-NEXT-ROLE.
           EXEC SQL
             FETCH C-BY-ROLE
             INTO :WS-OPERATOR-ROLE,
                  :WS-TASKS,
                  :WS-AVG-MS,
                  :WS-PEAK-MS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02539 -- FETCH C-BY-ROLE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  5000-PURGE-OLD-ROWS
      * KEEPS THE BASELINE WINDOW AND THE REPORT DAY AT LEAST
      ******************************************************************
       5000-PURGE-OLD-ROWS.
           EXEC SQL
             DELETE FROM T154_TRANSACTION_TIMING
             WHERE START_TIMESTAMP <
                   TIMESTAMP(DATE(:WS-PARM-DATE) - :WS-KEEP-DAYS DAYS,
                             '00.00.00')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02539 -- PURGE T154 FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '5000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              MOVE SQLERRD(3) TO WS-ROWS-PURGED
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-TASKS-TOTAL     TO WS-TOTALS-TASKS
           MOVE WS-PROGRAMS-SLOWER TO WS-TOTALS-SLOWER
           MOVE WS-ROWS-PURGED     TO WS-TOTALS-PURGED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE REPORT DAY -- SEE
      * Z02380, THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02539  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02539 -- ALREADY RUN OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      ******************************************************************
       8010-REGISTER-RUN-END.
           MOVE 'END  ' TO JRUN-FUNCTION
           MOVE WS-TASKS-TOTAL TO JRUN-ROWS-PROCESSED
           MOVE 0 TO JRUN-RETURN-CODE
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   8020-REGISTER-RUN-FAIL
      ******************************************************************
       8020-REGISTER-RUN-FAIL.
           MOVE 'FAIL ' TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02539  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-DATE TO RPT-BUSINESS-DATE
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
           MOVE 'Z02539  '   TO ERRL-PROGRAM-ID
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
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02539 -- RESPONSE-TIME STATISTICS ENDING'
           GOBACK
           .
