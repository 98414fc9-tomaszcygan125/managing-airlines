       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02461.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- DAILY APPLICATION ERROR SUMMARY
      *
      * RECURRING -911S AND -803S ONLY CAME TO LIGHT WHEN AGENTS
      * COMPLAINED.  FOR THE REPORT DAY THIS JOB READS THE
      * T88_APPLICATION_ERROR_LOG ROWS Z02459 WROTE (EVERY ONLINE
      * 9000-DB2-ERROR AND EVERY BATCH "FAILED, SQLCODE" EXIT) AND
      * LISTS ONE LINE PER PROGRAM AND SQLCODE: HOW MANY TIMES IT
      * FAILED AND THE FIRST AND LAST TIME OF DAY, BUSIEST FIRST.
      * THE DETAIL BEHIND ANY LINE IS ON THE Z02460 INQUIRY SCREEN.
      *
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401 FOR
      * THE MORNING MEETING, AND REGISTERED WITH Z02380 AGAINST THE
      * REPORT DAY SO A SECOND RUN FOR THE SAME DAY IS REFUSED.
      *
      * THE REPORT DAY IS YESTERDAY UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE, THE SAME SYSIN-CARD CONVENTION Z02439
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
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * THE DAY'S FAILURES BY PROGRAM AND SQLCODE, BUSIEST FIRST
           EXEC SQL
             DECLARE C-ERROR-SUMMARY CURSOR FOR
             SELECT PROGRAM_ID,
                    SQLCODE_VALUE,
                    COUNT(*),
                    CHAR(TIME(MIN(ERROR_TIMESTAMP)), ISO),
                    CHAR(TIME(MAX(ERROR_TIMESTAMP)), ISO)
             FROM T88_APPLICATION_ERROR_LOG
             WHERE DATE(ERROR_TIMESTAMP) = :WS-PARM-DATE
             GROUP BY PROGRAM_ID, SQLCODE_VALUE
             ORDER BY 3 DESC, PROGRAM_ID, SQLCODE_VALUE
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

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-FETCH-FIELDS.
           05 WS-PROGRAM-ID                 PIC X(8).
           05 WS-SQLCODE-VALUE              PIC S9(9) COMP.
           05 WS-ERROR-COUNT                PIC S9(9) COMP.
           05 WS-FIRST-TIME                 PIC X(8).
           05 WS-LAST-TIME                  PIC X(8).

       01 WS-COUNTERS.
           05 WS-LINES-LISTED               PIC S9(7) COMP VALUE 0.
           05 WS-ERRORS-TOTAL               PIC S9(9) COMP VALUE 0.

       01 WS-HEADER-LINE                    PIC X(60) VALUE
              'PROGRAM   SQLCODE     COUNT  FIRST     LAST'.

       01 WS-SUMMARY-LINE.
           05 WS-LINE-PROGRAM-ID            PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-SQLCODE               PIC -(6)9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-COUNT                 PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-FIRST-TIME            PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-LAST-TIME             PIC X(8).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'PROGRAM/SQLCODE PAIRS.........'.
           05 WS-TOTALS-LINES               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'ERRORS LOGGED.................'.
           05 WS-TOTALS-ERRORS              PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-THE-SUMMARY
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02461 -- APPLICATION ERROR SUMMARY STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-YESTERDAY
           WHEN OTHER
              DISPLAY 'Z02461 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'APPLICATION ERRORS FOR ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
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
              DISPLAY 'Z02461 -- REPORT DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2000-WALK-THE-SUMMARY
      ******************************************************************
       2000-WALK-THE-SUMMARY.
           EXEC SQL
             OPEN C-ERROR-SUMMARY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02461 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-GROUP
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-REPORT-ONE-GROUP
              PERFORM 2010-FETCH-NEXT-GROUP
           END-PERFORM
           EXEC SQL
             CLOSE C-ERROR-SUMMARY
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-GROUP
      ******************************************************************
       2010-FETCH-NEXT-GROUP.
           EXEC SQL
             FETCH C-ERROR-SUMMARY
             INTO :WS-PROGRAM-ID,
                  :WS-SQLCODE-VALUE,
                  :WS-ERROR-COUNT,
                  :WS-FIRST-TIME,
                  :WS-LAST-TIME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02461 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2020-REPORT-ONE-GROUP
      ******************************************************************
       2020-REPORT-ONE-GROUP.
           MOVE WS-PROGRAM-ID    TO WS-LINE-PROGRAM-ID
           MOVE WS-SQLCODE-VALUE TO WS-LINE-SQLCODE
           MOVE WS-ERROR-COUNT   TO WS-LINE-COUNT
           MOVE WS-FIRST-TIME    TO WS-LINE-FIRST-TIME
           MOVE WS-LAST-TIME     TO WS-LINE-LAST-TIME
           DISPLAY WS-SUMMARY-LINE
           MOVE WS-SUMMARY-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD 1 TO WS-LINES-LISTED
           ADD WS-ERROR-COUNT TO WS-ERRORS-TOTAL
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-LINES-LISTED TO WS-TOTALS-LINES
           MOVE WS-ERRORS-TOTAL TO WS-TOTALS-ERRORS
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
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
           MOVE 'Z02461  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02461 -- ALREADY RUN OR RUNNING FOR '
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
           MOVE WS-LINES-LISTED TO JRUN-ROWS-PROCESSED
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
           MOVE 'Z02461  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02461  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02461 -- APPLICATION ERROR SUMMARY ENDING'
           GOBACK
           .
