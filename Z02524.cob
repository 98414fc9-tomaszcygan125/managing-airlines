       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02524.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- RESERVATION REMARK FOLLOW-UPS FALLING DUE
      *
      * AN AGENT WHO PROMISES TO CALL A PASSENGER BACK KEYS A
      * FOLLOW-UP REMARK ON Z02261 (T143_RESERVATION_REMARK,
      * REMARK_CATEGORY 'F', WITH A FOLLOW_UP_DATE).  THIS JOB RUNS
      * NIGHTLY AND PICKS UP EVERY FOLLOW-UP REMARK WHOSE DATE HAS
      * COME.  EACH ONE:
      *
      *   1. IS LISTED ON THE RUN'S OUTPUT
      *   2. LANDS ON THE 'RMKFOLUP' EXCEPTION WORK QUEUE THROUGH
      *      Z02414, KEYED BY THE REMARK, WITH THE RESERVATION AND
      *      THE REMARK TEXT, SO Z02415'S OPERATORS CLAIM AND WORK IT
      *   3. IS MARKED QUEUED_FLAG = 'Y' ON T143 SO THE NEXT RUN
      *      DOES NOT RAISE IT AGAIN
      *
      * A FOLLOW-UP WHOSE RESERVATION Z02357 HAS ALREADY ARCHIVED
      * HAS LEFT T143 WITH IT AND IS NOT RAISED.
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
      * EXCEPTION WORK QUEUE PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * EVERY FOLLOW-UP REMARK DUE TODAY OR EARLIER, NOT YET QUEUED
           EXEC SQL
             DECLARE C-DUE-REMARKS CURSOR FOR
             SELECT T143.REMARK_ID,
                    T143.RESERVATION_ID,
                    CHAR(T143.FOLLOW_UP_DATE),
                    T143.OPERATOR_ID,
                    T143.REMARK_TEXT
             FROM T143_RESERVATION_REMARK T143
             WHERE T143.REMARK_CATEGORY = :CT-FOLLOW-UP-CATEGORY
               AND T143.QUEUED_FLAG     = 'N'
               AND T143.FOLLOW_UP_DATE <= CURRENT DATE
             ORDER BY T143.FOLLOW_UP_DATE, T143.REMARK_ID
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
           05 CT-FOLLOW-UP-CATEGORY         PIC X VALUE 'F'.
           05 CT-QUEUE-NAME                 PIC X(8) VALUE 'RMKFOLUP'.

       01 WS-REMARK-FIELDS.
           05 WS-REMARK-ID                  PIC S9(9) COMP VALUE 0.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-FOLLOW-UP-DATE             PIC X(10).
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-REMARK-TEXT                PIC X(60).
           05 WS-QUEUE-KEY-REMARK           PIC 9(9).
           05 WS-QUEUE-RESERVATION          PIC 9(9).

       01 WS-COUNTERS.
           05 WS-REMARKS-QUEUED             PIC S9(7) COMP VALUE 0.

       01 WS-REMARK-LINE.
           05 FILLER                        PIC X(17)
              VALUE 'FOLLOW-UP DUE -- '.
           05 WS-LINE-REMARK-ID             PIC 9(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-RESERVATION-ID        PIC 9(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-FOLLOW-UP-DATE        PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-OPERATOR-ID           PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-REMARK-TEXT           PIC X(60).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'FOLLOW-UPS QUEUED.............'.
           05 WS-TOTALS-QUEUED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DUE-REMARKS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02524 -- REMARK FOLLOW-UP SWEEP STARTING'
           .
      ******************************************************************
      *                2000-PROCESS-DUE-REMARKS
      ******************************************************************
       2000-PROCESS-DUE-REMARKS.
           EXEC SQL
             OPEN C-DUE-REMARKS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02524 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-REMARK
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-LIST-THE-REMARK
              PERFORM 2030-QUEUE-WORK-ITEM
              PERFORM 2040-MARK-QUEUED
              PERFORM 2010-FETCH-NEXT-REMARK
           END-PERFORM
           EXEC SQL
             CLOSE C-DUE-REMARKS
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-REMARK
      ******************************************************************
       2010-FETCH-NEXT-REMARK.
           EXEC SQL
             FETCH C-DUE-REMARKS
             INTO :WS-REMARK-ID,
                  :WS-RESERVATION-ID,
                  :WS-FOLLOW-UP-DATE,
                  :WS-OPERATOR-ID,
                  :WS-REMARK-TEXT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02524 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-LIST-THE-REMARK
      ******************************************************************
       2020-LIST-THE-REMARK.
           MOVE WS-REMARK-ID        TO WS-LINE-REMARK-ID
           MOVE WS-RESERVATION-ID   TO WS-LINE-RESERVATION-ID
           MOVE WS-FOLLOW-UP-DATE   TO WS-LINE-FOLLOW-UP-DATE
           MOVE WS-OPERATOR-ID      TO WS-LINE-OPERATOR-ID
           MOVE WS-REMARK-TEXT      TO WS-LINE-REMARK-TEXT
           DISPLAY WS-REMARK-LINE
           .
      ******************************************************************
      *                 2030-QUEUE-WORK-ITEM
      * THE FOLLOW-UP AS A CLAIMABLE T61 ITEM -- Z02414 SKIPS ONE
      * ALREADY SITTING UNWORKED ON THE QUEUE
      ******************************************************************
       2030-QUEUE-WORK-ITEM.
           MOVE CT-QUEUE-NAME TO WQUE-QUEUE-NAME
           MOVE WS-REMARK-ID TO WS-QUEUE-KEY-REMARK
           MOVE WS-RESERVATION-ID TO WS-QUEUE-RESERVATION
           MOVE SPACE TO WQUE-ITEM-KEY
           STRING 'REMARK ' WS-QUEUE-KEY-REMARK
                  ' RES ' WS-QUEUE-RESERVATION
             DELIMITED BY SIZE INTO WQUE-ITEM-KEY
           END-STRING
           MOVE WS-REMARK-TEXT TO WQUE-ITEM-TEXT
           CALL 'Z02414' USING WS-ZZEC0266
           IF WQUE-RESULT NOT = 'O' THEN
              DISPLAY 'Z02524 -- WORK QUEUE INSERT FAILED FOR '
                      WQUE-ITEM-KEY
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-REMARKS-QUEUED
           .
      ******************************************************************
      *                    2040-MARK-QUEUED
      ******************************************************************
       2040-MARK-QUEUED.
           EXEC SQL
             UPDATE T143_RESERVATION_REMARK
                SET QUEUED_FLAG = 'Y'
              WHERE REMARK_ID = :WS-REMARK-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02524 -- QUEUED FLAG UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-REMARKS-QUEUED TO WS-TOTALS-QUEUED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02524  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-QUEUE-KEY-REMARK TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02524 -- REMARK FOLLOW-UP SWEEP ENDING'
           GOBACK
           .
