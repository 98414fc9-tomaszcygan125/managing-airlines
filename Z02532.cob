       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02532.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- PENDING CONFIGURATION CHANGE EXPIRY
      *
      * A FARE, FARE RULE, SELL LIMIT OR CURRENCY RATE CHANGE WAITS
      * ON T149_PENDING_CONFIG_CHANGE (SEE Z02530) UNTIL A SECOND
      * OPERATOR APPROVES OR REJECTS IT ON Z02531.  THIS JOB RUNS
      * NIGHTLY AND EXPIRES EVERY CHANGE STILL PENDING AFTER T87
      * CONFIG-CHANGE-EXPIRY-HOURS (DEFAULT 48).  EACH ONE:
      *
      *   1. IS LISTED ON THE RUN'S OUTPUT WITH ITS TABLE, ROW KEY
      *      AND WHO FILED IT
      *   2. IS EXPIRED THROUGH Z02530 ('EXPIR', DECIDED BY Z02532),
      *      WHICH SETS IT 'EXPIRED' AND PUTS THE STEP ON T65
      *
      * A CHANGE Z02530 WILL NOT EXPIRE (DECIDED ON THE DESK SINCE
      * THE CURSOR READ IT) IS LISTED AS SKIPPED.
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
      * PENDING CONFIGURATION CHANGE PARM BLOCK (SEE Z02530)
           COPY ZZEC0274.

      * EVERY CHANGE STILL PENDING PAST THE EXPIRY
           EXEC SQL
             DECLARE C-EXPIRED-CHANGES CURSOR FOR
             SELECT T149.CHANGE_ID,
                    T149.TABLE_NAME,
                    T149.ROW_KEY,
                    T149.REQUESTED_BY
             FROM T149_PENDING_CONFIG_CHANGE T149
             WHERE T149.CHANGE_STATUS = :CT-PENDING-STATUS
               AND T149.REQUESTED_TIMESTAMP
                     < CURRENT TIMESTAMP - :WS-EXPIRY-HOURS HOURS
             ORDER BY T149.CHANGE_ID
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
           05 CT-PENDING-STATUS             PIC X(10) VALUE 'PENDING'.
           05 CT-THIS-PROGRAM-NAME          PIC X(8) VALUE 'Z02532'.
           05 CT-EXPIRY-HOURS               PIC S9(4) COMP VALUE 48.

       01 WS-CHANGE-FIELDS.
           05 WS-CHANGE-ID                  PIC S9(9) COMP VALUE 0.
           05 WS-TABLE-NAME                 PIC X(18).
           05 WS-ROW-KEY                    PIC X(30).
           05 WS-REQUESTED-BY               PIC X(8).
           05 WS-EXPIRY-HOURS               PIC S9(4) COMP.

       01 WS-COUNTERS.
           05 WS-CHANGES-EXPIRED            PIC S9(7) COMP VALUE 0.
           05 WS-CHANGES-SKIPPED            PIC S9(7) COMP VALUE 0.

       01 WS-CHANGE-LINE.
           05 WS-LINE-ACTION                PIC X(11).
           05 WS-LINE-CHANGE-ID             PIC Z(8)9.
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-TABLE-NAME            PIC X(18).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-ROW-KEY               PIC X(30).
           05 FILLER                        PIC X(4) VALUE ' BY '.
           05 WS-LINE-REQUESTED-BY          PIC X(8).
       01 WS-SKIPPED-LINE.
           05 FILLER                        PIC X(11)
              VALUE '  SKIPPED: '.
           05 WS-SKIPPED-MESSAGE            PIC X(40).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'EXPIRY HOURS..................'.
           05 WS-TOTALS-EXPIRY-HOURS        PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'CHANGES EXPIRED...............'.
           05 WS-TOTALS-EXPIRED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'CHANGES SKIPPED...............'.
           05 WS-TOTALS-SKIPPED             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXPIRED-CHANGES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02532 -- PENDING CHANGE EXPIRY STARTING'
           MOVE 'CONFIG-CHANGE-EXPIRY-HOURS' TO PARM-NAME
           MOVE SPACE                  TO PARM-SCOPE
           MOVE SPACE                  TO PARM-AS-OF-DATE
           MOVE CT-EXPIRY-HOURS        TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-EXPIRY-HOURS
           .
      ******************************************************************
      *               2000-PROCESS-EXPIRED-CHANGES
      ******************************************************************
       2000-PROCESS-EXPIRED-CHANGES.
           EXEC SQL
             OPEN C-EXPIRED-CHANGES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02532 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CHANGE
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-EXPIRE-THE-CHANGE
              PERFORM 2010-FETCH-NEXT-CHANGE
           END-PERFORM
           EXEC SQL
             CLOSE C-EXPIRED-CHANGES
           END-EXEC
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-CHANGE
      ******************************************************************
       2010-FETCH-NEXT-CHANGE.
           EXEC SQL
             FETCH C-EXPIRED-CHANGES
             INTO :WS-CHANGE-ID,
                  :WS-TABLE-NAME,
                  :WS-ROW-KEY,
                  :WS-REQUESTED-BY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02532 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-EXPIRE-THE-CHANGE
      * A REFUSAL ONLY MEANS THE CHANGE WAS DECIDED IN THE MEANTIME --
      * IT IS LISTED AND THE RUN GOES ON
      ******************************************************************
       2020-EXPIRE-THE-CHANGE.
           INITIALIZE WS-ZZEC0274
           MOVE 'EXPIR'              TO CHG-FUNCTION
           MOVE WS-CHANGE-ID         TO CHG-CHANGE-ID
           MOVE CT-THIS-PROGRAM-NAME TO CHG-OPERATOR-ID
           CALL 'Z02530' USING WS-ZZEC0274
           MOVE WS-CHANGE-ID         TO WS-LINE-CHANGE-ID
           MOVE WS-TABLE-NAME        TO WS-LINE-TABLE-NAME
           MOVE WS-ROW-KEY           TO WS-LINE-ROW-KEY
           MOVE WS-REQUESTED-BY      TO WS-LINE-REQUESTED-BY
           EVALUATE CHG-RESULT
           WHEN 'O'
              MOVE 'EXPIRED -- ' TO WS-LINE-ACTION
              DISPLAY WS-CHANGE-LINE
              ADD 1 TO WS-CHANGES-EXPIRED
           WHEN 'R'
              MOVE 'SKIPPED -- ' TO WS-LINE-ACTION
              DISPLAY WS-CHANGE-LINE
              MOVE CHG-MESSAGE TO WS-SKIPPED-MESSAGE
              DISPLAY WS-SKIPPED-LINE
              ADD 1 TO WS-CHANGES-SKIPPED
           WHEN OTHER
              MOVE CHG-SQLCODE      TO SQLCODE
              MOVE CHG-SQLERRMC     TO SQLERRMC
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02532 -- Z02530 EXPIRE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE CHG-STATEMENT-ID TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-EXPIRY-HOURS            TO WS-TOTALS-EXPIRY-HOURS
           MOVE WS-CHANGES-EXPIRED         TO WS-TOTALS-EXPIRED
           MOVE WS-CHANGES-SKIPPED         TO WS-TOTALS-SKIPPED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02532  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-CHANGE-ID TO WS-LINE-CHANGE-ID
           MOVE WS-LINE-CHANGE-ID TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02532 -- PENDING CHANGE EXPIRY ENDING'
           GOBACK
           .
