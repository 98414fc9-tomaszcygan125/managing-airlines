       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02478.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- UNACCOMPANIED MINOR NOT COLLECTED
      *
      * A CHILD HANDED IN AT DEPARTURE (T98_UNACCOMPANIED_MINOR
      * UM_STATUS 'HANDED IN', CONFIRMED ON Z02476) STAYS IN OUR
      * CARE UNTIL THE ARRIVAL STATION RELEASES IT TO THE NAMED
      * COLLECTING GUARDIAN.  THIS JOB RUNS EVERY HOUR AND PICKS UP
      * EVERY CHILD STILL NOT COLLECTED WHEN ITS FLIGHT ARRIVED
      * (NEW_ARRIVAL_TIMESTAMP WHEN DELAYED, ELSE ARRIVAL_TIMESTAMP)
      * MORE THAN 'UM-COLLECT-GRACE-MINUTES' AGO -- T87 THROUGH
      * Z02457, DEFAULT CT-GRACE-MINUTES.  EACH SUCH CHILD:
      *
      *   1. IS LISTED ON THE RUN'S OUTPUT
      *   2. LANDS ON THE 'UMCOLLCT' EXCEPTION WORK QUEUE THROUGH
      *      Z02414, KEYED BY FLIGHT AND PASSENGER, WITH THE ARRIVAL
      *      STATION AND THE GUARDIAN'S PHONE, SO Z02415'S OPERATORS
      *      CLAIM THE CASE AND CHASE THE GUARDIAN
      *   3. IS MARKED OVERDUE_QUEUED = 'Y' ON T98 SO THE NEXT HOURLY
      *      RUN DOES NOT RAISE THE CASE AGAIN ONCE IT IS WORKED
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
      * RULE PARAMETER PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * EVERY CHILD HANDED IN, NOT YET COLLECTED NOR QUEUED, WHOSE
      * FLIGHT ARRIVED LONGER AGO THAN THE GRACE
           EXEC SQL
             DECLARE C-UNCOLLECTED CURSOR FOR
             SELECT T98.FLIGHT_ID,
                    T98.PASSENGER_ID,
                    T06.PASSENGER_LAST_NAME,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T98.COLLECT_PHONE
             FROM T98_UNACCOMPANIED_MINOR T98
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                   T05.FLIGHT_ID = T98.FLIGHT_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T98.PASSENGER_ID
             WHERE T98.UM_STATUS      = :CT-HANDED-IN-STATUS
               AND T98.OVERDUE_QUEUED = 'N'
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND COALESCE(T05.NEW_ARRIVAL_TIMESTAMP,
                            T05.ARRIVAL_TIMESTAMP)
                      + :WS-GRACE-MINUTES MINUTES < CURRENT TIMESTAMP
             ORDER BY T05.ARRIVAL_AIRPORT_CODE, T98.FLIGHT_ID
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
           05 CT-DELETED-STATUS.
               49 CT-DELETED-STATUS-LEN PIC S9(4) COMP VALUE 7.
               49 CT-DELETED-STATUS-TEXT PIC X(15) VALUE 'DELETED'.
           05 CT-CANCELED-STATUS.
               49 CT-CANCELED-STATUS-LEN PIC S9(4) COMP VALUE 8.
               49 CT-CANCELED-STATUS-TEXT PIC X(15) VALUE 'CANCELED'.
           05 CT-HANDED-IN-STATUS           PIC X(10) VALUE 'HANDED IN'.
           05 CT-GRACE-MINUTES              PIC S9(4) COMP VALUE 60.

       01 WS-GRACE-MINUTES                  PIC S9(9) COMP VALUE 0.

       01 WS-CHILD-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8) VALUE SPACE.
           05 WS-PASSENGER-ID-NUM           PIC S9(9) COMP.
           05 WS-CHILD-LAST-NAME            PIC X(50).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-COLLECT-PHONE              PIC X(15).
           05 WS-QUEUE-KEY-PASSENGER        PIC 9(9).

       01 WS-COUNTERS.
           05 WS-CHILDREN-QUEUED            PIC S9(7) COMP VALUE 0.

       01 WS-CHILD-LINE.
           05 FILLER                        PIC X(17)
              VALUE 'NOT COLLECTED -- '.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-STATION               PIC X(3).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-PASSENGER-ID          PIC 9(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-LAST-NAME             PIC X(25).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-PHONE                 PIC X(15).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'CHILDREN QUEUED...............'.
           05 WS-TOTALS-QUEUED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-UNCOLLECTED
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02478 -- UM NOT COLLECTED CHECK STARTING'
           PERFORM 1010-GET-GRACE-MINUTES
           .
      ******************************************************************
      *                  1010-GET-GRACE-MINUTES
      * THE GRACE IN FORCE TODAY OFF T87 -- NO ROW (OR A FAILED
      * READ) LEAVES CT-GRACE-MINUTES
      ******************************************************************
       1010-GET-GRACE-MINUTES.
           MOVE 'UM-COLLECT-GRACE-MINUTES' TO PARM-NAME
           MOVE SPACE                      TO PARM-SCOPE
           MOVE SPACE                      TO PARM-AS-OF-DATE
           MOVE CT-GRACE-MINUTES           TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-GRACE-MINUTES
           .
      ******************************************************************
      *                2000-PROCESS-UNCOLLECTED
      ******************************************************************
       2000-PROCESS-UNCOLLECTED.
           EXEC SQL
             OPEN C-UNCOLLECTED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02478 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CHILD
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-LIST-THE-CHILD
              PERFORM 2030-QUEUE-WORK-ITEM
              PERFORM 2040-MARK-QUEUED
              PERFORM 2010-FETCH-NEXT-CHILD
           END-PERFORM
           EXEC SQL
             CLOSE C-UNCOLLECTED
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-CHILD
      ******************************************************************
       2010-FETCH-NEXT-CHILD.
           EXEC SQL
             FETCH C-UNCOLLECTED
             INTO :WS-FLIGHT-ID,
                  :WS-PASSENGER-ID-NUM,
                  :WS-CHILD-LAST-NAME,
                  :WS-ARRIVAL-AIRPORT,
                  :WS-COLLECT-PHONE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02478 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-LIST-THE-CHILD
      ******************************************************************
       2020-LIST-THE-CHILD.
           MOVE WS-FLIGHT-ID        TO WS-LINE-FLIGHT-ID
           MOVE WS-ARRIVAL-AIRPORT  TO WS-LINE-STATION
           MOVE WS-PASSENGER-ID-NUM TO WS-LINE-PASSENGER-ID
           MOVE WS-CHILD-LAST-NAME  TO WS-LINE-LAST-NAME
           MOVE WS-COLLECT-PHONE    TO WS-LINE-PHONE
           DISPLAY WS-CHILD-LINE
           .
      ******************************************************************
      *                 2030-QUEUE-WORK-ITEM
      * THE CHILD AS A CLAIMABLE T61 ITEM -- Z02414 SKIPS A CASE
      * ALREADY SITTING UNWORKED ON THE QUEUE
      ******************************************************************
       2030-QUEUE-WORK-ITEM.
           MOVE 'UMCOLLCT' TO WQUE-QUEUE-NAME
           MOVE WS-PASSENGER-ID-NUM TO WS-QUEUE-KEY-PASSENGER
           MOVE SPACE TO WQUE-ITEM-KEY
           STRING WS-FLIGHT-ID '/' WS-QUEUE-KEY-PASSENGER
             DELIMITED BY SIZE INTO WQUE-ITEM-KEY
           END-STRING
           MOVE SPACE TO WQUE-ITEM-TEXT
           STRING 'UM NOT COLLECTED AT ' WS-ARRIVAL-AIRPORT
                  ' -- CALL GUARDIAN ' WS-COLLECT-PHONE
             DELIMITED BY SIZE INTO WQUE-ITEM-TEXT
           END-STRING
           CALL 'Z02414' USING WS-ZZEC0266
           IF WQUE-RESULT NOT = 'O' THEN
              DISPLAY 'Z02478 -- WORK QUEUE INSERT FAILED FOR '
                      WQUE-ITEM-KEY
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-CHILDREN-QUEUED
           .
      ******************************************************************
      *                    2040-MARK-QUEUED
      ******************************************************************
       2040-MARK-QUEUED.
           EXEC SQL
             UPDATE T98_UNACCOMPANIED_MINOR
                SET OVERDUE_QUEUED = 'Y'
              WHERE FLIGHT_ID    = :WS-FLIGHT-ID
                AND PASSENGER_ID = :WS-PASSENGER-ID-NUM
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02478 -- OVERDUE FLAG UPDATE FAILED, SQLCODE '
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
           MOVE WS-CHILDREN-QUEUED TO WS-TOTALS-QUEUED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02478  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02478 -- UM NOT COLLECTED CHECK ENDING'
           GOBACK
           .
