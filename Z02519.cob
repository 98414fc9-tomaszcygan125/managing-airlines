       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02519.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MEDICAL CLEARANCE LAPSING BEFORE TRAVEL
      *
      * A MEDICAL CLEARANCE APPROVED ON Z02517 (T136 CLEARANCE_STATUS
      * 'APPROVED') IS GOOD ONLY UP TO ITS VALID_UNTIL DATE.  WHEN A
      * LEG THE CASE COVERS (T137) DEPARTS AFTER THAT DATE THE
      * PASSENGER WOULD TRAVEL UNCLEARED.  THIS JOB RUNS NIGHTLY AND
      * PICKS UP EVERY SUCH CASE STILL AHEAD OF ITS FIRST LAPSED
      * DEPARTURE.  EACH ONE:
      *
      *   1. IS LISTED ON THE RUN'S OUTPUT
      *   2. LANDS ON THE 'MEDIFLAP' EXCEPTION WORK QUEUE THROUGH
      *      Z02414, KEYED BY THE CLEARANCE, WITH THE RESERVATION AND
      *      THE FIRST UNCOVERED DEPARTURE, SO Z02415'S OPERATORS
      *      CLAIM THE CASE AND HAVE THE MEDICAL DESK RENEW IT
      *   3. IS MARKED LAPSE_QUEUED = 'Y' ON T136 SO THE NEXT RUN
      *      DOES NOT RAISE THE CASE AGAIN -- A RENEWAL ON Z02517
      *      SETS IT BACK TO 'N'
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

      * EVERY APPROVED CASE, NOT YET QUEUED, WITH A LEG STILL TO
      * DEPART AFTER THE CLEARANCE RUNS OUT -- ONE ROW PER CASE,
      * CARRYING ITS FIRST SUCH DEPARTURE
           EXEC SQL
             DECLARE C-LAPSING CURSOR FOR
             SELECT T136.CLEARANCE_ID,
                    T136.RESERVATION_ID,
                    T136.SSR_CODE,
                    CHAR(T136.VALID_UNTIL),
                    CHAR(MIN(DATE(T05.DEPARTURE_TIMESTAMP)))
             FROM T136_MEDICAL_CLEARANCE T136
             INNER JOIN T137_MEDICAL_CLEARANCE_LEG T137 ON
                   T137.CLEARANCE_ID = T136.CLEARANCE_ID
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                   T05.FLIGHT_ID = T137.FLIGHT_ID
             WHERE T136.CLEARANCE_STATUS = :CT-APPROVED-STATUS
               AND T136.LAPSE_QUEUED     = 'N'
               AND T05.FLIGHT_STATUS    <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS    <> :CT-CANCELED-STATUS
               AND T05.DEPARTURE_TIMESTAMP > CURRENT TIMESTAMP
               AND DATE(T05.DEPARTURE_TIMESTAMP) > T136.VALID_UNTIL
             GROUP BY T136.CLEARANCE_ID, T136.RESERVATION_ID,
                      T136.SSR_CODE, T136.VALID_UNTIL
             ORDER BY 5, 1
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
           05 CT-APPROVED-STATUS            PIC X(10) VALUE 'APPROVED'.

       01 WS-CLEARANCE-FIELDS.
           05 WS-CLEARANCE-ID               PIC S9(9) COMP VALUE 0.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-SSR-CODE                   PIC X(4).
           05 WS-VALID-UNTIL                PIC X(10).
           05 WS-FIRST-DEPARTURE            PIC X(10).
           05 WS-QUEUE-KEY-CLEARANCE        PIC 9(9).
           05 WS-QUEUE-RESERVATION          PIC 9(9).

       01 WS-COUNTERS.
           05 WS-CASES-QUEUED               PIC S9(7) COMP VALUE 0.

       01 WS-CASE-LINE.
           05 FILLER                        PIC X(17)
              VALUE 'MEDIF LAPSING -- '.
           05 WS-LINE-CLEARANCE-ID          PIC 9(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-RESERVATION-ID        PIC 9(9).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-SSR-CODE              PIC X(4).
           05 FILLER                        PIC X(7) VALUE ' UNTIL '.
           05 WS-LINE-VALID-UNTIL           PIC X(10).
           05 FILLER                        PIC X(5) VALUE ' DEP '.
           05 WS-LINE-DEPARTURE             PIC X(10).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'CASES QUEUED..................'.
           05 WS-TOTALS-QUEUED              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LAPSING
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02519 -- MEDICAL CLEARANCE LAPSE CHECK STARTING'
           .
      ******************************************************************
      *                  2000-PROCESS-LAPSING
      ******************************************************************
       2000-PROCESS-LAPSING.
           EXEC SQL
             OPEN C-LAPSING
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02519 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CASE
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-LIST-THE-CASE
              PERFORM 2030-QUEUE-WORK-ITEM
              PERFORM 2040-MARK-QUEUED
              PERFORM 2010-FETCH-NEXT-CASE
           END-PERFORM
           EXEC SQL
             CLOSE C-LAPSING
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-CASE
      ******************************************************************
       2010-FETCH-NEXT-CASE.
           EXEC SQL
             FETCH C-LAPSING
             INTO :WS-CLEARANCE-ID,
                  :WS-RESERVATION-ID,
                  :WS-SSR-CODE,
                  :WS-VALID-UNTIL,
                  :WS-FIRST-DEPARTURE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02519 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-LIST-THE-CASE
      ******************************************************************
       2020-LIST-THE-CASE.
           MOVE WS-CLEARANCE-ID     TO WS-LINE-CLEARANCE-ID
           MOVE WS-RESERVATION-ID   TO WS-LINE-RESERVATION-ID
           MOVE WS-SSR-CODE         TO WS-LINE-SSR-CODE
           MOVE WS-VALID-UNTIL      TO WS-LINE-VALID-UNTIL
           MOVE WS-FIRST-DEPARTURE  TO WS-LINE-DEPARTURE
           DISPLAY WS-CASE-LINE
           .
      ******************************************************************
      *                 2030-QUEUE-WORK-ITEM
      * THE CASE AS A CLAIMABLE T61 ITEM -- Z02414 SKIPS A CASE
      * ALREADY SITTING UNWORKED ON THE QUEUE
      ******************************************************************
       2030-QUEUE-WORK-ITEM.
           MOVE 'MEDIFLAP' TO WQUE-QUEUE-NAME
           MOVE WS-CLEARANCE-ID TO WS-QUEUE-KEY-CLEARANCE
           MOVE WS-RESERVATION-ID TO WS-QUEUE-RESERVATION
           MOVE SPACE TO WQUE-ITEM-KEY
           STRING 'CLEARANCE ' WS-QUEUE-KEY-CLEARANCE
             DELIMITED BY SIZE INTO WQUE-ITEM-KEY
           END-STRING
           MOVE SPACE TO WQUE-ITEM-TEXT
           STRING 'MEDIF LAPSES ' WS-VALID-UNTIL
                  ' RES ' WS-QUEUE-RESERVATION
                  ' FLIES ' WS-FIRST-DEPARTURE
             DELIMITED BY SIZE INTO WQUE-ITEM-TEXT
           END-STRING
           CALL 'Z02414' USING WS-ZZEC0266
           IF WQUE-RESULT NOT = 'O' THEN
              DISPLAY 'Z02519 -- WORK QUEUE INSERT FAILED FOR '
                      WQUE-ITEM-KEY
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-CASES-QUEUED
           .
      ******************************************************************
      *                    2040-MARK-QUEUED
      ******************************************************************
       2040-MARK-QUEUED.
           EXEC SQL
             UPDATE T136_MEDICAL_CLEARANCE
                SET LAPSE_QUEUED = 'Y'
              WHERE CLEARANCE_ID = :WS-CLEARANCE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02519 -- LAPSE FLAG UPDATE FAILED, SQLCODE '
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
           MOVE WS-CASES-QUEUED TO WS-TOTALS-QUEUED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02519  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-QUEUE-KEY-CLEARANCE TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02519 -- MEDICAL CLEARANCE LAPSE CHECK ENDING'
           GOBACK
           .
