      *
      *    MODE=FULL  OR  MODE=CHANGES
      *
      * CODESHARE -- EVERY MARKETING DESIGNATOR THE SCHEDULE'S FLIGHTS
      * CARRY ON T118_CODESHARE_DESIGNATOR (UP TO THREE) GOES OUT AT
      * THE END OF THE RECORD, AND THE PARTNER CODES ARE PART OF THE
      * SNAPSHOT IMAGE SO A PARTNER ADDED OR DROPPED IS A CHANGE.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   SCHEDOUT RECORD WIDENED TO 150 BYTES: THE
      *                    SCHEDULE'S CODESHARE MARKETING DESIGNATORS
      *                    (UP TO THREE, FROM T118_CODESHARE_DESIGNATOR
      *                    THROUGH THE NEW C-SCHEDULE-DESIGNATORS
      *                    CURSOR) FOLLOW THE EXISTING FIELDS, AND THE
      *                    PARTNER CODES JOIN THE SNAPSHOT ROW IMAGE
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-PUBLISH-FILE.
       01  SCHED-PUBLISH-RECORD                 PIC X(150).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T10TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * ACTIVE SCHEDULES WITH AIRLINE AND EQUIPMENT RESOLVED
           EXEC SQL
             DECLARE C-ACTIVE-SCHEDULES CURSOR FOR
             FOR FETCH ONLY
           END-EXEC

      * CODESHARE DESIGNATORS ON THE FLIGHTS OF ONE SCHEDULE
           EXEC SQL
             DECLARE C-SCHEDULE-DESIGNATORS CURSOR FOR
             SELECT DISTINCT T118.MARKETING_AIRLINE_CODE,
                    T118.MARKETING_FLIGHT_NUMBER
             FROM T05_FLIGHT_TABLE T05,
                  T118_CODESHARE_DESIGNATOR T118
             WHERE T05.SCHEDULED_FLIGHT_ID = :WS-SCHEDULE-ID
               AND T05.FLIGHT_NUMBER = :WS-FLIGHT-NUMBER
               AND T118.FLIGHT_ID = T05.FLIGHT_ID
             ORDER BY 1, 2
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
           05 SW-IF-SNAPSHOT-FOUND          PIC X VALUE 'N'.
               88 SO-SNAPSHOT-FOUND         VALUE 'Y'.
               88 SO-SNAPSHOT-NOT-FOUND     VALUE 'N'.
           05 SW-IF-END-OF-DESIGNATORS      PIC X VALUE 'N'.
               88 SO-END-OF-DESIGNATORS     VALUE 'Y'.
               88 SO-NOT-END-OF-DESIGNATORS VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-SUSPENDED-STATUS      PIC X(15) VALUE 'SUSPENDED'.
           05 WS-END-DATE                   PIC X(10).
           05 WS-AIRLINE-CODE               PIC X(3).
           05 WS-PLANE-MODEL                PIC X(20).
           05 WS-DESIGNATOR-CODE            PIC X(3).
           05 WS-DESIGNATOR-NUMBER          PIC X(15).

       01 WS-DESIGNATOR-TABLE.
           05 WS-DESIGNATOR-COUNT           PIC S9(4) COMP VALUE 0.
           05 WS-DESIGNATOR OCCURS 3 TIMES.
               10 WS-DES-CODE               PIC X(3).
               10 WS-DES-NUMBER             PIC X(15).

       01 WS-ROW-IMAGE                      PIC X(80).
       01 WS-SNAPSHOT-IMAGE                 PIC X(80).
           05 WS-PUB-END-DATE               PIC X(10).
           05 WS-PUB-PLANE-MODEL            PIC X(20).
           05 FILLER                        PIC X(4) VALUE SPACE.
           05 WS-PUB-CODESHARE OCCURS 3 TIMES
                                            PIC X(15).
           05 FILLER                        PIC X(5) VALUE SPACE.

       01 WS-COUNTERS.
           05 WS-SCHEDULES-SEEN             PIC S9(7) COMP VALUE 0.
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02374 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-SCHEDULE
           WHEN OTHER
              DISPLAY 'Z02374 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      * DIFFERS FROM THE SNAPSHOT IMAGE OF THE LAST RUN
      ******************************************************************
       2020-PUBLISH-IF-DUE.
           PERFORM 2025-GET-DESIGNATORS
           PERFORM 2030-BUILD-ROW-IMAGE
           IF SO-CHANGES-MODE THEN
              PERFORM 7001-READ-SNAPSHOT
           END-IF
           .
      ******************************************************************
      *                     2025-GET-DESIGNATORS
      * COLLECTS THE SCHEDULE'S CODESHARE DESIGNATORS -- A SCHEDULE
      * CARRIES AT MOST THREE PARTNERS, ANYTHING BEYOND IS DROPPED
      ******************************************************************
       2025-GET-DESIGNATORS.
           MOVE 0 TO WS-DESIGNATOR-COUNT
           MOVE SPACE TO WS-DESIGNATOR(1) WS-DESIGNATOR(2)
                         WS-DESIGNATOR(3)
           EXEC SQL
             OPEN C-SCHEDULE-DESIGNATORS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02374 -- OPEN DESIGNATOR CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2025' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-DESIGNATORS TO TRUE
           PERFORM 2026-FETCH-DESIGNATOR
           PERFORM UNTIL SO-END-OF-DESIGNATORS
              IF WS-DESIGNATOR-COUNT < 3 THEN
                 ADD 1 TO WS-DESIGNATOR-COUNT
                 MOVE WS-DESIGNATOR-CODE TO
                                     WS-DES-CODE(WS-DESIGNATOR-COUNT)
                 MOVE WS-DESIGNATOR-NUMBER TO
                                     WS-DES-NUMBER(WS-DESIGNATOR-COUNT)
              END-IF
              PERFORM 2026-FETCH-DESIGNATOR
           END-PERFORM
           EXEC SQL
             CLOSE C-SCHEDULE-DESIGNATORS
           END-EXEC
           .
      ******************************************************************
      *                     2026-FETCH-DESIGNATOR
      ******************************************************************
       2026-FETCH-DESIGNATOR.
           EXEC SQL
             FETCH C-SCHEDULE-DESIGNATORS
             INTO :WS-DESIGNATOR-CODE,
                  :WS-DESIGNATOR-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-DESIGNATORS TO TRUE
           WHEN OTHER
              DISPLAY 'Z02374 -- DESIGNATOR FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2026' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-DESIGNATORS TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                     2030-BUILD-ROW-IMAGE
      ******************************************************************
       2030-BUILD-ROW-IMAGE.
                  WS-WEEK-DAYS
                  WS-START-DATE
                  WS-END-DATE
                  WS-DES-CODE(1)
                  WS-DES-CODE(2)
                  WS-DES-CODE(3)
             DELIMITED BY SIZE INTO WS-ROW-IMAGE
           END-STRING
           .
           MOVE WS-START-DATE       TO WS-PUB-START-DATE
           MOVE WS-END-DATE         TO WS-PUB-END-DATE
           MOVE WS-PLANE-MODEL      TO WS-PUB-PLANE-MODEL
           MOVE WS-DES-NUMBER(1)    TO WS-PUB-CODESHARE(1)
           MOVE WS-DES-NUMBER(2)    TO WS-PUB-CODESHARE(2)
           MOVE WS-DES-NUMBER(3)    TO WS-PUB-CODESHARE(3)
           WRITE SCHED-PUBLISH-RECORD FROM WS-PUBLISH-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           .
           WHEN OTHER
              DISPLAY 'Z02374 -- SNAPSHOT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
              IF NOT SO-SQLCODE-NORMAL THEN
                 DISPLAY 'Z02374 -- SNAPSHOT INSERT FAILED, '
                         'SQLCODE ' WS-SQLCODE-FORMAT
                 MOVE '7002' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
           WHEN OTHER
              DISPLAY 'Z02374 -- SNAPSHOT UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
           DISPLAY 'RECORDS WRITTEN:  ' WS-RECORDS-WRITTEN
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02374  '   TO ERRL-PROGRAM-ID
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
