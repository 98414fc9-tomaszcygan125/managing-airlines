      *     ITEM THROUGH Z02414 FOR EVERY CONNECTION THE RETIMING
      *     LEAVES UNDER AN HOUR -- Z02414 SKIPS CASES ALREADY
      *     SITTING UNWORKED
      *   - RECORDS EACH RETIMED FLIGHT'S OLD AND NEW TIMES AS A
      *     T145_SCHEDULE_CHANGE ROW (CHANGE_TYPE 'R') FOR THE
      *     NIGHTLY Z02525 SCHEDULE CHANGE RUN, WHICH WORKS OUT WHICH
      *     RESERVATIONS THE MOVE REALLY HURTS
      *
      * NEW MAPSET ZZMP0276/MP0276 FOR THIS SCREEN: SCHEDULE-IDI,
      * EFF-DATEI, DEP-ORIGI, ARR-DESTI, DEP-DESTI, ARR-ORIGI, MSGO.
      *
      *  2026-09-02  INITIAL VERSION
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  EVERY RETIMED FLIGHT NOW ALSO GETS A
      *              T145_SCHEDULE_CHANGE ROW WITH ITS OLD AND NEW TIMES
      *              (NEW 7007, COLUMNS IN Z02525'S HEADER) FOR THE
      *              NIGHTLY SCHEDULE CHANGE RUN Z02525
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0276.
           COPY ZZEC0215.
      * ERROR-LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * EXCEPTION WORK QUEUE PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-SCHED-STATUS               PIC X(15).
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-CHANGE-ID                  PIC S9(9) COMP.
           05 WS-FLIGHT-DEP-AIRPORT         PIC X(3).
           05 WS-USE-DEP-TIME               PIC X(8).
           05 WS-USE-ARR-TIME               PIC X(8).
              MOVE WS-DEP-DEST-TIME TO WS-USE-DEP-TIME
              MOVE WS-ARR-ORIG-TIME TO WS-USE-ARR-TIME
           END-IF
           PERFORM 7007-RECORD-SCHEDULE-CHANGE
           PERFORM 7004-UPDATE-FLIGHT-TIMES
           PERFORM 7005-QUEUE-NOTIFICATIONS
           PERFORM 2024-RECHECK-CONNECTIONS
           END-IF
           .
      ******************************************************************
      *                7007-RECORD-SCHEDULE-CHANGE
      * THE FLIGHT'S TIMES BEFORE AND AFTER, TAKEN BEFORE 7004
      * OVERWRITES THEM -- THE NEW ONES WORKED OUT THE SAME WAY 7004
      * SETS THEM
      ******************************************************************
       7007-RECORD-SCHEDULE-CHANGE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-CHANGE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T145_SCHEDULE_CHANGE
                (CHANGE_ID, CHANGE_TYPE, SCHEDULED_FLIGHT_ID,
                 FLIGHT_ID, OLD_DEPARTURE_TIMESTAMP,
                 NEW_DEPARTURE_TIMESTAMP, OLD_ARRIVAL_TIMESTAMP,
                 NEW_ARRIVAL_TIMESTAMP, OPERATOR_ID,
                 CHANGE_TIMESTAMP, PROCESSED_FLAG)
             SELECT :WS-CHANGE-ID,
                    'R',
                    :WS-SCHEDULE-ID,
                    FLIGHT_ID,
                    DEPARTURE_TIMESTAMP,
                    TIMESTAMP(DATE(DEPARTURE_TIMESTAMP),
                              TIME(:WS-USE-DEP-TIME)),
                    ARRIVAL_TIMESTAMP,
                    TIMESTAMP(DATE(ARRIVAL_TIMESTAMP),
                              TIME(:WS-USE-ARR-TIME)),
                    :WS-OPERATOR-ID,
                    CURRENT TIMESTAMP,
                    'N'
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7005-QUEUE-NOTIFICATIONS
      * ONE 'PENDING' ROW PER PASSENGER STILL BOOKED ON THE RETIMED
      * FLIGHT -- THE SAME SHAPE Z02232 QUEUES ON A DELAY
             INTO WS-Z02141-I-ERROR-MESSAGE(4)
           END-STRING

           PERFORM 9060-WRITE-ERROR-LOG
           SET SO-Z02141-M-WITH TO TRUE
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE ON T88 THROUGH Z02459.  THE FAILED WORK IS
      * ROLLED BACK FIRST, SO THE SYNCPOINT COMMITS ONLY THE ERROR
      * ROW AND IT OUTLIVES THE ERROR SCREEN
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE CT-THIS-PROGRAM-NAME TO ERRL-PROGRAM-ID
           MOVE SW-STATEMENT-ID      TO ERRL-STATEMENT-ID
           MOVE SQLCODE              TO ERRL-SQLCODE
           MOVE SQLERRMC             TO ERRL-SQLERRMC
           MOVE EIBOPID              TO ERRL-OPERATOR-ID
           MOVE EIBTRNID             TO ERRL-TRANSACTION-ID
           MOVE WS-LOG-ENTITY-KEY    TO ERRL-ENTITY-KEY
           EXEC CICS
              SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
      ******************************************************************
      *                     3000-FINAL
      ******************************************************************
       3000-FINAL.
