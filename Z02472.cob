       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02472.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- GATE BOARDING SCAN
      *
      * Z02345 MARKS A SEAT 'CHECKED IN' BUT NOTHING EVER RECORDED
      * THAT THE PASSENGER WALKED DOWN THE JET BRIDGE, SO NOTHING
      * COULD PROVE EVERY LOADED BAG TRAVELS WITH ITS OWNER.  THE
      * GATE READERS FEED THIS JOB ONE BOARDING-PASS SCAN AT A TIME,
      * THE SAME SINGLE-ACTION SYSIN-CARD SHAPE AS Z02345 ITSELF:
      *
      *    FLIGHT=nnnnnnnn ID=xxxxxxxxxxxx
      *
      *    nnnnnnnn     -- T05/T04 FLIGHT_ID
      *    xxxxxxxxxxxx -- T06 IDENTIFICATION_NUMBER
      *
      * THE PASSENGER'S CHECKED-IN T04 SEAT ROW GETS THE NEW COLUMN
      * BOARDED_TIMESTAMP (NULL UNTIL SCANNED AT THE GATE).
      * BOARDING_STATUS ITSELF STAYS 'CHECKED IN', SO THE NO-SHOW AND
      * LOAD COUNTS OF Z02356, Z02378 AND Z02391 ARE UNCHANGED.  A
      * PASSENGER NOT CHECKED IN CANNOT BOARD -- THE SCAN IS REFUSED
      * AND THE GATE SENDS THEM BACK TO THE DESK.  A SECOND SCAN OF
      * THE SAME PASS KEEPS THE FIRST TIME.
      *
      * Z02473 (AT BOARDING CLOSE) AND Z02474 (ON DEMAND) MATCH THE
      * BOARDED PASSENGERS AGAINST THE LOADED BAGS.
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

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 CT-CONSTANTS.
           05 CT-CHECKED-IN-STATUS PIC X(10) VALUE 'CHECKED IN'.

       01 WS-PARM-TEXT                      PIC X(40) VALUE SPACE.
       01 WS-FLIGHT-ID                      PIC X(08) VALUE SPACE.
       01 WS-ID-NUMBER                      PIC X(12) VALUE SPACE.

       01 WS-SEAT-FIELDS.
           05 WS-PASSENGER-ID-NUM           PIC S9(9) COMP VALUE 0.
           05 WS-BOARDING-STATUS            PIC X(10) VALUE SPACE.
           05 WS-ALREADY-BOARDED            PIC X VALUE 'N'.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BOARD-THE-PASSENGER
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02472 -- GATE BOARDING SCAN STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      * PARM IS FLIGHT=nnnnnnnn ID=xxxxxxxxxxxx
      ******************************************************************
       1010-PARSE-PARM.
           IF WS-PARM-TEXT(1:7) = 'FLIGHT=' AND
                    WS-PARM-TEXT(16:3) = 'ID=' THEN
              MOVE WS-PARM-TEXT(8:8)  TO WS-FLIGHT-ID
              MOVE WS-PARM-TEXT(19:12) TO WS-ID-NUMBER
           ELSE
              DISPLAY
               'Z02472 -- INVALID PARM, EXPECTED FLIGHT=nnnnnnnn '
               'ID=xxxxxxxxxxxx'
              DISPLAY '          GOT: ' WS-PARM-TEXT
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2000-BOARD-THE-PASSENGER
      ******************************************************************
       2000-BOARD-THE-PASSENGER.
           PERFORM 7001-READ-THE-SEAT
           EVALUATE TRUE
           WHEN WS-BOARDING-STATUS NOT = CT-CHECKED-IN-STATUS
              DISPLAY 'Z02472 -- NOT CHECKED IN, BOARDING REFUSED -- '
                      'FLIGHT ' WS-FLIGHT-ID ' ID ' WS-ID-NUMBER
           WHEN WS-ALREADY-BOARDED = 'Y'
              DISPLAY 'Z02472 -- ALREADY BOARDED -- FLIGHT '
                      WS-FLIGHT-ID ' ID ' WS-ID-NUMBER
           WHEN OTHER
              PERFORM 7002-MARK-BOARDED
              DISPLAY 'Z02472 -- BOARDED FLIGHT ' WS-FLIGHT-ID
                      ' ID ' WS-ID-NUMBER
           END-EVALUATE
           .
      ******************************************************************
      *                     7001-READ-THE-SEAT
      ******************************************************************
       7001-READ-THE-SEAT.
           EXEC SQL
             SELECT T04.PASSENGER_ID,
                    COALESCE(T04.BOARDING_STATUS, ' '),
                    CASE WHEN T04.BOARDED_TIMESTAMP IS NULL
                         THEN 'N' ELSE 'Y' END
             INTO :WS-PASSENGER-ID-NUM,
                  :WS-BOARDING-STATUS,
                  :WS-ALREADY-BOARDED
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T04.PASSENGER_ID
             WHERE T04.FLIGHT_ID = :WS-FLIGHT-ID
               AND T06.IDENTIFICATION_NUMBER = :WS-ID-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              DISPLAY 'Z02472 -- NO MATCHING RESERVATION FOR FLIGHT '
                      WS-FLIGHT-ID ' ID ' WS-ID-NUMBER
              PERFORM 9999-EXIT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02472 -- SEAT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     7002-MARK-BOARDED
      ******************************************************************
       7002-MARK-BOARDED.
           EXEC SQL
             UPDATE T04_FLIGHT_SEATS
                SET BOARDED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE FLIGHT_ID    = :WS-FLIGHT-ID
                AND PASSENGER_ID = :WS-PASSENGER-ID-NUM
                AND BOARDING_STATUS = :CT-CHECKED-IN-STATUS
                AND BOARDED_TIMESTAMP IS NULL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02472 -- BOARDED UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02472  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02472 -- GATE BOARDING SCAN ENDING'
           GOBACK
           .
