       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02520.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- PRM ADVANCE NOTIFICATION TO AIRPORT ASSISTANCE
      *              PROVIDERS
      *
      * AN EU AIRPORT MUST HAVE NOTICE OF A PASSENGER WITH REDUCED
      * MOBILITY AT LEAST 36 HOURS BEFORE THE DEPARTURE OR ARRIVAL,
      * OR IT STAFFS NO WHEELCHAIR AND CHARGES US FOR THE UNNOTIFIED
      * PASSENGER.  THE ASSISTANCE WAS ON OUR SIDE (THE T06 SPECIAL
      * ASSISTANCE FLAG, THE T67 SSRS) BUT NOBODY TOLD THE AIRPORT.
      * THIS SWEEP, RUN AT LEAST TWICE A DAY LIKE Z02481, SENDS
      * EVERY AIRPORT ITS ASSISTED PASSENGERS FOR THE FLIGHTS
      * LEAVING IN THE NEXT PRM-NOTICE-HOURS (T87 THROUGH Z02457,
      * DEFAULT CT-PRM-NOTICE-HOURS):
      *
      *   DEP -- TO THE DEPARTURE AIRPORT, FOR A PASSENGER WHO
      *          STARTS THE JOURNEY THERE
      *   ARR -- TO THE ARRIVAL AIRPORT, FOR A PASSENGER WHO ENDS
      *          THE JOURNEY THERE
      *   TRF -- TO THE ARRIVAL AIRPORT, FOR A PASSENGER WHO
      *          CONNECTS THERE: THE SAME RESERVATION AND PASSENGER
      *          LEAVING AGAIN WITHIN CT-CONNECTION-HOURS (THE
      *          Z02481 THROUGH-CHECK RULE).  CARRIES THE ONWARD
      *          FLIGHT, ITS DEPARTURE AND THE CONNECTION MINUTES.
      *          THE ONWARD LEG THEN SENDS NO DEP OF ITS OWN
      *
      * A PASSENGER IS ASSISTED WHEN THE T06 FLAG IS SET OR A PRM SSR
      * (CT-PRM-SSR-CODES) IS HELD FOR THE LEG ON T67.  THE
      * ASSISTANCE TYPE SENT IS THE MOST DEMANDING OF THOSE CODES --
      * WCHC FIRST, SEE 7004 -- OR MAAS WHEN ONLY THE FLAG IS SET.
      * ONLY LIVE SEATS (NOT BLOCKED, STANDBY OR DELETED) ON
      * CONFIRMED OR DELAYED FLIGHTS COUNT, AND TIMES ARE THE REVISED
      * ONES WHERE Z02364 HAS SET THEM.
      *
      * WHAT EACH AIRPORT HAS BEEN TOLD IS KEPT ON T138, SO EVERY RUN
      * SENDS ONLY THE DIFFERENCE, ON THE Z02481 ADL PRINCIPLE:
      *
      *   NEW -- A NOTICE THE AIRPORT HAS NOT HAD
      *   CHG -- AN AMENDMENT: SEAT, ASSISTANCE TYPE, TIME OR
      *          CONNECTION CHANGED SINCE IT WAS SENT
      *   CNL -- AN AMENDMENT: THE PASSENGER IS NO LONGER ON THE
      *          FLIGHT, NO LONGER ASSISTED, OR THE FLIGHT CANCELED
      *
      * AN AIRPORT WITH NOTHING NEW GETS NO MESSAGE.  A MESSAGE OF
      * NEW LINES ONLY IS A 'PRENOTE', ONE WITH ANY CHG OR CNL AN
      * 'AMEND'.
      *
      * OUTPUT ON DDNAME PRMOUT, ONE 80-BYTE RECORD PER LINE: THE
      * AIRPORT IN COLUMNS 1-3 AND THE TEXT FROM COLUMN 5, IN AIRPORT
      * ORDER, SO THE DISTRIBUTION STEP SPLITS ONE FILE PER AIRPORT
      * ON THE FIRST THREE BYTES AS IT DOES FOR PNLOUT:
      *
      *   PRM PRENOTE AAA MSG 123456789 2026-10-15-06.00
      *   NEW DEP FLTNUMBR 2026-10-17-09.40 012C WCHC LAST/FIRST  LOCATR
      *   CHG TRF FLTNUMBR 2026-10-17-11.55 004A WCHR LAST/FIRST  LOCATR
      *       ONWARD FLTNUMBR 2026-10-17-13.10 BBB CNX 0075 MIN
      *   ENDPRM 00002
      *
      * THE TIME IS THE DEPARTURE ON A DEP, THE ARRIVAL OTHERWISE.
      * THE MESSAGE NUMBER COMES OFF T20_ID_SEQUENCE; THE AIRPORT
      * QUOTES IT BACK IN ITS ACKNOWLEDGEMENT, WHICH Z02521 LOADS.
      *
      * NEW TABLES:
      *   T138_PRM_NOTICE -- WHAT EACH AIRPORT LAST HAD
      *      STATION_CODE            CHAR(3)       NOT NULL
      *      FLIGHT_ID               CHAR(8)       NOT NULL  T05
      *      PASSENGER_ID            INTEGER       NOT NULL  T06
      *      NOTICE_TYPE             CHAR(3)       NOT NULL  'DEP'/
      *                                                      'ARR'/
      *                                                      'TRF'
      *      NOTICE_ENTRY            CHAR(128)     NOT NULL  THE TWO
      *                                                      LINES AS
      *                                                      BUILT IN
      *                                                      2100
      *      PENDING_ACTION          CHAR(3)       NOT NULL  'NEW'/
      *                                                      'CHG'/
      *                                                      'CNL'/
      *                                                      SPACE
      *                                                      ONCE SENT
      *      SEEN_FLAG               CHAR(1)       NOT NULL  WORK FLAG
      *                                                      OF THE
      *                                                      COMPARE
      *      LAST_MESSAGE_ID         INTEGER       NOT NULL  T139, 0
      *                                                      UNTIL SENT
      *      PRIMARY KEY (STATION_CODE, FLIGHT_ID, PASSENGER_ID,
      *                   NOTICE_TYPE), INDEX (FLIGHT_ID),
      *      INDEX (LAST_MESSAGE_ID)
      *
      *   T139_PRM_MESSAGE_LOG -- ONE ROW PER MESSAGE SENT
      *      MESSAGE_ID              INTEGER       PRIMARY KEY (T20)
      *      STATION_CODE            CHAR(3)       NOT NULL
      *      MESSAGE_TYPE            CHAR(8)       NOT NULL  'PRENOTE'/
      *                                                      'AMEND'
      *      RECORD_COUNT            INTEGER       NOT NULL
      *      SENT_TIMESTAMP          TIMESTAMP     NOT NULL
      *      ACK_STATUS              CHAR(8)       NOT NULL  'PENDING'/
      *                                                      'ACKED'/
      *                                                      'REJECTED'
      *      ACK_TIMESTAMP           TIMESTAMP               Z02521
      *      ACK_REFERENCE           CHAR(20)                Z02521
      *      INDEX (STATION_CODE, SENT_TIMESTAMP)
      *
      * T138 ROWS OF A FLIGHT ARE DROPPED ONCE IT HAS DEPARTED.  THE
      * SWEEP TAKES NO PARM AND IS SAFE TO RUN AS OFTEN AS WANTED.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-OUT-FILE ASSIGN TO 'PRMOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRM-OUT-FILE.
       01  PRM-OUT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.

      * EVERY ASSISTED PASSENGER ON A LIVE SEAT OF A FLIGHT LEAVING
      * INSIDE THE NOTICE WINDOW
           EXEC SQL
             DECLARE C-PRM-PASSENGERS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                  T05.DEPARTURE_TIMESTAMP)),
                    CHAR(COALESCE(T05.NEW_ARRIVAL_TIMESTAMP,
                                  T05.ARRIVAL_TIMESTAMP)),
                    T04.PASSENGER_ID,
                    T04.RESERVATION_ID,
                    T04.ROW_NUMBER,
                    T04.SEAT_LETTER,
                    T06.PASSENGER_LAST_NAME,
                    T06.PASSENGER_NAME,
                    COALESCE(T09.RECORD_LOCATOR, ' ')
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN T04_FLIGHT_SEATS T04 ON
                   T04.FLIGHT_ID = T05.FLIGHT_ID
             INNER JOIN T12_RESERVATION_PASSENGERS T12 ON
                   T12.RESERVATION_ID = T04.RESERVATION_ID
               AND T12.PASSENGER_ID   = T04.PASSENGER_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T04.PASSENGER_ID
             INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                   T09.RESERVATION_ID = T04.RESERVATION_ID
             WHERE T05.FLIGHT_STATUS IN ('CONFIRMED', 'DELAYED')
               AND T05.DEPARTURE_TIMESTAMP >
                                       TIMESTAMP(:WS-RUN-TIMESTAMP)
               AND T05.DEPARTURE_TIMESTAMP <=
                                       TIMESTAMP(:WS-WINDOW-END)
               AND (T04.RESERVATION_STATUS IS NULL OR
                    T04.RESERVATION_STATUS NOT IN
                       ('BLOCKED', 'STANDBY', 'DELETED'))
               AND (T06.SPECIAL_ASSISTANCE_FLAG = 'Y' OR
                    EXISTS
                       (SELECT 1
                          FROM T67_PASSENGER_SSR T67
                         WHERE T67.FLIGHT_ID    = T04.FLIGHT_ID
                           AND T67.PASSENGER_ID = T04.PASSENGER_ID
                           AND T67.SSR_CODE IN
                              ('WCHC', 'WCHS', 'WCHR', 'WCBD', 'WCBW',
                               'WCMP', 'WCOB', 'STCR', 'MEDA', 'BLND',
                               'DEAF', 'DPNA', 'MAAS')))
             ORDER BY T05.FLIGHT_ID,
                      T04.PASSENGER_ID
             FOR FETCH ONLY
           END-EXEC

      * THE AIRPORTS WITH SOMETHING TO SEND, AND HOW MUCH OF IT IS
      * AMENDMENT
           EXEC SQL
             DECLARE C-PENDING-STATIONS CURSOR FOR
             SELECT STATION_CODE,
                    COUNT(*),
                    SUM(CASE WHEN PENDING_ACTION = 'NEW'
                        THEN 0 ELSE 1 END)
             FROM T138_PRM_NOTICE
             WHERE PENDING_ACTION IN ('NEW', 'CHG', 'CNL')
             GROUP BY STATION_CODE
             ORDER BY STATION_CODE
             FOR FETCH ONLY
           END-EXEC

      * ONE AIRPORT'S LINES, IN TIME ORDER (POSITIONS 14-29 OF THE
      * ENTRY ARE THE TIME)
           EXEC SQL
             DECLARE C-STATION-NOTICES CURSOR FOR
             SELECT PENDING_ACTION,
                    NOTICE_ENTRY
             FROM T138_PRM_NOTICE
             WHERE STATION_CODE = :WS-STATION-CODE
               AND PENDING_ACTION IN ('NEW', 'CHG', 'CNL')
             ORDER BY SUBSTR(NOTICE_ENTRY, 14, 16),
                      FLIGHT_ID,
                      NOTICE_TYPE,
                      PASSENGER_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 CT-CONSTANTS.
           05 CT-PRM-NOTICE-HOURS           PIC S9(5) COMP VALUE 72.
           05 CT-CONNECTION-HOURS           PIC S9(4) COMP VALUE 24.
           05 CT-FLAG-ONLY-CODE             PIC X(4) VALUE 'MAAS'.
           05 CT-PRENOTE-MESSAGE            PIC X(8) VALUE 'PRENOTE'.
           05 CT-AMEND-MESSAGE              PIC X(8) VALUE 'AMEND'.
           05 CT-ACK-PENDING-STATUS         PIC X(8) VALUE 'PENDING'.

       01 SW-SWITCHES.
           05 SW-IF-END-OF-PASSENGERS       PIC X VALUE 'N'.
               88 SO-END-OF-PASSENGERS      VALUE 'Y'.
           05 SW-IF-END-OF-STATIONS         PIC X VALUE 'N'.
               88 SO-END-OF-STATIONS        VALUE 'Y'.
           05 SW-IF-END-OF-NOTICES          PIC X VALUE 'N'.
               88 SO-END-OF-NOTICES         VALUE 'Y'.
           05 SW-IF-ONWARD-FOUND            PIC X VALUE 'N'.
               88 SO-ONWARD-FOUND           VALUE 'Y'.
               88 SO-NO-ONWARD              VALUE 'N'.
           05 SW-PENDING-ACTION             PIC X(3).
               88 SO-NEW-NOTICE             VALUE 'NEW'.
               88 SO-CHANGED-NOTICE         VALUE 'CHG'.
               88 SO-CANCELED-NOTICE        VALUE 'CNL'.
               88 SO-NOTHING-PENDING        VALUE SPACE.

       01 WS-RUN-WINDOW.
           05 WS-NOTICE-HOURS               PIC S9(5) COMP.
           05 WS-RUN-TIMESTAMP              PIC X(26).
           05 WS-WINDOW-END                 PIC X(26).

       01 WS-FLIGHT-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-NUMBER              PIC X(15).
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-DEPARTURE-TS               PIC X(26).
           05 WS-ARRIVAL-TS                 PIC X(26).

       01 WS-PASSENGER-FIELDS.
           05 WS-PASSENGER-ID               PIC S9(9) COMP.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-SEAT-LETTER                PIC X.
           05 WS-PAX-LAST-NAME              PIC X(50).
           05 WS-PAX-FIRST-NAME             PIC X(50).
           05 WS-RECORD-LOCATOR             PIC X(6).
           05 WS-ASSIST-CODE                PIC X(4).
           05 WS-INBOUND-COUNT              PIC S9(9) COMP.
           05 WS-ONWARD-FLIGHT-NUMBER       PIC X(15).
           05 WS-ONWARD-TS                  PIC X(26).
           05 WS-ONWARD-AIRPORT             PIC X(3).
           05 WS-CONNECTION-MINUTES         PIC S9(9) COMP.

      * ONE NOTICE AS THE AIRPORT SEES IT, AND THE KEY OF THE
      * COMPARE: THE MAIN LINE, THEN THE CONNECTION LINE OF A TRF
       01 WS-NOTICE-ENTRY.
           05 WS-NTC-LINE1.
               10 WS-NTC-TYPE               PIC X(3).
               10 FILLER                    PIC X.
               10 WS-NTC-FLIGHT-NUMBER      PIC X(8).
               10 FILLER                    PIC X.
               10 WS-NTC-TIME               PIC X(16).
               10 FILLER                    PIC X.
               10 WS-NTC-ROW-NUMBER         PIC 9(3).
               10 WS-NTC-SEAT-LETTER        PIC X.
               10 FILLER                    PIC X.
               10 WS-NTC-ASSIST-CODE        PIC X(4).
               10 FILLER                    PIC X.
               10 WS-NTC-NAME               PIC X(21).
               10 FILLER                    PIC X.
               10 WS-NTC-RECORD-LOCATOR     PIC X(6).
               10 FILLER                    PIC X.
           05 WS-NTC-LINE2                  PIC X(59).
       01 WS-NOTICE-TEXT REDEFINES WS-NOTICE-ENTRY
                                            PIC X(128).
       01 WS-SENT-ENTRY                     PIC X(128).
       01 WS-STATION-CODE                   PIC X(3).
       01 WS-CONNECTION-TEXT                PIC 9(4).

       01 WS-MESSAGE-FIELDS.
           05 WS-MESSAGE-ID                 PIC S9(9) COMP.
           05 WS-MESSAGE-ID-TEXT            PIC 9(9).
           05 WS-MESSAGE-TYPE               PIC X(8).
           05 WS-STATION-COUNT              PIC S9(9) COMP.
           05 WS-STATION-AMEND-COUNT        PIC S9(9) COMP.
           05 WS-RECORD-COUNT               PIC S9(9) COMP.
           05 WS-RECORD-COUNT-TEXT          PIC 9(5).

       01 WS-OUTPUT-RECORD.
           05 WS-OUT-STATION                PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-OUT-TEXT                   PIC X(76).

       01 WS-DETAIL-LINE.
           05 WS-DET-ACTION                 PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DET-TEXT                   PIC X(69).
           05 FILLER                        PIC X(3) VALUE SPACE.

       01 WS-CONNECTION-LINE.
           05 FILLER                        PIC X(4) VALUE SPACE.
           05 WS-CON-TEXT                   PIC X(59).
           05 FILLER                        PIC X(13) VALUE SPACE.

       01 WS-COUNTERS.
           05 WS-ASSISTED-LEGS              PIC S9(7) COMP VALUE 0.
           05 WS-NEW-NOTICES                PIC S9(7) COMP VALUE 0.
           05 WS-CHANGED-NOTICES            PIC S9(7) COMP VALUE 0.
           05 WS-CANCELED-NOTICES           PIC S9(9) COMP VALUE 0.
           05 WS-MESSAGES-SENT              PIC S9(7) COMP VALUE 0.
           05 WS-LINES-WRITTEN              PIC S9(9) COMP VALUE 0.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'ASSISTED PASSENGER LEGS.......'.
           05 WS-TOTALS-LEGS                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'NEW NOTICES...................'.
           05 WS-TOTALS-NEW                 PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'CHANGED NOTICES...............'.
           05 WS-TOTALS-CHANGED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'CANCELED NOTICES..............'.
           05 WS-TOTALS-CANCELED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'AIRPORT MESSAGES SENT.........'.
           05 WS-TOTALS-MESSAGES            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'MESSAGE LINES WRITTEN.........'.
           05 WS-TOTALS-LINES               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-THE-NOTICES
           PERFORM 3000-SEND-THE-MESSAGES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02520 -- PRM ADVANCE NOTIFICATION STARTING'
           OPEN OUTPUT PRM-OUT-FILE
           PERFORM 1010-GET-NOTICE-WINDOW
           .
      ******************************************************************
      *                 1010-GET-NOTICE-WINDOW
      * HOW FAR AHEAD TO LOOK, OFF T87 THROUGH Z02457 (MAINTAINED ON
      * Z02458).  ONE RUN TIMESTAMP BOUNDS EVERY STATEMENT OF THE RUN
      ******************************************************************
       1010-GET-NOTICE-WINDOW.
           MOVE SPACE                   TO PARM-SCOPE
           MOVE SPACE                   TO PARM-AS-OF-DATE
           MOVE 'PRM-NOTICE-HOURS'      TO PARM-NAME
           MOVE CT-PRM-NOTICE-HOURS     TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-NOTICE-HOURS
           EXEC SQL
             VALUES (CHAR(CURRENT TIMESTAMP),
                     CHAR(CURRENT TIMESTAMP + :WS-NOTICE-HOURS HOURS))
             INTO :WS-RUN-TIMESTAMP,
                  :WS-WINDOW-END
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- RUN WINDOW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           DISPLAY 'Z02520 -- NOTICE WINDOW ' WS-RUN-TIMESTAMP
                   ' TO ' WS-WINDOW-END
           .
      ******************************************************************
      *                2000-COMPARE-THE-NOTICES
      * DEPARTED FLIGHTS' ROWS GO FIRST; EVERY ROW OF A FLIGHT IN THE
      * WINDOW IS THEN MARKED UNSEEN, THE WALK MARKS WHAT IT FINDS,
      * AND WHAT IT DID NOT FIND IS A CNL
      ******************************************************************
       2000-COMPARE-THE-NOTICES.
           PERFORM 7010-PURGE-DEPARTED-NOTICES
           PERFORM 7011-RESET-SEEN-FLAGS
           EXEC SQL
             OPEN C-PRM-PASSENGERS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- OPEN PASSENGER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-PASSENGER
           PERFORM UNTIL SO-END-OF-PASSENGERS
              ADD 1 TO WS-ASSISTED-LEGS
              PERFORM 2020-PROCESS-THE-PASSENGER
              PERFORM 2010-FETCH-NEXT-PASSENGER
           END-PERFORM
           EXEC SQL
             CLOSE C-PRM-PASSENGERS
           END-EXEC
           PERFORM 7015-CANCEL-UNSEEN-NOTICES
           .
      ******************************************************************
      *                2010-FETCH-NEXT-PASSENGER
      ******************************************************************
       2010-FETCH-NEXT-PASSENGER.
           EXEC SQL
             FETCH C-PRM-PASSENGERS
             INTO :WS-FLIGHT-ID,
                  :WS-FLIGHT-NUMBER,
                  :WS-DEPARTURE-AIRPORT,
                  :WS-ARRIVAL-AIRPORT,
                  :WS-DEPARTURE-TS,
                  :WS-ARRIVAL-TS,
                  :WS-PASSENGER-ID,
                  :WS-RESERVATION-ID,
                  :WS-ROW-NUMBER,
                  :WS-SEAT-LETTER,
                  :WS-PAX-LAST-NAME,
                  :WS-PAX-FIRST-NAME,
                  :WS-RECORD-LOCATOR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-PASSENGERS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- PASSENGER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               2020-PROCESS-THE-PASSENGER
      * A DEP UNLESS THE PASSENGER CONNECTS INTO THIS FLIGHT (THE
      * INBOUND LEG'S TRF COVERS THE AIRPORT), THEN A TRF OR AN ARR
      * AT THE OTHER END
      ******************************************************************
       2020-PROCESS-THE-PASSENGER.
           PERFORM 7004-READ-ASSIST-CODE
           PERFORM 7005-COUNT-INBOUND-LEGS
           IF WS-INBOUND-COUNT = 0 THEN
              PERFORM 2100-BUILD-THE-NOTICE
              MOVE 'DEP'                 TO WS-NTC-TYPE
              MOVE WS-DEPARTURE-TS(1:16) TO WS-NTC-TIME
              MOVE WS-DEPARTURE-AIRPORT  TO WS-STATION-CODE
              PERFORM 2200-COMPARE-THE-NOTICE
           END-IF
           PERFORM 2100-BUILD-THE-NOTICE
           MOVE WS-ARRIVAL-TS(1:16)      TO WS-NTC-TIME
           MOVE WS-ARRIVAL-AIRPORT       TO WS-STATION-CODE
           PERFORM 7006-READ-ONWARD-LEG
           IF SO-ONWARD-FOUND THEN
              MOVE 'TRF' TO WS-NTC-TYPE
              PERFORM 2110-BUILD-CONNECTION-LINE
           ELSE
              MOVE 'ARR' TO WS-NTC-TYPE
           END-IF
           PERFORM 2200-COMPARE-THE-NOTICE
           .
      ******************************************************************
      *                  2100-BUILD-THE-NOTICE
      * THE PARTS OF THE MAIN LINE THAT DO NOT DEPEND ON THE END
      ******************************************************************
       2100-BUILD-THE-NOTICE.
           MOVE SPACE              TO WS-NOTICE-ENTRY
           MOVE WS-FLIGHT-NUMBER   TO WS-NTC-FLIGHT-NUMBER
           MOVE WS-ROW-NUMBER      TO WS-NTC-ROW-NUMBER
           MOVE WS-SEAT-LETTER     TO WS-NTC-SEAT-LETTER
           MOVE WS-ASSIST-CODE     TO WS-NTC-ASSIST-CODE
           MOVE WS-RECORD-LOCATOR  TO WS-NTC-RECORD-LOCATOR
           STRING WS-PAX-LAST-NAME   DELIMITED BY '  '
                  '/'                DELIMITED BY SIZE
                  WS-PAX-FIRST-NAME  DELIMITED BY '  '
             INTO WS-NTC-NAME
           END-STRING
           .
      ******************************************************************
      *               2110-BUILD-CONNECTION-LINE
      ******************************************************************
       2110-BUILD-CONNECTION-LINE.
           IF WS-CONNECTION-MINUTES < 0 THEN
              MOVE 0 TO WS-CONNECTION-MINUTES
           END-IF
           MOVE WS-CONNECTION-MINUTES TO WS-CONNECTION-TEXT
           STRING 'ONWARD '               DELIMITED BY SIZE
                  WS-ONWARD-FLIGHT-NUMBER DELIMITED BY SPACE
                  ' '                     DELIMITED BY SIZE
                  WS-ONWARD-TS(1:16)      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-ONWARD-AIRPORT       DELIMITED BY SIZE
                  ' CNX '                 DELIMITED BY SIZE
                  WS-CONNECTION-TEXT      DELIMITED BY SIZE
                  ' MIN'                  DELIMITED BY SIZE
             INTO WS-NTC-LINE2
           END-STRING
           .
      ******************************************************************
      *                 2200-COMPARE-THE-NOTICE
      * NOT ON T138 IS A NEW; DIFFERENT FROM WHAT WAS SENT IS A CHG,
      * UNLESS THE NEW ITSELF HAS NOT GONE YET.  A CNL STILL WAITING
      * FOR A NOTICE THAT HAS COME BACK UNCHANGED IS WITHDRAWN
      ******************************************************************
       2200-COMPARE-THE-NOTICE.
           PERFORM 7012-READ-SENT-NOTICE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 7013-INSERT-NOTICE
              ADD 1 TO WS-NEW-NOTICES
           WHEN WS-SENT-ENTRY NOT = WS-NOTICE-TEXT
              IF NOT SO-NEW-NOTICE THEN
                 SET SO-CHANGED-NOTICE TO TRUE
                 ADD 1 TO WS-CHANGED-NOTICES
              END-IF
              PERFORM 7014-UPDATE-NOTICE
           WHEN OTHER
              IF SO-CANCELED-NOTICE THEN
                 SET SO-NOTHING-PENDING TO TRUE
              END-IF
              PERFORM 7014-UPDATE-NOTICE
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-ASSISTED-LEGS    TO WS-TOTALS-LEGS
           MOVE WS-NEW-NOTICES      TO WS-TOTALS-NEW
           MOVE WS-CHANGED-NOTICES  TO WS-TOTALS-CHANGED
           MOVE WS-CANCELED-NOTICES TO WS-TOTALS-CANCELED
           MOVE WS-MESSAGES-SENT    TO WS-TOTALS-MESSAGES
           MOVE WS-LINES-WRITTEN    TO WS-TOTALS-LINES
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           .
      ******************************************************************
      *                 3000-SEND-THE-MESSAGES
      * ONE MESSAGE PER AIRPORT WITH ANYTHING PENDING
      ******************************************************************
       3000-SEND-THE-MESSAGES.
           EXEC SQL
             OPEN C-PENDING-STATIONS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- OPEN STATION CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-STATION
           PERFORM UNTIL SO-END-OF-STATIONS
              PERFORM 3100-SEND-ONE-MESSAGE
              PERFORM 3010-FETCH-NEXT-STATION
           END-PERFORM
           EXEC SQL
             CLOSE C-PENDING-STATIONS
           END-EXEC
           .
      ******************************************************************
      *                 3010-FETCH-NEXT-STATION
      ******************************************************************
       3010-FETCH-NEXT-STATION.
           EXEC SQL
             FETCH C-PENDING-STATIONS
             INTO :WS-STATION-CODE,
                  :WS-STATION-COUNT,
                  :WS-STATION-AMEND-COUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-STATIONS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- STATION FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 3100-SEND-ONE-MESSAGE
      * HEADER, THE LINES, TRAILER; THEN THE LOG ROW, AND T138 IS
      * BROUGHT UP TO WHAT THE AIRPORT NOW HAS
      ******************************************************************
       3100-SEND-ONE-MESSAGE.
           PERFORM 7030-GET-MESSAGE-ID
           IF WS-STATION-AMEND-COUNT = 0 THEN
              MOVE CT-PRENOTE-MESSAGE TO WS-MESSAGE-TYPE
           ELSE
              MOVE CT-AMEND-MESSAGE   TO WS-MESSAGE-TYPE
           END-IF
           MOVE WS-MESSAGE-ID TO WS-MESSAGE-ID-TEXT
           MOVE SPACE TO WS-OUT-TEXT
           STRING 'PRM '                 DELIMITED BY SIZE
                  WS-MESSAGE-TYPE        DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  WS-STATION-CODE        DELIMITED BY SIZE
                  ' MSG '                DELIMITED BY SIZE
                  WS-MESSAGE-ID-TEXT     DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-RUN-TIMESTAMP(1:16) DELIMITED BY SIZE
             INTO WS-OUT-TEXT
           END-STRING
           PERFORM 8100-WRITE-OUTPUT-LINE

           MOVE 0 TO WS-RECORD-COUNT
           EXEC SQL
             OPEN C-STATION-NOTICES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- OPEN NOTICE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-NOTICES
           PERFORM 3110-FETCH-NEXT-NOTICE
           PERFORM UNTIL SO-END-OF-NOTICES
              PERFORM 3120-WRITE-THE-NOTICE
              PERFORM 3110-FETCH-NEXT-NOTICE
           END-PERFORM
           EXEC SQL
             CLOSE C-STATION-NOTICES
           END-EXEC

           MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-TEXT
           MOVE SPACE TO WS-OUT-TEXT
           STRING 'ENDPRM '              DELIMITED BY SIZE
                  WS-RECORD-COUNT-TEXT   DELIMITED BY SIZE
             INTO WS-OUT-TEXT
           END-STRING
           PERFORM 8100-WRITE-OUTPUT-LINE

           PERFORM 7031-LOG-THE-MESSAGE
           PERFORM 7032-STAMP-SENT-NOTICES
           PERFORM 7033-DROP-CANCELED-NOTICES
           ADD 1 TO WS-MESSAGES-SENT
           .
      ******************************************************************
      *                 3110-FETCH-NEXT-NOTICE
      ******************************************************************
       3110-FETCH-NEXT-NOTICE.
           EXEC SQL
             FETCH C-STATION-NOTICES
             INTO :SW-PENDING-ACTION,
                  :WS-NOTICE-TEXT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-NOTICES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- NOTICE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 3120-WRITE-THE-NOTICE
      * A CNL REPEATS THE LINES AS LAST SENT, SO THE AIRPORT CAN
      * MATCH IT
      ******************************************************************
       3120-WRITE-THE-NOTICE.
           ADD 1 TO WS-RECORD-COUNT
           MOVE SW-PENDING-ACTION TO WS-DET-ACTION
           MOVE WS-NTC-LINE1      TO WS-DET-TEXT
           MOVE WS-DETAIL-LINE    TO WS-OUT-TEXT
           PERFORM 8100-WRITE-OUTPUT-LINE
           IF WS-NTC-LINE2 NOT = SPACE THEN
              MOVE WS-NTC-LINE2       TO WS-CON-TEXT
              MOVE WS-CONNECTION-LINE TO WS-OUT-TEXT
              PERFORM 8100-WRITE-OUTPUT-LINE
           END-IF
           .
      ******************************************************************
      *                 7004-READ-ASSIST-CODE
      * THE MOST DEMANDING PRM SSR THE PASSENGER HOLDS FOR THE LEG --
      * CARRIED UP THE AIRCRAFT STEPS FIRST, SENSORY NEEDS LAST.  THE
      * BARE T06 FLAG IS SENT AS MAAS
      ******************************************************************
       7004-READ-ASSIST-CODE.
           MOVE CT-FLAG-ONLY-CODE TO WS-ASSIST-CODE
           EXEC SQL
             SELECT T67.SSR_CODE
             INTO :WS-ASSIST-CODE
             FROM T67_PASSENGER_SSR T67
             WHERE T67.FLIGHT_ID    = :WS-FLIGHT-ID
               AND T67.PASSENGER_ID = :WS-PASSENGER-ID
               AND T67.SSR_CODE IN
                  ('WCHC', 'WCHS', 'WCHR', 'WCBD', 'WCBW',
                   'WCMP', 'WCOB', 'STCR', 'MEDA', 'BLND',
                   'DEAF', 'DPNA', 'MAAS')
             ORDER BY CASE T67.SSR_CODE
                      WHEN 'STCR' THEN 1
                      WHEN 'WCHC' THEN 2
                      WHEN 'WCHS' THEN 3
                      WHEN 'WCHR' THEN 4
                      WHEN 'MEDA' THEN 5
                      WHEN 'WCBD' THEN 6
                      WHEN 'WCBW' THEN 6
                      WHEN 'WCMP' THEN 6
                      WHEN 'WCOB' THEN 6
                      WHEN 'BLND' THEN 7
                      WHEN 'DEAF' THEN 8
                      WHEN 'DPNA' THEN 9
                      ELSE 10 END,
                      T67.SSR_CODE
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- ASSISTANCE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7005-COUNT-INBOUND-LEGS
      * THE SAME PASSENGER ON THE SAME RESERVATION ARRIVING AT OUR
      * DEPARTURE AIRPORT WITHIN CT-CONNECTION-HOURS BEFORE WE LEAVE
      * -- FLOWN OR NOT, THE CONNECTION WAS ANNOUNCED AS A TRF
      ******************************************************************
       7005-COUNT-INBOUND-LEGS.
           MOVE 0 TO WS-INBOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-INBOUND-COUNT
             FROM T04_FLIGHT_SEATS T04I
             INNER JOIN T05_FLIGHT_TABLE T05I ON
                   T05I.FLIGHT_ID = T04I.FLIGHT_ID
             WHERE T04I.RESERVATION_ID = :WS-RESERVATION-ID
               AND T04I.PASSENGER_ID   = :WS-PASSENGER-ID
               AND T04I.FLIGHT_ID     <> :WS-FLIGHT-ID
               AND (T04I.RESERVATION_STATUS IS NULL OR
                    T04I.RESERVATION_STATUS <> 'DELETED')
               AND T05I.ARRIVAL_AIRPORT_CODE = :WS-DEPARTURE-AIRPORT
               AND T05I.FLIGHT_STATUS NOT IN ('CANCELED', 'DELETED')
               AND COALESCE(T05I.NEW_ARRIVAL_TIMESTAMP,
                            T05I.ARRIVAL_TIMESTAMP) <
                                       TIMESTAMP(:WS-DEPARTURE-TS)
               AND COALESCE(T05I.NEW_ARRIVAL_TIMESTAMP,
                            T05I.ARRIVAL_TIMESTAMP) >=
                   TIMESTAMP(:WS-DEPARTURE-TS)
                                       - :CT-CONNECTION-HOURS HOURS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- INBOUND LEG READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7005' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7006-READ-ONWARD-LEG
      * THE NEXT LEG OUT OF OUR ARRIVAL AIRPORT WITHIN
      * CT-CONNECTION-HOURS, AND THE MINUTES ON THE GROUND
      ******************************************************************
       7006-READ-ONWARD-LEG.
           SET SO-NO-ONWARD TO TRUE
           EXEC SQL
             SELECT T05N.FLIGHT_NUMBER,
                    CHAR(COALESCE(T05N.NEW_DEPARTURE_TIMESTAMP,
                                  T05N.DEPARTURE_TIMESTAMP)),
                    T05N.ARRIVAL_AIRPORT_CODE,
                    TIMESTAMPDIFF(4, CHAR(
                       COALESCE(T05N.NEW_DEPARTURE_TIMESTAMP,
                                T05N.DEPARTURE_TIMESTAMP) -
                       TIMESTAMP(:WS-ARRIVAL-TS)))
             INTO :WS-ONWARD-FLIGHT-NUMBER,
                  :WS-ONWARD-TS,
                  :WS-ONWARD-AIRPORT,
                  :WS-CONNECTION-MINUTES
             FROM T04_FLIGHT_SEATS T04N
             INNER JOIN T05_FLIGHT_TABLE T05N ON
                   T05N.FLIGHT_ID = T04N.FLIGHT_ID
             WHERE T04N.RESERVATION_ID = :WS-RESERVATION-ID
               AND T04N.PASSENGER_ID   = :WS-PASSENGER-ID
               AND T04N.FLIGHT_ID     <> :WS-FLIGHT-ID
               AND (T04N.RESERVATION_STATUS IS NULL OR
                    T04N.RESERVATION_STATUS <> 'DELETED')
               AND T05N.DEPARTURE_AIRPORT_CODE = :WS-ARRIVAL-AIRPORT
               AND T05N.FLIGHT_STATUS IN ('CONFIRMED', 'DELAYED')
               AND T05N.DEPARTURE_TIMESTAMP >
                                       TIMESTAMP(:WS-DEPARTURE-TS)
               AND COALESCE(T05N.NEW_DEPARTURE_TIMESTAMP,
                            T05N.DEPARTURE_TIMESTAMP) <=
                   TIMESTAMP(:WS-ARRIVAL-TS)
                                     + :CT-CONNECTION-HOURS HOURS
             ORDER BY T05N.DEPARTURE_TIMESTAMP
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-ONWARD-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- ONWARD LEG READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7006' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *              7010-PURGE-DEPARTED-NOTICES
      * THE AIRPORT HAS HANDLED THE PASSENGER -- NOTHING LEFT TO SAY
      ******************************************************************
       7010-PURGE-DEPARTED-NOTICES.
           EXEC SQL
             DELETE FROM T138_PRM_NOTICE
              WHERE FLIGHT_ID IN
                   (SELECT T05.FLIGHT_ID
                      FROM T05_FLIGHT_TABLE T05
                     WHERE T05.DEPARTURE_TIMESTAMP <=
                                       TIMESTAMP(:WS-RUN-TIMESTAMP))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 PURGE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7011-RESET-SEEN-FLAGS
      * EVERY ROW OF A FLIGHT IN THE WINDOW, WHATEVER ITS STATUS NOW
      * -- A CANCELED FLIGHT'S PASSENGERS ARE NOT WALKED, SO THEY CNL
      ******************************************************************
       7011-RESET-SEEN-FLAGS.
           EXEC SQL
             UPDATE T138_PRM_NOTICE
                SET SEEN_FLAG = 'N'
              WHERE FLIGHT_ID IN
                   (SELECT T05.FLIGHT_ID
                      FROM T05_FLIGHT_TABLE T05
                     WHERE T05.DEPARTURE_TIMESTAMP >
                                       TIMESTAMP(:WS-RUN-TIMESTAMP)
                       AND T05.DEPARTURE_TIMESTAMP <=
                                       TIMESTAMP(:WS-WINDOW-END))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 RESET FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7011' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7012-READ-SENT-NOTICE
      * LEAVES SW-SQLCODE FOR THE CALLER -- NOT FOUND IS A NEW
      ******************************************************************
       7012-READ-SENT-NOTICE.
           MOVE SPACE TO WS-SENT-ENTRY
                         SW-PENDING-ACTION
           EXEC SQL
             SELECT NOTICE_ENTRY,
                    PENDING_ACTION
             INTO :WS-SENT-ENTRY,
                  :SW-PENDING-ACTION
             FROM T138_PRM_NOTICE
             WHERE STATION_CODE = :WS-STATION-CODE
               AND FLIGHT_ID    = :WS-FLIGHT-ID
               AND PASSENGER_ID = :WS-PASSENGER-ID
               AND NOTICE_TYPE  = :WS-NTC-TYPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7012' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7013-INSERT-NOTICE
      ******************************************************************
       7013-INSERT-NOTICE.
           EXEC SQL
             INSERT INTO T138_PRM_NOTICE
                (STATION_CODE, FLIGHT_ID, PASSENGER_ID, NOTICE_TYPE,
                 NOTICE_ENTRY, PENDING_ACTION, SEEN_FLAG,
                 LAST_MESSAGE_ID)
             VALUES
                (:WS-STATION-CODE, :WS-FLIGHT-ID, :WS-PASSENGER-ID,
                 :WS-NTC-TYPE, :WS-NOTICE-TEXT, 'NEW', 'Y', 0)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7013' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7014-UPDATE-NOTICE
      ******************************************************************
       7014-UPDATE-NOTICE.
           EXEC SQL
             UPDATE T138_PRM_NOTICE
                SET NOTICE_ENTRY   = :WS-NOTICE-TEXT,
                    PENDING_ACTION = :SW-PENDING-ACTION,
                    SEEN_FLAG      = 'Y'
              WHERE STATION_CODE = :WS-STATION-CODE
                AND FLIGHT_ID    = :WS-FLIGHT-ID
                AND PASSENGER_ID = :WS-PASSENGER-ID
                AND NOTICE_TYPE  = :WS-NTC-TYPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7014' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               7015-CANCEL-UNSEEN-NOTICES
      * A NOTICE THE AIRPORT HAS HAD BUT THE WALK NO LONGER FINDS IS
      * A CNL.  ONE THAT NEVER WENT IS SIMPLY DROPPED
      ******************************************************************
       7015-CANCEL-UNSEEN-NOTICES.
           EXEC SQL
             DELETE FROM T138_PRM_NOTICE
              WHERE SEEN_FLAG       = 'N'
                AND LAST_MESSAGE_ID = 0
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 UNSENT DELETE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7015' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             UPDATE T138_PRM_NOTICE
                SET PENDING_ACTION = 'CNL',
                    SEEN_FLAG      = 'Y'
              WHERE SEEN_FLAG = 'N'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 CANCEL FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7015' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE SQLERRD(3) TO WS-CANCELED-NOTICES
           .
      ******************************************************************
      *                  7030-GET-MESSAGE-ID
      ******************************************************************
       7030-GET-MESSAGE-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-MESSAGE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- MESSAGE NUMBER FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7031-LOG-THE-MESSAGE
      * PENDING UNTIL Z02521 LOADS THE AIRPORT'S ANSWER
      ******************************************************************
       7031-LOG-THE-MESSAGE.
           EXEC SQL
             INSERT INTO T139_PRM_MESSAGE_LOG
                (MESSAGE_ID, STATION_CODE, MESSAGE_TYPE,
                 RECORD_COUNT, SENT_TIMESTAMP, ACK_STATUS)
             VALUES
                (:WS-MESSAGE-ID, :WS-STATION-CODE, :WS-MESSAGE-TYPE,
                 :WS-RECORD-COUNT, CURRENT TIMESTAMP,
                 :CT-ACK-PENDING-STATUS)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T139 INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7031' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               7032-STAMP-SENT-NOTICES
      ******************************************************************
       7032-STAMP-SENT-NOTICES.
           EXEC SQL
             UPDATE T138_PRM_NOTICE
                SET PENDING_ACTION  = ' ',
                    LAST_MESSAGE_ID = :WS-MESSAGE-ID
              WHERE STATION_CODE = :WS-STATION-CODE
                AND PENDING_ACTION IN ('NEW', 'CHG')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 STAMP FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7032' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              7033-DROP-CANCELED-NOTICES
      ******************************************************************
       7033-DROP-CANCELED-NOTICES.
           EXEC SQL
             DELETE FROM T138_PRM_NOTICE
              WHERE STATION_CODE   = :WS-STATION-CODE
                AND PENDING_ACTION = 'CNL'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02520 -- T138 DELETE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7033' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                8100-WRITE-OUTPUT-LINE
      ******************************************************************
       8100-WRITE-OUTPUT-LINE.
           MOVE WS-STATION-CODE TO WS-OUT-STATION
           WRITE PRM-OUT-RECORD FROM WS-OUTPUT-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACE TO WS-OUT-TEXT
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02520  '   TO ERRL-PROGRAM-ID
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
           CLOSE PRM-OUT-FILE
           DISPLAY 'Z02520 -- PRM ADVANCE NOTIFICATION ENDING'
           GOBACK
           .
