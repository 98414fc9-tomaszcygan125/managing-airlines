       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02555.
      ******************************************************************
      *
      * SCHEDULE FLIGHT-NUMBER CHANGE FROM A DATE
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION '3' ON
      * THE THIRD MENU PAGE (Z02548, OPS SIGN-ONS ONLY)
      *
      * COMMERCIAL RENUMBERS FLIGHTS EVERY SEASON OR SO (TO FREE A
      * NUMBER FOR A CODESHARE, FOR INSTANCE), AND UNTIL NOW THAT
      * MEANT CANCELLING THE SCHEDULE THROUGH Z02312 AND KEYING IT
      * AGAIN, WHICH LOSES EVERY BOOKING ON IT.  THIS SCREEN TAKES A
      * T10_SCHEDULED_FLIGHTS_TABLE SCHEDULE, AN EFFECTIVE-FROM DATE
      * AND THE NEW OUT LEG AND/OR RETURN LEG FLIGHT NUMBER (A LEG
      * LEFT BLANK KEEPS ITS NUMBER) AND, THE SAME WAY Z02450 RETIMES
      * A SCHEDULE:
      *
      *   - UPDATES THE T10 ROW'S FLIGHT_NUMBER_TO / FLIGHT_NUMBER_FROM
      *   - RENUMBERS EVERY FUTURE T05 FLIGHT OF THE SCHEDULE FROM THE
      *     EFFECTIVE DATE ON.  ONLY T05.FLIGHT_NUMBER CHANGES -- THE
      *     FLIGHT_ID STAYS, SO THE T04 SEATS, THE T09/T12
      *     RESERVATIONS AND THE T46 COUPONS ALL STAY ATTACHED.  THE
      *     OUT LEG IS THE FLIGHT DEPARTING THE SCHEDULE'S ORIGIN
      *     AIRPORT, EVERYTHING ELSE IS THE RETURN LEG
      *   - RECORDS EACH RENUMBERED FLIGHT'S OLD AND NEW NUMBER ON
      *     T172_FLIGHT_NUMBER_CHANGE (BELOW).  Z02232 AND Z02375 FIND
      *     THE FLIGHT BY THE OLD NUMBER THROUGH IT, AND Z02408'S
      *     RENUMBER LEG TELLS THE PARTNERS THAT SOLD SEATS ON IT
      *   - QUEUES A T23_NOTIFICATION_QUEUE ROW FOR EVERY PASSENGER
      *     BOOKED ON A RENUMBERED FLIGHT, THE SAME SHAPE Z02232
      *     QUEUES ON A DELAY
      *
      * THE SCHEDULE-LEVEL CHANGE REACHES THE PARTNERS' TIMETABLES
      * AS A NUMCHG LINE FROM Z02417, WHICH SEES THE NEW T10 NUMBER
      * AGAINST THE LAST-PUBLISHED T37 IMAGE.
      *
      * A NEW NUMBER IS REFUSED WHEN IT DOES NOT KEEP THE SCHEDULE'S
      * AIRLINE CODE (THE FIRST THREE CHARACTERS), WHEN BOTH LEGS
      * WOULD CARRY THE SAME NUMBER, OR WHEN ANOTHER LIVE SCHEDULE
      * OR A FUTURE FLIGHT OUTSIDE THIS SCHEDULE ALREADY USES IT.
      *
      * NEW TABLE T172_FLIGHT_NUMBER_CHANGE, ONE ROW PER RENUMBERED
      * FLIGHT:
      *   CHANGE_ID               INTEGER      (T20_ID_SEQUENCE, KEY)
      *   SCHEDULED_FLIGHT_ID     INTEGER
      *   FLIGHT_ID               VARCHAR(8)
      *   OLD_FLIGHT_NUMBER       VARCHAR(15)  (INDEXED)
      *   NEW_FLIGHT_NUMBER       VARCHAR(15)
      *   EFFECTIVE_DATE          DATE
      *   OPERATOR_ID             CHAR(8)
      *   CHANGE_TIMESTAMP        TIMESTAMP
      *   PARTNER_FEED_STATUS     CHAR(12)     ('PENDING'/'SENT')
      *   PARTNER_SENT_TIMESTAMP  TIMESTAMP    (NULL UNTIL Z02408)
      *
      * NEW MAPSET ZZMP0311/MP0311 FOR THIS SCREEN: SCHEDULE-IDI,
      * EFF-DATEI, NEW-NUM-TOI (X(15)), NEW-NUM-FROMI (X(15)), MSGO.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-10-15  INITIAL VERSION
      *
      ******************************************************************

      ******************************************************************
      *                        DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0311.
           COPY ZZEC0215.
      * ERROR-LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * FUTURE FLIGHTS OF THE SCHEDULE FROM THE EFFECTIVE DATE ON --
      * CANCELED, DELETED AND FLOWN ONES KEEP THEIR OLD NUMBER
           EXEC SQL
             DECLARE C-FUTURE-FLIGHTS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.FLIGHT_NUMBER
             FROM T05_FLIGHT_TABLE T05
             WHERE T05.SCHEDULED_FLIGHT_ID = :WS-SCHEDULE-ID
               AND DATE(T05.DEPARTURE_TIMESTAMP) >= :WS-EFF-DATE
               AND T05.DEPARTURE_TIMESTAMP > CURRENT TIMESTAMP
               AND T05.FLIGHT_STATUS IN ('CONFIRMED', 'DELAYED')
             ORDER BY T05.DEPARTURE_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC

       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02555'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-PENDING-STATUS               PIC X(12) VALUE 'PENDING'.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.

       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-IF-END-OF-FLIGHTS                        PIC X.
               88 SO-END-OF-FLIGHTS                       VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-SCHEDULE-ID                PIC S9(9) COMP.
           05 WS-SCHEDULE-ID-TEXT           PIC X(9).
           05 WS-EFF-DATE                   PIC X(10).
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-SCHED-STATUS               PIC X(15).
           05 WS-OLD-NUMBER-TO              PIC X(15).
           05 WS-OLD-NUMBER-FROM            PIC X(15).
           05 WS-NEW-NUMBER-TO              PIC X(15).
           05 WS-NEW-NUMBER-FROM            PIC X(15).
           05 WS-CHECK-NUMBER               PIC X(15).
           05 WS-NUMBER-IN-USE-COUNT        PIC S9(9) COMP.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-DEP-AIRPORT         PIC X(3).
           05 WS-FLIGHT-OLD-NUMBER          PIC X(15).
           05 WS-USE-NEW-NUMBER             PIC X(15).
           05 WS-CHANGE-ID                  PIC S9(9) COMP.
           05 WS-FLIGHTS-RENUMBERED         PIC S9(5) COMP VALUE 0.
           05 WS-RENUMBERED-FORMAT          PIC ZZZZ9.
           05 WS-DONE-MESSAGE               PIC X(79).
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ******************************************************************
      *                     1000-INIT
      ******************************************************************
       1000-INIT.
           PERFORM 1010-CHECK-IF-FIRST-TIME
           PERFORM 1011-INITIALIZE-COPYBOOK
           .
      ******************************************************************
      *                  1005-CICS-IGNORE
      ******************************************************************
       1005-CICS-IGNORE.
           EXEC CICS
            IGNORE CONDITION ERROR
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                1010-CHECK-IF-FIRST-TIME
      ******************************************************************
       1010-CHECK-IF-FIRST-TIME.
           IF EIBCALEN = 0         THEN
              PERFORM 1005-CICS-IGNORE
              SET SO-FIRST-TIME-PROGRAM-RUNS TO TRUE
           ELSE
              SET SO-NOT-FIRST-TIME-PROGRAM-RUNS TO TRUE
           END-IF
           .
      ******************************************************************
      *                  1011-INITIALIZE-COPYBOOK
      ******************************************************************
       1011-INITIALIZE-COPYBOOK.
           IF SO-FIRST-TIME-PROGRAM-RUNS THEN
              MOVE LOW-VALUES TO WS-ZZEC0215
           ELSE
              MOVE DFHCOMMAREA TO WS-ZZEC0215
           END-IF
           .
      ******************************************************************
      *                      2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           IF SO-FIRST-TIME-PROGRAM-RUNS THEN
              PERFORM 2001-PROCESS-IF-FIRST-TIME
           ELSE
              PERFORM 2002-PROCESS-IF-NOT-FIRST-TIME
           END-IF
           .
      ******************************************************************
      *                2001-PROCESS-IF-FIRST-TIME
      ******************************************************************
       2001-PROCESS-IF-FIRST-TIME.
           PERFORM 2050-SEND-CLEAN-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM 2010-PROCESS-USER-INPUT
             WHEN DFHPF3
               SET SO-FINAL-TERMINATION TO TRUE
             WHEN OTHER
               PERFORM 2400-INITIALIZE-ERROR-MESSAGE
               MOVE 'YOU HAVE PRESSED NO ACTION KEY '
               TO WS-Z02141-I-ERROR-MESSAGE(1)
               SET SO-Z02141-M-WITH TO TRUE
               PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                    2050-SEND-CLEAN-MAP
      ******************************************************************
       2050-SEND-CLEAN-MAP.
           MOVE LOW-VALUES TO MP0311O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0311') MAPSET('MP0311')
             FROM(MP0311O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2012-VALIDATE-INPUT
           PERFORM 2020-RENUMBER-THE-SCHEDULE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0311I
           EXEC CICS
           RECEIVE MAP('MP0311') MAPSET('MP0311')
           INTO(MP0311I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE SCHEDULE AND THE NEW NUMBERS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-INPUT
      * A NEW NUMBER LEFT BLANK MEANS THAT LEG KEEPS ITS NUMBER --
      * 2013 FILLS IT IN FROM T10 ONCE THE SCHEDULE IS READ
      ******************************************************************
       2012-VALIDATE-INPUT.
           MOVE SCHEDULE-IDI  TO WS-SCHEDULE-ID-TEXT
           MOVE EFF-DATEI     TO WS-EFF-DATE
           MOVE SPACE TO WS-NEW-NUMBER-TO
                         WS-NEW-NUMBER-FROM
           IF NEW-NUM-TOI NOT = LOW-VALUES THEN
              MOVE NEW-NUM-TOI   TO WS-NEW-NUMBER-TO
           END-IF
           IF NEW-NUM-FROMI NOT = LOW-VALUES THEN
              MOVE NEW-NUM-FROMI TO WS-NEW-NUMBER-FROM
           END-IF
           IF WS-SCHEDULE-ID-TEXT = SPACE OR
              WS-SCHEDULE-ID-TEXT = LOW-VALUES OR
              WS-EFF-DATE = SPACE OR WS-EFF-DATE = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE SCHEDULE AND EFFECTIVE DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-NEW-NUMBER-TO = SPACE AND
              WS-NEW-NUMBER-FROM = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE AT LEAST ONE NEW FLIGHT NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           INSPECT WS-SCHEDULE-ID-TEXT REPLACING ALL '_' BY '0'
           COMPUTE WS-SCHEDULE-ID =
                       FUNCTION NUMVAL(WS-SCHEDULE-ID-TEXT)
           .
      ******************************************************************
      *                2013-VALIDATE-NEW-NUMBERS
      ******************************************************************
       2013-VALIDATE-NEW-NUMBERS.
           IF WS-NEW-NUMBER-TO = SPACE THEN
              MOVE WS-OLD-NUMBER-TO TO WS-NEW-NUMBER-TO
           END-IF
           IF WS-NEW-NUMBER-FROM = SPACE THEN
              MOVE WS-OLD-NUMBER-FROM TO WS-NEW-NUMBER-FROM
           END-IF
           IF WS-NEW-NUMBER-TO = WS-OLD-NUMBER-TO AND
              WS-NEW-NUMBER-FROM = WS-OLD-NUMBER-FROM THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'SCHEDULE ALREADY CARRIES THOSE NUMBERS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-NEW-NUMBER-TO = WS-NEW-NUMBER-FROM THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'OUT AND RETURN LEG CANNOT SHARE ONE NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-NEW-NUMBER-TO(1:3)   NOT = WS-OLD-NUMBER-TO(1:3) OR
              WS-NEW-NUMBER-FROM(1:3) NOT = WS-OLD-NUMBER-FROM(1:3)
              THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NEW NUMBER MUST KEEP THE AIRLINE CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-NEW-NUMBER-TO NOT = WS-OLD-NUMBER-TO THEN
              MOVE WS-NEW-NUMBER-TO TO WS-CHECK-NUMBER
              PERFORM 7002-CHECK-NUMBER-IN-USE
           END-IF
           IF WS-NEW-NUMBER-FROM NOT = WS-OLD-NUMBER-FROM THEN
              MOVE WS-NEW-NUMBER-FROM TO WS-CHECK-NUMBER
              PERFORM 7002-CHECK-NUMBER-IN-USE
           END-IF
           .
      ******************************************************************
      *                2020-RENUMBER-THE-SCHEDULE
      ******************************************************************
       2020-RENUMBER-THE-SCHEDULE.
           PERFORM 7001-READ-THE-SCHEDULE
           PERFORM 2013-VALIDATE-NEW-NUMBERS
           PERFORM 7003-UPDATE-SCHEDULE-NUMBERS
           PERFORM 2021-RENUMBER-FUTURE-FLIGHTS
           MOVE 'FLIGHT RENUMBER'    TO WS-LOG-ACTION-TEXT
           MOVE WS-SCHEDULE-ID-TEXT  TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           MOVE LOW-VALUES TO MP0311O
           MOVE WS-FLIGHTS-RENUMBERED TO WS-RENUMBERED-FORMAT
           MOVE SPACE TO WS-DONE-MESSAGE
           STRING 'RENUMBERED ' WS-RENUMBERED-FORMAT
                  ' FUTURE FLIGHTS -- F3 TO RETURN'
             DELIMITED BY SIZE INTO WS-DONE-MESSAGE
           END-STRING
           MOVE WS-DONE-MESSAGE TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                7001-READ-THE-SCHEDULE
      ******************************************************************
       7001-READ-THE-SCHEDULE.
           EXEC SQL
             SELECT ORIGIN_AIRPORT_CODE,
                    SCHEDULED_STATUS,
                    FLIGHT_NUMBER_TO,
                    FLIGHT_NUMBER_FROM
             INTO :WS-ORIGIN-AIRPORT,
                  :WS-SCHED-STATUS,
                  :WS-OLD-NUMBER-TO,
                  :WS-OLD-NUMBER-FROM
             FROM T10_SCHEDULED_FLIGHTS_TABLE
             WHERE SCHEDULED_FLIGHT_ID = :WS-SCHEDULE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'SCHEDULE DOES NOT EXIST' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           IF WS-SCHED-STATUS = 'CANCELED' OR
              WS-SCHED-STATUS = 'DELETED' THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'SCHEDULE IS CANCELED -- NOTHING TO RENUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                7002-CHECK-NUMBER-IN-USE
      * ANOTHER LIVE SCHEDULE CARRYING THE NUMBER ON EITHER LEG, OR A
      * FUTURE FLIGHT OUTSIDE THIS SCHEDULE (A ONE-OFF OR CHARTER)
      * ALREADY FLYING UNDER IT
      ******************************************************************
       7002-CHECK-NUMBER-IN-USE.
           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM T10_SCHEDULED_FLIGHTS_TABLE T10
                      WHERE T10.SCHEDULED_FLIGHT_ID <> :WS-SCHEDULE-ID
                        AND T10.SCHEDULED_STATUS NOT IN
                               ('CANCELED', 'DELETED')
                        AND T10.END_SCHEDULE_DATE >= CURRENT DATE
                        AND (T10.FLIGHT_NUMBER_TO = :WS-CHECK-NUMBER
                         OR  T10.FLIGHT_NUMBER_FROM = :WS-CHECK-NUMBER))
                  + (SELECT COUNT(*)
                       FROM T05_FLIGHT_TABLE T05
                      WHERE T05.FLIGHT_NUMBER = :WS-CHECK-NUMBER
                        AND (T05.SCHEDULED_FLIGHT_ID IS NULL OR
                             T05.SCHEDULED_FLIGHT_ID <> :WS-SCHEDULE-ID)
                        AND T05.DEPARTURE_TIMESTAMP > CURRENT TIMESTAMP
                        AND T05.FLIGHT_STATUS IN
                               ('CONFIRMED', 'DELAYED'))
             INTO :WS-NUMBER-IN-USE-COUNT
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-NUMBER-IN-USE-COUNT > 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'FLIGHT NUMBER ' WS-CHECK-NUMBER
                     ' IS ALREADY IN USE'
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                7003-UPDATE-SCHEDULE-NUMBERS
      ******************************************************************
       7003-UPDATE-SCHEDULE-NUMBERS.
           EXEC SQL
             UPDATE T10_SCHEDULED_FLIGHTS_TABLE
                SET FLIGHT_NUMBER_TO   = RTRIM(:WS-NEW-NUMBER-TO),
                    FLIGHT_NUMBER_FROM = RTRIM(:WS-NEW-NUMBER-FROM)
              WHERE SCHEDULED_FLIGHT_ID = :WS-SCHEDULE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2021-RENUMBER-FUTURE-FLIGHTS
      ******************************************************************
       2021-RENUMBER-FUTURE-FLIGHTS.
           MOVE 'N' TO SW-IF-END-OF-FLIGHTS
           EXEC SQL
             OPEN C-FUTURE-FLIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 2022-FETCH-NEXT-FLIGHT
           PERFORM UNTIL SO-END-OF-FLIGHTS
              PERFORM 2023-RENUMBER-ONE-FLIGHT
              PERFORM 2022-FETCH-NEXT-FLIGHT
           END-PERFORM
           EXEC SQL
             CLOSE C-FUTURE-FLIGHTS
           END-EXEC
           .
      ******************************************************************
      *                2022-FETCH-NEXT-FLIGHT
      ******************************************************************
       2022-FETCH-NEXT-FLIGHT.
           EXEC SQL
             FETCH C-FUTURE-FLIGHTS
             INTO :WS-FLIGHT-ID,
                  :WS-FLIGHT-DEP-AIRPORT,
                  :WS-FLIGHT-OLD-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-FLIGHTS TO TRUE
           WHEN OTHER
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                2023-RENUMBER-ONE-FLIGHT
      * THE OUT LEG DEPARTS THE SCHEDULE'S ORIGIN AIRPORT --
      * EVERYTHING ELSE IS THE RETURN LEG.  A FLIGHT ALREADY UNDER
      * ITS LEG'S NEW NUMBER (THE LEG THAT KEEPS ITS NUMBER) IS LEFT
      ******************************************************************
       2023-RENUMBER-ONE-FLIGHT.
           IF WS-FLIGHT-DEP-AIRPORT = WS-ORIGIN-AIRPORT THEN
              MOVE WS-NEW-NUMBER-TO   TO WS-USE-NEW-NUMBER
           ELSE
              MOVE WS-NEW-NUMBER-FROM TO WS-USE-NEW-NUMBER
           END-IF
           IF WS-FLIGHT-OLD-NUMBER NOT = WS-USE-NEW-NUMBER THEN
              PERFORM 7005-RECORD-NUMBER-CHANGE
              PERFORM 7004-UPDATE-FLIGHT-NUMBER
              PERFORM 7006-QUEUE-NOTIFICATIONS
              ADD 1 TO WS-FLIGHTS-RENUMBERED
           END-IF
           .
      ******************************************************************
      *                7004-UPDATE-FLIGHT-NUMBER
      * ONLY THE NUMBER MOVES -- THE FLIGHT_ID EVERY SEAT,
      * RESERVATION AND COUPON HANGS OFF STAYS AS IT WAS
      ******************************************************************
       7004-UPDATE-FLIGHT-NUMBER.
           EXEC SQL
             UPDATE T05_FLIGHT_TABLE
                SET FLIGHT_NUMBER = RTRIM(:WS-USE-NEW-NUMBER)
              WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7005-RECORD-NUMBER-CHANGE
      * THE FLIGHT'S NUMBER BEFORE AND AFTER, TAKEN BEFORE 7004
      * OVERWRITES IT.  'PENDING' UNTIL Z02408'S RENUMBER LEG HAS
      * TOLD THE PARTNERS
      ******************************************************************
       7005-RECORD-NUMBER-CHANGE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-CHANGE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T172_FLIGHT_NUMBER_CHANGE
                (CHANGE_ID, SCHEDULED_FLIGHT_ID, FLIGHT_ID,
                 OLD_FLIGHT_NUMBER, NEW_FLIGHT_NUMBER,
                 EFFECTIVE_DATE, OPERATOR_ID, CHANGE_TIMESTAMP,
                 PARTNER_FEED_STATUS, PARTNER_SENT_TIMESTAMP)
             SELECT :WS-CHANGE-ID,
                    :WS-SCHEDULE-ID,
                    FLIGHT_ID,
                    FLIGHT_NUMBER,
                    RTRIM(:WS-USE-NEW-NUMBER),
                    DATE(:WS-EFF-DATE),
                    :WS-OPERATOR-ID,
                    CURRENT TIMESTAMP,
                    :CT-PENDING-STATUS,
                    NULL
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7006-QUEUE-NOTIFICATIONS
      * ONE 'PENDING' ROW PER PASSENGER STILL BOOKED ON THE
      * RENUMBERED FLIGHT -- THE SAME SHAPE Z02232 QUEUES ON A DELAY
      ******************************************************************
       7006-QUEUE-NOTIFICATIONS.
           EXEC SQL
             INSERT INTO T23_NOTIFICATION_QUEUE
                (FLIGHT_ID, RESERVATION_ID, PASSENGER_ID,
                 NOTIFICATION_STATUS, CREATED_TIMESTAMP)
             SELECT DISTINCT :WS-FLIGHT-ID,
                    RESERVATION_ID,
                    PASSENGER_ID,
                    'PENDING',
                    CURRENT TIMESTAMP
             FROM T04_FLIGHT_SEATS
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND (RESERVATION_STATUS IS NULL OR
                    RESERVATION_STATUS <> 'DELETED')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE ' YOU NEED TO PROVIDE  DATA IN CHOICE FIELD '
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              DISPLAY 'UNKNOWN EIBERSP '
              DISPLAY 'EIBRESP VALUE : ' EIBRESP
              MOVE EIBRESP TO WS-EIBRESP-TEMP
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING '  UNKNOWN EIBERSP '  'EIBRESP VALUE : '
              WS-EIBRESP-TEMP
              DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                2400-INITIALIZE-ERROR-MESSAGE
      ******************************************************************
       2400-INITIALIZE-ERROR-MESSAGE.
           PERFORM VARYING WS-ITER2 FROM 1 BY 1 UNTIL WS-ITER2 > 10
             MOVE SPACE TO WS-Z02141-I-ERROR-MESSAGE(WS-ITER2)
           END-PERFORM
           .
      ******************************************************************
      *                  2300-CALL-ERROR-ROUTINE
      ******************************************************************
       2300-CALL-ERROR-ROUTINE.
           SET SO-Z02141-I-FIRST-TIME TO TRUE

           MOVE CT-THIS-PROGRAM-NAME TO WS-Z02141-I-CALLING-PROGRAM
           MOVE WS-ZZEC0215 TO DFHCOMMAREA
           EXEC CICS
            XCTL PROGRAM(CT-ERROR-ROUTINE) COMMAREA(WS-ZZEC0215)
           END-EXEC
           .
      ******************************************************************
      *                     9050-LOG-TRANSACTION
      * SAME T24 ROW SHAPE AS Z02232'S 9050-LOG-TRANSACTION
      ******************************************************************
       9050-LOG-TRANSACTION.
           MOVE EIBOPID              TO T24-OPERATOR-ID
           MOVE EIBTRNID             TO T24-TRANSACTION-ID
           MOVE CT-THIS-PROGRAM-NAME TO T24-PROGRAM-ID
           MOVE WS-LOG-ACTION-TEXT   TO T24-ACTION-TEXT
           MOVE WS-LOG-ENTITY-KEY    TO T24-ENTITY-KEY
           EXEC SQL
             INSERT INTO T24_TRANSACTION_LOG_TABLE
                (OPERATOR_ID, TRANSACTION_ID, PROGRAM_ID,
                 ACTION_TEXT, ENTITY_KEY, LOG_TIMESTAMP)
             VALUES
                (:T24-OPERATOR-ID, :T24-TRANSACTION-ID,
                 :T24-PROGRAM-ID, :T24-ACTION-TEXT, :T24-ENTITY-KEY,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-9050-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                       9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           MOVE SQLERRMC TO WS-SQLERRMC
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE

           MOVE 'DB2 ERROR ' TO  WS-Z02141-I-ERROR-MESSAGE(1)

           STRING 'IN SATATEMENT: ' SW-STATEMENT-ID
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(2)
           END-STRING

           STRING 'SQLCODE: ' WS-SQLCODE-FORMAT
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(3)
           END-STRING

           STRING 'SQLERRMC: ' WS-SQLERRMC
             DELIMITED BY SIZE
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
           EVALUATE TRUE
           WHEN SO-FINAL-WITH-COMMAREA
              PERFORM 3001-REUTRN-WITH-TRANSID
           WHEN SO-FINAL-TERMINATION
              PERFORM 3002-REUTRN-TO-CALLING-PROG
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE ' 3000 PARA ERROR SHOULDNT HAPPEN  '
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                    3001-REUTRN-WITH-TRANSID
      ******************************************************************
       3001-REUTRN-WITH-TRANSID.
           MOVE WS-ZZEC0215 TO DFHCOMMAREA
           EXEC CICS
               RETURN TRANSID('0311') COMMAREA(WS-ZZEC0215)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                   3002-REUTRN-TO-CALLING-PROG
      ******************************************************************
       3002-REUTRN-TO-CALLING-PROG.
           EXEC CICS
              XCTL PROGRAM(CT-FIRST-PROGRAM-NAME)
                 COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
