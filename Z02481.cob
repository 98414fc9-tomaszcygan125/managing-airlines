       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02481.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- PNL / ADL / PFS PASSENGER NAME LIST MESSAGES
      *
      * THE HANDLING AGENT AT AN OUTSTATION ONLY EVER SAW OUR
      * PASSENGERS THROUGH THE Z02242 MANIFEST SOMEBODY E-MAILED
      * THEM.  THIS SWEEP, RUN AT INTERVALS LIKE Z02452, SENDS THE
      * DEPARTURE STATION THE NAME LIST IN THE INDUSTRY MESSAGE
      * LAYOUT AND KEEPS IT CURRENT:
      *
      *   PNL -- ONCE PER FLIGHT, WHEN THE DEPARTURE COMES WITHIN
      *          PNL-LEAD-MINUTES (T87 THROUGH Z02457, DEFAULT
      *          CT-PNL-LEAD-MINUTES).  EVERY LIVE SEAT (NOT
      *          BLOCKED, STANDBY OR DELETED -- THE SAME SEATS
      *          Z02356 CLOSES OUT) WHOSE PASSENGER IS ON THE
      *          RESERVATION'S T12 PARTY, UNDER ONE -DEST LINE PER
      *          CLASS WITH ITS COUNT
      *   ADL -- AT MOST EVERY ADL-INTERVAL-MINUTES AFTER THE LAST
      *          MESSAGE, AND ONLY WHEN SOMETHING CHANGED: ADD FOR A
      *          NEW NAME, CHG FOR A NAME WHOSE ENTRY CHANGED (SEAT,
      *          SSR, INFANT, ONWARD LEG, CLASS, A NEW AIRPORT
      *          REMARK), DEL FOR A NAME
      *          NO LONGER ON THE FLIGHT
      *   PFS -- ONCE, AFTER Z02356 HAS CLOSED THE FLIGHT OUT (A
      *          T30_FLIGHT_CLOSEOUT ROW): BOARDED COUNT PER CLASS
      *          AND THE NO-SHOW NAMES Z02356 MARKED
      *
      * EACH NAME ENTRY IS
      *
      *   1LAST/FIRST .L/LOCATOR         T06 NAME, T09 RECORD LOCATOR
      *   .R/SEAT RRRL                   T04 SEAT
      *   .R/CCCC HK1                    EACH T67 SSR CODE (UP TO 4)
      *   .R/MAAS HK1                    T06 ASSISTANCE FLAG WITH NO
      *                                  CODED SSR
      *   .R/INFT HK1 NAME               T68 LAP INFANT ON THE LEG
      *   .R/RMKS TEXT                   EACH AIRPORT ('A') REMARK
      *                                  AGENTS KEYED ON THE
      *                                  RESERVATION IN Z02261 (T143,
      *                                  OLDEST FIRST, UP TO
      *                                  CT-MAX-REMARKS)
      *   .O/FLIGHTDDMONAAA              THROUGH-CHECKED ONWARD LEG --
      *                                  THE SAME RESERVATION AND
      *                                  PASSENGER LEAVING OUR ARRIVAL
      *                                  AIRPORT WITHIN
      *                                  CT-THROUGH-CHECK-HOURS
      *
      * BOOKING CLASS IS NOT KEPT PER PASSENGER (T41 HOLDS COUNTS
      * ONLY), SO THE CLASS ON THE LIST IS THE CABIN OF THE SEAT:
      * 'C' FOR A ROW IN THE PLANE'S FIRST T08 SECTION -- THE
      * PREMIUM CABIN, AS Z02425 AND Z02434 DRAW IT -- 'Y' OTHERWISE.
      *
      * OUTPUT ON DDNAME PNLOUT, ONE 80-BYTE RECORD PER MESSAGE
      * LINE: THE HANDLING STATION (THE DEPARTURE AIRPORT) IN
      * COLUMNS 1-3 AND THE MESSAGE TEXT FROM COLUMN 5, IN STATION
      * ORDER, SO THE DISTRIBUTION STEP SPLITS ONE FILE PER AIRPORT
      * ON THE FIRST THREE BYTES.
      *
      * WHAT WAS SENT IS KEPT ON TWO NEW TABLES:
      *
      *   T100_PNL_MESSAGE_LOG -- ONE ROW PER MESSAGE: FLIGHT_ID,
      *       MESSAGE_TYPE ('PNL'/'ADL'/'PFS'), MESSAGE_SEQUENCE (1
      *       FOR THE PNL, UP BY ONE PER MESSAGE AFTER), STATION_CODE,
      *       ENTRY_COUNT (NAMES ON A PNL, CHANGES ON AN ADL,
      *       NO-SHOWS ON A PFS), SENT_TIMESTAMP
      *   T101_PNL_PASSENGER -- THE LIST AS THE STATION LAST HAD IT:
      *       FLIGHT_ID, PASSENGER_ID, PASSENGER_ENTRY X(64) (THE
      *       COMPARISON KEY BUILT IN 6000), NAME_LINE X(69) (FOR THE
      *       DEL), SEEN_FLAG ('Y'/'N', WORK FLAG OF THE ADL PASS).
      *       DELETED FOR THE FLIGHT ONCE THE PFS IS SENT
      *
      * THE SWEEP TAKES NO PARM AND IS SAFE TO RUN AS OFTEN AS
      * WANTED -- A FLIGHT WITH NOTHING DUE SENDS NOTHING.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      * 2026-10-15   OSG   EACH NAME ENTRY ALSO CARRIES THE
      *                    RESERVATION'S AIRPORT REMARKS FROM Z02261
      *                    (T143 CATEGORY 'A') AS .R/RMKS LINES -- NEW
      *                    7008/7009; THE REMARK COUNT TAKES THE LAST
      *                    BYTE OF THE T101 COMPARISON KEY SO A NEW
      *                    REMARK GOES OUT AS A CHG
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PNL-OUT-FILE ASSIGN TO 'PNLOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PNL-OUT-FILE.
       01  PNL-OUT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.

      * EVERY FLIGHT WITH A MESSAGE POSSIBLY DUE: LIVE FLIGHTS
      * INSIDE THE PNL LEAD TIME, AND CLOSED-OUT FLIGHTS THAT HAD
      * A PNL BUT NO PFS YET.  STATION ORDER FOR THE OUTPUT FILE
           EXEC SQL
             DECLARE C-LIST-FLIGHTS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(T05.DEPARTURE_TIMESTAMP),
                    DAY(T05.DEPARTURE_TIMESTAMP),
                    MONTH(T05.DEPARTURE_TIMESTAMP),
                    COALESCE(
                       (SELECT MIN(T08.ROW_NUMBER_TO)
                          FROM T08_TABLE_PLANE_TABLE T08
                         WHERE T08.PLANE_ID = T05.PLANE_ID), 0),
                    CASE WHEN EXISTS
                       (SELECT 1
                          FROM T30_FLIGHT_CLOSEOUT T30
                         WHERE T30.FLIGHT_ID = T05.FLIGHT_ID)
                    THEN 'Y' ELSE 'N' END,
                    (SELECT COUNT(*)
                       FROM T100_PNL_MESSAGE_LOG T100
                      WHERE T100.FLIGHT_ID = T05.FLIGHT_ID
                        AND T100.MESSAGE_TYPE = 'PNL'),
                    COALESCE(
                       (SELECT MAX(T100.MESSAGE_SEQUENCE)
                          FROM T100_PNL_MESSAGE_LOG T100
                         WHERE T100.FLIGHT_ID = T05.FLIGHT_ID), 0),
                    CASE WHEN
                       (SELECT MAX(T100.SENT_TIMESTAMP)
                          FROM T100_PNL_MESSAGE_LOG T100
                         WHERE T100.FLIGHT_ID = T05.FLIGHT_ID)
                       <= CURRENT TIMESTAMP - :WS-ADL-INTERVAL MINUTES
                    THEN 'Y' ELSE 'N' END
             FROM T05_FLIGHT_TABLE T05
             WHERE (T05.FLIGHT_STATUS IN ('CONFIRMED', 'DELAYED')
                    AND T05.DEPARTURE_TIMESTAMP > CURRENT TIMESTAMP
                    AND T05.DEPARTURE_TIMESTAMP <=
                          CURRENT TIMESTAMP + :WS-PNL-LEAD MINUTES)
                OR (T05.FLIGHT_STATUS = 'DEPARTED'
                    AND EXISTS
                       (SELECT 1
                          FROM T30_FLIGHT_CLOSEOUT T30
                         WHERE T30.FLIGHT_ID = T05.FLIGHT_ID)
                    AND EXISTS
                       (SELECT 1
                          FROM T100_PNL_MESSAGE_LOG T100
                         WHERE T100.FLIGHT_ID = T05.FLIGHT_ID
                           AND T100.MESSAGE_TYPE = 'PNL')
                    AND NOT EXISTS
                       (SELECT 1
                          FROM T100_PNL_MESSAGE_LOG T100
                         WHERE T100.FLIGHT_ID = T05.FLIGHT_ID
                           AND T100.MESSAGE_TYPE = 'PFS'))
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.DEPARTURE_TIMESTAMP,
                      T05.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * THE NAMES OF ONE FLIGHT, CLASS THEN NAME ORDER
           EXEC SQL
             DECLARE C-LIST-PASSENGERS CURSOR FOR
             SELECT T04.PASSENGER_ID,
                    T04.RESERVATION_ID,
                    CASE WHEN T04.ROW_NUMBER <= :WS-PREMIUM-END-ROW
                         THEN 'C' ELSE 'Y' END AS PNL_CLASS,
                    T04.ROW_NUMBER,
                    T04.SEAT_LETTER,
                    T06.PASSENGER_LAST_NAME,
                    T06.PASSENGER_NAME,
                    COALESCE(T09.RECORD_LOCATOR, ' '),
                    COALESCE(T06.SPECIAL_ASSISTANCE_FLAG, 'N'),
                    COALESCE(
                       (SELECT MIN(T68.INFANT_NAME)
                          FROM T68_LAP_INFANT T68
                         WHERE T68.FLIGHT_ID = T04.FLIGHT_ID
                           AND T68.ADULT_PASSENGER_ID =
                                                  T04.PASSENGER_ID),
                       ' '),
                    COALESCE(T04.BOARDING_STATUS, ' ')
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T12_RESERVATION_PASSENGERS T12 ON
                   T12.RESERVATION_ID = T04.RESERVATION_ID
               AND T12.PASSENGER_ID   = T04.PASSENGER_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T04.PASSENGER_ID
             INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                   T09.RESERVATION_ID = T04.RESERVATION_ID
             WHERE T04.FLIGHT_ID = :WS-FLIGHT-ID
               AND (T04.RESERVATION_STATUS IS NULL OR
                    T04.RESERVATION_STATUS NOT IN
                       ('BLOCKED', 'STANDBY', 'DELETED'))
             ORDER BY PNL_CLASS,
                      T06.PASSENGER_LAST_NAME,
                      T06.PASSENGER_NAME,
                      T04.PASSENGER_ID
             FOR FETCH ONLY
           END-EXEC

      * THE CODED SSRS OF ONE PASSENGER ON THE LEG
           EXEC SQL
             DECLARE C-PASSENGER-SSRS CURSOR FOR
             SELECT T67.SSR_CODE
             FROM T67_PASSENGER_SSR T67
             WHERE T67.FLIGHT_ID    = :WS-FLIGHT-ID
               AND T67.PASSENGER_ID = :WS-PASSENGER-ID
             ORDER BY T67.SSR_CODE
             FOR FETCH ONLY
           END-EXEC

      * THE AIRPORT REMARKS OF THE PASSENGER'S RESERVATION
           EXEC SQL
             DECLARE C-AIRPORT-REMARKS CURSOR FOR
             SELECT T143.REMARK_TEXT
             FROM T143_RESERVATION_REMARK T143
             WHERE T143.RESERVATION_ID  = :WS-RESERVATION-ID
               AND T143.REMARK_CATEGORY = 'A'
             ORDER BY T143.REMARK_TIMESTAMP, T143.REMARK_ID
             FOR FETCH ONLY
           END-EXEC

      * NAMES THE STATION HAD THAT THIS ADL PASS DID NOT FIND
           EXEC SQL
             DECLARE C-DROPPED-PASSENGERS CURSOR FOR
             SELECT T101.PASSENGER_ENTRY,
                    T101.NAME_LINE
             FROM T101_PNL_PASSENGER T101
             WHERE T101.FLIGHT_ID = :WS-FLIGHT-ID
               AND T101.SEEN_FLAG = 'N'
             ORDER BY T101.PASSENGER_ENTRY
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 CT-CONSTANTS.
           05 CT-PNL-LEAD-MINUTES           PIC S9(5) COMP VALUE 1440.
           05 CT-ADL-INTERVAL-MINUTES       PIC S9(5) COMP VALUE 60.
           05 CT-THROUGH-CHECK-HOURS        PIC S9(4) COMP VALUE 24.
           05 CT-MAX-SSRS                   PIC S9(4) COMP VALUE 4.
           05 CT-MAX-REMARKS                PIC S9(4) COMP VALUE 5.
           05 CT-MAX-SECTION-LINES          PIC S9(4) COMP VALUE 2500.
           05 CT-BOARDED-STATUS        PIC X(10) VALUE 'CHECKED IN'.
           05 CT-NO-SHOW-STATUS        PIC X(10) VALUE 'NO SHOW'.
           05 CT-PREMIUM-CLASS              PIC X VALUE 'C'.
           05 CT-ECONOMY-CLASS              PIC X VALUE 'Y'.

       01 CT-MONTH-NAMES.
           05 FILLER PIC X(36) VALUE
              'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01 CT-MONTH-NAME-TABLE REDEFINES CT-MONTH-NAMES.
           05 CT-MONTH-NAME                 PIC X(3) OCCURS 12 TIMES.

       01 SW-SWITCHES.
           05 SW-IF-END-OF-FLIGHTS          PIC X VALUE 'N'.
               88 SO-END-OF-FLIGHTS         VALUE 'Y'.
           05 SW-IF-END-OF-PASSENGERS       PIC X VALUE 'N'.
               88 SO-END-OF-PASSENGERS      VALUE 'Y'.
           05 SW-IF-END-OF-SSRS             PIC X VALUE 'N'.
               88 SO-END-OF-SSRS            VALUE 'Y'.
           05 SW-IF-END-OF-DROPPED          PIC X VALUE 'N'.
               88 SO-END-OF-DROPPED         VALUE 'Y'.
           05 SW-IF-END-OF-REMARKS          PIC X VALUE 'N'.
               88 SO-END-OF-REMARKS         VALUE 'Y'.
           05 SW-MESSAGE-TYPE               PIC X(3).
               88 SO-PNL-MESSAGE            VALUE 'PNL'.
               88 SO-ADL-MESSAGE            VALUE 'ADL'.
               88 SO-PFS-MESSAGE            VALUE 'PFS'.
           05 SW-IF-ONWARD-FOUND            PIC X VALUE 'N'.
               88 SO-ONWARD-FOUND           VALUE 'Y'.
               88 SO-NO-ONWARD              VALUE 'N'.
           05 SW-IF-LIST-TRUNCATED          PIC X VALUE 'N'.
               88 SO-LIST-TRUNCATED         VALUE 'Y'.
               88 SO-LIST-COMPLETE          VALUE 'N'.

       01 WS-TIMING.
           05 WS-PNL-LEAD                   PIC S9(5) COMP.
           05 WS-ADL-INTERVAL               PIC S9(5) COMP.

       01 WS-FLIGHT-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-NUMBER              PIC X(15).
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-DEPARTURE-TS               PIC X(26).
           05 WS-DEPARTURE-DAY              PIC S9(4) COMP.
           05 WS-DEPARTURE-MONTH            PIC S9(4) COMP.
           05 WS-PREMIUM-END-ROW            PIC S9(4) COMP.
           05 WS-CLOSED-FLAG                PIC X.
           05 WS-PNL-SENT-COUNT             PIC S9(9) COMP.
           05 WS-LAST-SEQUENCE              PIC S9(4) COMP.
           05 WS-ADL-DUE-FLAG               PIC X.

       01 WS-PASSENGER-FIELDS.
           05 WS-PASSENGER-ID               PIC S9(9) COMP.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-PAX-CLASS                  PIC X.
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-SEAT-LETTER                PIC X.
           05 WS-PAX-LAST-NAME              PIC X(50).
           05 WS-PAX-FIRST-NAME             PIC X(50).
           05 WS-RECORD-LOCATOR             PIC X(6).
           05 WS-ASSISTANCE-FLAG            PIC X.
           05 WS-INFANT-NAME                PIC X(30).
           05 WS-BOARDING-STATUS            PIC X(10).
           05 WS-SSR-CODE                   PIC X(4).
           05 WS-SSR-COUNT                  PIC S9(4) COMP.
           05 WS-ONWARD-FLIGHT-NUMBER       PIC X(15).
           05 WS-ONWARD-DAY                 PIC S9(4) COMP.
           05 WS-ONWARD-MONTH               PIC S9(4) COMP.
           05 WS-ONWARD-AIRPORT             PIC X(3).
           05 WS-REMARK-TEXT                PIC X(60).
           05 WS-REMARK-COUNT               PIC S9(4) COMP.
           05 WS-REMARK-DIGIT               PIC 9.
           05 WS-PAX-REMARK                 PIC X(60)
                                            OCCURS 5 TIMES.

      * THE COMPARISON KEY OF ONE NAME -- EVERYTHING THE STATION IS
      * TOLD ABOUT IT.  CLASS LEADS SO T101 SORTS BY CLASS FOR THE DEL.
      * REMARKS ARE ONLY EVER ADDED, SO THEIR COUNT (SPACE FOR NONE)
      * IS ENOUGH TO MAKE A NEW ONE A CHG
       01 WS-PASSENGER-ENTRY.
           05 WS-ENT-CLASS                  PIC X.
           05 WS-ENT-ROW-NUMBER             PIC 9(3).
           05 WS-ENT-SEAT-LETTER            PIC X.
           05 WS-ENT-RECORD-LOCATOR         PIC X(6).
           05 WS-ENT-ASSISTANCE-FLAG        PIC X.
           05 WS-ENT-SSR-CODE               PIC X(4) OCCURS 4 TIMES.
           05 WS-ENT-INFANT-NAME            PIC X(20).
           05 WS-ENT-ONWARD-FLIGHT          PIC X(8).
           05 WS-ENT-ONWARD-DAY             PIC 9(2).
           05 WS-ENT-ONWARD-MONTH           PIC 9(2).
           05 WS-ENT-ONWARD-AIRPORT         PIC X(3).
           05 WS-ENT-REMARK-COUNT           PIC X(1).
       01 WS-LAST-ENTRY.
           05 WS-LST-CLASS                  PIC X.
           05 FILLER                        PIC X(63).
       01 WS-NAME-LINE                      PIC X(69).

      * ONE MESSAGE BEING BUILT: UP TO THREE SECTIONS OF LINES --
      * THE NAMES OF A PNL, THE ADD / CHG / DEL OF AN ADL, THE
      * NO-SHOWS OF A PFS (SECTION 3)
       01 WS-MESSAGE-SECTIONS.
           05 WS-SECTION OCCURS 3 TIMES.
               10 WS-SECT-LINE-COUNT        PIC S9(4) COMP.
               10 WS-SECT-ENTRY-COUNT       PIC S9(4) COMP.
               10 WS-SECT-LAST-CLASS        PIC X.
               10 WS-SECT-LINE              PIC X(69)
                                            OCCURS 2500 TIMES.
       01 WS-SECT                           PIC S9(4) COMP.
       01 WS-LINE-SUB                       PIC S9(4) COMP.
       01 WS-SSR-SUB                        PIC S9(4) COMP.
       01 WS-NEW-LINE                       PIC X(69).
       01 WS-MONTH-TEXT                     PIC X(3).
       01 WS-TWO-DIGITS                     PIC 9(2).

      * -DEST LINE OF A PNL CLASS, BACK-FILLED WITH THE CLASS COUNT
       01 WS-DEST-LINE.
           05 FILLER                        PIC X VALUE '-'.
           05 WS-DEST-AIRPORT               PIC X(3).
           05 WS-DEST-COUNT                 PIC 9(3).
           05 WS-DEST-CLASS                 PIC X.
           05 FILLER                        PIC X(61) VALUE SPACE.
       01 WS-DEST-LINE-SUB                  PIC S9(4) COMP.
       01 WS-CLASS-COUNT                    PIC S9(4) COMP.

       01 WS-PFS-COUNTS.
           05 WS-BOARDED-PREMIUM            PIC S9(4) COMP.
           05 WS-BOARDED-ECONOMY            PIC S9(4) COMP.

       01 WS-OUTPUT-RECORD.
           05 WS-OUT-STATION                PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-OUT-TEXT                   PIC X(69).
           05 FILLER                        PIC X(7) VALUE SPACE.

       01 WS-LOG-FIELDS.
           05 WS-LOG-SEQUENCE               PIC S9(4) COMP.
           05 WS-LOG-ENTRY-COUNT            PIC S9(9) COMP.
           05 WS-SENT-ENTRY                 PIC X(64).

       01 WS-COUNTERS.
           05 WS-PNL-SENT                   PIC S9(7) COMP VALUE 0.
           05 WS-ADL-SENT                   PIC S9(7) COMP VALUE 0.
           05 WS-PFS-SENT                   PIC S9(7) COMP VALUE 0.
           05 WS-LINES-WRITTEN              PIC S9(9) COMP VALUE 0.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'PNL MESSAGES SENT.............'.
           05 WS-TOTALS-PNL                 PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'ADL MESSAGES SENT.............'.
           05 WS-TOTALS-ADL                 PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'PFS MESSAGES SENT.............'.
           05 WS-TOTALS-PFS                 PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'MESSAGE LINES WRITTEN.........'.
           05 WS-TOTALS-LINES               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-FLIGHTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02481 -- PNL / ADL / PFS SWEEP STARTING'
           OPEN OUTPUT PNL-OUT-FILE
           PERFORM 1010-GET-MESSAGE-TIMING
           .
      ******************************************************************
      *                 1010-GET-MESSAGE-TIMING
      * WHEN THE PNL GOES AND HOW OFTEN AN ADL MAY FOLLOW, OFF T87
      * THROUGH Z02457 (MAINTAINED ON Z02458)
      ******************************************************************
       1010-GET-MESSAGE-TIMING.
           MOVE SPACE                   TO PARM-SCOPE
           MOVE SPACE                   TO PARM-AS-OF-DATE
           MOVE 'PNL-LEAD-MINUTES'      TO PARM-NAME
           MOVE CT-PNL-LEAD-MINUTES     TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-PNL-LEAD
           MOVE 'ADL-INTERVAL-MINUTES'  TO PARM-NAME
           MOVE CT-ADL-INTERVAL-MINUTES TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-ADL-INTERVAL
           DISPLAY 'Z02481 -- PNL LEAD MINUTES ' WS-PNL-LEAD
                   ', ADL INTERVAL MINUTES ' WS-ADL-INTERVAL
           .
      ******************************************************************
      *                   2000-SWEEP-FLIGHTS
      ******************************************************************
       2000-SWEEP-FLIGHTS.
           EXEC SQL
             OPEN C-LIST-FLIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- OPEN FLIGHT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
           PERFORM UNTIL SO-END-OF-FLIGHTS
              PERFORM 2020-PROCESS-THE-FLIGHT
              PERFORM 2010-FETCH-NEXT-FLIGHT
           END-PERFORM
           EXEC SQL
             CLOSE C-LIST-FLIGHTS
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-FLIGHT
      ******************************************************************
       2010-FETCH-NEXT-FLIGHT.
           EXEC SQL
             FETCH C-LIST-FLIGHTS
             INTO :WS-FLIGHT-ID,
                  :WS-FLIGHT-NUMBER,
                  :WS-DEPARTURE-AIRPORT,
                  :WS-ARRIVAL-AIRPORT,
                  :WS-DEPARTURE-TS,
                  :WS-DEPARTURE-DAY,
                  :WS-DEPARTURE-MONTH,
                  :WS-PREMIUM-END-ROW,
                  :WS-CLOSED-FLAG,
                  :WS-PNL-SENT-COUNT,
                  :WS-LAST-SEQUENCE,
                  :WS-ADL-DUE-FLAG
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-FLIGHTS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- FLIGHT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLIGHTS TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-PROCESS-THE-FLIGHT
      * A CLOSED-OUT FLIGHT ONLY EVER REACHES HERE FOR ITS PFS; AN
      * OPEN ONE GETS ITS PNL FIRST, THEN ADLS AT THE INTERVAL
      ******************************************************************
       2020-PROCESS-THE-FLIGHT.
           EVALUATE TRUE
           WHEN WS-CLOSED-FLAG = 'Y'
              SET SO-PFS-MESSAGE TO TRUE
              PERFORM 3000-BUILD-THE-PFS
           WHEN WS-PNL-SENT-COUNT = 0
              SET SO-PNL-MESSAGE TO TRUE
              PERFORM 4000-BUILD-THE-PNL
           WHEN WS-ADL-DUE-FLAG = 'Y'
              SET SO-ADL-MESSAGE TO TRUE
              PERFORM 5000-BUILD-THE-ADL
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                   3000-BUILD-THE-PFS
      * BOARDED ('CHECKED IN') COUNT PER CLASS AND THE 'NO SHOW'
      * NAMES Z02356 LEFT ON T04.  THE STATION'S T101 COPY OF THE
      * LIST IS NOT NEEDED AFTER THIS
      ******************************************************************
       3000-BUILD-THE-PFS.
           PERFORM 6900-CLEAR-THE-MESSAGE
           MOVE 0 TO WS-BOARDED-PREMIUM
                     WS-BOARDED-ECONOMY
           MOVE 3 TO WS-SECT
           PERFORM 7001-OPEN-PASSENGER-CURSOR
           PERFORM 7002-FETCH-NEXT-PASSENGER
           PERFORM UNTIL SO-END-OF-PASSENGERS
              EVALUATE TRUE
              WHEN WS-BOARDING-STATUS = CT-BOARDED-STATUS
                 IF WS-PAX-CLASS = CT-PREMIUM-CLASS THEN
                    ADD 1 TO WS-BOARDED-PREMIUM
                 ELSE
                    ADD 1 TO WS-BOARDED-ECONOMY
                 END-IF
              WHEN WS-BOARDING-STATUS = CT-NO-SHOW-STATUS
                 PERFORM 6010-BUILD-THE-NAME-LINE
                 PERFORM 6200-ADD-CLASS-HEADER
                 MOVE WS-NAME-LINE TO WS-NEW-LINE
                 PERFORM 6100-ADD-SECTION-LINE
                 ADD 1 TO WS-SECT-ENTRY-COUNT(WS-SECT)
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
              PERFORM 7002-FETCH-NEXT-PASSENGER
           END-PERFORM
           PERFORM 7003-CLOSE-PASSENGER-CURSOR

           PERFORM 8000-WRITE-MESSAGE-HEADER
           MOVE WS-ARRIVAL-AIRPORT TO WS-DEST-AIRPORT
           MOVE WS-BOARDED-PREMIUM TO WS-DEST-COUNT
           MOVE CT-PREMIUM-CLASS   TO WS-DEST-CLASS
           MOVE WS-DEST-LINE       TO WS-OUT-TEXT
           PERFORM 8100-WRITE-OUTPUT-LINE
           MOVE WS-BOARDED-ECONOMY TO WS-DEST-COUNT
           MOVE CT-ECONOMY-CLASS   TO WS-DEST-CLASS
           MOVE WS-DEST-LINE       TO WS-OUT-TEXT
           PERFORM 8100-WRITE-OUTPUT-LINE
           IF WS-SECT-ENTRY-COUNT(3) > 0 THEN
              MOVE 'NOSHO' TO WS-OUT-TEXT
              PERFORM 8100-WRITE-OUTPUT-LINE
              MOVE 3 TO WS-SECT
              PERFORM 8200-WRITE-THE-SECTION
           END-IF
           MOVE 'ENDPFS' TO WS-OUT-TEXT
           PERFORM 8100-WRITE-OUTPUT-LINE

           MOVE WS-SECT-ENTRY-COUNT(3) TO WS-LOG-ENTRY-COUNT
           PERFORM 7020-LOG-THE-MESSAGE
           PERFORM 7021-DROP-STATION-LIST
           ADD 1 TO WS-PFS-SENT
           .
      ******************************************************************
      *                   4000-BUILD-THE-PNL
      * EVERY NAME UNDER ITS CLASS'S -DEST LINE; THE STATION'S COPY
      * OF THE LIST GOES ONTO T101 FOR THE ADLS TO COMPARE AGAINST
      ******************************************************************
       4000-BUILD-THE-PNL.
           PERFORM 6900-CLEAR-THE-MESSAGE
           MOVE 1 TO WS-SECT
           PERFORM 7001-OPEN-PASSENGER-CURSOR
           PERFORM 7002-FETCH-NEXT-PASSENGER
           PERFORM UNTIL SO-END-OF-PASSENGERS
              PERFORM 6000-BUILD-THE-ENTRY
              IF WS-PAX-CLASS NOT = WS-SECT-LAST-CLASS(1) THEN
                 MOVE WS-PAX-CLASS TO WS-SECT-LAST-CLASS(1)
                 MOVE 0 TO WS-CLASS-COUNT
                 MOVE WS-ARRIVAL-AIRPORT TO WS-DEST-AIRPORT
                 MOVE 0 TO WS-DEST-COUNT
                 MOVE WS-PAX-CLASS TO WS-DEST-CLASS
                 MOVE WS-DEST-LINE TO WS-NEW-LINE
                 PERFORM 6100-ADD-SECTION-LINE
                 MOVE WS-SECT-LINE-COUNT(1) TO WS-DEST-LINE-SUB
              END-IF
              ADD 1 TO WS-CLASS-COUNT
              MOVE WS-CLASS-COUNT TO WS-DEST-COUNT
              IF WS-DEST-LINE-SUB > 0 THEN
                 MOVE WS-DEST-LINE TO WS-SECT-LINE(1 WS-DEST-LINE-SUB)
              END-IF
              PERFORM 6300-ADD-ENTRY-LINES
              ADD 1 TO WS-SECT-ENTRY-COUNT(1)
              PERFORM 7010-INSERT-STATION-COPY
              PERFORM 7002-FETCH-NEXT-PASSENGER
           END-PERFORM
           PERFORM 7003-CLOSE-PASSENGER-CURSOR

           PERFORM 8000-WRITE-MESSAGE-HEADER
           IF WS-SECT-ENTRY-COUNT(1) = 0 THEN
              MOVE 'NIL' TO WS-OUT-TEXT
              PERFORM 8100-WRITE-OUTPUT-LINE
           ELSE
              MOVE 1 TO WS-SECT
              PERFORM 8200-WRITE-THE-SECTION
           END-IF
           MOVE 'ENDPNL' TO WS-OUT-TEXT
           PERFORM 8100-WRITE-OUTPUT-LINE

           MOVE WS-SECT-ENTRY-COUNT(1) TO WS-LOG-ENTRY-COUNT
           PERFORM 7020-LOG-THE-MESSAGE
           ADD 1 TO WS-PNL-SENT
           .
      ******************************************************************
      *                   5000-BUILD-THE-ADL
      * EVERY CURRENT NAME IS LOOKED UP ON THE STATION'S T101 COPY:
      * MISSING IS AN ADD, DIFFERENT IS A CHG.  WHAT THE COPY HOLDS
      * THAT THE WALK DID NOT TOUCH IS A DEL.  NO CHANGE, NO ADL
      ******************************************************************
       5000-BUILD-THE-ADL.
           PERFORM 6900-CLEAR-THE-MESSAGE
           PERFORM 7011-RESET-SEEN-FLAGS
           PERFORM 7001-OPEN-PASSENGER-CURSOR
           PERFORM 7002-FETCH-NEXT-PASSENGER
           PERFORM UNTIL SO-END-OF-PASSENGERS
              PERFORM 6000-BUILD-THE-ENTRY
              PERFORM 7012-READ-STATION-COPY
              EVALUATE TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 MOVE 1 TO WS-SECT
                 PERFORM 6200-ADD-CLASS-HEADER
                 PERFORM 6300-ADD-ENTRY-LINES
                 ADD 1 TO WS-SECT-ENTRY-COUNT(1)
                 PERFORM 7010-INSERT-STATION-COPY
              WHEN WS-SENT-ENTRY NOT = WS-PASSENGER-ENTRY
                 MOVE 2 TO WS-SECT
                 PERFORM 6200-ADD-CLASS-HEADER
                 PERFORM 6300-ADD-ENTRY-LINES
                 ADD 1 TO WS-SECT-ENTRY-COUNT(2)
                 PERFORM 7013-UPDATE-STATION-COPY
              WHEN OTHER
                 PERFORM 7013-UPDATE-STATION-COPY
              END-EVALUATE
              PERFORM 7002-FETCH-NEXT-PASSENGER
           END-PERFORM
           PERFORM 7003-CLOSE-PASSENGER-CURSOR
           PERFORM 5100-COLLECT-DROPPED-NAMES

           COMPUTE WS-LOG-ENTRY-COUNT = WS-SECT-ENTRY-COUNT(1)
                                      + WS-SECT-ENTRY-COUNT(2)
                                      + WS-SECT-ENTRY-COUNT(3)
           IF WS-LOG-ENTRY-COUNT > 0 THEN
              PERFORM 8000-WRITE-MESSAGE-HEADER
              IF WS-SECT-ENTRY-COUNT(1) > 0 THEN
                 MOVE 'ADD' TO WS-OUT-TEXT
                 PERFORM 8100-WRITE-OUTPUT-LINE
                 MOVE 1 TO WS-SECT
                 PERFORM 8200-WRITE-THE-SECTION
              END-IF
              IF WS-SECT-ENTRY-COUNT(2) > 0 THEN
                 MOVE 'CHG' TO WS-OUT-TEXT
                 PERFORM 8100-WRITE-OUTPUT-LINE
                 MOVE 2 TO WS-SECT
                 PERFORM 8200-WRITE-THE-SECTION
              END-IF
              IF WS-SECT-ENTRY-COUNT(3) > 0 THEN
                 MOVE 'DEL' TO WS-OUT-TEXT
                 PERFORM 8100-WRITE-OUTPUT-LINE
                 MOVE 3 TO WS-SECT
                 PERFORM 8200-WRITE-THE-SECTION
              END-IF
              MOVE 'ENDADL' TO WS-OUT-TEXT
              PERFORM 8100-WRITE-OUTPUT-LINE
              PERFORM 7020-LOG-THE-MESSAGE
              ADD 1 TO WS-ADL-SENT
           END-IF
           .
      ******************************************************************
      *               5100-COLLECT-DROPPED-NAMES
      * THE DEL SECTION, THEN THE DROPPED NAMES COME OFF T101
      ******************************************************************
       5100-COLLECT-DROPPED-NAMES.
           EXEC SQL
             OPEN C-DROPPED-PASSENGERS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- OPEN DROPPED CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '5100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 3 TO WS-SECT
           MOVE 'N' TO SW-IF-END-OF-DROPPED
           PERFORM 5110-FETCH-NEXT-DROPPED
           PERFORM UNTIL SO-END-OF-DROPPED
              MOVE WS-SENT-ENTRY TO WS-LAST-ENTRY
              MOVE WS-LST-CLASS TO WS-PAX-CLASS
              PERFORM 6200-ADD-CLASS-HEADER
              MOVE WS-NAME-LINE TO WS-NEW-LINE
              PERFORM 6100-ADD-SECTION-LINE
              ADD 1 TO WS-SECT-ENTRY-COUNT(3)
              PERFORM 5110-FETCH-NEXT-DROPPED
           END-PERFORM
           EXEC SQL
             CLOSE C-DROPPED-PASSENGERS
           END-EXEC
           IF WS-SECT-ENTRY-COUNT(3) > 0 THEN
              PERFORM 7014-DELETE-DROPPED-NAMES
           END-IF
           .
      ******************************************************************
      *                  5110-FETCH-NEXT-DROPPED
      ******************************************************************
       5110-FETCH-NEXT-DROPPED.
           EXEC SQL
             FETCH C-DROPPED-PASSENGERS
             INTO :WS-SENT-ENTRY,
                  :WS-NAME-LINE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-DROPPED TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- DROPPED FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '5110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  6000-BUILD-THE-ENTRY
      * THE NAME LINE AND THE COMPARISON KEY OF THE PASSENGER JUST
      * FETCHED, WITH THE SSRS AND THE THROUGH-CHECKED ONWARD LEG
      ******************************************************************
       6000-BUILD-THE-ENTRY.
           PERFORM 6010-BUILD-THE-NAME-LINE
           MOVE SPACE              TO WS-PASSENGER-ENTRY
           MOVE WS-PAX-CLASS       TO WS-ENT-CLASS
           MOVE WS-ROW-NUMBER      TO WS-ENT-ROW-NUMBER
           MOVE WS-SEAT-LETTER     TO WS-ENT-SEAT-LETTER
           MOVE WS-RECORD-LOCATOR  TO WS-ENT-RECORD-LOCATOR
           MOVE WS-ASSISTANCE-FLAG TO WS-ENT-ASSISTANCE-FLAG
           MOVE WS-INFANT-NAME     TO WS-ENT-INFANT-NAME
           MOVE 0                  TO WS-ENT-ONWARD-DAY
                                      WS-ENT-ONWARD-MONTH
           PERFORM 7004-READ-PASSENGER-SSRS
           PERFORM 7008-READ-AIRPORT-REMARKS
           IF WS-REMARK-COUNT > 0 THEN
              MOVE WS-REMARK-COUNT TO WS-REMARK-DIGIT
              MOVE WS-REMARK-DIGIT TO WS-ENT-REMARK-COUNT
           END-IF
           PERFORM 7007-READ-ONWARD-LEG
           IF SO-ONWARD-FOUND THEN
              MOVE WS-ONWARD-FLIGHT-NUMBER TO WS-ENT-ONWARD-FLIGHT
              MOVE WS-ONWARD-DAY           TO WS-ENT-ONWARD-DAY
              MOVE WS-ONWARD-MONTH         TO WS-ENT-ONWARD-MONTH
              MOVE WS-ONWARD-AIRPORT       TO WS-ENT-ONWARD-AIRPORT
           END-IF
           .
      ******************************************************************
      *                 6010-BUILD-THE-NAME-LINE
      ******************************************************************
       6010-BUILD-THE-NAME-LINE.
           MOVE SPACE TO WS-NAME-LINE
           STRING '1'                DELIMITED BY SIZE
                  WS-PAX-LAST-NAME   DELIMITED BY '  '
                  '/'                DELIMITED BY SIZE
                  WS-PAX-FIRST-NAME  DELIMITED BY '  '
                  ' .L/'             DELIMITED BY SIZE
                  WS-RECORD-LOCATOR  DELIMITED BY SIZE
             INTO WS-NAME-LINE
           END-STRING
           .
      ******************************************************************
      *                 6100-ADD-SECTION-LINE
      * A LIST LONGER THAN THE SECTION IS CUT SHORT, NOT LOST -- THE
      * RUN LOG SAYS WHICH FLIGHT
      ******************************************************************
       6100-ADD-SECTION-LINE.
           IF WS-SECT-LINE-COUNT(WS-SECT) < CT-MAX-SECTION-LINES THEN
              ADD 1 TO WS-SECT-LINE-COUNT(WS-SECT)
              MOVE WS-NEW-LINE TO
                   WS-SECT-LINE(WS-SECT WS-SECT-LINE-COUNT(WS-SECT))
           ELSE
              IF SO-LIST-COMPLETE THEN
                 SET SO-LIST-TRUNCATED TO TRUE
                 DISPLAY 'Z02481 -- ' SW-MESSAGE-TYPE ' FOR '
                         WS-FLIGHT-ID ' CUT SHORT, TOO MANY LINES'
              END-IF
           END-IF
           .
      ******************************************************************
      *                 6200-ADD-CLASS-HEADER
      * INSIDE AN ADL OR PFS SECTION EACH RUN OF ONE CLASS STARTS
      * WITH ITS -DEST LINE (NO COUNT)
      ******************************************************************
       6200-ADD-CLASS-HEADER.
           IF WS-PAX-CLASS NOT = WS-SECT-LAST-CLASS(WS-SECT) THEN
              MOVE WS-PAX-CLASS TO WS-SECT-LAST-CLASS(WS-SECT)
              MOVE SPACE TO WS-NEW-LINE
              STRING '-'                DELIMITED BY SIZE
                     WS-ARRIVAL-AIRPORT DELIMITED BY SIZE
                     WS-PAX-CLASS       DELIMITED BY SIZE
                INTO WS-NEW-LINE
              END-STRING
              PERFORM 6100-ADD-SECTION-LINE
           END-IF
           .
      ******************************************************************
      *                 6300-ADD-ENTRY-LINES
      * NAME LINE, THEN ONE ELEMENT LINE PER FACT IN THE ENTRY
      ******************************************************************
       6300-ADD-ENTRY-LINES.
           MOVE WS-NAME-LINE TO WS-NEW-LINE
           PERFORM 6100-ADD-SECTION-LINE

           MOVE SPACE TO WS-NEW-LINE
           STRING '.R/SEAT '         DELIMITED BY SIZE
                  WS-ENT-ROW-NUMBER  DELIMITED BY SIZE
                  WS-ENT-SEAT-LETTER DELIMITED BY SIZE
             INTO WS-NEW-LINE
           END-STRING
           PERFORM 6100-ADD-SECTION-LINE

           PERFORM VARYING WS-SSR-SUB FROM 1 BY 1
                   UNTIL WS-SSR-SUB > WS-SSR-COUNT
              MOVE SPACE TO WS-NEW-LINE
              STRING '.R/'                       DELIMITED BY SIZE
                     WS-ENT-SSR-CODE(WS-SSR-SUB) DELIMITED BY SPACE
                     ' HK1'                      DELIMITED BY SIZE
                INTO WS-NEW-LINE
              END-STRING
              PERFORM 6100-ADD-SECTION-LINE
           END-PERFORM

           IF WS-ASSISTANCE-FLAG = 'Y' AND WS-SSR-COUNT = 0 THEN
              MOVE '.R/MAAS HK1' TO WS-NEW-LINE
              PERFORM 6100-ADD-SECTION-LINE
           END-IF

           IF WS-INFANT-NAME NOT = SPACE THEN
              MOVE SPACE TO WS-NEW-LINE
              STRING '.R/INFT HK1 '  DELIMITED BY SIZE
                     WS-INFANT-NAME  DELIMITED BY '  '
                INTO WS-NEW-LINE
              END-STRING
              PERFORM 6100-ADD-SECTION-LINE
           END-IF

           PERFORM VARYING WS-SSR-SUB FROM 1 BY 1
                   UNTIL WS-SSR-SUB > WS-REMARK-COUNT
              MOVE SPACE TO WS-NEW-LINE
              STRING '.R/RMKS '                DELIMITED BY SIZE
                     WS-PAX-REMARK(WS-SSR-SUB) DELIMITED BY SIZE
                INTO WS-NEW-LINE
              END-STRING
              PERFORM 6100-ADD-SECTION-LINE
           END-PERFORM

           IF SO-ONWARD-FOUND THEN
              MOVE WS-ONWARD-DAY TO WS-TWO-DIGITS
              MOVE CT-MONTH-NAME(WS-ONWARD-MONTH) TO WS-MONTH-TEXT
              MOVE SPACE TO WS-NEW-LINE
              STRING '.O/'                   DELIMITED BY SIZE
                     WS-ONWARD-FLIGHT-NUMBER DELIMITED BY SPACE
                     WS-TWO-DIGITS           DELIMITED BY SIZE
                     WS-MONTH-TEXT           DELIMITED BY SIZE
                     WS-ONWARD-AIRPORT       DELIMITED BY SIZE
                INTO WS-NEW-LINE
              END-STRING
              PERFORM 6100-ADD-SECTION-LINE
           END-IF
           .
      ******************************************************************
      *                 6900-CLEAR-THE-MESSAGE
      ******************************************************************
       6900-CLEAR-THE-MESSAGE.
           PERFORM VARYING WS-SECT FROM 1 BY 1 UNTIL WS-SECT > 3
              MOVE 0     TO WS-SECT-LINE-COUNT(WS-SECT)
                            WS-SECT-ENTRY-COUNT(WS-SECT)
              MOVE SPACE TO WS-SECT-LAST-CLASS(WS-SECT)
           END-PERFORM
           MOVE 0 TO WS-DEST-LINE-SUB
                     WS-CLASS-COUNT
           SET SO-LIST-COMPLETE TO TRUE
           .
      ******************************************************************
      *               7001-OPEN-PASSENGER-CURSOR
      ******************************************************************
       7001-OPEN-PASSENGER-CURSOR.
           EXEC SQL
             OPEN C-LIST-PASSENGERS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- OPEN PASSENGER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-PASSENGERS
           .
      ******************************************************************
      *               7002-FETCH-NEXT-PASSENGER
      ******************************************************************
       7002-FETCH-NEXT-PASSENGER.
           EXEC SQL
             FETCH C-LIST-PASSENGERS
             INTO :WS-PASSENGER-ID,
                  :WS-RESERVATION-ID,
                  :WS-PAX-CLASS,
                  :WS-ROW-NUMBER,
                  :WS-SEAT-LETTER,
                  :WS-PAX-LAST-NAME,
                  :WS-PAX-FIRST-NAME,
                  :WS-RECORD-LOCATOR,
                  :WS-ASSISTANCE-FLAG,
                  :WS-INFANT-NAME,
                  :WS-BOARDING-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-PASSENGERS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- PASSENGER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               7003-CLOSE-PASSENGER-CURSOR
      ******************************************************************
       7003-CLOSE-PASSENGER-CURSOR.
           EXEC SQL
             CLOSE C-LIST-PASSENGERS
           END-EXEC
           .
      ******************************************************************
      *               7004-READ-PASSENGER-SSRS
      * THE FIRST CT-MAX-SSRS CODES, IN CODE ORDER SO THE KEY IS
      * STABLE FROM ONE PASS TO THE NEXT
      ******************************************************************
       7004-READ-PASSENGER-SSRS.
           MOVE 0 TO WS-SSR-COUNT
           EXEC SQL
             OPEN C-PASSENGER-SSRS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- OPEN SSR CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-SSRS
           PERFORM 7005-FETCH-NEXT-SSR
           PERFORM UNTIL SO-END-OF-SSRS
              IF WS-SSR-COUNT < CT-MAX-SSRS THEN
                 ADD 1 TO WS-SSR-COUNT
                 MOVE WS-SSR-CODE TO WS-ENT-SSR-CODE(WS-SSR-COUNT)
              END-IF
              PERFORM 7005-FETCH-NEXT-SSR
           END-PERFORM
           EXEC SQL
             CLOSE C-PASSENGER-SSRS
           END-EXEC
           .
      ******************************************************************
      *                  7005-FETCH-NEXT-SSR
      ******************************************************************
       7005-FETCH-NEXT-SSR.
           EXEC SQL
             FETCH C-PASSENGER-SSRS
             INTO :WS-SSR-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-SSRS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- SSR FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7005' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                7008-READ-AIRPORT-REMARKS
      * THE 'A' REMARKS OF THE RESERVATION, OLDEST FIRST -- EVERY
      * PASSENGER OF THE RESERVATION CARRIES THEM
      ******************************************************************
       7008-READ-AIRPORT-REMARKS.
           MOVE 0 TO WS-REMARK-COUNT
           EXEC SQL
             OPEN C-AIRPORT-REMARKS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- OPEN REMARK CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7008' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-REMARKS
           PERFORM 7009-FETCH-NEXT-REMARK
           PERFORM UNTIL SO-END-OF-REMARKS
              IF WS-REMARK-COUNT < CT-MAX-REMARKS THEN
                 ADD 1 TO WS-REMARK-COUNT
                 MOVE WS-REMARK-TEXT TO WS-PAX-REMARK(WS-REMARK-COUNT)
              END-IF
              PERFORM 7009-FETCH-NEXT-REMARK
           END-PERFORM
           EXEC SQL
             CLOSE C-AIRPORT-REMARKS
           END-EXEC
           .
      ******************************************************************
      *                 7009-FETCH-NEXT-REMARK
      ******************************************************************
       7009-FETCH-NEXT-REMARK.
           EXEC SQL
             FETCH C-AIRPORT-REMARKS
             INTO :WS-REMARK-TEXT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-REMARKS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- REMARK FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7009' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  7007-READ-ONWARD-LEG
      * THE SAME PASSENGER ON THE SAME RESERVATION LEAVING OUR
      * ARRIVAL AIRPORT WITHIN CT-THROUGH-CHECK-HOURS -- THE BAG
      * AND BOARDING PASS GO THROUGH, SO THE STATION MUST KNOW
      ******************************************************************
       7007-READ-ONWARD-LEG.
           SET SO-NO-ONWARD TO TRUE
           EXEC SQL
             SELECT T05N.FLIGHT_NUMBER,
                    DAY(T05N.DEPARTURE_TIMESTAMP),
                    MONTH(T05N.DEPARTURE_TIMESTAMP),
                    T05N.ARRIVAL_AIRPORT_CODE
             INTO :WS-ONWARD-FLIGHT-NUMBER,
                  :WS-ONWARD-DAY,
                  :WS-ONWARD-MONTH,
                  :WS-ONWARD-AIRPORT
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
               AND T05N.DEPARTURE_TIMESTAMP <=
                   TIMESTAMP(:WS-DEPARTURE-TS)
                                     + :CT-THROUGH-CHECK-HOURS HOURS
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
              DISPLAY 'Z02481 -- ONWARD LEG READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7007' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               7010-INSERT-STATION-COPY
      ******************************************************************
       7010-INSERT-STATION-COPY.
           EXEC SQL
             INSERT INTO T101_PNL_PASSENGER
                (FLIGHT_ID, PASSENGER_ID, PASSENGER_ENTRY,
                 NAME_LINE, SEEN_FLAG)
             VALUES
                (:WS-FLIGHT-ID, :WS-PASSENGER-ID,
                 :WS-PASSENGER-ENTRY, :WS-NAME-LINE, 'Y')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- T101 INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7011-RESET-SEEN-FLAGS
      ******************************************************************
       7011-RESET-SEEN-FLAGS.
           EXEC SQL
             UPDATE T101_PNL_PASSENGER
                SET SEEN_FLAG = 'N'
              WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- T101 RESET FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7011' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7012-READ-STATION-COPY
      * LEAVES SW-SQLCODE FOR THE CALLER -- NOT FOUND IS AN ADD
      ******************************************************************
       7012-READ-STATION-COPY.
           MOVE SPACE TO WS-SENT-ENTRY
           EXEC SQL
             SELECT PASSENGER_ENTRY
             INTO :WS-SENT-ENTRY
             FROM T101_PNL_PASSENGER
             WHERE FLIGHT_ID    = :WS-FLIGHT-ID
               AND PASSENGER_ID = :WS-PASSENGER-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- T101 READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7012' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               7013-UPDATE-STATION-COPY
      ******************************************************************
       7013-UPDATE-STATION-COPY.
           EXEC SQL
             UPDATE T101_PNL_PASSENGER
                SET PASSENGER_ENTRY = :WS-PASSENGER-ENTRY,
                    NAME_LINE       = :WS-NAME-LINE,
                    SEEN_FLAG       = 'Y'
              WHERE FLIGHT_ID    = :WS-FLIGHT-ID
                AND PASSENGER_ID = :WS-PASSENGER-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- T101 UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7013' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              7014-DELETE-DROPPED-NAMES
      ******************************************************************
       7014-DELETE-DROPPED-NAMES.
           EXEC SQL
             DELETE FROM T101_PNL_PASSENGER
              WHERE FLIGHT_ID = :WS-FLIGHT-ID
                AND SEEN_FLAG = 'N'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- T101 DELETE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7014' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7020-LOG-THE-MESSAGE
      * THE RECORD OF WHAT WAS SENT -- ITS TIMESTAMP ALSO STARTS THE
      * NEXT ADL INTERVAL
      ******************************************************************
       7020-LOG-THE-MESSAGE.
           COMPUTE WS-LOG-SEQUENCE = WS-LAST-SEQUENCE + 1
           EXEC SQL
             INSERT INTO T100_PNL_MESSAGE_LOG
                (FLIGHT_ID, MESSAGE_TYPE, MESSAGE_SEQUENCE,
                 STATION_CODE, ENTRY_COUNT, SENT_TIMESTAMP)
             VALUES
                (:WS-FLIGHT-ID, :SW-MESSAGE-TYPE, :WS-LOG-SEQUENCE,
                 :WS-DEPARTURE-AIRPORT, :WS-LOG-ENTRY-COUNT,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- T100 INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7021-DROP-STATION-LIST
      ******************************************************************
       7021-DROP-STATION-LIST.
           EXEC SQL
             DELETE FROM T101_PNL_PASSENGER
              WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02481 -- T101 CLEAR-DOWN FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7021' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               8000-WRITE-MESSAGE-HEADER
      * MESSAGE TYPE, THEN FLIGHT/DATE, BOARDING POINT AND PART
      ******************************************************************
       8000-WRITE-MESSAGE-HEADER.
           MOVE SW-MESSAGE-TYPE TO WS-OUT-TEXT
           PERFORM 8100-WRITE-OUTPUT-LINE
           MOVE WS-DEPARTURE-DAY TO WS-TWO-DIGITS
           MOVE CT-MONTH-NAME(WS-DEPARTURE-MONTH) TO WS-MONTH-TEXT
           MOVE SPACE TO WS-OUT-TEXT
           STRING WS-FLIGHT-NUMBER     DELIMITED BY SPACE
                  '/'                  DELIMITED BY SIZE
                  WS-TWO-DIGITS        DELIMITED BY SIZE
                  WS-MONTH-TEXT        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-DEPARTURE-AIRPORT DELIMITED BY SIZE
                  ' PART1'             DELIMITED BY SIZE
             INTO WS-OUT-TEXT
           END-STRING
           PERFORM 8100-WRITE-OUTPUT-LINE
           .
      ******************************************************************
      *                8100-WRITE-OUTPUT-LINE
      ******************************************************************
       8100-WRITE-OUTPUT-LINE.
           MOVE WS-DEPARTURE-AIRPORT TO WS-OUT-STATION
           WRITE PNL-OUT-RECORD FROM WS-OUTPUT-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           MOVE SPACE TO WS-OUT-TEXT
           .
      ******************************************************************
      *                8200-WRITE-THE-SECTION
      ******************************************************************
       8200-WRITE-THE-SECTION.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-SECT-LINE-COUNT(WS-SECT)
              MOVE WS-SECT-LINE(WS-SECT WS-LINE-SUB) TO WS-OUT-TEXT
              PERFORM 8100-WRITE-OUTPUT-LINE
           END-PERFORM
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-PNL-SENT      TO WS-TOTALS-PNL
           MOVE WS-ADL-SENT      TO WS-TOTALS-ADL
           MOVE WS-PFS-SENT      TO WS-TOTALS-PFS
           MOVE WS-LINES-WRITTEN TO WS-TOTALS-LINES
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02481  '   TO ERRL-PROGRAM-ID
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
           CLOSE PNL-OUT-FILE
           DISPLAY 'Z02481 -- PNL / ADL / PFS SWEEP ENDING'
           GOBACK
           .
