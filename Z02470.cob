       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02470.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- CREW LAYOVER ROOM-NIGHTS AND ROOMING LISTS
      *
      * WHEN A CREW MEMBER'S DUTY DAY ENDS AWAY FROM THEIR BASE
      * (T27.BASE_AIRPORT_CODE) SOMEBODY USED TO PHONE A HOTEL, AND
      * NOTHING RECORDED IT.  EVERY DAY THIS JOB WORKS OUT THE
      * ROOM-NIGHTS THE T29 ASSIGNMENTS NEED FOR THE NIGHTS OF THE
      * RUN DATE AND THE FOLLOWING DAYS ('CREW-HOTEL-HORIZON-DAYS' ON
      * T87 THROUGH Z02457, DEFAULT 2 -- TONIGHT AND TOMORROW NIGHT)
      * AND KEEPS THEM ON THE NEW T96_CREW_ROOM_NIGHT TABLE:
      *
      *     CREW_ID               INTEGER
      *     NIGHT_DATE            DATE         THE DUTY DAY THE NIGHT
      *                                        FOLLOWS
      *     AIRPORT_CODE          CHAR(3)      THE OUTSTATION
      *     HOTEL_CODE            CHAR(8)      T95 CONTRACT BOOKED
      *     ARRIVAL_FLIGHT_ID     CHAR(8)      LAST LEG OF THE DAY
      *     CHECK_IN_TIMESTAMP    TIMESTAMP    ITS ARRIVAL TIME
      *     ROOM_STATUS           CHAR(10)     'BOOKED' / 'CANCELED'
      *     LIST_STATUS           CHAR(10)     'UNSENT' / 'SENT'
      *     SENT_TIMESTAMP        TIMESTAMP    NULL UNTIL FIRST SENT
      *     LATE_CANCEL           CHAR(1)      'Y' -- DROPPED INSIDE
      *                                        THE HOTEL'S CUT-OFF,
      *                                        STILL PAYABLE
      *     COST_POSTED           CHAR(1)      'Y' ONCE Z02471 HAS
      *                                        POSTED THE NIGHT TO T54
      *     KEY (CREW_ID, NIGHT_DATE, AIRPORT_CODE)
      *
      * A LAYOVER IS THE LAST T29 LEG OF A CREW MEMBER'S DEPARTURE
      * DAY (CANCELED AND DELETED FLIGHTS IGNORED) LANDING ANYWHERE
      * BUT THEIR BASE.  THE ROOM GOES TO THE STATION'S ACTIVE
      * T95_HOTEL_CONTRACT (MAINTAINED ON Z02469); A STATION WITHOUT
      * ONE IS LISTED ON THE REPORT FOR CREW CONTROL TO SORT OUT.
      *
      *   - A NEW LAYOVER IS BOOKED 'UNSENT'
      *   - A LAYOVER WHOSE LAST LEG CHANGED GOES BACK TO 'UNSENT'
      *     WITH THE NEW ARRIVAL
      *   - A BOOKED NIGHT NO LONGER NEEDED IS DROPPED IF THE HOTEL
      *     NEVER HEARD OF IT, OTHERWISE IT IS 'CANCELED' AND
      *     'UNSENT' (LATE_CANCEL 'Y' INSIDE THE CUT-OFF HOURS)
      *
      * THEN EVERY HOTEL-NIGHT WITH SOMETHING UNSENT GETS ITS FULL
      * ROOMING LIST WRITTEN ON DDNAME ROOMLIST, GROUPED BY HOTEL THE
      * SAME WAY Z02433 GROUPS ITS MANIFEST BY STATION, AND IS
      * MARKED SENT:
      *
      *   'H' HOTEL RECORD -- STATION, HOTEL CODE AND NAME, RUN DATE
      *   'N' NIGHT RECORD -- NIGHT, ROOMS BOOKED, 'F' FIRST LIST OR
      *                       'A' AMENDED (A LIST FOR THAT NIGHT WAS
      *                       SENT BEFORE -- THE ASSIGNMENTS MOVED)
      *   'R' ROOM RECORD  -- CREW ID AND NAME, ARRIVAL FLIGHT AND
      *                       TIME, CHANGE CODE ' ' AS BEFORE,
      *                       'N' NEW, 'C' ARRIVAL CHANGED
      *   'X' CANCEL       -- CREW ID AND NAME, 'L' IF LATE
      *
      * THE REPORT LISTS EVERY HOTEL-NIGHT SENT (AMENDED ONES
      * FLAGGED) AND EVERY LAYOVER WITHOUT A CONTRACT; PRINTED AND
      * STORED TO THE T52 REPOSITORY THROUGH Z02401, AND REGISTERED
      * WITH Z02380 AGAINST THE RUN DATE.
      *
      * THE RUN DATE IS TODAY UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE, THE SAME SYSIN-CARD CONVENTION Z02461
      * USES:
      *
      *    DATE=YYYY-MM-DD
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
           SELECT ROOMING-LIST-FILE ASSIGN TO 'ROOMLIST'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOMING-LIST-FILE.
       01  ROOMING-LIST-RECORD                  PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * EVERY DUTY DAY IN THE WINDOW ENDING AWAY FROM THE CREW
      * MEMBER'S BASE -- THE LAST NON-CANCELED LEG OF THE DAY
           EXEC SQL
             DECLARE C-LAYOVERS CURSOR FOR
             SELECT T29.CREW_ID,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T05.FLIGHT_ID,
                    CHAR(DATE(T05.DEPARTURE_TIMESTAMP), ISO),
                    CHAR(T05.ARRIVAL_TIMESTAMP)
             FROM T29_CREW_ASSIGNMENT T29
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                   T05.FLIGHT_ID = T29.FLIGHT_ID
             INNER JOIN T27_CREW_TABLE T27 ON
                   T27.CREW_ID = T29.CREW_ID
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) BETWEEN
                      DATE(:WS-PARM-DATE) AND DATE(:WS-LAST-NIGHT)
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T05.ARRIVAL_AIRPORT_CODE <> T27.BASE_AIRPORT_CODE
               AND NOT EXISTS
                   (SELECT 1
                      FROM T29_CREW_ASSIGNMENT T29L
                      INNER JOIN T05_FLIGHT_TABLE T05L ON
                            T05L.FLIGHT_ID = T29L.FLIGHT_ID
                     WHERE T29L.CREW_ID = T29.CREW_ID
                       AND DATE(T05L.DEPARTURE_TIMESTAMP) =
                           DATE(T05.DEPARTURE_TIMESTAMP)
                       AND T05L.DEPARTURE_TIMESTAMP >
                           T05.DEPARTURE_TIMESTAMP
                       AND T05L.FLIGHT_STATUS <> :CT-DELETED-STATUS
                       AND T05L.FLIGHT_STATUS <> :CT-CANCELED-STATUS)
             ORDER BY T05.ARRIVAL_AIRPORT_CODE,
                      DATE(T05.DEPARTURE_TIMESTAMP),
                      T29.CREW_ID
             FOR FETCH ONLY
           END-EXEC

      * BOOKED NIGHTS IN THE WINDOW THE ASSIGNMENTS NO LONGER NEED --
      * THE SAME LAYOVER TEST AS C-LAYOVERS, PER ROW
           EXEC SQL
             DECLARE C-STALE-NIGHTS CURSOR FOR
             SELECT T96.CREW_ID,
                    CHAR(T96.NIGHT_DATE, ISO),
                    T96.AIRPORT_CODE,
                    T96.HOTEL_CODE,
                    CASE WHEN T96.SENT_TIMESTAMP IS NULL
                         THEN 'N' ELSE 'Y' END
             FROM T96_CREW_ROOM_NIGHT T96
             WHERE T96.NIGHT_DATE BETWEEN
                      DATE(:WS-PARM-DATE) AND DATE(:WS-LAST-NIGHT)
               AND T96.ROOM_STATUS = :CT-BOOKED-STATUS
               AND NOT EXISTS
                   (SELECT 1
                      FROM T29_CREW_ASSIGNMENT T29
                      INNER JOIN T05_FLIGHT_TABLE T05 ON
                            T05.FLIGHT_ID = T29.FLIGHT_ID
                      INNER JOIN T27_CREW_TABLE T27 ON
                            T27.CREW_ID = T29.CREW_ID
                     WHERE T29.CREW_ID = T96.CREW_ID
                       AND DATE(T05.DEPARTURE_TIMESTAMP) =
                           T96.NIGHT_DATE
                       AND T05.ARRIVAL_AIRPORT_CODE = T96.AIRPORT_CODE
                       AND T05.ARRIVAL_AIRPORT_CODE <>
                           T27.BASE_AIRPORT_CODE
                       AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
                       AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
                       AND NOT EXISTS
                           (SELECT 1
                              FROM T29_CREW_ASSIGNMENT T29L
                              INNER JOIN T05_FLIGHT_TABLE T05L ON
                                    T05L.FLIGHT_ID = T29L.FLIGHT_ID
                             WHERE T29L.CREW_ID = T29.CREW_ID
                               AND DATE(T05L.DEPARTURE_TIMESTAMP) =
                                   DATE(T05.DEPARTURE_TIMESTAMP)
                               AND T05L.DEPARTURE_TIMESTAMP >
                                   T05.DEPARTURE_TIMESTAMP
                               AND T05L.FLIGHT_STATUS <>
                                   :CT-DELETED-STATUS
                               AND T05L.FLIGHT_STATUS <>
                                   :CT-CANCELED-STATUS))
             FOR FETCH ONLY
           END-EXEC

      * THE FULL LIST OF EVERY HOTEL-NIGHT WITH SOMETHING UNSENT --
      * ALL ITS BOOKED ROOMS PLUS THE CANCELLATIONS NOT YET TOLD
           EXEC SQL
             DECLARE C-ROOMING-LIST CURSOR FOR
             SELECT T96.AIRPORT_CODE,
                    T96.HOTEL_CODE,
                    T95.HOTEL_NAME,
                    CHAR(T96.NIGHT_DATE, ISO),
                    T96.CREW_ID,
                    T27.CREW_NAME,
                    T27.CREW_LAST_NAME,
                    T96.ARRIVAL_FLIGHT_ID,
                    CHAR(T96.CHECK_IN_TIMESTAMP),
                    T96.ROOM_STATUS,
                    T96.LIST_STATUS,
                    CASE WHEN T96.SENT_TIMESTAMP IS NULL
                         THEN 'N' ELSE 'Y' END,
                    T96.LATE_CANCEL,
                    CASE WHEN EXISTS
                         (SELECT 1 FROM T96_CREW_ROOM_NIGHT T96S
                           WHERE T96S.AIRPORT_CODE = T96.AIRPORT_CODE
                             AND T96S.HOTEL_CODE   = T96.HOTEL_CODE
                             AND T96S.NIGHT_DATE   = T96.NIGHT_DATE
                             AND T96S.SENT_TIMESTAMP IS NOT NULL)
                         THEN 'A' ELSE 'F' END
             FROM T96_CREW_ROOM_NIGHT T96
             INNER JOIN T95_HOTEL_CONTRACT T95 ON
                   T95.AIRPORT_CODE = T96.AIRPORT_CODE
               AND T95.HOTEL_CODE   = T96.HOTEL_CODE
             INNER JOIN T27_CREW_TABLE T27 ON
                   T27.CREW_ID = T96.CREW_ID
             WHERE T96.NIGHT_DATE BETWEEN
                      DATE(:WS-PARM-DATE) AND DATE(:WS-LAST-NIGHT)
               AND (T96.ROOM_STATUS = :CT-BOOKED-STATUS OR
                    T96.LIST_STATUS = :CT-UNSENT-STATUS)
               AND EXISTS
                   (SELECT 1 FROM T96_CREW_ROOM_NIGHT T96U
                     WHERE T96U.AIRPORT_CODE = T96.AIRPORT_CODE
                       AND T96U.HOTEL_CODE   = T96.HOTEL_CODE
                       AND T96U.NIGHT_DATE   = T96.NIGHT_DATE
                       AND T96U.LIST_STATUS  = :CT-UNSENT-STATUS)
             ORDER BY T96.AIRPORT_CODE, T96.HOTEL_CODE,
                      T96.NIGHT_DATE, T96.ROOM_STATUS, T96.CREW_ID
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
           05 SW-IF-CONTRACT-FOUND          PIC X VALUE 'N'.
               88 SO-CONTRACT-FOUND         VALUE 'Y'.
               88 SO-CONTRACT-NOT-FOUND     VALUE 'N'.
           05 SW-IF-NIGHT-FOUND             PIC X VALUE 'N'.
               88 SO-NIGHT-FOUND            VALUE 'Y'.
               88 SO-NIGHT-NOT-FOUND        VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-DELETED-STATUS.
               49 CT-DELETED-STATUS-LEN PIC S9(4) COMP VALUE 7.
               49 CT-DELETED-STATUS-TEXT PIC X(15) VALUE 'DELETED'.
           05 CT-CANCELED-STATUS.
               49 CT-CANCELED-STATUS-LEN PIC S9(4) COMP VALUE 8.
               49 CT-CANCELED-STATUS-TEXT PIC X(15) VALUE 'CANCELED'.
           05 CT-BOOKED-STATUS              PIC X(10) VALUE 'BOOKED'.
           05 CT-ROOM-CANCELED-STATUS       PIC X(10) VALUE 'CANCELED'.
           05 CT-UNSENT-STATUS              PIC X(10) VALUE 'UNSENT'.
           05 CT-SENT-STATUS                PIC X(10) VALUE 'SENT'.
           05 CT-ACTIVE-STATUS              PIC X(10) VALUE 'ACTIVE'.
           05 CT-HORIZON-DAYS               PIC S9(4) COMP VALUE 2.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.
       01 WS-LAST-NIGHT                     PIC X(10) VALUE SPACE.
       01 WS-HORIZON-DAYS                   PIC S9(4) COMP VALUE 0.

       01 WS-LAYOVER-FIELDS.
           05 WS-CREW-ID                    PIC S9(9) COMP.
           05 WS-AIRPORT-CODE               PIC X(3).
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-NIGHT-DATE                 PIC X(10).
           05 WS-CHECK-IN-TS                PIC X(26).
           05 WS-HOTEL-CODE                 PIC X(8).
           05 WS-BOOKED-FLIGHT-ID           PIC X(8).
           05 WS-BOOKED-STATUS              PIC X(10).
           05 WS-WAS-SENT                   PIC X.
           05 WS-CREW-ID-FORMAT             PIC 9(9).

       01 WS-LIST-FIELDS.
           05 WS-HOTEL-NAME                 PIC X(30).
           05 WS-CREW-NAME                  PIC X(25).
           05 WS-CREW-LAST-NAME             PIC X(25).
           05 WS-ROOM-STATUS                PIC X(10).
           05 WS-LIST-STATUS                PIC X(10).
           05 WS-LATE-CANCEL                PIC X.
           05 WS-NIGHT-LIST-TYPE            PIC X.
           05 WS-PREVIOUS-HOTEL             PIC X(11) VALUE LOW-VALUES.
           05 WS-PREVIOUS-NIGHT             PIC X(10) VALUE LOW-VALUES.
           05 WS-THIS-HOTEL.
               10 WS-THIS-AIRPORT           PIC X(3).
               10 WS-THIS-HOTEL-CODE        PIC X(8).
           05 WS-NIGHT-ROOMS                PIC S9(4) COMP VALUE 0.
           05 WS-NIGHT-CANCELS              PIC S9(4) COMP VALUE 0.
           05 WS-NIGHT-LATE                 PIC S9(4) COMP VALUE 0.
           05 WS-ROOMS-BOOKED-COUNT         PIC S9(4) COMP VALUE 0.

       01 WS-HOTEL-RECORD.
           05 FILLER                        PIC X VALUE 'H'.
           05 WS-HTL-AIRPORT                PIC X(3).
           05 WS-HTL-HOTEL-CODE             PIC X(8).
           05 WS-HTL-HOTEL-NAME             PIC X(30).
           05 WS-HTL-RUN-DATE               PIC X(10).
           05 FILLER                        PIC X(48) VALUE SPACE.

       01 WS-NIGHT-RECORD.
           05 FILLER                        PIC X VALUE 'N'.
           05 WS-NGT-NIGHT-DATE             PIC X(10).
           05 WS-NGT-ROOMS                  PIC 9(4).
           05 WS-NGT-LIST-TYPE              PIC X.
           05 FILLER                        PIC X(84) VALUE SPACE.

       01 WS-ROOM-RECORD.
           05 WS-RM-RECORD-TYPE             PIC X.
           05 WS-RM-CREW-ID                 PIC 9(9).
           05 WS-RM-CREW-NAME               PIC X(25).
           05 WS-RM-CREW-LAST-NAME          PIC X(25).
           05 WS-RM-FLIGHT-ID               PIC X(8).
           05 WS-RM-CHECK-IN                PIC X(26).
           05 WS-RM-CODE                    PIC X.
           05 FILLER                        PIC X(5) VALUE SPACE.

       01 WS-COUNTERS.
           05 WS-LAYOVERS-READ              PIC S9(7) COMP VALUE 0.
           05 WS-NIGHTS-BOOKED              PIC S9(7) COMP VALUE 0.
           05 WS-NIGHTS-CHANGED             PIC S9(7) COMP VALUE 0.
           05 WS-NIGHTS-CANCELED            PIC S9(7) COMP VALUE 0.
           05 WS-NIGHTS-DROPPED             PIC S9(7) COMP VALUE 0.
           05 WS-NO-CONTRACT                PIC S9(7) COMP VALUE 0.
           05 WS-LISTS-SENT                 PIC S9(7) COMP VALUE 0.
           05 WS-LISTS-AMENDED              PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE                    PIC X(60) VALUE
              'STA HOTEL    NIGHT       ROOMS CANCELS LATE LIST'.

       01 WS-REPORT-LINE.
           05 WS-LINE-AIRPORT               PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-HOTEL-CODE            PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-NIGHT                 PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-ROOMS                 PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-CANCELS               PIC ZZZ9.
           05 FILLER                        PIC X(3) VALUE SPACE.
           05 WS-LINE-LATE                  PIC ZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-LIST-TYPE             PIC X(8).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'LAYOVERS ON THE ROSTER........'.
           05 WS-TOTALS-LAYOVERS            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'ROOM-NIGHTS NEWLY BOOKED......'.
           05 WS-TOTALS-BOOKED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'ROOM-NIGHTS WITH NEW ARRIVAL..'.
           05 WS-TOTALS-CHANGED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'ROOM-NIGHTS CANCELED..........'.
           05 WS-TOTALS-CANCELED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'UNSENT ROOM-NIGHTS DROPPED....'.
           05 WS-TOTALS-DROPPED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'LAYOVERS WITHOUT A CONTRACT...'.
           05 WS-TOTALS-NO-CONTRACT         PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE7.
           05 FILLER                        PIC X(30)
              VALUE 'HOTEL-NIGHT LISTS SENT........'.
           05 WS-TOTALS-LISTS               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE8.
           05 FILLER                        PIC X(30)
              VALUE '  OF WHICH AMENDED............'.
           05 WS-TOTALS-AMENDED             PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BOOK-THE-LAYOVERS
           PERFORM 2100-RELEASE-STALE-NIGHTS
           PERFORM 2200-WRITE-ROOMING-LISTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02470 -- CREW ROOMING LISTS STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02470 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-GET-THE-WINDOW
           OPEN OUTPUT ROOMING-LIST-FILE
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CREW ROOMING LISTS FOR THE NIGHTS ' WS-PARM-DATE
                  ' TO ' WS-LAST-NIGHT
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                      1010-GET-TODAY
      ******************************************************************
       1010-GET-TODAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    1020-GET-THE-WINDOW
      * THE LAST NIGHT LISTED -- 'CREW-HOTEL-HORIZON-DAYS' NIGHTS
      * FROM THE RUN DATE, OFF T87 THROUGH Z02457
      ******************************************************************
       1020-GET-THE-WINDOW.
           MOVE 'CREW-HOTEL-HORIZON-DAYS' TO PARM-NAME
           MOVE SPACE                     TO PARM-SCOPE
           MOVE WS-PARM-DATE              TO PARM-AS-OF-DATE
           MOVE CT-HORIZON-DAYS           TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-HORIZON-DAYS
           IF WS-HORIZON-DAYS < 1 THEN
              MOVE 1 TO WS-HORIZON-DAYS
           END-IF
           EXEC SQL
             VALUES CHAR(DATE(:WS-PARM-DATE)
                         + (:WS-HORIZON-DAYS - 1) DAYS, ISO)
             INTO :WS-LAST-NIGHT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- WINDOW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2000-BOOK-THE-LAYOVERS
      ******************************************************************
       2000-BOOK-THE-LAYOVERS.
           EXEC SQL
             OPEN C-LAYOVERS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- OPEN LAYOVER CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2010-FETCH-NEXT-LAYOVER
           PERFORM UNTIL SO-END-OF-CURSOR
              ADD 1 TO WS-LAYOVERS-READ
              PERFORM 2020-BOOK-ONE-LAYOVER
              PERFORM 2010-FETCH-NEXT-LAYOVER
           END-PERFORM
           EXEC SQL
             CLOSE C-LAYOVERS
           END-EXEC
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-LAYOVER
      ******************************************************************
       2010-FETCH-NEXT-LAYOVER.
           EXEC SQL
             FETCH C-LAYOVERS
             INTO :WS-CREW-ID,
                  :WS-AIRPORT-CODE,
                  :WS-FLIGHT-ID,
                  :WS-NIGHT-DATE,
                  :WS-CHECK-IN-TS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- LAYOVER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-BOOK-ONE-LAYOVER
      * A NIGHT ALREADY BOOKED AT THE STATION KEEPS ITS HOTEL EVEN IF
      * THE CONTRACT HAS SINCE MOVED -- THE CREW ARE EXPECTED THERE
      ******************************************************************
       2020-BOOK-ONE-LAYOVER.
           PERFORM 7020-READ-BOOKED-NIGHT
           IF SO-NIGHT-FOUND THEN
              EVALUATE TRUE
              WHEN WS-BOOKED-STATUS NOT = CT-BOOKED-STATUS
                 PERFORM 7023-REINSTATE-NIGHT
                 ADD 1 TO WS-NIGHTS-CHANGED
              WHEN WS-BOOKED-FLIGHT-ID NOT = WS-FLIGHT-ID
                 PERFORM 7022-CHANGE-ARRIVAL
                 ADD 1 TO WS-NIGHTS-CHANGED
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           ELSE
              PERFORM 7010-READ-STATION-CONTRACT
              IF SO-CONTRACT-FOUND THEN
                 PERFORM 7021-INSERT-NIGHT
                 ADD 1 TO WS-NIGHTS-BOOKED
              ELSE
                 PERFORM 2030-REPORT-NO-CONTRACT
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2030-REPORT-NO-CONTRACT
      ******************************************************************
       2030-REPORT-NO-CONTRACT.
           ADD 1 TO WS-NO-CONTRACT
           MOVE WS-CREW-ID TO WS-CREW-ID-FORMAT
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING WS-AIRPORT-CODE ' NO HOTEL CONTRACT -- CREW '
                  WS-CREW-ID-FORMAT ' NIGHT ' WS-NIGHT-DATE
                  ' OFF ' WS-FLIGHT-ID
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *               2100-RELEASE-STALE-NIGHTS
      * A NIGHT THE HOTEL NEVER SAW IS SIMPLY DROPPED; ONE ALREADY ON
      * A LIST BECOMES A CANCELLATION FOR THE NEXT LIST
      ******************************************************************
       2100-RELEASE-STALE-NIGHTS.
           EXEC SQL
             OPEN C-STALE-NIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- OPEN STALE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2110-FETCH-NEXT-STALE
           PERFORM UNTIL SO-END-OF-CURSOR
              IF WS-WAS-SENT = 'Y' THEN
                 PERFORM 7030-CANCEL-NIGHT
                 ADD 1 TO WS-NIGHTS-CANCELED
              ELSE
                 PERFORM 7031-DROP-NIGHT
                 ADD 1 TO WS-NIGHTS-DROPPED
              END-IF
              PERFORM 2110-FETCH-NEXT-STALE
           END-PERFORM
           EXEC SQL
             CLOSE C-STALE-NIGHTS
           END-EXEC
           .
      ******************************************************************
      *                 2110-FETCH-NEXT-STALE
      ******************************************************************
       2110-FETCH-NEXT-STALE.
           EXEC SQL
             FETCH C-STALE-NIGHTS
             INTO :WS-CREW-ID,
                  :WS-NIGHT-DATE,
                  :WS-AIRPORT-CODE,
                  :WS-HOTEL-CODE,
                  :WS-WAS-SENT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- STALE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2200-WRITE-ROOMING-LISTS
      ******************************************************************
       2200-WRITE-ROOMING-LISTS.
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           EXEC SQL
             OPEN C-ROOMING-LIST
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- OPEN LIST CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2210-FETCH-NEXT-ROOM
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2220-WRITE-ONE-ROOM
              PERFORM 2210-FETCH-NEXT-ROOM
           END-PERFORM
           EXEC SQL
             CLOSE C-ROOMING-LIST
           END-EXEC
           IF WS-PREVIOUS-NIGHT NOT = LOW-VALUES THEN
              PERFORM 2240-REPORT-HOTEL-NIGHT
           END-IF
           PERFORM 7040-MARK-LISTS-SENT
           .
      ******************************************************************
      *                  2210-FETCH-NEXT-ROOM
      ******************************************************************
       2210-FETCH-NEXT-ROOM.
           EXEC SQL
             FETCH C-ROOMING-LIST
             INTO :WS-AIRPORT-CODE,
                  :WS-HOTEL-CODE,
                  :WS-HOTEL-NAME,
                  :WS-NIGHT-DATE,
                  :WS-CREW-ID,
                  :WS-CREW-NAME,
                  :WS-CREW-LAST-NAME,
                  :WS-FLIGHT-ID,
                  :WS-CHECK-IN-TS,
                  :WS-ROOM-STATUS,
                  :WS-LIST-STATUS,
                  :WS-WAS-SENT,
                  :WS-LATE-CANCEL,
                  :WS-NIGHT-LIST-TYPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- LIST FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2220-WRITE-ONE-ROOM
      * 'H' ON A NEW HOTEL, 'N' ON A NEW NIGHT, THEN THE ROOM OR THE
      * CANCELLATION -- BOOKED ROOMS SORT AHEAD OF CANCELED ONES
      ******************************************************************
       2220-WRITE-ONE-ROOM.
           MOVE WS-AIRPORT-CODE TO WS-THIS-AIRPORT
           MOVE WS-HOTEL-CODE   TO WS-THIS-HOTEL-CODE
           IF WS-THIS-HOTEL NOT = WS-PREVIOUS-HOTEL
              IF WS-PREVIOUS-NIGHT NOT = LOW-VALUES THEN
                 PERFORM 2240-REPORT-HOTEL-NIGHT
              END-IF
              MOVE WS-AIRPORT-CODE TO WS-HTL-AIRPORT
              MOVE WS-HOTEL-CODE   TO WS-HTL-HOTEL-CODE
              MOVE WS-HOTEL-NAME   TO WS-HTL-HOTEL-NAME
              MOVE WS-PARM-DATE    TO WS-HTL-RUN-DATE
              WRITE ROOMING-LIST-RECORD FROM WS-HOTEL-RECORD
              MOVE WS-THIS-HOTEL   TO WS-PREVIOUS-HOTEL
              MOVE LOW-VALUES      TO WS-PREVIOUS-NIGHT
           END-IF
           IF WS-NIGHT-DATE NOT = WS-PREVIOUS-NIGHT
              IF WS-PREVIOUS-NIGHT NOT = LOW-VALUES THEN
                 PERFORM 2240-REPORT-HOTEL-NIGHT
              END-IF
              PERFORM 7041-COUNT-NIGHT-ROOMS
              MOVE WS-NIGHT-DATE         TO WS-NGT-NIGHT-DATE
              MOVE WS-ROOMS-BOOKED-COUNT TO WS-NGT-ROOMS
              MOVE WS-NIGHT-LIST-TYPE    TO WS-NGT-LIST-TYPE
              WRITE ROOMING-LIST-RECORD FROM WS-NIGHT-RECORD
              MOVE WS-NIGHT-DATE TO WS-PREVIOUS-NIGHT
              MOVE 0 TO WS-NIGHT-ROOMS
              MOVE 0 TO WS-NIGHT-CANCELS
              MOVE 0 TO WS-NIGHT-LATE
              ADD 1 TO WS-LISTS-SENT
              IF WS-NIGHT-LIST-TYPE = 'A' THEN
                 ADD 1 TO WS-LISTS-AMENDED
              END-IF
           END-IF
           MOVE WS-CREW-ID        TO WS-RM-CREW-ID
           MOVE WS-CREW-NAME      TO WS-RM-CREW-NAME
           MOVE WS-CREW-LAST-NAME TO WS-RM-CREW-LAST-NAME
           MOVE WS-FLIGHT-ID      TO WS-RM-FLIGHT-ID
           MOVE WS-CHECK-IN-TS    TO WS-RM-CHECK-IN
           IF WS-ROOM-STATUS = CT-BOOKED-STATUS THEN
              MOVE 'R' TO WS-RM-RECORD-TYPE
              EVALUATE TRUE
              WHEN WS-LIST-STATUS NOT = CT-UNSENT-STATUS
                 MOVE SPACE TO WS-RM-CODE
              WHEN WS-WAS-SENT = 'Y'
                 MOVE 'C' TO WS-RM-CODE
              WHEN OTHER
                 MOVE 'N' TO WS-RM-CODE
              END-EVALUATE
              ADD 1 TO WS-NIGHT-ROOMS
           ELSE
              MOVE 'X' TO WS-RM-RECORD-TYPE
              IF WS-LATE-CANCEL = 'Y' THEN
                 MOVE 'L' TO WS-RM-CODE
                 ADD 1 TO WS-NIGHT-LATE
              ELSE
                 MOVE SPACE TO WS-RM-CODE
              END-IF
              ADD 1 TO WS-NIGHT-CANCELS
           END-IF
           WRITE ROOMING-LIST-RECORD FROM WS-ROOM-RECORD
           .
      ******************************************************************
      *                 2240-REPORT-HOTEL-NIGHT
      ******************************************************************
       2240-REPORT-HOTEL-NIGHT.
           MOVE WS-PREVIOUS-HOTEL(1:3) TO WS-LINE-AIRPORT
           MOVE WS-PREVIOUS-HOTEL(4:8) TO WS-LINE-HOTEL-CODE
           MOVE WS-PREVIOUS-NIGHT      TO WS-LINE-NIGHT
           MOVE WS-NIGHT-ROOMS         TO WS-LINE-ROOMS
           MOVE WS-NIGHT-CANCELS       TO WS-LINE-CANCELS
           MOVE WS-NIGHT-LATE          TO WS-LINE-LATE
           IF WS-NGT-LIST-TYPE = 'A' THEN
              MOVE 'AMENDED' TO WS-LINE-LIST-TYPE
           ELSE
              MOVE 'FIRST'   TO WS-LINE-LIST-TYPE
           END-IF
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           CLOSE ROOMING-LIST-FILE
           MOVE WS-LAYOVERS-READ   TO WS-TOTALS-LAYOVERS
           MOVE WS-NIGHTS-BOOKED   TO WS-TOTALS-BOOKED
           MOVE WS-NIGHTS-CHANGED  TO WS-TOTALS-CHANGED
           MOVE WS-NIGHTS-CANCELED TO WS-TOTALS-CANCELED
           MOVE WS-NIGHTS-DROPPED  TO WS-TOTALS-DROPPED
           MOVE WS-NO-CONTRACT     TO WS-TOTALS-NO-CONTRACT
           MOVE WS-LISTS-SENT      TO WS-TOTALS-LISTS
           MOVE WS-LISTS-AMENDED   TO WS-TOTALS-AMENDED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           DISPLAY WS-TOTALS-LINE7
           DISPLAY WS-TOTALS-LINE8
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE6 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE7 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE8 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *               7010-READ-STATION-CONTRACT
      ******************************************************************
       7010-READ-STATION-CONTRACT.
           SET SO-CONTRACT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT HOTEL_CODE
             INTO :WS-HOTEL-CODE
             FROM T95_HOTEL_CONTRACT
             WHERE AIRPORT_CODE    = :WS-AIRPORT-CODE
               AND CONTRACT_STATUS = :CT-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CONTRACT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- CONTRACT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 7020-READ-BOOKED-NIGHT
      ******************************************************************
       7020-READ-BOOKED-NIGHT.
           SET SO-NIGHT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT ARRIVAL_FLIGHT_ID, ROOM_STATUS
             INTO :WS-BOOKED-FLIGHT-ID, :WS-BOOKED-STATUS
             FROM T96_CREW_ROOM_NIGHT
             WHERE CREW_ID      = :WS-CREW-ID
               AND NIGHT_DATE   = DATE(:WS-NIGHT-DATE)
               AND AIRPORT_CODE = :WS-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-NIGHT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- NIGHT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   7021-INSERT-NIGHT
      ******************************************************************
       7021-INSERT-NIGHT.
           EXEC SQL
             INSERT INTO T96_CREW_ROOM_NIGHT
                (CREW_ID, NIGHT_DATE, AIRPORT_CODE, HOTEL_CODE,
                 ARRIVAL_FLIGHT_ID, CHECK_IN_TIMESTAMP, ROOM_STATUS,
                 LIST_STATUS, LATE_CANCEL, COST_POSTED)
             VALUES
                (:WS-CREW-ID, DATE(:WS-NIGHT-DATE), :WS-AIRPORT-CODE,
                 :WS-HOTEL-CODE, :WS-FLIGHT-ID,
                 TIMESTAMP(:WS-CHECK-IN-TS), :CT-BOOKED-STATUS,
                 :CT-UNSENT-STATUS, 'N', 'N')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- NIGHT INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7021' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7022-CHANGE-ARRIVAL
      ******************************************************************
       7022-CHANGE-ARRIVAL.
           EXEC SQL
             UPDATE T96_CREW_ROOM_NIGHT
                SET ARRIVAL_FLIGHT_ID  = :WS-FLIGHT-ID,
                    CHECK_IN_TIMESTAMP = TIMESTAMP(:WS-CHECK-IN-TS),
                    LIST_STATUS        = :CT-UNSENT-STATUS
              WHERE CREW_ID      = :WS-CREW-ID
                AND NIGHT_DATE   = DATE(:WS-NIGHT-DATE)
                AND AIRPORT_CODE = :WS-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- ARRIVAL UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7022' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7023-REINSTATE-NIGHT
      * A CANCELED NIGHT THE ROSTER WANTS BACK
      ******************************************************************
       7023-REINSTATE-NIGHT.
           EXEC SQL
             UPDATE T96_CREW_ROOM_NIGHT
                SET ARRIVAL_FLIGHT_ID  = :WS-FLIGHT-ID,
                    CHECK_IN_TIMESTAMP = TIMESTAMP(:WS-CHECK-IN-TS),
                    ROOM_STATUS        = :CT-BOOKED-STATUS,
                    LIST_STATUS        = :CT-UNSENT-STATUS,
                    LATE_CANCEL        = 'N'
              WHERE CREW_ID      = :WS-CREW-ID
                AND NIGHT_DATE   = DATE(:WS-NIGHT-DATE)
                AND AIRPORT_CODE = :WS-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- REINSTATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7023' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7030-CANCEL-NIGHT
      * LATE WHEN THE CHECK-IN IS CLOSER THAN THE HOTEL'S CUT-OFF
      ******************************************************************
       7030-CANCEL-NIGHT.
           EXEC SQL
             UPDATE T96_CREW_ROOM_NIGHT T96
                SET ROOM_STATUS = :CT-ROOM-CANCELED-STATUS,
                    LIST_STATUS = :CT-UNSENT-STATUS,
                    LATE_CANCEL =
                    CASE WHEN CURRENT TIMESTAMP >
                              T96.CHECK_IN_TIMESTAMP -
                              (SELECT T95.CANCEL_CUTOFF_HOURS
                                 FROM T95_HOTEL_CONTRACT T95
                                WHERE T95.AIRPORT_CODE =
                                      T96.AIRPORT_CODE
                                  AND T95.HOTEL_CODE =
                                      T96.HOTEL_CODE) HOURS
                         THEN 'Y' ELSE 'N' END
              WHERE T96.CREW_ID      = :WS-CREW-ID
                AND T96.NIGHT_DATE   = DATE(:WS-NIGHT-DATE)
                AND T96.AIRPORT_CODE = :WS-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- NIGHT CANCEL FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    7031-DROP-NIGHT
      ******************************************************************
       7031-DROP-NIGHT.
           EXEC SQL
             DELETE FROM T96_CREW_ROOM_NIGHT
              WHERE CREW_ID      = :WS-CREW-ID
                AND NIGHT_DATE   = DATE(:WS-NIGHT-DATE)
                AND AIRPORT_CODE = :WS-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- NIGHT DROP FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7031' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7040-MARK-LISTS-SENT
      ******************************************************************
       7040-MARK-LISTS-SENT.
           EXEC SQL
             UPDATE T96_CREW_ROOM_NIGHT
                SET LIST_STATUS    = :CT-SENT-STATUS,
                    SENT_TIMESTAMP = CURRENT TIMESTAMP
              WHERE LIST_STATUS = :CT-UNSENT-STATUS
                AND NIGHT_DATE BETWEEN
                       DATE(:WS-PARM-DATE) AND DATE(:WS-LAST-NIGHT)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- MARK SENT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7041-COUNT-NIGHT-ROOMS
      ******************************************************************
       7041-COUNT-NIGHT-ROOMS.
           MOVE 0 TO WS-ROOMS-BOOKED-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-ROOMS-BOOKED-COUNT
             FROM T96_CREW_ROOM_NIGHT
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND HOTEL_CODE   = :WS-HOTEL-CODE
               AND NIGHT_DATE   = DATE(:WS-NIGHT-DATE)
               AND ROOM_STATUS  = :CT-BOOKED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02470 -- ROOM COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE RUN DATE -- SEE
      * Z02380, THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02470  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02470 -- ALREADY RUN OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      ******************************************************************
       8010-REGISTER-RUN-END.
           MOVE 'END  ' TO JRUN-FUNCTION
           MOVE WS-LISTS-SENT TO JRUN-ROWS-PROCESSED
           MOVE 0 TO JRUN-RETURN-CODE
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   8020-REGISTER-RUN-FAIL
      ******************************************************************
       8020-REGISTER-RUN-FAIL.
           MOVE 'FAIL ' TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02470  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-DATE TO RPT-BUSINESS-DATE
           CALL 'Z02401' USING WS-ZZEC0263
           .
      ******************************************************************
      *                 8100-STORE-REPORT-LINE
      ******************************************************************
       8100-STORE-REPORT-LINE.
           MOVE 'LINE ' TO RPT-FUNCTION
           MOVE WS-REPORT-BUFFER TO RPT-LINE-TEXT
           CALL 'Z02401' USING WS-ZZEC0263
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02470  '   TO ERRL-PROGRAM-ID
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
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02470 -- CREW ROOMING LISTS ENDING'
           GOBACK
           .
