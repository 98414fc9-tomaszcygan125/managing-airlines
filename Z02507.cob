       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02507.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY REGULATORY TRAFFIC STATISTICS FILING
      *
      * THE CIVIL AVIATION AUTHORITY TAKES MONTHLY SEGMENT FIGURES
      * PER AIRLINE AND AIRPORT PAIR, UNTIL NOW PUT TOGETHER BY HAND
      * FROM THE Z02350 AND Z02365 PRINTOUTS.  FOR THE MONTH ON THE
      * CARD, OVER EVERY FLIGHT THAT DEPARTED (NOT CANCELED OR
      * DELETED, DEPARTURE -- THE REVISED ONE WHERE Z02232 SET IT --
      * INSIDE THE MONTH):
      *
      *   DEPARTURES PERFORMED   FLIGHTS FLOWN
      *   SEATS AVAILABLE        THE PLANE'S T08/T13 SEAT COUNT, THE
      *                          SAME SUM Z02350 TAKES
      *   PASSENGERS CARRIED     T30_FLIGHT_CLOSEOUT SEATS_CHECKED_IN
      *   RPK / ASK              PASSENGERS / SEATS TIMES THE GREAT-
      *                          CIRCLE KM OF THE PAIR (Z02342'S
      *                          HAVERSINE)
      *   FREIGHT/MAIL TONNES    T73 SHIPMENT WEIGHT -- T73 HOLDS NO
      *                          MAIL MARK, SO ONE FIGURE FOR BOTH
      *
      * THE FILING GOES TO DDNAME TRAFSTAT IN THE AUTHORITY'S FIXED
      * 100-BYTE LAYOUT, ZONED UNSIGNED NUMBERS, ZERO-FILLED:
      *
      *   'H' HEADER   1 TYPE, 2-7 PERIOD YYYYMM, 8-15 CREATED
      *                YYYYMMDD, REST SPACE
      *   'D' DETAIL   1 TYPE, 2-4 AIRLINE, 5-7 ORIGIN, 8-10
      *                DESTINATION, 11-15 DEPARTURES, 16-22 SEATS,
      *                23-29 PASSENGERS, 30-40 RPK, 41-51 ASK,
      *                52-61 TONNES (3 DECIMALS IMPLIED), 62-66 KM,
      *                REST SPACE
      *   'T' TRAILER  1 TYPE, 2-8 DETAIL RECORDS, 9-15 DEPARTURES,
      *                16-24 SEATS, 25-33 PASSENGERS, 34-46 RPK,
      *                47-59 ASK, 60-71 TONNES (3 DECIMALS IMPLIED),
      *                REST SPACE
      *
      * THE CONTROL REPORT -- ONE LINE PER DETAIL RECORD, THE FILING
      * TOTALS, AND THE EXCEPTIONS TO LOOK AT BEFORE THE FILE GOES OUT
      * (FLIGHTS FLOWN WITH NO T30 CLOSE-OUT, WHOSE PASSENGERS COUNT
      * AS NONE; PAIRS CARRYING MORE PASSENGERS THAN SEATS) -- IS
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401.  A
      * CORRECTED FILING IS A RE-RUN FOR THE SAME MONTH.
      *
      * THE MONTH COMES ON THE SYSIN CARD AND MUST BE OVER:
      *
      *    MONTH=YYYY-MM
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
           SELECT TRAFFIC-FILING-FILE ASSIGN TO 'TRAFSTAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAFFIC-FILING-FILE.
       01  TRAFFIC-FILING-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T02TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * REPORT REPOSITORY PARM BLOCK (SEE Z02401)
           COPY ZZEC0263.

      * THE MONTH'S FLOWN FLIGHTS SUMMED PER AIRLINE AND PAIR
           EXEC SQL
             DECLARE C-SEGMENT-TRAFFIC CURSOR FOR
             SELECT FLT.AIRLINE_CODE,
                    FLT.DEPARTURE_AIRPORT_CODE,
                    FLT.ARRIVAL_AIRPORT_CODE,
                    COUNT(*),
                    SUM(FLT.CLOSED_OUT),
                    SUM(FLT.SEAT_COUNT),
                    SUM(FLT.PASSENGERS),
                    SUM(FLT.CARGO_KG)
             FROM
                (SELECT T05.AIRLINE_CODE,
                        T05.DEPARTURE_AIRPORT_CODE,
                        T05.ARRIVAL_AIRPORT_CODE,
                        CASE WHEN T30.FLIGHT_ID IS NULL
                             THEN 0 ELSE 1 END AS CLOSED_OUT,
                        (SELECT COALESCE(SUM(
                                    T13S.MAXIMUAL_AMOUNT_OF_SEATS), 0)
                           FROM T08_TABLE_PLANE_TABLE T08S
                           INNER JOIN T13_TYPE_OF_SEATS_TABLE T13S ON
                              T13S.TYPE_OF_SEATS_ID =
                                               T08S.TYPE_OF_SEATS_ID
                          WHERE T08S.PLANE_ID = T05.PLANE_ID)
                                                   AS SEAT_COUNT,
                        COALESCE(T30.SEATS_CHECKED_IN, 0)
                                                   AS PASSENGERS,
                        (SELECT COALESCE(SUM(T73.WEIGHT_KG), 0)
                           FROM T73_CARGO_SHIPMENT T73
                          WHERE T73.FLIGHT_ID = T05.FLIGHT_ID)
                                                   AS CARGO_KG
                   FROM T05_FLIGHT_TABLE T05
                   LEFT JOIN T30_FLIGHT_CLOSEOUT T30 ON
                      T30.FLIGHT_ID = T05.FLIGHT_ID
                  WHERE DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                      T05.DEPARTURE_TIMESTAMP))
                           >= DATE(:WS-MONTH-START)
                    AND DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                      T05.DEPARTURE_TIMESTAMP))
                           < DATE(:WS-NEXT-MONTH-START)
                    AND T05.FLIGHT_STATUS <> 'CANCELED'
                    AND T05.FLIGHT_STATUS <> 'DELETED') FLT
             GROUP BY FLT.AIRLINE_CODE,
                      FLT.DEPARTURE_AIRPORT_CODE,
                      FLT.ARRIVAL_AIRPORT_CODE
             ORDER BY FLT.AIRLINE_CODE,
                      FLT.DEPARTURE_AIRPORT_CODE,
                      FLT.ARRIVAL_AIRPORT_CODE
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
           05 CT-PI-VALUE          PIC S9(1)V9(6) COMP-3
                                      VALUE 3.141592.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).
           05 WS-PARM-YEAR                  PIC 9(4).
           05 WS-PARM-MONTH-NUM             PIC 9(2).
           05 WS-MONTH-START.
              10 WS-START-YEAR              PIC 9(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-START-MONTH             PIC 9(2).
              10 FILLER                     PIC X(3) VALUE '-01'.
           05 WS-NEXT-MONTH-START.
              10 WS-NEXT-YEAR               PIC 9(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-NEXT-MONTH              PIC 9(2).
              10 FILLER                     PIC X(3) VALUE '-01'.

       01 WS-FETCH-FIELDS.
           05 WS-AIRLINE-CODE               PIC X(3).
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-DESTINATION-AIRPORT        PIC X(3).
           05 WS-DEPARTURES                 PIC S9(7) COMP.
           05 WS-CLOSED-OUT                 PIC S9(7) COMP.
           05 WS-SEATS                      PIC S9(9) COMP.
           05 WS-PASSENGERS                 PIC S9(9) COMP.
           05 WS-CARGO-KG                   PIC S9(9) COMP.

       01 WS-COMPUTED-FIELDS.
           05 WS-DISTANCE-KM                PIC S9(5) COMP.
           05 WS-RPK                        PIC S9(13) COMP-3.
           05 WS-ASK                        PIC S9(13) COMP-3.
           05 WS-TONNES                     PIC S9(9)V9(3) COMP-3.
           05 WS-NOT-CLOSED-OUT             PIC S9(7) COMP.

      * HAVERSINE WORK FIELDS -- SAME SHAPES AS Z02172'S
      * 2208-CALCULATE-DISTANCE
       01 WS-DISTANCE-FIELDS.
           05 WS-LATITUDE                   PIC S9(3)V9(6) COMP-3.
           05 WS-LONGITUDE                  PIC S9(3)V9(6) COMP-3.
           05 WS-ORG-LATITUDE               PIC S9(3)V9(6) COMP-3.
           05 WS-ORG-LONGITUDE              PIC S9(3)V9(6) COMP-3.
           05 WS-DES-LATITUDE               PIC S9(3)V9(6) COMP-3.
           05 WS-DES-LONGITUDE              PIC S9(3)V9(6) COMP-3.
           05 WS-RAD-ORG-LATITUDE           PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-ORG-LONGITUDE          PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-DES-LATITUDE           PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-DES-LONGITUDE          PIC S9(3)V9(8) COMP-3.
           05 WS-A                          PIC S9(3)V9(8) COMP-3.
           05 WS-C                          PIC S9(3)V9(8) COMP-3.
           05 WS-D                          PIC S9(7)V9(2) COMP-3.
           05 WS-EARTCH-RADIOUS             PIC S9(5) COMP VALUE 6371.

       01 WS-FILING-TOTALS.
           05 WS-TOT-RECORDS                PIC S9(7) COMP VALUE 0.
           05 WS-TOT-DEPARTURES             PIC S9(7) COMP VALUE 0.
           05 WS-TOT-SEATS                  PIC S9(9) COMP VALUE 0.
           05 WS-TOT-PASSENGERS             PIC S9(9) COMP VALUE 0.
           05 WS-TOT-RPK                    PIC S9(13) COMP-3 VALUE 0.
           05 WS-TOT-ASK                    PIC S9(13) COMP-3 VALUE 0.
           05 WS-TOT-TONNES                 PIC S9(9)V9(3) COMP-3
                                                          VALUE 0.
           05 WS-TOT-NOT-CLOSED-OUT         PIC S9(7) COMP VALUE 0.
           05 WS-TOT-OVER-CAPACITY          PIC S9(7) COMP VALUE 0.

      * FILING RECORDS (TRAFSTAT)
       01 WS-FILING-HEADER.
           05 FILLER                        PIC X VALUE 'H'.
           05 WS-FH-PERIOD                  PIC 9(6).
           05 WS-FH-CREATED                 PIC 9(8).
           05 FILLER                        PIC X(85) VALUE SPACE.
       01 WS-FILING-DETAIL.
           05 FILLER                        PIC X VALUE 'D'.
           05 WS-FD-AIRLINE                 PIC X(3).
           05 WS-FD-ORIGIN                  PIC X(3).
           05 WS-FD-DESTINATION             PIC X(3).
           05 WS-FD-DEPARTURES              PIC 9(5).
           05 WS-FD-SEATS                   PIC 9(7).
           05 WS-FD-PASSENGERS              PIC 9(7).
           05 WS-FD-RPK                     PIC 9(11).
           05 WS-FD-ASK                     PIC 9(11).
           05 WS-FD-TONNES                  PIC 9(7)V9(3).
           05 WS-FD-DISTANCE                PIC 9(5).
           05 FILLER                        PIC X(34) VALUE SPACE.
       01 WS-FILING-TRAILER.
           05 FILLER                        PIC X VALUE 'T'.
           05 WS-FT-RECORDS                 PIC 9(7).
           05 WS-FT-DEPARTURES              PIC 9(7).
           05 WS-FT-SEATS                   PIC 9(9).
           05 WS-FT-PASSENGERS              PIC 9(9).
           05 WS-FT-RPK                     PIC 9(13).
           05 WS-FT-ASK                     PIC 9(13).
           05 WS-FT-TONNES                  PIC 9(9)V9(3).
           05 FILLER                        PIC X(29) VALUE SPACE.

      * CONTROL REPORT LINES (Z02401)
       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'AL  PAIR     KM  DEPS   SEATS    PAX   '.
           05 FILLER                        PIC X(40) VALUE
              '           RPK            ASK    TONNES'.
       01 WS-REPORT-LINE.
           05 WS-LINE-AIRLINE               PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ORIGIN                PIC X(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-LINE-DESTINATION           PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-DISTANCE              PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-DEPARTURES            PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-SEATS                 PIC ZZZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-PASSENGERS            PIC ZZZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RPK                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 WS-LINE-ASK                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-TONNES                PIC ZZZZZ9.999.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-EXCEPTION             PIC X(30).
       01 WS-EXCEPTION-TEXT.
           05 FILLER                        PIC X(12)
              VALUE 'NOT CLOSED: '.
           05 WS-EXC-NOT-CLOSED             PIC ZZZ9.
           05 FILLER                        PIC X(14) VALUE SPACE.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'DETAIL RECORDS FILED..........'.
           05 WS-TOTALS-RECORDS             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'DEPARTURES PERFORMED..........'.
           05 WS-TOTALS-DEPARTURES          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'SEATS AVAILABLE...............'.
           05 WS-TOTALS-SEATS               PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'PASSENGERS CARRIED............'.
           05 WS-TOTALS-PASSENGERS          PIC ZZZ,ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'REVENUE PASSENGER KM..........'.
           05 WS-TOTALS-RPK                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'AVAILABLE SEAT KM.............'.
           05 WS-TOTALS-ASK                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOTALS-LINE7.
           05 FILLER                        PIC X(30)
              VALUE 'FREIGHT/MAIL TONNES...........'.
           05 WS-TOTALS-TONNES              PIC ZZZ,ZZZ,ZZ9.999.
       01 WS-TOTALS-LINE8.
           05 FILLER                        PIC X(30)
              VALUE 'FLIGHTS WITH NO CLOSE-OUT.....'.
           05 WS-TOTALS-NOT-CLOSED          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE9.
           05 FILLER                        PIC X(30)
              VALUE 'PAIRS OVER SEAT CAPACITY......'.
           05 WS-TOTALS-OVER-CAPACITY       PIC ZZZ,ZZ9.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-THE-FILING
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02507 -- TRAFFIC STATISTICS FILING STARTING'
           PERFORM 1010-PARSE-THE-PARM
           PERFORM 8090-OPEN-REPORT-STORE
           IF WS-NEXT-MONTH-START > WS-TODAY-DATE THEN
              DISPLAY 'Z02507 -- MONTH ' WS-PARM-MONTH
                      ' IS NOT OVER YET -- NOTHING FILED'
              PERFORM 9999-EXIT
           END-IF
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'TRAFFIC STATISTICS FILING FOR MONTH '
                  WS-PARM-MONTH ' -- CONTROL REPORT'
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN OUTPUT TRAFFIC-FILING-FILE
           COMPUTE WS-FH-PERIOD =
              WS-PARM-YEAR * 100 + WS-PARM-MONTH-NUM
           MOVE WS-TODAY-YMD TO WS-FH-CREATED
           WRITE TRAFFIC-FILING-RECORD FROM WS-FILING-HEADER
           .
      ******************************************************************
      *                     1010-PARSE-THE-PARM
      ******************************************************************
       1010-PARSE-THE-PARM.
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02507 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02507 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM < 1 OR WS-PARM-MONTH-NUM > 12 THEN
              DISPLAY 'Z02507 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-YEAR      TO WS-START-YEAR
           MOVE WS-PARM-MONTH-NUM TO WS-START-MONTH
           IF WS-PARM-MONTH-NUM = 12 THEN
              COMPUTE WS-NEXT-YEAR = WS-PARM-YEAR + 1
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              MOVE WS-PARM-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MONTH = WS-PARM-MONTH-NUM + 1
           END-IF
           .
      ******************************************************************
      *                 2000-BUILD-THE-FILING
      ******************************************************************
       2000-BUILD-THE-FILING.
           EXEC SQL
             OPEN C-SEGMENT-TRAFFIC
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02507 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-SEGMENT
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-FILE-ONE-SEGMENT
              PERFORM 2010-FETCH-NEXT-SEGMENT
           END-PERFORM
           EXEC SQL
             CLOSE C-SEGMENT-TRAFFIC
           END-EXEC
           MOVE WS-TOT-RECORDS    TO WS-FT-RECORDS
           MOVE WS-TOT-DEPARTURES TO WS-FT-DEPARTURES
           MOVE WS-TOT-SEATS      TO WS-FT-SEATS
           MOVE WS-TOT-PASSENGERS TO WS-FT-PASSENGERS
           MOVE WS-TOT-RPK        TO WS-FT-RPK
           MOVE WS-TOT-ASK        TO WS-FT-ASK
           MOVE WS-TOT-TONNES     TO WS-FT-TONNES
           WRITE TRAFFIC-FILING-RECORD FROM WS-FILING-TRAILER
           CLOSE TRAFFIC-FILING-FILE
           .
      ******************************************************************
      *                2010-FETCH-NEXT-SEGMENT
      ******************************************************************
       2010-FETCH-NEXT-SEGMENT.
           EXEC SQL
             FETCH C-SEGMENT-TRAFFIC
             INTO :WS-AIRLINE-CODE,
                  :WS-ORIGIN-AIRPORT,
                  :WS-DESTINATION-AIRPORT,
                  :WS-DEPARTURES,
                  :WS-CLOSED-OUT,
                  :WS-SEATS,
                  :WS-PASSENGERS,
                  :WS-CARGO-KG
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02507 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-FILE-ONE-SEGMENT
      ******************************************************************
       2020-FILE-ONE-SEGMENT.
           PERFORM 7003-CALCULATE-DISTANCE
           COMPUTE WS-DISTANCE-KM ROUNDED = WS-D
           COMPUTE WS-RPK = WS-PASSENGERS * WS-DISTANCE-KM
           COMPUTE WS-ASK = WS-SEATS * WS-DISTANCE-KM
           COMPUTE WS-TONNES = WS-CARGO-KG / 1000
           COMPUTE WS-NOT-CLOSED-OUT = WS-DEPARTURES - WS-CLOSED-OUT
           MOVE WS-AIRLINE-CODE        TO WS-FD-AIRLINE
           MOVE WS-ORIGIN-AIRPORT      TO WS-FD-ORIGIN
           MOVE WS-DESTINATION-AIRPORT TO WS-FD-DESTINATION
           MOVE WS-DEPARTURES          TO WS-FD-DEPARTURES
           MOVE WS-SEATS               TO WS-FD-SEATS
           MOVE WS-PASSENGERS          TO WS-FD-PASSENGERS
           MOVE WS-RPK                 TO WS-FD-RPK
           MOVE WS-ASK                 TO WS-FD-ASK
           MOVE WS-TONNES              TO WS-FD-TONNES
           MOVE WS-DISTANCE-KM         TO WS-FD-DISTANCE
           WRITE TRAFFIC-FILING-RECORD FROM WS-FILING-DETAIL
           ADD 1                  TO WS-TOT-RECORDS
           ADD WS-DEPARTURES      TO WS-TOT-DEPARTURES
           ADD WS-SEATS           TO WS-TOT-SEATS
           ADD WS-PASSENGERS      TO WS-TOT-PASSENGERS
           ADD WS-RPK             TO WS-TOT-RPK
           ADD WS-ASK             TO WS-TOT-ASK
           ADD WS-TONNES          TO WS-TOT-TONNES
           ADD WS-NOT-CLOSED-OUT  TO WS-TOT-NOT-CLOSED-OUT
           MOVE WS-AIRLINE-CODE        TO WS-LINE-AIRLINE
           MOVE WS-ORIGIN-AIRPORT      TO WS-LINE-ORIGIN
           MOVE WS-DESTINATION-AIRPORT TO WS-LINE-DESTINATION
           MOVE WS-DISTANCE-KM         TO WS-LINE-DISTANCE
           MOVE WS-DEPARTURES          TO WS-LINE-DEPARTURES
           MOVE WS-SEATS               TO WS-LINE-SEATS
           MOVE WS-PASSENGERS          TO WS-LINE-PASSENGERS
           MOVE WS-RPK                 TO WS-LINE-RPK
           MOVE WS-ASK                 TO WS-LINE-ASK
           MOVE WS-TONNES              TO WS-LINE-TONNES
           MOVE SPACE                  TO WS-LINE-EXCEPTION
           IF WS-PASSENGERS > WS-SEATS THEN
              MOVE 'MORE PASSENGERS THAN SEATS' TO WS-LINE-EXCEPTION
              ADD 1 TO WS-TOT-OVER-CAPACITY
           END-IF
           IF WS-NOT-CLOSED-OUT > 0 THEN
              MOVE WS-NOT-CLOSED-OUT TO WS-EXC-NOT-CLOSED
              MOVE WS-EXCEPTION-TEXT TO WS-LINE-EXCEPTION
           END-IF
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-TOT-RECORDS         TO WS-TOTALS-RECORDS
           MOVE WS-TOT-DEPARTURES      TO WS-TOTALS-DEPARTURES
           MOVE WS-TOT-SEATS           TO WS-TOTALS-SEATS
           MOVE WS-TOT-PASSENGERS      TO WS-TOTALS-PASSENGERS
           MOVE WS-TOT-RPK             TO WS-TOTALS-RPK
           MOVE WS-TOT-ASK             TO WS-TOTALS-ASK
           MOVE WS-TOT-TONNES          TO WS-TOTALS-TONNES
           MOVE WS-TOT-NOT-CLOSED-OUT  TO WS-TOTALS-NOT-CLOSED
           MOVE WS-TOT-OVER-CAPACITY   TO WS-TOTALS-OVER-CAPACITY
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE1
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE2
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE3
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE4
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE5
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE6
           MOVE WS-TOTALS-LINE6 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE7
           MOVE WS-TOTALS-LINE7 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE8
           MOVE WS-TOTALS-LINE8 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE9
           MOVE WS-TOTALS-LINE9 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                7003-CALCULATE-DISTANCE
      * SAME HAVERSINE ARITHMETIC AS Z02172'S 2208-CALCULATE-DISTANCE
      ******************************************************************
       7003-CALCULATE-DISTANCE.
           MOVE WS-DESTINATION-AIRPORT TO T02-AIRPORT-CODE
           PERFORM 7004-GET-GEOGRAF-POS
           MOVE WS-LATITUDE  TO WS-DES-LATITUDE
           MOVE WS-LONGITUDE TO WS-DES-LONGITUDE
           MOVE WS-ORIGIN-AIRPORT TO T02-AIRPORT-CODE
           PERFORM 7004-GET-GEOGRAF-POS
           MOVE WS-LATITUDE  TO WS-ORG-LATITUDE
           MOVE WS-LONGITUDE TO WS-ORG-LONGITUDE
           COMPUTE WS-RAD-DES-LATITUDE =
                (CT-PI-VALUE * WS-DES-LATITUDE)  / 180
           COMPUTE WS-RAD-DES-LONGITUDE =
                (CT-PI-VALUE * WS-DES-LONGITUDE)  / 180
           COMPUTE WS-RAD-ORG-LATITUDE =
                (CT-PI-VALUE * WS-ORG-LATITUDE)  / 180
           COMPUTE WS-RAD-ORG-LONGITUDE =
                (CT-PI-VALUE * WS-ORG-LONGITUDE)  / 180
           COMPUTE WS-LATITUDE = WS-RAD-DES-LATITUDE -
                                 WS-RAD-ORG-LATITUDE
           COMPUTE WS-LONGITUDE = WS-RAD-DES-LONGITUDE -
                                 WS-RAD-ORG-LONGITUDE
           COMPUTE WS-A = ( FUNCTION SIN(WS-LATITUDE / 2) ** 2 ) +
            FUNCTION COS(WS-RAD-DES-LATITUDE) *
            FUNCTION COS(WS-RAD-ORG-LATITUDE) *
            FUNCTION SIN(WS-LONGITUDE / 2) ** 2
           COMPUTE WS-C  = 2 * FUNCTION ATAN(
              FUNCTION SQRT(WS-A) / FUNCTION SQRT(1 - WS-A) )
           COMPUTE WS-D = WS-EARTCH-RADIOUS * WS-C
           .
      ******************************************************************
      *                7004-GET-GEOGRAF-POS
      ******************************************************************
       7004-GET-GEOGRAF-POS.
           EXEC SQL
             SELECT LATITUDE, LONGITUDE
             INTO :WS-LATITUDE, :WS-LONGITUDE
             FROM T02_AIRPORT_TABLE
             WHERE AIRPORT_CODE = :T02-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02507 -- AIRPORT POSITION READ FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02507  ' TO RPT-REPORT-TYPE
           MOVE WS-TODAY-DATE TO RPT-BUSINESS-DATE
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
           MOVE 'Z02507  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02507 -- TRAFFIC STATISTICS FILING ENDING'
           GOBACK
           .
