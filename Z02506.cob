       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02506.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY CORPORATE CO2 STATEMENT
      *
      * FOR EVERY CORPORATE ACCOUNT (T105, MAINTAINED ON Z02485) ONE
      * STATEMENT LISTING EVERY TRIP FLOWN IN THE MONTH ON A BOOKING
      * CHARGED TO THE ACCOUNT (A 'CHARGE' ENTRY ON ITS T106 LEDGER):
      * ONE LINE PER BOOKING AND FLIGHT WITH THE DATE, FLIGHT, ROUTE,
      * BOOKING REFERENCE, PASSENGERS AND THE CO2 OF THOSE PASSENGERS
      * -- EACH SEAT AT ITS CABIN'S PER-PASSENGER FIGURE FROM Z02505'S
      * T129_FLIGHT_CO2 -- AND THE ACCOUNT'S TOTAL FOR THE MONTH.  A
      * FLIGHT Z02505 HAS NOT TAKEN SHOWS 'NOT CALCULATED' AND ADDS
      * NOTHING TO THE TOTAL.
      *
      * THE STATEMENTS ARE WRITTEN TO DDNAME CO2STMT FOR MAILING,
      * ONE AFTER THE OTHER, THE SAME WAY Z02486 WRITES CORPINV.  THE
      * RUN SUMMARY IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  THE MONTH COMES ON THE SYSIN CARD:
      *
      *    MONTH=YYYY-MM
      *
      * RUN AFTER Z02505 HAS TAKEN THE LAST DAY OF THE MONTH.
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
           SELECT CO2-STATEMENT-FILE ASSIGN TO 'CO2STMT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CO2-STATEMENT-FILE.
       01  CO2-STATEMENT-RECORD                 PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * ACCOUNTS WITH A CHARGED BOOKING FLYING IN THE MONTH
           EXEC SQL
             DECLARE C-CO2-ACCOUNTS CURSOR FOR
             SELECT T105.ACCOUNT_CODE,
                    T105.COMPANY_NAME
             FROM T105_CORPORATE_ACCOUNT T105
             WHERE EXISTS
                   (SELECT 1
                    FROM T106_CORPORATE_LEDGER T106
                    INNER JOIN T04_FLIGHT_SEATS T04 ON
                       T04.RESERVATION_ID = T106.RESERVATION_ID
                    INNER JOIN T05_FLIGHT_TABLE T05 ON
                       T05.FLIGHT_ID = T04.FLIGHT_ID
                    WHERE T106.ACCOUNT_CODE = T105.ACCOUNT_CODE
                      AND T106.ENTRY_TYPE   = :CT-CHARGE-TYPE
                      AND DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                        T05.DEPARTURE_TIMESTAMP))
                             >= DATE(:WS-MONTH-START)
                      AND DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                        T05.DEPARTURE_TIMESTAMP))
                             < DATE(:WS-NEXT-MONTH-START)
                      AND T05.FLIGHT_STATUS <> 'CANCELED'
                      AND T05.FLIGHT_STATUS <> 'DELETED')
             ORDER BY T105.ACCOUNT_CODE
             FOR FETCH ONLY
           END-EXEC

      * THE ACCOUNT'S TRIPS IN THE MONTH, ONE ROW PER BOOKING AND
      * FLIGHT, WITH THE CO2 OF ITS SEATS
           EXEC SQL
             DECLARE C-ACCOUNT-TRIPS CURSOR FOR
             SELECT CHAR(DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                       T05.DEPARTURE_TIMESTAMP)), ISO),
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    COALESCE(T09.RECORD_LOCATOR, ' '),
                    COUNT(*),
                    COUNT(T129.FLIGHT_ID),
                    COALESCE(SUM(CASE WHEN T04.ROW_NUMBER <=
                                           T129.PREMIUM_ROW_TO
                                      THEN T129.CO2_PREMIUM_KG
                                      ELSE T129.CO2_ECONOMY_KG END), 0)
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                T09.RESERVATION_ID = T04.RESERVATION_ID
             LEFT JOIN T129_FLIGHT_CO2 T129 ON
                T129.FLIGHT_ID = T04.FLIGHT_ID
             WHERE T04.RESERVATION_ID IN
                   (SELECT T106.RESERVATION_ID
                    FROM T106_CORPORATE_LEDGER T106
                    WHERE T106.ACCOUNT_CODE = :WS-ACCOUNT-CODE
                      AND T106.ENTRY_TYPE   = :CT-CHARGE-TYPE)
               AND DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                 T05.DEPARTURE_TIMESTAMP))
                      >= DATE(:WS-MONTH-START)
               AND DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                 T05.DEPARTURE_TIMESTAMP))
                      < DATE(:WS-NEXT-MONTH-START)
               AND T05.FLIGHT_STATUS <> 'CANCELED'
               AND T05.FLIGHT_STATUS <> 'DELETED'
             GROUP BY DATE(COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                    T05.DEPARTURE_TIMESTAMP)),
                      T05.FLIGHT_ID,
                      T05.FLIGHT_NUMBER,
                      T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE,
                      T04.RESERVATION_ID,
                      T09.RECORD_LOCATOR
             ORDER BY 1, 2, 5
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-ACCOUNTS         PIC X VALUE 'N'.
               88 SO-END-OF-ACCOUNTS        VALUE 'Y'.
           05 SW-IF-END-OF-TRIPS            PIC X VALUE 'N'.
               88 SO-END-OF-TRIPS           VALUE 'Y'.

       01 CT-CONSTANTS.
           05 CT-CHARGE-TYPE                PIC X(8) VALUE 'CHARGE'.

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

       01 WS-ACCOUNT-FIELDS.
           05 WS-ACCOUNT-CODE               PIC X(10).
           05 WS-COMPANY-NAME               PIC X(30).
           05 WS-ACCOUNT-TRIPS              PIC S9(7) COMP.
           05 WS-ACCOUNT-PASSENGERS         PIC S9(7) COMP.
           05 WS-ACCOUNT-CO2-KG             PIC S9(9)V99 COMP-3.

       01 WS-TRIP-FIELDS.
           05 WS-TRP-DATE                   PIC X(10).
           05 WS-TRP-FLIGHT-NUMBER          PIC X(15).
           05 WS-TRP-ORIGIN                 PIC X(3).
           05 WS-TRP-DESTINATION            PIC X(3).
           05 WS-TRP-LOCATOR                PIC X(6).
           05 WS-TRP-PASSENGERS             PIC S9(5) COMP.
           05 WS-TRP-CALCULATED             PIC S9(5) COMP.
           05 WS-TRP-CO2-KG                 PIC S9(9)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-ACCOUNTS-STATED            PIC S9(7) COMP VALUE 0.
           05 WS-TRIPS-LISTED               PIC S9(7) COMP VALUE 0.
           05 WS-TRIPS-NOT-CALCULATED       PIC S9(7) COMP VALUE 0.

      * STATEMENT DOCUMENT LINES (CO2STMT)
       01 WS-STATEMENT-LINE                 PIC X(100).
       01 WS-DOC-RULE                       PIC X(80) VALUE ALL '-'.
       01 WS-DOC-TRIP-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'DATE       FLIGHT          ROUTE   BOOK'.
           05 FILLER                        PIC X(40) VALUE
              'ING  PASSENGERS      CO2 KG'.
       01 WS-DOC-TRIP-LINE.
           05 WS-DOC-TRP-DATE               PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DOC-TRP-FLIGHT             PIC X(15).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DOC-TRP-ORIGIN             PIC X(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-DOC-TRP-DESTINATION        PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DOC-TRP-LOCATOR            PIC X(6).
           05 FILLER                        PIC X(6) VALUE SPACE.
           05 WS-DOC-TRP-PASSENGERS         PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-DOC-TRP-CO2                PIC X(14).
       01 WS-DOC-CO2-FORMAT                 PIC Z,ZZZ,ZZ9.9.
       01 WS-DOC-TOTAL-FORMAT               PIC ZZ,ZZZ,ZZ9.9.
       01 WS-DOC-COUNT-FORMAT               PIC ZZZ,ZZ9.

      * RUN SUMMARY LINES (Z02401)
       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'ACCOUNT    COMPANY                      '.
           05 FILLER                        PIC X(40) VALUE
              '   TRIPS PASSENGERS        CO2 KG'.
       01 WS-REPORT-LINE.
           05 WS-LINE-ACCOUNT               PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-COMPANY               PIC X(30).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-TRIPS                 PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(4) VALUE SPACE.
           05 WS-LINE-PASSENGERS            PIC ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CO2                   PIC ZZ,ZZZ,ZZ9.9.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'ACCOUNTS GIVEN A STATEMENT....'.
           05 WS-TOTALS-ACCOUNTS            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'TRIPS LISTED..................'.
           05 WS-TOTALS-TRIPS               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'TRIPS WITH NO CO2 FIGURE YET..'.
           05 WS-TOTALS-NOT-CALCULATED      PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

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
           PERFORM 2000-STATE-THE-ACCOUNTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02506 -- CORPORATE CO2 STATEMENTS STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02506 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02506 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM < 1 OR WS-PARM-MONTH-NUM > 12 THEN
              DISPLAY 'Z02506 -- PARM MUST BE MONTH=YYYY-MM'
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
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CORPORATE CO2 STATEMENTS FOR MONTH '
                  WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN OUTPUT CO2-STATEMENT-FILE
           .
      ******************************************************************
      *                2000-STATE-THE-ACCOUNTS
      ******************************************************************
       2000-STATE-THE-ACCOUNTS.
           EXEC SQL
             OPEN C-CO2-ACCOUNTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02506 -- OPEN ACCOUNT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-ACCOUNT
           PERFORM UNTIL SO-END-OF-ACCOUNTS
              PERFORM 2020-STATE-ONE-ACCOUNT
              PERFORM 2010-FETCH-NEXT-ACCOUNT
           END-PERFORM
           EXEC SQL
             CLOSE C-CO2-ACCOUNTS
           END-EXEC
           CLOSE CO2-STATEMENT-FILE
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-ACCOUNT
      ******************************************************************
       2010-FETCH-NEXT-ACCOUNT.
           EXEC SQL
             FETCH C-CO2-ACCOUNTS
             INTO :WS-ACCOUNT-CODE,
                  :WS-COMPANY-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-ACCOUNTS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02506 -- ACCOUNT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2020-STATE-ONE-ACCOUNT
      ******************************************************************
       2020-STATE-ONE-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-TRIPS
                     WS-ACCOUNT-PASSENGERS
                     WS-ACCOUNT-CO2-KG
           PERFORM 2030-WRITE-STATEMENT-HEADING
           PERFORM 2040-LIST-THE-TRIPS
           MOVE WS-ACCOUNT-CO2-KG TO WS-DOC-TOTAL-FORMAT
           MOVE WS-ACCOUNT-PASSENGERS TO WS-DOC-COUNT-FORMAT
           MOVE SPACE TO WS-STATEMENT-LINE
           STRING 'TOTAL CO2 FOR THE MONTH   ' WS-DOC-TOTAL-FORMAT
                  ' KG FOR ' WS-DOC-COUNT-FORMAT ' PASSENGER TRIPS'
             DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           END-STRING
           WRITE CO2-STATEMENT-RECORD FROM WS-STATEMENT-LINE
           MOVE SPACE TO WS-STATEMENT-LINE
           WRITE CO2-STATEMENT-RECORD FROM WS-STATEMENT-LINE
           ADD 1 TO WS-ACCOUNTS-STATED
           MOVE WS-ACCOUNT-CODE       TO WS-LINE-ACCOUNT
           MOVE WS-COMPANY-NAME       TO WS-LINE-COMPANY
           MOVE WS-ACCOUNT-TRIPS      TO WS-LINE-TRIPS
           MOVE WS-ACCOUNT-PASSENGERS TO WS-LINE-PASSENGERS
           MOVE WS-ACCOUNT-CO2-KG     TO WS-LINE-CO2
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *              2030-WRITE-STATEMENT-HEADING
      ******************************************************************
       2030-WRITE-STATEMENT-HEADING.
           WRITE CO2-STATEMENT-RECORD FROM WS-DOC-RULE
           MOVE SPACE TO WS-STATEMENT-LINE
           STRING 'CO2 EMISSIONS STATEMENT   MONTH ' WS-PARM-MONTH
                  '   DATE ' WS-TODAY-DATE
             DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           END-STRING
           WRITE CO2-STATEMENT-RECORD FROM WS-STATEMENT-LINE
           MOVE SPACE TO WS-STATEMENT-LINE
           STRING 'ACCOUNT ' WS-ACCOUNT-CODE '  ' WS-COMPANY-NAME
             DELIMITED BY SIZE INTO WS-STATEMENT-LINE
           END-STRING
           WRITE CO2-STATEMENT-RECORD FROM WS-STATEMENT-LINE
           WRITE CO2-STATEMENT-RECORD FROM WS-DOC-RULE
           WRITE CO2-STATEMENT-RECORD FROM WS-DOC-TRIP-HEADER
           .
      ******************************************************************
      *                  2040-LIST-THE-TRIPS
      ******************************************************************
       2040-LIST-THE-TRIPS.
           EXEC SQL
             OPEN C-ACCOUNT-TRIPS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02506 -- OPEN TRIP CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-TRIPS
           PERFORM 2041-FETCH-NEXT-TRIP
           PERFORM UNTIL SO-END-OF-TRIPS
              ADD 1 TO WS-ACCOUNT-TRIPS
                       WS-TRIPS-LISTED
              MOVE WS-TRP-DATE          TO WS-DOC-TRP-DATE
              MOVE WS-TRP-FLIGHT-NUMBER TO WS-DOC-TRP-FLIGHT
              MOVE WS-TRP-ORIGIN        TO WS-DOC-TRP-ORIGIN
              MOVE WS-TRP-DESTINATION   TO WS-DOC-TRP-DESTINATION
              MOVE WS-TRP-LOCATOR       TO WS-DOC-TRP-LOCATOR
              MOVE WS-TRP-PASSENGERS    TO WS-DOC-TRP-PASSENGERS
              IF WS-TRP-CALCULATED > 0 THEN
                 MOVE WS-TRP-CO2-KG TO WS-DOC-CO2-FORMAT
                 MOVE WS-DOC-CO2-FORMAT TO WS-DOC-TRP-CO2
                 ADD WS-TRP-PASSENGERS TO WS-ACCOUNT-PASSENGERS
                 ADD WS-TRP-CO2-KG     TO WS-ACCOUNT-CO2-KG
              ELSE
                 MOVE 'NOT CALCULATED' TO WS-DOC-TRP-CO2
                 ADD 1 TO WS-TRIPS-NOT-CALCULATED
              END-IF
              WRITE CO2-STATEMENT-RECORD FROM WS-DOC-TRIP-LINE
              PERFORM 2041-FETCH-NEXT-TRIP
           END-PERFORM
           EXEC SQL
             CLOSE C-ACCOUNT-TRIPS
           END-EXEC
           .
      ******************************************************************
      *                  2041-FETCH-NEXT-TRIP
      ******************************************************************
       2041-FETCH-NEXT-TRIP.
           EXEC SQL
             FETCH C-ACCOUNT-TRIPS
             INTO :WS-TRP-DATE,
                  :WS-TRP-FLIGHT-NUMBER,
                  :WS-TRP-ORIGIN,
                  :WS-TRP-DESTINATION,
                  :WS-TRP-LOCATOR,
                  :WS-TRP-PASSENGERS,
                  :WS-TRP-CALCULATED,
                  :WS-TRP-CO2-KG
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-TRIPS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02506 -- TRIP FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-ACCOUNTS-STATED      TO WS-TOTALS-ACCOUNTS
           MOVE WS-TRIPS-LISTED         TO WS-TOTALS-TRIPS
           MOVE WS-TRIPS-NOT-CALCULATED TO WS-TOTALS-NOT-CALCULATED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
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
           MOVE 'Z02506  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02506  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02506 -- CORPORATE CO2 STATEMENTS ENDING'
           GOBACK
           .
