       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02511.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY UPGRADE BID REVENUE REPORT
      *
      * WHAT THE PAID UPGRADE BIDS BROUGHT IN.  Z02434 CLEARS THE BIDS
      * ON T131 (KEPT BY Z02508) BEFORE ITS TIER CLEARANCE, MARKING
      * EACH ONE 'WON' OR 'LOST' WITH THE TIME IT WAS CLEARED; A BID
      * THE PASSENGER TOOK BACK IS 'WITHDRAWN'.  FOR THE MONTH ON THE
      * CARD, OVER EVERY BID CLEARED OR WITHDRAWN INSIDE THE MONTH,
      * ONE LINE PER ROUTE (THE FLIGHT'S T05 AIRPORT PAIR):
      *
      *   WON         BIDS THAT TOOK A PREMIUM SEAT
      *   LOST        BIDS OUTBID OR NEVER CHECKED IN
      *   WITHDRAWN   BIDS TAKEN BACK BEFORE THE CUT-OFF
      *   REVENUE     THE AMOUNTS OF THE WON BIDS -- WHAT Z02434
      *               CHARGED TO T64 AS 'CARD' PAYMENTS
      *   AVERAGE     REVENUE OVER BIDS WON
      *
      * AND THE TOTALS OVER ALL ROUTES.  PRINTED AND STORED TO THE T52
      * REPOSITORY THROUGH Z02401.
      *
      * THE MONTH COMES ON THE SYSIN CARD:
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
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * REPORT REPOSITORY PARM BLOCK (SEE Z02401)
           COPY ZZEC0263.

      * THE MONTH'S CLEARED AND WITHDRAWN BIDS SUMMED PER ROUTE
           EXEC SQL
             DECLARE C-BID-REVENUE CURSOR FOR
             SELECT T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    SUM(CASE WHEN T131.BID_STATUS = :CT-WON-BID
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN T131.BID_STATUS = :CT-LOST-BID
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN T131.BID_STATUS = :CT-WITHDRAWN-BID
                             THEN 1 ELSE 0 END),
                    COALESCE(SUM(CASE
                        WHEN T131.BID_STATUS = :CT-WON-BID
                        THEN T131.BID_AMOUNT ELSE 0 END), 0)
             FROM T131_UPGRADE_BID T131
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T131.FLIGHT_ID
             WHERE DATE(COALESCE(T131.CLEARED_TIMESTAMP,
                                 T131.CHANGED_TIMESTAMP))
                      >= DATE(:WS-MONTH-START)
               AND DATE(COALESCE(T131.CLEARED_TIMESTAMP,
                                 T131.CHANGED_TIMESTAMP))
                      < DATE(:WS-NEXT-MONTH-START)
               AND T131.BID_STATUS IN (:CT-WON-BID,
                                       :CT-LOST-BID,
                                       :CT-WITHDRAWN-BID)
             GROUP BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE
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
           05 CT-WON-BID           PIC X(10) VALUE 'WON'.
           05 CT-LOST-BID          PIC X(10) VALUE 'LOST'.
           05 CT-WITHDRAWN-BID     PIC X(10) VALUE 'WITHDRAWN'.

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
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-DESTINATION-AIRPORT        PIC X(3).
           05 WS-BIDS-WON                   PIC S9(9) COMP.
           05 WS-BIDS-LOST                  PIC S9(9) COMP.
           05 WS-BIDS-WITHDRAWN             PIC S9(9) COMP.
           05 WS-REVENUE                    PIC S9(11)V99 COMP-3.
           05 WS-AVERAGE-BID                PIC S9(9)V99 COMP-3.

       01 WS-REPORT-TOTALS.
           05 WS-TOT-ROUTES                 PIC S9(7) COMP VALUE 0.
           05 WS-TOT-WON                    PIC S9(9) COMP VALUE 0.
           05 WS-TOT-LOST                   PIC S9(9) COMP VALUE 0.
           05 WS-TOT-WITHDRAWN              PIC S9(9) COMP VALUE 0.
           05 WS-TOT-REVENUE                PIC S9(11)V99 COMP-3
                                                          VALUE 0.

      * REPORT LINES (Z02401)
       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'ROUTE         WON     LOST WITHDRAWN    '.
           05 FILLER                        PIC X(40) VALUE
              '        REVENUE     AVERAGE BID'.
       01 WS-REPORT-LINE.
           05 WS-LINE-ORIGIN                PIC X(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-LINE-DESTINATION           PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-WON                   PIC ZZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-LOST                  PIC ZZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-WITHDRAWN             PIC ZZZZ,ZZ9.
           05 FILLER                        PIC X(3) VALUE SPACE.
           05 WS-LINE-REVENUE               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-AVERAGE               PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'ROUTES WITH BIDS..............'.
           05 WS-TOTALS-ROUTES              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'BIDS WON......................'.
           05 WS-TOTALS-WON                 PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'BIDS LOST.....................'.
           05 WS-TOTALS-LOST                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'BIDS WITHDRAWN................'.
           05 WS-TOTALS-WITHDRAWN           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'UPGRADE BID REVENUE...........'.
           05 WS-TOTALS-REVENUE             PIC ZZ,ZZZ,ZZZ,ZZ9.99.

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
           PERFORM 2000-REPORT-THE-ROUTES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02511 -- UPGRADE BID REVENUE REPORT STARTING'
           PERFORM 1010-PARSE-THE-PARM
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'UPGRADE BID REVENUE FOR MONTH '
                  WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
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
              DISPLAY 'Z02511 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02511 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM < 1 OR WS-PARM-MONTH-NUM > 12 THEN
              DISPLAY 'Z02511 -- PARM MUST BE MONTH=YYYY-MM'
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
      *                 2000-REPORT-THE-ROUTES
      ******************************************************************
       2000-REPORT-THE-ROUTES.
           EXEC SQL
             OPEN C-BID-REVENUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02511 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-ROUTE
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-REPORT-ONE-ROUTE
              PERFORM 2010-FETCH-NEXT-ROUTE
           END-PERFORM
           EXEC SQL
             CLOSE C-BID-REVENUE
           END-EXEC
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-ROUTE
      ******************************************************************
       2010-FETCH-NEXT-ROUTE.
           EXEC SQL
             FETCH C-BID-REVENUE
             INTO :WS-ORIGIN-AIRPORT,
                  :WS-DESTINATION-AIRPORT,
                  :WS-BIDS-WON,
                  :WS-BIDS-LOST,
                  :WS-BIDS-WITHDRAWN,
                  :WS-REVENUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02511 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-REPORT-ONE-ROUTE
      ******************************************************************
       2020-REPORT-ONE-ROUTE.
           IF WS-BIDS-WON > 0 THEN
              COMPUTE WS-AVERAGE-BID ROUNDED =
                 WS-REVENUE / WS-BIDS-WON
           ELSE
              MOVE 0 TO WS-AVERAGE-BID
           END-IF
           ADD 1                  TO WS-TOT-ROUTES
           ADD WS-BIDS-WON        TO WS-TOT-WON
           ADD WS-BIDS-LOST       TO WS-TOT-LOST
           ADD WS-BIDS-WITHDRAWN  TO WS-TOT-WITHDRAWN
           ADD WS-REVENUE         TO WS-TOT-REVENUE
           MOVE WS-ORIGIN-AIRPORT      TO WS-LINE-ORIGIN
           MOVE WS-DESTINATION-AIRPORT TO WS-LINE-DESTINATION
           MOVE WS-BIDS-WON            TO WS-LINE-WON
           MOVE WS-BIDS-LOST           TO WS-LINE-LOST
           MOVE WS-BIDS-WITHDRAWN      TO WS-LINE-WITHDRAWN
           MOVE WS-REVENUE             TO WS-LINE-REVENUE
           MOVE WS-AVERAGE-BID         TO WS-LINE-AVERAGE
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-TOT-ROUTES          TO WS-TOTALS-ROUTES
           MOVE WS-TOT-WON             TO WS-TOTALS-WON
           MOVE WS-TOT-LOST            TO WS-TOTALS-LOST
           MOVE WS-TOT-WITHDRAWN       TO WS-TOTALS-WITHDRAWN
           MOVE WS-TOT-REVENUE         TO WS-TOTALS-REVENUE
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
           MOVE 'Z02511  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02511  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02511 -- UPGRADE BID REVENUE REPORT ENDING'
           GOBACK
           .
