       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02543.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY FUEL TANKERING SAVINGS
      *
      * SETS WHAT DISPATCH ACTUALLY UPLIFTED AGAINST THE Z02542
      * TANKERING PLAN FOR EVERY LEG PLANNED IN THE PARM MONTH.  THE
      * FUEL TANKERED ON A LEG IS TAKEN AS ITS Z02428 T72 UPLIFT
      * BEYOND THE LEG'S OWN PLANNED TRIP LITRES, AND IT IS VALUED AT
      * THE PLAN'S OWN PRICES AND BURN-OFF SHARE, SO THE ACHIEVED
      * SAVING IS MEASURED THE SAME WAY AS THE EXPECTED ONE:
      *
      *   FOLLOWED  -- TANKERING WAS ADVISED AND AT LEAST HALF THE
      *                ADVISED LITRES WERE CARRIED
      *   MISSED    -- TANKERING WAS ADVISED AND LESS WAS CARRIED
      *   UNPLANNED -- NOTHING WAS ADVISED (NO SAVING, NO LANDING
      *                ROOM, NO PRICE OR NO MODEL WEIGHTS) BUT FUEL
      *                WAS CARRIED ANYWAY -- A NEGATIVE SAVING IS THE
      *                COST OF IT
      *   NO UPLIFT -- NO T72 UPLIFT WAS KEYED FOR THE LEG, SO IT IS
      *                LEFT OUT OF THE ACHIEVED FIGURES
      *
      * ONE LINE PER LEG THAT WAS ADVISED TO TANKER OR DID, THEN THE
      * MONTH'S EXPECTED AND ACHIEVED SAVINGS (COMMON CURRENCY).
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401.
      * THE MONTH COMES ON THE SYSIN CARD:
      *
      *    MONTH=YYYY-MM
      *
      * RUN AFTER THE MONTH'S LAST UPLIFT FILE HAS BEEN TAKEN IN.
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

      * THE MONTH'S PLANNED LEGS WITH THE UPLIFT KEYED FOR EACH
      * (-1 WHEN NONE WAS)
           EXEC SQL
             DECLARE C-PLANNED-LEGS CURSOR FOR
             SELECT T157.FLIGHT_ID,
                    CHAR(T157.PLAN_DATE, ISO),
                    T157.DEPARTURE_AIRPORT_CODE,
                    T157.ARRIVAL_AIRPORT_CODE,
                    T157.TRIP_LITRES,
                    T157.ORIGIN_PRICE,
                    T157.DESTINATION_PRICE,
                    T157.BURN_OFF_PCT,
                    T157.TANKER_LITRES,
                    T157.EXPECTED_SAVING,
                    COALESCE(T72.UPLIFT_QUANTITY, -1)
             FROM T157_TANKERING_PLAN T157
             LEFT OUTER JOIN T72_FUEL_UPLIFT T72 ON
                T72.FLIGHT_ID = T157.FLIGHT_ID
             WHERE YEAR(T157.PLAN_DATE)  = :WS-PARM-YEAR
               AND MONTH(T157.PLAN_DATE) = :WS-PARM-MONTH-NUM
             ORDER BY T157.PLAN_DATE, T157.FLIGHT_ID
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
           05 CT-FOLLOWED                   PIC X(10) VALUE 'FOLLOWED'.
           05 CT-MISSED                     PIC X(10) VALUE 'MISSED'.
           05 CT-UNPLANNED                  PIC X(10) VALUE 'UNPLANNED'.
           05 CT-NO-UPLIFT                  PIC X(10) VALUE 'NO UPLIFT'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-LEG-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-PLAN-DATE                  PIC X(10).
           05 WS-DEP-AIRPORT                PIC X(3).
           05 WS-ARR-AIRPORT                PIC X(3).
           05 WS-TRIP-LITRES                PIC S9(9) COMP.
           05 WS-ORIGIN-PRICE               PIC S9(5)V9(4) COMP-3.
           05 WS-DESTINATION-PRICE          PIC S9(5)V9(4) COMP-3.
           05 WS-BURN-OFF-PCT               PIC S9(3)V99 COMP-3.
           05 WS-ADVISED-LITRES             PIC S9(9) COMP.
           05 WS-EXPECTED-SAVING            PIC S9(9)V99 COMP-3.
           05 WS-UPLIFT-LITRES              PIC S9(9) COMP.
           05 WS-CARRIED-LITRES             PIC S9(9) COMP.
           05 WS-NET-PER-LITRE              PIC S9(5)V9(4) COMP-3.
           05 WS-ACHIEVED-SAVING            PIC S9(9)V99 COMP-3.
           05 WS-LEG-OUTCOME                PIC X(10).

       01 WS-COUNTERS.
           05 WS-LEGS-PLANNED               PIC S9(7) COMP VALUE 0.
           05 WS-LEGS-ADVISED               PIC S9(7) COMP VALUE 0.
           05 WS-LEGS-FOLLOWED              PIC S9(7) COMP VALUE 0.
           05 WS-LEGS-MISSED                PIC S9(7) COMP VALUE 0.
           05 WS-LEGS-UNPLANNED             PIC S9(7) COMP VALUE 0.
           05 WS-LEGS-NO-UPLIFT             PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-EXPECTED             PIC S9(11)V99 COMP-3
                                                      VALUE 0.
           05 WS-TOTAL-ACHIEVED             PIC S9(11)V99 COMP-3
                                                      VALUE 0.
           05 WS-TOTAL-UNPLANNED            PIC S9(11)V99 COMP-3
                                                      VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(36) VALUE
              'DATE       FLIGHT   ROUTE   ADVISED '.
           05 FILLER                        PIC X(36) VALUE
              'L CARRIED L       EXPECTED       ACH'.
           05 FILLER                        PIC X(17) VALUE
              'IEVED OUTCOME'.

       01 WS-LEG-LINE.
           05 WS-LINE-PLAN-DATE             PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-DEP-AIRPORT           PIC X(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-LINE-ARR-AIRPORT           PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ADVISED               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CARRIED               PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-EXPECTED              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ACHIEVED              PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-OUTCOME               PIC X(10).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS PLANNED..................'.
           05 WS-TOTALS-PLANNED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS ADVISED TO TANKER........'.
           05 WS-TOTALS-ADVISED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE '  ADVICE FOLLOWED.............'.
           05 WS-TOTALS-FOLLOWED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE '  ADVICE MISSED...............'.
           05 WS-TOTALS-MISSED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS TANKERED UNPLANNED.......'.
           05 WS-TOTALS-UNPLANNED           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'LEGS WITH NO UPLIFT KEYED.....'.
           05 WS-TOTALS-NO-UPLIFT           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE7.
           05 FILLER                        PIC X(30)
              VALUE 'SAVING EXPECTED...............'.
           05 WS-TOTALS-EXPECTED            PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTALS-LINE8.
           05 FILLER                        PIC X(30)
              VALUE 'SAVING ACHIEVED ON ADVICE.....'.
           05 WS-TOTALS-ACHIEVED            PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTALS-LINE9.
           05 FILLER                        PIC X(30)
              VALUE 'SAVING ON UNPLANNED TANKERING.'.
           05 WS-TOTALS-UNPLANNED-SAVING    PIC -ZZZ,ZZZ,ZZ9.99.

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
           PERFORM 2000-MEASURE-THE-LEGS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02543 -- TANKERING SAVINGS STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02543 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02543 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM < 1 OR WS-PARM-MONTH-NUM > 12 THEN
              DISPLAY 'Z02543 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'FUEL TANKERING SAVINGS FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2000-MEASURE-THE-LEGS
      ******************************************************************
       2000-MEASURE-THE-LEGS.
           EXEC SQL
             OPEN C-PLANNED-LEGS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02543 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-LEG
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-MEASURE-ONE-LEG
              PERFORM 2010-FETCH-NEXT-LEG
           END-PERFORM
           EXEC SQL
             CLOSE C-PLANNED-LEGS
           END-EXEC
           .
      ******************************************************************
      *                   2010-FETCH-NEXT-LEG
      ******************************************************************
       2010-FETCH-NEXT-LEG.
           EXEC SQL
             FETCH C-PLANNED-LEGS
             INTO :WS-FLIGHT-ID,
                  :WS-PLAN-DATE,
                  :WS-DEP-AIRPORT,
                  :WS-ARR-AIRPORT,
                  :WS-TRIP-LITRES,
                  :WS-ORIGIN-PRICE,
                  :WS-DESTINATION-PRICE,
                  :WS-BURN-OFF-PCT,
                  :WS-ADVISED-LITRES,
                  :WS-EXPECTED-SAVING,
                  :WS-UPLIFT-LITRES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02543 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-MEASURE-ONE-LEG
      * CARRIED = UPLIFT BEYOND THE LEG'S OWN TRIP FUEL, VALUED AT THE
      * PLAN'S NET GAIN PER LITRE
      ******************************************************************
       2020-MEASURE-ONE-LEG.
           ADD 1 TO WS-LEGS-PLANNED
           IF WS-ADVISED-LITRES > 0 THEN
              ADD 1 TO WS-LEGS-ADVISED
              ADD WS-EXPECTED-SAVING TO WS-TOTAL-EXPECTED
           END-IF
           MOVE 0 TO WS-CARRIED-LITRES
                     WS-ACHIEVED-SAVING
           IF WS-UPLIFT-LITRES < 0 THEN
              ADD 1 TO WS-LEGS-NO-UPLIFT
              MOVE CT-NO-UPLIFT TO WS-LEG-OUTCOME
           ELSE
              IF WS-UPLIFT-LITRES > WS-TRIP-LITRES THEN
                 COMPUTE WS-CARRIED-LITRES =
                    WS-UPLIFT-LITRES - WS-TRIP-LITRES
              END-IF
              COMPUTE WS-NET-PER-LITRE ROUNDED =
                 (WS-DESTINATION-PRICE * (100 - WS-BURN-OFF-PCT) / 100)
                    - WS-ORIGIN-PRICE
              COMPUTE WS-ACHIEVED-SAVING ROUNDED =
                 WS-CARRIED-LITRES * WS-NET-PER-LITRE
              EVALUATE TRUE
              WHEN WS-ADVISED-LITRES > 0 AND
                   WS-CARRIED-LITRES * 2 NOT < WS-ADVISED-LITRES
                 ADD 1 TO WS-LEGS-FOLLOWED
                 ADD WS-ACHIEVED-SAVING TO WS-TOTAL-ACHIEVED
                 MOVE CT-FOLLOWED TO WS-LEG-OUTCOME
              WHEN WS-ADVISED-LITRES > 0
                 ADD 1 TO WS-LEGS-MISSED
                 ADD WS-ACHIEVED-SAVING TO WS-TOTAL-ACHIEVED
                 MOVE CT-MISSED TO WS-LEG-OUTCOME
              WHEN WS-CARRIED-LITRES > 0
                 ADD 1 TO WS-LEGS-UNPLANNED
                 ADD WS-ACHIEVED-SAVING TO WS-TOTAL-UNPLANNED
                 MOVE CT-UNPLANNED TO WS-LEG-OUTCOME
              WHEN OTHER
                 MOVE SPACE TO WS-LEG-OUTCOME
              END-EVALUATE
           END-IF
           IF WS-ADVISED-LITRES > 0 OR WS-CARRIED-LITRES > 0 THEN
              MOVE WS-PLAN-DATE       TO WS-LINE-PLAN-DATE
              MOVE WS-FLIGHT-ID       TO WS-LINE-FLIGHT-ID
              MOVE WS-DEP-AIRPORT     TO WS-LINE-DEP-AIRPORT
              MOVE WS-ARR-AIRPORT     TO WS-LINE-ARR-AIRPORT
              MOVE WS-ADVISED-LITRES  TO WS-LINE-ADVISED
              MOVE WS-CARRIED-LITRES  TO WS-LINE-CARRIED
              MOVE WS-EXPECTED-SAVING TO WS-LINE-EXPECTED
              MOVE WS-ACHIEVED-SAVING TO WS-LINE-ACHIEVED
              MOVE WS-LEG-OUTCOME     TO WS-LINE-OUTCOME
              DISPLAY WS-LEG-LINE
              MOVE WS-LEG-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-LEGS-PLANNED    TO WS-TOTALS-PLANNED
           MOVE WS-LEGS-ADVISED    TO WS-TOTALS-ADVISED
           MOVE WS-LEGS-FOLLOWED   TO WS-TOTALS-FOLLOWED
           MOVE WS-LEGS-MISSED     TO WS-TOTALS-MISSED
           MOVE WS-LEGS-UNPLANNED  TO WS-TOTALS-UNPLANNED
           MOVE WS-LEGS-NO-UPLIFT  TO WS-TOTALS-NO-UPLIFT
           MOVE WS-TOTAL-EXPECTED  TO WS-TOTALS-EXPECTED
           MOVE WS-TOTAL-ACHIEVED  TO WS-TOTALS-ACHIEVED
           MOVE WS-TOTAL-UNPLANNED TO WS-TOTALS-UNPLANNED-SAVING
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           DISPLAY WS-TOTALS-LINE7
           DISPLAY WS-TOTALS-LINE8
           DISPLAY WS-TOTALS-LINE9
           PERFORM 8100-STORE-REPORT-LINE
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
           MOVE WS-TOTALS-LINE9 TO WS-REPORT-BUFFER
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
           MOVE 'Z02543  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02543  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02543 -- TANKERING SAVINGS ENDING'
           GOBACK
           .
