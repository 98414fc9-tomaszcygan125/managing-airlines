       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02480.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY INAD AND DEPORTEE CASES BY STATION
      *
      * Z02479 REGISTERS EVERY PASSENGER A BORDER POST REFUSED
      * (INAD) AND EVERY DEPORTEE WE WERE ORDERED TO CARRY ON
      * T99_INAD_CASE, WITH THE STATION THAT ACCEPTED THEM AND THE
      * REFUSAL REASON.  FOR THE PARM MONTH (BY CASE OPENING DATE)
      * THIS JOB LISTS, PER DEPARTURE STATION AND REFUSAL REASON:
      *
      *   - INAD AND DEPORTEE CASE COUNTS
      *   - CASES STILL WITHOUT A RETURN BOOKING
      *   - FINES AND ESCORT COSTS, PER CASE CURRENCY (AMOUNTS ARE
      *     NOT CONVERTED, SO THERE IS NO MONEY GRAND TOTAL)
      *
      * WITH A CASE SUBTOTAL PER STATION, SO DOCUMENT-CHECK TRAINING
      * GOES WHERE THE REFUSALS START.  PRINTED AND STORED TO THE
      * T52 REPOSITORY THROUGH Z02401.
      *
      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT, THE
      * SAME SYSIN-CARD CONVENTION Z02445 USES:
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

      * THE MONTH'S CASES PER STATION, REASON AND CURRENCY
           EXEC SQL
             DECLARE C-CASE-TOTALS CURSOR FOR
             SELECT T99.DEPARTURE_AIRPORT_CODE,
                    T99.REFUSAL_REASON,
                    T99.FINE_CURRENCY,
                    SUM(CASE WHEN T99.CASE_TYPE = 'INAD'
                        THEN 1 ELSE 0 END),
                    SUM(CASE WHEN T99.CASE_TYPE = 'DEPO'
                        THEN 1 ELSE 0 END),
                    SUM(CASE WHEN T99.RETURN_RESERVATION_ID = 0
                        THEN 1 ELSE 0 END),
                    COALESCE(SUM(T99.FINE_AMOUNT), 0),
                    COALESCE(SUM(T99.ESCORT_COST), 0)
             FROM T99_INAD_CASE T99
             WHERE YEAR(T99.OPENED_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(T99.OPENED_TIMESTAMP) = :WS-PARM-MONTH-NUM
             GROUP BY T99.DEPARTURE_AIRPORT_CODE,
                      T99.REFUSAL_REASON,
                      T99.FINE_CURRENCY
             ORDER BY 1, 2, 3
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

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-FETCH-FIELDS.
           05 WS-STATION                    PIC X(3).
           05 WS-REASON                     PIC X(4).
           05 WS-CURRENCY                   PIC X(3).
           05 WS-INAD-CASES                 PIC S9(7) COMP.
           05 WS-DEPORTEE-CASES             PIC S9(7) COMP.
           05 WS-NO-RETURN-CASES            PIC S9(7) COMP.
           05 WS-FINE-TOTAL                 PIC S9(9)V99 COMP-3.
           05 WS-ESCORT-TOTAL               PIC S9(9)V99 COMP-3.

       01 WS-BREAK-FIELDS.
           05 WS-PREVIOUS-STATION           PIC X(3) VALUE SPACE.
           05 WS-STATION-CASES              PIC S9(7) COMP VALUE 0.

       01 WS-COUNTERS.
           05 WS-STATIONS-LISTED            PIC S9(5) COMP VALUE 0.
           05 WS-INAD-GRAND                 PIC S9(7) COMP VALUE 0.
           05 WS-DEPORTEE-GRAND             PIC S9(7) COMP VALUE 0.
           05 WS-NO-RETURN-GRAND            PIC S9(7) COMP VALUE 0.

       01 WS-CASE-LINE.
           05 WS-CAS-STATION                PIC X(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CAS-REASON                 PIC X(4).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CAS-INAD                   PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CAS-DEPORTEE               PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CAS-NO-RETURN              PIC ZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CAS-CURRENCY               PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CAS-FINES                  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CAS-ESCORT                 PIC Z,ZZZ,ZZ9.99.

       01 WS-STATION-LINE.
           05 FILLER                        PIC X(8)
              VALUE 'STATION '.
           05 WS-STA-STATION                PIC X(3).
           05 FILLER                        PIC X(9)
              VALUE ' CASES   '.
           05 WS-STA-CASES                  PIC ZZZ,ZZ9.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'STATIONS LISTED...............'.
           05 WS-TOTALS-STATIONS            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'INAD CASES....................'.
           05 WS-TOTALS-INAD                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'DEPORTEE CASES................'.
           05 WS-TOTALS-DEPORTEE            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'WITHOUT RETURN BOOKING........'.
           05 WS-TOTALS-NO-RETURN           PIC ZZZ,ZZ9.

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
           PERFORM 2000-REPORT-CASES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02480 -- INAD CASES BY STATION STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02480 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02480 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'INAD AND DEPORTEE CASES FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'STN  RSN    INAD   DEPO  NORET  CUR        FINES'
             TO WS-REPORT-BUFFER
           STRING WS-REPORT-BUFFER(1:48)
                  '      ESCORTS'
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2000-REPORT-CASES
      ******************************************************************
       2000-REPORT-CASES.
           EXEC SQL
             OPEN C-CASE-TOTALS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02480 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-GROUP
           PERFORM UNTIL SO-END-OF-CURSOR
              IF WS-STATION NOT = WS-PREVIOUS-STATION THEN
                 PERFORM 2030-CLOSE-THE-STATION
                 MOVE WS-STATION TO WS-PREVIOUS-STATION
                 ADD 1 TO WS-STATIONS-LISTED
              END-IF
              PERFORM 2020-PRINT-THE-GROUP
              PERFORM 2010-FETCH-NEXT-GROUP
           END-PERFORM
           PERFORM 2030-CLOSE-THE-STATION
           EXEC SQL
             CLOSE C-CASE-TOTALS
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-GROUP
      ******************************************************************
       2010-FETCH-NEXT-GROUP.
           EXEC SQL
             FETCH C-CASE-TOTALS
             INTO :WS-STATION,
                  :WS-REASON,
                  :WS-CURRENCY,
                  :WS-INAD-CASES,
                  :WS-DEPORTEE-CASES,
                  :WS-NO-RETURN-CASES,
                  :WS-FINE-TOTAL,
                  :WS-ESCORT-TOTAL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02480 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                2020-PRINT-THE-GROUP
      ******************************************************************
       2020-PRINT-THE-GROUP.
           MOVE WS-STATION         TO WS-CAS-STATION
           MOVE WS-REASON          TO WS-CAS-REASON
           MOVE WS-INAD-CASES      TO WS-CAS-INAD
           MOVE WS-DEPORTEE-CASES  TO WS-CAS-DEPORTEE
           MOVE WS-NO-RETURN-CASES TO WS-CAS-NO-RETURN
           MOVE WS-CURRENCY        TO WS-CAS-CURRENCY
           MOVE WS-FINE-TOTAL      TO WS-CAS-FINES
           MOVE WS-ESCORT-TOTAL    TO WS-CAS-ESCORT
           DISPLAY WS-CASE-LINE
           MOVE WS-CASE-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD WS-INAD-CASES      TO WS-STATION-CASES
                                     WS-INAD-GRAND
           ADD WS-DEPORTEE-CASES  TO WS-STATION-CASES
                                     WS-DEPORTEE-GRAND
           ADD WS-NO-RETURN-CASES TO WS-NO-RETURN-GRAND
           .
      ******************************************************************
      *                2030-CLOSE-THE-STATION
      * CASE SUBTOTAL OF THE STATION JUST FINISHED, IF ANY
      ******************************************************************
       2030-CLOSE-THE-STATION.
           IF WS-PREVIOUS-STATION NOT = SPACE THEN
              MOVE WS-PREVIOUS-STATION TO WS-STA-STATION
              MOVE WS-STATION-CASES    TO WS-STA-CASES
              DISPLAY WS-STATION-LINE
              MOVE WS-STATION-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              DISPLAY ' '
              PERFORM 8100-STORE-REPORT-LINE
           END-IF
           MOVE 0 TO WS-STATION-CASES
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-STATIONS-LISTED TO WS-TOTALS-STATIONS
           MOVE WS-INAD-GRAND      TO WS-TOTALS-INAD
           MOVE WS-DEPORTEE-GRAND  TO WS-TOTALS-DEPORTEE
           MOVE WS-NO-RETURN-GRAND TO WS-TOTALS-NO-RETURN
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
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
           MOVE 'Z02480  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02480  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02480 -- INAD CASES BY STATION ENDING'
           GOBACK
           .
