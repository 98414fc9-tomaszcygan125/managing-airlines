       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02554.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY TRAVEL INSURANCE BORDEREAU AND REMITTANCE
      *
      * THE INSURER'S CONTRACT WANTS, EVERY MONTH, A BORDEREAU OF
      * EVERY POLICY WE SOLD (Z02202), CANCELED (Z02371) OR WHOSE
      * COVER CHANGED, AND THE PREMIUM COLLECTED FOR IT LESS OUR
      * COMMISSION.  THIS JOB DOES THE MONTH IN FOUR STEPS:
      *
      *   1. ENDORSEMENT SWEEP -- AN 'ACTIVE' T168 POLICY WHOSE
      *      RESERVATION'S FLIGHTS NOW RUN ON OTHER DAYS THAN ITS
      *      COVER (A RE-TIMED OR REBOOKED FLIGHT) GETS THE NEW
      *      COVER DATES AND A T170 'ENDORSE' EVENT.  THE PREMIUM IS
      *      NOT RE-RATED -- THE ENDORSEMENT CARRIES ZERO PREMIUM
      *   2. BORDEREAU -- EVERY T170 EVENT NOT YET FILED AND DATED
      *      BEFORE THE FIRST OF THE NEXT MONTH GOES TO DDNAME
      *      INSBORD, A 'NEW' EVENT FOLLOWED BY ITS INSURED
      *      PASSENGERS (T169/T06):
      *
      *        H  MONTH, RUN DATE
      *        E  EVENT TYPE, POLICY, RECORD LOCATOR, EVENT DATE,
      *           COVER FROM/TO, ZONE, INSURED COUNT, PREMIUM,
      *           COMMISSION
      *        P  POLICY, PASSENGER, NAME, DATE OF BIRTH, AGE AT
      *           COVER, PREMIUM
      *        T  EVENT COUNT, GROSS PREMIUM, COMMISSION, NET DUE
      *
      *      THE COMMISSION OF AN EVENT IS THE POLICY'S
      *      COMMISSION_PERCENT (AS IN FORCE AT SALE) OF ITS PREMIUM,
      *      SO A REFUNDED CANCELLATION TAKES ITS COMMISSION BACK
      *   3. EVERY EVENT FILED IS STAMPED WITH THE MONTH, SO NO
      *      EVENT IS EVER FILED TWICE
      *   4. THE NET PREMIUM DUE THE INSURER IS RAISED ON THE NEW
      *      T171_INSURANCE_REMITTANCE TABLE FOR FINANCE TO PAY:
      *
      *     BORDEREAU_MONTH       CHAR(7)        PRIMARY KEY, YYYY-MM
      *     EVENT_COUNT           INTEGER
      *     GROSS_PREMIUM         DECIMAL(11,2)
      *     COMMISSION_AMOUNT     DECIMAL(11,2)
      *     NET_PREMIUM           DECIMAL(11,2)  GROSS LESS COMMISSION
      *     REMITTANCE_STATUS     CHAR(10)       'DUE', THEN 'PAID'
      *     CREATED_TIMESTAMP     TIMESTAMP
      *     PAID_TIMESTAMP        TIMESTAMP      NULL UNTIL PAID
      *
      * THE T171 ROW IS ALSO THE GUARD AGAINST A SECOND RUN FOR THE
      * SAME MONTH, AND A MONTH NOT YET OVER IS REFUSED.  THE RUN
      * SUMMARY IS PRINTED AND STORED TO THE T52 REPOSITORY THROUGH
      * Z02401.  THE MONTH COMES ON THE SYSIN CARD:
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
           SELECT INSURANCE-BORDEREAU-FILE ASSIGN TO 'INSBORD'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSURANCE-BORDEREAU-FILE.
       01  INSURANCE-BORDEREAU-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * ACTIVE POLICIES WHOSE FLIGHTS NO LONGER MATCH THE COVER
           EXEC SQL
             DECLARE C-CHANGED-COVER CURSOR FOR
             SELECT T168.POLICY_ID,
                    CHAR(MIN(DATE(T05.DEPARTURE_TIMESTAMP)), ISO),
                    CHAR(MAX(DATE(T05.ARRIVAL_TIMESTAMP)), ISO)
             FROM T168_INSURANCE_POLICY T168
             INNER JOIN T04_FLIGHT_SEATS T04 ON
                T04.RESERVATION_ID = T168.RESERVATION_ID AND
                T04.RESERVATION_STATUS <> :CT-DELETED-SEAT-STATUS
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             WHERE T168.POLICY_STATUS = :CT-ACTIVE-STATUS
             GROUP BY T168.POLICY_ID,
                      T168.COVER_FROM_DATE,
                      T168.COVER_TO_DATE
             HAVING MIN(DATE(T05.DEPARTURE_TIMESTAMP)) <>
                       T168.COVER_FROM_DATE
                 OR MAX(DATE(T05.ARRIVAL_TIMESTAMP)) <>
                       T168.COVER_TO_DATE
             ORDER BY T168.POLICY_ID
             FOR FETCH ONLY
           END-EXEC

      * THE EVENTS GOING ON THE MONTH'S BORDEREAU
           EXEC SQL
             DECLARE C-UNFILED-EVENTS CURSOR FOR
             SELECT T170.POLICY_ID,
                    T170.EVENT_TYPE,
                    CHAR(DATE(T170.EVENT_TIMESTAMP), ISO),
                    T170.PREMIUM_AMOUNT,
                    CHAR(T170.COVER_FROM_DATE, ISO),
                    CHAR(T170.COVER_TO_DATE, ISO),
                    T168.ZONE_NUMBER,
                    T168.INSURED_COUNT,
                    T168.COMMISSION_PERCENT,
                    COALESCE(T09.RECORD_LOCATOR, ' ')
             FROM T170_INSURANCE_EVENT T170
             INNER JOIN T168_INSURANCE_POLICY T168 ON
                T168.POLICY_ID = T170.POLICY_ID
             LEFT JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                T09.RESERVATION_ID = T168.RESERVATION_ID
             WHERE T170.BORDEREAU_MONTH = ' '
               AND DATE(T170.EVENT_TIMESTAMP) <
                      DATE(:WS-NEXT-MONTH-START)
             ORDER BY T170.EVENT_TIMESTAMP, T170.POLICY_ID
             FOR FETCH ONLY
           END-EXEC

      * THE INSURED PASSENGERS OF ONE NEW POLICY
           EXEC SQL
             DECLARE C-INSURED-PASSENGERS CURSOR FOR
             SELECT T169.PASSENGER_ID,
                    T06.PASSENGER_LAST_NAME,
                    T06.PASSENGER_NAME,
                    COALESCE(T06.DATE_OF_BIRTH, ' '),
                    T169.AGE_AT_COVER,
                    T169.PREMIUM_AMOUNT
             FROM T169_INSURED_PASSENGER T169
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T169.PASSENGER_ID
             WHERE T169.POLICY_ID = :WS-EVT-POLICY-ID
             ORDER BY T169.PASSENGER_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-CHANGES          PIC X VALUE 'N'.
               88 SO-END-OF-CHANGES         VALUE 'Y'.
           05 SW-IF-END-OF-EVENTS           PIC X VALUE 'N'.
               88 SO-END-OF-EVENTS          VALUE 'Y'.
           05 SW-IF-END-OF-PASSENGERS       PIC X VALUE 'N'.
               88 SO-END-OF-PASSENGERS      VALUE 'Y'.

       01 CT-CONSTANTS.
           05 CT-DELETED-SEAT-STATUS        PIC X(15) VALUE 'DELETED'.
           05 CT-ACTIVE-STATUS              PIC X(10) VALUE 'ACTIVE'.
           05 CT-NEW-EVENT                  PIC X(8) VALUE 'NEW'.
           05 CT-ENDORSE-EVENT              PIC X(8) VALUE 'ENDORSE'.
           05 CT-DUE-STATUS                 PIC X(10) VALUE 'DUE'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).
           05 WS-PARM-YEAR                  PIC 9(4).
           05 WS-PARM-MONTH-NUM             PIC 9(2).
           05 WS-NEXT-MONTH-START.
              10 WS-NEXT-YEAR               PIC 9(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-NEXT-MONTH              PIC 9(2).
              10 FILLER                     PIC X(3) VALUE '-01'.
           05 WS-REMITTANCE-COUNT           PIC S9(9) COMP.

       01 WS-ENDORSE-FIELDS.
           05 WS-END-POLICY-ID              PIC S9(9) COMP.
           05 WS-END-COVER-FROM             PIC X(10).
           05 WS-END-COVER-TO               PIC X(10).

       01 WS-EVENT-FIELDS.
           05 WS-EVT-POLICY-ID              PIC S9(9) COMP.
           05 WS-EVT-TYPE                   PIC X(8).
           05 WS-EVT-DATE                   PIC X(10).
           05 WS-EVT-PREMIUM                PIC S9(7)V99 COMP-3.
           05 WS-EVT-COVER-FROM             PIC X(10).
           05 WS-EVT-COVER-TO               PIC X(10).
           05 WS-EVT-ZONE                   PIC S9(4) COMP.
           05 WS-EVT-INSURED-COUNT          PIC S9(4) COMP.
           05 WS-EVT-COMMISSION-PCT         PIC S9(3)V99 COMP-3.
           05 WS-EVT-LOCATOR                PIC X(6).
           05 WS-EVT-COMMISSION             PIC S9(7)V99 COMP-3.

       01 WS-PASSENGER-FIELDS.
           05 WS-PAX-ID                     PIC S9(9) COMP.
           05 WS-PAX-LAST-NAME              PIC X(30).
           05 WS-PAX-FIRST-NAME             PIC X(30).
           05 WS-PAX-DOB                    PIC X(10).
           05 WS-PAX-AGE                    PIC S9(4) COMP.
           05 WS-PAX-PREMIUM                PIC S9(7)V99 COMP-3.

       01 WS-MONTH-TOTALS.
           05 WS-GROSS-PREMIUM              PIC S9(9)V99 COMP-3
                                                      VALUE 0.
           05 WS-COMMISSION-AMOUNT          PIC S9(9)V99 COMP-3
                                                      VALUE 0.
           05 WS-NET-PREMIUM                PIC S9(9)V99 COMP-3
                                                      VALUE 0.

       01 WS-COUNTERS.
           05 WS-POLICIES-ENDORSED          PIC S9(7) COMP VALUE 0.
           05 WS-EVENTS-FILED               PIC S9(7) COMP VALUE 0.
           05 WS-NEW-FILED                  PIC S9(7) COMP VALUE 0.
           05 WS-PASSENGERS-FILED           PIC S9(7) COMP VALUE 0.

      * BORDEREAU RECORDS (INSBORD)
       01 WS-BDX-HEADER.
           05 FILLER                        PIC X VALUE 'H'.
           05 WS-BDX-H-MONTH                PIC X(7).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-BDX-H-RUN-DATE             PIC X(10).
           05 FILLER                        PIC X(101) VALUE SPACE.
       01 WS-BDX-EVENT.
           05 FILLER                        PIC X VALUE 'E'.
           05 WS-BDX-E-TYPE                 PIC X(8).
           05 WS-BDX-E-POLICY-ID            PIC 9(9).
           05 WS-BDX-E-LOCATOR              PIC X(6).
           05 WS-BDX-E-EVENT-DATE           PIC X(10).
           05 WS-BDX-E-COVER-FROM           PIC X(10).
           05 WS-BDX-E-COVER-TO             PIC X(10).
           05 WS-BDX-E-ZONE                 PIC 9.
           05 WS-BDX-E-INSURED              PIC 9(3).
           05 WS-BDX-E-PREMIUM              PIC -9(7).99.
           05 WS-BDX-E-COMMISSION           PIC -9(7).99.
           05 FILLER                        PIC X(40) VALUE SPACE.
       01 WS-BDX-PASSENGER.
           05 FILLER                        PIC X VALUE 'P'.
           05 WS-BDX-P-POLICY-ID            PIC 9(9).
           05 WS-BDX-P-PASSENGER-ID         PIC 9(9).
           05 WS-BDX-P-LAST-NAME            PIC X(30).
           05 WS-BDX-P-FIRST-NAME           PIC X(30).
           05 WS-BDX-P-DOB                  PIC X(10).
           05 WS-BDX-P-AGE                  PIC 9(3).
           05 WS-BDX-P-PREMIUM              PIC -9(7).99.
           05 FILLER                        PIC X(17) VALUE SPACE.
       01 WS-BDX-TRAILER.
           05 FILLER                        PIC X VALUE 'T'.
           05 WS-BDX-T-EVENTS               PIC 9(7).
           05 WS-BDX-T-GROSS                PIC -9(9).99.
           05 WS-BDX-T-COMMISSION           PIC -9(9).99.
           05 WS-BDX-T-NET                  PIC -9(9).99.
           05 FILLER                        PIC X(73) VALUE SPACE.

      * RUN SUMMARY LINES (Z02401)
       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'POLICIES ENDORSED.............'.
           05 WS-TOTALS-ENDORSED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'EVENTS FILED..................'.
           05 WS-TOTALS-EVENTS              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'OF WHICH NEW POLICIES.........'.
           05 WS-TOTALS-NEW                 PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'INSURED PASSENGERS FILED......'.
           05 WS-TOTALS-PASSENGERS          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'GROSS PREMIUM.................'.
           05 WS-TOTALS-GROSS               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'COMMISSION RETAINED...........'.
           05 WS-TOTALS-COMMISSION          PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-TOTALS-LINE7.
           05 FILLER                        PIC X(30)
              VALUE 'NET PREMIUM DUE INSURER.......'.
           05 WS-TOTALS-NET                 PIC Z,ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM 2000-ENDORSE-CHANGED-COVER
           PERFORM 3000-WRITE-THE-BORDEREAU
           PERFORM 7030-STAMP-FILED-EVENTS
           PERFORM 7040-INSERT-REMITTANCE
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      * THE BORDEREAU TAKES EVERY EVENT DATED BEFORE THE FIRST OF THE
      * MONTH AFTER THE ONE ON THE CARD
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02554 -- INSURANCE BORDEREAU STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02554 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02554 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM < 1 OR WS-PARM-MONTH-NUM > 12 THEN
              DISPLAY 'Z02554 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM = 12 THEN
              COMPUTE WS-NEXT-YEAR = WS-PARM-YEAR + 1
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              MOVE WS-PARM-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MONTH = WS-PARM-MONTH-NUM + 1
           END-IF
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           IF WS-NEXT-MONTH-START > WS-TODAY-DATE THEN
              DISPLAY 'Z02554 -- MONTH ' WS-PARM-MONTH
                      ' IS NOT OVER -- REFUSING TO START'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 7001-CHECK-NOT-YET-FILED
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'TRAVEL INSURANCE BORDEREAU FOR MONTH '
                  WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *               2000-ENDORSE-CHANGED-COVER
      ******************************************************************
       2000-ENDORSE-CHANGED-COVER.
           EXEC SQL
             OPEN C-CHANGED-COVER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- OPEN COVER CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CHANGE
           PERFORM UNTIL SO-END-OF-CHANGES
              PERFORM 7010-ENDORSE-THE-POLICY
              PERFORM 2010-FETCH-NEXT-CHANGE
           END-PERFORM
           EXEC SQL
             CLOSE C-CHANGED-COVER
           END-EXEC
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-CHANGE
      ******************************************************************
       2010-FETCH-NEXT-CHANGE.
           EXEC SQL
             FETCH C-CHANGED-COVER
             INTO :WS-END-POLICY-ID,
                  :WS-END-COVER-FROM,
                  :WS-END-COVER-TO
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CHANGES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- COVER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-POLICIES-ENDORSED TO WS-TOTALS-ENDORSED
           MOVE WS-EVENTS-FILED      TO WS-TOTALS-EVENTS
           MOVE WS-NEW-FILED         TO WS-TOTALS-NEW
           MOVE WS-PASSENGERS-FILED  TO WS-TOTALS-PASSENGERS
           MOVE WS-GROSS-PREMIUM     TO WS-TOTALS-GROSS
           MOVE WS-COMMISSION-AMOUNT TO WS-TOTALS-COMMISSION
           MOVE WS-NET-PREMIUM       TO WS-TOTALS-NET
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           DISPLAY WS-TOTALS-LINE7
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
           .
      ******************************************************************
      *                3000-WRITE-THE-BORDEREAU
      ******************************************************************
       3000-WRITE-THE-BORDEREAU.
           OPEN OUTPUT INSURANCE-BORDEREAU-FILE
           MOVE WS-PARM-MONTH TO WS-BDX-H-MONTH
           MOVE WS-TODAY-DATE TO WS-BDX-H-RUN-DATE
           WRITE INSURANCE-BORDEREAU-RECORD FROM WS-BDX-HEADER
           EXEC SQL
             OPEN C-UNFILED-EVENTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- OPEN EVENT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-EVENT
           PERFORM UNTIL SO-END-OF-EVENTS
              PERFORM 3020-FILE-ONE-EVENT
              PERFORM 3010-FETCH-NEXT-EVENT
           END-PERFORM
           EXEC SQL
             CLOSE C-UNFILED-EVENTS
           END-EXEC
           COMPUTE WS-NET-PREMIUM =
              WS-GROSS-PREMIUM - WS-COMMISSION-AMOUNT
           MOVE WS-EVENTS-FILED      TO WS-BDX-T-EVENTS
           MOVE WS-GROSS-PREMIUM     TO WS-BDX-T-GROSS
           MOVE WS-COMMISSION-AMOUNT TO WS-BDX-T-COMMISSION
           MOVE WS-NET-PREMIUM       TO WS-BDX-T-NET
           WRITE INSURANCE-BORDEREAU-RECORD FROM WS-BDX-TRAILER
           CLOSE INSURANCE-BORDEREAU-FILE
           .
      ******************************************************************
      *                  3010-FETCH-NEXT-EVENT
      ******************************************************************
       3010-FETCH-NEXT-EVENT.
           EXEC SQL
             FETCH C-UNFILED-EVENTS
             INTO :WS-EVT-POLICY-ID,
                  :WS-EVT-TYPE,
                  :WS-EVT-DATE,
                  :WS-EVT-PREMIUM,
                  :WS-EVT-COVER-FROM,
                  :WS-EVT-COVER-TO,
                  :WS-EVT-ZONE,
                  :WS-EVT-INSURED-COUNT,
                  :WS-EVT-COMMISSION-PCT,
                  :WS-EVT-LOCATOR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-EVENTS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- EVENT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  3020-FILE-ONE-EVENT
      ******************************************************************
       3020-FILE-ONE-EVENT.
           COMPUTE WS-EVT-COMMISSION ROUNDED =
              WS-EVT-PREMIUM * WS-EVT-COMMISSION-PCT / 100
           ADD WS-EVT-PREMIUM    TO WS-GROSS-PREMIUM
           ADD WS-EVT-COMMISSION TO WS-COMMISSION-AMOUNT
           ADD 1 TO WS-EVENTS-FILED
           MOVE WS-EVT-TYPE          TO WS-BDX-E-TYPE
           MOVE WS-EVT-POLICY-ID     TO WS-BDX-E-POLICY-ID
           MOVE WS-EVT-LOCATOR       TO WS-BDX-E-LOCATOR
           MOVE WS-EVT-DATE          TO WS-BDX-E-EVENT-DATE
           MOVE WS-EVT-COVER-FROM    TO WS-BDX-E-COVER-FROM
           MOVE WS-EVT-COVER-TO      TO WS-BDX-E-COVER-TO
           MOVE WS-EVT-ZONE          TO WS-BDX-E-ZONE
           MOVE WS-EVT-INSURED-COUNT TO WS-BDX-E-INSURED
           MOVE WS-EVT-PREMIUM       TO WS-BDX-E-PREMIUM
           MOVE WS-EVT-COMMISSION    TO WS-BDX-E-COMMISSION
           WRITE INSURANCE-BORDEREAU-RECORD FROM WS-BDX-EVENT
           IF WS-EVT-TYPE = CT-NEW-EVENT THEN
              ADD 1 TO WS-NEW-FILED
              PERFORM 3030-FILE-THE-PASSENGERS
           END-IF
           .
      ******************************************************************
      *                3030-FILE-THE-PASSENGERS
      ******************************************************************
       3030-FILE-THE-PASSENGERS.
           MOVE 'N' TO SW-IF-END-OF-PASSENGERS
           EXEC SQL
             OPEN C-INSURED-PASSENGERS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- OPEN PASSENGER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3040-FETCH-NEXT-PASSENGER
           PERFORM UNTIL SO-END-OF-PASSENGERS
              MOVE WS-EVT-POLICY-ID  TO WS-BDX-P-POLICY-ID
              MOVE WS-PAX-ID         TO WS-BDX-P-PASSENGER-ID
              MOVE WS-PAX-LAST-NAME  TO WS-BDX-P-LAST-NAME
              MOVE WS-PAX-FIRST-NAME TO WS-BDX-P-FIRST-NAME
              MOVE WS-PAX-DOB        TO WS-BDX-P-DOB
              MOVE WS-PAX-AGE        TO WS-BDX-P-AGE
              MOVE WS-PAX-PREMIUM    TO WS-BDX-P-PREMIUM
              WRITE INSURANCE-BORDEREAU-RECORD FROM WS-BDX-PASSENGER
              ADD 1 TO WS-PASSENGERS-FILED
              PERFORM 3040-FETCH-NEXT-PASSENGER
           END-PERFORM
           EXEC SQL
             CLOSE C-INSURED-PASSENGERS
           END-EXEC
           .
      ******************************************************************
      *                3040-FETCH-NEXT-PASSENGER
      ******************************************************************
       3040-FETCH-NEXT-PASSENGER.
           EXEC SQL
             FETCH C-INSURED-PASSENGERS
             INTO :WS-PAX-ID,
                  :WS-PAX-LAST-NAME,
                  :WS-PAX-FIRST-NAME,
                  :WS-PAX-DOB,
                  :WS-PAX-AGE,
                  :WS-PAX-PREMIUM
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-PASSENGERS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- PASSENGER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                7001-CHECK-NOT-YET-FILED
      * A MONTH WITH ITS REMITTANCE RAISED HAS BEEN FILED ALREADY
      ******************************************************************
       7001-CHECK-NOT-YET-FILED.
           MOVE 0 TO WS-REMITTANCE-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-REMITTANCE-COUNT
             FROM T171_INSURANCE_REMITTANCE
             WHERE BORDEREAU_MONTH = :WS-PARM-MONTH
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- REMITTANCE CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-REMITTANCE-COUNT > 0 THEN
              DISPLAY 'Z02554 -- MONTH ' WS-PARM-MONTH
                      ' ALREADY FILED -- REFUSING TO START'
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7010-ENDORSE-THE-POLICY
      * THE ENDORSEMENT IS DATED INTO THE MONTH BEING FILED (THE
      * LAST MOMENT OF IT WHEN THE JOB RUNS LATER), SO IT GOES ON
      * THIS BORDEREAU
      ******************************************************************
       7010-ENDORSE-THE-POLICY.
           EXEC SQL
             UPDATE T168_INSURANCE_POLICY
                SET COVER_FROM_DATE = :WS-END-COVER-FROM,
                    COVER_TO_DATE   = :WS-END-COVER-TO,
                    TRIP_DAYS       = DAYS(DATE(:WS-END-COVER-TO)) -
                                      DAYS(DATE(:WS-END-COVER-FROM))
                                      + 1
              WHERE POLICY_ID = :WS-END-POLICY-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- POLICY COVER UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T170_INSURANCE_EVENT
                (POLICY_ID, EVENT_TYPE, EVENT_TIMESTAMP,
                 PREMIUM_AMOUNT, COVER_FROM_DATE, COVER_TO_DATE,
                 BORDEREAU_MONTH)
             VALUES
                (:WS-END-POLICY-ID, :CT-ENDORSE-EVENT,
                 TIMESTAMP(DATE(:WS-NEXT-MONTH-START), '00.00.00')
                    - 1 MICROSECOND,
                 0, :WS-END-COVER-FROM, :WS-END-COVER-TO, ' ')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- ENDORSE EVENT INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-POLICIES-ENDORSED
           .
      ******************************************************************
      *                 7030-STAMP-FILED-EVENTS
      * THE SAME ROWS THE EVENT CURSOR READ -- NOTHING ELSE WRITES
      * AN EVENT DATED INSIDE A MONTH THAT IS OVER
      ******************************************************************
       7030-STAMP-FILED-EVENTS.
           EXEC SQL
             UPDATE T170_INSURANCE_EVENT
                SET BORDEREAU_MONTH = :WS-PARM-MONTH
              WHERE BORDEREAU_MONTH = ' '
                AND DATE(EVENT_TIMESTAMP) < DATE(:WS-NEXT-MONTH-START)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- EVENT STAMP FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7040-INSERT-REMITTANCE
      ******************************************************************
       7040-INSERT-REMITTANCE.
           EXEC SQL
             INSERT INTO T171_INSURANCE_REMITTANCE
                (BORDEREAU_MONTH, EVENT_COUNT, GROSS_PREMIUM,
                 COMMISSION_AMOUNT, NET_PREMIUM, REMITTANCE_STATUS,
                 CREATED_TIMESTAMP)
             VALUES
                (:WS-PARM-MONTH, :WS-EVENTS-FILED, :WS-GROSS-PREMIUM,
                 :WS-COMMISSION-AMOUNT, :WS-NET-PREMIUM,
                 :CT-DUE-STATUS, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02554 -- REMITTANCE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02554  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02554  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           MOVE WS-PARM-MONTH TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02554 -- INSURANCE BORDEREAU ENDING'
           GOBACK
           .
