       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02545.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY GROUND HANDLING INVOICE VERIFICATION
      *
      * THE OUTSTATION HANDLERS INVOICE ONCE A MONTH FOR TURNAROUNDS,
      * EXTRA SERVICES AND DELAYS, AND THE INVOICES WERE PAID AS
      * THEY CAME.  THEY NOW ARRIVE AS A FILE ON DDNAME HANDINV, ONE
      * COMMA-SEPARATED RECORD PER INVOICE LINE:
      *
      *    AIRPORT,HANDLER,YYYY-MM,INVOICE_REF,FLIGHT_ID,CHARGE,AMOUNT
      *
      *    CHARGE -- TURN  (THE TURNAROUND OF OUR DEPARTURE)
      *              EXTRA (ONE EXTRA SERVICE ON THAT DEPARTURE)
      *              DELAY (STANDBY FOR THE DEPARTURE'S DELAY)
      *    AMOUNT -- IN THE CONTRACT CURRENCY, DECIMAL POINT, NO
      *              GROUPING (850.00)
      *
      * EACH LINE IS PRICED AGAINST WHAT WE KNOW OF THE FLIGHT: IT
      * MUST BE OUR T05 DEPARTURE FROM THE INVOICING STATION, IT MUST
      * HAVE GONE OFF BLOCK (T70_FLIGHT_MOVEMENT, SEE Z02426), AND
      * THE RATES ARE THE STATION HANDLER'S T158_HANDLER_CONTRACT
      * ROW FOR THE PLANE'S MODEL (KEPT ON Z02544):
      *
      *    TURN  -- TURNAROUND_RATE + PASSENGER_RATE PER PASSENGER
      *             CHECKED IN (T30_FLIGHT_CLOSEOUT, SEE Z02356)
      *    EXTRA -- UP TO EXTRA_SERVICE_CAP
      *    DELAY -- DELAY_HOUR_RATE PER STARTED HOUR THE OFF-BLOCK
      *             CAME AFTER THE SCHEDULED DEPARTURE
      *
      * EVERY LINE GETS ONE RESULT:
      *
      *    MATCHED        -- BILLED NO MORE THAN EXPECTED, APPROVED
      *                      AS BILLED
      *    OVERCHARGE     -- BILLED ABOVE EXPECTED, APPROVED AT THE
      *                      EXPECTED AMOUNT
      *    NO MOVEMENT    -- NO OFF-BLOCK ON FILE, THE TURNAROUND
      *                      CANNOT BE FOUND
      *    UNKNOWN FLIGHT -- NOT ONE OF OUR DEPARTURES FROM THE STATION
      *    CANCELED       -- THE FLIGHT WAS CANCELED OR DELETED
      *    DUPLICATE      -- THE TURN OR DELAY OF THE FLIGHT WAS
      *                      ALREADY APPROVED ON ANOTHER INVOICE
      *    NO DELAY       -- A DELAY CHARGE ON A FLIGHT THAT LEFT ON
      *                      TIME
      *    NO CONTRACT    -- NO T158 RATES FOR THE HANDLER AND MODEL
      *
      * AND ONLY MATCHED AND OVERCHARGE LINES APPROVE ANYTHING.  THE
      * RESULT AND THE APPROVED AMOUNT OF EVERY LINE ARE KEPT ON THE
      * NEW T159_HANDLER_INVOICE_LINE TABLE:
      *
      *     INVOICE_MONTH     CHAR(7)       YYYY-MM
      *     AIRPORT_CODE      CHAR(3)
      *     HANDLER_CODE      CHAR(8)
      *     INVOICE_REF       CHAR(15)
      *     LINE_NUMBER       INTEGER       ORDER IN THE INVOICE
      *     FLIGHT_ID         CHAR(8)
      *     CHARGE_TYPE       CHAR(5)
      *     BILLED_AMOUNT     DECIMAL(9,2)
      *     EXPECTED_AMOUNT   DECIMAL(9,2)
      *     APPROVED_AMOUNT   DECIMAL(9,2)
      *     CURRENCY_CODE     CHAR(3)
      *     LINE_RESULT       CHAR(14)
      *     CHECKED_TIMESTAMP TIMESTAMP
      *     KEY (AIRPORT_CODE, HANDLER_CODE, INVOICE_REF, LINE_NUMBER)
      *
      * FROM WHICH Z02419 ADDS THE APPROVED HANDLING TO EACH ROUTE'S
      * COST.  AN INVOICE ALREADY ON T159 IS CLEARED WHEN ITS FIRST
      * LINE IS READ, SO THE FILE CAN BE RERUN.  A RECORD THAT IS
      * MALFORMED OR FOR ANOTHER MONTH FALLS OUT ON THE REPORT THE
      * SAME WAY Z02471 REJECTS A BAD HOTEL INVOICE.
      *
      * AFTER THE LINES, EACH STATION'S BILLED, APPROVED AND
      * DISALLOWED TOTALS (COMMON CURRENCY, FRESHEST T17 RATE) AND
      * ITS OVERBILLING PERCENTAGE ARE LISTED.  THE REPORT IS
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401.  THE
      * MONTH COMES ON THE SYSIN CARD, THE SAME CONVENTION Z02471
      * USES:
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
           SELECT HANDLER-INVOICE-FILE ASSIGN TO 'HANDINV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HANDLER-INVOICE-FILE.
       01  HANDLER-INVOICE-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-FILE             PIC X VALUE 'N'.
               88 SO-END-OF-FILE            VALUE 'Y'.
           05 SW-IF-FLIGHT-FOUND            PIC X VALUE 'N'.
               88 SO-FLIGHT-FOUND           VALUE 'Y'.
               88 SO-FLIGHT-NOT-FOUND       VALUE 'N'.
           05 SW-IF-CONTRACT-FOUND          PIC X VALUE 'N'.
               88 SO-CONTRACT-FOUND         VALUE 'Y'.
               88 SO-CONTRACT-NOT-FOUND     VALUE 'N'.
           05 SW-IF-INVOICE-SEEN            PIC X VALUE 'N'.
               88 SO-INVOICE-SEEN           VALUE 'Y'.
               88 SO-INVOICE-NOT-SEEN       VALUE 'N'.
           05 SW-CHARGE-TYPE                PIC X(5).
               88 SO-CHARGE-TURN            VALUE 'TURN'.
               88 SO-CHARGE-EXTRA           VALUE 'EXTRA'.
               88 SO-CHARGE-DELAY           VALUE 'DELAY'.
               88 SO-CHARGE-KNOWN           VALUE 'TURN' 'EXTRA'
                                                  'DELAY'.

       01 CT-CONSTANTS.
           05 CT-MAX-INVOICES               PIC S9(4) COMP VALUE 500.
           05 CT-MAX-STATIONS               PIC S9(4) COMP VALUE 200.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-RECORD-FIELDS.
           05 WS-AIRPORT-CODE               PIC X(3).
           05 WS-HANDLER-CODE               PIC X(8).
           05 WS-INVOICE-MONTH              PIC X(7).
           05 WS-INVOICE-REF                PIC X(15).
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-CHARGE-TEXT                PIC X(5).
           05 WS-AMOUNT-TEXT                PIC X(12).

       01 WS-WORK-FIELDS.
           05 WS-BILLED-AMOUNT              PIC S9(7)V99 COMP-3.
           05 WS-EXPECTED-AMOUNT            PIC S9(7)V99 COMP-3.
           05 WS-APPROVED-AMOUNT            PIC S9(7)V99 COMP-3.
           05 WS-LINE-RESULT                PIC X(14).
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-LINE-NUMBER                PIC S9(9) COMP.
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-PLANE-MODEL                PIC X(20).
           05 WS-FLIGHT-CANCELED            PIC X.
           05 WS-OFF-BLOCK-TS               PIC X(26).
           05 WS-PASSENGERS                 PIC S9(9) COMP.
           05 WS-DELAY-MINUTES              PIC S9(9) COMP.
           05 WS-DELAY-HOURS                PIC S9(5) COMP.
           05 WS-APPROVED-BEFORE            PIC S9(9) COMP.
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-RATE-TO-COMMON             PIC S9(5)V9(6) COMP-3.
           05 WS-TURNAROUND-RATE            PIC S9(7)V99 COMP-3.
           05 WS-PASSENGER-RATE             PIC S9(5)V99 COMP-3.
           05 WS-EXTRA-SERVICE-CAP          PIC S9(7)V99 COMP-3.
           05 WS-DELAY-HOUR-RATE            PIC S9(7)V99 COMP-3.
           05 WS-INV-SUB                    PIC S9(4) COMP.
           05 WS-STA-SUB                    PIC S9(4) COMP.
           05 WS-OVERBILLED-PCT             PIC S9(3)V99 COMP-3.

      * INVOICES ALREADY CLEARED OFF T159 IN THIS RUN
       01 WS-INVOICE-TABLE.
           05 WS-INVOICE-COUNT              PIC S9(4) COMP VALUE 0.
           05 WS-INVOICE-SEEN               OCCURS 500 TIMES
                                            PIC X(26).

       01 WS-THIS-INVOICE.
           05 WS-THIS-AIRPORT               PIC X(3).
           05 WS-THIS-HANDLER               PIC X(8).
           05 WS-THIS-INVOICE-REF           PIC X(15).

      * EACH STATION'S MONEY, COMMON CURRENCY
       01 WS-STATION-TABLE.
           05 WS-STATION-COUNT              PIC S9(4) COMP VALUE 0.
           05 WS-STATION-ENTRY              OCCURS 200 TIMES.
              10 WS-STA-AIRPORT             PIC X(3).
              10 WS-STA-BILLED              PIC S9(11)V99 COMP-3.
              10 WS-STA-APPROVED            PIC S9(11)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-MATCHED                    PIC S9(7) COMP VALUE 0.
           05 WS-OVERCHARGED                PIC S9(7) COMP VALUE 0.
           05 WS-NOT-FOUND                  PIC S9(7) COMP VALUE 0.
           05 WS-CANCELED-BILLED            PIC S9(7) COMP VALUE 0.
           05 WS-DUPLICATES                 PIC S9(7) COMP VALUE 0.
           05 WS-NO-CONTRACT                PIC S9(7) COMP VALUE 0.
           05 WS-REJECTED                   PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-BILLED               PIC S9(13)V99 COMP-3
                                                      VALUE 0.
           05 WS-TOTAL-APPROVED             PIC S9(13)V99 COMP-3
                                                      VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'STA HANDLER  INVOICE         FLIGHT   CH'.
           05 FILLER                        PIC X(40) VALUE
              'ARGE    BILLED   EXPECTED   APPROVED CUR'.
           05 FILLER                        PIC X(18) VALUE
              ' RESULT'.

       01 WS-REPORT-LINE.
           05 WS-LINE-AIRPORT               PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-HANDLER               PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICE-REF           PIC X(15).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CHARGE                PIC X(5).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-BILLED                PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-EXPECTED              PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-APPROVED              PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CURRENCY              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RESULT-TEXT           PIC X(14).

       01 WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'REJECTED '.
           05 WS-EXC-RECORD                 PIC X(80).
           05 FILLER                        PIC X(4)
              VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(30).

       01 WS-STATION-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'STA         BILLED       APPROVED     DI'.
           05 FILLER                        PIC X(20) VALUE
              'SALLOWED  OVER%'.

       01 WS-STATION-LINE.
           05 WS-SLINE-AIRPORT              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-BILLED               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-APPROVED             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-DISALLOWED           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-PCT                  PIC ZZ9.99.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'INVOICE LINES READ............'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'LINES MATCHED.................'.
           05 WS-TOTALS-MATCHED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'LINES OVERCHARGED.............'.
           05 WS-TOTALS-OVERCHARGED         PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'TURNAROUNDS NOT FOUND.........'.
           05 WS-TOTALS-NOT-FOUND           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'CANCELED FLIGHTS BILLED.......'.
           05 WS-TOTALS-CANCELED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'DUPLICATE CHARGES.............'.
           05 WS-TOTALS-DUPLICATES          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE7.
           05 FILLER                        PIC X(30)
              VALUE 'LINES WITH NO CONTRACT RATE...'.
           05 WS-TOTALS-NO-CONTRACT         PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE8.
           05 FILLER                        PIC X(30)
              VALUE 'RECORDS REJECTED..............'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE9.
           05 FILLER                        PIC X(30)
              VALUE 'BILLED (COMMON)...............'.
           05 WS-TOTALS-BILLED              PIC -(11)9.99.
       01 WS-TOTALS-LINE10.
           05 FILLER                        PIC X(30)
              VALUE 'APPROVED (COMMON).............'.
           05 WS-TOTALS-APPROVED            PIC -(11)9.99.

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
           PERFORM 2000-PROCESS-THE-FILE
           PERFORM 2800-LIST-THE-STATIONS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02545 -- HANDLING INVOICE CHECK STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02545 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02545 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'GROUND HANDLING INVOICES FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT HANDLER-INVOICE-FILE
           .
      ******************************************************************
      *                2000-PROCESS-THE-FILE
      ******************************************************************
       2000-PROCESS-THE-FILE.
           PERFORM 2010-READ-NEXT-LINE
           PERFORM UNTIL SO-END-OF-FILE
              ADD 1 TO WS-RECORDS-READ
              PERFORM 2020-PROCESS-ONE-LINE
              PERFORM 2010-READ-NEXT-LINE
           END-PERFORM
           CLOSE HANDLER-INVOICE-FILE
           .
      ******************************************************************
      *                2010-READ-NEXT-LINE
      ******************************************************************
       2010-READ-NEXT-LINE.
           READ HANDLER-INVOICE-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                2020-PROCESS-ONE-LINE
      ******************************************************************
       2020-PROCESS-ONE-LINE.
           MOVE SPACE TO WS-RECORD-FIELDS
           UNSTRING HANDLER-INVOICE-RECORD DELIMITED BY ','
              INTO WS-AIRPORT-CODE
                   WS-HANDLER-CODE
                   WS-INVOICE-MONTH
                   WS-INVOICE-REF
                   WS-FLIGHT-ID
                   WS-CHARGE-TEXT
                   WS-AMOUNT-TEXT
           END-UNSTRING
           MOVE WS-CHARGE-TEXT TO SW-CHARGE-TYPE
           MOVE 0 TO WS-BILLED-AMOUNT
           IF WS-AMOUNT-TEXT NOT = SPACE THEN
              COMPUTE WS-BILLED-AMOUNT =
                      FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           EVALUATE TRUE
           WHEN WS-AIRPORT-CODE = SPACE OR WS-HANDLER-CODE = SPACE OR
                WS-INVOICE-REF = SPACE OR WS-FLIGHT-ID = SPACE OR
                NOT SO-CHARGE-KNOWN OR
                WS-BILLED-AMOUNT NOT > 0
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
              PERFORM 2040-REJECT-THE-LINE
           WHEN WS-INVOICE-MONTH NOT = WS-PARM-MONTH
              MOVE 'NOT FOR THIS MONTH' TO WS-REJECT-REASON
              PERFORM 2040-REJECT-THE-LINE
           WHEN OTHER
              PERFORM 2025-CLEAR-A-NEW-INVOICE
              PERFORM 2030-CHECK-THE-LINE
           END-EVALUATE
           .
      ******************************************************************
      *               2025-CLEAR-A-NEW-INVOICE
      * THE FIRST LINE OF AN INVOICE IN THIS RUN CLEARS WHATEVER AN
      * EARLIER RUN LEFT OF IT ON T159 AND RESTARTS ITS LINE NUMBERS
      ******************************************************************
       2025-CLEAR-A-NEW-INVOICE.
           MOVE WS-AIRPORT-CODE TO WS-THIS-AIRPORT
           MOVE WS-HANDLER-CODE TO WS-THIS-HANDLER
           MOVE WS-INVOICE-REF  TO WS-THIS-INVOICE-REF
           SET SO-INVOICE-NOT-SEEN TO TRUE
           PERFORM VARYING WS-INV-SUB FROM 1 BY 1
              UNTIL WS-INV-SUB > WS-INVOICE-COUNT
              IF WS-INVOICE-SEEN(WS-INV-SUB) = WS-THIS-INVOICE THEN
                 SET SO-INVOICE-SEEN TO TRUE
              END-IF
           END-PERFORM
           IF SO-INVOICE-NOT-SEEN THEN
              PERFORM 7001-CLEAR-THE-INVOICE
              IF WS-INVOICE-COUNT < CT-MAX-INVOICES THEN
                 ADD 1 TO WS-INVOICE-COUNT
                 MOVE WS-THIS-INVOICE
                   TO WS-INVOICE-SEEN(WS-INVOICE-COUNT)
              END-IF
           END-IF
           PERFORM 7002-NEXT-LINE-NUMBER
           .
      ******************************************************************
      *                 2030-CHECK-THE-LINE
      ******************************************************************
       2030-CHECK-THE-LINE.
           MOVE 0     TO WS-EXPECTED-AMOUNT
                         WS-APPROVED-AMOUNT
                         WS-RATE-TO-COMMON
           MOVE SPACE TO WS-CURRENCY-CODE
           PERFORM 7010-READ-THE-FLIGHT
           IF SO-FLIGHT-FOUND THEN
              PERFORM 7020-READ-THE-CONTRACT
           ELSE
              SET SO-CONTRACT-NOT-FOUND TO TRUE
           END-IF
           EVALUATE TRUE
           WHEN SO-FLIGHT-NOT-FOUND
              MOVE 'UNKNOWN FLIGHT' TO WS-LINE-RESULT
              ADD 1 TO WS-NOT-FOUND
           WHEN WS-FLIGHT-CANCELED = 'Y'
              MOVE 'CANCELED'       TO WS-LINE-RESULT
              ADD 1 TO WS-CANCELED-BILLED
           WHEN WS-OFF-BLOCK-TS = SPACE
              MOVE 'NO MOVEMENT'    TO WS-LINE-RESULT
              ADD 1 TO WS-NOT-FOUND
           WHEN SO-CONTRACT-NOT-FOUND
              MOVE 'NO CONTRACT'    TO WS-LINE-RESULT
              ADD 1 TO WS-NO-CONTRACT
           WHEN OTHER
              PERFORM 2050-PRICE-THE-LINE
           END-EVALUATE
           PERFORM 7030-STORE-THE-LINE
           PERFORM 2060-ADD-TO-THE-STATION
           MOVE WS-AIRPORT-CODE    TO WS-LINE-AIRPORT
           MOVE WS-HANDLER-CODE    TO WS-LINE-HANDLER
           MOVE WS-INVOICE-REF     TO WS-LINE-INVOICE-REF
           MOVE WS-FLIGHT-ID       TO WS-LINE-FLIGHT-ID
           MOVE SW-CHARGE-TYPE     TO WS-LINE-CHARGE
           MOVE WS-BILLED-AMOUNT   TO WS-LINE-BILLED
           MOVE WS-EXPECTED-AMOUNT TO WS-LINE-EXPECTED
           MOVE WS-APPROVED-AMOUNT TO WS-LINE-APPROVED
           MOVE WS-CURRENCY-CODE   TO WS-LINE-CURRENCY
           MOVE WS-LINE-RESULT     TO WS-LINE-RESULT-TEXT
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2040-REJECT-THE-LINE
      ******************************************************************
       2040-REJECT-THE-LINE.
           ADD 1 TO WS-REJECTED
           MOVE HANDLER-INVOICE-RECORD TO WS-EXC-RECORD
           MOVE WS-REJECT-REASON       TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2050-PRICE-THE-LINE
      * WHAT THE CONTRACT SAYS THE LINE SHOULD COME TO -- ANYTHING
      * BILLED ABOVE THAT IS DISALLOWED, NEVER MORE IS APPROVED
      ******************************************************************
       2050-PRICE-THE-LINE.
           MOVE 0 TO WS-APPROVED-BEFORE
           IF SO-CHARGE-TURN OR SO-CHARGE-DELAY THEN
              PERFORM 7040-COUNT-APPROVED-BEFORE
           END-IF
           EVALUATE TRUE
           WHEN SO-CHARGE-TURN
              COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
                 WS-TURNAROUND-RATE +
                 WS-PASSENGER-RATE * WS-PASSENGERS
           WHEN SO-CHARGE-EXTRA
              MOVE WS-EXTRA-SERVICE-CAP TO WS-EXPECTED-AMOUNT
           WHEN SO-CHARGE-DELAY
              IF WS-DELAY-MINUTES > 0 THEN
                 COMPUTE WS-DELAY-HOURS =
                    (WS-DELAY-MINUTES + 59) / 60
                 COMPUTE WS-EXPECTED-AMOUNT ROUNDED =
                    WS-DELAY-HOUR-RATE * WS-DELAY-HOURS
              END-IF
           END-EVALUATE
           EVALUATE TRUE
           WHEN WS-APPROVED-BEFORE > 0
              MOVE 'DUPLICATE'  TO WS-LINE-RESULT
              ADD 1 TO WS-DUPLICATES
           WHEN SO-CHARGE-DELAY AND WS-EXPECTED-AMOUNT = 0
              MOVE 'NO DELAY'   TO WS-LINE-RESULT
              ADD 1 TO WS-OVERCHARGED
           WHEN WS-BILLED-AMOUNT > WS-EXPECTED-AMOUNT
              MOVE 'OVERCHARGE' TO WS-LINE-RESULT
              MOVE WS-EXPECTED-AMOUNT TO WS-APPROVED-AMOUNT
              ADD 1 TO WS-OVERCHARGED
           WHEN OTHER
              MOVE 'MATCHED'    TO WS-LINE-RESULT
              MOVE WS-BILLED-AMOUNT TO WS-APPROVED-AMOUNT
              ADD 1 TO WS-MATCHED
           END-EVALUATE
           .
      ******************************************************************
      *                2060-ADD-TO-THE-STATION
      * A LINE WITH NO CONTRACT HAS NO CURRENCY TO CONVERT FROM AND
      * STAYS OUT OF THE MONEY TOTALS (IT IS COUNTED ABOVE)
      ******************************************************************
       2060-ADD-TO-THE-STATION.
           IF WS-RATE-TO-COMMON > 0 THEN
              MOVE 0 TO WS-STA-SUB
              PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                 UNTIL WS-INV-SUB > WS-STATION-COUNT
                 IF WS-STA-AIRPORT(WS-INV-SUB) = WS-AIRPORT-CODE THEN
                    MOVE WS-INV-SUB TO WS-STA-SUB
                 END-IF
              END-PERFORM
              IF WS-STA-SUB = 0 AND
                 WS-STATION-COUNT < CT-MAX-STATIONS THEN
                 ADD 1 TO WS-STATION-COUNT
                 MOVE WS-STATION-COUNT TO WS-STA-SUB
                 MOVE WS-AIRPORT-CODE TO WS-STA-AIRPORT(WS-STA-SUB)
                 MOVE 0 TO WS-STA-BILLED(WS-STA-SUB)
                           WS-STA-APPROVED(WS-STA-SUB)
              END-IF
              IF WS-STA-SUB > 0 THEN
                 COMPUTE WS-STA-BILLED(WS-STA-SUB) ROUNDED =
                    WS-STA-BILLED(WS-STA-SUB) +
                    WS-BILLED-AMOUNT * WS-RATE-TO-COMMON
                 COMPUTE WS-STA-APPROVED(WS-STA-SUB) ROUNDED =
                    WS-STA-APPROVED(WS-STA-SUB) +
                    WS-APPROVED-AMOUNT * WS-RATE-TO-COMMON
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2800-LIST-THE-STATIONS
      ******************************************************************
       2800-LIST-THE-STATIONS.
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-STATION-HEADER
           MOVE WS-STATION-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           PERFORM VARYING WS-STA-SUB FROM 1 BY 1
              UNTIL WS-STA-SUB > WS-STATION-COUNT
              PERFORM 2810-LIST-ONE-STATION
           END-PERFORM
           .
      ******************************************************************
      *                 2810-LIST-ONE-STATION
      ******************************************************************
       2810-LIST-ONE-STATION.
           ADD WS-STA-BILLED(WS-STA-SUB)   TO WS-TOTAL-BILLED
           ADD WS-STA-APPROVED(WS-STA-SUB) TO WS-TOTAL-APPROVED
           MOVE 0 TO WS-OVERBILLED-PCT
           IF WS-STA-BILLED(WS-STA-SUB) > 0 THEN
              COMPUTE WS-OVERBILLED-PCT ROUNDED =
                 (WS-STA-BILLED(WS-STA-SUB) -
                  WS-STA-APPROVED(WS-STA-SUB)) * 100 /
                  WS-STA-BILLED(WS-STA-SUB)
           END-IF
           MOVE WS-STA-AIRPORT(WS-STA-SUB)  TO WS-SLINE-AIRPORT
           MOVE WS-STA-BILLED(WS-STA-SUB)   TO WS-SLINE-BILLED
           MOVE WS-STA-APPROVED(WS-STA-SUB) TO WS-SLINE-APPROVED
           COMPUTE WS-SLINE-DISALLOWED =
              WS-STA-BILLED(WS-STA-SUB) - WS-STA-APPROVED(WS-STA-SUB)
           MOVE WS-OVERBILLED-PCT           TO WS-SLINE-PCT
           DISPLAY WS-STATION-LINE
           MOVE WS-STATION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RECORDS-READ    TO WS-TOTALS-READ
           MOVE WS-MATCHED         TO WS-TOTALS-MATCHED
           MOVE WS-OVERCHARGED     TO WS-TOTALS-OVERCHARGED
           MOVE WS-NOT-FOUND       TO WS-TOTALS-NOT-FOUND
           MOVE WS-CANCELED-BILLED TO WS-TOTALS-CANCELED
           MOVE WS-DUPLICATES      TO WS-TOTALS-DUPLICATES
           MOVE WS-NO-CONTRACT     TO WS-TOTALS-NO-CONTRACT
           MOVE WS-REJECTED        TO WS-TOTALS-REJECTED
           MOVE WS-TOTAL-BILLED    TO WS-TOTALS-BILLED
           MOVE WS-TOTAL-APPROVED  TO WS-TOTALS-APPROVED
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
           DISPLAY WS-TOTALS-LINE10
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
           MOVE WS-TOTALS-LINE10 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 7001-CLEAR-THE-INVOICE
      ******************************************************************
       7001-CLEAR-THE-INVOICE.
           EXEC SQL
             DELETE FROM T159_HANDLER_INVOICE_LINE
              WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
                AND HANDLER_CODE = :WS-HANDLER-CODE
                AND INVOICE_REF  = :WS-INVOICE-REF
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02545 -- INVOICE CLEAR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7002-NEXT-LINE-NUMBER
      ******************************************************************
       7002-NEXT-LINE-NUMBER.
           MOVE 0 TO WS-LINE-NUMBER
           EXEC SQL
             SELECT COALESCE(MAX(LINE_NUMBER), 0) + 1
             INTO :WS-LINE-NUMBER
             FROM T159_HANDLER_INVOICE_LINE
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND HANDLER_CODE = :WS-HANDLER-CODE
               AND INVOICE_REF  = :WS-INVOICE-REF
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02545 -- LINE NUMBER READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7010-READ-THE-FLIGHT
      * OUR DEPARTURE FROM THE INVOICING STATION, WITH ITS OFF-BLOCK
      * (BLANK WHEN NO MOVEMENT CAME), ITS CHECKED-IN PASSENGERS AND
      * HOW MANY MINUTES AFTER THE SCHEDULED DEPARTURE IT WENT
      ******************************************************************
       7010-READ-THE-FLIGHT.
           SET SO-FLIGHT-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-DEPARTURE-AIRPORT
                         WS-PLANE-MODEL
                         WS-OFF-BLOCK-TS
           MOVE 'N'   TO WS-FLIGHT-CANCELED
           MOVE 0     TO WS-PASSENGERS
                         WS-DELAY-MINUTES
           EXEC SQL
             SELECT T05.DEPARTURE_AIRPORT_CODE,
                    T08M.PLANE_MODEL,
                    CASE WHEN T05.FLIGHT_STATUS IN
                              ('CANCELED', 'DELETED')
                         THEN 'Y' ELSE 'N' END,
                    COALESCE(T70.OFF_BLOCK_TS, ' '),
                    COALESCE(T30.SEATS_CHECKED_IN, 0),
                    CASE WHEN T70.OFF_BLOCK_TS IS NULL THEN 0
                         ELSE TIMESTAMPDIFF(4, CHAR(
                              TIMESTAMP(T70.OFF_BLOCK_TS) -
                              T05.DEPARTURE_TIMESTAMP)) END
             INTO :WS-DEPARTURE-AIRPORT,
                  :WS-PLANE-MODEL,
                  :WS-FLIGHT-CANCELED,
                  :WS-OFF-BLOCK-TS,
                  :WS-PASSENGERS,
                  :WS-DELAY-MINUTES
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN
                (SELECT T08.PLANE_ID, MIN(T08.PLANE_MODEL)
                        AS PLANE_MODEL
                   FROM T08_TABLE_PLANE_TABLE T08
                  GROUP BY T08.PLANE_ID) T08M ON
                T08M.PLANE_ID = T05.PLANE_ID
             LEFT OUTER JOIN T70_FLIGHT_MOVEMENT T70 ON
                T70.FLIGHT_ID = T05.FLIGHT_ID
             LEFT OUTER JOIN T30_FLIGHT_CLOSEOUT T30 ON
                T30.FLIGHT_ID = T05.FLIGHT_ID
             WHERE T05.FLIGHT_ID              = :WS-FLIGHT-ID
               AND T05.DEPARTURE_AIRPORT_CODE = :WS-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-FLIGHT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02545 -- FLIGHT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 7020-READ-THE-CONTRACT
      * ANY STATUS -- A CONTRACT ENDED MID-MONTH STILL PRICES THE
      * TURNAROUNDS BEFORE IT ENDED
      ******************************************************************
       7020-READ-THE-CONTRACT.
           SET SO-CONTRACT-NOT-FOUND TO TRUE
           MOVE 0 TO WS-TURNAROUND-RATE
                     WS-PASSENGER-RATE
                     WS-EXTRA-SERVICE-CAP
                     WS-DELAY-HOUR-RATE
           EXEC SQL
             SELECT T158.CURRENCY_CODE,
                    T158.TURNAROUND_RATE,
                    T158.PASSENGER_RATE,
                    T158.EXTRA_SERVICE_CAP,
                    T158.DELAY_HOUR_RATE,
                    T17.RATE_TO_COMMON
             INTO :WS-CURRENCY-CODE,
                  :WS-TURNAROUND-RATE,
                  :WS-PASSENGER-RATE,
                  :WS-EXTRA-SERVICE-CAP,
                  :WS-DELAY-HOUR-RATE,
                  :WS-RATE-TO-COMMON
             FROM T158_HANDLER_CONTRACT T158
             INNER JOIN T17_CURRENCY_RATE_TABLE T17 ON
                T17.CURRENCY_CODE = T158.CURRENCY_CODE AND
                T17.EFFECTIVE_DATE =
                   (SELECT MAX(T17X.EFFECTIVE_DATE)
                      FROM T17_CURRENCY_RATE_TABLE T17X
                     WHERE T17X.CURRENCY_CODE = T17.CURRENCY_CODE)
             WHERE T158.AIRPORT_CODE = :WS-AIRPORT-CODE
               AND T158.PLANE_MODEL  = :WS-PLANE-MODEL
               AND T158.HANDLER_CODE = :WS-HANDLER-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CONTRACT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02545 -- CONTRACT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 7030-STORE-THE-LINE
      ******************************************************************
       7030-STORE-THE-LINE.
           EXEC SQL
             INSERT INTO T159_HANDLER_INVOICE_LINE
                (INVOICE_MONTH, AIRPORT_CODE, HANDLER_CODE,
                 INVOICE_REF, LINE_NUMBER, FLIGHT_ID, CHARGE_TYPE,
                 BILLED_AMOUNT, EXPECTED_AMOUNT, APPROVED_AMOUNT,
                 CURRENCY_CODE, LINE_RESULT, CHECKED_TIMESTAMP)
             VALUES
                (:WS-PARM-MONTH, :WS-AIRPORT-CODE, :WS-HANDLER-CODE,
                 :WS-INVOICE-REF, :WS-LINE-NUMBER, :WS-FLIGHT-ID,
                 :SW-CHARGE-TYPE, :WS-BILLED-AMOUNT,
                 :WS-EXPECTED-AMOUNT, :WS-APPROVED-AMOUNT,
                 :WS-CURRENCY-CODE, :WS-LINE-RESULT,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02545 -- LINE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               7040-COUNT-APPROVED-BEFORE
      * THE SAME TURN OR DELAY ALREADY APPROVED -- ON ANOTHER INVOICE,
      * OR EARLIER ON THIS ONE
      ******************************************************************
       7040-COUNT-APPROVED-BEFORE.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-APPROVED-BEFORE
             FROM T159_HANDLER_INVOICE_LINE
             WHERE FLIGHT_ID       = :WS-FLIGHT-ID
               AND CHARGE_TYPE     = :SW-CHARGE-TYPE
               AND APPROVED_AMOUNT > 0
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02545 -- DUPLICATE CHECK FAILED, SQLCODE '
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
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02545  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02545  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-FLIGHT-ID TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02545 -- HANDLING INVOICE CHECK ENDING'
           GOBACK
           .
