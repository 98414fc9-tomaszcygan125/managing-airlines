       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02471.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY CREW HOTEL INVOICE MATCH AND COSTING
      *
      * THE CONTRACT HOTELS INVOICE ONCE A MONTH AND NOBODY COULD
      * SAY WHETHER THE NIGHTS BILLED WERE NIGHTS THE ROSTER USED.
      * THE INVOICES ARRIVE AS A FILE ON DDNAME HOTELINV, ONE
      * COMMA-SEPARATED RECORD EACH:
      *
      *    AIRPORT,HOTEL_CODE,YYYY-MM,ROOM_NIGHTS,AMOUNT,INVOICE_REF
      *
      *    AMOUNT -- IN THE CONTRACT CURRENCY, DECIMAL POINT, NO
      *              GROUPING (12345.60)
      *
      * THE ROSTERED NIGHTS FOR A HOTEL ARE ITS T96_CREW_ROOM_NIGHT
      * ROWS FOR THE PARM MONTH STILL BOOKED PLUS THE ONES CANCELED
      * INSIDE THE HOTEL'S CUT-OFF (LATE_CANCEL 'Y', STILL PAYABLE)
      * -- SEE Z02470.  THE EXPECTED AMOUNT IS THOSE NIGHTS AT THE
      * T95_HOTEL_CONTRACT ROOM_RATE.  EACH INVOICE IS REPORTED
      * MATCHED, OVERBILLED OR UNDERBILLED (NIGHTS AND AMOUNT BOTH
      * SHOWN), AND EVERY HOTEL THE ROSTER USED THAT SENT NO
      * INVOICE IS LISTED AT THE END.  A RECORD THAT IS MALFORMED,
      * FOR ANOTHER MONTH OR FOR AN UNKNOWN CONTRACT FALLS OUT ON
      * THE REPORT THE SAME WAY Z02426 REJECTS A BAD MESSAGE.
      *
      * FINALLY EVERY PAYABLE NIGHT OF THE MONTH NOT YET COSTED IS
      * POSTED TO T54_DISRUPTION_COST AS COST_TYPE 'CREWHOTL'
      * (FLIGHT_ID THE ARRIVAL FLIGHT, REFERENCE_KEY THE CREW ID,
      * COST_AMOUNT THE ROOM RATE IN THE CONTRACT CURRENCY) AND
      * MARKED COST_POSTED 'Y', SO A RERUN NEVER POSTS A NIGHT
      * TWICE.  Z02407 THEN ROLLS THE NIGHTS UP WITH THE FLIGHT'S
      * OTHER COSTS.
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  THE MONTH COMES ON THE SYSIN CARD, THE
      * SAME CONVENTION Z02445 USES:
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
           SELECT HOTEL-INVOICE-FILE ASSIGN TO 'HOTELINV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOTEL-INVOICE-FILE.
       01  HOTEL-INVOICE-RECORD                 PIC X(60).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * HOTELS THE ROSTER USED IN THE MONTH
           EXEC SQL
             DECLARE C-HOTELS-USED CURSOR FOR
             SELECT DISTINCT AIRPORT_CODE, HOTEL_CODE
             FROM T96_CREW_ROOM_NIGHT
             WHERE YEAR(NIGHT_DATE)  = :WS-PARM-YEAR
               AND MONTH(NIGHT_DATE) = :WS-PARM-MONTH-NUM
               AND (ROOM_STATUS = :CT-BOOKED-STATUS OR
                    LATE_CANCEL = 'Y')
             ORDER BY AIRPORT_CODE, HOTEL_CODE
             FOR FETCH ONLY
           END-EXEC

      * PAYABLE NIGHTS OF THE MONTH NOT YET ON T54
           EXEC SQL
             DECLARE C-UNPOSTED-NIGHTS CURSOR FOR
             SELECT T96.CREW_ID,
                    CHAR(T96.NIGHT_DATE, ISO),
                    T96.AIRPORT_CODE,
                    T96.ARRIVAL_FLIGHT_ID,
                    T95.ROOM_RATE
             FROM T96_CREW_ROOM_NIGHT T96
             INNER JOIN T95_HOTEL_CONTRACT T95 ON
                   T95.AIRPORT_CODE = T96.AIRPORT_CODE
               AND T95.HOTEL_CODE   = T96.HOTEL_CODE
             WHERE YEAR(T96.NIGHT_DATE)  = :WS-PARM-YEAR
               AND MONTH(T96.NIGHT_DATE) = :WS-PARM-MONTH-NUM
               AND (T96.ROOM_STATUS = :CT-BOOKED-STATUS OR
                    T96.LATE_CANCEL = 'Y')
               AND T96.COST_POSTED = 'N'
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-FILE             PIC X VALUE 'N'.
               88 SO-END-OF-FILE            VALUE 'Y'.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-IF-CONTRACT-FOUND          PIC X VALUE 'N'.
               88 SO-CONTRACT-FOUND         VALUE 'Y'.
               88 SO-CONTRACT-NOT-FOUND     VALUE 'N'.
           05 SW-IF-HOTEL-INVOICED          PIC X VALUE 'N'.
               88 SO-HOTEL-INVOICED         VALUE 'Y'.
               88 SO-HOTEL-NOT-INVOICED     VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-BOOKED-STATUS              PIC X(10) VALUE 'BOOKED'.
           05 CT-COST-TYPE                  PIC X(8) VALUE 'CREWHOTL'.
           05 CT-MAX-INVOICED               PIC S9(4) COMP VALUE 500.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-RECORD-FIELDS.
           05 WS-AIRPORT-CODE               PIC X(3).
           05 WS-HOTEL-CODE                 PIC X(8).
           05 WS-INVOICE-MONTH              PIC X(7).
           05 WS-NIGHTS-TEXT                PIC X(6).
           05 WS-AMOUNT-TEXT                PIC X(12).
           05 WS-INVOICE-REF                PIC X(15).

       01 WS-WORK-FIELDS.
           05 WS-INVOICE-NIGHTS             PIC S9(5) COMP.
           05 WS-INVOICE-AMOUNT             PIC S9(9)V99 COMP-3.
           05 WS-ROSTER-NIGHTS              PIC S9(5) COMP.
           05 WS-EXPECTED-AMOUNT            PIC S9(9)V99 COMP-3.
           05 WS-ROOM-RATE                  PIC S9(7)V99 COMP-3.
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-CREW-ID                    PIC S9(9) COMP.
           05 WS-NIGHT-DATE                 PIC X(10).
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-INV-SUB                    PIC S9(4) COMP.

       01 WS-INVOICED-TABLE.
           05 WS-INVOICED-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-INVOICED-HOTEL             OCCURS 500 TIMES
                                            PIC X(11).

       01 WS-THIS-HOTEL.
           05 WS-THIS-AIRPORT               PIC X(3).
           05 WS-THIS-HOTEL-CODE            PIC X(8).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-MATCHED                    PIC S9(7) COMP VALUE 0.
           05 WS-OVERBILLED                 PIC S9(7) COMP VALUE 0.
           05 WS-UNDERBILLED                PIC S9(7) COMP VALUE 0.
           05 WS-REJECTED                   PIC S9(7) COMP VALUE 0.
           05 WS-NOT-INVOICED               PIC S9(7) COMP VALUE 0.
           05 WS-NIGHTS-POSTED              PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'STA HOTEL    INVOICE         NGHTS ROSTR'.
           05 FILLER                        PIC X(40) VALUE
              '   INVOICED   EXPECTED CUR RESULT'.

       01 WS-REPORT-LINE.
           05 WS-LINE-AIRPORT               PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-HOTEL-CODE            PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICE-REF           PIC X(15).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICE-NIGHTS        PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ROSTER-NIGHTS         PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICE-AMOUNT        PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-EXPECTED-AMOUNT       PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CURRENCY              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RESULT                PIC X(11).

       01 WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'REJECTED '.
           05 WS-EXC-RECORD                 PIC X(60).
           05 FILLER                        PIC X(4)
              VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(30).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'INVOICES READ.................'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'INVOICES MATCHED..............'.
           05 WS-TOTALS-MATCHED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'INVOICES OVERBILLED...........'.
           05 WS-TOTALS-OVERBILLED          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'INVOICES UNDERBILLED..........'.
           05 WS-TOTALS-UNDERBILLED         PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'INVOICES REJECTED.............'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'HOTELS USED, NOT INVOICED.....'.
           05 WS-TOTALS-NOT-INVOICED        PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE7.
           05 FILLER                        PIC X(30)
              VALUE 'ROOM-NIGHTS POSTED TO T54.....'.
           05 WS-TOTALS-POSTED              PIC ZZZ,ZZ9.

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
           PERFORM 2100-LIST-NOT-INVOICED
           PERFORM 2200-POST-THE-NIGHTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02471 -- CREW HOTEL INVOICE MATCH STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02471 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02471 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CREW HOTEL INVOICES FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT HOTEL-INVOICE-FILE
           .
      ******************************************************************
      *                2000-PROCESS-THE-FILE
      ******************************************************************
       2000-PROCESS-THE-FILE.
           PERFORM 2010-READ-NEXT-INVOICE
           PERFORM UNTIL SO-END-OF-FILE
              ADD 1 TO WS-RECORDS-READ
              PERFORM 2020-PROCESS-ONE-INVOICE
              PERFORM 2010-READ-NEXT-INVOICE
           END-PERFORM
           CLOSE HOTEL-INVOICE-FILE
           .
      ******************************************************************
      *                2010-READ-NEXT-INVOICE
      ******************************************************************
       2010-READ-NEXT-INVOICE.
           READ HOTEL-INVOICE-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                2020-PROCESS-ONE-INVOICE
      ******************************************************************
       2020-PROCESS-ONE-INVOICE.
           MOVE SPACE TO WS-RECORD-FIELDS
           UNSTRING HOTEL-INVOICE-RECORD DELIMITED BY ','
              INTO WS-AIRPORT-CODE
                   WS-HOTEL-CODE
                   WS-INVOICE-MONTH
                   WS-NIGHTS-TEXT
                   WS-AMOUNT-TEXT
                   WS-INVOICE-REF
           END-UNSTRING
           MOVE 0 TO WS-INVOICE-NIGHTS
           MOVE 0 TO WS-INVOICE-AMOUNT
           IF WS-NIGHTS-TEXT NOT = SPACE AND
              WS-AMOUNT-TEXT NOT = SPACE THEN
              COMPUTE WS-INVOICE-NIGHTS =
                      FUNCTION NUMVAL(WS-NIGHTS-TEXT)
              COMPUTE WS-INVOICE-AMOUNT =
                      FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           EVALUATE TRUE
           WHEN WS-AIRPORT-CODE = SPACE OR WS-HOTEL-CODE = SPACE OR
                WS-INVOICE-REF = SPACE OR
                WS-INVOICE-NIGHTS NOT > 0 OR
                WS-INVOICE-AMOUNT NOT > 0
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
              PERFORM 2040-REJECT-THE-INVOICE
           WHEN WS-INVOICE-MONTH NOT = WS-PARM-MONTH
              MOVE 'NOT FOR THIS MONTH' TO WS-REJECT-REASON
              PERFORM 2040-REJECT-THE-INVOICE
           WHEN OTHER
              PERFORM 7010-READ-CONTRACT
              IF SO-CONTRACT-NOT-FOUND THEN
                 MOVE 'UNKNOWN HOTEL CONTRACT' TO WS-REJECT-REASON
                 PERFORM 2040-REJECT-THE-INVOICE
              ELSE
                 PERFORM 2030-MATCH-THE-INVOICE
              END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                 2030-MATCH-THE-INVOICE
      ******************************************************************
       2030-MATCH-THE-INVOICE.
           PERFORM 7020-COUNT-ROSTER-NIGHTS
           COMPUTE WS-EXPECTED-AMOUNT =
                   WS-ROSTER-NIGHTS * WS-ROOM-RATE
           EVALUATE TRUE
           WHEN WS-INVOICE-AMOUNT > WS-EXPECTED-AMOUNT
              MOVE 'OVERBILLED'  TO WS-LINE-RESULT
              ADD 1 TO WS-OVERBILLED
           WHEN WS-INVOICE-AMOUNT < WS-EXPECTED-AMOUNT
              MOVE 'UNDERBILLED' TO WS-LINE-RESULT
              ADD 1 TO WS-UNDERBILLED
           WHEN WS-INVOICE-NIGHTS > WS-ROSTER-NIGHTS
              MOVE 'OVERBILLED'  TO WS-LINE-RESULT
              ADD 1 TO WS-OVERBILLED
           WHEN WS-INVOICE-NIGHTS < WS-ROSTER-NIGHTS
              MOVE 'UNDERBILLED' TO WS-LINE-RESULT
              ADD 1 TO WS-UNDERBILLED
           WHEN OTHER
              MOVE 'MATCHED'     TO WS-LINE-RESULT
              ADD 1 TO WS-MATCHED
           END-EVALUATE
           MOVE WS-AIRPORT-CODE    TO WS-LINE-AIRPORT
           MOVE WS-HOTEL-CODE      TO WS-LINE-HOTEL-CODE
           MOVE WS-INVOICE-REF     TO WS-LINE-INVOICE-REF
           MOVE WS-INVOICE-NIGHTS  TO WS-LINE-INVOICE-NIGHTS
           MOVE WS-ROSTER-NIGHTS   TO WS-LINE-ROSTER-NIGHTS
           MOVE WS-INVOICE-AMOUNT  TO WS-LINE-INVOICE-AMOUNT
           MOVE WS-EXPECTED-AMOUNT TO WS-LINE-EXPECTED-AMOUNT
           MOVE WS-CURRENCY-CODE   TO WS-LINE-CURRENCY
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           IF WS-INVOICED-COUNT < CT-MAX-INVOICED THEN
              ADD 1 TO WS-INVOICED-COUNT
              MOVE WS-AIRPORT-CODE TO WS-THIS-AIRPORT
              MOVE WS-HOTEL-CODE   TO WS-THIS-HOTEL-CODE
              MOVE WS-THIS-HOTEL
                TO WS-INVOICED-HOTEL(WS-INVOICED-COUNT)
           END-IF
           .
      ******************************************************************
      *                2040-REJECT-THE-INVOICE
      ******************************************************************
       2040-REJECT-THE-INVOICE.
           ADD 1 TO WS-REJECTED
           MOVE HOTEL-INVOICE-RECORD TO WS-EXC-RECORD
           MOVE WS-REJECT-REASON     TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                2100-LIST-NOT-INVOICED
      * EVERY HOTEL THE ROSTER USED THIS MONTH THAT SENT NOTHING
      ******************************************************************
       2100-LIST-NOT-INVOICED.
           EXEC SQL
             OPEN C-HOTELS-USED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02471 -- OPEN HOTEL CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2110-FETCH-NEXT-HOTEL
           PERFORM UNTIL SO-END-OF-CURSOR
              MOVE WS-AIRPORT-CODE TO WS-THIS-AIRPORT
              MOVE WS-HOTEL-CODE   TO WS-THIS-HOTEL-CODE
              SET SO-HOTEL-NOT-INVOICED TO TRUE
              PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                 UNTIL WS-INV-SUB > WS-INVOICED-COUNT
                 IF WS-INVOICED-HOTEL(WS-INV-SUB) = WS-THIS-HOTEL THEN
                    SET SO-HOTEL-INVOICED TO TRUE
                 END-IF
              END-PERFORM
              IF SO-HOTEL-NOT-INVOICED THEN
                 PERFORM 2120-REPORT-NOT-INVOICED
              END-IF
              PERFORM 2110-FETCH-NEXT-HOTEL
           END-PERFORM
           EXEC SQL
             CLOSE C-HOTELS-USED
           END-EXEC
           .
      ******************************************************************
      *                 2110-FETCH-NEXT-HOTEL
      ******************************************************************
       2110-FETCH-NEXT-HOTEL.
           EXEC SQL
             FETCH C-HOTELS-USED
             INTO :WS-AIRPORT-CODE,
                  :WS-HOTEL-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02471 -- HOTEL FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2120-REPORT-NOT-INVOICED
      ******************************************************************
       2120-REPORT-NOT-INVOICED.
           ADD 1 TO WS-NOT-INVOICED
           PERFORM 7010-READ-CONTRACT
           PERFORM 7020-COUNT-ROSTER-NIGHTS
           COMPUTE WS-EXPECTED-AMOUNT =
                   WS-ROSTER-NIGHTS * WS-ROOM-RATE
           MOVE WS-AIRPORT-CODE    TO WS-LINE-AIRPORT
           MOVE WS-HOTEL-CODE      TO WS-LINE-HOTEL-CODE
           MOVE SPACE              TO WS-LINE-INVOICE-REF
           MOVE 0                  TO WS-LINE-INVOICE-NIGHTS
           MOVE WS-ROSTER-NIGHTS   TO WS-LINE-ROSTER-NIGHTS
           MOVE 0                  TO WS-LINE-INVOICE-AMOUNT
           MOVE WS-EXPECTED-AMOUNT TO WS-LINE-EXPECTED-AMOUNT
           MOVE WS-CURRENCY-CODE   TO WS-LINE-CURRENCY
           MOVE 'NO INVOICE'       TO WS-LINE-RESULT
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  2200-POST-THE-NIGHTS
      ******************************************************************
       2200-POST-THE-NIGHTS.
           EXEC SQL
             OPEN C-UNPOSTED-NIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02471 -- OPEN NIGHT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2210-FETCH-NEXT-NIGHT
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 7030-POST-THE-NIGHT
              ADD 1 TO WS-NIGHTS-POSTED
              PERFORM 2210-FETCH-NEXT-NIGHT
           END-PERFORM
           EXEC SQL
             CLOSE C-UNPOSTED-NIGHTS
           END-EXEC
           .
      ******************************************************************
      *                 2210-FETCH-NEXT-NIGHT
      ******************************************************************
       2210-FETCH-NEXT-NIGHT.
           EXEC SQL
             FETCH C-UNPOSTED-NIGHTS
             INTO :WS-CREW-ID,
                  :WS-NIGHT-DATE,
                  :WS-AIRPORT-CODE,
                  :WS-FLIGHT-ID,
                  :WS-ROOM-RATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02471 -- NIGHT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RECORDS-READ  TO WS-TOTALS-READ
           MOVE WS-MATCHED       TO WS-TOTALS-MATCHED
           MOVE WS-OVERBILLED    TO WS-TOTALS-OVERBILLED
           MOVE WS-UNDERBILLED   TO WS-TOTALS-UNDERBILLED
           MOVE WS-REJECTED      TO WS-TOTALS-REJECTED
           MOVE WS-NOT-INVOICED  TO WS-TOTALS-NOT-INVOICED
           MOVE WS-NIGHTS-POSTED TO WS-TOTALS-POSTED
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
      *                    7010-READ-CONTRACT
      * ANY STATUS -- A CONTRACT ENDED MID-MONTH STILL BILLS FOR THE
      * NIGHTS BEFORE IT ENDED
      ******************************************************************
       7010-READ-CONTRACT.
           SET SO-CONTRACT-NOT-FOUND TO TRUE
           MOVE 0     TO WS-ROOM-RATE
           MOVE SPACE TO WS-CURRENCY-CODE
           EXEC SQL
             SELECT ROOM_RATE, CURRENCY_CODE
             INTO :WS-ROOM-RATE, :WS-CURRENCY-CODE
             FROM T95_HOTEL_CONTRACT
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND HOTEL_CODE   = :WS-HOTEL-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CONTRACT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02471 -- CONTRACT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 7020-COUNT-ROSTER-NIGHTS
      ******************************************************************
       7020-COUNT-ROSTER-NIGHTS.
           MOVE 0 TO WS-ROSTER-NIGHTS
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-ROSTER-NIGHTS
             FROM T96_CREW_ROOM_NIGHT
             WHERE AIRPORT_CODE      = :WS-AIRPORT-CODE
               AND HOTEL_CODE        = :WS-HOTEL-CODE
               AND YEAR(NIGHT_DATE)  = :WS-PARM-YEAR
               AND MONTH(NIGHT_DATE) = :WS-PARM-MONTH-NUM
               AND (ROOM_STATUS = :CT-BOOKED-STATUS OR
                    LATE_CANCEL = 'Y')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02471 -- NIGHT COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7030-POST-THE-NIGHT
      * ONE T54 ROW PER NIGHT, THEN FLAGGED SO A RERUN SKIPS IT
      ******************************************************************
       7030-POST-THE-NIGHT.
           EXEC SQL
             INSERT INTO T54_DISRUPTION_COST
                (FLIGHT_ID, COST_TYPE, COST_AMOUNT, REFERENCE_KEY,
                 RECORDED_TIMESTAMP)
             VALUES
                (:WS-FLIGHT-ID, :CT-COST-TYPE, :WS-ROOM-RATE,
                 :WS-CREW-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02471 -- COST INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             UPDATE T96_CREW_ROOM_NIGHT
                SET COST_POSTED = 'Y'
              WHERE CREW_ID      = :WS-CREW-ID
                AND NIGHT_DATE   = DATE(:WS-NIGHT-DATE)
                AND AIRPORT_CODE = :WS-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02471 -- POSTED FLAG FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02471  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02471  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02471 -- CREW HOTEL INVOICE MATCH ENDING'
           GOBACK
           .
