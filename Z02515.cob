       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02515.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- ONBOARD (BUY-ON-BOARD) SALES INTAKE AND FLIGHT
      *              RECONCILIATION
      *
      * Z02368 SENDS THE CATERER THE LOAD, BUT WHAT THE CABIN CREW
      * SELL OFF THE TROLLEYS -- FOOD, DRINK, DUTY-FREE -- CAME BACK
      * ON THE POS DEVICES AND WAS RECONCILED IN A SPREADSHEET.  THE
      * DEVICES' DOWNLOAD NOW ARRIVES AS A FILE ON DDNAME POSSALES,
      * ONE COMMA-SEPARATED RECORD EACH:
      *
      *    TYPE,FLIGHT_ID,DEVICE_ID,CREW_ID,ITEM_CODE,QUANTITY,
      *    AMOUNT,PAYMENT_TYPE,CURRENCY
      *
      *    'L' LOADED   -- THE CATERER'S UPLIFT OF AN ITEM AS SEALED
      *                    INTO THE TROLLEY; AMOUNT IS THE UNIT PRICE
      *    'S' SOLD     -- ONE SALE; AMOUNT IS WHAT WAS TAKEN,
      *                    PAYMENT_TYPE 'CASH' OR 'CARD'
      *    'R' RETURNED -- THE CLOSING COUNT OF AN ITEM LANDED BACK
      *                    (NO AMOUNT)
      *    'C' CASH     -- CASH HANDED IN BY THE CREW MEMBER, PER
      *                    CURRENCY (NO ITEM)
      *
      *    CREW_ID  -- THE T27 CREW MEMBER SIGNED ON TO THE DEVICE
      *    AMOUNT   -- DECIMAL POINT, NO GROUPING (12.50)
      *
      * EVERY RECORD MUST NAME A T05 FLIGHT AND A CREW MEMBER ROSTERED
      * ON IT (T29_CREW_ASSIGNMENT); IT IS STORED ON THE NEW
      * T135_ONBOARD_POS_LINE TABLE STAMPED WITH THIS RUN'S
      * TIMESTAMP.  A DEVICE ALREADY LOADED FOR THE FLIGHT BY AN
      * EARLIER RUN IS REFUSED, SO A FILE SENT TWICE IS NOT COUNTED
      * TWICE.  A RECORD THAT IS MALFORMED OR FAILS A CHECK FALLS OUT
      * ON THE REPORT THE SAME WAY Z02471 REJECTS AN INVOICE.
      *
      * FOR EVERY FLIGHT THE RUN LOADED, THE REPORT THEN SHOWS:
      *
      *   - PER DEVICE AND ITEM, LOADED LESS SOLD LESS RETURNED --
      *     THE SHRINKAGE, VALUED AT THE LOADED UNIT PRICE (ONLY
      *     ITEMS THAT DO NOT BALANCE ARE LISTED)
      *   - PER CREW MEMBER AND CURRENCY, THE CASH SALES AGAINST THE
      *     CASH DECLARED, AND THE VARIANCE
      *
      * Z02516 ROLLS THE SAME FIGURES UP PER CREW MEMBER AND PER
      * ROUTE FOR THE MONTH, AND Z02359 CARRIES THE SALES AS ONBOARD
      * REVENUE ON THE DAY THEY ARE LOADED.
      *
      * NEW TABLE:
      *   T135_ONBOARD_POS_LINE
      *      FLIGHT_ID               CHAR(8)       NOT NULL  T05
      *      DEVICE_ID               CHAR(8)       NOT NULL
      *      CREW_ID                 INTEGER       NOT NULL  T27
      *      RECORD_TYPE             CHAR(1)       NOT NULL  'L'/'S'/
      *                                                      'R'/'C'
      *      ITEM_CODE               CHAR(8)       NOT NULL  SPACE ON
      *                                                      'C'
      *      QUANTITY                SMALLINT      NOT NULL
      *      AMOUNT                  DECIMAL(9,2)  NOT NULL
      *      PAYMENT_TYPE            CHAR(4)       NOT NULL  'CASH'/
      *                                                      'CARD' ON
      *                                                      'S'
      *      CURRENCY_CODE           CHAR(3)       NOT NULL  T17
      *      LOADED_TIMESTAMP        TIMESTAMP     NOT NULL
      *      INDEX (FLIGHT_ID, DEVICE_ID), INDEX (LOADED_TIMESTAMP)
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  NO PARM -- THE FILE NAMES ITS FLIGHTS.
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
           SELECT POS-SALES-FILE ASSIGN TO 'POSSALES'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POS-SALES-FILE.
       01  POS-SALES-RECORD                     PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * THE FLIGHTS THIS RUN LOADED
           EXEC SQL
             DECLARE C-RUN-FLIGHTS CURSOR FOR
             SELECT DISTINCT FLIGHT_ID
             FROM T135_ONBOARD_POS_LINE
             WHERE LOADED_TIMESTAMP = :WS-RUN-TIMESTAMP
             ORDER BY FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * ONE FLIGHT'S STOCK PER DEVICE AND ITEM -- THE UNIT PRICE AND
      * CURRENCY ARE THE LOADED ONES
           EXEC SQL
             DECLARE C-ITEM-STOCK CURSOR FOR
             SELECT DEVICE_ID,
                    ITEM_CODE,
                    SUM(CASE WHEN RECORD_TYPE = 'L'
                        THEN QUANTITY ELSE 0 END),
                    SUM(CASE WHEN RECORD_TYPE = 'S'
                        THEN QUANTITY ELSE 0 END),
                    SUM(CASE WHEN RECORD_TYPE = 'R'
                        THEN QUANTITY ELSE 0 END),
                    MAX(CASE WHEN RECORD_TYPE = 'L'
                        THEN AMOUNT ELSE 0 END),
                    MAX(CASE WHEN RECORD_TYPE = 'L'
                        THEN CURRENCY_CODE ELSE ' ' END)
             FROM T135_ONBOARD_POS_LINE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND RECORD_TYPE IN ('L', 'S', 'R')
             GROUP BY DEVICE_ID, ITEM_CODE
             ORDER BY DEVICE_ID, ITEM_CODE
             FOR FETCH ONLY
           END-EXEC

      * ONE FLIGHT'S CASH PER CREW MEMBER AND CURRENCY
           EXEC SQL
             DECLARE C-CREW-CASH CURSOR FOR
             SELECT CREW_ID,
                    CURRENCY_CODE,
                    SUM(CASE WHEN RECORD_TYPE = 'S' AND
                                  PAYMENT_TYPE = :CT-CASH-PAYMENT
                        THEN AMOUNT ELSE 0 END),
                    SUM(CASE WHEN RECORD_TYPE = 'C'
                        THEN AMOUNT ELSE 0 END)
             FROM T135_ONBOARD_POS_LINE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND RECORD_TYPE IN ('S', 'C')
             GROUP BY CREW_ID, CURRENCY_CODE
             ORDER BY CREW_ID, CURRENCY_CODE
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
           05 SW-IF-END-OF-FLIGHTS          PIC X VALUE 'N'.
               88 SO-END-OF-FLIGHTS         VALUE 'Y'.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-RECORD-TYPE                PIC X.
               88 SO-LOADED-RECORD          VALUE 'L'.
               88 SO-SOLD-RECORD            VALUE 'S'.
               88 SO-RETURNED-RECORD        VALUE 'R'.
               88 SO-CASH-RECORD            VALUE 'C'.
               88 SO-ITEM-RECORD            VALUE 'L' 'S' 'R'.
               88 SO-VALID-RECORD-TYPE      VALUE 'L' 'S' 'R' 'C'.
           05 SW-PAYMENT-TYPE               PIC X(4).
               88 SO-VALID-PAYMENT-TYPE     VALUE 'CASH' 'CARD'.

       01 CT-CONSTANTS.
           05 CT-DELETED-STATUS             PIC X(15) VALUE 'DELETED'.
           05 CT-CASH-PAYMENT               PIC X(4) VALUE 'CASH'.

       01 WS-RUN-TIMESTAMP                  PIC X(26).

       01 WS-RECORD-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-DEVICE-ID                  PIC X(8).
           05 WS-CREW-TEXT                  PIC X(9).
           05 WS-ITEM-CODE                  PIC X(8).
           05 WS-QUANTITY-TEXT              PIC X(5).
           05 WS-AMOUNT-TEXT                PIC X(12).
           05 WS-CURRENCY-CODE              PIC X(3).

       01 WS-WORK-FIELDS.
           05 WS-CREW-ID                    PIC S9(9) COMP.
           05 WS-QUANTITY                   PIC S9(4) COMP.
           05 WS-AMOUNT                     PIC S9(7)V99 COMP-3.
           05 WS-FOUND-COUNT                PIC S9(9) COMP.
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-LOADED-QUANTITY            PIC S9(7) COMP.
           05 WS-SOLD-QUANTITY              PIC S9(7) COMP.
           05 WS-RETURNED-QUANTITY          PIC S9(7) COMP.
           05 WS-SHRINK-QUANTITY            PIC S9(7) COMP.
           05 WS-UNIT-PRICE                 PIC S9(7)V99 COMP-3.
           05 WS-SHRINK-VALUE               PIC S9(9)V99 COMP-3.
           05 WS-CASH-SALES                 PIC S9(9)V99 COMP-3.
           05 WS-CASH-DECLARED              PIC S9(9)V99 COMP-3.
           05 WS-CASH-VARIANCE              PIC S9(9)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-LOADED             PIC S9(7) COMP VALUE 0.
           05 WS-REJECTED                   PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-RECONCILED         PIC S9(7) COMP VALUE 0.
           05 WS-ITEMS-SHORT                PIC S9(7) COMP VALUE 0.
           05 WS-CREW-VARIANCES             PIC S9(7) COMP VALUE 0.

       01 WS-STOCK-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'FLIGHT   DEVICE   ITEM      LOAD  SOLD  '.
           05 FILLER                        PIC X(40) VALUE
              'RETN SHRNK SHRINK VAL   CUR'.

       01 WS-STOCK-LINE.
           05 WS-SLINE-FLIGHT-ID            PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-DEVICE-ID            PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-ITEM-CODE            PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-LOADED               PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-SOLD                 PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-RETURNED             PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-SHRINK               PIC -ZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SLINE-SHRINK-VALUE         PIC -ZZ,ZZ9.99.
           05 FILLER                        PIC X(3) VALUE SPACE.
           05 WS-SLINE-CURRENCY             PIC X(3).

       01 WS-CASH-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'FLIGHT     CREW ID CUR CASH SALES   DECL'.
           05 FILLER                        PIC X(40) VALUE
              'ARED    VARIANCE'.

       01 WS-CASH-LINE.
           05 WS-CLINE-FLIGHT-ID            PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-CREW-ID              PIC Z(8)9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-CURRENCY             PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-CASH-SALES           PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-DECLARED             PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-VARIANCE             PIC -ZZZ,ZZ9.99.

       01 WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'REJECTED '.
           05 WS-EXC-RECORD                 PIC X(80).
           05 FILLER                        PIC X(4)
              VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(30).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'POS RECORDS READ..............'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'POS RECORDS LOADED............'.
           05 WS-TOTALS-LOADED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'POS RECORDS REJECTED..........'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'FLIGHTS RECONCILED............'.
           05 WS-TOTALS-FLIGHTS             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'ITEMS NOT BALANCING...........'.
           05 WS-TOTALS-ITEMS-SHORT         PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'CREW CASH VARIANCES...........'.
           05 WS-TOTALS-CREW-VARIANCES      PIC ZZZ,ZZ9.

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
           PERFORM 2100-RECONCILE-THE-FLIGHTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      * ONE TIMESTAMP FOR EVERY ROW OF THE RUN -- IT TELLS THIS RUN'S
      * ROWS FROM AN EARLIER RUN'S
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02515 -- ONBOARD SALES INTAKE STARTING'
           EXEC SQL
             VALUES CHAR(CURRENT TIMESTAMP)
             INTO :WS-RUN-TIMESTAMP
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- RUN TIMESTAMP FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'ONBOARD SALES INTAKE RUN ' WS-RUN-TIMESTAMP
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT POS-SALES-FILE
           .
      ******************************************************************
      *                2000-PROCESS-THE-FILE
      ******************************************************************
       2000-PROCESS-THE-FILE.
           PERFORM 2010-READ-NEXT-RECORD
           PERFORM UNTIL SO-END-OF-FILE
              ADD 1 TO WS-RECORDS-READ
              PERFORM 2020-PROCESS-ONE-RECORD
              PERFORM 2010-READ-NEXT-RECORD
           END-PERFORM
           CLOSE POS-SALES-FILE
           .
      ******************************************************************
      *                2010-READ-NEXT-RECORD
      ******************************************************************
       2010-READ-NEXT-RECORD.
           READ POS-SALES-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                2020-PROCESS-ONE-RECORD
      ******************************************************************
       2020-PROCESS-ONE-RECORD.
           MOVE SPACE TO WS-RECORD-FIELDS
                         SW-RECORD-TYPE
                         SW-PAYMENT-TYPE
           UNSTRING POS-SALES-RECORD DELIMITED BY ','
              INTO SW-RECORD-TYPE
                   WS-FLIGHT-ID
                   WS-DEVICE-ID
                   WS-CREW-TEXT
                   WS-ITEM-CODE
                   WS-QUANTITY-TEXT
                   WS-AMOUNT-TEXT
                   SW-PAYMENT-TYPE
                   WS-CURRENCY-CODE
           END-UNSTRING
           MOVE 0 TO WS-CREW-ID
                     WS-QUANTITY
                     WS-AMOUNT
           IF WS-CREW-TEXT NOT = SPACE THEN
              COMPUTE WS-CREW-ID = FUNCTION NUMVAL(WS-CREW-TEXT)
           END-IF
           IF WS-QUANTITY-TEXT NOT = SPACE THEN
              COMPUTE WS-QUANTITY = FUNCTION NUMVAL(WS-QUANTITY-TEXT)
           END-IF
           IF WS-AMOUNT-TEXT NOT = SPACE THEN
              COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           IF NOT SO-SOLD-RECORD THEN
              MOVE SPACE TO SW-PAYMENT-TYPE
           END-IF
           IF SO-RETURNED-RECORD THEN
              MOVE 0     TO WS-AMOUNT
              MOVE SPACE TO WS-CURRENCY-CODE
           END-IF
           IF SO-CASH-RECORD THEN
              MOVE SPACE TO WS-ITEM-CODE
              MOVE 0     TO WS-QUANTITY
           END-IF
           MOVE SPACE TO WS-REJECT-REASON
           EVALUATE TRUE
           WHEN NOT SO-VALID-RECORD-TYPE OR WS-FLIGHT-ID = SPACE OR
                WS-DEVICE-ID = SPACE OR WS-CREW-ID NOT > 0
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
           WHEN SO-ITEM-RECORD AND
                (WS-ITEM-CODE = SPACE OR WS-QUANTITY NOT > 0)
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
           WHEN NOT SO-RETURNED-RECORD AND
                (WS-AMOUNT NOT > 0 OR WS-CURRENCY-CODE = SPACE)
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
           WHEN SO-SOLD-RECORD AND NOT SO-VALID-PAYMENT-TYPE
              MOVE 'PAYMENT MUST BE CASH OR CARD' TO WS-REJECT-REASON
           WHEN OTHER
              PERFORM 2030-CHECK-THE-RECORD
           END-EVALUATE
           IF WS-REJECT-REASON = SPACE THEN
              PERFORM 7050-INSERT-POS-LINE
              ADD 1 TO WS-RECORDS-LOADED
           ELSE
              PERFORM 2040-REJECT-THE-RECORD
           END-IF
           .
      ******************************************************************
      *                 2030-CHECK-THE-RECORD
      * FLIGHT, CREW ON THE FLIGHT, CURRENCY, THEN NOT LOADED BEFORE
      ******************************************************************
       2030-CHECK-THE-RECORD.
           PERFORM 7010-CHECK-FLIGHT
           IF WS-FOUND-COUNT = 0 THEN
              MOVE 'UNKNOWN FLIGHT' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              PERFORM 7020-CHECK-CREW-ON-FLIGHT
              IF WS-FOUND-COUNT = 0 THEN
                 MOVE 'CREW NOT ROSTERED ON FLIGHT' TO
                                                   WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE AND
              NOT SO-RETURNED-RECORD THEN
              PERFORM 7030-CHECK-CURRENCY
              IF WS-FOUND-COUNT = 0 THEN
                 MOVE 'UNKNOWN CURRENCY' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              PERFORM 7040-CHECK-EARLIER-RUN
              IF WS-FOUND-COUNT > 0 THEN
                 MOVE 'DEVICE ALREADY LOADED' TO WS-REJECT-REASON
              END-IF
           END-IF
           .
      ******************************************************************
      *                2040-REJECT-THE-RECORD
      ******************************************************************
       2040-REJECT-THE-RECORD.
           ADD 1 TO WS-REJECTED
           MOVE POS-SALES-RECORD     TO WS-EXC-RECORD
           MOVE WS-REJECT-REASON     TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *               2100-RECONCILE-THE-FLIGHTS
      * STOCK THEN CASH FOR EVERY FLIGHT THE RUN LOADED
      ******************************************************************
       2100-RECONCILE-THE-FLIGHTS.
           DISPLAY ' '
           DISPLAY WS-STOCK-HEADER
           MOVE WS-STOCK-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           EXEC SQL
             OPEN C-RUN-FLIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- OPEN FLIGHT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-FLIGHTS
           PERFORM 2110-FETCH-NEXT-FLIGHT
           PERFORM UNTIL SO-END-OF-FLIGHTS
              ADD 1 TO WS-FLIGHTS-RECONCILED
              PERFORM 2200-RECONCILE-THE-STOCK
              PERFORM 2110-FETCH-NEXT-FLIGHT
           END-PERFORM
           EXEC SQL
             CLOSE C-RUN-FLIGHTS
           END-EXEC
           DISPLAY ' '
           DISPLAY WS-CASH-HEADER
           MOVE WS-CASH-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           EXEC SQL
             OPEN C-RUN-FLIGHTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- OPEN FLIGHT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-FLIGHTS
           PERFORM 2110-FETCH-NEXT-FLIGHT
           PERFORM UNTIL SO-END-OF-FLIGHTS
              PERFORM 2300-RECONCILE-THE-CASH
              PERFORM 2110-FETCH-NEXT-FLIGHT
           END-PERFORM
           EXEC SQL
             CLOSE C-RUN-FLIGHTS
           END-EXEC
           .
      ******************************************************************
      *                 2110-FETCH-NEXT-FLIGHT
      ******************************************************************
       2110-FETCH-NEXT-FLIGHT.
           EXEC SQL
             FETCH C-RUN-FLIGHTS
             INTO :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-FLIGHTS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- FLIGHT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2200-RECONCILE-THE-STOCK
      * LOADED LESS SOLD LESS RETURNED PER DEVICE AND ITEM -- ONLY
      * THE ITEMS THAT DO NOT BALANCE ARE PRINTED
      ******************************************************************
       2200-RECONCILE-THE-STOCK.
           EXEC SQL
             OPEN C-ITEM-STOCK
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- OPEN STOCK CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2210-FETCH-NEXT-ITEM
           PERFORM UNTIL SO-END-OF-CURSOR
              COMPUTE WS-SHRINK-QUANTITY = WS-LOADED-QUANTITY
                      - WS-SOLD-QUANTITY - WS-RETURNED-QUANTITY
              IF WS-SHRINK-QUANTITY NOT = 0 THEN
                 PERFORM 2220-REPORT-THE-SHRINKAGE
              END-IF
              PERFORM 2210-FETCH-NEXT-ITEM
           END-PERFORM
           EXEC SQL
             CLOSE C-ITEM-STOCK
           END-EXEC
           .
      ******************************************************************
      *                 2210-FETCH-NEXT-ITEM
      ******************************************************************
       2210-FETCH-NEXT-ITEM.
           EXEC SQL
             FETCH C-ITEM-STOCK
             INTO :WS-DEVICE-ID,
                  :WS-ITEM-CODE,
                  :WS-LOADED-QUANTITY,
                  :WS-SOLD-QUANTITY,
                  :WS-RETURNED-QUANTITY,
                  :WS-UNIT-PRICE,
                  :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- STOCK FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               2220-REPORT-THE-SHRINKAGE
      * A NEGATIVE FIGURE IS MORE SOLD OR RETURNED THAN WAS LOADED --
      * A MISKEYED COUNT, SHOWN ALL THE SAME
      ******************************************************************
       2220-REPORT-THE-SHRINKAGE.
           ADD 1 TO WS-ITEMS-SHORT
           COMPUTE WS-SHRINK-VALUE =
                   WS-SHRINK-QUANTITY * WS-UNIT-PRICE
           MOVE WS-FLIGHT-ID         TO WS-SLINE-FLIGHT-ID
           MOVE WS-DEVICE-ID         TO WS-SLINE-DEVICE-ID
           MOVE WS-ITEM-CODE         TO WS-SLINE-ITEM-CODE
           MOVE WS-LOADED-QUANTITY   TO WS-SLINE-LOADED
           MOVE WS-SOLD-QUANTITY     TO WS-SLINE-SOLD
           MOVE WS-RETURNED-QUANTITY TO WS-SLINE-RETURNED
           MOVE WS-SHRINK-QUANTITY   TO WS-SLINE-SHRINK
           MOVE WS-SHRINK-VALUE      TO WS-SLINE-SHRINK-VALUE
           MOVE WS-CURRENCY-CODE     TO WS-SLINE-CURRENCY
           DISPLAY WS-STOCK-LINE
           MOVE WS-STOCK-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                2300-RECONCILE-THE-CASH
      * EVERY CREW MEMBER WHO SOLD OR HANDED IN CASH, PER CURRENCY
      ******************************************************************
       2300-RECONCILE-THE-CASH.
           EXEC SQL
             OPEN C-CREW-CASH
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- OPEN CASH CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2300' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2310-FETCH-NEXT-CREW-CASH
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2320-REPORT-THE-CASH
              PERFORM 2310-FETCH-NEXT-CREW-CASH
           END-PERFORM
           EXEC SQL
             CLOSE C-CREW-CASH
           END-EXEC
           .
      ******************************************************************
      *               2310-FETCH-NEXT-CREW-CASH
      ******************************************************************
       2310-FETCH-NEXT-CREW-CASH.
           EXEC SQL
             FETCH C-CREW-CASH
             INTO :WS-CREW-ID,
                  :WS-CURRENCY-CODE,
                  :WS-CASH-SALES,
                  :WS-CASH-DECLARED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- CASH FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2310' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2320-REPORT-THE-CASH
      * DECLARED LESS CASH SALES -- NEGATIVE IS CASH MISSING
      ******************************************************************
       2320-REPORT-THE-CASH.
           COMPUTE WS-CASH-VARIANCE =
                   WS-CASH-DECLARED - WS-CASH-SALES
           IF WS-CASH-VARIANCE NOT = 0 THEN
              ADD 1 TO WS-CREW-VARIANCES
           END-IF
           MOVE WS-FLIGHT-ID      TO WS-CLINE-FLIGHT-ID
           MOVE WS-CREW-ID        TO WS-CLINE-CREW-ID
           MOVE WS-CURRENCY-CODE  TO WS-CLINE-CURRENCY
           MOVE WS-CASH-SALES     TO WS-CLINE-CASH-SALES
           MOVE WS-CASH-DECLARED  TO WS-CLINE-DECLARED
           MOVE WS-CASH-VARIANCE  TO WS-CLINE-VARIANCE
           DISPLAY WS-CASH-LINE
           MOVE WS-CASH-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RECORDS-READ       TO WS-TOTALS-READ
           MOVE WS-RECORDS-LOADED     TO WS-TOTALS-LOADED
           MOVE WS-REJECTED           TO WS-TOTALS-REJECTED
           MOVE WS-FLIGHTS-RECONCILED TO WS-TOTALS-FLIGHTS
           MOVE WS-ITEMS-SHORT        TO WS-TOTALS-ITEMS-SHORT
           MOVE WS-CREW-VARIANCES     TO WS-TOTALS-CREW-VARIANCES
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
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
           .
      ******************************************************************
      *                    7010-CHECK-FLIGHT
      ******************************************************************
       7010-CHECK-FLIGHT.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND FLIGHT_STATUS <> :CT-DELETED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- FLIGHT CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7020-CHECK-CREW-ON-FLIGHT
      ******************************************************************
       7020-CHECK-CREW-ON-FLIGHT.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T29_CREW_ASSIGNMENT
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND CREW_ID   = :WS-CREW-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- CREW CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7030-CHECK-CURRENCY
      ******************************************************************
       7030-CHECK-CURRENCY.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- CURRENCY CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7040-CHECK-EARLIER-RUN
      * THE DEVICE'S ROWS FOR THE FLIGHT FROM ANY OTHER RUN
      ******************************************************************
       7040-CHECK-EARLIER-RUN.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T135_ONBOARD_POS_LINE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND DEVICE_ID = :WS-DEVICE-ID
               AND LOADED_TIMESTAMP <> TIMESTAMP(:WS-RUN-TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- EARLIER RUN CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7050-INSERT-POS-LINE
      ******************************************************************
       7050-INSERT-POS-LINE.
           EXEC SQL
             INSERT INTO T135_ONBOARD_POS_LINE
                (FLIGHT_ID, DEVICE_ID, CREW_ID, RECORD_TYPE,
                 ITEM_CODE, QUANTITY, AMOUNT, PAYMENT_TYPE,
                 CURRENCY_CODE, LOADED_TIMESTAMP)
             VALUES
                (:WS-FLIGHT-ID, :WS-DEVICE-ID, :WS-CREW-ID,
                 :SW-RECORD-TYPE, :WS-ITEM-CODE, :WS-QUANTITY,
                 :WS-AMOUNT, :SW-PAYMENT-TYPE, :WS-CURRENCY-CODE,
                 TIMESTAMP(:WS-RUN-TIMESTAMP))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02515 -- POS LINE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7050' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02515  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02515  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02515 -- ONBOARD SALES INTAKE ENDING'
           GOBACK
           .
