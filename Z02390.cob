      * BUILDS THE PRINT-READY DOCUMENT AS LINES ON THE NAMED TS
      * QUEUE (THE PRINT PROCESS DRAINS IT):
      *
      *   - RESERVATION HEADER (BOOKING REFERENCE, NUMBER, STATUS,
      *     BOOKED TIMESTAMP)
      *   - ONE LINE PER FLIGHT WITH DEPARTURE AND ARRIVAL SHOWN IN
      *     EACH AIRPORT'S LOCAL TIME -- THE SAME T02.TIME_ZONE2
      *     OFFSET CONVERSION Z02172'S 7005/7012-PREPARE-TIME
      *     PARAGRAPHS APPLY, DONE HERE IN SQL
      *   - ONE LINE PER PASSENGER WITH THE T18 BAGGAGE ALLOWANCE
      *   - THE AMOUNT PAID (FARES PER SEAT AND SECTION PLUS BAGGAGE
      *     AND ANCILLARY CHARGES, AND ANY TRAVEL INSURANCE PREMIUM)
      *   - UNDER EACH FLIGHT, THE CO2 PER PASSENGER OF THE BOOKING'S
      *     SEATS FROM Z02505'S T129 (PREMIUM OR ECONOMY FIGURE BY
      *     THE SEAT'S ROW), AND THE TRIP'S CO2 AFTER THE LAST FLIGHT
      *     -- NOTHING WHILE Z02505 HAS NOT YET TAKEN THE FLIGHT
      *   - THE REMARKS AGENTS KEYED ON Z02261 FOR THE PASSENGER
      *     (T143 CATEGORY 'P'), OLDEST FIRST
      *
      * RE-PRINTABLE AT ANY TIME -- THE DOCUMENT IS REBUILT FROM THE
      * LIVE ROWS ON EVERY CALL.
      *                  CHANGE LOG
      *
      *  2026-08-21  INITIAL VERSION
      *  2026-10-15  HEADER NOW LEADS WITH THE T09 RECORD LOCATOR
      *  2026-10-15  FOOTER SHOWS THE FISCAL TAX INVOICE NUMBER AND
      *              THE VAT INCLUDED WHEN Z02493 ISSUED ONE (4100)
      *  2026-10-15  UNDER EACH FLIGHT THE CO2 PER PASSENGER FROM
      *              Z02505'S T129, AND THE TRIP'S CO2 AFTER THE LAST
      *              FLIGHT (2020)
      *  2026-10-15  THE PASSENGER REMARKS KEYED ON Z02261 (T143
      *              CATEGORY 'P') PRINT UNDER A REMARKS HEADING AFTER
      *              THE PASSENGER LINES (3100)
      *  2026-10-15  THE PREMIUM OF THE ACTIVE T168 TRAVEL INSURANCE
      *              POLICY SOLD ON Z02202 PRINTS AS ITS OWN LINE AND
      *              JOINS THE AMOUNT PAID (4000)
      *
      ******************************************************************
       DATA DIVISION.
             FOR FETCH ONLY
           END-EXEC

      * THE RESERVATION'S REMARKS MEANT FOR THE PASSENGER
           EXEC SQL
             DECLARE C-DOC-REMARKS CURSOR FOR
             SELECT REMARK_TEXT
             FROM T143_RESERVATION_REMARK
             WHERE RESERVATION_ID  = :DOC-RESERVATION-ID
               AND REMARK_CATEGORY = 'P'
             ORDER BY REMARK_TIMESTAMP, REMARK_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
       01 WS-DOC-FIELDS.
           05 WS-RESERVATION-STATUS         PIC X(15).
           05 WS-HOLD-TIMESTAMP             PIC X(26).
           05 WS-RECORD-LOCATOR             PIC X(6).
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-NUMBER              PIC X(15).
           05 WS-ORIGIN-CODE                PIC X(3).
           05 WS-ANCILLARY-VALUE            PIC S9(9)V99 COMP-3.
           05 WS-SEAT-FEE-VALUE             PIC S9(9)V99 COMP-3.
           05 WS-AIRPORT-FEE-VALUE          PIC S9(9)V99 COMP-3.
           05 WS-INSURANCE-VALUE            PIC S9(9)V99 COMP-3.
           05 WS-TOTAL-PAID                 PIC S9(9)V99 COMP-3.
           05 WS-INVOICE-COUNTRY            PIC X(2).
           05 WS-INVOICE-ENTITY             PIC X(3).
           05 WS-INVOICE-NUMBER             PIC S9(9) COMP.
           05 WS-INVOICE-VAT                PIC S9(9)V99 COMP-3.
           05 WS-CO2-FUEL-SOURCE            PIC X(7).
           05 WS-CO2-FLIGHT-KG              PIC S9(9)V99 COMP-3.
           05 WS-CO2-SEAT-COUNT             PIC S9(4) COMP.
           05 WS-CO2-PER-PASSENGER          PIC S9(7)V99 COMP-3.
           05 WS-CO2-TRIP-KG                PIC S9(9)V99 COMP-3.
           05 WS-REMARK-TEXT                PIC X(60).
           05 WS-REMARK-COUNT               PIC S9(4) COMP.

       01 WS-DOC-LINE                       PIC X(80).
       01 WS-AMOUNT-FORMAT                  PIC -(7)9.99.
       01 WS-BAGS-FORMAT                    PIC ZZZ9.
       01 WS-RESERVATION-ID-FORMAT          PIC 9(9).
       01 WS-INVOICE-NUMBER-FORMAT          PIC 9(9).
       01 WS-CO2-FORMAT                     PIC ZZZ,ZZ9.9.

       LINKAGE SECTION.
           COPY ZZEC0262.
           IF DOC-RESULT = 'O' THEN
              PERFORM 2000-WRITE-FLIGHT-LINES
              PERFORM 3000-WRITE-PASSENGER-LINES
              PERFORM 3100-WRITE-REMARK-LINES
              PERFORM 4000-WRITE-RECEIPT-FOOTER
              PERFORM 4100-WRITE-TAX-INVOICE-LINE
           END-IF
           GOBACK
           .
       1000-WRITE-DOCUMENT-HEADER.
           INITIALIZE WS-RESERVATION-STATUS
           INITIALIZE WS-HOLD-TIMESTAMP
           INITIALIZE WS-RECORD-LOCATOR
           EXEC SQL
             SELECT RESERVATION_STATUS, HOLD_TIMESTAMP,
                    COALESCE(RECORD_LOCATOR, ' ')
             INTO :WS-RESERVATION-STATUS, :WS-HOLD-TIMESTAMP,
                  :WS-RECORD-LOCATOR
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE
             WHERE RESERVATION_ID = :DOC-RESERVATION-ID
           END-EXEC
           ELSE
              MOVE DOC-RESERVATION-ID TO WS-RESERVATION-ID-FORMAT
              MOVE SPACE TO WS-DOC-LINE
              STRING 'ITINERARY / RECEIPT -- BOOKING REF '
                     WS-RECORD-LOCATOR
                     '  RESERVATION ' WS-RESERVATION-ID-FORMAT
                DELIMITED BY SIZE INTO WS-DOC-LINE
              END-STRING
              PERFORM 8000-WRITE-DOC-LINE
      ******************************************************************
       2000-WRITE-FLIGHT-LINES.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           MOVE 0 TO WS-CO2-TRIP-KG
           EXEC SQL
             OPEN C-DOC-FLIGHTS
           END-EXEC
                DELIMITED BY SIZE INTO WS-DOC-LINE
              END-STRING
              PERFORM 8000-WRITE-DOC-LINE
              PERFORM 2020-WRITE-FLIGHT-CO2
              PERFORM 2010-FETCH-FLIGHT-LINE
           END-PERFORM
           EXEC SQL
             CLOSE C-DOC-FLIGHTS
           END-EXEC
           IF WS-CO2-TRIP-KG > 0 THEN
              MOVE WS-CO2-TRIP-KG TO WS-CO2-FORMAT
              MOVE SPACE TO WS-DOC-LINE
              STRING 'CO2 FOR THE WHOLE TRIP ' WS-CO2-FORMAT ' KG'
                DELIMITED BY SIZE INTO WS-DOC-LINE
              END-STRING
              PERFORM 8000-WRITE-DOC-LINE
           END-IF
           .
      ******************************************************************
      *                 2010-FETCH-FLIGHT-LINE
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-WRITE-FLIGHT-CO2
      * THE BOOKING'S SEATS ON THE FLIGHT, EACH AT ITS CABIN'S T129
      * FIGURE -- SHOWN AS THE AVERAGE PER PASSENGER
      ******************************************************************
       2020-WRITE-FLIGHT-CO2.
           MOVE 0 TO WS-CO2-FLIGHT-KG
                     WS-CO2-SEAT-COUNT
           EXEC SQL
             SELECT T129.FUEL_SOURCE,
                    SUM(CASE WHEN T04.ROW_NUMBER <=
                                  T129.PREMIUM_ROW_TO
                             THEN T129.CO2_PREMIUM_KG
                             ELSE T129.CO2_ECONOMY_KG END),
                    COUNT(*)
             INTO :WS-CO2-FUEL-SOURCE,
                  :WS-CO2-FLIGHT-KG,
                  :WS-CO2-SEAT-COUNT
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T129_FLIGHT_CO2 T129 ON
                T129.FLIGHT_ID = T04.FLIGHT_ID
             WHERE T04.RESERVATION_ID = :DOC-RESERVATION-ID
               AND T04.FLIGHT_ID      = :WS-FLIGHT-ID
             GROUP BY T129.FUEL_SOURCE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              IF WS-CO2-SEAT-COUNT > 0 THEN
                 COMPUTE WS-CO2-PER-PASSENGER ROUNDED =
                    WS-CO2-FLIGHT-KG / WS-CO2-SEAT-COUNT
                 ADD WS-CO2-FLIGHT-KG TO WS-CO2-TRIP-KG
                 MOVE WS-CO2-PER-PASSENGER TO WS-CO2-FORMAT
                 MOVE SPACE TO WS-DOC-LINE
                 IF WS-CO2-FUEL-SOURCE = 'ACTUAL' THEN
                    STRING '   CO2 PER PASSENGER ' WS-CO2-FORMAT
                           ' KG (FUEL USED)'
                      DELIMITED BY SIZE INTO WS-DOC-LINE
                    END-STRING
                 ELSE
                    STRING '   CO2 PER PASSENGER ' WS-CO2-FORMAT
                           ' KG (ESTIMATE)'
                      DELIMITED BY SIZE INTO WS-DOC-LINE
                    END-STRING
                 END-IF
                 PERFORM 8000-WRITE-DOC-LINE
              END-IF
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE 'E' TO DOC-RESULT
           END-EVALUATE
           .
      ******************************************************************
      *                3000-WRITE-PASSENGER-LINES
      ******************************************************************
       3000-WRITE-PASSENGER-LINES.
           END-EVALUATE
           .
      ******************************************************************
      *                 3100-WRITE-REMARK-LINES
      * UNDER A 'REMARKS' HEADING -- NO HEADING WITHOUT A REMARK
      ******************************************************************
       3100-WRITE-REMARK-LINES.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           MOVE 0 TO WS-REMARK-COUNT
           EXEC SQL
             OPEN C-DOC-REMARKS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE 'E' TO DOC-RESULT
              SET SO-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM 3110-FETCH-REMARK-LINE
           END-IF
           PERFORM UNTIL SO-END-OF-CURSOR
              IF WS-REMARK-COUNT = 0 THEN
                 MOVE 'REMARKS' TO WS-DOC-LINE
                 PERFORM 8000-WRITE-DOC-LINE
              END-IF
              ADD 1 TO WS-REMARK-COUNT
              MOVE SPACE TO WS-DOC-LINE
              STRING '   ' WS-REMARK-TEXT
                DELIMITED BY SIZE INTO WS-DOC-LINE
              END-STRING
              PERFORM 8000-WRITE-DOC-LINE
              PERFORM 3110-FETCH-REMARK-LINE
           END-PERFORM
           EXEC SQL
             CLOSE C-DOC-REMARKS
           END-EXEC
           .
      ******************************************************************
      *                 3110-FETCH-REMARK-LINE
      ******************************************************************
       3110-FETCH-REMARK-LINE.
           EXEC SQL
             FETCH C-DOC-REMARKS
             INTO :WS-REMARK-TEXT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE 'E' TO DOC-RESULT
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                4000-WRITE-RECEIPT-FOOTER
      * FARES PER SEAT AND SECTION, PLUS BAGGAGE AND ANCILLARY
      * CHARGES -- THE SAME DERIVATIONS Z02359 AND Z02371 USE -- AND
      * THE PREMIUM OF THE ACTIVE TRAVEL INSURANCE POLICY, TAKEN IN
      * THE SAME PAYMENT
      ******************************************************************
       4000-WRITE-RECEIPT-FOOTER.
           MOVE 0 TO WS-FARE-VALUE
              END-STRING
              PERFORM 8000-WRITE-DOC-LINE
           END-IF
           MOVE 0 TO WS-INSURANCE-VALUE
           EXEC SQL
             SELECT COALESCE(SUM(PREMIUM_AMOUNT), 0)
             INTO :WS-INSURANCE-VALUE
             FROM T168_INSURANCE_POLICY
             WHERE RESERVATION_ID = :DOC-RESERVATION-ID
               AND POLICY_STATUS  = 'ACTIVE'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE 'E' TO DOC-RESULT
           END-IF
           IF WS-INSURANCE-VALUE > 0 THEN
              MOVE WS-INSURANCE-VALUE TO WS-AMOUNT-FORMAT
              MOVE SPACE TO WS-DOC-LINE
              STRING 'TRAVEL INSURANCE ' WS-AMOUNT-FORMAT
                DELIMITED BY SIZE INTO WS-DOC-LINE
              END-STRING
              PERFORM 8000-WRITE-DOC-LINE
           END-IF
           COMPUTE WS-TOTAL-PAID =
              WS-FARE-VALUE + WS-BAGGAGE-VALUE + WS-ANCILLARY-VALUE
                 + WS-SEAT-FEE-VALUE + WS-AIRPORT-FEE-VALUE
                 + WS-INSURANCE-VALUE
           MOVE WS-TOTAL-PAID TO WS-AMOUNT-FORMAT
           MOVE SPACE TO WS-DOC-LINE
           STRING 'AMOUNT PAID ' WS-AMOUNT-FORMAT
           PERFORM 8000-WRITE-DOC-LINE
           .
      ******************************************************************
      *               4100-WRITE-TAX-INVOICE-LINE
      * THE RESERVATION'S FIRST FISCAL TAX INVOICE (Z02493), WHERE
      * THE COUNTRY OF SALE CALLED FOR ONE -- NOTHING OTHERWISE
      ******************************************************************
       4100-WRITE-TAX-INVOICE-LINE.
           EXEC SQL
             SELECT COUNTRY_CODE, ISSUING_ENTITY, DOCUMENT_NUMBER,
                    VAT_AMOUNT
             INTO :WS-INVOICE-COUNTRY, :WS-INVOICE-ENTITY,
                  :WS-INVOICE-NUMBER, :WS-INVOICE-VAT
             FROM T115_FISCAL_DOCUMENT
             WHERE RESERVATION_ID       = :DOC-RESERVATION-ID
               AND DOCUMENT_TYPE        = 'INVOICE'
               AND ORIGINAL_DOCUMENT_ID = 0
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE WS-INVOICE-NUMBER TO WS-INVOICE-NUMBER-FORMAT
              MOVE WS-INVOICE-VAT TO WS-AMOUNT-FORMAT
              MOVE SPACE TO WS-DOC-LINE
              STRING 'TAX INVOICE ' WS-INVOICE-COUNTRY '-'
                     WS-INVOICE-ENTITY '-' WS-INVOICE-NUMBER-FORMAT
                     '  VAT INCLUDED ' WS-AMOUNT-FORMAT
                DELIMITED BY SIZE INTO WS-DOC-LINE
              END-STRING
              PERFORM 8000-WRITE-DOC-LINE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE 'E' TO DOC-RESULT
           END-EVALUATE
           .
      ******************************************************************
      *                  8000-WRITE-DOC-LINE
      * THE DOCUMENT IS A TS QUEUE THE PRINT PROCESS DRAINS -- THE
      * CALLER NAMES THE QUEUE IN THE PARM BLOCK
