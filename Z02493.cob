       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02493.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- FISCAL TAX INVOICE AND CREDIT NOTE WRITER
      *
      * Z02390'S ITINERARY AND RECEIPT IS NOT A LEGAL TAX INVOICE.
      * SEVERAL COUNTRIES WE SELL IN WANT ONE: AN UNBROKEN NUMBER
      * SEQUENCE PER COUNTRY AND ISSUING ENTITY, THE VAT / GST BROKEN
      * OUT BY RATE, AND A CREDIT NOTE WHENEVER THE AMOUNT IS LATER
      * REDUCED.  THIS SUBPROGRAM WRITES THOSE DOCUMENTS.
      *
      * THE COUNTRY OF SALE IS THE COUNTRY OF THE DEPARTURE AIRPORT OF
      * THE RESERVATION'S FIRST FLIGHT (T02.COUNTRY_CODE) AND THE
      * ISSUING ENTITY IS THAT FLIGHT'S OPERATING AIRLINE, WHOSE T01
      * HOME CURRENCY IS THE DOCUMENT CURRENCY.  ONLY A COUNTRY WITH
      * ROWS ON T113_VAT_RATE (KEPT BY Z02336'S 'T' ACTION) IS A
      * FISCAL COUNTRY -- ANYWHERE ELSE THE RECEIPT STAYS ENOUGH AND
      * NOTHING IS WRITTEN.
      *
      * ALL OUR PRICES ARE TAX INCLUSIVE, SO EACH LINE'S VAT IS TAKEN
      * OUT OF THE GROSS : VAT = GROSS * RATE / (100 + RATE).  THE
      * PRODUCT TYPES AND THEIR AMOUNTS ARE THE SAME DERIVATIONS
      * Z02390 PRINTS ON THE RECEIPT:
      *
      *   FARE       T14 FARES PER SEAT AND SECTION
      *   FEE        T76 AIRPORT FEES OF THE DEPARTURE AIRPORTS
      *   ANCILLARY  T35 ANCILLARY SALES PLUS T18 EXCESS BAGGAGE
      *   SEAT-FEE   T69 PREMIUM SEAT FEES
      *
      * CALLED WITH THE ZZEC0271 AREA:
      *
      *   FISC-FUNCTION         X(8)   'INVOICE' -- THE WHOLE
      *                                RESERVATION, ONCE, ON TICKETING
      *                                (A SECOND CALL FINDS THE FIRST
      *                                INVOICE AND WRITES NOTHING)
      *                                'EXTRA'   -- A FURTHER INVOICE
      *                                FOR A FARE INCREASE (REISSUE)
      *                                'CREDIT'  -- A CREDIT NOTE FOR A
      *                                REDUCTION (REFUND, REISSUE)
      *   FISC-RESERVATION-ID   S9(9) COMP
      *   FISC-AMOUNT           S9(9)V99 COMP-3  GROSS AMOUNT OF AN
      *                                'EXTRA' OR 'CREDIT' CALL
      *   FISC-OPERATOR-ID      X(8)   EIBOPID FROM A SCREEN, THE JOB
      *                                NAME FROM A BATCH
      *   FISC-COUNTRY-CODE     X(2)   RETURNED
      *   FISC-DOCUMENT-NUMBER  S9(9) COMP  RETURNED
      *   FISC-RESULT           X      'O' DOCUMENT WRITTEN, 'N' NONE
      *                                NEEDED, 'E' DB2 ERROR
      *
      * 'EXTRA' AND 'CREDIT' FOLLOW THE RESERVATION'S FIRST INVOICE --
      * SAME COUNTRY, ENTITY AND CURRENCY, AND NOTHING AT ALL WHEN THE
      * RESERVATION WAS NEVER INVOICED.  A CREDIT IS SPREAD OVER THE
      * INVOICED LINES STILL NOT CREDITED, IN PROPORTION, AT THE RATE
      * EACH WAS INVOICED AT, AND IS CAPPED AT WHAT IS LEFT TO CREDIT.
      *
      * NEW TABLES:
      *
      *   T114_INVOICE_SEQUENCE  COUNTRY_CODE, ISSUING_ENTITY,
      *                          DOCUMENT_TYPE, LAST_NUMBER -- ONE
      *                          SERIES FOR INVOICES AND ONE FOR
      *                          CREDIT NOTES PER COUNTRY AND ENTITY
      *   T115_FISCAL_DOCUMENT   DOCUMENT_ID (T20), COUNTRY_CODE,
      *                          ISSUING_ENTITY, DOCUMENT_TYPE
      *                          (INVOICE / CREDIT), DOCUMENT_NUMBER,
      *                          RESERVATION_ID, ORIGINAL_DOCUMENT_ID
      *                          (0 ON A FIRST INVOICE), CURRENCY_CODE,
      *                          NET_AMOUNT, VAT_AMOUNT, GROSS_AMOUNT,
      *                          ISSUED_DATE, ISSUED_BY
      *   T116_FISCAL_DOCUMENT_LINE  DOCUMENT_ID, PRODUCT_TYPE,
      *                          VAT_PERCENT, NET_AMOUNT, VAT_AMOUNT,
      *                          GROSS_AMOUNT
      *
      * THE NUMBER IS TAKEN BY UPDATING THE T114 ROW, WHICH HOLDS ITS
      * LOCK UNTIL THE CALLER COMMITS -- THE NUMBER AND THE DOCUMENT
      * COMMIT OR ROLL BACK TOGETHER, SO THE SERIES HAS NO GAPS.  THE
      * CALLER MUST THEREFORE TREAT AN 'E' RESULT AS A DB2 ERROR AND
      * ROLL ITS WORK BACK.  COMMIT IS THE CALLER'S BUSINESS, AS WITH
      * EVERY OTHER SUBPROGRAM IN THE SUITE.
      *
      * Z02494 LISTS THE DOCUMENTS AS THE MONTHLY VAT RETURN.
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

      * INVOICED LINES OF THE RESERVATION LESS WHAT WAS CREDITED, PER
      * PRODUCT TYPE AND RATE
           EXEC SQL
             DECLARE C-OPEN-LINES CURSOR FOR
             SELECT T116.PRODUCT_TYPE,
                    T116.VAT_PERCENT,
                    SUM(CASE WHEN T115.DOCUMENT_TYPE = 'CREDIT'
                             THEN 0 - T116.GROSS_AMOUNT
                             ELSE T116.GROSS_AMOUNT
                        END)
             FROM T115_FISCAL_DOCUMENT T115
             INNER JOIN T116_FISCAL_DOCUMENT_LINE T116 ON
                T116.DOCUMENT_ID = T115.DOCUMENT_ID
             WHERE T115.RESERVATION_ID = :FISC-RESERVATION-ID
             GROUP BY T116.PRODUCT_TYPE, T116.VAT_PERCENT
             HAVING SUM(CASE WHEN T115.DOCUMENT_TYPE = 'CREDIT'
                             THEN 0 - T116.GROSS_AMOUNT
                             ELSE T116.GROSS_AMOUNT
                        END) > 0
             ORDER BY 1, 2
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
               88 SO-NOT-END-OF-CURSOR      VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-INVOICE-TYPE               PIC X(8) VALUE 'INVOICE'.
           05 CT-CREDIT-TYPE                PIC X(8) VALUE 'CREDIT'.
           05 CT-MAX-LINES                  PIC S9(4) COMP VALUE 20.

       01 WS-DOCUMENT.
           05 WS-DOCUMENT-ID                PIC S9(9) COMP.
           05 WS-ORIGINAL-DOCUMENT-ID       PIC S9(9) COMP.
           05 WS-DOCUMENT-NUMBER            PIC S9(9) COMP.
           05 WS-DOCUMENT-TYPE              PIC X(8).
           05 WS-COUNTRY-CODE               PIC X(2).
           05 WS-ISSUING-ENTITY             PIC X(3).
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-DOC-NET                    PIC S9(9)V99 COMP-3.
           05 WS-DOC-VAT                    PIC S9(9)V99 COMP-3.
           05 WS-DOC-GROSS                  PIC S9(9)V99 COMP-3.

       01 WS-DOC-LINES.
           05 WS-LINE-COUNT                 PIC S9(4) COMP.
           05 WS-LINE OCCURS 20 TIMES.
              10 WS-LINE-PRODUCT-TYPE       PIC X(10).
              10 WS-LINE-VAT-PERCENT        PIC S9(3)V99 COMP-3.
              10 WS-LINE-OPEN-GROSS         PIC S9(9)V99 COMP-3.
              10 WS-LINE-GROSS              PIC S9(9)V99 COMP-3.
              10 WS-LINE-VAT                PIC S9(9)V99 COMP-3.
              10 WS-LINE-NET                PIC S9(9)V99 COMP-3.

       01 WS-WORK-FIELDS.
           05 WS-LINE-SUB                   PIC S9(4) COMP.
           05 WS-INVOICE-COUNT              PIC S9(9) COMP.
           05 WS-RATE-COUNT                 PIC S9(9) COMP.
           05 WS-SALE-DATE                  PIC X(10).
           05 WS-PRODUCT-TYPE               PIC X(10).
           05 WS-VAT-PERCENT                PIC S9(3)V99 COMP-3.
           05 WS-OPEN-GROSS                 PIC S9(9)V99 COMP-3.
           05 WS-OPEN-TOTAL                 PIC S9(9)V99 COMP-3.
           05 WS-CREDIT-GROSS               PIC S9(9)V99 COMP-3.
           05 WS-CREDIT-SPREAD              PIC S9(9)V99 COMP-3.
           05 WS-FARE-VALUE                 PIC S9(9)V99 COMP-3.
           05 WS-FEE-VALUE                  PIC S9(9)V99 COMP-3.
           05 WS-ANCILLARY-VALUE            PIC S9(9)V99 COMP-3.
           05 WS-BAGGAGE-VALUE              PIC S9(9)V99 COMP-3.
           05 WS-SEAT-FEE-VALUE             PIC S9(9)V99 COMP-3.

      * ONE ENTRY OF WS-LINE, AS HOST VARIABLES FOR THE INSERT
       01 WS-LINE-ROW.
           05 WS-ROW-PRODUCT-TYPE           PIC X(10).
           05 WS-ROW-VAT-PERCENT            PIC S9(3)V99 COMP-3.
           05 WS-ROW-OPEN-GROSS             PIC S9(9)V99 COMP-3.
           05 WS-ROW-GROSS                  PIC S9(9)V99 COMP-3.
           05 WS-ROW-VAT                    PIC S9(9)V99 COMP-3.
           05 WS-ROW-NET                    PIC S9(9)V99 COMP-3.

       LINKAGE SECTION.
           COPY ZZEC0271.

       PROCEDURE DIVISION USING WS-ZZEC0271.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O'   TO FISC-RESULT
           MOVE SPACE TO FISC-COUNTRY-CODE
           MOVE 0     TO FISC-DOCUMENT-NUMBER
           MOVE 0     TO WS-LINE-COUNT
           EVALUATE FISC-FUNCTION
           WHEN 'INVOICE'
              PERFORM 1000-ISSUE-INVOICE
           WHEN 'EXTRA'
              PERFORM 2000-ISSUE-EXTRA-INVOICE
           WHEN 'CREDIT'
              PERFORM 3000-ISSUE-CREDIT-NOTE
           WHEN OTHER
              DISPLAY 'Z02493 -- UNKNOWN FUNCTION ' FISC-FUNCTION
              MOVE 'E' TO FISC-RESULT
           END-EVALUATE
           GOBACK
           .
      ******************************************************************
      *                   1000-ISSUE-INVOICE
      * THE WHOLE RESERVATION ON TICKETING -- ONCE ONLY, AND ONLY IN A
      * FISCAL COUNTRY
      ******************************************************************
       1000-ISSUE-INVOICE.
           PERFORM 7001-COUNT-INVOICES
           IF FISC-RESULT = 'O' AND WS-INVOICE-COUNT > 0 THEN
              MOVE 'N' TO FISC-RESULT
           END-IF
           IF FISC-RESULT = 'O' THEN
              PERFORM 7002-READ-COUNTRY-OF-SALE
           END-IF
           IF FISC-RESULT = 'O' THEN
              PERFORM 7003-CHECK-FISCAL-COUNTRY
           END-IF
           IF FISC-RESULT = 'O' THEN
              PERFORM 7004-SUM-THE-PRODUCTS
           END-IF
           IF FISC-RESULT = 'O' THEN
              PERFORM 1010-ADD-INVOICE-LINE
              PERFORM 4000-APPLY-THE-RATES
           END-IF
           IF FISC-RESULT = 'O' AND WS-DOC-GROSS = 0 THEN
              MOVE 'N' TO FISC-RESULT
           END-IF
           IF FISC-RESULT = 'O' THEN
              MOVE CT-INVOICE-TYPE TO WS-DOCUMENT-TYPE
              MOVE 0 TO WS-ORIGINAL-DOCUMENT-ID
              PERFORM 5000-WRITE-THE-DOCUMENT
           END-IF
           .
      ******************************************************************
      *                  1010-ADD-INVOICE-LINE
      * ONE LINE PER PRODUCT TYPE THAT CARRIES AN AMOUNT
      ******************************************************************
       1010-ADD-INVOICE-LINE.
           IF WS-FARE-VALUE NOT = 0 THEN
              ADD 1 TO WS-LINE-COUNT
              MOVE 'FARE' TO WS-LINE-PRODUCT-TYPE(WS-LINE-COUNT)
              MOVE WS-FARE-VALUE TO WS-LINE-GROSS(WS-LINE-COUNT)
           END-IF
           IF WS-FEE-VALUE NOT = 0 THEN
              ADD 1 TO WS-LINE-COUNT
              MOVE 'FEE' TO WS-LINE-PRODUCT-TYPE(WS-LINE-COUNT)
              MOVE WS-FEE-VALUE TO WS-LINE-GROSS(WS-LINE-COUNT)
           END-IF
           ADD WS-BAGGAGE-VALUE TO WS-ANCILLARY-VALUE
           IF WS-ANCILLARY-VALUE NOT = 0 THEN
              ADD 1 TO WS-LINE-COUNT
              MOVE 'ANCILLARY' TO WS-LINE-PRODUCT-TYPE(WS-LINE-COUNT)
              MOVE WS-ANCILLARY-VALUE TO WS-LINE-GROSS(WS-LINE-COUNT)
           END-IF
           IF WS-SEAT-FEE-VALUE NOT = 0 THEN
              ADD 1 TO WS-LINE-COUNT
              MOVE 'SEAT-FEE' TO WS-LINE-PRODUCT-TYPE(WS-LINE-COUNT)
              MOVE WS-SEAT-FEE-VALUE TO WS-LINE-GROSS(WS-LINE-COUNT)
           END-IF
           .
      ******************************************************************
      *                 2000-ISSUE-EXTRA-INVOICE
      * A FARE INCREASE ON REISSUE -- ONE FARE LINE FOR THE AMOUNT,
      * UNDER THE FIRST INVOICE'S COUNTRY AND ENTITY
      ******************************************************************
       2000-ISSUE-EXTRA-INVOICE.
           PERFORM 7010-READ-FIRST-INVOICE
           IF FISC-RESULT = 'O' AND FISC-AMOUNT NOT > 0 THEN
              MOVE 'N' TO FISC-RESULT
           END-IF
           IF FISC-RESULT = 'O' THEN
              MOVE 1 TO WS-LINE-COUNT
              MOVE 'FARE' TO WS-LINE-PRODUCT-TYPE(1)
              MOVE FISC-AMOUNT TO WS-LINE-GROSS(1)
              PERFORM 4000-APPLY-THE-RATES
           END-IF
           IF FISC-RESULT = 'O' THEN
              MOVE CT-INVOICE-TYPE TO WS-DOCUMENT-TYPE
              PERFORM 5000-WRITE-THE-DOCUMENT
           END-IF
           .
      ******************************************************************
      *                  3000-ISSUE-CREDIT-NOTE
      * THE CREDIT IS CAPPED AT WHAT IS STILL UNCREDITED AND SPREAD
      * OVER THOSE LINES IN PROPORTION -- THE LAST LINE TAKES THE
      * ROUNDING SO THE LINES ADD UP TO THE CREDIT EXACTLY
      ******************************************************************
       3000-ISSUE-CREDIT-NOTE.
           PERFORM 7010-READ-FIRST-INVOICE
           IF FISC-RESULT = 'O' THEN
              PERFORM 3010-LOAD-OPEN-LINES
           END-IF
           IF FISC-RESULT = 'O' THEN
              IF FISC-AMOUNT < WS-OPEN-TOTAL THEN
                 MOVE FISC-AMOUNT TO WS-CREDIT-GROSS
              ELSE
                 MOVE WS-OPEN-TOTAL TO WS-CREDIT-GROSS
              END-IF
              IF WS-CREDIT-GROSS NOT > 0 THEN
                 MOVE 'N' TO FISC-RESULT
              END-IF
           END-IF
           IF FISC-RESULT = 'O' THEN
              MOVE 0 TO WS-CREDIT-SPREAD
              PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                        UNTIL WS-LINE-SUB > WS-LINE-COUNT
                 IF WS-LINE-SUB = WS-LINE-COUNT THEN
                    COMPUTE WS-LINE-GROSS(WS-LINE-SUB) =
                       WS-CREDIT-GROSS - WS-CREDIT-SPREAD
                 ELSE
                    COMPUTE WS-LINE-GROSS(WS-LINE-SUB) ROUNDED =
                       WS-LINE-OPEN-GROSS(WS-LINE-SUB)
                          * WS-CREDIT-GROSS / WS-OPEN-TOTAL
                    ADD WS-LINE-GROSS(WS-LINE-SUB) TO WS-CREDIT-SPREAD
                 END-IF
                 PERFORM 4010-SPLIT-THE-LINE
              END-PERFORM
              MOVE CT-CREDIT-TYPE TO WS-DOCUMENT-TYPE
              PERFORM 5000-WRITE-THE-DOCUMENT
           END-IF
           .
      ******************************************************************
      *                  3010-LOAD-OPEN-LINES
      ******************************************************************
       3010-LOAD-OPEN-LINES.
           MOVE 0 TO WS-OPEN-TOTAL
           MOVE 0 TO WS-DOC-NET
           MOVE 0 TO WS-DOC-VAT
           MOVE 0 TO WS-DOC-GROSS
           EXEC SQL
             OPEN C-OPEN-LINES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- OPEN LINES CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           ELSE
              SET SO-NOT-END-OF-CURSOR TO TRUE
              PERFORM UNTIL SO-END-OF-CURSOR
                 PERFORM 3020-FETCH-OPEN-LINE
              END-PERFORM
              EXEC SQL
                CLOSE C-OPEN-LINES
              END-EXEC
           END-IF
           .
      ******************************************************************
      *                  3020-FETCH-OPEN-LINE
      ******************************************************************
       3020-FETCH-OPEN-LINE.
           EXEC SQL
             FETCH C-OPEN-LINES
             INTO :WS-PRODUCT-TYPE, :WS-VAT-PERCENT, :WS-OPEN-GROSS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              IF WS-LINE-COUNT < CT-MAX-LINES THEN
                 ADD 1 TO WS-LINE-COUNT
                 MOVE WS-PRODUCT-TYPE TO
                      WS-LINE-PRODUCT-TYPE(WS-LINE-COUNT)
                 MOVE WS-VAT-PERCENT TO
                      WS-LINE-VAT-PERCENT(WS-LINE-COUNT)
                 MOVE WS-OPEN-GROSS TO
                      WS-LINE-OPEN-GROSS(WS-LINE-COUNT)
                 ADD WS-OPEN-GROSS TO WS-OPEN-TOTAL
              END-IF
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- OPEN LINES FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                   4000-APPLY-THE-RATES
      * EACH LINE AT THE COUNTRY'S RATE FOR ITS PRODUCT TYPE TODAY
      ******************************************************************
       4000-APPLY-THE-RATES.
           MOVE 0 TO WS-DOC-NET
           MOVE 0 TO WS-DOC-VAT
           MOVE 0 TO WS-DOC-GROSS
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > WS-LINE-COUNT
              PERFORM 7005-READ-VAT-RATE
              PERFORM 4010-SPLIT-THE-LINE
           END-PERFORM
           .
      ******************************************************************
      *                   4010-SPLIT-THE-LINE
      * PRICES ARE TAX INCLUSIVE -- THE VAT IS TAKEN OUT OF THE GROSS
      ******************************************************************
       4010-SPLIT-THE-LINE.
           COMPUTE WS-LINE-VAT(WS-LINE-SUB) ROUNDED =
              WS-LINE-GROSS(WS-LINE-SUB)
                 * WS-LINE-VAT-PERCENT(WS-LINE-SUB)
                 / (100 + WS-LINE-VAT-PERCENT(WS-LINE-SUB))
           COMPUTE WS-LINE-NET(WS-LINE-SUB) =
              WS-LINE-GROSS(WS-LINE-SUB) - WS-LINE-VAT(WS-LINE-SUB)
           ADD WS-LINE-NET(WS-LINE-SUB)   TO WS-DOC-NET
           ADD WS-LINE-VAT(WS-LINE-SUB)   TO WS-DOC-VAT
           ADD WS-LINE-GROSS(WS-LINE-SUB) TO WS-DOC-GROSS
           .
      ******************************************************************
      *                 5000-WRITE-THE-DOCUMENT
      * NUMBER, HEADER ROW AND ONE ROW PER LINE WITH AN AMOUNT
      ******************************************************************
       5000-WRITE-THE-DOCUMENT.
           PERFORM 7020-DRAW-DOCUMENT-NUMBER
           IF FISC-RESULT = 'O' THEN
              PERFORM 7021-DRAW-DOCUMENT-ID
           END-IF
           IF FISC-RESULT = 'O' THEN
              PERFORM 7022-INSERT-DOCUMENT
           END-IF
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                     UNTIL WS-LINE-SUB > WS-LINE-COUNT
                        OR FISC-RESULT NOT = 'O'
              IF WS-LINE-GROSS(WS-LINE-SUB) NOT = 0 THEN
                 PERFORM 7023-INSERT-DOCUMENT-LINE
              END-IF
           END-PERFORM
           IF FISC-RESULT = 'O' THEN
              MOVE WS-COUNTRY-CODE    TO FISC-COUNTRY-CODE
              MOVE WS-DOCUMENT-NUMBER TO FISC-DOCUMENT-NUMBER
           END-IF
           .
      ******************************************************************
      *                   7001-COUNT-INVOICES
      ******************************************************************
       7001-COUNT-INVOICES.
           MOVE 0 TO WS-INVOICE-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-INVOICE-COUNT
             FROM T115_FISCAL_DOCUMENT
             WHERE RESERVATION_ID = :FISC-RESERVATION-ID
               AND DOCUMENT_TYPE  = :CT-INVOICE-TYPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- INVOICE COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           END-IF
           .
      ******************************************************************
      *                 7002-READ-COUNTRY-OF-SALE
      * THE FIRST FLIGHT'S DEPARTURE COUNTRY AND OPERATING AIRLINE
      ******************************************************************
       7002-READ-COUNTRY-OF-SALE.
           EXEC SQL
             SELECT T02.COUNTRY_CODE, T05.AIRLINE_CODE,
                    T01.HOME_CURRENCY_CODE
             INTO :WS-COUNTRY-CODE, :WS-ISSUING-ENTITY,
                  :WS-CURRENCY-CODE
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             INNER JOIN T02_AIRPORT_TABLE T02 ON
                T02.AIRPORT_CODE = T05.DEPARTURE_AIRPORT_CODE
             INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                T01.AIRLINE_CODE = T05.AIRLINE_CODE
             WHERE T04.RESERVATION_ID = :FISC-RESERVATION-ID
             ORDER BY T05.DEPARTURE_TIMESTAMP
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'N' TO FISC-RESULT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- COUNTRY OF SALE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           END-EVALUATE
           .
      ******************************************************************
      *                 7003-CHECK-FISCAL-COUNTRY
      ******************************************************************
       7003-CHECK-FISCAL-COUNTRY.
           MOVE 0 TO WS-RATE-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-RATE-COUNT
             FROM T113_VAT_RATE
             WHERE COUNTRY_CODE = :WS-COUNTRY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- RATE COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           ELSE
              IF WS-RATE-COUNT = 0 THEN
                 MOVE 'N' TO FISC-RESULT
              END-IF
           END-IF
           .
      ******************************************************************
      *                  7004-SUM-THE-PRODUCTS
      * THE SAME DERIVATIONS AS Z02390'S 4000-WRITE-RECEIPT-FOOTER
      ******************************************************************
       7004-SUM-THE-PRODUCTS.
           MOVE 0 TO WS-FARE-VALUE
           MOVE 0 TO WS-FEE-VALUE
           MOVE 0 TO WS-ANCILLARY-VALUE
           MOVE 0 TO WS-BAGGAGE-VALUE
           MOVE 0 TO WS-SEAT-FEE-VALUE
           EXEC SQL
             SELECT COALESCE(SUM(T14.FARE_AMOUNT), 0)
             INTO :WS-FARE-VALUE
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             INNER JOIN T08_TABLE_PLANE_TABLE T08 ON
                T08.PLANE_ID = T05.PLANE_ID AND
                T04.ROW_NUMBER BETWEEN T08.ROW_NUMBER_FROM
                                   AND T08.ROW_NUMBER_TO
             INNER JOIN T14_FARE_TABLE T14 ON
                T14.FLIGHT_ID = T05.FLIGHT_ID AND
                T14.TYPE_OF_SEATS_ID = T08.TYPE_OF_SEATS_ID
             WHERE T04.RESERVATION_ID = :FISC-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE 'E' TO FISC-RESULT
           END-IF
           EXEC SQL
             SELECT COALESCE(SUM(T76.FEE_AMOUNT), 0)
             INTO :WS-FEE-VALUE
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             INNER JOIN T76_AIRPORT_FEE T76 ON
                T76.AIRPORT_CODE = T05.DEPARTURE_AIRPORT_CODE
             WHERE T04.RESERVATION_ID = :FISC-RESERVATION-ID
               AND DATE(T05.DEPARTURE_TIMESTAMP)
                      BETWEEN T76.EFFECTIVE_FROM_DATE
                          AND T76.EFFECTIVE_TO_DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE 'E' TO FISC-RESULT
           END-IF
           EXEC SQL
             SELECT COALESCE(SUM(ITEM_PRICE), 0)
             INTO :WS-ANCILLARY-VALUE
             FROM T35_ANCILLARY_SALE
             WHERE RESERVATION_ID = :FISC-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE 'E' TO FISC-RESULT
           END-IF
           EXEC SQL
             SELECT COALESCE(SUM(EXCESS_BAG_CHARGE), 0)
             INTO :WS-BAGGAGE-VALUE
             FROM T18_BAGGAGE_TABLE
             WHERE RESERVATION_ID = :FISC-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE 'E' TO FISC-RESULT
           END-IF
           EXEC SQL
             SELECT COALESCE(SUM(T69.SEAT_FEE), 0)
             INTO :WS-SEAT-FEE-VALUE
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             INNER JOIN T69_SEAT_ATTRIBUTE T69 ON
                T69.PLANE_ID   = T05.PLANE_ID AND
                T69.ROW_NUMBER = T04.ROW_NUMBER AND
                (T69.SEAT_LETTER = T04.SEAT_LETTER OR
                 T69.SEAT_LETTER = ' ')
             WHERE T04.RESERVATION_ID = :FISC-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE 'E' TO FISC-RESULT
           END-IF
           IF FISC-RESULT = 'E' THEN
              DISPLAY 'Z02493 -- PRODUCT TOTALS FAILED, RESERVATION '
                                                  FISC-RESERVATION-ID
           END-IF
           .
      ******************************************************************
      *                   7005-READ-VAT-RATE
      * THE ROW WITH THE LATEST START DATE NOT AFTER TODAY -- NO ROW
      * FOR THE TYPE MEANS THE TYPE IS NOT TAXED (ZERO RATE)
      ******************************************************************
       7005-READ-VAT-RATE.
           MOVE 0 TO WS-LINE-VAT-PERCENT(WS-LINE-SUB)
           MOVE WS-LINE-PRODUCT-TYPE(WS-LINE-SUB) TO WS-PRODUCT-TYPE
           EXEC SQL
             SELECT VAT_PERCENT
             INTO :WS-VAT-PERCENT
             FROM T113_VAT_RATE
             WHERE COUNTRY_CODE        = :WS-COUNTRY-CODE
               AND PRODUCT_TYPE        = :WS-PRODUCT-TYPE
               AND EFFECTIVE_FROM_DATE <= CURRENT DATE
             ORDER BY EFFECTIVE_FROM_DATE DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE WS-VAT-PERCENT TO WS-LINE-VAT-PERCENT(WS-LINE-SUB)
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- VAT RATE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           END-EVALUATE
           .
      ******************************************************************
      *                  7010-READ-FIRST-INVOICE
      * 'EXTRA' AND 'CREDIT' FOLLOW THE RESERVATION'S FIRST INVOICE
      ******************************************************************
       7010-READ-FIRST-INVOICE.
           EXEC SQL
             SELECT DOCUMENT_ID, COUNTRY_CODE, ISSUING_ENTITY,
                    CURRENCY_CODE
             INTO :WS-ORIGINAL-DOCUMENT-ID, :WS-COUNTRY-CODE,
                  :WS-ISSUING-ENTITY, :WS-CURRENCY-CODE
             FROM T115_FISCAL_DOCUMENT
             WHERE RESERVATION_ID       = :FISC-RESERVATION-ID
               AND DOCUMENT_TYPE        = :CT-INVOICE-TYPE
               AND ORIGINAL_DOCUMENT_ID = 0
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 'N' TO FISC-RESULT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- FIRST INVOICE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           END-EVALUATE
           .
      ******************************************************************
      *                 7020-DRAW-DOCUMENT-NUMBER
      * THE UPDATE LOCKS THE SERIES ROW UNTIL THE CALLER COMMITS; THE
      * FIRST DOCUMENT OF A SERIES CREATES THE ROW
      ******************************************************************
       7020-DRAW-DOCUMENT-NUMBER.
           EXEC SQL
             UPDATE T114_INVOICE_SEQUENCE
                SET LAST_NUMBER = LAST_NUMBER + 1
              WHERE COUNTRY_CODE   = :WS-COUNTRY-CODE
                AND ISSUING_ENTITY = :WS-ISSUING-ENTITY
                AND DOCUMENT_TYPE  = :WS-DOCUMENT-TYPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              EXEC SQL
                SELECT LAST_NUMBER
                INTO :WS-DOCUMENT-NUMBER
                FROM T114_INVOICE_SEQUENCE
                WHERE COUNTRY_CODE   = :WS-COUNTRY-CODE
                  AND ISSUING_ENTITY = :WS-ISSUING-ENTITY
                  AND DOCUMENT_TYPE  = :WS-DOCUMENT-TYPE
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 1 TO WS-DOCUMENT-NUMBER
              EXEC SQL
                INSERT INTO T114_INVOICE_SEQUENCE
                   (COUNTRY_CODE, ISSUING_ENTITY, DOCUMENT_TYPE,
                    LAST_NUMBER)
                VALUES
                   (:WS-COUNTRY-CODE, :WS-ISSUING-ENTITY,
                    :WS-DOCUMENT-TYPE, :WS-DOCUMENT-NUMBER)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- NUMBER DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           END-IF
           .
      ******************************************************************
      *                  7021-DRAW-DOCUMENT-ID
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
       7021-DRAW-DOCUMENT-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-DOCUMENT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           END-IF
           .
      ******************************************************************
      *                   7022-INSERT-DOCUMENT
      ******************************************************************
       7022-INSERT-DOCUMENT.
           EXEC SQL
             INSERT INTO T115_FISCAL_DOCUMENT
                (DOCUMENT_ID, COUNTRY_CODE, ISSUING_ENTITY,
                 DOCUMENT_TYPE, DOCUMENT_NUMBER, RESERVATION_ID,
                 ORIGINAL_DOCUMENT_ID, CURRENCY_CODE, NET_AMOUNT,
                 VAT_AMOUNT, GROSS_AMOUNT, ISSUED_DATE, ISSUED_BY)
             VALUES
                (:WS-DOCUMENT-ID, :WS-COUNTRY-CODE, :WS-ISSUING-ENTITY,
                 :WS-DOCUMENT-TYPE, :WS-DOCUMENT-NUMBER,
                 :FISC-RESERVATION-ID, :WS-ORIGINAL-DOCUMENT-ID,
                 :WS-CURRENCY-CODE, :WS-DOC-NET, :WS-DOC-VAT,
                 :WS-DOC-GROSS, CURRENT DATE, :FISC-OPERATOR-ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- DOCUMENT INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           END-IF
           .
      ******************************************************************
      *                 7023-INSERT-DOCUMENT-LINE
      ******************************************************************
       7023-INSERT-DOCUMENT-LINE.
           MOVE WS-LINE(WS-LINE-SUB) TO WS-LINE-ROW
           EXEC SQL
             INSERT INTO T116_FISCAL_DOCUMENT_LINE
                (DOCUMENT_ID, PRODUCT_TYPE, VAT_PERCENT, NET_AMOUNT,
                 VAT_AMOUNT, GROSS_AMOUNT)
             VALUES
                (:WS-DOCUMENT-ID, :WS-ROW-PRODUCT-TYPE,
                 :WS-ROW-VAT-PERCENT, :WS-ROW-NET, :WS-ROW-VAT,
                 :WS-ROW-GROSS)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02493 -- LINE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO FISC-RESULT
           END-IF
           .
