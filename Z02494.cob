       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02494.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY VAT RETURN LISTING
      *
      * THE FISCAL TAX INVOICES AND CREDIT NOTES Z02493 WRITES
      * (T115_FISCAL_DOCUMENT / T116_FISCAL_DOCUMENT_LINE) ARE WHAT
      * EACH COUNTRY'S VAT RETURN IS FILED FROM.  FOR THE PARM MONTH
      * THIS JOB LISTS, PER COUNTRY, ISSUING ENTITY AND CURRENCY, ONE
      * LINE PER PRODUCT TYPE AND VAT RATE: HOW MANY INVOICE AND
      * CREDIT NOTE LINES WERE ISSUED, AND THE NET, VAT AND GROSS
      * AMOUNTS WITH THE CREDIT NOTES TAKEN OFF.  A SUBTOTAL CLOSES
      * EACH COUNTRY, FOLLOWED BY THE FIRST AND LAST DOCUMENT NUMBER
      * OF EACH SERIES IN THE MONTH AND HOW MANY WERE ISSUED, SO A
      * BREAK IN THE SEQUENCE SHOWS ON THE LISTING.
      *
      * A DOCUMENT BELONGS TO THE MONTH OF ITS ISSUED_DATE.  READ ONLY
      * -- SAFE TO RERUN.  PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.
      *
      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT, THE
      * SAME SYSIN-CARD CONVENTION Z02343/Z02344 USE:
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

      * THE MONTH'S DOCUMENT LINES PER COUNTRY, ENTITY, CURRENCY,
      * PRODUCT TYPE AND RATE -- CREDIT NOTES COUNT NEGATIVE
           EXEC SQL
             DECLARE C-VAT-RETURN CURSOR FOR
             SELECT T115.COUNTRY_CODE,
                    T115.ISSUING_ENTITY,
                    T115.CURRENCY_CODE,
                    T116.PRODUCT_TYPE,
                    T116.VAT_PERCENT,
                    SUM(CASE WHEN T115.DOCUMENT_TYPE = 'INVOICE'
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN T115.DOCUMENT_TYPE = 'CREDIT'
                             THEN 1 ELSE 0 END),
                    SUM(CASE WHEN T115.DOCUMENT_TYPE = 'CREDIT'
                             THEN 0 - T116.NET_AMOUNT
                             ELSE T116.NET_AMOUNT END),
                    SUM(CASE WHEN T115.DOCUMENT_TYPE = 'CREDIT'
                             THEN 0 - T116.VAT_AMOUNT
                             ELSE T116.VAT_AMOUNT END),
                    SUM(CASE WHEN T115.DOCUMENT_TYPE = 'CREDIT'
                             THEN 0 - T116.GROSS_AMOUNT
                             ELSE T116.GROSS_AMOUNT END)
             FROM T115_FISCAL_DOCUMENT T115
             INNER JOIN T116_FISCAL_DOCUMENT_LINE T116 ON
                T116.DOCUMENT_ID = T115.DOCUMENT_ID
             WHERE YEAR(T115.ISSUED_DATE)  = :WS-PARM-YEAR
               AND MONTH(T115.ISSUED_DATE) = :WS-PARM-MONTH-NUM
             GROUP BY T115.COUNTRY_CODE, T115.ISSUING_ENTITY,
                      T115.CURRENCY_CODE, T116.PRODUCT_TYPE,
                      T116.VAT_PERCENT
             ORDER BY 1, 2, 3, 4, 5
             FOR FETCH ONLY
           END-EXEC

      * THE NUMBER RANGE OF EACH SERIES OF ONE COUNTRY IN THE MONTH
           EXEC SQL
             DECLARE C-NUMBER-RANGES CURSOR FOR
             SELECT ISSUING_ENTITY,
                    DOCUMENT_TYPE,
                    MIN(DOCUMENT_NUMBER),
                    MAX(DOCUMENT_NUMBER),
                    COUNT(*)
             FROM T115_FISCAL_DOCUMENT
             WHERE COUNTRY_CODE = :WS-BREAK-COUNTRY
               AND YEAR(ISSUED_DATE)  = :WS-PARM-YEAR
               AND MONTH(ISSUED_DATE) = :WS-PARM-MONTH-NUM
             GROUP BY ISSUING_ENTITY, DOCUMENT_TYPE
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
           05 SW-IF-END-OF-RANGES           PIC X VALUE 'N'.
               88 SO-END-OF-RANGES          VALUE 'Y'.
               88 SO-NOT-END-OF-RANGES      VALUE 'N'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-FETCH-FIELDS.
           05 WS-COUNTRY-CODE               PIC X(2).
           05 WS-ISSUING-ENTITY             PIC X(3).
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-PRODUCT-TYPE               PIC X(10).
           05 WS-VAT-PERCENT                PIC S9(3)V99 COMP-3.
           05 WS-INVOICE-LINES              PIC S9(9) COMP.
           05 WS-CREDIT-LINES               PIC S9(9) COMP.
           05 WS-NET-AMOUNT                 PIC S9(11)V99 COMP-3.
           05 WS-VAT-AMOUNT                 PIC S9(11)V99 COMP-3.
           05 WS-GROSS-AMOUNT               PIC S9(11)V99 COMP-3.

       01 WS-RANGE-FIELDS.
           05 WS-RANGE-ENTITY               PIC X(3).
           05 WS-RANGE-TYPE                 PIC X(8).
           05 WS-RANGE-FIRST                PIC S9(9) COMP.
           05 WS-RANGE-LAST                 PIC S9(9) COMP.
           05 WS-RANGE-COUNT                PIC S9(9) COMP.

       01 WS-BREAK-FIELDS.
           05 WS-BREAK-COUNTRY              PIC X(2) VALUE SPACE.
           05 WS-COUNTRY-NET                PIC S9(11)V99 COMP-3.
           05 WS-COUNTRY-VAT                PIC S9(11)V99 COMP-3.
           05 WS-COUNTRY-GROSS              PIC S9(11)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-LINES-LISTED               PIC S9(5) COMP VALUE 0.
           05 WS-COUNTRIES-LISTED           PIC S9(5) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(41)
              VALUE 'CC ENT CUR TYPE         RATE   INV   CRN '.
           05 FILLER                        PIC X(47)
              VALUE '            NET             VAT           GROSS'.

       01 WS-REPORT-LINE.
           05 WS-LINE-COUNTRY               PIC X(2).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ENTITY                PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CURRENCY              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-TYPE                  PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RATE                  PIC ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICES              PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CREDITS               PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-NET                   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-VAT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-GROSS                 PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-COUNTRY-LINE.
           05 FILLER                        PIC X(8) VALUE SPACE.
           05 FILLER                        PIC X(8) VALUE 'COUNTRY '.
           05 WS-CTRY-CODE                  PIC X(2).
           05 FILLER                        PIC X(24)
              VALUE ' TOTAL                  '.
           05 WS-CTRY-NET                   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CTRY-VAT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CTRY-GROSS                 PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-RANGE-LINE.
           05 FILLER                        PIC X(8) VALUE SPACE.
           05 FILLER                        PIC X(7) VALUE 'SERIES '.
           05 WS-RNG-ENTITY                 PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-RNG-TYPE                   PIC X(8).
           05 FILLER                        PIC X(6) VALUE ' FROM '.
           05 WS-RNG-FIRST                  PIC Z(8)9.
           05 FILLER                        PIC X(4) VALUE ' TO '.
           05 WS-RNG-LAST                   PIC Z(8)9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-RNG-COUNT                  PIC Z(8)9.
           05 FILLER                        PIC X(7) VALUE ' ISSUED'.
           05 WS-RNG-GAP-FLAG               PIC X(12).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'COUNTRIES LISTED..............'.
           05 WS-TOTALS-COUNTRIES           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'RATE LINES LISTED.............'.
           05 WS-TOTALS-LINES               PIC ZZZ,ZZ9.

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
           PERFORM 2000-LIST-THE-RETURN
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02494 -- MONTHLY VAT RETURN LISTING STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02494 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02494 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'VAT RETURN LISTING FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  2000-LIST-THE-RETURN
      ******************************************************************
       2000-LIST-THE-RETURN.
           EXEC SQL
             OPEN C-VAT-RETURN
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02494 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-LINE
           PERFORM UNTIL SO-END-OF-CURSOR
              IF WS-COUNTRY-CODE NOT = WS-BREAK-COUNTRY THEN
                 IF WS-BREAK-COUNTRY NOT = SPACE THEN
                    PERFORM 2030-CLOSE-THE-COUNTRY
                 END-IF
                 MOVE WS-COUNTRY-CODE TO WS-BREAK-COUNTRY
                 MOVE 0 TO WS-COUNTRY-NET
                 MOVE 0 TO WS-COUNTRY-VAT
                 MOVE 0 TO WS-COUNTRY-GROSS
                 ADD 1 TO WS-COUNTRIES-LISTED
              END-IF
              PERFORM 2020-LIST-ONE-LINE
              PERFORM 2010-FETCH-NEXT-LINE
           END-PERFORM
           IF WS-BREAK-COUNTRY NOT = SPACE THEN
              PERFORM 2030-CLOSE-THE-COUNTRY
           END-IF
           EXEC SQL
             CLOSE C-VAT-RETURN
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-LINE
      ******************************************************************
       2010-FETCH-NEXT-LINE.
           EXEC SQL
             FETCH C-VAT-RETURN
             INTO :WS-COUNTRY-CODE,
                  :WS-ISSUING-ENTITY,
                  :WS-CURRENCY-CODE,
                  :WS-PRODUCT-TYPE,
                  :WS-VAT-PERCENT,
                  :WS-INVOICE-LINES,
                  :WS-CREDIT-LINES,
                  :WS-NET-AMOUNT,
                  :WS-VAT-AMOUNT,
                  :WS-GROSS-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02494 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-LIST-ONE-LINE
      ******************************************************************
       2020-LIST-ONE-LINE.
           ADD WS-NET-AMOUNT   TO WS-COUNTRY-NET
           ADD WS-VAT-AMOUNT   TO WS-COUNTRY-VAT
           ADD WS-GROSS-AMOUNT TO WS-COUNTRY-GROSS
           MOVE WS-COUNTRY-CODE   TO WS-LINE-COUNTRY
           MOVE WS-ISSUING-ENTITY TO WS-LINE-ENTITY
           MOVE WS-CURRENCY-CODE  TO WS-LINE-CURRENCY
           MOVE WS-PRODUCT-TYPE   TO WS-LINE-TYPE
           MOVE WS-VAT-PERCENT    TO WS-LINE-RATE
           MOVE WS-INVOICE-LINES  TO WS-LINE-INVOICES
           MOVE WS-CREDIT-LINES   TO WS-LINE-CREDITS
           MOVE WS-NET-AMOUNT     TO WS-LINE-NET
           MOVE WS-VAT-AMOUNT     TO WS-LINE-VAT
           MOVE WS-GROSS-AMOUNT   TO WS-LINE-GROSS
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD 1 TO WS-LINES-LISTED
           .
      ******************************************************************
      *                 2030-CLOSE-THE-COUNTRY
      * SUBTOTAL, THEN THE NUMBER RANGE OF EACH SERIES -- A COUNT
      * SHORT OF LAST - FIRST + 1 IS FLAGGED
      ******************************************************************
       2030-CLOSE-THE-COUNTRY.
           MOVE WS-BREAK-COUNTRY TO WS-CTRY-CODE
           MOVE WS-COUNTRY-NET   TO WS-CTRY-NET
           MOVE WS-COUNTRY-VAT   TO WS-CTRY-VAT
           MOVE WS-COUNTRY-GROSS TO WS-CTRY-GROSS
           DISPLAY WS-COUNTRY-LINE
           MOVE WS-COUNTRY-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           EXEC SQL
             OPEN C-NUMBER-RANGES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02494 -- OPEN RANGES FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-RANGES TO TRUE
           PERFORM 2040-FETCH-NEXT-RANGE
           PERFORM UNTIL SO-END-OF-RANGES
              MOVE WS-RANGE-ENTITY TO WS-RNG-ENTITY
              MOVE WS-RANGE-TYPE   TO WS-RNG-TYPE
              MOVE WS-RANGE-FIRST  TO WS-RNG-FIRST
              MOVE WS-RANGE-LAST   TO WS-RNG-LAST
              MOVE WS-RANGE-COUNT  TO WS-RNG-COUNT
              IF WS-RANGE-COUNT <
                    WS-RANGE-LAST - WS-RANGE-FIRST + 1 THEN
                 MOVE ' ** GAP **' TO WS-RNG-GAP-FLAG
              ELSE
                 MOVE SPACE TO WS-RNG-GAP-FLAG
              END-IF
              DISPLAY WS-RANGE-LINE
              MOVE WS-RANGE-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              PERFORM 2040-FETCH-NEXT-RANGE
           END-PERFORM
           EXEC SQL
             CLOSE C-NUMBER-RANGES
           END-EXEC
           .
      ******************************************************************
      *                  2040-FETCH-NEXT-RANGE
      ******************************************************************
       2040-FETCH-NEXT-RANGE.
           EXEC SQL
             FETCH C-NUMBER-RANGES
             INTO :WS-RANGE-ENTITY,
                  :WS-RANGE-TYPE,
                  :WS-RANGE-FIRST,
                  :WS-RANGE-LAST,
                  :WS-RANGE-COUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-RANGES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02494 -- RANGE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-RANGES TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-COUNTRIES-LISTED TO WS-TOTALS-COUNTRIES
           MOVE WS-LINES-LISTED     TO WS-TOTALS-LINES
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
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
           MOVE 'Z02494  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02494  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02494 -- MONTHLY VAT RETURN LISTING ENDING'
           GOBACK
           .
