       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02491.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- DAILY GENERAL-LEDGER JOURNAL
      *
      * THE ACCOUNTANTS KEYED JOURNALS BY HAND OFF SEVERAL REPORTS.
      * FOR THE RUN DATE THIS JOB TOTALS THE DAY'S MONEY MOVEMENTS
      * BY TRANSACTION TYPE AND CURRENCY:
      *
      *   CARD-PAYMENT  T64 'CARD' PAYMENTS TAKEN
      *   VOUCHER       T58 VOUCHER AMOUNTS APPLIED TO BOOKINGS
      *   REFUND        T36 REFUND ITEMS PAID
      *   FLOWN         T110 COUPONS RELEASED 'FLOWN' BY Z02490, AT
      *                 THE VALUE THEY WERE CARRIED AT IN THE
      *                 LIABILITY -- Z02490 RUNS FIRST IN THE SCHEDULE
      *   AIRPORT-FEE   ONE T76 FEE PER FLOWN COUPON THAT LEFT A
      *                 FEE-CHARGING AIRPORT THAT DAY (AS Z02436)
      *   COMMISSION    T77 COMMISSION ON AGENCY-SOLD COUPONS FLOWN
      *                 THAT DAY (AS Z02438)
      *   DBC           T47 DENIED-BOARDING COMPENSATION
      *   WELFARE       T79 WELFARE VOUCHERS ISSUED
      *
      * A MOVEMENT TAGGED TO A BOOKING RATHER THAN A FLIGHT TAKES THE
      * HOME CURRENCY (T01) OF THE BOOKING'S FLIGHTS' AIRLINE.
      *
      * EACH TOTAL IS POSTED THROUGH THE ACTIVE T112_GL_ACCOUNT_MAP
      * ROW FOR ITS TYPE AND CURRENCY (KEPT ON Z02492) AS ONE DEBIT
      * AND ONE CREDIT LINE OF THE SAME AMOUNT, SO THE JOURNAL
      * BALANCES BY CONSTRUCTION -- A NEGATIVE TOTAL SWAPS THE SIDES.
      * A TOTAL WITH NO ACTIVE MAPPING (OR NO CURRENCY) IS NOT
      * POSTED: IT IS LISTED ON THE SUSPENSE SECTION OF THE REPORT
      * AND COUNTED IN THE TOTALS.  ONCE MAPPED ON Z02492, THE AMOUNT
      * IS JOURNALLED BY HAND -- THE RUN DATE CANNOT BE POSTED A
      * SECOND TIME.
      *
      * THE JOURNAL FILE IS IN THE FINANCE SYSTEM'S IMPORT LAYOUT,
      * FRAMED LIKE THE Z02389 EXTRACTS:
      *
      *   GLJRNL -- 'H' + RUN DATE + SOURCE
      *             'D' + RUN DATE + LINE + ACCOUNT + COST CENTRE +
      *                 'D'/'C' + CURRENCY + AMOUNT + TYPE + TEXT
      *             'T' + LINE COUNT + DEBIT TOTAL + CREDIT TOTAL
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  THE RUN IS REGISTERED WITH Z02380 AGAINST
      * THE RUN DATE SO THE SAME DAY IS NEVER POSTED TWICE.
      *
      * THE RUN DATE IS TODAY UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE, THE SAME SYSIN-CARD CONVENTION Z02461
      * USES:
      *
      *    DATE=YYYY-MM-DD
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
           SELECT GL-JOURNAL-FILE ASSIGN TO 'GLJRNL'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD                    PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * THE RUN DATE'S MOVEMENTS TOTALED BY TYPE AND CURRENCY
           EXEC SQL
             DECLARE C-DAY-MOVEMENTS CURSOR FOR
             SELECT MOV.TRANSACTION_TYPE,
                    MOV.CURRENCY_CODE,
                    SUM(MOV.AMOUNT)
             FROM
              (SELECT 'CARD-PAYMENT' AS TRANSACTION_TYPE,
                      COALESCE(
                       (SELECT MIN(T01.HOME_CURRENCY_CODE)
                        FROM T04_FLIGHT_SEATS T04
                        INNER JOIN T05_FLIGHT_TABLE T05 ON
                           T05.FLIGHT_ID = T04.FLIGHT_ID
                        INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                           T01.AIRLINE_CODE = T05.AIRLINE_CODE
                        WHERE T04.RESERVATION_ID =
                                           T64.RESERVATION_ID), ' ')
                                           AS CURRENCY_CODE,
                      T64.AMOUNT AS AMOUNT
               FROM T64_PAYMENT T64
               WHERE T64.PAYMENT_METHOD = 'CARD'
                 AND DATE(T64.PAYMENT_TIMESTAMP) = DATE(:WS-PARM-DATE)
               UNION ALL
               SELECT 'VOUCHER',
                      COALESCE(
                       (SELECT MIN(T01.HOME_CURRENCY_CODE)
                        FROM T04_FLIGHT_SEATS T04
                        INNER JOIN T05_FLIGHT_TABLE T05 ON
                           T05.FLIGHT_ID = T04.FLIGHT_ID
                        INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                           T01.AIRLINE_CODE = T05.AIRLINE_CODE
                        WHERE T04.RESERVATION_ID =
                                           T58.RESERVATION_ID), ' '),
                      T58.AMOUNT_APPLIED
               FROM T58_VOUCHER_REDEMPTION T58
               WHERE DATE(T58.REDEEMED_TIMESTAMP) = DATE(:WS-PARM-DATE)
               UNION ALL
               SELECT 'REFUND',
                      COALESCE(
                       (SELECT MIN(T01.HOME_CURRENCY_CODE)
                        FROM T04_FLIGHT_SEATS T04
                        INNER JOIN T05_FLIGHT_TABLE T05 ON
                           T05.FLIGHT_ID = T04.FLIGHT_ID
                        INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                           T01.AIRLINE_CODE = T05.AIRLINE_CODE
                        WHERE T04.RESERVATION_ID =
                                           T36.RESERVATION_ID), ' '),
                      T36.REFUND_AMOUNT
               FROM T36_REFUND_ITEM T36
               WHERE T36.REFUND_STATUS = 'PAID'
                 AND DATE(T36.PAID_TIMESTAMP) = DATE(:WS-PARM-DATE)
               UNION ALL
               SELECT 'FLOWN',
                      T110.CURRENCY_CODE,
                      T110.COUPON_VALUE
               FROM T110_ATL_COUPON T110
               WHERE T110.ATL_STATUS     = 'RELEASED'
                 AND T110.RELEASE_STATUS = 'FLOWN'
                 AND T110.RELEASED_DATE  = DATE(:WS-PARM-DATE)
               UNION ALL
               SELECT 'AIRPORT-FEE',
                      T76.CURRENCY_CODE,
                      T76.FEE_AMOUNT
               FROM T46_TICKET_COUPON T46
               INNER JOIN T05_FLIGHT_TABLE T05 ON
                  T05.FLIGHT_ID = T46.FLIGHT_ID
               INNER JOIN T76_AIRPORT_FEE T76 ON
                  T76.AIRPORT_CODE = T05.DEPARTURE_AIRPORT_CODE
               WHERE T46.COUPON_STATUS = 'FLOWN'
                 AND DATE(T05.DEPARTURE_TIMESTAMP) = DATE(:WS-PARM-DATE)
                 AND DATE(T05.DEPARTURE_TIMESTAMP)
                        BETWEEN T76.EFFECTIVE_FROM_DATE
                            AND T76.EFFECTIVE_TO_DATE
               UNION ALL
               SELECT 'COMMISSION',
                      T01.HOME_CURRENCY_CODE,
                      T14.FARE_AMOUNT * T77.COMMISSION_PERCENT / 100
               FROM T46_TICKET_COUPON T46
               INNER JOIN T45_TICKET T45 ON
                  T45.TICKET_NUMBER = T46.TICKET_NUMBER
               INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                  T09.RESERVATION_ID = T45.RESERVATION_ID
               INNER JOIN T77_AGENCY T77 ON
                  T77.IATA_NUMBER = T09.AGENCY_IATA
               INNER JOIN T05_FLIGHT_TABLE T05 ON
                  T05.FLIGHT_ID = T46.FLIGHT_ID
               INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                  T01.AIRLINE_CODE = T05.AIRLINE_CODE
               INNER JOIN T04_FLIGHT_SEATS T04 ON
                  T04.FLIGHT_ID      = T46.FLIGHT_ID AND
                  T04.RESERVATION_ID = T45.RESERVATION_ID AND
                  T04.PASSENGER_ID   = T45.PASSENGER_ID
               INNER JOIN T08_TABLE_PLANE_TABLE T08 ON
                  T08.PLANE_ID = T05.PLANE_ID AND
                  T04.ROW_NUMBER BETWEEN T08.ROW_NUMBER_FROM
                                     AND T08.ROW_NUMBER_TO
               INNER JOIN T14_FARE_TABLE T14 ON
                  T14.FLIGHT_ID = T05.FLIGHT_ID AND
                  T14.TYPE_OF_SEATS_ID = T08.TYPE_OF_SEATS_ID
               WHERE T46.COUPON_STATUS = 'FLOWN'
                 AND DATE(T05.DEPARTURE_TIMESTAMP) = DATE(:WS-PARM-DATE)
               UNION ALL
               SELECT 'DBC',
                      T01.HOME_CURRENCY_CODE,
                      T47.COMP_AMOUNT
               FROM T47_DENIED_BOARDING T47
               INNER JOIN T05_FLIGHT_TABLE T05 ON
                  T05.FLIGHT_ID = T47.FLIGHT_ID
               INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                  T01.AIRLINE_CODE = T05.AIRLINE_CODE
               WHERE DATE(T47.EVENT_TIMESTAMP) = DATE(:WS-PARM-DATE)
               UNION ALL
               SELECT 'WELFARE',
                      T01.HOME_CURRENCY_CODE,
                      T79.VOUCHER_VALUE
               FROM T79_WELFARE_VOUCHER T79
               INNER JOIN T05_FLIGHT_TABLE T05 ON
                  T05.FLIGHT_ID = T79.FLIGHT_ID
               INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                  T01.AIRLINE_CODE = T05.AIRLINE_CODE
               WHERE DATE(T79.ISSUED_TIMESTAMP) = DATE(:WS-PARM-DATE)
              ) AS MOV
             GROUP BY MOV.TRANSACTION_TYPE, MOV.CURRENCY_CODE
             ORDER BY MOV.TRANSACTION_TYPE, MOV.CURRENCY_CODE
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
           05 SW-IF-MAPPING-FOUND           PIC X VALUE 'N'.
               88 SO-MAPPING-FOUND          VALUE 'Y'.
               88 SO-MAPPING-NOT-FOUND      VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-ACTIVE-STATUS              PIC X(10) VALUE 'ACTIVE'.
           05 CT-MAX-SUSPENSE               PIC S9(4) COMP VALUE 100.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).

       01 WS-MOVEMENT-FIELDS.
           05 WS-TRANSACTION-TYPE           PIC X(12).
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-MOVEMENT-AMOUNT            PIC S9(11)V99 COMP-3.
           05 WS-POSTING-AMOUNT             PIC S9(11)V99 COMP-3.
           05 WS-DEBIT-ACCOUNT              PIC X(10).
           05 WS-DEBIT-COST-CENTRE          PIC X(6).
           05 WS-CREDIT-ACCOUNT             PIC X(10).
           05 WS-CREDIT-COST-CENTRE         PIC X(6).
           05 WS-SWAP-ACCOUNT               PIC X(10).
           05 WS-SWAP-COST-CENTRE           PIC X(6).

      * UNMAPPED TOTALS, PRINTED AFTER THE POSTINGS
       01 WS-SUSPENSE-TABLE.
           05 WS-SUSPENSE-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-SUS-SUB                    PIC S9(4) COMP.
           05 WS-SUS-ENTRY OCCURS 100 TIMES.
              10 WS-SUS-TRANSACTION-TYPE    PIC X(12).
              10 WS-SUS-CURRENCY-CODE       PIC X(3).
              10 WS-SUS-AMOUNT              PIC S9(11)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-JOURNAL-LINES              PIC S9(7) COMP VALUE 0.
           05 WS-TOTALS-POSTED              PIC S9(7) COMP VALUE 0.
           05 WS-DEBIT-TOTAL                PIC S9(13)V99 COMP-3
                                                           VALUE 0.
           05 WS-CREDIT-TOTAL               PIC S9(13)V99 COMP-3
                                                           VALUE 0.
           05 WS-SUSPENSE-AMOUNT            PIC S9(13)V99 COMP-3
                                                           VALUE 0.

       01 WS-HEADER-RECORD.
           05 FILLER                        PIC X VALUE 'H'.
           05 WS-HDR-BUSINESS-DATE          PIC X(10).
           05 FILLER                        PIC X(8) VALUE 'Z02491  '.
           05 FILLER                        PIC X(101) VALUE SPACE.

       01 WS-JOURNAL-DETAIL.
           05 FILLER                        PIC X VALUE 'D'.
           05 WS-JD-BUSINESS-DATE           PIC X(10).
           05 WS-JD-LINE-NUMBER             PIC 9(6).
           05 WS-JD-ACCOUNT                 PIC X(10).
           05 WS-JD-COST-CENTRE             PIC X(6).
           05 WS-JD-DEBIT-CREDIT            PIC X.
           05 WS-JD-CURRENCY                PIC X(3).
           05 WS-JD-AMOUNT                  PIC 9(11)V99.
           05 WS-JD-TRANSACTION-TYPE        PIC X(12).
           05 WS-JD-TEXT                    PIC X(30).
           05 FILLER                        PIC X(28) VALUE SPACE.

       01 WS-TRAILER-RECORD.
           05 FILLER                        PIC X VALUE 'T'.
           05 WS-TRL-LINE-COUNT             PIC 9(7).
           05 WS-TRL-DEBIT-TOTAL            PIC 9(13)V99.
           05 WS-TRL-CREDIT-TOTAL           PIC 9(13)V99.
           05 FILLER                        PIC X(82) VALUE SPACE.

       01 WS-POSTING-HEADER.
           05 FILLER                        PIC X(35) VALUE
              'TYPE         CUR            AMOUNT'.
           05 FILLER                        PIC X(38) VALUE
              '  DEBIT             CREDIT'.

       01 WS-POSTING-LINE.
           05 WS-PL-TRANSACTION-TYPE        PIC X(12).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-PL-CURRENCY                PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-PL-AMOUNT                  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-PL-DEBIT-ACCOUNT           PIC X(10).
           05 FILLER                        PIC X VALUE '/'.
           05 WS-PL-DEBIT-COST-CENTRE       PIC X(6).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-PL-CREDIT-ACCOUNT          PIC X(10).
           05 FILLER                        PIC X VALUE '/'.
           05 WS-PL-CREDIT-COST-CENTRE      PIC X(6).

       01 WS-SUSPENSE-LINE.
           05 WS-SL-TRANSACTION-TYPE        PIC X(12).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SL-CURRENCY                PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-SL-AMOUNT                  PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-SL-REASON                  PIC X(30).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'TOTALS POSTED.................'.
           05 WS-TOTALS-POSTED-OUT          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'JOURNAL LINES WRITTEN.........'.
           05 WS-TOTALS-LINES               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'DEBIT TOTAL...................'.
           05 WS-TOTALS-DEBITS              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'CREDIT TOTAL..................'.
           05 WS-TOTALS-CREDITS             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'TOTALS IN SUSPENSE............'.
           05 WS-TOTALS-SUSPENSE            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'SUSPENSE AMOUNT (ALL CURR.)...'.
           05 WS-TOTALS-SUSPENSE-AMT        PIC -,ZZZ,ZZZ,ZZZ,ZZ9.99.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-THE-MOVEMENTS
           PERFORM 2500-LIST-SUSPENSE
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02491 -- GENERAL-LEDGER JOURNAL STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02491 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           OPEN OUTPUT GL-JOURNAL-FILE
           MOVE WS-PARM-DATE TO WS-HDR-BUSINESS-DATE
           WRITE GL-JOURNAL-RECORD FROM WS-HEADER-RECORD
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'GENERAL-LEDGER JOURNAL FOR ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-POSTING-HEADER
           MOVE WS-POSTING-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                      1010-GET-TODAY
      ******************************************************************
       1010-GET-TODAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02491 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2000-POST-THE-MOVEMENTS
      ******************************************************************
       2000-POST-THE-MOVEMENTS.
           EXEC SQL
             OPEN C-DAY-MOVEMENTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02491 -- OPEN MOVEMENT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 2010-FETCH-MOVEMENT
           PERFORM UNTIL SO-END-OF-CURSOR
              IF WS-MOVEMENT-AMOUNT NOT = 0 THEN
                 PERFORM 2020-POST-ONE-TOTAL
              END-IF
              PERFORM 2010-FETCH-MOVEMENT
           END-PERFORM
           EXEC SQL
             CLOSE C-DAY-MOVEMENTS
           END-EXEC
           .
      ******************************************************************
      *                   2010-FETCH-MOVEMENT
      ******************************************************************
       2010-FETCH-MOVEMENT.
           EXEC SQL
             FETCH C-DAY-MOVEMENTS
             INTO :WS-TRANSACTION-TYPE,
                  :WS-CURRENCY-CODE,
                  :WS-MOVEMENT-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02491 -- MOVEMENT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   2020-POST-ONE-TOTAL
      * ONE DEBIT AND ONE CREDIT LINE OF THE SAME AMOUNT; A NEGATIVE
      * TOTAL IS POSTED THE OTHER WAY ROUND
      ******************************************************************
       2020-POST-ONE-TOTAL.
           PERFORM 7010-READ-MAPPING
           IF SO-MAPPING-NOT-FOUND THEN
              PERFORM 2030-HOLD-IN-SUSPENSE
           ELSE
              MOVE WS-MOVEMENT-AMOUNT TO WS-POSTING-AMOUNT
              IF WS-POSTING-AMOUNT < 0 THEN
                 COMPUTE WS-POSTING-AMOUNT = 0 - WS-POSTING-AMOUNT
                 MOVE WS-DEBIT-ACCOUNT      TO WS-SWAP-ACCOUNT
                 MOVE WS-DEBIT-COST-CENTRE  TO WS-SWAP-COST-CENTRE
                 MOVE WS-CREDIT-ACCOUNT     TO WS-DEBIT-ACCOUNT
                 MOVE WS-CREDIT-COST-CENTRE TO WS-DEBIT-COST-CENTRE
                 MOVE WS-SWAP-ACCOUNT       TO WS-CREDIT-ACCOUNT
                 MOVE WS-SWAP-COST-CENTRE   TO WS-CREDIT-COST-CENTRE
              END-IF
              MOVE 'D'                  TO WS-JD-DEBIT-CREDIT
              MOVE WS-DEBIT-ACCOUNT     TO WS-JD-ACCOUNT
              MOVE WS-DEBIT-COST-CENTRE TO WS-JD-COST-CENTRE
              PERFORM 2040-WRITE-JOURNAL-LINE
              ADD WS-POSTING-AMOUNT TO WS-DEBIT-TOTAL
              MOVE 'C'                   TO WS-JD-DEBIT-CREDIT
              MOVE WS-CREDIT-ACCOUNT     TO WS-JD-ACCOUNT
              MOVE WS-CREDIT-COST-CENTRE TO WS-JD-COST-CENTRE
              PERFORM 2040-WRITE-JOURNAL-LINE
              ADD WS-POSTING-AMOUNT TO WS-CREDIT-TOTAL
              ADD 1 TO WS-TOTALS-POSTED
              MOVE WS-TRANSACTION-TYPE   TO WS-PL-TRANSACTION-TYPE
              MOVE WS-CURRENCY-CODE      TO WS-PL-CURRENCY
              MOVE WS-MOVEMENT-AMOUNT    TO WS-PL-AMOUNT
              MOVE WS-DEBIT-ACCOUNT      TO WS-PL-DEBIT-ACCOUNT
              MOVE WS-DEBIT-COST-CENTRE  TO WS-PL-DEBIT-COST-CENTRE
              MOVE WS-CREDIT-ACCOUNT     TO WS-PL-CREDIT-ACCOUNT
              MOVE WS-CREDIT-COST-CENTRE TO WS-PL-CREDIT-COST-CENTRE
              DISPLAY WS-POSTING-LINE
              MOVE WS-POSTING-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      *                  2030-HOLD-IN-SUSPENSE
      ******************************************************************
       2030-HOLD-IN-SUSPENSE.
           IF WS-SUSPENSE-COUNT NOT < CT-MAX-SUSPENSE THEN
              DISPLAY 'Z02491 -- MORE THAN ' CT-MAX-SUSPENSE
                      ' UNMAPPED TOTALS -- TABLE FULL'
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE WS-TRANSACTION-TYPE TO
                          WS-SUS-TRANSACTION-TYPE(WS-SUSPENSE-COUNT)
           MOVE WS-CURRENCY-CODE TO
                          WS-SUS-CURRENCY-CODE(WS-SUSPENSE-COUNT)
           MOVE WS-MOVEMENT-AMOUNT TO
                          WS-SUS-AMOUNT(WS-SUSPENSE-COUNT)
           ADD WS-MOVEMENT-AMOUNT TO WS-SUSPENSE-AMOUNT
           .
      ******************************************************************
      *                 2040-WRITE-JOURNAL-LINE
      ******************************************************************
       2040-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JOURNAL-LINES
           MOVE WS-PARM-DATE        TO WS-JD-BUSINESS-DATE
           MOVE WS-JOURNAL-LINES    TO WS-JD-LINE-NUMBER
           MOVE WS-CURRENCY-CODE    TO WS-JD-CURRENCY
           MOVE WS-POSTING-AMOUNT   TO WS-JD-AMOUNT
           MOVE WS-TRANSACTION-TYPE TO WS-JD-TRANSACTION-TYPE
           MOVE SPACE TO WS-JD-TEXT
           STRING 'DAILY ' WS-TRANSACTION-TYPE ' ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-JD-TEXT
           END-STRING
           WRITE GL-JOURNAL-RECORD FROM WS-JOURNAL-DETAIL
           .
      ******************************************************************
      *                    2500-LIST-SUSPENSE
      ******************************************************************
       2500-LIST-SUSPENSE.
           MOVE 'SUSPENSE -- NOT POSTED, NO ACTIVE T112 MAPPING'
                                                  TO WS-REPORT-BUFFER
           DISPLAY ' '
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           PERFORM VARYING WS-SUS-SUB FROM 1 BY 1
                     UNTIL WS-SUS-SUB > WS-SUSPENSE-COUNT
              MOVE WS-SUS-TRANSACTION-TYPE(WS-SUS-SUB)
                                          TO WS-SL-TRANSACTION-TYPE
              MOVE WS-SUS-CURRENCY-CODE(WS-SUS-SUB) TO WS-SL-CURRENCY
              MOVE WS-SUS-AMOUNT(WS-SUS-SUB)        TO WS-SL-AMOUNT
              IF WS-SUS-CURRENCY-CODE(WS-SUS-SUB) = SPACE THEN
                 MOVE 'NO CURRENCY -- BOOKING UNSEATED'
                                                  TO WS-SL-REASON
              ELSE
                 MOVE 'NO ACCOUNT MAPPING (Z02492)' TO WS-SL-REASON
              END-IF
              DISPLAY WS-SUSPENSE-LINE
              MOVE WS-SUSPENSE-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
           END-PERFORM
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      * THE TRAILER CARRIES THE CONTROL TOTALS THE FINANCE SYSTEM
      * CHECKS THE IMPORT AGAINST
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-JOURNAL-LINES TO WS-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL   TO WS-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL  TO WS-TRL-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD FROM WS-TRAILER-RECORD
           CLOSE GL-JOURNAL-FILE
           MOVE WS-TOTALS-POSTED   TO WS-TOTALS-POSTED-OUT
           MOVE WS-JOURNAL-LINES   TO WS-TOTALS-LINES
           MOVE WS-DEBIT-TOTAL     TO WS-TOTALS-DEBITS
           MOVE WS-CREDIT-TOTAL    TO WS-TOTALS-CREDITS
           MOVE WS-SUSPENSE-COUNT  TO WS-TOTALS-SUSPENSE
           MOVE WS-SUSPENSE-AMOUNT TO WS-TOTALS-SUSPENSE-AMT
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
      *                    7010-READ-MAPPING
      ******************************************************************
       7010-READ-MAPPING.
           SET SO-MAPPING-NOT-FOUND TO TRUE
           IF WS-CURRENCY-CODE NOT = SPACE THEN
              EXEC SQL
                SELECT DEBIT_ACCOUNT, DEBIT_COST_CENTRE,
                       CREDIT_ACCOUNT, CREDIT_COST_CENTRE
                INTO :WS-DEBIT-ACCOUNT, :WS-DEBIT-COST-CENTRE,
                     :WS-CREDIT-ACCOUNT, :WS-CREDIT-COST-CENTRE
                FROM T112_GL_ACCOUNT_MAP
                WHERE TRANSACTION_TYPE = :WS-TRANSACTION-TYPE
                  AND CURRENCY_CODE    = :WS-CURRENCY-CODE
                  AND MAP_STATUS       = :CT-ACTIVE-STATUS
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-MAPPING-FOUND TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE SQLCODE TO WS-SQLCODE-FORMAT
                 DISPLAY 'Z02491 -- MAPPING READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
                 MOVE '7010' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * ONE POSTING PER RUN DATE -- SEE Z02380, THE JOB-RUN
      * REGISTRY.  THERE IS NO RERUN PATH: A LOST JOURNAL IS
      * RECOVERED FROM THE FINANCE SIDE, NEVER BY POSTING AGAIN
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02491  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02491 -- ALREADY POSTED OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      ******************************************************************
       8010-REGISTER-RUN-END.
           MOVE 'END  ' TO JRUN-FUNCTION
           MOVE WS-JOURNAL-LINES TO JRUN-ROWS-PROCESSED
           MOVE 0 TO JRUN-RETURN-CODE
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   8020-REGISTER-RUN-FAIL
      ******************************************************************
       8020-REGISTER-RUN-FAIL.
           MOVE 'FAIL ' TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02491  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-DATE TO RPT-BUSINESS-DATE
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
           MOVE 'Z02491  '   TO ERRL-PROGRAM-ID
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
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02491 -- GENERAL-LEDGER JOURNAL ENDING'
           GOBACK
           .
