       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02490.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- AIR TRAFFIC LIABILITY DAILY ROLL-FORWARD
      *
      * A TICKET SOLD BUT NOT YET FLOWN IS OWED TO THE PASSENGER.
      * FINANCE USED TO ESTIMATE THAT LIABILITY FROM Z02359 AND THE
      * Z02447 EXPIRY REPORT; THIS JOB KEEPS IT COUPON BY COUPON.
      *
      * T46_TICKET_COUPON CARRIES NO STATUS DATE, SO THE JOB KEEPS
      * ITS OWN REGISTER, T110_ATL_COUPON: EVERY UNFLOWN COUPON
      * ('OPEN' OR 'CHECKED-IN') IS TAKEN ON AT ITS VALUE ON THE DAY
      * IT IS FIRST SEEN -- THE FLIGHT'S T14 FARE FOR THE SEAT'S
      * SECTION OFF T04/T08, THE SAME DERIVATION Z02447 AND Z02438
      * USE, IN THE HOME CURRENCY (T01) OF THE FLIGHT'S AIRLINE --
      * AND RELEASED AT THAT SAME VALUE ON THE DAY T46 SHOWS IT GONE.
      * EACH NIGHT, PER CURRENCY:
      *
      *      OPENING BALANCE      -- YESTERDAY'S T111 CLOSING
      *    + TICKETS ISSUED       -- COUPONS TAKEN ON, NOT REISSUES
      *    + EXCHANGES            -- REISSUED COUPONS TAKEN ON (Z02361)
      *                              LESS THE 'EXCHANGED' ONES THEY
      *                              REPLACE
      *    - COUPONS FLOWN        -- RELEASED 'FLOWN' (Z02356)
      *    - REFUNDED / VOIDED    -- RELEASED 'REFUNDED' OR 'VOID'
      *                              (Z02261)
      *    - COUPONS EXPIRED      -- RELEASED 'EXPIRED' (Z02447)
      *    - OTHER RELEASES       -- ANY OTHER STATUS
      *    = CLOSING BALANCE
      *
      * THE CASH SIDE OF THE SAME DAY -- FARE DIFFERENCES COLLECTED
      * ON EXCHANGES (T60_FARE_ADJUSTMENT) AND REFUNDS PAID
      * (T36_REFUND_ITEM 'PAID') -- IS PRINTED BENEATH AS MEMO LINES:
      * A REFUND IS PAID DAYS AFTER ITS COUPONS LEAVE THE LIABILITY,
      * SO THE CASH FIGURES EXPLAIN THE MOVEMENT BUT ARE NOT PART OF
      * IT.
      *
      * THE CLOSING BALANCE IS THEN RECONCILED TO THE COUPONS
      * ACTUALLY UNFLOWN ON T46 TONIGHT, VALUED AFRESH; EVERY COUPON
      * WHOSE VALUE TONIGHT DIFFERS FROM ITS REGISTER VALUE (A FARE
      * CHANGED ON T14, A SEAT MOVED TO ANOTHER SECTION) IS LISTED
      * BY TICKET, SO THE DIFFERENCE ADDS UP FROM THE DETAIL.
      *
      * THE FIRST RUN TAKES THE WHOLE UNFLOWN BOOK ON AS ISSUED.
      *
      *     T110_ATL_COUPON
      *     TICKET_NUMBER         INTEGER
      *     FLIGHT_ID             CHAR(8)
      *     CURRENCY_CODE         CHAR(3)
      *     COUPON_VALUE          DECIMAL(9,2)
      *     ENTRY_TYPE            CHAR(8)        'ISSUE' / 'EXCHANGE'
      *     ATL_STATUS            CHAR(8)        'OPEN' / 'RELEASED'
      *     RELEASE_STATUS        CHAR(10)       T46 STATUS AT RELEASE
      *     ADDED_DATE            DATE
      *     RELEASED_DATE         DATE
      *     KEY (TICKET_NUMBER, FLIGHT_ID)
      *
      *     T111_ATL_BALANCE
      *     BUSINESS_DATE         DATE
      *     CURRENCY_CODE         CHAR(3)
      *     OPENING_AMOUNT        DECIMAL(13,2)
      *     ISSUED_AMOUNT         DECIMAL(13,2)
      *     EXCHANGE_AMOUNT       DECIMAL(13,2)
      *     FLOWN_AMOUNT          DECIMAL(13,2)
      *     REFUNDED_AMOUNT       DECIMAL(13,2)
      *     EXPIRED_AMOUNT        DECIMAL(13,2)
      *     OTHER_AMOUNT          DECIMAL(13,2)
      *     CLOSING_AMOUNT        DECIMAL(13,2)
      *     OPEN_COUPON_AMOUNT    DECIMAL(13,2)
      *     DIFFERENCE_AMOUNT     DECIMAL(13,2)
      *     KEY (BUSINESS_DATE, CURRENCY_CODE)
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  THE RUN IS REGISTERED WITH Z02380 AGAINST
      * THE RUN DATE -- TAKING THE SAME COUPONS ON TWICE WOULD
      * DOUBLE THE LIABILITY, SO A SECOND START IS REFUSED.
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

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * UNFLOWN COUPONS NOT YET IN THE REGISTER, VALUED
           EXEC SQL
             DECLARE C-NEW-COUPONS CURSOR FOR
             SELECT T46.TICKET_NUMBER,
                    T46.FLIGHT_ID,
                    T01.HOME_CURRENCY_CODE,
                    COALESCE(T14.FARE_AMOUNT, 0),
                    COALESCE(T45.EXCHANGED_FROM_TICKET, 0)
             FROM T46_TICKET_COUPON T46
             INNER JOIN T45_TICKET T45 ON
                T45.TICKET_NUMBER = T46.TICKET_NUMBER
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T46.FLIGHT_ID
             INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                T01.AIRLINE_CODE = T05.AIRLINE_CODE
             LEFT JOIN T04_FLIGHT_SEATS T04 ON
                T04.FLIGHT_ID      = T46.FLIGHT_ID AND
                T04.RESERVATION_ID = T45.RESERVATION_ID AND
                T04.PASSENGER_ID   = T45.PASSENGER_ID
             LEFT JOIN T08_TABLE_PLANE_TABLE T08 ON
                T08.PLANE_ID = T05.PLANE_ID AND
                T04.ROW_NUMBER BETWEEN T08.ROW_NUMBER_FROM
                                   AND T08.ROW_NUMBER_TO
             LEFT JOIN T14_FARE_TABLE T14 ON
                T14.FLIGHT_ID = T05.FLIGHT_ID AND
                T14.TYPE_OF_SEATS_ID = T08.TYPE_OF_SEATS_ID
             WHERE T46.COUPON_STATUS IN ('OPEN', 'CHECKED-IN')
               AND NOT EXISTS
                  (SELECT 1
                   FROM T110_ATL_COUPON T110
                   WHERE T110.TICKET_NUMBER = T46.TICKET_NUMBER
                     AND T110.FLIGHT_ID     = T46.FLIGHT_ID)
             FOR FETCH ONLY
           END-EXEC

      * REGISTER COUPONS T46 NO LONGER SHOWS UNFLOWN
           EXEC SQL
             DECLARE C-GONE-COUPONS CURSOR FOR
             SELECT T110.TICKET_NUMBER,
                    T110.FLIGHT_ID,
                    T110.CURRENCY_CODE,
                    T110.COUPON_VALUE,
                    T46.COUPON_STATUS
             FROM T110_ATL_COUPON T110
             INNER JOIN T46_TICKET_COUPON T46 ON
                T46.TICKET_NUMBER = T110.TICKET_NUMBER AND
                T46.FLIGHT_ID     = T110.FLIGHT_ID
             WHERE T110.ATL_STATUS = 'OPEN'
               AND T46.COUPON_STATUS NOT IN ('OPEN', 'CHECKED-IN')
             FOR FETCH ONLY
           END-EXEC

      * YESTERDAY'S CLOSING PER CURRENCY -- THE LAST RUN BEFORE
      * THIS ONE
           EXEC SQL
             DECLARE C-PRIOR-BALANCES CURSOR FOR
             SELECT CURRENCY_CODE,
                    CLOSING_AMOUNT
             FROM T111_ATL_BALANCE
             WHERE BUSINESS_DATE =
                  (SELECT MAX(BUSINESS_DATE)
                   FROM T111_ATL_BALANCE
                   WHERE BUSINESS_DATE < DATE(:WS-PARM-DATE))
             FOR FETCH ONLY
           END-EXEC

      * REGISTER COUPONS STILL OPEN, EACH VALUED AGAIN TONIGHT
           EXEC SQL
             DECLARE C-REVALUED-COUPONS CURSOR FOR
             SELECT T110.TICKET_NUMBER,
                    T110.FLIGHT_ID,
                    T110.CURRENCY_CODE,
                    T110.COUPON_VALUE,
                    COALESCE(T14.FARE_AMOUNT, 0)
             FROM T110_ATL_COUPON T110
             INNER JOIN T46_TICKET_COUPON T46 ON
                T46.TICKET_NUMBER = T110.TICKET_NUMBER AND
                T46.FLIGHT_ID     = T110.FLIGHT_ID
             INNER JOIN T45_TICKET T45 ON
                T45.TICKET_NUMBER = T46.TICKET_NUMBER
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T46.FLIGHT_ID
             LEFT JOIN T04_FLIGHT_SEATS T04 ON
                T04.FLIGHT_ID      = T46.FLIGHT_ID AND
                T04.RESERVATION_ID = T45.RESERVATION_ID AND
                T04.PASSENGER_ID   = T45.PASSENGER_ID
             LEFT JOIN T08_TABLE_PLANE_TABLE T08 ON
                T08.PLANE_ID = T05.PLANE_ID AND
                T04.ROW_NUMBER BETWEEN T08.ROW_NUMBER_FROM
                                   AND T08.ROW_NUMBER_TO
             LEFT JOIN T14_FARE_TABLE T14 ON
                T14.FLIGHT_ID = T05.FLIGHT_ID AND
                T14.TYPE_OF_SEATS_ID = T08.TYPE_OF_SEATS_ID
             WHERE T110.ATL_STATUS = 'OPEN'
               AND T46.COUPON_STATUS IN ('OPEN', 'CHECKED-IN')
             ORDER BY T110.CURRENCY_CODE, T110.TICKET_NUMBER,
                      T110.FLIGHT_ID
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
           05 SW-IF-CURRENCY-FOUND          PIC X VALUE 'N'.
               88 SO-CURRENCY-FOUND         VALUE 'Y'.
               88 SO-CURRENCY-NOT-FOUND     VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-OPEN-STATUS                PIC X(8) VALUE 'OPEN'.
           05 CT-RELEASED-STATUS            PIC X(8) VALUE 'RELEASED'.
           05 CT-ISSUE-ENTRY                PIC X(8) VALUE 'ISSUE'.
           05 CT-EXCHANGE-ENTRY             PIC X(8) VALUE 'EXCHANGE'.
           05 CT-MAX-CURRENCIES             PIC S9(4) COMP VALUE 30.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).

       01 WS-COUPON-FIELDS.
           05 WS-TICKET-NUMBER              PIC S9(9) COMP.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-COUPON-VALUE               PIC S9(7)V99 COMP-3.
           05 WS-CURRENT-VALUE              PIC S9(7)V99 COMP-3.
           05 WS-VALUE-DIFFERENCE           PIC S9(7)V99 COMP-3.
           05 WS-EXCHANGED-FROM             PIC S9(9) COMP.
           05 WS-ENTRY-TYPE                 PIC X(8).
           05 WS-COUPON-STATUS              PIC X(10).
           05 WS-PRIOR-CLOSING              PIC S9(11)V99 COMP-3.

      * ONE ROLL-FORWARD PER CURRENCY
       01 WS-CURRENCY-TABLE.
           05 WS-CURRENCY-COUNT             PIC S9(4) COMP VALUE 0.
           05 WS-CUR-SUB                    PIC S9(4) COMP.
           05 WS-CUR-ENTRY OCCURS 30 TIMES.
              10 WS-CUR-CODE                PIC X(3).
              10 WS-CUR-OPENING             PIC S9(11)V99 COMP-3.
              10 WS-CUR-ISSUED              PIC S9(11)V99 COMP-3.
              10 WS-CUR-EXCHANGE            PIC S9(11)V99 COMP-3.
              10 WS-CUR-FLOWN               PIC S9(11)V99 COMP-3.
              10 WS-CUR-REFUNDED            PIC S9(11)V99 COMP-3.
              10 WS-CUR-EXPIRED             PIC S9(11)V99 COMP-3.
              10 WS-CUR-OTHER               PIC S9(11)V99 COMP-3.
              10 WS-CUR-CLOSING             PIC S9(11)V99 COMP-3.
              10 WS-CUR-OPEN-COUPONS        PIC S9(11)V99 COMP-3.
              10 WS-CUR-DIFFERENCE          PIC S9(11)V99 COMP-3.
              10 WS-CUR-T60-COLLECTED       PIC S9(11)V99 COMP-3.
              10 WS-CUR-T36-PAID            PIC S9(11)V99 COMP-3.

      * ONE ENTRY OF THE TABLE ABOVE, AS HOST VARIABLES FOR THE INSERT
       01 WS-BALANCE-ROW.
           05 WS-BAL-CODE                   PIC X(3).
           05 WS-BAL-OPENING                PIC S9(11)V99 COMP-3.
           05 WS-BAL-ISSUED                 PIC S9(11)V99 COMP-3.
           05 WS-BAL-EXCHANGE               PIC S9(11)V99 COMP-3.
           05 WS-BAL-FLOWN                  PIC S9(11)V99 COMP-3.
           05 WS-BAL-REFUNDED               PIC S9(11)V99 COMP-3.
           05 WS-BAL-EXPIRED                PIC S9(11)V99 COMP-3.
           05 WS-BAL-OTHER                  PIC S9(11)V99 COMP-3.
           05 WS-BAL-CLOSING                PIC S9(11)V99 COMP-3.
           05 WS-BAL-OPEN-COUPONS           PIC S9(11)V99 COMP-3.
           05 WS-BAL-DIFFERENCE             PIC S9(11)V99 COMP-3.
           05 WS-BAL-T60-COLLECTED          PIC S9(11)V99 COMP-3.
           05 WS-BAL-T36-PAID               PIC S9(11)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-COUPONS-TAKEN-ON           PIC S9(7) COMP VALUE 0.
           05 WS-COUPONS-RELEASED           PIC S9(7) COMP VALUE 0.
           05 WS-COUPONS-DIFFERING          PIC S9(7) COMP VALUE 0.

       01 WS-ROLL-LINE.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-ROLL-LABEL                 PIC X(30).
           05 WS-ROLL-AMOUNT                PIC -ZZZ,ZZZ,ZZ9.99.

       01 WS-DETAIL-HEADER.
           05 FILLER                        PIC X(33) VALUE
              'CUR     TICKET  FLIGHT   REGISTER'.
           05 FILLER                        PIC X(28) VALUE
              '     TONIGHT   DIFFERENCE'.

       01 WS-DETAIL-LINE.
           05 WS-DTL-CURRENCY               PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DTL-TICKET                 PIC Z(9)9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-DTL-FLIGHT                 PIC X(8).
           05 WS-DTL-REGISTER               PIC -ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DTL-TONIGHT                PIC -ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DTL-DIFFERENCE             PIC -ZZZ,ZZ9.99.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'COUPONS TAKEN ON..............'.
           05 WS-TOTALS-TAKEN-ON            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'COUPONS RELEASED..............'.
           05 WS-TOTALS-RELEASED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'COUPONS VALUED DIFFERENTLY....'.
           05 WS-TOTALS-DIFFERING           PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PRIOR-BALANCES
           PERFORM 2100-TAKE-ON-NEW-COUPONS
           PERFORM 2200-RELEASE-GONE-COUPONS
           PERFORM 2300-LIST-REVALUED-COUPONS
           PERFORM 2400-ROLL-EACH-CURRENCY
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02490 -- AIR TRAFFIC LIABILITY STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02490 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'AIR TRAFFIC LIABILITY ROLL-FORWARD FOR '
                  WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
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
              DISPLAY 'Z02490 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2000-LOAD-PRIOR-BALANCES
      * EVERY CURRENCY CLOSED BY THE LAST RUN OPENS TONIGHT, EVEN IF
      * NOTHING MOVES IN IT
      ******************************************************************
       2000-LOAD-PRIOR-BALANCES.
           EXEC SQL
             OPEN C-PRIOR-BALANCES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- OPEN BALANCE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 2010-FETCH-PRIOR-BALANCE
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2500-FIND-THE-CURRENCY
              MOVE WS-PRIOR-CLOSING TO WS-CUR-OPENING(WS-CUR-SUB)
              PERFORM 2010-FETCH-PRIOR-BALANCE
           END-PERFORM
           EXEC SQL
             CLOSE C-PRIOR-BALANCES
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-PRIOR-BALANCE
      ******************************************************************
       2010-FETCH-PRIOR-BALANCE.
           EXEC SQL
             FETCH C-PRIOR-BALANCES
             INTO :WS-CURRENCY-CODE,
                  :WS-PRIOR-CLOSING
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- BALANCE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2100-TAKE-ON-NEW-COUPONS
      ******************************************************************
       2100-TAKE-ON-NEW-COUPONS.
           EXEC SQL
             OPEN C-NEW-COUPONS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- OPEN NEW COUPON CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 2110-FETCH-NEW-COUPON
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2120-TAKE-ON-ONE-COUPON
              PERFORM 2110-FETCH-NEW-COUPON
           END-PERFORM
           EXEC SQL
             CLOSE C-NEW-COUPONS
           END-EXEC
           .
      ******************************************************************
      *                  2110-FETCH-NEW-COUPON
      ******************************************************************
       2110-FETCH-NEW-COUPON.
           EXEC SQL
             FETCH C-NEW-COUPONS
             INTO :WS-TICKET-NUMBER,
                  :WS-FLIGHT-ID,
                  :WS-CURRENCY-CODE,
                  :WS-COUPON-VALUE,
                  :WS-EXCHANGED-FROM
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- NEW COUPON FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2120-TAKE-ON-ONE-COUPON
      * A COUPON OF A TICKET REISSUED BY Z02361 IS AN EXCHANGE, ANY
      * OTHER IS A SALE
      ******************************************************************
       2120-TAKE-ON-ONE-COUPON.
           PERFORM 2500-FIND-THE-CURRENCY
           IF WS-EXCHANGED-FROM NOT = 0 THEN
              MOVE CT-EXCHANGE-ENTRY TO WS-ENTRY-TYPE
              ADD WS-COUPON-VALUE TO WS-CUR-EXCHANGE(WS-CUR-SUB)
           ELSE
              MOVE CT-ISSUE-ENTRY TO WS-ENTRY-TYPE
              ADD WS-COUPON-VALUE TO WS-CUR-ISSUED(WS-CUR-SUB)
           END-IF
           PERFORM 7010-INSERT-REGISTER-COUPON
           ADD 1 TO WS-COUPONS-TAKEN-ON
           .
      ******************************************************************
      *               2200-RELEASE-GONE-COUPONS
      ******************************************************************
       2200-RELEASE-GONE-COUPONS.
           EXEC SQL
             OPEN C-GONE-COUPONS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- OPEN GONE COUPON CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 2210-FETCH-GONE-COUPON
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2220-RELEASE-ONE-COUPON
              PERFORM 2210-FETCH-GONE-COUPON
           END-PERFORM
           EXEC SQL
             CLOSE C-GONE-COUPONS
           END-EXEC
           .
      ******************************************************************
      *                  2210-FETCH-GONE-COUPON
      ******************************************************************
       2210-FETCH-GONE-COUPON.
           EXEC SQL
             FETCH C-GONE-COUPONS
             INTO :WS-TICKET-NUMBER,
                  :WS-FLIGHT-ID,
                  :WS-CURRENCY-CODE,
                  :WS-COUPON-VALUE,
                  :WS-COUPON-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- GONE COUPON FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2220-RELEASE-ONE-COUPON
      * AT THE VALUE IT WAS TAKEN ON AT, SO THE REGISTER AND THE
      * ROLL-FORWARD NEVER DRIFT APART
      ******************************************************************
       2220-RELEASE-ONE-COUPON.
           PERFORM 2500-FIND-THE-CURRENCY
           EVALUATE WS-COUPON-STATUS
           WHEN 'FLOWN'
              ADD WS-COUPON-VALUE TO WS-CUR-FLOWN(WS-CUR-SUB)
           WHEN 'REFUNDED'
           WHEN 'VOID'
              ADD WS-COUPON-VALUE TO WS-CUR-REFUNDED(WS-CUR-SUB)
           WHEN 'EXPIRED'
              ADD WS-COUPON-VALUE TO WS-CUR-EXPIRED(WS-CUR-SUB)
           WHEN 'EXCHANGED'
              SUBTRACT WS-COUPON-VALUE FROM
                                     WS-CUR-EXCHANGE(WS-CUR-SUB)
           WHEN OTHER
              ADD WS-COUPON-VALUE TO WS-CUR-OTHER(WS-CUR-SUB)
           END-EVALUATE
           PERFORM 7020-RELEASE-REGISTER-COUPON
           ADD 1 TO WS-COUPONS-RELEASED
           .
      ******************************************************************
      *               2300-LIST-REVALUED-COUPONS
      * THE TICKET-LEVEL DETAIL BEHIND EVERY CURRENCY'S DIFFERENCE --
      * WHILE GOING THROUGH, TONIGHT'S VALUE OF THE UNFLOWN BOOK IS
      * SUMMED PER CURRENCY
      ******************************************************************
       2300-LIST-REVALUED-COUPONS.
           MOVE 'COUPONS VALUED DIFFERENTLY FROM THE REGISTER'
                                                  TO WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-DETAIL-HEADER
           MOVE WS-DETAIL-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           EXEC SQL
             OPEN C-REVALUED-COUPONS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- OPEN REVALUE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2300' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 2310-FETCH-REVALUED-COUPON
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2320-COMPARE-ONE-COUPON
              PERFORM 2310-FETCH-REVALUED-COUPON
           END-PERFORM
           EXEC SQL
             CLOSE C-REVALUED-COUPONS
           END-EXEC
           .
      ******************************************************************
      *                2310-FETCH-REVALUED-COUPON
      ******************************************************************
       2310-FETCH-REVALUED-COUPON.
           EXEC SQL
             FETCH C-REVALUED-COUPONS
             INTO :WS-TICKET-NUMBER,
                  :WS-FLIGHT-ID,
                  :WS-CURRENCY-CODE,
                  :WS-COUPON-VALUE,
                  :WS-CURRENT-VALUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- REVALUE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2310' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2320-COMPARE-ONE-COUPON
      ******************************************************************
       2320-COMPARE-ONE-COUPON.
           PERFORM 2500-FIND-THE-CURRENCY
           ADD WS-CURRENT-VALUE TO WS-CUR-OPEN-COUPONS(WS-CUR-SUB)
           IF WS-CURRENT-VALUE NOT = WS-COUPON-VALUE THEN
              COMPUTE WS-VALUE-DIFFERENCE =
                 WS-CURRENT-VALUE - WS-COUPON-VALUE
              MOVE WS-CURRENCY-CODE    TO WS-DTL-CURRENCY
              MOVE WS-TICKET-NUMBER    TO WS-DTL-TICKET
              MOVE WS-FLIGHT-ID        TO WS-DTL-FLIGHT
              MOVE WS-COUPON-VALUE     TO WS-DTL-REGISTER
              MOVE WS-CURRENT-VALUE    TO WS-DTL-TONIGHT
              MOVE WS-VALUE-DIFFERENCE TO WS-DTL-DIFFERENCE
              DISPLAY WS-DETAIL-LINE
              MOVE WS-DETAIL-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              ADD 1 TO WS-COUPONS-DIFFERING
           END-IF
           .
      ******************************************************************
      *                 2400-ROLL-EACH-CURRENCY
      ******************************************************************
       2400-ROLL-EACH-CURRENCY.
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                     UNTIL WS-CUR-SUB > WS-CURRENCY-COUNT
              PERFORM 2410-ROLL-ONE-CURRENCY
           END-PERFORM
           .
      ******************************************************************
      *                 2410-ROLL-ONE-CURRENCY
      ******************************************************************
       2410-ROLL-ONE-CURRENCY.
           COMPUTE WS-CUR-CLOSING(WS-CUR-SUB) =
                WS-CUR-OPENING(WS-CUR-SUB)
              + WS-CUR-ISSUED(WS-CUR-SUB)
              + WS-CUR-EXCHANGE(WS-CUR-SUB)
              - WS-CUR-FLOWN(WS-CUR-SUB)
              - WS-CUR-REFUNDED(WS-CUR-SUB)
              - WS-CUR-EXPIRED(WS-CUR-SUB)
              - WS-CUR-OTHER(WS-CUR-SUB)
           COMPUTE WS-CUR-DIFFERENCE(WS-CUR-SUB) =
                WS-CUR-CLOSING(WS-CUR-SUB)
              - WS-CUR-OPEN-COUPONS(WS-CUR-SUB)
           PERFORM 7030-SUM-EXCHANGE-COLLECTIONS
           PERFORM 7040-SUM-REFUNDS-PAID
           PERFORM 7050-INSERT-DAILY-BALANCE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CURRENCY ' WS-CUR-CODE(WS-CUR-SUB)
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY ' '
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'OPENING BALANCE...............' TO WS-ROLL-LABEL
           MOVE WS-CUR-OPENING(WS-CUR-SUB)       TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE '+ TICKETS ISSUED..............' TO WS-ROLL-LABEL
           MOVE WS-CUR-ISSUED(WS-CUR-SUB)        TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE '+ EXCHANGES (NET).............' TO WS-ROLL-LABEL
           MOVE WS-CUR-EXCHANGE(WS-CUR-SUB)      TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE '- COUPONS FLOWN...............' TO WS-ROLL-LABEL
           MOVE WS-CUR-FLOWN(WS-CUR-SUB)         TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE '- COUPONS REFUNDED/VOIDED.....' TO WS-ROLL-LABEL
           MOVE WS-CUR-REFUNDED(WS-CUR-SUB)      TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE '- COUPONS EXPIRED.............' TO WS-ROLL-LABEL
           MOVE WS-CUR-EXPIRED(WS-CUR-SUB)       TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE '- OTHER RELEASES..............' TO WS-ROLL-LABEL
           MOVE WS-CUR-OTHER(WS-CUR-SUB)         TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE '= CLOSING BALANCE.............' TO WS-ROLL-LABEL
           MOVE WS-CUR-CLOSING(WS-CUR-SUB)       TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE 'UNFLOWN COUPONS ON T46........' TO WS-ROLL-LABEL
           MOVE WS-CUR-OPEN-COUPONS(WS-CUR-SUB)  TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE 'DIFFERENCE....................' TO WS-ROLL-LABEL
           MOVE WS-CUR-DIFFERENCE(WS-CUR-SUB)    TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE 'MEMO: T60 EXCHANGE COLLECTED..' TO WS-ROLL-LABEL
           MOVE WS-CUR-T60-COLLECTED(WS-CUR-SUB) TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           MOVE 'MEMO: T36 REFUNDS PAID........' TO WS-ROLL-LABEL
           MOVE WS-CUR-T36-PAID(WS-CUR-SUB)      TO WS-ROLL-AMOUNT
           PERFORM 2420-WRITE-ROLL-LINE
           .
      ******************************************************************
      *                  2420-WRITE-ROLL-LINE
      ******************************************************************
       2420-WRITE-ROLL-LINE.
           DISPLAY WS-ROLL-LINE
           MOVE WS-ROLL-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  2500-FIND-THE-CURRENCY
      * WS-CUR-SUB POINTS AT WS-CURRENCY-CODE'S ENTRY, A NEW ONE
      * ADDED IF NEED BE
      ******************************************************************
       2500-FIND-THE-CURRENCY.
           SET SO-CURRENCY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CUR-SUB FROM 1 BY 1
                     UNTIL WS-CUR-SUB > WS-CURRENCY-COUNT
                        OR SO-CURRENCY-FOUND
              IF WS-CUR-CODE(WS-CUR-SUB) = WS-CURRENCY-CODE THEN
                 SET SO-CURRENCY-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF SO-CURRENCY-FOUND THEN
              SUBTRACT 1 FROM WS-CUR-SUB
           ELSE
              IF WS-CURRENCY-COUNT NOT < CT-MAX-CURRENCIES THEN
                 DISPLAY 'Z02490 -- MORE THAN ' CT-MAX-CURRENCIES
                         ' CURRENCIES -- TABLE FULL'
                 PERFORM 9999-EXIT
              END-IF
              ADD 1 TO WS-CURRENCY-COUNT
              MOVE WS-CURRENCY-COUNT TO WS-CUR-SUB
              MOVE WS-CURRENCY-CODE TO WS-CUR-CODE(WS-CUR-SUB)
              MOVE 0 TO WS-CUR-OPENING(WS-CUR-SUB)
                        WS-CUR-ISSUED(WS-CUR-SUB)
                        WS-CUR-EXCHANGE(WS-CUR-SUB)
                        WS-CUR-FLOWN(WS-CUR-SUB)
                        WS-CUR-REFUNDED(WS-CUR-SUB)
                        WS-CUR-EXPIRED(WS-CUR-SUB)
                        WS-CUR-OTHER(WS-CUR-SUB)
                        WS-CUR-CLOSING(WS-CUR-SUB)
                        WS-CUR-OPEN-COUPONS(WS-CUR-SUB)
                        WS-CUR-DIFFERENCE(WS-CUR-SUB)
                        WS-CUR-T60-COLLECTED(WS-CUR-SUB)
                        WS-CUR-T36-PAID(WS-CUR-SUB)
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-COUPONS-TAKEN-ON  TO WS-TOTALS-TAKEN-ON
           MOVE WS-COUPONS-RELEASED  TO WS-TOTALS-RELEASED
           MOVE WS-COUPONS-DIFFERING TO WS-TOTALS-DIFFERING
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *               7010-INSERT-REGISTER-COUPON
      ******************************************************************
       7010-INSERT-REGISTER-COUPON.
           EXEC SQL
             INSERT INTO T110_ATL_COUPON
                (TICKET_NUMBER, FLIGHT_ID, CURRENCY_CODE,
                 COUPON_VALUE, ENTRY_TYPE, ATL_STATUS,
                 RELEASE_STATUS, ADDED_DATE, RELEASED_DATE)
             VALUES
                (:WS-TICKET-NUMBER, :WS-FLIGHT-ID, :WS-CURRENCY-CODE,
                 :WS-COUPON-VALUE, :WS-ENTRY-TYPE, :CT-OPEN-STATUS,
                 ' ', DATE(:WS-PARM-DATE), NULL)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- REGISTER INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              7020-RELEASE-REGISTER-COUPON
      ******************************************************************
       7020-RELEASE-REGISTER-COUPON.
           EXEC SQL
             UPDATE T110_ATL_COUPON
                SET ATL_STATUS     = :CT-RELEASED-STATUS,
                    RELEASE_STATUS = :WS-COUPON-STATUS,
                    RELEASED_DATE  = DATE(:WS-PARM-DATE)
              WHERE TICKET_NUMBER = :WS-TICKET-NUMBER
                AND FLIGHT_ID     = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- REGISTER RELEASE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              7030-SUM-EXCHANGE-COLLECTIONS
      * THE RUN DATE'S T60 FARE DIFFERENCES, IN THE CURRENCY OF THE
      * NEW FLIGHT'S AIRLINE
      ******************************************************************
       7030-SUM-EXCHANGE-COLLECTIONS.
           MOVE WS-CUR-CODE(WS-CUR-SUB) TO WS-CURRENCY-CODE
           EXEC SQL
             SELECT COALESCE(SUM(T60.ADJUST_AMOUNT), 0)
             INTO :WS-PRIOR-CLOSING
             FROM T60_FARE_ADJUSTMENT T60
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T60.NEW_FLIGHT_ID
             INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                T01.AIRLINE_CODE = T05.AIRLINE_CODE
             WHERE DATE(T60.RECORDED_TIMESTAMP) = DATE(:WS-PARM-DATE)
               AND T01.HOME_CURRENCY_CODE = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- EXCHANGE SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PRIOR-CLOSING TO WS-CUR-T60-COLLECTED(WS-CUR-SUB)
           .
      ******************************************************************
      *                  7040-SUM-REFUNDS-PAID
      * THE RUN DATE'S PAID T36 ITEMS, IN THE CURRENCY OF THE
      * AIRLINE OF THE BOOKING'S FLIGHTS
      ******************************************************************
       7040-SUM-REFUNDS-PAID.
           MOVE WS-CUR-CODE(WS-CUR-SUB) TO WS-CURRENCY-CODE
           EXEC SQL
             SELECT COALESCE(SUM(T36.REFUND_AMOUNT), 0)
             INTO :WS-PRIOR-CLOSING
             FROM T36_REFUND_ITEM T36
             WHERE T36.REFUND_STATUS = 'PAID'
               AND DATE(T36.PAID_TIMESTAMP) = DATE(:WS-PARM-DATE)
               AND :WS-CURRENCY-CODE =
                  (SELECT MIN(T01.HOME_CURRENCY_CODE)
                   FROM T04_FLIGHT_SEATS T04
                   INNER JOIN T05_FLIGHT_TABLE T05 ON
                      T05.FLIGHT_ID = T04.FLIGHT_ID
                   INNER JOIN T01_AIRLINE_NAMES_TABLE T01 ON
                      T01.AIRLINE_CODE = T05.AIRLINE_CODE
                   WHERE T04.RESERVATION_ID = T36.RESERVATION_ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- REFUND SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PRIOR-CLOSING TO WS-CUR-T36-PAID(WS-CUR-SUB)
           .
      ******************************************************************
      *                7050-INSERT-DAILY-BALANCE
      ******************************************************************
       7050-INSERT-DAILY-BALANCE.
           MOVE WS-CUR-ENTRY(WS-CUR-SUB) TO WS-BALANCE-ROW
           EXEC SQL
             INSERT INTO T111_ATL_BALANCE
                (BUSINESS_DATE, CURRENCY_CODE, OPENING_AMOUNT,
                 ISSUED_AMOUNT, EXCHANGE_AMOUNT, FLOWN_AMOUNT,
                 REFUNDED_AMOUNT, EXPIRED_AMOUNT, OTHER_AMOUNT,
                 CLOSING_AMOUNT, OPEN_COUPON_AMOUNT, DIFFERENCE_AMOUNT)
             VALUES
                (DATE(:WS-PARM-DATE), :WS-BAL-CODE,
                 :WS-BAL-OPENING, :WS-BAL-ISSUED, :WS-BAL-EXCHANGE,
                 :WS-BAL-FLOWN, :WS-BAL-REFUNDED, :WS-BAL-EXPIRED,
                 :WS-BAL-OTHER, :WS-BAL-CLOSING, :WS-BAL-OPEN-COUPONS,
                 :WS-BAL-DIFFERENCE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02490 -- BALANCE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE RUN DATE -- SEE
      * Z02380, THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02490  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02490 -- ALREADY RUN OR RUNNING FOR '
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
           COMPUTE JRUN-ROWS-PROCESSED =
              WS-COUPONS-TAKEN-ON + WS-COUPONS-RELEASED
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
           MOVE 'Z02490  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02490  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02490 -- AIR TRAFFIC LIABILITY ENDING'
           GOBACK
           .
