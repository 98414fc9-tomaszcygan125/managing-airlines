       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02540.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- BOOKING / TICKET / PAYMENT RECONCILIATION
      *
      * Z02396 CHECKS THAT THE TABLE LINKS ARE NOT ORPHANED BUT
      * NOTHING CHECKED THAT THE MONEY ADDS UP -- FINANCE FOUND EACH
      * BREAK ONE AT A TIME, THROUGH A CUSTOMER COMPLAINT.  THIS JOB
      * SWEEPS THE WHOLE BOOK NIGHTLY AND RAISES FOUR KINDS OF BREAK,
      * EACH ON ITS OWN EXCEPTION WORK QUEUE THROUGH Z02414 SO
      * Z02415'S OPERATORS CLAIM AND WORK THEM:
      *
      *   'RECNOTKT' -- A T09 RESERVATION 'CONFIRMED' WITH NO
      *                 'ISSUED' T45 TICKET.  A DEPOSIT BOOKING IS
      *                 'PARTIALLY PAID' UNTIL Z02453 SETTLES AND
      *                 TICKETS IT, SO IT IS NOT RAISED HERE
      *
      *   'RECVALUE' -- A TICKETED RESERVATION WHOSE TICKET VALUE
      *                 DIFFERS FROM WHAT WAS COLLECTED BY MORE THAN
      *                 'RECON-VALUE-TOLERANCE-PCT' PERCENT OF THE
      *                 VALUE.  THE VALUE IS THE FARE OF EVERY LIVE
      *                 COUPON (T46) OF THE 'ISSUED' TICKETS -- THE
      *                 T14 FARE FOR THE SEAT'S SECTION OFF T04/T08,
      *                 AS Z02490 VALUES A COUPON -- PLUS THE T76
      *                 FEES, T35 ANCILLARIES, T18 EXCESS BAGGAGE AND
      *                 T69 SEAT FEES, THE SAME PRODUCTS Z02390 PRINTS
      *                 ON THE RECEIPT AND Z02493 INVOICES, AND THE
      *                 PREMIUM OF AN 'ACTIVE' T168 INSURANCE POLICY,
      *                 TAKEN IN THE SAME T64 PAYMENT.  COLLECTED
      *                 IS THE T64 PAYMENTS, T58 VOUCHER REDEMPTIONS
      *                 AND T60 EXCHANGE FARE DIFFERENCES.  AN AWARD
      *                 BOOKING (A T64 'MILE' PAYMENT) IS COLLECTED IN
      *                 FULL BY ITS T51 'DEBIT' FOR ONE OF THE PARTY'S
      *                 MEMBER NUMBERS ON ONE OF ITS FLIGHTS, AND A
      *                 BREAK WHEN NO SUCH DEBIT EXISTS.  A T86 PLAN
      *                 STILL 'OPEN' ON A TICKETED BOOKING IS NAMED IN
      *                 THE ITEM TEXT -- TICKETS WENT OUT BEFORE THE
      *                 BALANCE CAME IN
      *
      *   'RECHELD ' -- A CANCELED RESERVATION (T16, NO LONGER ON
      *                 T09) WITH MONEY STILL HELD ON T64 / T58 AND
      *                 NO T36 REFUND ITEM AFTER Z02371'S RUN.  A
      *                 DEPOSIT FORFEITED BY Z02454 (T86 PLAN
      *                 'CANCELED') IS HELD BY THE CONDITIONS OF SALE
      *                 AND IS NOT RAISED
      *
      *   'RECORPHN' -- A T64 PAYMENT WHOSE RESERVATION IS NOT ON
      *                 T09, T16 OR THE Z02357 HISTORY TABLE T33
      *
      * THE TOLERANCE ABSORBS THE PRICING THE RECEIPT DERIVATION CANNOT
      * SEE (Z02202'S GROUP AND CHILD DISCOUNTS, A Z02435 QUOTE).  IT
      * IS A T87 PARAMETER READ THROUGH Z02457 (MAINTAINED ON Z02458),
      * CT-VALUE-TOLERANCE-PCT BELOW BEING THE NO-ROW DEFAULT.
      *
      * Z02414 SKIPS A BREAK ALREADY SITTING UNWORKED ON ITS QUEUE, SO
      * ONLY A BREAK AN OPERATOR CLOSED WITHOUT PUTTING RIGHT COMES
      * BACK THE NEXT NIGHT.  EVERY BREAK IS ALSO PRINTED AND STORED
      * TO THE T52 REPOSITORY THROUGH Z02401, AND THE RUN IS
      * REGISTERED WITH Z02380 AGAINST THE RUN DATE SO A SECOND RUN
      * FOR THE SAME DATE IS REFUSED.
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
      * EXCEPTION WORK QUEUE PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * CONFIRMED RESERVATIONS WITHOUT A SINGLE ISSUED TICKET
           EXEC SQL
             DECLARE C-NO-TICKET CURSOR FOR
             SELECT T09.RESERVATION_ID
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE T09
             WHERE T09.RESERVATION_STATUS = 'CONFIRMED'
               AND NOT EXISTS
                  (SELECT 1
                   FROM T45_TICKET T45
                   WHERE T45.RESERVATION_ID = T09.RESERVATION_ID
                     AND T45.TICKET_STATUS  = 'ISSUED')
             ORDER BY T09.RESERVATION_ID
             FOR FETCH ONLY
           END-EXEC

      * TICKETED RESERVATIONS, WITH THEIR AWARD PAYMENTS COUNTED
           EXEC SQL
             DECLARE C-TICKETED CURSOR FOR
             SELECT T09.RESERVATION_ID,
                    (SELECT COUNT(*)
                     FROM T64_PAYMENT T64
                     WHERE T64.RESERVATION_ID = T09.RESERVATION_ID
                       AND T64.PAYMENT_METHOD = 'MILE')
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE T09
             WHERE EXISTS
                  (SELECT 1
                   FROM T45_TICKET T45
                   WHERE T45.RESERVATION_ID = T09.RESERVATION_ID
                     AND T45.TICKET_STATUS  = 'ISSUED')
             ORDER BY T09.RESERVATION_ID
             FOR FETCH ONLY
           END-EXEC

      * CANCELED RESERVATIONS STILL HOLDING MONEY WITH NO REFUND ITEM
      * -- A FORFEITED DEPOSIT IS HELD ON PURPOSE
           EXEC SQL
             DECLARE C-HELD CURSOR FOR
             SELECT X.RESERVATION_ID,
                    X.HELD_AMOUNT
             FROM (SELECT DISTINCT T16.RESERVATION_ID,
                          (SELECT COALESCE(SUM(T64.AMOUNT), 0)
                           FROM T64_PAYMENT T64
                           WHERE T64.RESERVATION_ID =
                                 T16.RESERVATION_ID)
                        + (SELECT COALESCE(SUM(T58.AMOUNT_APPLIED), 0)
                           FROM T58_VOUCHER_REDEMPTION T58
                           WHERE T58.RESERVATION_ID =
                                 T16.RESERVATION_ID) AS HELD_AMOUNT
                   FROM T16_CANCELLATION_AUDIT_TABLE T16
                   WHERE NOT EXISTS
                        (SELECT 1
                         FROM T09_RESERVATION_MAIN_PASSENGER_TABLE T09
                         WHERE T09.RESERVATION_ID = T16.RESERVATION_ID)
                     AND NOT EXISTS
                        (SELECT 1
                         FROM T36_REFUND_ITEM T36
                         WHERE T36.RESERVATION_ID = T16.RESERVATION_ID)
                     AND NOT EXISTS
                        (SELECT 1
                         FROM T86_PAYMENT_PLAN T86
                         WHERE T86.RESERVATION_ID = T16.RESERVATION_ID
                           AND T86.PLAN_STATUS    = 'CANCELED')) X
             WHERE X.HELD_AMOUNT > 0
             ORDER BY X.RESERVATION_ID
             FOR FETCH ONLY
           END-EXEC

      * PAYMENTS ON A RESERVATION THAT IS LIVE NOWHERE, CANCELED
      * NOWHERE AND ARCHIVED NOWHERE
           EXEC SQL
             DECLARE C-ORPHANS CURSOR FOR
             SELECT T64.PAYMENT_ID,
                    T64.RESERVATION_ID,
                    T64.AMOUNT
             FROM T64_PAYMENT T64
             WHERE NOT EXISTS
                  (SELECT 1
                   FROM T09_RESERVATION_MAIN_PASSENGER_TABLE T09
                   WHERE T09.RESERVATION_ID = T64.RESERVATION_ID)
               AND NOT EXISTS
                  (SELECT 1
                   FROM T16_CANCELLATION_AUDIT_TABLE T16
                   WHERE T16.RESERVATION_ID = T64.RESERVATION_ID)
               AND NOT EXISTS
                  (SELECT 1
                   FROM T33_RESERVATION_HISTORY T33
                   WHERE T33.RESERVATION_ID = T64.RESERVATION_ID)
             ORDER BY T64.PAYMENT_ID
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
           05 CT-NO-TICKET-QUEUE            PIC X(8) VALUE 'RECNOTKT'.
           05 CT-VALUE-QUEUE                PIC X(8) VALUE 'RECVALUE'.
           05 CT-HELD-QUEUE                 PIC X(8) VALUE 'RECHELD '.
           05 CT-ORPHAN-QUEUE               PIC X(8) VALUE 'RECORPHN'.
           05 CT-VALUE-TOLERANCE-PCT        PIC S9(3)V99 COMP-3
                                                 VALUE 10.00.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-LIMITS.
           05 WS-VALUE-TOLERANCE-PCT        PIC S9(3)V99 COMP-3.

       01 WS-FETCH-FIELDS.
           05 WS-RESERVATION-ID             PIC S9(9) COMP VALUE 0.
           05 WS-PAYMENT-ID                 PIC S9(9) COMP.
           05 WS-MILE-PAYMENTS              PIC S9(9) COMP.
           05 WS-MILE-DEBITS                PIC S9(9) COMP.
           05 WS-AMOUNT                     PIC S9(9)V99 COMP-3.

       01 WS-VALUE-FIELDS.
           05 WS-COUPON-VALUE               PIC S9(9)V99 COMP-3.
           05 WS-FEE-VALUE                  PIC S9(9)V99 COMP-3.
           05 WS-ANCILLARY-VALUE            PIC S9(9)V99 COMP-3.
           05 WS-BAGGAGE-VALUE              PIC S9(9)V99 COMP-3.
           05 WS-SEAT-FEE-VALUE             PIC S9(9)V99 COMP-3.
           05 WS-INSURANCE-VALUE            PIC S9(9)V99 COMP-3.
           05 WS-TICKET-VALUE               PIC S9(9)V99 COMP-3.
           05 WS-PAID-AMOUNT                PIC S9(9)V99 COMP-3.
           05 WS-VOUCHER-AMOUNT             PIC S9(9)V99 COMP-3.
           05 WS-EXCHANGE-AMOUNT            PIC S9(9)V99 COMP-3.
           05 WS-COLLECTED-AMOUNT           PIC S9(9)V99 COMP-3.
           05 WS-OPEN-BALANCE               PIC S9(9)V99 COMP-3.
           05 WS-DIFFERENCE                 PIC S9(9)V99 COMP-3.
           05 WS-ALLOWED-DIFFERENCE         PIC S9(9)V99 COMP-3.

      * THE BREAK ABOUT TO BE PRINTED AND QUEUED
       01 WS-BREAK-FIELDS.
           05 WS-BREAK-QUEUE                PIC X(8).
           05 WS-BREAK-KEY                  PIC X(30).
           05 WS-BREAK-TEXT                 PIC X(60).
           05 WS-KEY-NUMBER                 PIC 9(9).
           05 WS-KEY-RESERVATION            PIC 9(9).
           05 WS-TEXT-VALUE                 PIC -(7)9.99.
           05 WS-TEXT-COLLECTED             PIC -(7)9.99.

       01 WS-COUNTERS.
           05 WS-NO-TICKET-BREAKS           PIC S9(7) COMP VALUE 0.
           05 WS-VALUE-BREAKS               PIC S9(7) COMP VALUE 0.
           05 WS-HELD-BREAKS                PIC S9(7) COMP VALUE 0.
           05 WS-ORPHAN-BREAKS              PIC S9(7) COMP VALUE 0.
           05 WS-RESERVATIONS-VALUED        PIC S9(7) COMP VALUE 0.

       01 WS-BREAK-LINE.
           05 WS-LINE-QUEUE                 PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-KEY                   PIC X(30).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-TEXT                  PIC X(60).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'RESERVATIONS VALUED...........'.
           05 WS-TOTALS-VALUED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'CONFIRMED, NO TICKET..........'.
           05 WS-TOTALS-NO-TICKET           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'VALUE NOT COLLECTED...........'.
           05 WS-TOTALS-VALUE               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'CANCELED, MONEY HELD..........'.
           05 WS-TOTALS-HELD                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'PAYMENTS WITH NO RESERVATION..'.
           05 WS-TOTALS-ORPHAN              PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONFIRMED-NO-TICKET
           PERFORM 3000-TICKET-VALUE-BREAKS
           PERFORM 4000-CANCELED-MONEY-HELD
           PERFORM 5000-ORPHAN-PAYMENTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02540 -- BOOKING/TICKET/PAYMENT RECON STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02540 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-GET-THE-TOLERANCE
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'BOOKING / TICKET / PAYMENT RECONCILIATION FOR '
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
              DISPLAY 'Z02540 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 1020-GET-THE-TOLERANCE
      * THE TOLERANCE IN FORCE ON THE RUN DATE, OFF T87 THROUGH Z02457
      ******************************************************************
       1020-GET-THE-TOLERANCE.
           MOVE SPACE                   TO PARM-SCOPE
           MOVE WS-PARM-DATE            TO PARM-AS-OF-DATE
           MOVE 'RECON-VALUE-TOLERANCE-PCT' TO PARM-NAME
           MOVE CT-VALUE-TOLERANCE-PCT  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-VALUE-TOLERANCE-PCT
           .
      ******************************************************************
      *                2000-CONFIRMED-NO-TICKET
      ******************************************************************
       2000-CONFIRMED-NO-TICKET.
           EXEC SQL
             OPEN C-NO-TICKET
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- OPEN NO-TICKET CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 2010-FETCH-NO-TICKET
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-RAISE-NO-TICKET
              PERFORM 2010-FETCH-NO-TICKET
           END-PERFORM
           EXEC SQL
             CLOSE C-NO-TICKET
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NO-TICKET
      ******************************************************************
       2010-FETCH-NO-TICKET.
           EXEC SQL
             FETCH C-NO-TICKET
             INTO :WS-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- NO-TICKET FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-RAISE-NO-TICKET
      ******************************************************************
       2020-RAISE-NO-TICKET.
           MOVE CT-NO-TICKET-QUEUE TO WS-BREAK-QUEUE
           PERFORM 6010-RESERVATION-KEY
           MOVE 'CONFIRMED WITH NO ISSUED TICKET -- TICKET OR CANCEL'
                                       TO WS-BREAK-TEXT
           PERFORM 6000-RAISE-THE-BREAK
           ADD 1 TO WS-NO-TICKET-BREAKS
           .
      ******************************************************************
      *                3000-TICKET-VALUE-BREAKS
      ******************************************************************
       3000-TICKET-VALUE-BREAKS.
           EXEC SQL
             OPEN C-TICKETED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- OPEN TICKETED CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 3010-FETCH-TICKETED
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 3020-COMPARE-ONE-RESERVATION
              PERFORM 3010-FETCH-TICKETED
           END-PERFORM
           EXEC SQL
             CLOSE C-TICKETED
           END-EXEC
           .
      ******************************************************************
      *                  3010-FETCH-TICKETED
      ******************************************************************
       3010-FETCH-TICKETED.
           EXEC SQL
             FETCH C-TICKETED
             INTO :WS-RESERVATION-ID,
                  :WS-MILE-PAYMENTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- TICKETED FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               3020-COMPARE-ONE-RESERVATION
      * AN AWARD IS SETTLED BY ITS MILES, NOT BY MONEY -- IT BREAKS
      * ONLY WHEN NO DEBIT WAS TAKEN FOR IT
      ******************************************************************
       3020-COMPARE-ONE-RESERVATION.
           ADD 1 TO WS-RESERVATIONS-VALUED
           PERFORM 7010-VALUE-THE-COUPONS
           PERFORM 7020-VALUE-THE-EXTRAS
           COMPUTE WS-TICKET-VALUE =
              WS-COUPON-VALUE + WS-FEE-VALUE + WS-ANCILLARY-VALUE
                 + WS-BAGGAGE-VALUE + WS-SEAT-FEE-VALUE
                 + WS-INSURANCE-VALUE
           PERFORM 7030-SUM-THE-COLLECTIONS
           IF WS-MILE-PAYMENTS > 0 THEN
              PERFORM 7040-COUNT-MILE-DEBITS
              IF WS-MILE-DEBITS > 0 THEN
                 MOVE WS-TICKET-VALUE TO WS-COLLECTED-AMOUNT
              END-IF
           END-IF
           COMPUTE WS-DIFFERENCE =
              WS-COLLECTED-AMOUNT - WS-TICKET-VALUE
           COMPUTE WS-ALLOWED-DIFFERENCE ROUNDED =
              WS-TICKET-VALUE * WS-VALUE-TOLERANCE-PCT / 100
           IF WS-DIFFERENCE > WS-ALLOWED-DIFFERENCE OR
              WS-DIFFERENCE < 0 - WS-ALLOWED-DIFFERENCE THEN
              PERFORM 3030-RAISE-VALUE-BREAK
           END-IF
           .
      ******************************************************************
      *                 3030-RAISE-VALUE-BREAK
      ******************************************************************
       3030-RAISE-VALUE-BREAK.
           MOVE CT-VALUE-QUEUE TO WS-BREAK-QUEUE
           PERFORM 6010-RESERVATION-KEY
           MOVE WS-TICKET-VALUE     TO WS-TEXT-VALUE
           MOVE WS-COLLECTED-AMOUNT TO WS-TEXT-COLLECTED
           MOVE SPACE TO WS-BREAK-TEXT
           EVALUATE TRUE
           WHEN WS-MILE-PAYMENTS > 0 AND WS-MILE-DEBITS = 0
              STRING 'AWARD, NO T51 MILE DEBIT -- VALUE '
                     WS-TEXT-VALUE
                DELIMITED BY SIZE INTO WS-BREAK-TEXT
              END-STRING
           WHEN WS-OPEN-BALANCE > 0
              STRING 'VALUE ' WS-TEXT-VALUE
                     ' PAID ' WS-TEXT-COLLECTED
                     ' T86 PLAN OPEN'
                DELIMITED BY SIZE INTO WS-BREAK-TEXT
              END-STRING
           WHEN OTHER
              STRING 'TICKET VALUE ' WS-TEXT-VALUE
                     ' COLLECTED ' WS-TEXT-COLLECTED
                DELIMITED BY SIZE INTO WS-BREAK-TEXT
              END-STRING
           END-EVALUATE
           PERFORM 6000-RAISE-THE-BREAK
           ADD 1 TO WS-VALUE-BREAKS
           .
      ******************************************************************
      *                4000-CANCELED-MONEY-HELD
      ******************************************************************
       4000-CANCELED-MONEY-HELD.
           EXEC SQL
             OPEN C-HELD
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- OPEN HELD CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 4010-FETCH-HELD
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 4020-RAISE-HELD
              PERFORM 4010-FETCH-HELD
           END-PERFORM
           EXEC SQL
             CLOSE C-HELD
           END-EXEC
           .
      ******************************************************************
      *                    4010-FETCH-HELD
      ******************************************************************
       4010-FETCH-HELD.
           EXEC SQL
             FETCH C-HELD
             INTO :WS-RESERVATION-ID,
                  :WS-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- HELD FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                    4020-RAISE-HELD
      ******************************************************************
       4020-RAISE-HELD.
           MOVE CT-HELD-QUEUE TO WS-BREAK-QUEUE
           PERFORM 6010-RESERVATION-KEY
           MOVE WS-AMOUNT TO WS-TEXT-COLLECTED
           MOVE SPACE TO WS-BREAK-TEXT
           STRING 'CANCELED, ' WS-TEXT-COLLECTED
                  ' HELD, NO T36 REFUND ITEM'
             DELIMITED BY SIZE INTO WS-BREAK-TEXT
           END-STRING
           PERFORM 6000-RAISE-THE-BREAK
           ADD 1 TO WS-HELD-BREAKS
           .
      ******************************************************************
      *                  5000-ORPHAN-PAYMENTS
      ******************************************************************
       5000-ORPHAN-PAYMENTS.
           EXEC SQL
             OPEN C-ORPHANS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- OPEN ORPHAN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '5000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           PERFORM 5010-FETCH-ORPHAN
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 5020-RAISE-ORPHAN
              PERFORM 5010-FETCH-ORPHAN
           END-PERFORM
           EXEC SQL
             CLOSE C-ORPHANS
           END-EXEC
           .
      ******************************************************************
      *                   5010-FETCH-ORPHAN
      ******************************************************************
       5010-FETCH-ORPHAN.
           EXEC SQL
             FETCH C-ORPHANS
             INTO :WS-PAYMENT-ID,
                  :WS-RESERVATION-ID,
                  :WS-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- ORPHAN FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '5010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   5020-RAISE-ORPHAN
      * KEYED BY THE PAYMENT -- THE RESERVATION IT NAMES IS THE
      * MISSING THING
      ******************************************************************
       5020-RAISE-ORPHAN.
           MOVE CT-ORPHAN-QUEUE TO WS-BREAK-QUEUE
           MOVE WS-PAYMENT-ID     TO WS-KEY-NUMBER
           MOVE WS-RESERVATION-ID TO WS-KEY-RESERVATION
           MOVE SPACE TO WS-BREAK-KEY
           STRING 'PAYMENT ' WS-KEY-NUMBER
                  ' RES ' WS-KEY-RESERVATION
             DELIMITED BY SIZE INTO WS-BREAK-KEY
           END-STRING
           MOVE WS-AMOUNT TO WS-TEXT-COLLECTED
           MOVE SPACE TO WS-BREAK-TEXT
           STRING 'PAID ' WS-TEXT-COLLECTED
                  ' ON A RESERVATION THAT DOES NOT EXIST'
             DELIMITED BY SIZE INTO WS-BREAK-TEXT
           END-STRING
           PERFORM 6000-RAISE-THE-BREAK
           ADD 1 TO WS-ORPHAN-BREAKS
           .
      ******************************************************************
      *                  6000-RAISE-THE-BREAK
      * PRINTED, STORED, AND PUT ON ITS QUEUE AS A CLAIMABLE T61
      * ITEM -- Z02414 SKIPS ONE ALREADY SITTING UNWORKED
      ******************************************************************
       6000-RAISE-THE-BREAK.
           MOVE WS-BREAK-QUEUE TO WS-LINE-QUEUE
           MOVE WS-BREAK-KEY   TO WS-LINE-KEY
           MOVE WS-BREAK-TEXT  TO WS-LINE-TEXT
           DISPLAY WS-BREAK-LINE
           MOVE WS-BREAK-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-BREAK-QUEUE TO WQUE-QUEUE-NAME
           MOVE WS-BREAK-KEY   TO WQUE-ITEM-KEY
           MOVE WS-BREAK-TEXT  TO WQUE-ITEM-TEXT
           CALL 'Z02414' USING WS-ZZEC0266
           IF WQUE-RESULT NOT = 'O' THEN
              DISPLAY 'Z02540 -- WORK QUEUE INSERT FAILED FOR '
                      WQUE-ITEM-KEY
              MOVE '6000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  6010-RESERVATION-KEY
      ******************************************************************
       6010-RESERVATION-KEY.
           MOVE WS-RESERVATION-ID TO WS-KEY-RESERVATION
           MOVE SPACE TO WS-BREAK-KEY
           STRING 'RES ' WS-KEY-RESERVATION
             DELIMITED BY SIZE INTO WS-BREAK-KEY
           END-STRING
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RESERVATIONS-VALUED TO WS-TOTALS-VALUED
           MOVE WS-NO-TICKET-BREAKS    TO WS-TOTALS-NO-TICKET
           MOVE WS-VALUE-BREAKS        TO WS-TOTALS-VALUE
           MOVE WS-HELD-BREAKS         TO WS-TOTALS-HELD
           MOVE WS-ORPHAN-BREAKS       TO WS-TOTALS-ORPHAN
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
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
           .
      ******************************************************************
      *                 7010-VALUE-THE-COUPONS
      * EVERY LIVE COUPON OF THE ISSUED TICKETS AT THE T14 FARE FOR
      * ITS SEAT'S SECTION -- Z02490'S COUPON VALUATION
      ******************************************************************
       7010-VALUE-THE-COUPONS.
           EXEC SQL
             SELECT COALESCE(SUM(T14.FARE_AMOUNT), 0)
             INTO :WS-COUPON-VALUE
             FROM T45_TICKET T45
             INNER JOIN T46_TICKET_COUPON T46 ON
                T46.TICKET_NUMBER = T45.TICKET_NUMBER
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
             WHERE T45.RESERVATION_ID = :WS-RESERVATION-ID
               AND T45.TICKET_STATUS  = 'ISSUED'
               AND T46.COUPON_STATUS NOT IN
                      ('REFUNDED', 'VOID', 'EXCHANGED')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- COUPON VALUE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7020-VALUE-THE-EXTRAS
      * FEES, ANCILLARIES, EXCESS BAGGAGE AND SEAT FEES -- THE SAME
      * SUMS Z02493 INVOICES -- AND THE PREMIUM OF THE ACTIVE TRAVEL
      * INSURANCE POLICY.  A POLICY CANCELED IN THE COOLING-OFF
      * PERIOD HAS ITS PREMIUM REFUNDED AND IS NO LONGER VALUED
      ******************************************************************
       7020-VALUE-THE-EXTRAS.
           EXEC SQL
             SELECT COALESCE(SUM(T76.FEE_AMOUNT), 0)
             INTO :WS-FEE-VALUE
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             INNER JOIN T76_AIRPORT_FEE T76 ON
                T76.AIRPORT_CODE = T05.DEPARTURE_AIRPORT_CODE
             WHERE T04.RESERVATION_ID = :WS-RESERVATION-ID
               AND DATE(T05.DEPARTURE_TIMESTAMP)
                      BETWEEN T76.EFFECTIVE_FROM_DATE
                          AND T76.EFFECTIVE_TO_DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              EXEC SQL
                SELECT COALESCE(SUM(ITEM_PRICE), 0)
                INTO :WS-ANCILLARY-VALUE
                FROM T35_ANCILLARY_SALE
                WHERE RESERVATION_ID = :WS-RESERVATION-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF SO-SQLCODE-OK THEN
              EXEC SQL
                SELECT COALESCE(SUM(EXCESS_BAG_CHARGE), 0)
                INTO :WS-BAGGAGE-VALUE
                FROM T18_BAGGAGE_TABLE
                WHERE RESERVATION_ID = :WS-RESERVATION-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF SO-SQLCODE-OK THEN
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
                WHERE T04.RESERVATION_ID = :WS-RESERVATION-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF SO-SQLCODE-OK THEN
              EXEC SQL
                SELECT COALESCE(SUM(PREMIUM_AMOUNT), 0)
                INTO :WS-INSURANCE-VALUE
                FROM T168_INSURANCE_POLICY
                WHERE RESERVATION_ID = :WS-RESERVATION-ID
                  AND POLICY_STATUS  = 'ACTIVE'
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- EXTRAS VALUE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7030-SUM-THE-COLLECTIONS
      * PAYMENTS, VOUCHERS AND EXCHANGE DIFFERENCES COLLECTED, AND
      * ANY T86 BALANCE STILL OPEN
      ******************************************************************
       7030-SUM-THE-COLLECTIONS.
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
             INTO :WS-PAID-AMOUNT
             FROM T64_PAYMENT
             WHERE RESERVATION_ID = :WS-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              EXEC SQL
                SELECT COALESCE(SUM(AMOUNT_APPLIED), 0)
                INTO :WS-VOUCHER-AMOUNT
                FROM T58_VOUCHER_REDEMPTION
                WHERE RESERVATION_ID = :WS-RESERVATION-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF SO-SQLCODE-OK THEN
              EXEC SQL
                SELECT COALESCE(SUM(ADJUST_AMOUNT), 0)
                INTO :WS-EXCHANGE-AMOUNT
                FROM T60_FARE_ADJUSTMENT
                WHERE RESERVATION_ID = :WS-RESERVATION-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF SO-SQLCODE-OK THEN
              EXEC SQL
                SELECT COALESCE(SUM(BALANCE_AMOUNT), 0)
                INTO :WS-OPEN-BALANCE
                FROM T86_PAYMENT_PLAN
                WHERE RESERVATION_ID = :WS-RESERVATION-ID
                  AND PLAN_STATUS    = 'OPEN'
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- COLLECTIONS SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           COMPUTE WS-COLLECTED-AMOUNT =
              WS-PAID-AMOUNT + WS-VOUCHER-AMOUNT + WS-EXCHANGE-AMOUNT
           .
      ******************************************************************
      *                 7040-COUNT-MILE-DEBITS
      * A DEBIT FOR ANY MEMBER OF THE PARTY ON ANY OF ITS FLIGHTS --
      * Z02202 DEBITS THE MAIN PASSENGER ON THE FIRST LEG
      ******************************************************************
       7040-COUNT-MILE-DEBITS.
           MOVE 0 TO WS-MILE-DEBITS
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MILE-DEBITS
             FROM T51_MILEAGE_LEDGER T51
             WHERE T51.ENTRY_TYPE = 'DEBIT'
               AND EXISTS
                  (SELECT 1
                   FROM T04_FLIGHT_SEATS T04
                   INNER JOIN T06_PASSENGERS_TABLE T06 ON
                      T06.PASSENGER_ID = T04.PASSENGER_ID
                   WHERE T04.RESERVATION_ID = :WS-RESERVATION-ID
                     AND T04.FLIGHT_ID      = T51.FLIGHT_ID
                     AND T06.FREQUENT_FLYER_NUMBER =
                                        T51.FREQUENT_FLYER_NUMBER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02540 -- MILE DEBIT COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02540  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02540 -- ALREADY RUN OR RUNNING FOR '
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
              WS-NO-TICKET-BREAKS + WS-VALUE-BREAKS + WS-HELD-BREAKS
                 + WS-ORPHAN-BREAKS
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
           MOVE 'Z02540  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02540  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-RESERVATION-ID TO WS-KEY-RESERVATION
           MOVE WS-KEY-RESERVATION TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02540 -- BOOKING/TICKET/PAYMENT RECON ENDING'
           GOBACK
           .
