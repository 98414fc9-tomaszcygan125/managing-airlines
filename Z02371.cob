      *   2. DISBURSEMENT -- EVERY 'APPROVED' ITEM IS MARKED 'PAID'
      *      WITH A PAID_TIMESTAMP (THE NIGHTLY REVENUE FIGURES
      *      ALREADY NET THE DAY'S T16 CANCELLATIONS, SO THE PAID
      *      MARK IS THE FINANCE-SIDE CLOSURE).  AN ITEM OF A BOOKING
      *      BILLED TO A CORPORATE ACCOUNT (Z02202 METHOD 'ACCT') IS
      *      CREDITED TO THE ACCOUNT'S T106 LEDGER INSTEAD OF GOING
      *      BACK TO A CARD.  EVERY ITEM PAID ALSO GETS A CREDIT NOTE
      *      AGAINST THE BOOKING'S FISCAL TAX INVOICE THROUGH Z02493 --
      *      EXCEPT A 'REBOOK FARE DIFF' ITEM, WHICH Z02361 ALREADY
      *      CREDITED WHEN IT REISSUED THE TICKETS
      *
      * NO PARM -- THE JOB IS DRIVEN ENTIRELY BY TABLE STATE AND IS
      * SAFE TO RERUN (INTAKE SKIPS T16 ROWS THAT ALREADY HAVE AN
      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   REFUNDS OF BOOKINGS BILLED TO A CORPORATE
      *                    ACCOUNT ARE CREDITED TO THE ACCOUNT (T106
      *                    'CREDIT' ROW, NEW 3100) BEFORE THE SET-LEVEL
      *                    DISBURSEMENT PAYS THE REST
      *
      * 2026-10-15   OSG   A CREDIT NOTE (Z02493, ZZEC0271) FOR EVERY
      *                    APPROVED ITEM ABOUT TO BE PAID, NEW 3200
      *
      * 2026-10-15   OSG   THE RESERVATION'S ACTIVE T168 TRAVEL
      *                    INSURANCE POLICY IS CANCELED WITH THE
      *                    BOOKING (NEW 2030); INSIDE THE
      *                    'INSURANCE-COOLING-OFF-DAYS' OF THE SALE AND
      *                    BEFORE COVER STARTS THE PREMIUM JOINS THE
      *                    REFUND, AND A T170 'CANCEL' EVENT GOES TO
      *                    THE NEXT Z02554 BORDEREAU
      *
      * 2026-10-15   OSG   THE CREDIT NOTE LEAVES OUT A REFUNDED
      *                    INSURANCE PREMIUM -- IT WAS NEVER ON THE
      *                    TAX INVOICE.  THE CANCELED POLICY CARRIES
      *                    THE T16 CANCELLATION TIME SO IT MATCHES ITS
      *                    OWN T36 ITEM (C-CREDIT-NOTE-REFUNDS)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             FOR FETCH ONLY
           END-EXEC

      * APPROVED ITEMS THAT NEED A CREDIT NOTE -- A REBOOK DIFFERENCE
      * WAS CREDITED BY Z02361 AT REISSUE.  ONLY THE FISCAL PART IS
      * CREDITED: A TRAVEL INSURANCE PREMIUM 2031 ADDED TO THE ITEM
      * IS INSURER MONEY, NEVER ON THE Z02493 INVOICE.  THE POLICY
      * CANCELED WITH THE ITEM CARRIES THE SAME T16 CANCELLATION TIME
           EXEC SQL
             DECLARE C-CREDIT-NOTE-REFUNDS CURSOR FOR
             SELECT T36.REFUND_ID,
                    T36.RESERVATION_ID,
                    T36.REFUND_AMOUNT
                       - COALESCE(T168.REFUND_AMOUNT, 0)
             FROM T36_REFUND_ITEM T36
             LEFT OUTER JOIN T168_INSURANCE_POLICY T168 ON
                T168.RESERVATION_ID     = T36.RESERVATION_ID AND
                T168.POLICY_STATUS      = :CT-INS-CANCELED-STATUS AND
                T168.CANCELED_TIMESTAMP = T36.CANCELLED_TIMESTAMP
             WHERE T36.REFUND_STATUS = :CT-APPROVED-STATUS
               AND T36.CANCEL_REASON <> :CT-REBOOK-REASON
             ORDER BY T36.REFUND_ID
             FOR FETCH ONLY
           END-EXEC

      * APPROVED ITEMS OF BOOKINGS BILLED TO A CORPORATE ACCOUNT --
      * THE ACCOUNT IS THE ONE THE BOOKING'S T106 'CHARGE' ROW HIT
           EXEC SQL
             DECLARE C-ACCOUNT-REFUNDS CURSOR FOR
             SELECT T36.REFUND_ID,
                    T36.RESERVATION_ID,
                    T36.REFUND_AMOUNT,
                    T106.ACCOUNT_CODE
             FROM T36_REFUND_ITEM T36
             INNER JOIN T106_CORPORATE_LEDGER T106 ON
                T106.RESERVATION_ID = T36.RESERVATION_ID AND
                T106.ENTRY_TYPE     = :CT-CHARGE-ENTRY
             WHERE T36.REFUND_STATUS = :CT-APPROVED-STATUS
             ORDER BY T36.REFUND_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
       01 SW-SWITCHES.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-IF-END-OF-ACCT-CURSOR      PIC X VALUE 'N'.
               88 SO-END-OF-ACCT-CURSOR     VALUE 'Y'.
           05 SW-IF-END-OF-NOTE-CURSOR      PIC X VALUE 'N'.
               88 SO-END-OF-NOTE-CURSOR     VALUE 'Y'.

       01 CT-CONSTANTS.
           05 CT-DELETED-SEAT-STATUS   PIC X(15) VALUE 'DELETED'.
           05 CT-PENDING-STATUS        PIC X(10) VALUE 'PENDING'.
           05 CT-APPROVED-STATUS       PIC X(10) VALUE 'APPROVED'.
           05 CT-PAID-STATUS           PIC X(10) VALUE 'PAID'.
           05 CT-CHARGE-ENTRY          PIC X(8) VALUE 'CHARGE'.
           05 CT-CREDIT-ENTRY          PIC X(8) VALUE 'CREDIT'.
           05 CT-REBOOK-REASON         PIC X(20)
                                          VALUE 'REBOOK FARE DIFF'.
           05 CT-INS-ACTIVE-STATUS     PIC X(10) VALUE 'ACTIVE'.
           05 CT-INS-CANCELED-STATUS   PIC X(10) VALUE 'CANCELED'.
           05 CT-INS-CANCEL-EVENT      PIC X(8) VALUE 'CANCEL'.
           05 CT-INS-COOLING-OFF-DAYS  PIC S9(4) COMP VALUE 14.

       01 WS-ITEM-FIELDS.
           05 WS-REFUND-ID                  PIC S9(9) COMP.
           05 WS-BAGGAGE-VALUE              PIC S9(9)V99 COMP-3.
           05 WS-REFUND-AMOUNT              PIC S9(9)V99 COMP-3.

       01 WS-INSURANCE-FIELDS.
           05 WS-INS-COOLING-OFF-DAYS       PIC S9(4) COMP.
           05 WS-INS-POLICY-ID              PIC S9(9) COMP.
           05 WS-INS-PREMIUM                PIC S9(7)V99 COMP-3.
           05 WS-INS-REFUND                 PIC S9(7)V99 COMP-3.
           05 WS-INS-EVENT-PREMIUM          PIC S9(7)V99 COMP-3.
           05 WS-INS-COVER-FROM             PIC X(10).
           05 WS-INS-COVER-TO               PIC X(10).
           05 SW-IF-INS-REFUNDABLE          PIC X.
               88 SO-INS-REFUNDABLE         VALUE 'Y'.

       01 WS-ACCOUNT-CREDIT-FIELDS.
           05 WS-CR-REFUND-ID               PIC S9(9) COMP.
           05 WS-CR-RESERVATION-ID          PIC S9(9) COMP.
           05 WS-CR-REFUND-AMOUNT           PIC S9(9)V99 COMP-3.
           05 WS-CR-ACCOUNT-CODE            PIC X(10).
           05 WS-CR-ENTRY-ID                PIC S9(9) COMP.
           05 WS-CR-LEDGER-AMOUNT           PIC S9(9)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-ITEMS-CREATED              PIC S9(7) COMP VALUE 0.
           05 WS-ITEMS-PAID                 PIC S9(7) COMP VALUE 0.
           05 WS-ITEMS-CREDITED             PIC S9(7) COMP VALUE 0.
           05 WS-CREDIT-NOTES               PIC S9(7) COMP VALUE 0.
           05 WS-POLICIES-CANCELED          PIC S9(7) COMP VALUE 0.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
           05 FILLER                        PIC X(30)
              VALUE 'APPROVED ITEMS PAID...........'.
           05 WS-TOTALS-PAID                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'OF WHICH CREDITED TO ACCOUNT..'.
           05 WS-TOTALS-CREDITED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'TAX CREDIT NOTES WRITTEN......'.
           05 WS-TOTALS-CREDIT-NOTES        PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'INSURANCE POLICIES CANCELED...'.
           05 WS-TOTALS-POLICIES            PIC ZZZ,ZZ9.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * FISCAL DOCUMENT PARM BLOCK (SEE Z02493)
           COPY ZZEC0271.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'Y'.
               88 SO-RUN-ENDED              VALUE 'Y'.
       1000-INITIALIZE.
           DISPLAY 'Z02371 -- REFUND INTAKE/DISBURSEMENT STARTING'
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1010-GET-COOLING-OFF-DAYS
           .
      ******************************************************************
      *                1010-GET-COOLING-OFF-DAYS
      * THE INSURER'S COOLING-OFF PERIOD OFF T87 -- NO ROW LEAVES
      * CT-INS-COOLING-OFF-DAYS
      ******************************************************************
       1010-GET-COOLING-OFF-DAYS.
           MOVE 'INSURANCE-COOLING-OFF-DAYS' TO PARM-NAME
           MOVE SPACE                     TO PARM-SCOPE
           MOVE SPACE                     TO PARM-AS-OF-DATE
           MOVE CT-INS-COOLING-OFF-DAYS   TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-INS-COOLING-OFF-DAYS
           .
      ******************************************************************
      *                   2000-INTAKE-NEW-ITEMS
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02371 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CANCELLATION
           WHEN OTHER
              DISPLAY 'Z02371 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      ******************************************************************
       2020-CREATE-PENDING-ITEM.
           PERFORM 7001-VALUE-THE-REFUND
           PERFORM 2030-CANCEL-INSURANCE
           PERFORM 7002-GET-NEW-REFUND-ID
           PERFORM 7003-INSERT-PENDING-ITEM
           ADD 1 TO WS-ITEMS-CREATED
           .
      ******************************************************************
      *                  2030-CANCEL-INSURANCE
      * A TRAVEL INSURANCE POLICY SOLD WITH THE BOOKING (Z02202) DIES
      * WITH IT.  THE PREMIUM COMES BACK ONLY INSIDE THE COOLING-OFF
      * DAYS OF THE SALE AND BEFORE THE COVER HAS STARTED; OTHERWISE
      * THE INSURER KEEPS IT.  EITHER WAY THE CANCEL EVENT CARRIES
      * WHAT IS TAKEN BACK OFF THE INSURER (NEGATIVE, OR ZERO)
      ******************************************************************
       2030-CANCEL-INSURANCE.
           EXEC SQL
             SELECT POLICY_ID,
                    PREMIUM_AMOUNT,
                    CHAR(COVER_FROM_DATE, ISO),
                    CHAR(COVER_TO_DATE, ISO),
                    CASE WHEN DATE(TIMESTAMP(:WS-CANCELLED-TIMESTAMP))
                              <= DATE(SOLD_TIMESTAMP) +
                                    :WS-INS-COOLING-OFF-DAYS DAYS
                          AND DATE(TIMESTAMP(:WS-CANCELLED-TIMESTAMP))
                              < COVER_FROM_DATE
                         THEN 'Y' ELSE 'N' END
             INTO :WS-INS-POLICY-ID,
                  :WS-INS-PREMIUM,
                  :WS-INS-COVER-FROM,
                  :WS-INS-COVER-TO,
                  :SW-IF-INS-REFUNDABLE
             FROM T168_INSURANCE_POLICY
             WHERE RESERVATION_ID = :T16-RESERVATION-ID
               AND POLICY_STATUS  = :CT-INS-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              PERFORM 2031-CLOSE-THE-POLICY
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- INSURANCE POLICY READ FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2031-CLOSE-THE-POLICY
      ******************************************************************
       2031-CLOSE-THE-POLICY.
           IF SO-INS-REFUNDABLE THEN
              MOVE WS-INS-PREMIUM TO WS-INS-REFUND
              ADD WS-INS-REFUND TO WS-REFUND-AMOUNT
           ELSE
              MOVE 0 TO WS-INS-REFUND
           END-IF
           EXEC SQL
             UPDATE T168_INSURANCE_POLICY
                SET POLICY_STATUS      = :CT-INS-CANCELED-STATUS,
                    REFUND_AMOUNT      = :WS-INS-REFUND,
                    CANCELED_TIMESTAMP =
                       TIMESTAMP(:WS-CANCELLED-TIMESTAMP)
              WHERE POLICY_ID = :WS-INS-POLICY-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- INSURANCE POLICY UPDATE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2031' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           COMPUTE WS-INS-EVENT-PREMIUM = 0 - WS-INS-REFUND
           EXEC SQL
             INSERT INTO T170_INSURANCE_EVENT
                (POLICY_ID, EVENT_TYPE, EVENT_TIMESTAMP,
                 PREMIUM_AMOUNT, COVER_FROM_DATE, COVER_TO_DATE,
                 BORDEREAU_MONTH)
             VALUES
                (:WS-INS-POLICY-ID, :CT-INS-CANCEL-EVENT,
                 CURRENT TIMESTAMP, :WS-INS-EVENT-PREMIUM,
                 :WS-INS-COVER-FROM, :WS-INS-COVER-TO, ' ')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- INSURANCE EVENT INSERT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2031' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-POLICIES-CANCELED
           .
      ******************************************************************
      *                7001-VALUE-THE-REFUND
      * SOFT-DELETED SEATS PRICED PER CABIN SECTION, PLUS THE
      * RESERVATION'S T18 EXCESS-BAGGAGE CHARGES
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02371 -- FARE VALUATION FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 0 TO WS-BAGGAGE-VALUE
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02371 -- BAGGAGE VALUATION FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           COMPUTE WS-REFUND-AMOUNT =
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02371 -- SEQUENCE DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02371 -- ITEM INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 3000-DISBURSE-APPROVED
      * ONE SET-LEVEL UPDATE -- ONLY 'APPROVED' ROWS MOVE, SO A RERUN
      * CAN NEVER PAY AN ITEM TWICE.  ITEMS OF BOOKINGS BILLED TO A
      * CORPORATE ACCOUNT ARE CREDITED TO THE ACCOUNT FIRST (3100)
      * AND PAID ONE BY ONE, SO THE SET-LEVEL UPDATE NO LONGER SEES
      * THEM
      ******************************************************************
       3000-DISBURSE-APPROVED.
           PERFORM 3200-WRITE-CREDIT-NOTES
           PERFORM 3100-CREDIT-ACCOUNT-REFUNDS
           EXEC SQL
             UPDATE T36_REFUND_ITEM
                SET REFUND_STATUS  = :CT-PAID-STATUS,
           WHEN OTHER
              DISPLAY 'Z02371 -- DISBURSEMENT UPDATE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               3100-CREDIT-ACCOUNT-REFUNDS
      * A REFUND OF A BOOKING BILLED TO ACCOUNT GOES BACK TO THE
      * ACCOUNT, NOT TO A CARD: A 'CREDIT' ROW ON T106 (INVOICED BY
      * Z02486 WITH THE MONTH'S CHARGES), THEN THE ITEM IS PAID
      ******************************************************************
       3100-CREDIT-ACCOUNT-REFUNDS.
           EXEC SQL
             OPEN C-ACCOUNT-REFUNDS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- OPEN ACCOUNT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3110-FETCH-NEXT-ACCOUNT-REFUND
           PERFORM UNTIL SO-END-OF-ACCT-CURSOR
              PERFORM 3120-CREDIT-THE-ACCOUNT
              PERFORM 3110-FETCH-NEXT-ACCOUNT-REFUND
           END-PERFORM
           EXEC SQL
             CLOSE C-ACCOUNT-REFUNDS
           END-EXEC
           .
      ******************************************************************
      *              3110-FETCH-NEXT-ACCOUNT-REFUND
      ******************************************************************
       3110-FETCH-NEXT-ACCOUNT-REFUND.
           EXEC SQL
             FETCH C-ACCOUNT-REFUNDS
             INTO :WS-CR-REFUND-ID,
                  :WS-CR-RESERVATION-ID,
                  :WS-CR-REFUND-AMOUNT,
                  :WS-CR-ACCOUNT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-ACCT-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- ACCOUNT REFUND FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                3120-CREDIT-THE-ACCOUNT
      ******************************************************************
       3120-CREDIT-THE-ACCOUNT.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-CR-ENTRY-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- SEQUENCE DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3120' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           COMPUTE WS-CR-LEDGER-AMOUNT = 0 - WS-CR-REFUND-AMOUNT
           EXEC SQL
             INSERT INTO T106_CORPORATE_LEDGER
                (ENTRY_ID, ACCOUNT_CODE, ENTRY_TYPE, RESERVATION_ID,
                 REFUND_ID, INVOICE_ID, AMOUNT, ENTRY_DATE,
                 POSTED_BY, ENTRY_TIMESTAMP)
             VALUES
                (:WS-CR-ENTRY-ID, :WS-CR-ACCOUNT-CODE,
                 :CT-CREDIT-ENTRY, :WS-CR-RESERVATION-ID,
                 :WS-CR-REFUND-ID, 0, :WS-CR-LEDGER-AMOUNT,
                 CURRENT DATE, 'Z02371', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- ACCOUNT CREDIT INSERT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3120' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             UPDATE T36_REFUND_ITEM
                SET REFUND_STATUS  = :CT-PAID-STATUS,
                    PAID_TIMESTAMP = CURRENT TIMESTAMP
              WHERE REFUND_ID     = :WS-CR-REFUND-ID
                AND REFUND_STATUS = :CT-APPROVED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- ACCOUNT REFUND UPDATE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3120' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           ADD 1 TO WS-ITEMS-CREDITED
           ADD 1 TO WS-ITEMS-PAID
           .
      ******************************************************************
      *                 3200-WRITE-CREDIT-NOTES
      * THE MONEY GOING BACK REDUCES WHAT WAS INVOICED -- Z02493
      * WRITES THE CREDIT NOTE ('N' WHEN THE BOOKING HAD NO TAX
      * INVOICE).  RUNS BEFORE 3100 AND THE SET UPDATE, WHILE THE
      * ITEMS ARE STILL 'APPROVED'
      ******************************************************************
       3200-WRITE-CREDIT-NOTES.
           EXEC SQL
             OPEN C-CREDIT-NOTE-REFUNDS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- OPEN CREDIT NOTE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3210-FETCH-NEXT-NOTE-REFUND
           PERFORM UNTIL SO-END-OF-NOTE-CURSOR
              PERFORM 3220-WRITE-THE-CREDIT-NOTE
              PERFORM 3210-FETCH-NEXT-NOTE-REFUND
           END-PERFORM
           EXEC SQL
             CLOSE C-CREDIT-NOTE-REFUNDS
           END-EXEC
           .
      ******************************************************************
      *               3210-FETCH-NEXT-NOTE-REFUND
      ******************************************************************
       3210-FETCH-NEXT-NOTE-REFUND.
           EXEC SQL
             FETCH C-CREDIT-NOTE-REFUNDS
             INTO :WS-CR-REFUND-ID,
                  :WS-CR-RESERVATION-ID,
                  :WS-CR-REFUND-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-NOTE-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02371 -- CREDIT NOTE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                3220-WRITE-THE-CREDIT-NOTE
      * NOTHING TO CREDIT WHEN THE ITEM ONLY GAVE BACK A PREMIUM
      ******************************************************************
       3220-WRITE-THE-CREDIT-NOTE.
           IF WS-CR-REFUND-AMOUNT > 0 THEN
              MOVE 'CREDIT'             TO FISC-FUNCTION
              MOVE WS-CR-RESERVATION-ID TO FISC-RESERVATION-ID
              MOVE WS-CR-REFUND-AMOUNT  TO FISC-AMOUNT
              MOVE 'Z02371  '           TO FISC-OPERATOR-ID
              CALL 'Z02493' USING WS-ZZEC0271
              EVALUATE FISC-RESULT
              WHEN 'O'
                 ADD 1 TO WS-CREDIT-NOTES
              WHEN 'N'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'Z02371 -- CREDIT NOTE FAILED, REFUND '
                                                       WS-CR-REFUND-ID
                 MOVE '3220' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-ITEMS-CREATED TO WS-TOTALS-CREATED
           MOVE WS-ITEMS-PAID    TO WS-TOTALS-PAID
           MOVE WS-ITEMS-CREDITED TO WS-TOTALS-CREDITED
           MOVE WS-CREDIT-NOTES  TO WS-TOTALS-CREDIT-NOTES
           MOVE WS-POLICIES-CANCELED TO WS-TOTALS-POLICIES
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           .
      ******************************************************************
      *                       9999-EXIT
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02371  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
