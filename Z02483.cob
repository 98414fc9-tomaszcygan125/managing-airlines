       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02483.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- INCOMING INTERLINE BILLING MATCH
      *
      * PARTNERS BILL US FOR THE COUPONS OF OURS THEY FLEW.  Z02482
      * HAS ALREADY PUT EVERY SUCH COUPON OF THE MONTH ON
      * T103_INTERLINE_COUPON AS 'PAYB' / 'EXPECTED' AT THE AGREED
      * VALUE; THIS JOB MATCHES THE PARTNERS' BILLINGS AGAINST IT LINE
      * BY LINE.  THE BILLINGS ARRIVE ON DDNAME INTLBIN, ONE
      * COMMA-SEPARATED RECORD PER COUPON:
      *
      *    PARTNER,TICKET_NUMBER,FLIGHT_NUMBER,FLIGHT_DATE,ORIGIN,
      *                     DESTINATION,AMOUNT,CURRENCY
      *
      *    TICKET_NUMBER -- OUR T45 TICKET NUMBER, AS Z02408 SENT IT
      *                     (LEADING ZEROS MAY BE DROPPED)
      *    FLIGHT_DATE   -- YYYY-MM-DD
      *    AMOUNT        -- DECIMAL POINT, NO GROUPING (123.45)
      *
      * THE LINE IS LOOKED UP ON T103 BY PARTNER, TICKET, FLIGHT
      * NUMBER AND DATE:
      *
      *    SAME CURRENCY AND AMOUNT  -- THE COUPON GOES TO 'MATCHED'
      *    NOT ON THE REGISTER       -- DISPUTED
      *    ALREADY MATCHED/DISPUTED  -- DISPUTED (BILLED TWICE)
      *    OTHER CURRENCY OR AMOUNT  -- DISPUTED, THE COUPON GOES TO
      *                                 'DISPUTED'
      *
      * THE PARTNER'S AMOUNT IS KEPT ON THE T103 ROW EITHER WAY.  A
      * DISPUTE IS A ROW ON THE NEW T104_INTERLINE_DISPUTE TABLE:
      *
      *   DISPUTE_ID             INTEGER      OFF T20_ID_SEQUENCE
      *   PARTNER_CODE           CHAR(3)
      *   BILLING_MONTH          CHAR(7)
      *   TICKET_REFERENCE       CHAR(14)     AS BILLED
      *   FLIGHT_NUMBER          CHAR(15)
      *   FLIGHT_DATE            DATE
      *   COUPON_ID              INTEGER      T103 ROW, 0 IF NONE
      *   BILLED_AMOUNT          DEC(9,2)
      *   BILLED_CURRENCY        CHAR(3)
      *   EXPECTED_AMOUNT        DEC(9,2)     0 IF NO T103 ROW
      *   EXPECTED_CURRENCY      CHAR(3)
      *   DISPUTE_REASON         CHAR(30)
      *   DISPUTE_STATUS         CHAR(10)     'OPEN' WHEN RAISED
      *   RAISED_TIMESTAMP       TIMESTAMP
      *
      * AND IS ALSO PUT ON THE 'INTLDISP' EXCEPTION WORK QUEUE THROUGH
      * Z02414, SO REVENUE ACCOUNTING PICKS IT UP THE SAME WAY THE
      * STATIONS PICK UP Z02478'S UNCOLLECTED MINORS.
      *
      * A RECORD THAT IS MALFORMED OR FOR ANOTHER MONTH FALLS OUT ON
      * THE REPORT THE SAME WAY Z02471 REJECTS A BAD HOTEL INVOICE,
      * AND EVERY PAYABLE COUPON OF THE MONTH STILL 'EXPECTED' AFTER
      * THE RUN IS LISTED AT THE END AS NOT YET BILLED.
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  THE MONTH COMES ON THE SYSIN CARD:
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
           SELECT INTERLINE-BILLING-IN ASSIGN TO 'INTLBIN'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERLINE-BILLING-IN.
       01  INTERLINE-BILLING-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * PAYABLE COUPONS OF THE MONTH NO PARTNER HAS BILLED YET
           EXEC SQL
             DECLARE C-NOT-BILLED CURSOR FOR
             SELECT PARTNER_CODE,
                    TICKET_REFERENCE,
                    FLIGHT_NUMBER,
                    CHAR(FLIGHT_DATE, ISO),
                    COUPON_AMOUNT,
                    CURRENCY_CODE
             FROM T103_INTERLINE_COUPON
             WHERE BILLING_MONTH = :WS-PARM-MONTH
               AND BILLING_SIDE  = :CT-PAYABLE-SIDE
               AND COUPON_STATUS = :CT-EXPECTED-STATUS
             ORDER BY PARTNER_CODE, FLIGHT_DATE, FLIGHT_NUMBER
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
           05 SW-IF-COUPON-FOUND            PIC X VALUE 'N'.
               88 SO-COUPON-FOUND           VALUE 'Y'.
               88 SO-COUPON-NOT-FOUND       VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-PAYABLE-SIDE               PIC X(4) VALUE 'PAYB'.
           05 CT-EXPECTED-STATUS            PIC X(10) VALUE 'EXPECTED'.
           05 CT-MATCHED-STATUS             PIC X(10) VALUE 'MATCHED'.
           05 CT-DISPUTED-STATUS            PIC X(10) VALUE 'DISPUTED'.
           05 CT-OPEN-STATUS                PIC X(10) VALUE 'OPEN'.
           05 CT-DISPUTE-QUEUE              PIC X(8) VALUE 'INTLDISP'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-RECORD-FIELDS.
           05 WS-IN-PARTNER                 PIC X(3).
           05 WS-IN-TICKET                  PIC X(14).
           05 WS-IN-FLIGHT-NUMBER           PIC X(15).
           05 WS-IN-FLIGHT-DATE.
              10 WS-IN-FLIGHT-MONTH         PIC X(7).
              10 WS-IN-DATE-DASH            PIC X(1).
              10 WS-IN-FLIGHT-DAY           PIC X(2).
           05 WS-IN-ORIGIN                  PIC X(3).
           05 WS-IN-DESTINATION             PIC X(3).
           05 WS-IN-AMOUNT-TEXT             PIC X(12).
           05 WS-IN-CURRENCY                PIC X(3).

       01 WS-WORK-FIELDS.
           05 WS-IN-AMOUNT                  PIC S9(7)V99 COMP-3.
           05 WS-TICKET-NUMBER              PIC 9(9).
           05 WS-TICKET-REFERENCE           PIC X(14).
           05 WS-COUPON-ID                  PIC S9(9) COMP.
           05 WS-COUPON-AMOUNT              PIC S9(7)V99 COMP-3.
           05 WS-COUPON-CURRENCY            PIC X(3).
           05 WS-COUPON-STATUS              PIC X(10).
           05 WS-NEW-COUPON-STATUS          PIC X(10).
           05 WS-DISPUTE-ID                 PIC S9(9) COMP.
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-DISPUTE-REASON             PIC X(30).
           05 WS-QUEUE-AMOUNT               PIC ZZZZZZ9.99.

       01 WS-NOT-BILLED-FIELDS.
           05 WS-NB-PARTNER                 PIC X(3).
           05 WS-NB-TICKET                  PIC X(14).
           05 WS-NB-FLIGHT-NUMBER           PIC X(15).
           05 WS-NB-FLIGHT-DATE             PIC X(10).
           05 WS-NB-AMOUNT                  PIC S9(7)V99 COMP-3.
           05 WS-NB-CURRENCY                PIC X(3).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-MATCHED                    PIC S9(7) COMP VALUE 0.
           05 WS-DISPUTED                   PIC S9(7) COMP VALUE 0.
           05 WS-REJECTED                   PIC S9(7) COMP VALUE 0.
           05 WS-NOT-BILLED                 PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'PTR TICKET         FLIGHT          DATE '.
           05 FILLER                        PIC X(40) VALUE
              '          BILLED   EXPECTED CUR RESULT'.

       01 WS-REPORT-LINE.
           05 WS-LINE-PARTNER               PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-TICKET                PIC X(14).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-FLIGHT-NUMBER         PIC X(15).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-FLIGHT-DATE           PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-BILLED                PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-EXPECTED              PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CURRENCY              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RESULT                PIC X(30).

       01 WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'REJECTED '.
           05 WS-EXC-RECORD                 PIC X(80).
           05 FILLER                        PIC X(4)
              VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(30).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'BILLING LINES READ............'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'BILLING LINES MATCHED.........'.
           05 WS-TOTALS-MATCHED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'BILLING LINES DISPUTED........'.
           05 WS-TOTALS-DISPUTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'BILLING LINES REJECTED........'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'COUPONS EXPECTED, NOT BILLED..'.
           05 WS-TOTALS-NOT-BILLED          PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * EXCEPTION WORK QUEUE PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
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
           PERFORM 2100-LIST-NOT-BILLED
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02483 -- INTERLINE BILLING MATCH STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02483 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NOT NUMERIC OR
              WS-PARM-MONTH-X IS NOT NUMERIC THEN
              DISPLAY 'Z02483 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'INTERLINE BILLINGS RECEIVED FOR MONTH '
                  WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT INTERLINE-BILLING-IN
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
           CLOSE INTERLINE-BILLING-IN
           .
      ******************************************************************
      *                  2010-READ-NEXT-LINE
      ******************************************************************
       2010-READ-NEXT-LINE.
           READ INTERLINE-BILLING-IN
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                 2020-PROCESS-ONE-LINE
      ******************************************************************
       2020-PROCESS-ONE-LINE.
           MOVE SPACE TO WS-RECORD-FIELDS
           UNSTRING INTERLINE-BILLING-RECORD DELIMITED BY ','
              INTO WS-IN-PARTNER
                   WS-IN-TICKET
                   WS-IN-FLIGHT-NUMBER
                   WS-IN-FLIGHT-DATE
                   WS-IN-ORIGIN
                   WS-IN-DESTINATION
                   WS-IN-AMOUNT-TEXT
                   WS-IN-CURRENCY
           END-UNSTRING
           MOVE 0 TO WS-IN-AMOUNT
           MOVE 0 TO WS-TICKET-NUMBER
           IF WS-IN-AMOUNT-TEXT NOT = SPACE AND
              WS-IN-TICKET NOT = SPACE THEN
              COMPUTE WS-IN-AMOUNT =
                      FUNCTION NUMVAL(WS-IN-AMOUNT-TEXT)
              COMPUTE WS-TICKET-NUMBER =
                      FUNCTION NUMVAL(WS-IN-TICKET)
           END-IF
           EVALUATE TRUE
           WHEN WS-IN-PARTNER = SPACE OR
                WS-IN-FLIGHT-NUMBER = SPACE OR
                WS-IN-CURRENCY = SPACE OR
                WS-IN-DATE-DASH NOT = '-' OR
                WS-IN-FLIGHT-DAY IS NOT NUMERIC OR
                WS-IN-AMOUNT NOT > 0
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
              PERFORM 2060-REJECT-THE-LINE
           WHEN WS-IN-FLIGHT-MONTH NOT = WS-PARM-MONTH
              MOVE 'NOT FOR THIS MONTH' TO WS-REJECT-REASON
              PERFORM 2060-REJECT-THE-LINE
           WHEN OTHER
              MOVE WS-TICKET-NUMBER TO WS-TICKET-REFERENCE
              PERFORM 7010-READ-THE-COUPON
              PERFORM 2030-MATCH-THE-LINE
           END-EVALUATE
           .
      ******************************************************************
      *                  2030-MATCH-THE-LINE
      ******************************************************************
       2030-MATCH-THE-LINE.
           MOVE SPACE TO WS-DISPUTE-REASON
           EVALUATE TRUE
           WHEN SO-COUPON-NOT-FOUND
              MOVE 'NOT ON OUR REGISTER' TO WS-DISPUTE-REASON
           WHEN WS-COUPON-STATUS = CT-MATCHED-STATUS OR
                WS-COUPON-STATUS = CT-DISPUTED-STATUS
              MOVE 'BILLED TWICE' TO WS-DISPUTE-REASON
           WHEN WS-IN-CURRENCY NOT = WS-COUPON-CURRENCY
              MOVE 'CURRENCY DIFFERS' TO WS-DISPUTE-REASON
              MOVE CT-DISPUTED-STATUS TO WS-NEW-COUPON-STATUS
              PERFORM 7020-UPDATE-THE-COUPON
           WHEN WS-IN-AMOUNT > WS-COUPON-AMOUNT
              MOVE 'OVERBILLED' TO WS-DISPUTE-REASON
              MOVE CT-DISPUTED-STATUS TO WS-NEW-COUPON-STATUS
              PERFORM 7020-UPDATE-THE-COUPON
           WHEN WS-IN-AMOUNT < WS-COUPON-AMOUNT
              MOVE 'UNDERBILLED' TO WS-DISPUTE-REASON
              MOVE CT-DISPUTED-STATUS TO WS-NEW-COUPON-STATUS
              PERFORM 7020-UPDATE-THE-COUPON
           WHEN OTHER
              MOVE CT-MATCHED-STATUS TO WS-NEW-COUPON-STATUS
              PERFORM 7020-UPDATE-THE-COUPON
           END-EVALUATE
           IF WS-DISPUTE-REASON = SPACE THEN
              MOVE 'MATCHED' TO WS-LINE-RESULT
              ADD 1 TO WS-MATCHED
           ELSE
              PERFORM 7030-INSERT-DISPUTE
              PERFORM 2040-QUEUE-THE-DISPUTE
              MOVE WS-DISPUTE-REASON TO WS-LINE-RESULT
              ADD 1 TO WS-DISPUTED
           END-IF
           MOVE WS-IN-PARTNER       TO WS-LINE-PARTNER
           MOVE WS-IN-TICKET        TO WS-LINE-TICKET
           MOVE WS-IN-FLIGHT-NUMBER TO WS-LINE-FLIGHT-NUMBER
           MOVE WS-IN-FLIGHT-DATE   TO WS-LINE-FLIGHT-DATE
           MOVE WS-IN-AMOUNT        TO WS-LINE-BILLED
           MOVE WS-COUPON-AMOUNT    TO WS-LINE-EXPECTED
           MOVE WS-IN-CURRENCY      TO WS-LINE-CURRENCY
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2040-QUEUE-THE-DISPUTE
      * THE DISPUTE AS A CLAIMABLE T61 ITEM, THE SAME WAY Z02478
      * QUEUES AN UNCOLLECTED MINOR
      ******************************************************************
       2040-QUEUE-THE-DISPUTE.
           MOVE CT-DISPUTE-QUEUE TO WQUE-QUEUE-NAME
           MOVE SPACE TO WQUE-ITEM-KEY
           STRING WS-IN-PARTNER '/' WS-TICKET-REFERENCE(1:9) '/'
                  WS-IN-FLIGHT-DATE
             DELIMITED BY SIZE INTO WQUE-ITEM-KEY
           END-STRING
           MOVE WS-IN-AMOUNT TO WS-QUEUE-AMOUNT
           MOVE SPACE TO WQUE-ITEM-TEXT
           STRING WS-DISPUTE-REASON DELIMITED BY '  '
                  ' -- ' WS-IN-FLIGHT-NUMBER DELIMITED BY SPACE
                  ' BILLED ' WS-QUEUE-AMOUNT ' ' WS-IN-CURRENCY
                  DELIMITED BY SIZE
             INTO WQUE-ITEM-TEXT
           END-STRING
           CALL 'Z02414' USING WS-ZZEC0266
           IF WQUE-RESULT NOT = 'O' THEN
              DISPLAY 'Z02483 -- WORK QUEUE INSERT FAILED FOR '
                      WQUE-ITEM-KEY
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2060-REJECT-THE-LINE
      ******************************************************************
       2060-REJECT-THE-LINE.
           ADD 1 TO WS-REJECTED
           MOVE INTERLINE-BILLING-RECORD TO WS-EXC-RECORD
           MOVE WS-REJECT-REASON         TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2100-LIST-NOT-BILLED
      * EVERY PAYABLE COUPON OF THE MONTH NO PARTNER HAS BILLED
      ******************************************************************
       2100-LIST-NOT-BILLED.
           EXEC SQL
             OPEN C-NOT-BILLED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02483 -- OPEN COUPON CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2110-FETCH-NEXT-NOT-BILLED
           PERFORM UNTIL SO-END-OF-CURSOR
              ADD 1 TO WS-NOT-BILLED
              MOVE WS-NB-PARTNER       TO WS-LINE-PARTNER
              MOVE WS-NB-TICKET        TO WS-LINE-TICKET
              MOVE WS-NB-FLIGHT-NUMBER TO WS-LINE-FLIGHT-NUMBER
              MOVE WS-NB-FLIGHT-DATE   TO WS-LINE-FLIGHT-DATE
              MOVE 0                   TO WS-LINE-BILLED
              MOVE WS-NB-AMOUNT        TO WS-LINE-EXPECTED
              MOVE WS-NB-CURRENCY      TO WS-LINE-CURRENCY
              MOVE 'NOT BILLED'        TO WS-LINE-RESULT
              DISPLAY WS-REPORT-LINE
              MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              PERFORM 2110-FETCH-NEXT-NOT-BILLED
           END-PERFORM
           EXEC SQL
             CLOSE C-NOT-BILLED
           END-EXEC
           .
      ******************************************************************
      *               2110-FETCH-NEXT-NOT-BILLED
      ******************************************************************
       2110-FETCH-NEXT-NOT-BILLED.
           EXEC SQL
             FETCH C-NOT-BILLED
             INTO :WS-NB-PARTNER,
                  :WS-NB-TICKET,
                  :WS-NB-FLIGHT-NUMBER,
                  :WS-NB-FLIGHT-DATE,
                  :WS-NB-AMOUNT,
                  :WS-NB-CURRENCY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02483 -- COUPON FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
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
           MOVE WS-DISPUTED      TO WS-TOTALS-DISPUTED
           MOVE WS-REJECTED      TO WS-TOTALS-REJECTED
           MOVE WS-NOT-BILLED    TO WS-TOTALS-NOT-BILLED
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
      *                   7010-READ-THE-COUPON
      ******************************************************************
       7010-READ-THE-COUPON.
           SET SO-COUPON-NOT-FOUND TO TRUE
           MOVE 0     TO WS-COUPON-ID
                         WS-COUPON-AMOUNT
           MOVE SPACE TO WS-COUPON-CURRENCY
                         WS-COUPON-STATUS
           EXEC SQL
             SELECT COUPON_ID, COUPON_AMOUNT, CURRENCY_CODE,
                    COUPON_STATUS
             INTO :WS-COUPON-ID, :WS-COUPON-AMOUNT,
                  :WS-COUPON-CURRENCY, :WS-COUPON-STATUS
             FROM T103_INTERLINE_COUPON
             WHERE BILLING_SIDE     = :CT-PAYABLE-SIDE
               AND PARTNER_CODE     = :WS-IN-PARTNER
               AND TICKET_REFERENCE = :WS-TICKET-REFERENCE
               AND FLIGHT_NUMBER    = :WS-IN-FLIGHT-NUMBER
               AND FLIGHT_DATE      = DATE(:WS-IN-FLIGHT-DATE)
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-COUPON-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02483 -- COUPON READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  7020-UPDATE-THE-COUPON
      ******************************************************************
       7020-UPDATE-THE-COUPON.
           EXEC SQL
             UPDATE T103_INTERLINE_COUPON
                SET COUPON_STATUS     = :WS-NEW-COUPON-STATUS,
                    PARTNER_AMOUNT    = :WS-IN-AMOUNT,
                    MATCHED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE COUPON_ID = :WS-COUPON-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02483 -- COUPON UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7030-INSERT-DISPUTE
      ******************************************************************
       7030-INSERT-DISPUTE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-DISPUTE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02483 -- DISPUTE ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T104_INTERLINE_DISPUTE
                (DISPUTE_ID, PARTNER_CODE, BILLING_MONTH,
                 TICKET_REFERENCE, FLIGHT_NUMBER, FLIGHT_DATE,
                 COUPON_ID, BILLED_AMOUNT, BILLED_CURRENCY,
                 EXPECTED_AMOUNT, EXPECTED_CURRENCY, DISPUTE_REASON,
                 DISPUTE_STATUS, RAISED_TIMESTAMP)
             VALUES
                (:WS-DISPUTE-ID, :WS-IN-PARTNER, :WS-PARM-MONTH,
                 :WS-IN-TICKET, :WS-IN-FLIGHT-NUMBER,
                 DATE(:WS-IN-FLIGHT-DATE), :WS-COUPON-ID,
                 :WS-IN-AMOUNT, :WS-IN-CURRENCY, :WS-COUPON-AMOUNT,
                 :WS-COUPON-CURRENCY, :WS-DISPUTE-REASON,
                 :CT-OPEN-STATUS, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02483 -- DISPUTE INSERT FAILED, SQLCODE '
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
           MOVE 'Z02483  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02483  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02483 -- INTERLINE BILLING MATCH ENDING'
           GOBACK
           .
