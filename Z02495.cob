       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02495.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- CARD CHARGEBACK INTAKE
      *
      * CHARGEBACKS COME IN ON THEIR OWN ACQUIRER FILE, NOT ON THE
      * SETTLEMENT FILE Z02420 RECONCILES, AND USED TO BE WORKED BY
      * E-MAIL -- SO THE RESPONSE DEADLINE WAS OFTEN MISSED EVEN FOR
      * PASSENGERS WHO PLAINLY FLEW.  THIS JOB READS THE FILE (DDNAME
      * CHGBCK, ONE COMMA-SEPARATED LINE PER CHARGEBACK):
      *
      *    ACQUIRER REFERENCE,RESERVATION_ID,AMOUNT,REASON CODE,
      *    RESPONSE DEADLINE (YYYY-MM-DD, MAY BE EMPTY)
      *
      * AND FOR EACH LINE:
      *
      *   1. MATCHES THE 'CARD' T64_PAYMENT OF THE RESERVATION THAT
      *      COVERS THE AMOUNT (THE OLDEST ONE WHEN SEVERAL DO).  A
      *      LINE MATCHING NO PAYMENT IS LISTED FOR FINANCE TO TAKE
      *      UP WITH THE BANK, THE WAY Z02420 LISTS ITS UNMATCHED
      *      SETTLEMENTS.  A REFERENCE ALREADY ON FILE IS SKIPPED, SO
      *      A FILE RE-SENT BY THE ACQUIRER OPENS NOTHING TWICE
      *   2. GATHERS THE EVIDENCE AS IT STANDS TODAY -- THE T46
      *      COUPONS OF THE RESERVATION'S TICKETS BY STATUS, THE T04
      *      SEATS CHECKED IN AND BOARDED, AND THE FIRST CHECK-IN TIME
      *   3. OPENS A CASE ON T117_CHARGEBACK_CASE.  WHEN THE FILE
      *      GIVES NO DEADLINE IT IS THE RUN DATE PLUS
      *      'CHARGEBACK-RESPONSE-DAYS' (T87 THROUGH Z02457,
      *      DEFAULT 10)
      *
      * THE CASES ARE WORKED ON THE Z02496 WORKBENCH (REPRESENT,
      * ACCEPT, WRITE OFF, PRINT THE Z02390 ITINERARY FOR THE
      * EVIDENCE PACK) AND AGED EVERY NIGHT BY Z02497.
      *
      * NEW TABLE T117_CHARGEBACK_CASE:
      *
      *     CASE_ID               INTEGER        PRIMARY KEY (T20)
      *     ACQUIRER_REFERENCE    CHAR(20)       UNIQUE
      *     PAYMENT_ID            INTEGER        T64 PAYMENT CHARGED
      *                                          BACK
      *     RESERVATION_ID        INTEGER
      *     CHARGEBACK_AMOUNT     DECIMAL(11,2)
      *     REASON_CODE           CHAR(4)        ACQUIRER REASON CODE
      *     RECEIVED_DATE         DATE           RUN DATE OF INTAKE
      *     RESPONSE_DEADLINE     DATE
      *     CASE_STATUS           CHAR(12)       'OPEN' /
      *                                          'REPRESENTED' /
      *                                          'ACCEPTED' /
      *                                          'WRITTEN-OFF'
      *     COUPONS_FLOWN         SMALLINT       EVIDENCE AT INTAKE
      *     COUPONS_UNUSED        SMALLINT       'OPEN'/'CHECKED-IN'
      *     COUPONS_REFUNDED      SMALLINT
      *     SEATS_CHECKED_IN      SMALLINT
      *     SEATS_BOARDED         SMALLINT
      *     FIRST_CHECKIN         CHAR(26)       SPACE IF NONE
      *     RESPONSE_TEXT         CHAR(60)       REPRESENTMENT OR
      *                                          RESOLUTION NOTE
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *
      * UNDER Z02380 RUN-REGISTRY PROTECTION -- ONE RUN PER RUN DATE,
      * WHICH IS TODAY UNLESS THE PARM FIELD OF THE EXEC STATEMENT
      * NAMES ONE:
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
           SELECT CHARGEBACK-FILE ASSIGN TO 'CHGBCK'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-FILE.
       01  CHARGEBACK-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-FILE             PIC X VALUE 'N'.
               88 SO-END-OF-FILE            VALUE 'Y'.
           05 SW-IF-PAYMENT-FOUND           PIC X VALUE 'N'.
               88 SO-PAYMENT-FOUND          VALUE 'Y'.
               88 SO-PAYMENT-NOT-FOUND      VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-OPEN-STATUS                PIC X(12) VALUE 'OPEN'.
           05 CT-RESPONSE-DAYS              PIC S9(4) COMP VALUE 10.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).
       01 WS-RESPONSE-DAYS                  PIC S9(4) COMP VALUE 0.

       01 WS-CHARGEBACK-FIELDS.
           05 WS-CB-REFERENCE               PIC X(20).
           05 WS-CB-RESERVATION-X           PIC X(10).
           05 WS-CB-AMOUNT-X                PIC X(12).
           05 WS-CB-REASON-CODE             PIC X(4).
           05 WS-CB-DEADLINE                PIC X(10).
           05 WS-CB-RESERVATION-LEN         PIC S9(4) COMP.
           05 WS-CB-RESERVATION-ID          PIC S9(9) COMP.
           05 WS-CB-AMOUNT                  PIC S9(9)V99 COMP-3.

       01 WS-CASE-FIELDS.
           05 WS-CASE-ID                    PIC S9(9) COMP.
           05 WS-PAYMENT-ID                 PIC S9(9) COMP.
           05 WS-EXISTING-CASES             PIC S9(9) COMP.
           05 WS-COUPONS-FLOWN              PIC S9(4) COMP.
           05 WS-COUPONS-UNUSED             PIC S9(4) COMP.
           05 WS-COUPONS-REFUNDED           PIC S9(4) COMP.
           05 WS-SEATS-CHECKED-IN           PIC S9(4) COMP.
           05 WS-SEATS-BOARDED              PIC S9(4) COMP.
           05 WS-FIRST-CHECKIN              PIC X(26).

       01 WS-COUNTERS.
           05 WS-LINES-READ                 PIC S9(7) COMP VALUE 0.
           05 WS-CASES-OPENED               PIC S9(7) COMP VALUE 0.
           05 WS-CASES-FLOWN                PIC S9(7) COMP VALUE 0.
           05 WS-LINES-DUPLICATE            PIC S9(7) COMP VALUE 0.
           05 WS-LINES-UNMATCHED            PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(31) VALUE
              'CASE      ACQUIRER REFERENCE'.
           05 FILLER                        PIC X(34) VALUE
              'RESERVATION       AMOUNT RSN DUE'.
           05 FILLER                        PIC X(30) VALUE
              '     FLOWN BOARDED'.

       01 WS-CASE-LINE.
           05 WS-LINE-CASE-ID               PIC 9(9).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-REFERENCE             PIC X(20).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RESERVATION           PIC 9(9).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-REASON                PIC X(4).
           05 WS-LINE-DEADLINE              PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-FLOWN                 PIC ZZZ9.
           05 FILLER                        PIC X(4) VALUE SPACE.
           05 WS-LINE-BOARDED               PIC ZZZ9.

       01 WS-UNMATCHED-LINE.
           05 WS-UNM-TEXT                   PIC X(22).
           05 WS-UNM-RECORD                 PIC X(80).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'CHARGEBACK LINES READ.........'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'CASES OPENED..................'.
           05 WS-TOTALS-OPENED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'OF WHICH PASSENGER FLEW.......'.
           05 WS-TOTALS-FLOWN               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'ALREADY ON FILE, SKIPPED......'.
           05 WS-TOTALS-DUPLICATE           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'NO MATCHING CARD PAYMENT......'.
           05 WS-TOTALS-UNMATCHED           PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TAKE-IN-CHARGEBACKS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02495 -- CHARGEBACK INTAKE STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02495 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-GET-RESPONSE-DAYS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CHARGEBACK CASES OPENED ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT CHARGEBACK-FILE
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
              DISPLAY 'Z02495 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  1020-GET-RESPONSE-DAYS
      * DAYS ALLOWED TO ANSWER WHEN THE ACQUIRER SENDS NO DEADLINE --
      * 'CHARGEBACK-RESPONSE-DAYS' OFF T87 THROUGH Z02457
      ******************************************************************
       1020-GET-RESPONSE-DAYS.
           MOVE 'CHARGEBACK-RESPONSE-DAYS' TO PARM-NAME
           MOVE SPACE                      TO PARM-SCOPE
           MOVE WS-PARM-DATE               TO PARM-AS-OF-DATE
           MOVE CT-RESPONSE-DAYS           TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-RESPONSE-DAYS
           IF WS-RESPONSE-DAYS < 1 THEN
              MOVE CT-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           END-IF
           DISPLAY 'Z02495 -- DEFAULT RESPONSE DAYS ' WS-RESPONSE-DAYS
           .
      ******************************************************************
      *                 2000-TAKE-IN-CHARGEBACKS
      ******************************************************************
       2000-TAKE-IN-CHARGEBACKS.
           PERFORM 2010-READ-NEXT-CHARGEBACK
           PERFORM UNTIL SO-END-OF-FILE
              PERFORM 2020-TAKE-IN-ONE-CHARGEBACK
              PERFORM 2010-READ-NEXT-CHARGEBACK
           END-PERFORM
           CLOSE CHARGEBACK-FILE
           .
      ******************************************************************
      *                2010-READ-NEXT-CHARGEBACK
      ******************************************************************
       2010-READ-NEXT-CHARGEBACK.
           READ CHARGEBACK-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *               2020-TAKE-IN-ONE-CHARGEBACK
      * A LINE THAT CANNOT BE READ OR MATCHED IS LISTED WITH THE RAW
      * RECORD SO FINANCE CAN QUOTE IT BACK TO THE BANK
      ******************************************************************
       2020-TAKE-IN-ONE-CHARGEBACK.
           ADD 1 TO WS-LINES-READ
           MOVE SPACE TO WS-CB-REFERENCE
                         WS-CB-RESERVATION-X
                         WS-CB-AMOUNT-X
                         WS-CB-REASON-CODE
                         WS-CB-DEADLINE
           MOVE 0 TO WS-CB-RESERVATION-LEN
           UNSTRING CHARGEBACK-RECORD DELIMITED BY ','
              INTO WS-CB-REFERENCE
                   WS-CB-RESERVATION-X COUNT IN WS-CB-RESERVATION-LEN
                   WS-CB-AMOUNT-X
                   WS-CB-REASON-CODE
                   WS-CB-DEADLINE
           END-UNSTRING
           IF WS-CB-RESERVATION-LEN < 1 OR
              WS-CB-RESERVATION-LEN > 9 THEN
              MOVE 10 TO WS-CB-RESERVATION-LEN
           END-IF
           IF WS-CB-REFERENCE = SPACE OR
              WS-CB-RESERVATION-X(1:WS-CB-RESERVATION-LEN)
                                          IS NOT NUMERIC OR
              WS-CB-AMOUNT-X = SPACE THEN
              MOVE 'UNREADABLE LINE   -- ' TO WS-UNM-TEXT
              PERFORM 2040-LIST-REJECTED-LINE
           ELSE
              COMPUTE WS-CB-RESERVATION-ID =
                 FUNCTION NUMVAL(WS-CB-RESERVATION-X)
              COMPUTE WS-CB-AMOUNT =
                 FUNCTION NUMVAL(WS-CB-AMOUNT-X)
              PERFORM 7001-CHECK-REFERENCE
              IF WS-EXISTING-CASES > 0 THEN
                 ADD 1 TO WS-LINES-DUPLICATE
              ELSE
                 PERFORM 7002-MATCH-THE-PAYMENT
                 IF SO-PAYMENT-FOUND THEN
                    PERFORM 2030-OPEN-THE-CASE
                 ELSE
                    MOVE 'NO CARD PAYMENT   -- ' TO WS-UNM-TEXT
                    PERFORM 2040-LIST-REJECTED-LINE
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                    2030-OPEN-THE-CASE
      ******************************************************************
       2030-OPEN-THE-CASE.
           PERFORM 7003-GATHER-COUPON-EVIDENCE
           PERFORM 7004-GATHER-SEAT-EVIDENCE
           IF WS-CB-DEADLINE = SPACE THEN
              PERFORM 7005-DEFAULT-THE-DEADLINE
           END-IF
           PERFORM 7006-INSERT-THE-CASE
           ADD 1 TO WS-CASES-OPENED
           IF WS-COUPONS-FLOWN > 0 OR WS-SEATS-BOARDED > 0 THEN
              ADD 1 TO WS-CASES-FLOWN
           END-IF
           MOVE WS-CASE-ID            TO WS-LINE-CASE-ID
           MOVE WS-CB-REFERENCE       TO WS-LINE-REFERENCE
           MOVE WS-CB-RESERVATION-ID  TO WS-LINE-RESERVATION
           MOVE WS-CB-AMOUNT          TO WS-LINE-AMOUNT
           MOVE WS-CB-REASON-CODE     TO WS-LINE-REASON
           MOVE WS-CB-DEADLINE        TO WS-LINE-DEADLINE
           MOVE WS-COUPONS-FLOWN      TO WS-LINE-FLOWN
           MOVE WS-SEATS-BOARDED      TO WS-LINE-BOARDED
           DISPLAY WS-CASE-LINE
           MOVE WS-CASE-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2040-LIST-REJECTED-LINE
      ******************************************************************
       2040-LIST-REJECTED-LINE.
           ADD 1 TO WS-LINES-UNMATCHED
           MOVE CHARGEBACK-RECORD TO WS-UNM-RECORD
           DISPLAY WS-UNMATCHED-LINE
           MOVE WS-UNMATCHED-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-LINES-READ       TO WS-TOTALS-READ
           MOVE WS-CASES-OPENED     TO WS-TOTALS-OPENED
           MOVE WS-CASES-FLOWN      TO WS-TOTALS-FLOWN
           MOVE WS-LINES-DUPLICATE  TO WS-TOTALS-DUPLICATE
           MOVE WS-LINES-UNMATCHED  TO WS-TOTALS-UNMATCHED
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
      *                  7001-CHECK-REFERENCE
      ******************************************************************
       7001-CHECK-REFERENCE.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-EXISTING-CASES
             FROM T117_CHARGEBACK_CASE
             WHERE ACQUIRER_REFERENCE = :WS-CB-REFERENCE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02495 -- REFERENCE CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7002-MATCH-THE-PAYMENT
      * THE OLDEST CARD PAYMENT OF THE RESERVATION THAT COVERS THE
      * AMOUNT -- A PARTIAL CHARGEBACK MATCHES THE PAYMENT IT CAME
      * OUT OF
      ******************************************************************
       7002-MATCH-THE-PAYMENT.
           SET SO-PAYMENT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT PAYMENT_ID
             INTO :WS-PAYMENT-ID
             FROM T64_PAYMENT
             WHERE RESERVATION_ID = :WS-CB-RESERVATION-ID
               AND PAYMENT_METHOD = 'CARD'
               AND AMOUNT        >= :WS-CB-AMOUNT
             ORDER BY PAYMENT_ID
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-PAYMENT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02495 -- PAYMENT MATCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *              7003-GATHER-COUPON-EVIDENCE
      * THE COUPONS OF EVERY TICKET ISSUED ON THE RESERVATION
      ******************************************************************
       7003-GATHER-COUPON-EVIDENCE.
           EXEC SQL
             SELECT
               COALESCE(SUM(CASE WHEN T46.COUPON_STATUS = 'FLOWN'
                            THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN T46.COUPON_STATUS IN
                                      ('OPEN', 'CHECKED-IN')
                            THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN T46.COUPON_STATUS = 'REFUNDED'
                            THEN 1 ELSE 0 END), 0)
             INTO :WS-COUPONS-FLOWN, :WS-COUPONS-UNUSED,
                  :WS-COUPONS-REFUNDED
             FROM T46_TICKET_COUPON T46
             INNER JOIN T45_TICKET T45 ON
                T45.TICKET_NUMBER = T46.TICKET_NUMBER
             WHERE T45.RESERVATION_ID = :WS-CB-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02495 -- COUPON EVIDENCE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               7004-GATHER-SEAT-EVIDENCE
      * CHECK-IN AND GATE BOARDING OFF T04 (Z02345/Z02424 SET THE
      * CHECK-IN, THE Z02472 GATE SCAN THE BOARDING)
      ******************************************************************
       7004-GATHER-SEAT-EVIDENCE.
           EXEC SQL
             SELECT
               COALESCE(SUM(CASE WHEN CHECKIN_TIMESTAMP IS NOT NULL
                            THEN 1 ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN BOARDED_TIMESTAMP IS NOT NULL
                            THEN 1 ELSE 0 END), 0),
               COALESCE(CHAR(MIN(CHECKIN_TIMESTAMP)), ' ')
             INTO :WS-SEATS-CHECKED-IN, :WS-SEATS-BOARDED,
                  :WS-FIRST-CHECKIN
             FROM T04_FLIGHT_SEATS
             WHERE RESERVATION_ID = :WS-CB-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02495 -- SEAT EVIDENCE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               7005-DEFAULT-THE-DEADLINE
      ******************************************************************
       7005-DEFAULT-THE-DEADLINE.
           EXEC SQL
             VALUES CHAR(DATE(:WS-PARM-DATE) + :WS-RESPONSE-DAYS DAYS,
                         ISO)
             INTO :WS-CB-DEADLINE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02495 -- DEADLINE DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7005' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7006-INSERT-THE-CASE
      ******************************************************************
       7006-INSERT-THE-CASE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-CASE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02495 -- CASE ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7006' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T117_CHARGEBACK_CASE
                (CASE_ID, ACQUIRER_REFERENCE, PAYMENT_ID,
                 RESERVATION_ID, CHARGEBACK_AMOUNT, REASON_CODE,
                 RECEIVED_DATE, RESPONSE_DEADLINE, CASE_STATUS,
                 COUPONS_FLOWN, COUPONS_UNUSED, COUPONS_REFUNDED,
                 SEATS_CHECKED_IN, SEATS_BOARDED, FIRST_CHECKIN,
                 RESPONSE_TEXT, CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-CASE-ID, :WS-CB-REFERENCE, :WS-PAYMENT-ID,
                 :WS-CB-RESERVATION-ID, :WS-CB-AMOUNT,
                 :WS-CB-REASON-CODE, DATE(:WS-PARM-DATE),
                 DATE(:WS-CB-DEADLINE), :CT-OPEN-STATUS,
                 :WS-COUPONS-FLOWN, :WS-COUPONS-UNUSED,
                 :WS-COUPONS-REFUNDED, :WS-SEATS-CHECKED-IN,
                 :WS-SEATS-BOARDED, :WS-FIRST-CHECKIN, ' ',
                 'Z02495', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02495 -- CASE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7006' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02495  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02495 -- ALREADY RUN OR RUNNING FOR '
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
           MOVE WS-LINES-READ TO JRUN-ROWS-PROCESSED
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
           MOVE 'Z02495  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02495  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02495 -- CHARGEBACK INTAKE ENDING'
           GOBACK
           .
