       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02514.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY CONTRACT LOUNGE INVOICE RECONCILIATION
      *
      * THE CONTRACT LOUNGES BILL US PER VISIT ONCE A MONTH.  THE
      * BILLS ARRIVE AS A FILE ON DDNAME LOUNGINV, ONE
      * COMMA-SEPARATED RECORD PER VISIT BILLED:
      *
      *    LOUNGE_CODE,YYYY-MM-DD,RECORD_LOCATOR,LAST_NAME,PERSONS,
      *    AMOUNT,INVOICE_REF
      *
      *    PERSONS -- THE PASSENGER PLUS THE GUESTS BROUGHT IN
      *    AMOUNT  -- IN THE LOUNGE'S T132 CURRENCY, DECIMAL POINT,
      *               NO GROUPING (123.40)
      *
      * EACH LINE IS MATCHED TO A VISIT THE LOUNGE DESK RECORDED ON
      * T134 (Z02513 THROUGH Z02512) -- SAME LOUNGE, SAME DAY, SAME
      * BOOKING, SAME SURNAME -- THAT NO OTHER INVOICE HAS CLAIMED.
      * THE EXPECTED CHARGE IS THE PASSENGER AND THE GUESTS RECORDED
      * AT THE T132 PRICE PER VISIT, AND THE LINE IS REPORTED
      * MATCHED, OVERBILLED OR UNDERBILLED AS Z02471 DOES FOR THE
      * HOTELS.  A MATCHED VISIT IS MARKED WITH THE INVOICE
      * REFERENCE AND THE AMOUNT BILLED, SO IT CANNOT BE BILLED
      * AGAIN (A RERUN OF THE SAME FILE MATCHES IT TO THE SAME
      * REFERENCE).
      *
      * A LINE WITH NO RECORDED VISIT IS DISPUTED:
      *
      *   BILLED TWICE  -- THE VISIT IS ALREADY ON ANOTHER INVOICE
      *   NOT ENTITLED  -- Z02512 FINDS NO RULE THAT LETS THE
      *                    PASSENGER IN, OR NO DEPARTURE FROM THE
      *                    LOUNGE'S AIRPORT THAT DAY -- A VISIT
      *                    THAT SHOULD NEVER HAVE HAPPENED OR
      *                    NEVER DID
      *   UNRECORDED    -- THE PASSENGER WAS ENTITLED BUT THE DESK
      *                    RECORDED NOTHING; QUERY WITH THE LOUNGE
      *
      * AFTER THE FILE, THE MONTH'S RECORDED CONTRACT VISITS THAT
      * WERE NEVER BILLED ARE LISTED.  A RECORD THAT IS MALFORMED,
      * FOR ANOTHER MONTH, OR FOR A LOUNGE THAT IS UNKNOWN OR OUR OWN
      * FALLS OUT ON THE REPORT THE SAME WAY Z02471 REJECTS ONE.
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  THE MONTH COMES ON THE SYSIN CARD, THE
      * SAME CONVENTION Z02445 USES:
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
           SELECT LOUNGE-INVOICE-FILE ASSIGN TO 'LOUNGINV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOUNGE-INVOICE-FILE.
       01  LOUNGE-INVOICE-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * RECORDED CONTRACT LOUNGE VISITS OF THE MONTH NEVER BILLED
           EXEC SQL
             DECLARE C-UNBILLED-VISITS CURSOR FOR
             SELECT T134.LOUNGE_CODE,
                    CHAR(T134.VISIT_DATE, ISO),
                    T09.RECORD_LOCATOR,
                    T06.PASSENGER_LAST_NAME,
                    T134.GUEST_COUNT,
                    T132.PRICE_PER_VISIT,
                    T132.CURRENCY_CODE
             FROM T134_LOUNGE_VISIT T134
             INNER JOIN T132_LOUNGE T132 ON
                T132.LOUNGE_CODE = T134.LOUNGE_CODE
             INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                T09.RESERVATION_ID = T134.RESERVATION_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T134.PASSENGER_ID
             WHERE T132.LOUNGE_TYPE = :CT-CONTRACT-TYPE
               AND YEAR(T134.VISIT_DATE)  = :WS-PARM-YEAR
               AND MONTH(T134.VISIT_DATE) = :WS-PARM-MONTH-NUM
               AND T134.INVOICE_REF IS NULL
             ORDER BY T134.LOUNGE_CODE, T134.VISIT_DATE
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
           05 SW-IF-LOUNGE-FOUND            PIC X VALUE 'N'.
               88 SO-LOUNGE-FOUND           VALUE 'Y'.
               88 SO-LOUNGE-NOT-FOUND       VALUE 'N'.
           05 SW-IF-VISIT-FOUND             PIC X VALUE 'N'.
               88 SO-VISIT-FOUND            VALUE 'Y'.
               88 SO-VISIT-NOT-FOUND        VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-CONTRACT-TYPE              PIC X(8) VALUE 'CONTRACT'.
           05 CT-LOUNGE-CHECK-NAME          PIC X(8) VALUE 'Z02512  '.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-RECORD-FIELDS.
           05 WS-LOUNGE-CODE                PIC X(4).
           05 WS-VISIT-DATE.
              10 WS-VISIT-YEAR-MONTH        PIC X(7).
              10 FILLER                     PIC X.
              10 WS-VISIT-DAY               PIC X(2).
           05 WS-RECORD-LOCATOR             PIC X(6).
           05 WS-LAST-NAME                  PIC X(25).
           05 WS-PERSONS-TEXT               PIC X(4).
           05 WS-AMOUNT-TEXT                PIC X(12).
           05 WS-INVOICE-REF                PIC X(12).

       01 WS-WORK-FIELDS.
           05 WS-INVOICE-PERSONS            PIC S9(4) COMP.
           05 WS-INVOICE-AMOUNT             PIC S9(7)V99 COMP-3.
           05 WS-VISIT-PERSONS              PIC S9(4) COMP.
           05 WS-EXPECTED-AMOUNT            PIC S9(7)V99 COMP-3.
           05 WS-LOUNGE-TYPE                PIC X(8).
           05 WS-PRICE-PER-VISIT            PIC S9(7)V99 COMP-3.
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-VISIT-ID                   PIC S9(9) COMP.
           05 WS-GUEST-COUNT                PIC S9(4) COMP.
           05 WS-OTHER-INVOICES             PIC S9(9) COMP.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-MATCHED                    PIC S9(7) COMP VALUE 0.
           05 WS-OVERBILLED                 PIC S9(7) COMP VALUE 0.
           05 WS-UNDERBILLED                PIC S9(7) COMP VALUE 0.
           05 WS-BILLED-TWICE               PIC S9(7) COMP VALUE 0.
           05 WS-NOT-ENTITLED               PIC S9(7) COMP VALUE 0.
           05 WS-UNRECORDED                 PIC S9(7) COMP VALUE 0.
           05 WS-REJECTED                   PIC S9(7) COMP VALUE 0.
           05 WS-NOT-BILLED                 PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'LNGE DATE       BOOKNG SURNAME         '.
           05 FILLER                        PIC X(40) VALUE
              '    INVOICE      PER EXP   INVOICED   EX'.
           05 FILLER                        PIC X(40) VALUE
              'PECTED CUR RESULT       NOTE'.

       01 WS-REPORT-LINE.
           05 WS-LINE-LOUNGE-CODE           PIC X(4).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-VISIT-DATE            PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RECORD-LOCATOR        PIC X(6).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-LAST-NAME             PIC X(20).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICE-REF           PIC X(12).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICE-PERSONS       PIC ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-VISIT-PERSONS         PIC ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICE-AMOUNT        PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-EXPECTED-AMOUNT       PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CURRENCY              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RESULT                PIC X(12).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-NOTE                  PIC X(24).

       01 WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'REJECTED '.
           05 WS-EXC-RECORD                 PIC X(80).
           05 FILLER                        PIC X(4)
              VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(30).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'VISITS BILLED.................'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'VISITS MATCHED................'.
           05 WS-TOTALS-MATCHED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'VISITS OVERBILLED.............'.
           05 WS-TOTALS-OVERBILLED          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'VISITS UNDERBILLED............'.
           05 WS-TOTALS-UNDERBILLED         PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'VISITS BILLED TWICE...........'.
           05 WS-TOTALS-BILLED-TWICE        PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'BILLED, NOT ENTITLED..........'.
           05 WS-TOTALS-NOT-ENTITLED        PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE7.
           05 FILLER                        PIC X(30)
              VALUE 'BILLED, ENTITLED, UNRECORDED..'.
           05 WS-TOTALS-UNRECORDED          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE8.
           05 FILLER                        PIC X(30)
              VALUE 'RECORDS REJECTED..............'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE9.
           05 FILLER                        PIC X(30)
              VALUE 'VISITS RECORDED, NOT BILLED...'.
           05 WS-TOTALS-NOT-BILLED          PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * LOUNGE ENTITLEMENT CHECK PARM BLOCK (SEE Z02512)
           COPY ZZEC0273.

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
           DISPLAY 'Z02514 -- LOUNGE INVOICE RECONCILIATION STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02514 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02514 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CONTRACT LOUNGE INVOICES FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT LOUNGE-INVOICE-FILE
           .
      ******************************************************************
      *                2000-PROCESS-THE-FILE
      ******************************************************************
       2000-PROCESS-THE-FILE.
           PERFORM 2010-READ-NEXT-INVOICE
           PERFORM UNTIL SO-END-OF-FILE
              ADD 1 TO WS-RECORDS-READ
              PERFORM 2020-PROCESS-ONE-INVOICE
              PERFORM 2010-READ-NEXT-INVOICE
           END-PERFORM
           CLOSE LOUNGE-INVOICE-FILE
           .
      ******************************************************************
      *                2010-READ-NEXT-INVOICE
      ******************************************************************
       2010-READ-NEXT-INVOICE.
           READ LOUNGE-INVOICE-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                2020-PROCESS-ONE-INVOICE
      ******************************************************************
       2020-PROCESS-ONE-INVOICE.
           MOVE SPACE TO WS-RECORD-FIELDS
           UNSTRING LOUNGE-INVOICE-RECORD DELIMITED BY ','
              INTO WS-LOUNGE-CODE
                   WS-VISIT-DATE
                   WS-RECORD-LOCATOR
                   WS-LAST-NAME
                   WS-PERSONS-TEXT
                   WS-AMOUNT-TEXT
                   WS-INVOICE-REF
           END-UNSTRING
           MOVE 0 TO WS-INVOICE-PERSONS
           MOVE 0 TO WS-INVOICE-AMOUNT
           IF WS-PERSONS-TEXT NOT = SPACE AND
              WS-AMOUNT-TEXT NOT = SPACE THEN
              COMPUTE WS-INVOICE-PERSONS =
                      FUNCTION NUMVAL(WS-PERSONS-TEXT)
              COMPUTE WS-INVOICE-AMOUNT =
                      FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           EVALUATE TRUE
           WHEN WS-LOUNGE-CODE = SPACE OR WS-RECORD-LOCATOR = SPACE OR
                WS-LAST-NAME = SPACE OR WS-INVOICE-REF = SPACE OR
                WS-VISIT-DAY IS NOT NUMERIC OR
                WS-INVOICE-PERSONS NOT > 0 OR
                WS-INVOICE-AMOUNT NOT > 0
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
              PERFORM 2040-REJECT-THE-INVOICE
           WHEN WS-VISIT-YEAR-MONTH NOT = WS-PARM-MONTH
              MOVE 'NOT FOR THIS MONTH' TO WS-REJECT-REASON
              PERFORM 2040-REJECT-THE-INVOICE
           WHEN OTHER
              PERFORM 7010-READ-LOUNGE
              EVALUATE TRUE
              WHEN SO-LOUNGE-NOT-FOUND
                 MOVE 'UNKNOWN LOUNGE' TO WS-REJECT-REASON
                 PERFORM 2040-REJECT-THE-INVOICE
              WHEN WS-LOUNGE-TYPE NOT = CT-CONTRACT-TYPE
                 MOVE 'NOT A CONTRACT LOUNGE' TO WS-REJECT-REASON
                 PERFORM 2040-REJECT-THE-INVOICE
              WHEN OTHER
                 PERFORM 2030-MATCH-THE-INVOICE
              END-EVALUATE
           END-EVALUATE
           .
      ******************************************************************
      *                 2030-MATCH-THE-INVOICE
      ******************************************************************
       2030-MATCH-THE-INVOICE.
           MOVE SPACE TO WS-LINE-NOTE
           PERFORM 7020-FIND-THE-VISIT
           IF SO-VISIT-FOUND THEN
              COMPUTE WS-VISIT-PERSONS = 1 + WS-GUEST-COUNT
              COMPUTE WS-EXPECTED-AMOUNT =
                      WS-VISIT-PERSONS * WS-PRICE-PER-VISIT
              EVALUATE TRUE
              WHEN WS-INVOICE-AMOUNT > WS-EXPECTED-AMOUNT
                 MOVE 'OVERBILLED'  TO WS-LINE-RESULT
                 ADD 1 TO WS-OVERBILLED
              WHEN WS-INVOICE-AMOUNT < WS-EXPECTED-AMOUNT
                 MOVE 'UNDERBILLED' TO WS-LINE-RESULT
                 ADD 1 TO WS-UNDERBILLED
              WHEN WS-INVOICE-PERSONS > WS-VISIT-PERSONS
                 MOVE 'OVERBILLED'  TO WS-LINE-RESULT
                 ADD 1 TO WS-OVERBILLED
              WHEN WS-INVOICE-PERSONS < WS-VISIT-PERSONS
                 MOVE 'UNDERBILLED' TO WS-LINE-RESULT
                 ADD 1 TO WS-UNDERBILLED
              WHEN OTHER
                 MOVE 'MATCHED'     TO WS-LINE-RESULT
                 ADD 1 TO WS-MATCHED
              END-EVALUATE
              PERFORM 7040-MARK-THE-VISIT
           ELSE
              MOVE 0 TO WS-VISIT-PERSONS
              MOVE 0 TO WS-EXPECTED-AMOUNT
              PERFORM 2035-DISPUTE-THE-VISIT
           END-IF
           MOVE WS-LOUNGE-CODE     TO WS-LINE-LOUNGE-CODE
           MOVE WS-VISIT-DATE      TO WS-LINE-VISIT-DATE
           MOVE WS-RECORD-LOCATOR  TO WS-LINE-RECORD-LOCATOR
           MOVE WS-LAST-NAME       TO WS-LINE-LAST-NAME
           MOVE WS-INVOICE-REF     TO WS-LINE-INVOICE-REF
           MOVE WS-INVOICE-PERSONS TO WS-LINE-INVOICE-PERSONS
           MOVE WS-VISIT-PERSONS   TO WS-LINE-VISIT-PERSONS
           MOVE WS-INVOICE-AMOUNT  TO WS-LINE-INVOICE-AMOUNT
           MOVE WS-EXPECTED-AMOUNT TO WS-LINE-EXPECTED-AMOUNT
           MOVE WS-CURRENCY-CODE   TO WS-LINE-CURRENCY
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2035-DISPUTE-THE-VISIT
      * NO UNCLAIMED VISIT ON T134 -- EITHER ANOTHER INVOICE HAS IT,
      * OR THE DESK NEVER RECORDED ONE AND Z02512 SAYS WHETHER THE
      * PASSENGER WOULD HAVE BEEN LET IN AT ALL
      ******************************************************************
       2035-DISPUTE-THE-VISIT.
           PERFORM 7030-COUNT-OTHER-INVOICES
           IF WS-OTHER-INVOICES > 0 THEN
              MOVE 'BILLED TWICE' TO WS-LINE-RESULT
              ADD 1 TO WS-BILLED-TWICE
           ELSE
              MOVE 'CHECK'            TO LGE-FUNCTION
              MOVE WS-LOUNGE-CODE     TO LGE-LOUNGE-CODE
              MOVE WS-VISIT-DATE      TO LGE-VISIT-DATE
              MOVE WS-RECORD-LOCATOR  TO LGE-RECORD-LOCATOR
              MOVE SPACE              TO LGE-ID-NUMBER
              MOVE WS-LAST-NAME       TO LGE-LAST-NAME
              MOVE 0                  TO LGE-GUEST-COUNT
              MOVE 'Z02514  '         TO LGE-OPERATOR-ID
              CALL CT-LOUNGE-CHECK-NAME USING WS-ZZEC0273
              EVALUATE LGE-RESULT
              WHEN 'O'
                 MOVE 'UNRECORDED'   TO WS-LINE-RESULT
                 MOVE 'ENTITLED BY'  TO WS-LINE-NOTE
                 MOVE LGE-BASIS      TO WS-LINE-NOTE(13:5)
                 MOVE LGE-BASIS-VALUE TO WS-LINE-NOTE(19:6)
                 ADD 1 TO WS-UNRECORDED
              WHEN 'R'
                 MOVE 'NOT ENTITLED' TO WS-LINE-RESULT
                 MOVE LGE-MESSAGE    TO WS-LINE-NOTE
                 ADD 1 TO WS-NOT-ENTITLED
              WHEN OTHER
                 MOVE LGE-SQLCODE TO WS-SQLCODE-FORMAT
                 DISPLAY 'Z02514 -- LOUNGE CHECK FAILED IN '
                         LGE-STATEMENT-ID ', SQLCODE '
                                                    WS-SQLCODE-FORMAT
                 MOVE LGE-SQLCODE  TO SQLCODE
                 MOVE LGE-SQLERRMC TO SQLERRMC
                 MOVE '2035' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                2040-REJECT-THE-INVOICE
      ******************************************************************
       2040-REJECT-THE-INVOICE.
           ADD 1 TO WS-REJECTED
           MOVE LOUNGE-INVOICE-RECORD TO WS-EXC-RECORD
           MOVE WS-REJECT-REASON      TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2100-LIST-NOT-BILLED
      * EVERY CONTRACT LOUNGE VISIT OF THE MONTH NO INVOICE CLAIMED
      ******************************************************************
       2100-LIST-NOT-BILLED.
           EXEC SQL
             OPEN C-UNBILLED-VISITS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02514 -- OPEN VISIT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           PERFORM 2110-FETCH-NEXT-VISIT
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2120-REPORT-NOT-BILLED
              PERFORM 2110-FETCH-NEXT-VISIT
           END-PERFORM
           EXEC SQL
             CLOSE C-UNBILLED-VISITS
           END-EXEC
           .
      ******************************************************************
      *                 2110-FETCH-NEXT-VISIT
      ******************************************************************
       2110-FETCH-NEXT-VISIT.
           EXEC SQL
             FETCH C-UNBILLED-VISITS
             INTO :WS-LOUNGE-CODE,
                  :WS-VISIT-DATE,
                  :WS-RECORD-LOCATOR,
                  :WS-LAST-NAME,
                  :WS-GUEST-COUNT,
                  :WS-PRICE-PER-VISIT,
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
              DISPLAY 'Z02514 -- VISIT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2120-REPORT-NOT-BILLED
      ******************************************************************
       2120-REPORT-NOT-BILLED.
           ADD 1 TO WS-NOT-BILLED
           COMPUTE WS-VISIT-PERSONS = 1 + WS-GUEST-COUNT
           COMPUTE WS-EXPECTED-AMOUNT =
                   WS-VISIT-PERSONS * WS-PRICE-PER-VISIT
           MOVE WS-LOUNGE-CODE     TO WS-LINE-LOUNGE-CODE
           MOVE WS-VISIT-DATE      TO WS-LINE-VISIT-DATE
           MOVE WS-RECORD-LOCATOR  TO WS-LINE-RECORD-LOCATOR
           MOVE WS-LAST-NAME       TO WS-LINE-LAST-NAME
           MOVE SPACE              TO WS-LINE-INVOICE-REF
           MOVE 0                  TO WS-LINE-INVOICE-PERSONS
           MOVE WS-VISIT-PERSONS   TO WS-LINE-VISIT-PERSONS
           MOVE 0                  TO WS-LINE-INVOICE-AMOUNT
           MOVE WS-EXPECTED-AMOUNT TO WS-LINE-EXPECTED-AMOUNT
           MOVE WS-CURRENCY-CODE   TO WS-LINE-CURRENCY
           MOVE 'NOT BILLED'       TO WS-LINE-RESULT
           MOVE SPACE              TO WS-LINE-NOTE
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RECORDS-READ  TO WS-TOTALS-READ
           MOVE WS-MATCHED       TO WS-TOTALS-MATCHED
           MOVE WS-OVERBILLED    TO WS-TOTALS-OVERBILLED
           MOVE WS-UNDERBILLED   TO WS-TOTALS-UNDERBILLED
           MOVE WS-BILLED-TWICE  TO WS-TOTALS-BILLED-TWICE
           MOVE WS-NOT-ENTITLED  TO WS-TOTALS-NOT-ENTITLED
           MOVE WS-UNRECORDED    TO WS-TOTALS-UNRECORDED
           MOVE WS-REJECTED      TO WS-TOTALS-REJECTED
           MOVE WS-NOT-BILLED    TO WS-TOTALS-NOT-BILLED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           DISPLAY WS-TOTALS-LINE7
           DISPLAY WS-TOTALS-LINE8
           DISPLAY WS-TOTALS-LINE9
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
           MOVE WS-TOTALS-LINE7 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE8 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE9 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     7010-READ-LOUNGE
      * ANY STATUS -- A LOUNGE CLOSED MID-MONTH STILL BILLS FOR THE
      * VISITS BEFORE IT CLOSED
      ******************************************************************
       7010-READ-LOUNGE.
           SET SO-LOUNGE-NOT-FOUND TO TRUE
           MOVE 0     TO WS-PRICE-PER-VISIT
           MOVE SPACE TO WS-CURRENCY-CODE
                         WS-LOUNGE-TYPE
           EXEC SQL
             SELECT LOUNGE_TYPE, PRICE_PER_VISIT, CURRENCY_CODE
             INTO :WS-LOUNGE-TYPE, :WS-PRICE-PER-VISIT,
                  :WS-CURRENCY-CODE
             FROM T132_LOUNGE
             WHERE LOUNGE_CODE = :WS-LOUNGE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-LOUNGE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02514 -- LOUNGE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   7020-FIND-THE-VISIT
      * THE FIRST VISIT OF THE PASSENGER THAT DAY NOT YET CLAIMED --
      * OR ALREADY CLAIMED BY THIS SAME INVOICE, SO A RERUN MATCHES
      * AGAIN INSTEAD OF CRYING BILLED TWICE
      ******************************************************************
       7020-FIND-THE-VISIT.
           SET SO-VISIT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT T134.VISIT_ID, T134.GUEST_COUNT
             INTO :WS-VISIT-ID, :WS-GUEST-COUNT
             FROM T134_LOUNGE_VISIT T134
             INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                T09.RESERVATION_ID = T134.RESERVATION_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T134.PASSENGER_ID
             WHERE T134.LOUNGE_CODE    = :WS-LOUNGE-CODE
               AND T134.VISIT_DATE     = DATE(:WS-VISIT-DATE)
               AND T09.RECORD_LOCATOR  = :WS-RECORD-LOCATOR
               AND T06.PASSENGER_LAST_NAME = :WS-LAST-NAME
               AND (T134.INVOICE_REF IS NULL OR
                    T134.INVOICE_REF = :WS-INVOICE-REF)
             ORDER BY T134.INVOICE_REF, T134.VISIT_ID
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-VISIT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02514 -- VISIT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                7030-COUNT-OTHER-INVOICES
      ******************************************************************
       7030-COUNT-OTHER-INVOICES.
           MOVE 0 TO WS-OTHER-INVOICES
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-OTHER-INVOICES
             FROM T134_LOUNGE_VISIT T134
             INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                T09.RESERVATION_ID = T134.RESERVATION_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T134.PASSENGER_ID
             WHERE T134.LOUNGE_CODE    = :WS-LOUNGE-CODE
               AND T134.VISIT_DATE     = DATE(:WS-VISIT-DATE)
               AND T09.RECORD_LOCATOR  = :WS-RECORD-LOCATOR
               AND T06.PASSENGER_LAST_NAME = :WS-LAST-NAME
               AND T134.INVOICE_REF IS NOT NULL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02514 -- INVOICE COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7040-MARK-THE-VISIT
      ******************************************************************
       7040-MARK-THE-VISIT.
           EXEC SQL
             UPDATE T134_LOUNGE_VISIT
                SET INVOICE_REF     = :WS-INVOICE-REF,
                    INVOICED_AMOUNT = :WS-INVOICE-AMOUNT
              WHERE VISIT_ID = :WS-VISIT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02514 -- VISIT MARK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02514  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02514  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02514 -- LOUNGE INVOICE RECONCILIATION ENDING'
           GOBACK
           .
