       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02486.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY CORPORATE ACCOUNT INVOICING
      *
      * EVERY CORPORATE ACCOUNT (T105, MAINTAINED ON Z02485) WITH
      * CHARGES OR CREDITS ON ITS T106 LEDGER NOT YET INVOICED AND
      * DATED IN OR BEFORE THE MONTH OF THE RUN GETS ONE INVOICE FOR
      * THEM.  THE INVOICE IS A ROW ON THE NEW T107_CORPORATE_INVOICE
      * TABLE:
      *
      *   INVOICE_ID             INTEGER      OFF T20_ID_SEQUENCE
      *   ACCOUNT_CODE           CHAR(10)
      *   INVOICE_MONTH          CHAR(7)      YYYY-MM OF THE RUN
      *   INVOICE_DATE           DATE         THE DAY OF THE RUN
      *   DUE_DATE               DATE         INVOICE DATE PLUS THE
      *                                       ACCOUNT'S PAYMENT TERMS
      *   INVOICE_AMOUNT         DEC(11,2)    CHARGES LESS CREDITS
      *   AMOUNT_PAID            DEC(11,2)    RAISED BY Z02485 'P'
      *   INVOICE_STATUS         CHAR(10)     'OPEN'   -- AMOUNT OWED
      *                                       'PAID'   -- SETTLED,
      *                                         OR NOTHING WAS OWED
      *                                       'CREDIT' -- CREDITS CAME
      *                                         TO MORE THAN CHARGES;
      *                                         NOTHING TO PAY, THE
      *                                         CREDIT STAYS ON THE
      *                                         ACCOUNT BALANCE
      *   CREATED_TIMESTAMP      TIMESTAMP
      *
      * AND EACH LEDGER ENTRY INVOICED CARRIES ITS INVOICE_ID FROM
      * THEN ON, SO A SECOND RUN FOR THE SAME MONTH INVOICES NOTHING
      * TWICE.
      *
      * THE INVOICES THEMSELVES ARE WRITTEN TO DDNAME CORPINV FOR
      * PRINTING AND MAILING, ONE AFTER THE OTHER.  EACH LISTS EVERY
      * ENTRY WITH ITS BOOKING (RECORD LOCATOR) AND, UNDER IT, THE
      * TICKETS AND PASSENGERS OF THAT BOOKING, AND ENDS WITH THE
      * ACCOUNT STATEMENT -- EVERY INVOICE OF THE ACCOUNT STILL OPEN,
      * THIS ONE INCLUDED, AND THE LEDGER BALANCE AGAINST THE CREDIT
      * LIMIT.
      *
      * THE RUN SUMMARY IS PRINTED AND STORED TO THE T52 REPOSITORY
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
           SELECT CORPORATE-INVOICE-FILE ASSIGN TO 'CORPINV'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CORPORATE-INVOICE-FILE.
       01  CORPORATE-INVOICE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * ACCOUNTS WITH SOMETHING TO INVOICE UP TO THE END OF THE MONTH
           EXEC SQL
             DECLARE C-ACCOUNTS-TO-INVOICE CURSOR FOR
             SELECT T105.ACCOUNT_CODE,
                    T105.COMPANY_NAME,
                    T105.CREDIT_LIMIT,
                    T105.PAYMENT_TERMS_DAYS
             FROM T105_CORPORATE_ACCOUNT T105
             WHERE EXISTS
                   (SELECT 1
                    FROM T106_CORPORATE_LEDGER T106
                    WHERE T106.ACCOUNT_CODE = T105.ACCOUNT_CODE
                      AND T106.INVOICE_ID   = 0
                      AND T106.ENTRY_TYPE IN (:CT-CHARGE-TYPE,
                                              :CT-CREDIT-TYPE)
                      AND T106.ENTRY_DATE   <
                          DATE(:WS-NEXT-MONTH-START))
             ORDER BY T105.ACCOUNT_CODE
             FOR FETCH ONLY
           END-EXEC

      * THE ENTRIES OF ONE ACCOUNT GOING ON ITS INVOICE
           EXEC SQL
             DECLARE C-INVOICE-ENTRIES CURSOR FOR
             SELECT T106.ENTRY_TYPE,
                    CHAR(T106.ENTRY_DATE, ISO),
                    T106.RESERVATION_ID,
                    COALESCE(T09.RECORD_LOCATOR, ' '),
                    T106.AMOUNT
             FROM T106_CORPORATE_LEDGER T106
             LEFT JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                T09.RESERVATION_ID = T106.RESERVATION_ID
             WHERE T106.ACCOUNT_CODE = :WS-ACCOUNT-CODE
               AND T106.INVOICE_ID   = 0
               AND T106.ENTRY_TYPE IN (:CT-CHARGE-TYPE, :CT-CREDIT-TYPE)
               AND T106.ENTRY_DATE   < DATE(:WS-NEXT-MONTH-START)
             ORDER BY T106.ENTRY_DATE, T106.ENTRY_ID
             FOR FETCH ONLY
           END-EXEC

      * THE TICKETS AND PASSENGERS OF ONE INVOICED BOOKING
           EXEC SQL
             DECLARE C-BOOKING-TICKETS CURSOR FOR
             SELECT T45.TICKET_NUMBER,
                    T06.PASSENGER_LAST_NAME,
                    T06.PASSENGER_NAME
             FROM T45_TICKET T45
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T45.PASSENGER_ID
             WHERE T45.RESERVATION_ID = :WS-ENT-RESERVATION-ID
             ORDER BY T45.TICKET_NUMBER
             FOR FETCH ONLY
           END-EXEC

      * THE ACCOUNT'S INVOICES STILL OPEN, FOR THE STATEMENT
           EXEC SQL
             DECLARE C-OPEN-INVOICES CURSOR FOR
             SELECT INVOICE_ID,
                    INVOICE_MONTH,
                    CHAR(DUE_DATE, ISO),
                    INVOICE_AMOUNT,
                    AMOUNT_PAID
             FROM T107_CORPORATE_INVOICE
             WHERE ACCOUNT_CODE   = :WS-ACCOUNT-CODE
               AND INVOICE_STATUS = :CT-OPEN-STATUS
             ORDER BY DUE_DATE, INVOICE_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-ACCOUNTS         PIC X VALUE 'N'.
               88 SO-END-OF-ACCOUNTS        VALUE 'Y'.
           05 SW-IF-END-OF-ENTRIES          PIC X VALUE 'N'.
               88 SO-END-OF-ENTRIES         VALUE 'Y'.
           05 SW-IF-END-OF-TICKETS          PIC X VALUE 'N'.
               88 SO-END-OF-TICKETS         VALUE 'Y'.
           05 SW-IF-END-OF-INVOICES         PIC X VALUE 'N'.
               88 SO-END-OF-INVOICES        VALUE 'Y'.

       01 CT-CONSTANTS.
           05 CT-CHARGE-TYPE                PIC X(8) VALUE 'CHARGE'.
           05 CT-CREDIT-TYPE                PIC X(8) VALUE 'CREDIT'.
           05 CT-OPEN-STATUS                PIC X(10) VALUE 'OPEN'.
           05 CT-PAID-STATUS                PIC X(10) VALUE 'PAID'.
           05 CT-CREDIT-STATUS              PIC X(10) VALUE 'CREDIT'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).
           05 WS-PARM-YEAR                  PIC 9(4).
           05 WS-PARM-MONTH-NUM             PIC 9(2).
           05 WS-NEXT-MONTH-START.
              10 WS-NEXT-YEAR               PIC 9(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-NEXT-MONTH              PIC 9(2).
              10 FILLER                     PIC X(3) VALUE '-01'.

       01 WS-ACCOUNT-FIELDS.
           05 WS-ACCOUNT-CODE               PIC X(10).
           05 WS-COMPANY-NAME               PIC X(30).
           05 WS-CREDIT-LIMIT               PIC S9(9)V99 COMP-3.
           05 WS-PAYMENT-TERMS              PIC S9(4) COMP.
           05 WS-ACCOUNT-BALANCE            PIC S9(9)V99 COMP-3.

       01 WS-INVOICE-FIELDS.
           05 WS-INVOICE-ID                 PIC S9(9) COMP.
           05 WS-INVOICE-DATE               PIC X(10).
           05 WS-DUE-DATE                   PIC X(10).
           05 WS-INVOICE-AMOUNT             PIC S9(9)V99 COMP-3.
           05 WS-INVOICE-PAID               PIC S9(9)V99 COMP-3.
           05 WS-INVOICE-STATUS             PIC X(10).
           05 WS-INVOICE-ENTRIES            PIC S9(7) COMP.

       01 WS-ENTRY-FIELDS.
           05 WS-ENT-TYPE                   PIC X(8).
           05 WS-ENT-DATE                   PIC X(10).
           05 WS-ENT-RESERVATION-ID         PIC S9(9) COMP.
           05 WS-ENT-LOCATOR                PIC X(6).
           05 WS-ENT-AMOUNT                 PIC S9(9)V99 COMP-3.

       01 WS-TICKET-FIELDS.
           05 WS-TKT-NUMBER                 PIC S9(9) COMP.
           05 WS-TKT-LAST-NAME              PIC X(30).
           05 WS-TKT-FIRST-NAME             PIC X(30).

       01 WS-OPEN-INVOICE-FIELDS.
           05 WS-OPN-INVOICE-ID             PIC S9(9) COMP.
           05 WS-OPN-MONTH                  PIC X(7).
           05 WS-OPN-DUE-DATE               PIC X(10).
           05 WS-OPN-AMOUNT                 PIC S9(9)V99 COMP-3.
           05 WS-OPN-PAID                   PIC S9(9)V99 COMP-3.
           05 WS-OPN-OUTSTANDING            PIC S9(9)V99 COMP-3.
           05 WS-OPN-TOTAL                  PIC S9(9)V99 COMP-3.

       01 WS-COUNTERS.
           05 WS-ACCOUNTS-INVOICED          PIC S9(7) COMP VALUE 0.
           05 WS-ENTRIES-INVOICED           PIC S9(7) COMP VALUE 0.
           05 WS-CREDIT-INVOICES            PIC S9(7) COMP VALUE 0.

      * INVOICE DOCUMENT LINES (CORPINV)
       01 WS-INVOICE-LINE                   PIC X(100).
       01 WS-DOC-FORMATS.
           05 WS-DOC-INVOICE-ID             PIC 9(9).
           05 WS-DOC-OUTSTANDING            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DOC-RULE                       PIC X(80) VALUE ALL '-'.
       01 WS-DOC-ENTRY-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'DATE       TYPE     BOOKING             '.
           05 FILLER                        PIC X(40) VALUE
              '                            AMOUNT'.
       01 WS-DOC-ENTRY-LINE.
           05 WS-DOC-ENT-DATE               PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DOC-ENT-TYPE               PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DOC-ENT-LOCATOR            PIC X(6).
           05 FILLER                        PIC X(36) VALUE SPACE.
           05 WS-DOC-ENT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DOC-TOTAL-LINE.
           05 FILLER                        PIC X(62)
              VALUE 'INVOICE TOTAL'.
           05 WS-DOC-TOTAL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-DOC-TICKET-LINE.
           05 FILLER                        PIC X(21) VALUE
              '           TICKET '.
           05 WS-DOC-TKT-NUMBER             PIC 9(9).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-DOC-TKT-NAME               PIC X(50).
       01 WS-DOC-STATEMENT-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'INVOICE    MONTH    DUE                '.
           05 FILLER                        PIC X(40) VALUE
              '   AMOUNT           PAID    OUTSTANDING'.
       01 WS-DOC-STATEMENT-LINE.
           05 WS-DOC-STM-INVOICE-ID         PIC 9(9).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-DOC-STM-MONTH              PIC X(7).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-DOC-STM-DUE-DATE           PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-DOC-STM-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-DOC-STM-PAID               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 WS-DOC-STM-OUTSTANDING        PIC Z,ZZZ,ZZZ,ZZ9.99-.

      * RUN SUMMARY LINES (Z02401)
       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'ACCOUNT    COMPANY                      '.
           05 FILLER                        PIC X(40) VALUE
              '  INVOICE ENTRIES         AMOUNT DUE    '.
       01 WS-REPORT-LINE.
           05 WS-LINE-ACCOUNT               PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-COMPANY               PIC X(30).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-INVOICE-ID            PIC 9(9).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ENTRIES               PIC ZZZ,ZZ9.
           05 WS-LINE-AMOUNT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-DUE-DATE              PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-STATUS                PIC X(10).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'ACCOUNTS INVOICED.............'.
           05 WS-TOTALS-ACCOUNTS            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'LEDGER ENTRIES INVOICED.......'.
           05 WS-TOTALS-ENTRIES             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'INVOICES IN CREDIT............'.
           05 WS-TOTALS-CREDIT              PIC ZZZ,ZZ9.

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
           PERFORM 2000-INVOICE-THE-ACCOUNTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      * THE INVOICE TAKES EVERYTHING DATED BEFORE THE FIRST OF THE
      * MONTH AFTER THE ONE ON THE CARD
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02486 -- CORPORATE ACCOUNT INVOICING STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02486 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02486 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM < 1 OR WS-PARM-MONTH-NUM > 12 THEN
              DISPLAY 'Z02486 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM = 12 THEN
              COMPUTE WS-NEXT-YEAR = WS-PARM-YEAR + 1
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              MOVE WS-PARM-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MONTH = WS-PARM-MONTH-NUM + 1
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CORPORATE ACCOUNT INVOICES FOR MONTH '
                  WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN OUTPUT CORPORATE-INVOICE-FILE
           .
      ******************************************************************
      *                2000-INVOICE-THE-ACCOUNTS
      ******************************************************************
       2000-INVOICE-THE-ACCOUNTS.
           EXEC SQL
             OPEN C-ACCOUNTS-TO-INVOICE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- OPEN ACCOUNT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-ACCOUNT
           PERFORM UNTIL SO-END-OF-ACCOUNTS
              PERFORM 2020-INVOICE-ONE-ACCOUNT
              PERFORM 2010-FETCH-NEXT-ACCOUNT
           END-PERFORM
           EXEC SQL
             CLOSE C-ACCOUNTS-TO-INVOICE
           END-EXEC
           CLOSE CORPORATE-INVOICE-FILE
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-ACCOUNT
      ******************************************************************
       2010-FETCH-NEXT-ACCOUNT.
           EXEC SQL
             FETCH C-ACCOUNTS-TO-INVOICE
             INTO :WS-ACCOUNT-CODE,
                  :WS-COMPANY-NAME,
                  :WS-CREDIT-LIMIT,
                  :WS-PAYMENT-TERMS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-ACCOUNTS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- ACCOUNT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2020-INVOICE-ONE-ACCOUNT
      * THE INVOICE NUMBER IS DRAWN FIRST SO IT CAN HEAD THE DOCUMENT;
      * THE T107 ROW IS ADDED ONCE THE ENTRIES HAVE BEEN SUMMED
      ******************************************************************
       2020-INVOICE-ONE-ACCOUNT.
           PERFORM 7010-DRAW-INVOICE-ID
           PERFORM 7020-GET-INVOICE-DATES
           MOVE 0 TO WS-INVOICE-AMOUNT
           MOVE 0 TO WS-INVOICE-ENTRIES
           PERFORM 2030-WRITE-INVOICE-HEADING
           PERFORM 2040-LIST-THE-ENTRIES
           EVALUATE TRUE
           WHEN WS-INVOICE-AMOUNT < 0
              MOVE CT-CREDIT-STATUS TO WS-INVOICE-STATUS
              ADD 1 TO WS-CREDIT-INVOICES
           WHEN WS-INVOICE-AMOUNT = 0
              MOVE CT-PAID-STATUS TO WS-INVOICE-STATUS
           WHEN OTHER
              MOVE CT-OPEN-STATUS TO WS-INVOICE-STATUS
           END-EVALUATE
           PERFORM 7030-INSERT-INVOICE
           PERFORM 7040-TAG-THE-ENTRIES
           MOVE WS-INVOICE-AMOUNT TO WS-DOC-TOTAL-AMOUNT
           WRITE CORPORATE-INVOICE-RECORD FROM WS-DOC-TOTAL-LINE
           PERFORM 2060-WRITE-THE-STATEMENT
           ADD 1 TO WS-ACCOUNTS-INVOICED
           ADD WS-INVOICE-ENTRIES TO WS-ENTRIES-INVOICED
           MOVE WS-ACCOUNT-CODE    TO WS-LINE-ACCOUNT
           MOVE WS-COMPANY-NAME    TO WS-LINE-COMPANY
           MOVE WS-INVOICE-ID      TO WS-LINE-INVOICE-ID
           MOVE WS-INVOICE-ENTRIES TO WS-LINE-ENTRIES
           MOVE WS-INVOICE-AMOUNT  TO WS-LINE-AMOUNT
           MOVE WS-DUE-DATE        TO WS-LINE-DUE-DATE
           MOVE WS-INVOICE-STATUS  TO WS-LINE-STATUS
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *               2030-WRITE-INVOICE-HEADING
      ******************************************************************
       2030-WRITE-INVOICE-HEADING.
           MOVE WS-INVOICE-ID TO WS-DOC-INVOICE-ID
           WRITE CORPORATE-INVOICE-RECORD FROM WS-DOC-RULE
           MOVE SPACE TO WS-INVOICE-LINE
           STRING 'INVOICE ' WS-DOC-INVOICE-ID '   MONTH '
                  WS-PARM-MONTH '   DATE ' WS-INVOICE-DATE
             DELIMITED BY SIZE INTO WS-INVOICE-LINE
           END-STRING
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           MOVE SPACE TO WS-INVOICE-LINE
           STRING 'ACCOUNT ' WS-ACCOUNT-CODE '  ' WS-COMPANY-NAME
             DELIMITED BY SIZE INTO WS-INVOICE-LINE
           END-STRING
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           MOVE SPACE TO WS-INVOICE-LINE
           STRING 'PAYMENT DUE BY ' WS-DUE-DATE
             DELIMITED BY SIZE INTO WS-INVOICE-LINE
           END-STRING
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           MOVE SPACE TO WS-INVOICE-LINE
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           WRITE CORPORATE-INVOICE-RECORD FROM WS-DOC-ENTRY-HEADER
           .
      ******************************************************************
      *                  2040-LIST-THE-ENTRIES
      ******************************************************************
       2040-LIST-THE-ENTRIES.
           EXEC SQL
             OPEN C-INVOICE-ENTRIES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- OPEN ENTRY CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-ENTRIES
           PERFORM 2041-FETCH-NEXT-ENTRY
           PERFORM UNTIL SO-END-OF-ENTRIES
              ADD 1 TO WS-INVOICE-ENTRIES
              ADD WS-ENT-AMOUNT TO WS-INVOICE-AMOUNT
              MOVE WS-ENT-DATE    TO WS-DOC-ENT-DATE
              MOVE WS-ENT-TYPE    TO WS-DOC-ENT-TYPE
              MOVE WS-ENT-LOCATOR TO WS-DOC-ENT-LOCATOR
              MOVE WS-ENT-AMOUNT  TO WS-DOC-ENT-AMOUNT
              WRITE CORPORATE-INVOICE-RECORD FROM WS-DOC-ENTRY-LINE
              IF WS-ENT-RESERVATION-ID NOT = 0 THEN
                 PERFORM 2050-LIST-THE-TICKETS
              END-IF
              PERFORM 2041-FETCH-NEXT-ENTRY
           END-PERFORM
           EXEC SQL
             CLOSE C-INVOICE-ENTRIES
           END-EXEC
           .
      ******************************************************************
      *                  2041-FETCH-NEXT-ENTRY
      ******************************************************************
       2041-FETCH-NEXT-ENTRY.
           EXEC SQL
             FETCH C-INVOICE-ENTRIES
             INTO :WS-ENT-TYPE,
                  :WS-ENT-DATE,
                  :WS-ENT-RESERVATION-ID,
                  :WS-ENT-LOCATOR,
                  :WS-ENT-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-ENTRIES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- ENTRY FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2050-LIST-THE-TICKETS
      * EVERY TICKET OF THE BOOKING, WHATEVER ITS STATUS -- A CREDIT
      * IS USUALLY FOR A TICKET SINCE REFUNDED
      ******************************************************************
       2050-LIST-THE-TICKETS.
           EXEC SQL
             OPEN C-BOOKING-TICKETS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- OPEN TICKET CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-TICKETS
           PERFORM 2051-FETCH-NEXT-TICKET
           PERFORM UNTIL SO-END-OF-TICKETS
              MOVE WS-TKT-NUMBER TO WS-DOC-TKT-NUMBER
              MOVE SPACE TO WS-DOC-TKT-NAME
              STRING WS-TKT-LAST-NAME  DELIMITED BY '  '
                     ', '              DELIMITED BY SIZE
                     WS-TKT-FIRST-NAME DELIMITED BY '  '
                INTO WS-DOC-TKT-NAME
              END-STRING
              WRITE CORPORATE-INVOICE-RECORD FROM WS-DOC-TICKET-LINE
              PERFORM 2051-FETCH-NEXT-TICKET
           END-PERFORM
           EXEC SQL
             CLOSE C-BOOKING-TICKETS
           END-EXEC
           .
      ******************************************************************
      *                  2051-FETCH-NEXT-TICKET
      ******************************************************************
       2051-FETCH-NEXT-TICKET.
           EXEC SQL
             FETCH C-BOOKING-TICKETS
             INTO :WS-TKT-NUMBER,
                  :WS-TKT-LAST-NAME,
                  :WS-TKT-FIRST-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-TICKETS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- TICKET FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2051' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2060-WRITE-THE-STATEMENT
      * EVERY INVOICE OF THE ACCOUNT STILL OPEN, THEN THE LEDGER
      * BALANCE -- WHICH ALSO HOLDS ANY CREDIT NOT YET USED AND THE
      * CHARGES SINCE THE END OF THE MONTH
      ******************************************************************
       2060-WRITE-THE-STATEMENT.
           MOVE SPACE TO WS-INVOICE-LINE
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           MOVE 'ACCOUNT STATEMENT -- INVOICES OPEN' TO WS-INVOICE-LINE
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           WRITE CORPORATE-INVOICE-RECORD FROM WS-DOC-STATEMENT-HEADER
           MOVE 0 TO WS-OPN-TOTAL
           EXEC SQL
             OPEN C-OPEN-INVOICES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- OPEN INVOICE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-END-OF-INVOICES
           PERFORM 2061-FETCH-NEXT-INVOICE
           PERFORM UNTIL SO-END-OF-INVOICES
              COMPUTE WS-OPN-OUTSTANDING = WS-OPN-AMOUNT - WS-OPN-PAID
              ADD WS-OPN-OUTSTANDING TO WS-OPN-TOTAL
              MOVE WS-OPN-INVOICE-ID  TO WS-DOC-STM-INVOICE-ID
              MOVE WS-OPN-MONTH       TO WS-DOC-STM-MONTH
              MOVE WS-OPN-DUE-DATE    TO WS-DOC-STM-DUE-DATE
              MOVE WS-OPN-AMOUNT      TO WS-DOC-STM-AMOUNT
              MOVE WS-OPN-PAID        TO WS-DOC-STM-PAID
              MOVE WS-OPN-OUTSTANDING TO WS-DOC-STM-OUTSTANDING
              WRITE CORPORATE-INVOICE-RECORD FROM WS-DOC-STATEMENT-LINE
              PERFORM 2061-FETCH-NEXT-INVOICE
           END-PERFORM
           EXEC SQL
             CLOSE C-OPEN-INVOICES
           END-EXEC
           PERFORM 7050-READ-ACCOUNT-BALANCE
           MOVE WS-OPN-TOTAL TO WS-DOC-OUTSTANDING
           MOVE SPACE TO WS-INVOICE-LINE
           STRING 'TOTAL OUTSTANDING ON INVOICES     '
                  WS-DOC-OUTSTANDING
             DELIMITED BY SIZE INTO WS-INVOICE-LINE
           END-STRING
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           MOVE WS-ACCOUNT-BALANCE TO WS-DOC-OUTSTANDING
           MOVE SPACE TO WS-INVOICE-LINE
           STRING 'ACCOUNT BALANCE TODAY             '
                  WS-DOC-OUTSTANDING
             DELIMITED BY SIZE INTO WS-INVOICE-LINE
           END-STRING
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           MOVE WS-CREDIT-LIMIT TO WS-DOC-OUTSTANDING
           MOVE SPACE TO WS-INVOICE-LINE
           STRING 'CREDIT LIMIT                      '
                  WS-DOC-OUTSTANDING
             DELIMITED BY SIZE INTO WS-INVOICE-LINE
           END-STRING
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           MOVE SPACE TO WS-INVOICE-LINE
           WRITE CORPORATE-INVOICE-RECORD FROM WS-INVOICE-LINE
           .
      ******************************************************************
      *                 2061-FETCH-NEXT-INVOICE
      ******************************************************************
       2061-FETCH-NEXT-INVOICE.
           EXEC SQL
             FETCH C-OPEN-INVOICES
             INTO :WS-OPN-INVOICE-ID,
                  :WS-OPN-MONTH,
                  :WS-OPN-DUE-DATE,
                  :WS-OPN-AMOUNT,
                  :WS-OPN-PAID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-INVOICES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- INVOICE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2061' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-ACCOUNTS-INVOICED TO WS-TOTALS-ACCOUNTS
           MOVE WS-ENTRIES-INVOICED  TO WS-TOTALS-ENTRIES
           MOVE WS-CREDIT-INVOICES   TO WS-TOTALS-CREDIT
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
      *                  7010-DRAW-INVOICE-ID
      ******************************************************************
       7010-DRAW-INVOICE-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-INVOICE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- INVOICE ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7020-GET-INVOICE-DATES
      ******************************************************************
       7020-GET-INVOICE-DATES.
           EXEC SQL
             VALUES (CHAR(CURRENT DATE, ISO),
                     CHAR(CURRENT DATE + :WS-PAYMENT-TERMS DAYS, ISO))
             INTO :WS-INVOICE-DATE, :WS-DUE-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- DUE DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7030-INSERT-INVOICE
      ******************************************************************
       7030-INSERT-INVOICE.
           EXEC SQL
             INSERT INTO T107_CORPORATE_INVOICE
                (INVOICE_ID, ACCOUNT_CODE, INVOICE_MONTH,
                 INVOICE_DATE, DUE_DATE, INVOICE_AMOUNT, AMOUNT_PAID,
                 INVOICE_STATUS, CREATED_TIMESTAMP)
             VALUES
                (:WS-INVOICE-ID, :WS-ACCOUNT-CODE, :WS-PARM-MONTH,
                 DATE(:WS-INVOICE-DATE), DATE(:WS-DUE-DATE),
                 :WS-INVOICE-AMOUNT, 0, :WS-INVOICE-STATUS,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- INVOICE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7040-TAG-THE-ENTRIES
      * THE SAME SELECTION AS C-INVOICE-ENTRIES -- ANYTHING POSTED
      * SINCE IS DATED TODAY, PAST THE END OF THE MONTH INVOICED
      ******************************************************************
       7040-TAG-THE-ENTRIES.
           EXEC SQL
             UPDATE T106_CORPORATE_LEDGER
                SET INVOICE_ID = :WS-INVOICE-ID
              WHERE ACCOUNT_CODE = :WS-ACCOUNT-CODE
                AND INVOICE_ID   = 0
                AND ENTRY_TYPE IN (:CT-CHARGE-TYPE, :CT-CREDIT-TYPE)
                AND ENTRY_DATE   < DATE(:WS-NEXT-MONTH-START)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- LEDGER UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7050-READ-ACCOUNT-BALANCE
      ******************************************************************
       7050-READ-ACCOUNT-BALANCE.
           MOVE 0 TO WS-ACCOUNT-BALANCE
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
             INTO :WS-ACCOUNT-BALANCE
             FROM T106_CORPORATE_LEDGER
             WHERE ACCOUNT_CODE = :WS-ACCOUNT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02486 -- BALANCE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7050' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02486  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02486  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02486 -- CORPORATE ACCOUNT INVOICING ENDING'
           GOBACK
           .
