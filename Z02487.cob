       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02487.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- CORPORATE ACCOUNT AGED DEBT AND OVERDUE HOLD
      *
      * EVERY NIGHT EACH CORPORATE ACCOUNT (T105, MAINTAINED ON
      * Z02485) HAS WHAT IT STILL OWES ON ITS 'OPEN' T107 INVOICES
      * (RAISED BY Z02486) AGED BY DAYS PAST THE DUE DATE AT THE RUN
      * DATE:
      *
      *    CURRENT   -- NOT YET DUE
      *    1-30      -- 1 TO 30 DAYS PAST DUE
      *    31-60     -- 31 TO 60
      *    61-90     -- 61 TO 90
      *    OVER 90   -- MORE THAN 90
      *
      * AND ITS LEDGER ENTRIES NOT YET INVOICED ARE SHOWN BESIDE THEM
      * AS UNBILLED.
      *
      * AN ACCOUNT WITH ANY INVOICE MORE THAN 'CORP-OVERDUE-GRACE-DAYS'
      * (T87 THROUGH Z02457, DEFAULT 5) PAST DUE AND NOT FULLY PAID
      * CAN NO LONGER BOOK ON ACCOUNT:
      *
      *    'ACTIVE'    -- GOES TO 'OVERDUE'
      *    'OVERDUE'   -- GOES BACK TO 'ACTIVE' ONCE NOTHING IS
      *                   OVERDUE BEYOND THE GRACE ANY MORE
      *    'SUSPENDED' -- HELD BY HAND ON Z02485, LEFT ALONE
      *
      * EACH STATUS CHANGE IS APPLIED TO T105 AT ONCE AND AUDITED
      * THROUGH Z02421 UNDER THIS JOB'S NAME, THE SAME WAY Z02464
      * AUDITS THE CLASS LIMITS IT MOVES.
      *
      * THE REPORT LISTS EVERY ACCOUNT OWING ANYTHING OR CHANGED BY
      * THE RUN, WITH GRAND TOTALS PER BUCKET; PRINTED AND STORED TO
      * THE T52 REPOSITORY THROUGH Z02401, AND REGISTERED WITH Z02380
      * AGAINST THE RUN DATE.
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
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
      * CONFIGURATION AUDIT PARM BLOCK (SEE Z02421)
           COPY ZZEC0267.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * EVERY CORPORATE ACCOUNT
           EXEC SQL
             DECLARE C-ACCOUNTS CURSOR FOR
             SELECT ACCOUNT_CODE,
                    COMPANY_NAME,
                    ACCOUNT_STATUS
             FROM T105_CORPORATE_ACCOUNT
             ORDER BY ACCOUNT_CODE
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

       01 CT-CONSTANTS.
           05 CT-CHARGE-TYPE                PIC X(8) VALUE 'CHARGE'.
           05 CT-CREDIT-TYPE                PIC X(8) VALUE 'CREDIT'.
           05 CT-OPEN-STATUS                PIC X(10) VALUE 'OPEN'.
           05 CT-ACTIVE-STATUS              PIC X(10) VALUE 'ACTIVE'.
           05 CT-OVERDUE-STATUS             PIC X(10) VALUE 'OVERDUE'.
           05 CT-GRACE-DAYS                 PIC S9(4) COMP VALUE 5.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).
       01 WS-GRACE-DAYS                     PIC S9(4) COMP VALUE 0.

       01 WS-ACCOUNT-FIELDS.
           05 WS-ACCOUNT-CODE               PIC X(10).
           05 WS-COMPANY-NAME               PIC X(30).
           05 WS-ACCOUNT-STATUS             PIC X(10).
           05 WS-NEW-ACCOUNT-STATUS         PIC X(10).
           05 WS-ACTION-TEXT                PIC X(10).

       01 WS-AGING-FIELDS.
           05 WS-AGE-CURRENT                PIC S9(9)V99 COMP-3.
           05 WS-AGE-1-30                   PIC S9(9)V99 COMP-3.
           05 WS-AGE-31-60                  PIC S9(9)V99 COMP-3.
           05 WS-AGE-61-90                  PIC S9(9)V99 COMP-3.
           05 WS-AGE-OVER-90                PIC S9(9)V99 COMP-3.
           05 WS-AGE-PAST-GRACE             PIC S9(9)V99 COMP-3.
           05 WS-AGE-UNBILLED               PIC S9(9)V99 COMP-3.

       01 WS-GRAND-TOTALS.
           05 WS-TOT-CURRENT                PIC S9(11)V99 COMP-3
                                                           VALUE 0.
           05 WS-TOT-1-30                   PIC S9(11)V99 COMP-3
                                                           VALUE 0.
           05 WS-TOT-31-60                  PIC S9(11)V99 COMP-3
                                                           VALUE 0.
           05 WS-TOT-61-90                  PIC S9(11)V99 COMP-3
                                                           VALUE 0.
           05 WS-TOT-OVER-90                PIC S9(11)V99 COMP-3
                                                           VALUE 0.
           05 WS-TOT-UNBILLED               PIC S9(11)V99 COMP-3
                                                           VALUE 0.

       01 WS-COUNTERS.
           05 WS-ACCOUNTS-READ              PIC S9(7) COMP VALUE 0.
           05 WS-ACCOUNTS-LISTED            PIC S9(7) COMP VALUE 0.
           05 WS-ACCOUNTS-HELD              PIC S9(7) COMP VALUE 0.
           05 WS-ACCOUNTS-RELEASED          PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(31) VALUE
              'ACCOUNT    COMPANY'.
           05 FILLER                        PIC X(33) VALUE
              '    CURRENT       1-30      31-60'.
           05 FILLER                        PIC X(33) VALUE
              '      61-90    OVER 90   UNBILLED'.
           05 FILLER                        PIC X(18) VALUE
              ' STATUS     ACTION'.

       01 WS-REPORT-LINE.
           05 WS-LINE-ACCOUNT               PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-COMPANY               PIC X(20).
           05 WS-LINE-CURRENT               PIC ZZZ,ZZ9.99-.
           05 WS-LINE-1-30                  PIC ZZZ,ZZ9.99-.
           05 WS-LINE-31-60                 PIC ZZZ,ZZ9.99-.
           05 WS-LINE-61-90                 PIC ZZZ,ZZ9.99-.
           05 WS-LINE-OVER-90               PIC ZZZ,ZZ9.99-.
           05 WS-LINE-UNBILLED              PIC ZZZ,ZZ9.99-.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-STATUS                PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ACTION                PIC X(10).

       01 WS-BUCKET-TOTALS-LINE.
           05 FILLER                        PIC X(31)
              VALUE 'TOTAL'.
           05 WS-BKT-CURRENT                PIC ZZZZZZ9.99-.
           05 WS-BKT-1-30                   PIC ZZZZZZ9.99-.
           05 WS-BKT-31-60                  PIC ZZZZZZ9.99-.
           05 WS-BKT-61-90                  PIC ZZZZZZ9.99-.
           05 WS-BKT-OVER-90                PIC ZZZZZZ9.99-.
           05 WS-BKT-UNBILLED               PIC ZZZZZZ9.99-.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'ACCOUNTS READ.................'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'ACCOUNTS OWING OR CHANGED.....'.
           05 WS-TOTALS-LISTED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'ACCOUNTS PUT ON OVERDUE HOLD..'.
           05 WS-TOTALS-HELD                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'ACCOUNTS RELEASED FROM HOLD...'.
           05 WS-TOTALS-RELEASED            PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-THE-ACCOUNTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02487 -- CORPORATE AGED DEBT STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02487 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-GET-THE-GRACE
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CORPORATE ACCOUNT AGED DEBT AT ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
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
              DISPLAY 'Z02487 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    1020-GET-THE-GRACE
      * DAYS PAST DUE BEFORE AN UNPAID INVOICE STOPS THE ACCOUNT --
      * 'CORP-OVERDUE-GRACE-DAYS' OFF T87 THROUGH Z02457
      ******************************************************************
       1020-GET-THE-GRACE.
           MOVE 'CORP-OVERDUE-GRACE-DAYS' TO PARM-NAME
           MOVE SPACE                     TO PARM-SCOPE
           MOVE WS-PARM-DATE              TO PARM-AS-OF-DATE
           MOVE CT-GRACE-DAYS             TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-GRACE-DAYS
           IF WS-GRACE-DAYS < 0 THEN
              MOVE 0 TO WS-GRACE-DAYS
           END-IF
           DISPLAY 'Z02487 -- OVERDUE GRACE DAYS ' WS-GRACE-DAYS
           .
      ******************************************************************
      *                  2000-AGE-THE-ACCOUNTS
      ******************************************************************
       2000-AGE-THE-ACCOUNTS.
           EXEC SQL
             OPEN C-ACCOUNTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02487 -- OPEN ACCOUNT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-ACCOUNT
           PERFORM UNTIL SO-END-OF-ACCOUNTS
              ADD 1 TO WS-ACCOUNTS-READ
              PERFORM 2020-AGE-ONE-ACCOUNT
              PERFORM 2010-FETCH-NEXT-ACCOUNT
           END-PERFORM
           EXEC SQL
             CLOSE C-ACCOUNTS
           END-EXEC
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-ACCOUNT
      ******************************************************************
       2010-FETCH-NEXT-ACCOUNT.
           EXEC SQL
             FETCH C-ACCOUNTS
             INTO :WS-ACCOUNT-CODE,
                  :WS-COMPANY-NAME,
                  :WS-ACCOUNT-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-ACCOUNTS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02487 -- ACCOUNT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-AGE-ONE-ACCOUNT
      ******************************************************************
       2020-AGE-ONE-ACCOUNT.
           PERFORM 7010-AGE-OPEN-INVOICES
           PERFORM 7020-SUM-UNBILLED
           MOVE SPACE TO WS-ACTION-TEXT
           MOVE WS-ACCOUNT-STATUS TO WS-NEW-ACCOUNT-STATUS
           EVALUATE TRUE
           WHEN WS-ACCOUNT-STATUS = CT-ACTIVE-STATUS AND
                WS-AGE-PAST-GRACE > 0
              MOVE CT-OVERDUE-STATUS TO WS-NEW-ACCOUNT-STATUS
              MOVE 'HELD'            TO WS-ACTION-TEXT
              ADD 1 TO WS-ACCOUNTS-HELD
           WHEN WS-ACCOUNT-STATUS = CT-OVERDUE-STATUS AND
                WS-AGE-PAST-GRACE NOT > 0
              MOVE CT-ACTIVE-STATUS  TO WS-NEW-ACCOUNT-STATUS
              MOVE 'RELEASED'        TO WS-ACTION-TEXT
              ADD 1 TO WS-ACCOUNTS-RELEASED
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           IF WS-ACTION-TEXT NOT = SPACE THEN
              PERFORM 7030-SET-ACCOUNT-STATUS
              PERFORM 8200-WRITE-CONFIG-AUDIT
           END-IF
           ADD WS-AGE-CURRENT  TO WS-TOT-CURRENT
           ADD WS-AGE-1-30     TO WS-TOT-1-30
           ADD WS-AGE-31-60    TO WS-TOT-31-60
           ADD WS-AGE-61-90    TO WS-TOT-61-90
           ADD WS-AGE-OVER-90  TO WS-TOT-OVER-90
           ADD WS-AGE-UNBILLED TO WS-TOT-UNBILLED
           IF WS-AGE-CURRENT  NOT = 0 OR
              WS-AGE-1-30     NOT = 0 OR
              WS-AGE-31-60    NOT = 0 OR
              WS-AGE-61-90    NOT = 0 OR
              WS-AGE-OVER-90  NOT = 0 OR
              WS-AGE-UNBILLED NOT = 0 OR
              WS-ACTION-TEXT  NOT = SPACE THEN
              PERFORM 2030-LIST-THE-ACCOUNT
           END-IF
           .
      ******************************************************************
      *                  2030-LIST-THE-ACCOUNT
      ******************************************************************
       2030-LIST-THE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-LISTED
           MOVE WS-ACCOUNT-CODE       TO WS-LINE-ACCOUNT
           MOVE WS-COMPANY-NAME       TO WS-LINE-COMPANY
           MOVE WS-AGE-CURRENT        TO WS-LINE-CURRENT
           MOVE WS-AGE-1-30           TO WS-LINE-1-30
           MOVE WS-AGE-31-60          TO WS-LINE-31-60
           MOVE WS-AGE-61-90          TO WS-LINE-61-90
           MOVE WS-AGE-OVER-90        TO WS-LINE-OVER-90
           MOVE WS-AGE-UNBILLED       TO WS-LINE-UNBILLED
           MOVE WS-NEW-ACCOUNT-STATUS TO WS-LINE-STATUS
           MOVE WS-ACTION-TEXT        TO WS-LINE-ACTION
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-TOT-CURRENT   TO WS-BKT-CURRENT
           MOVE WS-TOT-1-30      TO WS-BKT-1-30
           MOVE WS-TOT-31-60     TO WS-BKT-31-60
           MOVE WS-TOT-61-90     TO WS-BKT-61-90
           MOVE WS-TOT-OVER-90   TO WS-BKT-OVER-90
           MOVE WS-TOT-UNBILLED  TO WS-BKT-UNBILLED
           MOVE WS-ACCOUNTS-READ     TO WS-TOTALS-READ
           MOVE WS-ACCOUNTS-LISTED   TO WS-TOTALS-LISTED
           MOVE WS-ACCOUNTS-HELD     TO WS-TOTALS-HELD
           MOVE WS-ACCOUNTS-RELEASED TO WS-TOTALS-RELEASED
           DISPLAY WS-BUCKET-TOTALS-LINE
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           MOVE WS-BUCKET-TOTALS-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  7010-AGE-OPEN-INVOICES
      * WHAT IS LEFT TO PAY ON EACH OPEN INVOICE, BY DAYS PAST DUE
      ******************************************************************
       7010-AGE-OPEN-INVOICES.
           EXEC SQL
             SELECT
               COALESCE(SUM(CASE WHEN DAYS(DATE(:WS-PARM-DATE))
                                    - DAYS(DUE_DATE) <= 0
                            THEN INVOICE_AMOUNT - AMOUNT_PAID
                            ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN DAYS(DATE(:WS-PARM-DATE))
                                    - DAYS(DUE_DATE) BETWEEN 1 AND 30
                            THEN INVOICE_AMOUNT - AMOUNT_PAID
                            ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN DAYS(DATE(:WS-PARM-DATE))
                                    - DAYS(DUE_DATE) BETWEEN 31 AND 60
                            THEN INVOICE_AMOUNT - AMOUNT_PAID
                            ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN DAYS(DATE(:WS-PARM-DATE))
                                    - DAYS(DUE_DATE) BETWEEN 61 AND 90
                            THEN INVOICE_AMOUNT - AMOUNT_PAID
                            ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN DAYS(DATE(:WS-PARM-DATE))
                                    - DAYS(DUE_DATE) > 90
                            THEN INVOICE_AMOUNT - AMOUNT_PAID
                            ELSE 0 END), 0),
               COALESCE(SUM(CASE WHEN DAYS(DATE(:WS-PARM-DATE))
                                    - DAYS(DUE_DATE) > :WS-GRACE-DAYS
                            THEN INVOICE_AMOUNT - AMOUNT_PAID
                            ELSE 0 END), 0)
             INTO :WS-AGE-CURRENT, :WS-AGE-1-30, :WS-AGE-31-60,
                  :WS-AGE-61-90, :WS-AGE-OVER-90, :WS-AGE-PAST-GRACE
             FROM T107_CORPORATE_INVOICE
             WHERE ACCOUNT_CODE   = :WS-ACCOUNT-CODE
               AND INVOICE_STATUS = :CT-OPEN-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02487 -- INVOICE AGING FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    7020-SUM-UNBILLED
      ******************************************************************
       7020-SUM-UNBILLED.
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
             INTO :WS-AGE-UNBILLED
             FROM T106_CORPORATE_LEDGER
             WHERE ACCOUNT_CODE = :WS-ACCOUNT-CODE
               AND INVOICE_ID   = 0
               AND ENTRY_TYPE IN (:CT-CHARGE-TYPE, :CT-CREDIT-TYPE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02487 -- UNBILLED SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7030-SET-ACCOUNT-STATUS
      * ONLY FROM THE STATUS JUST READ -- AN ACCOUNT HELD BY HAND ON
      * Z02485 MEANWHILE IS NOT TOUCHED
      ******************************************************************
       7030-SET-ACCOUNT-STATUS.
           EXEC SQL
             UPDATE T105_CORPORATE_ACCOUNT
                SET ACCOUNT_STATUS    = :WS-NEW-ACCOUNT-STATUS,
                    CHANGED_BY        = 'Z02487',
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE ACCOUNT_CODE   = :WS-ACCOUNT-CODE
                AND ACCOUNT_STATUS = :WS-ACCOUNT-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02487 -- ACCOUNT UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02487  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02487 -- ALREADY RUN OR RUNNING FOR '
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
           MOVE WS-ACCOUNTS-READ TO JRUN-ROWS-PROCESSED
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
           MOVE 'Z02487  ' TO RPT-REPORT-TYPE
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
      *                8200-WRITE-CONFIG-AUDIT
      * THE SAME T65 BEFORE/AFTER IMAGES Z02485 WRITES FOR A HOLD
      * KEYED BY HAND, UNDER THIS JOB'S NAME
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T105_CORP_ACCOUNT' TO CAUD-TABLE-NAME
           MOVE WS-ACCOUNT-CODE TO CAUD-ROW-KEY
           MOVE 'Z02487  ' TO CAUD-OPERATOR-ID
           MOVE WS-ACCOUNT-STATUS     TO CAUD-BEFORE-IMAGE
           MOVE WS-NEW-ACCOUNT-STATUS TO CAUD-AFTER-IMAGE
           CALL 'Z02421' USING WS-ZZEC0267
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02487  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02487 -- CORPORATE AGED DEBT ENDING'
           GOBACK
           .
