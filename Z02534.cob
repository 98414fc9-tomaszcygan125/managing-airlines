       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02534.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY PASSENGER DATA UNMASK REPORT
      *
      * FOR THE DATA-PROTECTION OFFICER: EVERY UNMASK OF A PASSENGER'S
      * PERSONAL DATA MADE THROUGH Z02533 IN THE MONTH ON THE CARD,
      * READ FROM T150_PII_UNMASK_LOG AND LISTED PER OPERATOR --
      * WHEN, FROM WHICH SCREEN, WHICH PASSENGER AND THE REASON
      * GIVEN -- WITH A COUNT UNDER EACH OPERATOR AND THE MONTH'S
      * TOTALS (UNMASKS, OPERATORS, DISTINCT PASSENGERS).
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  NOTHING IS UPDATED.
      *
      * THE MONTH COMES ON THE SYSIN CARD AND MUST BE OVER:
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

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * REPORT REPOSITORY PARM BLOCK (SEE Z02401)
           COPY ZZEC0263.

      * THE MONTH'S UNMASKS, OPERATOR BY OPERATOR
           EXEC SQL
             DECLARE C-MONTH-UNMASKS CURSOR FOR
             SELECT OPERATOR_ID,
                    OPERATOR_ROLE,
                    CHAR(UNMASKED_TIMESTAMP),
                    PROGRAM_ID,
                    PASSENGER_ID,
                    REASON_TEXT
             FROM T150_PII_UNMASK_LOG
             WHERE UNMASKED_TIMESTAMP >= TIMESTAMP(:WS-MONTH-START)
               AND UNMASKED_TIMESTAMP <
                                    TIMESTAMP(:WS-NEXT-MONTH-START)
             ORDER BY OPERATOR_ID, UNMASKED_TIMESTAMP
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

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).
           05 WS-PARM-YEAR                  PIC 9(4).
           05 WS-PARM-MONTH-NUM             PIC 9(2).
           05 WS-MONTH-START.
              10 WS-START-YEAR              PIC 9(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-START-MONTH             PIC 9(2).
              10 FILLER                     PIC X(3) VALUE '-01'.
           05 WS-NEXT-MONTH-START.
              10 WS-NEXT-YEAR               PIC 9(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-NEXT-MONTH              PIC 9(2).
              10 FILLER                     PIC X(3) VALUE '-01'.

       01 WS-FETCH-FIELDS.
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-OPERATOR-ROLE              PIC X(5).
           05 WS-UNMASKED-TIMESTAMP         PIC X(26).
           05 WS-PROGRAM-ID                 PIC X(8).
           05 WS-PASSENGER-ID               PIC S9(9) COMP.
           05 WS-REASON-TEXT                PIC X(40).

       01 WS-BREAK-FIELDS.
           05 WS-PREVIOUS-OPERATOR          PIC X(8) VALUE SPACE.
           05 WS-OPERATOR-UNMASKS           PIC S9(7) COMP VALUE 0.

       01 WS-REPORT-TOTALS.
           05 WS-TOT-UNMASKS                PIC S9(7) COMP VALUE 0.
           05 WS-TOT-OPERATORS              PIC S9(7) COMP VALUE 0.
           05 WS-TOT-PASSENGERS             PIC S9(7) COMP VALUE 0.

      * REPORT LINES (Z02401)
       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(35) VALUE
              'OPERATOR ROLE  DATE       TIME     '.
           05 FILLER                        PIC X(26) VALUE
              'SCREEN   PASSENGER  REASON'.
       01 WS-REPORT-LINE.
           05 WS-LINE-OPERATOR              PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ROLE                  PIC X(5).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-DATE                  PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-TIME                  PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-PROGRAM               PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-PASSENGER             PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-REASON                PIC X(40).
       01 WS-OPERATOR-LINE.
           05 FILLER                        PIC X(9) VALUE SPACE.
           05 FILLER                        PIC X(21)
              VALUE 'UNMASKS BY OPERATOR  '.
           05 WS-OPER-LINE-OPERATOR         PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-OPER-LINE-COUNT            PIC ZZZ,ZZ9.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'UNMASKS IN THE MONTH..........'.
           05 WS-TOTALS-UNMASKS             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'OPERATORS WHO UNMASKED........'.
           05 WS-TOTALS-OPERATORS           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'DISTINCT PASSENGERS UNMASKED..'.
           05 WS-TOTALS-PASSENGERS          PIC ZZZ,ZZ9.

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
           PERFORM 2000-LIST-THE-UNMASKS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02534 -- PII UNMASK REPORT STARTING'
           PERFORM 1010-PARSE-THE-PARM
           PERFORM 8090-OPEN-REPORT-STORE
           IF WS-NEXT-MONTH-START > WS-TODAY-DATE THEN
              DISPLAY 'Z02534 -- MONTH ' WS-PARM-MONTH
                      ' IS NOT OVER YET -- NOTHING REPORTED'
              PERFORM 9999-EXIT
           END-IF
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'PASSENGER DATA UNMASKS FOR MONTH '
                  WS-PARM-MONTH ' -- DATA-PROTECTION REPORT'
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     1010-PARSE-THE-PARM
      ******************************************************************
       1010-PARSE-THE-PARM.
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02534 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02534 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM < 1 OR WS-PARM-MONTH-NUM > 12 THEN
              DISPLAY 'Z02534 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-YEAR      TO WS-START-YEAR
           MOVE WS-PARM-MONTH-NUM TO WS-START-MONTH
           IF WS-PARM-MONTH-NUM = 12 THEN
              COMPUTE WS-NEXT-YEAR = WS-PARM-YEAR + 1
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              MOVE WS-PARM-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MONTH = WS-PARM-MONTH-NUM + 1
           END-IF
           .
      ******************************************************************
      *                 2000-LIST-THE-UNMASKS
      ******************************************************************
       2000-LIST-THE-UNMASKS.
           EXEC SQL
             OPEN C-MONTH-UNMASKS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02534 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-UNMASK
           PERFORM UNTIL SO-END-OF-CURSOR
              IF WS-OPERATOR-ID NOT = WS-PREVIOUS-OPERATOR THEN
                 PERFORM 2030-CLOSE-THE-OPERATOR
                 MOVE WS-OPERATOR-ID TO WS-PREVIOUS-OPERATOR
                 ADD 1 TO WS-TOT-OPERATORS
              END-IF
              PERFORM 2020-LIST-ONE-UNMASK
              PERFORM 2010-FETCH-NEXT-UNMASK
           END-PERFORM
           PERFORM 2030-CLOSE-THE-OPERATOR
           EXEC SQL
             CLOSE C-MONTH-UNMASKS
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-UNMASK
      ******************************************************************
       2010-FETCH-NEXT-UNMASK.
           EXEC SQL
             FETCH C-MONTH-UNMASKS
             INTO :WS-OPERATOR-ID,
                  :WS-OPERATOR-ROLE,
                  :WS-UNMASKED-TIMESTAMP,
                  :WS-PROGRAM-ID,
                  :WS-PASSENGER-ID,
                  :WS-REASON-TEXT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02534 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-LIST-ONE-UNMASK
      ******************************************************************
       2020-LIST-ONE-UNMASK.
           MOVE WS-OPERATOR-ID                TO WS-LINE-OPERATOR
           MOVE WS-OPERATOR-ROLE              TO WS-LINE-ROLE
           MOVE WS-UNMASKED-TIMESTAMP(1:10)   TO WS-LINE-DATE
           MOVE WS-UNMASKED-TIMESTAMP(12:8)   TO WS-LINE-TIME
           MOVE WS-PROGRAM-ID                 TO WS-LINE-PROGRAM
           MOVE WS-PASSENGER-ID               TO WS-LINE-PASSENGER
           MOVE WS-REASON-TEXT                TO WS-LINE-REASON
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD 1 TO WS-OPERATOR-UNMASKS
           ADD 1 TO WS-TOT-UNMASKS
           .
      ******************************************************************
      *                2030-CLOSE-THE-OPERATOR
      * THE COUNT LINE UNDER THE OPERATOR JUST LISTED, IF ANY
      ******************************************************************
       2030-CLOSE-THE-OPERATOR.
           IF WS-OPERATOR-UNMASKS > 0 THEN
              MOVE WS-PREVIOUS-OPERATOR TO WS-OPER-LINE-OPERATOR
              MOVE WS-OPERATOR-UNMASKS  TO WS-OPER-LINE-COUNT
              DISPLAY WS-OPERATOR-LINE
              MOVE WS-OPERATOR-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              DISPLAY ' '
              PERFORM 8100-STORE-REPORT-LINE
              MOVE 0 TO WS-OPERATOR-UNMASKS
           END-IF
           .
      ******************************************************************
      *                    2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           PERFORM 7001-COUNT-THE-PASSENGERS
           MOVE WS-TOT-UNMASKS    TO WS-TOTALS-UNMASKS
           MOVE WS-TOT-OPERATORS  TO WS-TOTALS-OPERATORS
           MOVE WS-TOT-PASSENGERS TO WS-TOTALS-PASSENGERS
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE1
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE2
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE3
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                7001-COUNT-THE-PASSENGERS
      ******************************************************************
       7001-COUNT-THE-PASSENGERS.
           EXEC SQL
             SELECT COUNT(DISTINCT PASSENGER_ID)
             INTO :WS-TOT-PASSENGERS
             FROM T150_PII_UNMASK_LOG
             WHERE UNMASKED_TIMESTAMP >= TIMESTAMP(:WS-MONTH-START)
               AND UNMASKED_TIMESTAMP <
                                    TIMESTAMP(:WS-NEXT-MONTH-START)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02534 -- PASSENGER COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02534  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02534  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02534 -- PII UNMASK REPORT ENDING'
           GOBACK
           .
