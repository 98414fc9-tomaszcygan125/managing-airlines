       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02497.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- CARD CHARGEBACK CASE AGING
      *
      * EVERY NIGHT EACH UNRESOLVED T117 CHARGEBACK CASE ('OPEN' OR
      * 'REPRESENTED', OPENED BY Z02495 AND WORKED ON Z02496) IS
      * LISTED IN RESPONSE-DEADLINE ORDER WITH ITS AGE SINCE IT WAS
      * RECEIVED AND THE DAYS LEFT TO ANSWER AT THE RUN DATE.  AN
      * 'OPEN' CASE IS FLAGGED:
      *
      *    ** MISSED **  -- THE DEADLINE HAS PASSED UNANSWERED
      *    ** DUE **     -- 'CHARGEBACK-ALERT-DAYS' (T87 THROUGH
      *                     Z02457, DEFAULT 3) OR FEWER DAYS LEFT
      *
      * AND 'FLEW' MARKS EVERY CASE WHOSE EVIDENCE SHOWS A COUPON
      * FLOWN OR A PASSENGER BOARDED -- THE ONES WE SHOULD NEVER
      * LOSE.
      *
      * THE TOTALS GIVE THE COUNT AND AMOUNT BY AGE (0-30, 31-60,
      * 61-90, OVER 90 DAYS), THE MISSED AND DUE COUNTS, AND THE
      * 'OPEN' CASES WHERE THE PASSENGER FLEW.  PRINTED AND STORED TO
      * THE T52 REPOSITORY THROUGH Z02401, AND REGISTERED WITH Z02380
      * AGAINST THE RUN DATE.
      *
      * THE RUN DATE IS TODAY UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE, THE SAME SYSIN-CARD CONVENTION Z02487
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
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * EVERY UNRESOLVED CASE, MOST URGENT FIRST
           EXEC SQL
             DECLARE C-CASES CURSOR FOR
             SELECT CASE_ID,
                    RESERVATION_ID,
                    CHARGEBACK_AMOUNT,
                    REASON_CODE,
                    CASE_STATUS,
                    CHAR(RESPONSE_DEADLINE, ISO),
                    DAYS(RESPONSE_DEADLINE)
                       - DAYS(DATE(:WS-PARM-DATE)),
                    DAYS(DATE(:WS-PARM-DATE)) - DAYS(RECEIVED_DATE),
                    COUPONS_FLOWN + SEATS_BOARDED
             FROM T117_CHARGEBACK_CASE
             WHERE CASE_STATUS IN (:CT-OPEN-STATUS,
                                   :CT-REPRESENTED-STATUS)
             ORDER BY RESPONSE_DEADLINE, CASE_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-CASES            PIC X VALUE 'N'.
               88 SO-END-OF-CASES           VALUE 'Y'.

       01 CT-CONSTANTS.
           05 CT-OPEN-STATUS                PIC X(12) VALUE 'OPEN'.
           05 CT-REPRESENTED-STATUS         PIC X(12)
                                               VALUE 'REPRESENTED'.
           05 CT-ALERT-DAYS                 PIC S9(4) COMP VALUE 3.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).
       01 WS-ALERT-DAYS                     PIC S9(4) COMP VALUE 0.

       01 WS-CASE-FIELDS.
           05 WS-CASE-ID                    PIC S9(9) COMP.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-CHARGEBACK-AMOUNT          PIC S9(9)V99 COMP-3.
           05 WS-REASON-CODE                PIC X(4).
           05 WS-CASE-STATUS                PIC X(12).
           05 WS-RESPONSE-DEADLINE          PIC X(10).
           05 WS-DAYS-LEFT                  PIC S9(9) COMP.
           05 WS-AGE-DAYS                   PIC S9(9) COMP.
           05 WS-FLOWN-EVIDENCE             PIC S9(9) COMP.

       01 WS-AGE-TOTALS.
           05 WS-CNT-0-30                   PIC S9(7) COMP VALUE 0.
           05 WS-CNT-31-60                  PIC S9(7) COMP VALUE 0.
           05 WS-CNT-61-90                  PIC S9(7) COMP VALUE 0.
           05 WS-CNT-OVER-90                PIC S9(7) COMP VALUE 0.
           05 WS-AMT-0-30                   PIC S9(11)V99 COMP-3
                                                           VALUE 0.
           05 WS-AMT-31-60                  PIC S9(11)V99 COMP-3
                                                           VALUE 0.
           05 WS-AMT-61-90                  PIC S9(11)V99 COMP-3
                                                           VALUE 0.
           05 WS-AMT-OVER-90                PIC S9(11)V99 COMP-3
                                                           VALUE 0.

       01 WS-COUNTERS.
           05 WS-CASES-READ                 PIC S9(7) COMP VALUE 0.
           05 WS-CASES-MISSED               PIC S9(7) COMP VALUE 0.
           05 WS-CASES-DUE                  PIC S9(7) COMP VALUE 0.
           05 WS-CASES-FLEW-OPEN            PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(35) VALUE
              'CASE      RESERVATION       AMOUNT'.
           05 FILLER                        PIC X(28) VALUE
              'RSN  STATUS       DEADLINE'.
           05 FILLER                        PIC X(30) VALUE
              ' LEFT   AGE FLEW'.

       01 WS-REPORT-LINE.
           05 WS-LINE-CASE-ID               PIC 9(9).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-RESERVATION           PIC 9(9).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-REASON                PIC X(4).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-STATUS                PIC X(12).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-DEADLINE              PIC X(10).
           05 WS-LINE-DAYS-LEFT             PIC ----9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-AGE                   PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-FLEW                  PIC X(4).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-FLAG                  PIC X(14).

       01 WS-AGE-LINE.
           05 WS-AGE-LABEL                  PIC X(30).
           05 WS-AGE-COUNT                  PIC ZZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-AGE-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'UNRESOLVED CASES..............'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'OPEN, DEADLINE MISSED.........'.
           05 WS-TOTALS-MISSED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'OPEN, DEADLINE DUE............'.
           05 WS-TOTALS-DUE                 PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'OPEN, PASSENGER FLEW..........'.
           05 WS-TOTALS-FLEW-OPEN           PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-THE-CASES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02497 -- CHARGEBACK AGING STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02497 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 1020-GET-ALERT-DAYS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CARD CHARGEBACK CASES UNRESOLVED AT ' WS-PARM-DATE
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
              DISPLAY 'Z02497 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   1020-GET-ALERT-DAYS
      * DAYS BEFORE THE DEADLINE AN OPEN CASE IS FLAGGED DUE --
      * 'CHARGEBACK-ALERT-DAYS' OFF T87 THROUGH Z02457
      ******************************************************************
       1020-GET-ALERT-DAYS.
           MOVE 'CHARGEBACK-ALERT-DAYS' TO PARM-NAME
           MOVE SPACE                   TO PARM-SCOPE
           MOVE WS-PARM-DATE            TO PARM-AS-OF-DATE
           MOVE CT-ALERT-DAYS           TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-ALERT-DAYS
           IF WS-ALERT-DAYS < 0 THEN
              MOVE 0 TO WS-ALERT-DAYS
           END-IF
           DISPLAY 'Z02497 -- DEADLINE ALERT DAYS ' WS-ALERT-DAYS
           .
      ******************************************************************
      *                   2000-AGE-THE-CASES
      ******************************************************************
       2000-AGE-THE-CASES.
           EXEC SQL
             OPEN C-CASES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02497 -- OPEN CASE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CASE
           PERFORM UNTIL SO-END-OF-CASES
              ADD 1 TO WS-CASES-READ
              PERFORM 2020-AGE-ONE-CASE
              PERFORM 2010-FETCH-NEXT-CASE
           END-PERFORM
           EXEC SQL
             CLOSE C-CASES
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-CASE
      ******************************************************************
       2010-FETCH-NEXT-CASE.
           EXEC SQL
             FETCH C-CASES
             INTO :WS-CASE-ID,
                  :WS-RESERVATION-ID,
                  :WS-CHARGEBACK-AMOUNT,
                  :WS-REASON-CODE,
                  :WS-CASE-STATUS,
                  :WS-RESPONSE-DEADLINE,
                  :WS-DAYS-LEFT,
                  :WS-AGE-DAYS,
                  :WS-FLOWN-EVIDENCE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CASES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02497 -- CASE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   2020-AGE-ONE-CASE
      ******************************************************************
       2020-AGE-ONE-CASE.
           EVALUATE TRUE
           WHEN WS-AGE-DAYS <= 30
              ADD 1                    TO WS-CNT-0-30
              ADD WS-CHARGEBACK-AMOUNT TO WS-AMT-0-30
           WHEN WS-AGE-DAYS <= 60
              ADD 1                    TO WS-CNT-31-60
              ADD WS-CHARGEBACK-AMOUNT TO WS-AMT-31-60
           WHEN WS-AGE-DAYS <= 90
              ADD 1                    TO WS-CNT-61-90
              ADD WS-CHARGEBACK-AMOUNT TO WS-AMT-61-90
           WHEN OTHER
              ADD 1                    TO WS-CNT-OVER-90
              ADD WS-CHARGEBACK-AMOUNT TO WS-AMT-OVER-90
           END-EVALUATE
           MOVE SPACE TO WS-LINE-FLAG
           IF WS-CASE-STATUS = CT-OPEN-STATUS THEN
              EVALUATE TRUE
              WHEN WS-DAYS-LEFT < 0
                 MOVE '** MISSED **' TO WS-LINE-FLAG
                 ADD 1 TO WS-CASES-MISSED
              WHEN WS-DAYS-LEFT <= WS-ALERT-DAYS
                 MOVE '** DUE **'    TO WS-LINE-FLAG
                 ADD 1 TO WS-CASES-DUE
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
              IF WS-FLOWN-EVIDENCE > 0 THEN
                 ADD 1 TO WS-CASES-FLEW-OPEN
              END-IF
           END-IF
           IF WS-FLOWN-EVIDENCE > 0 THEN
              MOVE 'FLEW' TO WS-LINE-FLEW
           ELSE
              MOVE SPACE  TO WS-LINE-FLEW
           END-IF
           MOVE WS-CASE-ID            TO WS-LINE-CASE-ID
           MOVE WS-RESERVATION-ID     TO WS-LINE-RESERVATION
           MOVE WS-CHARGEBACK-AMOUNT  TO WS-LINE-AMOUNT
           MOVE WS-REASON-CODE        TO WS-LINE-REASON
           MOVE WS-CASE-STATUS        TO WS-LINE-STATUS
           MOVE WS-RESPONSE-DEADLINE  TO WS-LINE-DEADLINE
           MOVE WS-DAYS-LEFT          TO WS-LINE-DAYS-LEFT
           MOVE WS-AGE-DAYS           TO WS-LINE-AGE
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           DISPLAY ' '
           MOVE 'AGED 0-30 DAYS................' TO WS-AGE-LABEL
           MOVE WS-CNT-0-30    TO WS-AGE-COUNT
           MOVE WS-AMT-0-30    TO WS-AGE-AMOUNT
           PERFORM 2910-WRITE-AGE-LINE
           MOVE 'AGED 31-60 DAYS...............' TO WS-AGE-LABEL
           MOVE WS-CNT-31-60   TO WS-AGE-COUNT
           MOVE WS-AMT-31-60   TO WS-AGE-AMOUNT
           PERFORM 2910-WRITE-AGE-LINE
           MOVE 'AGED 61-90 DAYS...............' TO WS-AGE-LABEL
           MOVE WS-CNT-61-90   TO WS-AGE-COUNT
           MOVE WS-AMT-61-90   TO WS-AGE-AMOUNT
           PERFORM 2910-WRITE-AGE-LINE
           MOVE 'AGED OVER 90 DAYS.............' TO WS-AGE-LABEL
           MOVE WS-CNT-OVER-90 TO WS-AGE-COUNT
           MOVE WS-AMT-OVER-90 TO WS-AGE-AMOUNT
           PERFORM 2910-WRITE-AGE-LINE
           MOVE WS-CASES-READ      TO WS-TOTALS-READ
           MOVE WS-CASES-MISSED    TO WS-TOTALS-MISSED
           MOVE WS-CASES-DUE       TO WS-TOTALS-DUE
           MOVE WS-CASES-FLEW-OPEN TO WS-TOTALS-FLEW-OPEN
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
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
      *                   2910-WRITE-AGE-LINE
      ******************************************************************
       2910-WRITE-AGE-LINE.
           DISPLAY WS-AGE-LINE
           MOVE WS-AGE-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE RUN DATE -- SEE
      * Z02380, THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02497  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02497 -- ALREADY RUN OR RUNNING FOR '
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
           MOVE WS-CASES-READ TO JRUN-ROWS-PROCESSED
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
           MOVE 'Z02497  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02497  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02497 -- CHARGEBACK AGING ENDING'
           GOBACK
           .
