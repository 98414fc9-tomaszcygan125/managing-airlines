       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02547.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MONTHLY MISSING-MILEAGE CLAIM VOLUME
      *
      * EVERY CLAIM TAKEN ON THE Z02546 SCREEN IS KEPT ON
      * T160_MILEAGE_CLAIM, POSTED OR REJECTED.  FOR THE PARM MONTH
      * THIS JOB LISTS:
      *
      *   - THE CLAIMS BY OUTCOME -- ONE LINE FOR THE POSTED CLAIMS
      *     AND ONE PER REJECT REASON, WITH THE MILES CREDITED
      *   - THE CLAIMS BY OPERATOR -- TAKEN, POSTED, REJECTED, THE
      *     REJECTED SHARE AND THE MILES CREDITED, SO THE LOYALTY DESK
      *     CAN SEE WHO IS FEEDING CLAIMS THAT SHOULD NEVER HAVE BEEN
      *     KEYED
      *
      * THEN THE MONTH'S TOTALS.  PRINTED AND STORED TO THE T52
      * REPOSITORY THROUGH Z02401.  THE MONTH COMES ON THE SYSIN CARD:
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

      * THE MONTH'S CLAIMS BY OUTCOME, POSTED FIRST
           EXEC SQL
             DECLARE C-CLAIM-OUTCOMES CURSOR FOR
             SELECT CLAIM_RESULT,
                    REJECT_REASON,
                    COUNT(*),
                    COALESCE(SUM(MILES), 0)
             FROM T160_MILEAGE_CLAIM
             WHERE YEAR(CLAIM_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(CLAIM_TIMESTAMP) = :WS-PARM-MONTH-NUM
             GROUP BY CLAIM_RESULT, REJECT_REASON
             ORDER BY CLAIM_RESULT, 3 DESC, REJECT_REASON
             FOR FETCH ONLY
           END-EXEC

      * THE MONTH'S CLAIMS BY THE OPERATOR WHO TOOK THEM
           EXEC SQL
             DECLARE C-CLAIM-OPERATORS CURSOR FOR
             SELECT CLAIMED_BY,
                    COUNT(*),
                    SUM(CASE WHEN CLAIM_RESULT = 'POSTED'
                             THEN 1 ELSE 0 END),
                    COALESCE(SUM(MILES), 0)
             FROM T160_MILEAGE_CLAIM
             WHERE YEAR(CLAIM_TIMESTAMP)  = :WS-PARM-YEAR
               AND MONTH(CLAIM_TIMESTAMP) = :WS-PARM-MONTH-NUM
             GROUP BY CLAIMED_BY
             ORDER BY CLAIMED_BY
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

       01 CT-CONSTANTS.
           05 CT-POSTED-RESULT              PIC X(8) VALUE 'POSTED'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80).
           05 WS-PARM-MONTH                 PIC X(7).
           05 WS-PARM-YEAR                  PIC S9(4) COMP.
           05 WS-PARM-MONTH-NUM             PIC S9(4) COMP.
           05 WS-PARM-YEAR-X                PIC X(4).
           05 WS-PARM-MONTH-X               PIC X(2).

       01 WS-CLAIM-FIELDS.
           05 WS-CLAIM-RESULT               PIC X(8).
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-CLAIM-COUNT                PIC S9(7) COMP.
           05 WS-POSTED-COUNT               PIC S9(7) COMP.
           05 WS-REJECTED-COUNT             PIC S9(7) COMP.
           05 WS-CLAIM-MILES                PIC S9(9) COMP.
           05 WS-REJECTED-PCT               PIC S9(3)V9 COMP-3.

       01 WS-COUNTERS.
           05 WS-TOTAL-CLAIMS               PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-POSTED               PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-REJECTED             PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-MILES                PIC S9(11) COMP-3 VALUE 0.
           05 WS-TOTAL-OPERATORS            PIC S9(7) COMP VALUE 0.

       01 WS-OUTCOME-HEADER.
           05 FILLER                        PIC X(36) VALUE
              'RESULT   REASON                     '.
           05 FILLER                        PIC X(23) VALUE
              '     CLAIMS       MILES'.

       01 WS-OUTCOME-LINE.
           05 WS-LINE-RESULT                PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-REASON                PIC X(30).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-CLAIMS                PIC ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-MILES                 PIC ZZZ,ZZZ,ZZ9.

       01 WS-OPERATOR-HEADER.
           05 FILLER                        PIC X(36) VALUE
              'OPERATOR  CLAIMS  POSTED  REJECT  RE'.
           05 FILLER                        PIC X(14) VALUE
              'J%       MILES'.

       01 WS-OPERATOR-LINE.
           05 WS-OPER-ID                    PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-OPER-CLAIMS                PIC ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-OPER-POSTED                PIC ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-OPER-REJECTED              PIC ZZZ,ZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-OPER-PCT                   PIC ZZ9.9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-OPER-MILES                 PIC ZZZ,ZZZ,ZZ9.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'CLAIMS TAKEN..................'.
           05 WS-TOTALS-CLAIMS              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE '  POSTED......................'.
           05 WS-TOTALS-POSTED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE '  REJECTED....................'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'MILES CREDITED BY CLAIM.......'.
           05 WS-TOTALS-MILES               PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'OPERATORS TAKING CLAIMS.......'.
           05 WS-TOTALS-OPERATORS           PIC ZZZ,ZZ9.

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
           PERFORM 2000-LIST-THE-OUTCOMES
           PERFORM 3000-LIST-THE-OPERATORS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02547 -- MILEAGE CLAIM VOLUME STARTING'
           MOVE SPACE TO WS-PARM-TEXT
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:6) = 'MONTH=' THEN
              MOVE WS-PARM-TEXT(7:7) TO WS-PARM-MONTH
           ELSE
              DISPLAY 'Z02547 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-MONTH(1:4) TO WS-PARM-YEAR-X
           MOVE WS-PARM-MONTH(6:2) TO WS-PARM-MONTH-X
           IF WS-PARM-YEAR-X IS NUMERIC AND
              WS-PARM-MONTH-X IS NUMERIC THEN
              MOVE WS-PARM-YEAR-X  TO WS-PARM-YEAR
              MOVE WS-PARM-MONTH-X TO WS-PARM-MONTH-NUM
           ELSE
              DISPLAY 'Z02547 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-MONTH-NUM < 1 OR WS-PARM-MONTH-NUM > 12 THEN
              DISPLAY 'Z02547 -- PARM MUST BE MONTH=YYYY-MM'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'MISSING-MILEAGE CLAIMS FOR MONTH ' WS-PARM-MONTH
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2000-LIST-THE-OUTCOMES
      ******************************************************************
       2000-LIST-THE-OUTCOMES.
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-OUTCOME-HEADER
           MOVE WS-OUTCOME-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-CLAIM-OUTCOMES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02547 -- OPEN OF OUTCOME CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-OUTCOME
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-LIST-ONE-OUTCOME
              PERFORM 2010-FETCH-NEXT-OUTCOME
           END-PERFORM
           EXEC SQL
             CLOSE C-CLAIM-OUTCOMES
           END-EXEC
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-OUTCOME
      ******************************************************************
       2010-FETCH-NEXT-OUTCOME.
           EXEC SQL
             FETCH C-CLAIM-OUTCOMES
             INTO :WS-CLAIM-RESULT,
                  :WS-REJECT-REASON,
                  :WS-CLAIM-COUNT,
                  :WS-CLAIM-MILES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02547 -- FETCH OF OUTCOME CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-LIST-ONE-OUTCOME
      ******************************************************************
       2020-LIST-ONE-OUTCOME.
           ADD WS-CLAIM-COUNT TO WS-TOTAL-CLAIMS
           IF WS-CLAIM-RESULT = CT-POSTED-RESULT THEN
              ADD WS-CLAIM-COUNT TO WS-TOTAL-POSTED
              ADD WS-CLAIM-MILES TO WS-TOTAL-MILES
           ELSE
              ADD WS-CLAIM-COUNT TO WS-TOTAL-REJECTED
           END-IF
           MOVE WS-CLAIM-RESULT  TO WS-LINE-RESULT
           MOVE WS-REJECT-REASON TO WS-LINE-REASON
           MOVE WS-CLAIM-COUNT   TO WS-LINE-CLAIMS
           MOVE WS-CLAIM-MILES   TO WS-LINE-MILES
           DISPLAY WS-OUTCOME-LINE
           MOVE WS-OUTCOME-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 3000-LIST-THE-OPERATORS
      ******************************************************************
       3000-LIST-THE-OPERATORS.
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-OPERATOR-HEADER
           MOVE WS-OPERATOR-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-CLAIM-OPERATORS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02547 -- OPEN OF OPERATOR CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-OPERATOR
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 3020-LIST-ONE-OPERATOR
              PERFORM 3010-FETCH-NEXT-OPERATOR
           END-PERFORM
           EXEC SQL
             CLOSE C-CLAIM-OPERATORS
           END-EXEC
           .
      ******************************************************************
      *                 3010-FETCH-NEXT-OPERATOR
      ******************************************************************
       3010-FETCH-NEXT-OPERATOR.
           EXEC SQL
             FETCH C-CLAIM-OPERATORS
             INTO :WS-OPERATOR-ID,
                  :WS-CLAIM-COUNT,
                  :WS-POSTED-COUNT,
                  :WS-CLAIM-MILES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02547 -- FETCH OF OPERATOR CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  3020-LIST-ONE-OPERATOR
      ******************************************************************
       3020-LIST-ONE-OPERATOR.
           ADD 1 TO WS-TOTAL-OPERATORS
           COMPUTE WS-REJECTED-COUNT = WS-CLAIM-COUNT - WS-POSTED-COUNT
           COMPUTE WS-REJECTED-PCT ROUNDED =
              WS-REJECTED-COUNT * 100 / WS-CLAIM-COUNT
           MOVE WS-OPERATOR-ID    TO WS-OPER-ID
           MOVE WS-CLAIM-COUNT    TO WS-OPER-CLAIMS
           MOVE WS-POSTED-COUNT   TO WS-OPER-POSTED
           MOVE WS-REJECTED-COUNT TO WS-OPER-REJECTED
           MOVE WS-REJECTED-PCT   TO WS-OPER-PCT
           MOVE WS-CLAIM-MILES    TO WS-OPER-MILES
           DISPLAY WS-OPERATOR-LINE
           MOVE WS-OPERATOR-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-TOTAL-CLAIMS    TO WS-TOTALS-CLAIMS
           MOVE WS-TOTAL-POSTED    TO WS-TOTALS-POSTED
           MOVE WS-TOTAL-REJECTED  TO WS-TOTALS-REJECTED
           MOVE WS-TOTAL-MILES     TO WS-TOTALS-MILES
           MOVE WS-TOTAL-OPERATORS TO WS-TOTALS-OPERATORS
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           PERFORM 8100-STORE-REPORT-LINE
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
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02547  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02547  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02547 -- MILEAGE CLAIM VOLUME ENDING'
           GOBACK
           .
