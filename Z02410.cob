      *      PERCENTI   PIC X(7)   SIGNED PERCENT, E.G. -15.00
      *      MSGO       PIC X(60)  RESULT LINE
      *
      * A FARE RULE MOVES PRICES, SO NEITHER ACTION GOES LIVE ON ONE
      * PAIR OF EYES: BOTH ARE FILED AS PENDING CHANGES THROUGH
      * Z02530 AND A SECOND SUPER/ADMIN OPERATOR APPROVES THEM ON
      * Z02531.  THE RULE_ID OF AN ADDED RULE IS DRAWN WHEN IT IS
      * APPROVED.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *              PRICING-STEERING LIMIT THAT USED TO CHANGE
      *              WITH NO TRACE
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  ADD AND DEACTIVATE NO LONGER WRITE T56 -- THEY
      *              FILE A PENDING CHANGE THROUGH Z02530 (NEW
      *              8300-FILE-PENDING-CHANGE) THAT A SECOND OPERATOR
      *              APPROVES ON Z02531, WHICH IS WHERE THE INSERT,
      *              THE DEACTIVATE AND THE T65 AUDIT NOW HAPPEN.
      *              7003 NOW ONLY READS THE RULE FOR THE BEFORE IMAGE
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0261.
           COPY ZZEC0215.
      * ERROR-LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * PENDING-CHANGE PARM BLOCK (SEE Z02530)
           COPY ZZEC0274.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T20TAB END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
           05 WS-ADJUST-PERCENT             PIC S9(3)V99 COMP-3.
           05 WS-RULE-ID-FORMAT             PIC 9(9).
           05 WS-PERCENT-FORMAT             PIC +ZZ9.99.
           05 WS-CHANGE-ID-FORMAT           PIC 9(9).
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
      *                2020-ADD-THE-RULE
      ******************************************************************
       2020-ADD-THE-RULE.
      * 'N ' + FLIGHT + '/' + TYPE + '/' + DATE -- 29 OF THE 30 KEY
      * BYTES, SO THE WHOLE EFFECTIVE DATE TAKES PART IN Z02530'S
      * ONE-PENDING-CHANGE-PER-ROW CHECK
           MOVE SPACE TO CHG-ROW-KEY
           STRING 'N ' WS-FLIGHT-ID '/' SW-RULE-TYPE '/'
                  WS-EFF-FROM
             DELIMITED BY SIZE INTO CHG-ROW-KEY
           END-STRING
           MOVE '(ABSENT)' TO CHG-BEFORE-IMAGE
           MOVE WS-ADJUST-PERCENT TO WS-PERCENT-FORMAT
           MOVE SPACE TO CHG-AFTER-IMAGE
           STRING 'FLT=' WS-FLIGHT-ID ' TYPE=' SW-RULE-TYPE
                  ' PCT=' WS-PERCENT-FORMAT ' FROM=' WS-EFF-FROM
             DELIMITED BY SIZE INTO CHG-AFTER-IMAGE
           END-STRING
           MOVE 0 TO WS-RULE-ID
           PERFORM 8300-FILE-PENDING-CHANGE
           MOVE 'RULE ADD FILED'   TO WS-LOG-ACTION-TEXT
           MOVE CHG-CHANGE-ID      TO WS-CHANGE-ID-FORMAT
           MOVE WS-CHANGE-ID-FORMAT TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2065-SEND-FILED-MAP
           .
      ******************************************************************
      *                2030-DEACTIVATE-THE-RULE
      ******************************************************************
       2030-DEACTIVATE-THE-RULE.
           PERFORM 7003-READ-ACTIVE-RULE
           IF SO-SQLCODE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO ACTIVE RULE WITH THAT ID' TO
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-RULE-ID         TO WS-RULE-ID-FORMAT
           MOVE SPACE TO CHG-ROW-KEY
           MOVE WS-RULE-ID-FORMAT TO CHG-ROW-KEY
           MOVE WS-ADJUST-PERCENT TO WS-PERCENT-FORMAT
           MOVE SPACE TO CHG-BEFORE-IMAGE
           STRING 'TYPE=' SW-RULE-TYPE ' PCT=' WS-PERCENT-FORMAT
                  ' STATUS=ACTIVE'
             DELIMITED BY SIZE INTO CHG-BEFORE-IMAGE
           END-STRING
           MOVE 'STATUS=INACTIVE' TO CHG-AFTER-IMAGE
           PERFORM 8300-FILE-PENDING-CHANGE
           MOVE 'RULE DEACT FILED' TO WS-LOG-ACTION-TEXT
           MOVE WS-RULE-ID-FORMAT  TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2065-SEND-FILED-MAP
           .
      ******************************************************************
      *                2065-SEND-FILED-MAP
      ******************************************************************
       2065-SEND-FILED-MAP.
           MOVE LOW-VALUES TO MP0261O
           MOVE CHG-CHANGE-ID TO WS-CHANGE-ID-FORMAT
           STRING 'FILED AS CHANGE ' WS-CHANGE-ID-FORMAT
                  ' -- NEEDS A SECOND APPROVER'
             DELIMITED BY SIZE INTO MSGO
           END-STRING
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                7003-READ-ACTIVE-RULE
      * THE RULE AS IT STANDS, FOR THE APPROVER'S BEFORE IMAGE
      ******************************************************************
       7003-READ-ACTIVE-RULE.
           EXEC SQL
             SELECT RULE_TYPE, ADJUST_PERCENT
             INTO :SW-RULE-TYPE, :WS-ADJUST-PERCENT
             FROM T56_FARE_RULE
             WHERE RULE_ID     = :WS-RULE-ID
               AND RULE_STATUS = :CT-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
           END-IF
           .
      ******************************************************************
      *                8300-FILE-PENDING-CHANGE
      * THE RULE WAITS ON T149 FOR A SECOND OPERATOR -- Z02530 WRITES
      * T56 ONLY WHEN THE CHANGE IS APPROVED ON Z02531
      ******************************************************************
       8300-FILE-PENDING-CHANGE.
           MOVE 'PROPO'           TO CHG-FUNCTION
           MOVE 'T56_FARE_RULE'   TO CHG-TABLE-NAME
           MOVE SPACE TO CHG-CHANGE-DATA
           MOVE SW-USER-ACTION    TO CHG-T56-ACTION
           MOVE WS-RULE-ID        TO CHG-T56-RULE-ID
           MOVE WS-FLIGHT-ID      TO CHG-T56-FLIGHT-ID
           MOVE SW-RULE-TYPE      TO CHG-T56-RULE-TYPE
           MOVE WS-EFF-FROM       TO CHG-T56-EFF-FROM
           MOVE WS-EFF-TO         TO CHG-T56-EFF-TO
           MOVE WS-DAYS-MIN       TO CHG-T56-DAYS-MIN
           MOVE WS-DAYS-MAX       TO CHG-T56-DAYS-MAX
           MOVE WS-DAY-OF-WEEK    TO CHG-T56-DAY-OF-WEEK
           MOVE WS-SEASON-FROM    TO CHG-T56-SEASON-FROM
           MOVE WS-SEASON-TO      TO CHG-T56-SEASON-TO
           MOVE WS-ADJUST-PERCENT TO CHG-T56-PERCENT
           MOVE EIBOPID           TO CHG-OPERATOR-ID
           MOVE SPACE             TO CHG-REASON
           CALL 'Z02530' USING WS-ZZEC0274
           EVALUATE CHG-RESULT
           WHEN 'O'
              CONTINUE
           WHEN 'E'
              MOVE CHG-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE CHG-SQLCODE      TO SQLCODE
              MOVE CHG-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE CHG-MESSAGE TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
             INTO WS-Z02141-I-ERROR-MESSAGE(4)
           END-STRING

           PERFORM 9060-WRITE-ERROR-LOG
           SET SO-Z02141-M-WITH TO TRUE
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE ON T88 THROUGH Z02459.  THE FAILED WORK IS
      * ROLLED BACK FIRST, SO THE SYNCPOINT COMMITS ONLY THE ERROR
      * ROW AND IT OUTLIVES THE ERROR SCREEN
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE CT-THIS-PROGRAM-NAME TO ERRL-PROGRAM-ID
           MOVE SW-STATEMENT-ID      TO ERRL-STATEMENT-ID
           MOVE SQLCODE              TO ERRL-SQLCODE
           MOVE SQLERRMC             TO ERRL-SQLERRMC
           MOVE EIBOPID              TO ERRL-OPERATOR-ID
           MOVE EIBTRNID             TO ERRL-TRANSACTION-ID
           MOVE WS-LOG-ENTITY-KEY    TO ERRL-ENTITY-KEY
           EXEC CICS
              SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
      ******************************************************************
      *                     3000-FINAL
      ******************************************************************
       3000-FINAL.
