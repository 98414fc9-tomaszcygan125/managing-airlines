      *   - THE CURRENCY CODE IS UNKNOWN (NO T17 HISTORY AT ALL, SO A
      *     TYPO CANNOT INVENT A CURRENCY)
      *   - THE RATE IS NOT NUMERIC OR NOT GREATER THAN ZERO
      *
      * A RATE THAT HAS MOVED MORE THAN CT-MAX-MOVE-PCT PERCENT FROM
      * THE CURRENCY'S FRESHEST RATE ON FILE IS NOT LOADED EITHER --
      * IT IS FILED THROUGH Z02530 AS A PENDING CHANGE FOR A SECOND
      * (SUPER/ADMIN) OPERATOR TO APPROVE ON Z02531, AND LISTED AS
      * HELD.  A RATE WITHIN THE TOLERANCE STILL LOADS AT ONCE: THE
      * FILE IS THE BANK'S, NOT ONE OPERATOR'S KEYING.
      *
      * A ROW ALREADY ON FILE FOR THE SAME CURRENCY AND DATE IS
      * RE-PRICED IN PLACE, SO THE FILE CAN BE RE-TRANSMITTED SAFELY.
      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   A RATE MOVED PAST CT-MAX-MOVE-PCT IS NO
      *                    LONGER REJECTED BUT HELD -- FILED AS A
      *                    PENDING CHANGE THROUGH Z02530 FOR FOUR-EYES
      *                    APPROVAL (NEW 2040-HOLD-FOR-APPROVAL)
      *
      * 2026-10-15   OSG   THE LOAD REGISTERS WITH Z02380 AGAINST THE
      *                    DAY IT RUNS (NEW 8000/8010/8020) SO THE
      *                    Z02536 NIGHTLY CHAIN GATE CAN HOLD THE
      *                    PRICING JOBS UNTIL THE RATES ARE IN -- A
      *                    SECOND LOAD THE SAME DAY IS REFUSED
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * CONFIG CHANGE AUDIT PARM BLOCK (SEE Z02421)
           COPY ZZEC0267.
      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'Y'.
               88 SO-RUN-ENDED              VALUE 'Y'.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).
      * PENDING-CHANGE PARM BLOCK (SEE Z02530)
           COPY ZZEC0274.
           EXEC SQL INCLUDE T17TAB END-EXEC.

      * CURRENCIES ANY AIRLINE PRICES IN, WITH THEIR FRESHEST RATE
           05 SW-IF-RECORD-VALID            PIC X VALUE 'Y'.
               88 SO-RECORD-VALID           VALUE 'Y'.
               88 SO-RECORD-INVALID         VALUE 'N'.
               88 SO-RECORD-HELD            VALUE 'H'.

       01 CT-CONSTANTS.
           05 CT-MAX-MOVE-PCT          PIC S9(3)V99 COMP-3 VALUE 20.
           05 WS-RATE-FORMAT                PIC 9(7).9(6).
           05 WS-CURRENT-RATE               PIC S9(7)V9(6) COMP-3.
           05 WS-MOVE-PCT                   PIC S9(7)V99 COMP-3.
           05 WS-MOVE-PCT-FORMAT            PIC -(6)9.99.
           05 WS-HISTORY-COUNT              PIC S9(5) COMP.
           05 WS-SAME-DAY-COUNT             PIC S9(5) COMP.

           05 WS-RECORDS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-LOADED             PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-REJECTED           PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-HELD               PIC S9(7) COMP VALUE 0.
           05 WS-STALE-ALERTS               PIC S9(7) COMP VALUE 0.

       01 WS-REJECT-LINE.
           05 FILLER                        PIC X(3) VALUE ' --'.
           05 WS-REJ-REASON                 PIC X(30).

       01 WS-HELD-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'HELD     '.
           05 WS-HLD-RECORD                 PIC X(25).
           05 FILLER                        PIC X(11)
              VALUE ' -- CHANGE '.
           05 WS-HLD-CHANGE-ID              PIC 9(9).

       01 WS-STALE-LINE.
           05 FILLER                        PIC X(6)
              VALUE 'STALE '.
           PERFORM 2000-PROCESS-FILE
           PERFORM 3000-ALERT-STALE-RATES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
           DISPLAY 'Z02373 -- CURRENCY RATE IMPORT STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           PERFORM 8000-REGISTER-RUN-START
           OPEN INPUT RATE-IMPORT-FILE
           .
      ******************************************************************
           PERFORM UNTIL SO-END-OF-FILE
              ADD 1 TO WS-RECORDS-READ
              PERFORM 2020-VALIDATE-RECORD
              EVALUATE TRUE
              WHEN SO-RECORD-VALID
                 PERFORM 2030-APPLY-THE-RATE
                 ADD 1 TO WS-RECORDS-LOADED
              WHEN SO-RECORD-HELD
                 PERFORM 2040-HOLD-FOR-APPROVAL
              WHEN OTHER
                 ADD 1 TO WS-RECORDS-REJECTED
              END-EVALUATE
              PERFORM 2010-READ-NEXT-RECORD
           END-PERFORM
           CLOSE RATE-IMPORT-FILE
                    / WS-CURRENT-RATE
              IF WS-MOVE-PCT > CT-MAX-MOVE-PCT OR
                 WS-MOVE-PCT < (0 - CT-MAX-MOVE-PCT) THEN
                 SET SO-RECORD-HELD TO TRUE
              END-IF
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02373 -- HISTORY COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-HISTORY-COUNT > 0 THEN
              IF NOT SO-SQLCODE-OK THEN
                 DISPLAY 'Z02373 -- CURRENT RATE READ FAILED, '
                         'SQLCODE ' WS-SQLCODE-FORMAT
                 MOVE '7001' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
           END-IF
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02373 -- SAME-DAY CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-SAME-DAY-COUNT > 0 THEN
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02373 -- RATE APPLY FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8200-WRITE-CONFIG-AUDIT
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02373 -- OLD RATE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2035' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  2040-HOLD-FOR-APPROVAL
      * THE APPROVER SEES THE FRESHEST RATE AND THE MOVE AS THE
      * BEFORE IMAGE.  A RATE ALREADY HELD FROM AN EARLIER
      * TRANSMISSION OF THE FILE IS REJECTED, NOT FILED TWICE
      ******************************************************************
       2040-HOLD-FOR-APPROVAL.
           MOVE 'PROPO'             TO CHG-FUNCTION
           MOVE 'T17_CURRENCY_RATE' TO CHG-TABLE-NAME
           MOVE SPACE TO CHG-ROW-KEY
           STRING WS-IMP-CURRENCY '/' WS-IMP-EFF-DATE
             DELIMITED BY SIZE INTO CHG-ROW-KEY
           END-STRING
           MOVE WS-CURRENT-RATE TO WS-RATE-FORMAT
           MOVE WS-MOVE-PCT TO WS-MOVE-PCT-FORMAT
           MOVE SPACE TO CHG-BEFORE-IMAGE
           STRING 'LATEST ' WS-RATE-FORMAT ' MOVE ' WS-MOVE-PCT-FORMAT
                  '%'
             DELIMITED BY SIZE INTO CHG-BEFORE-IMAGE
           END-STRING
           MOVE WS-IMP-RATE TO WS-RATE-FORMAT
           MOVE WS-RATE-FORMAT TO CHG-AFTER-IMAGE
           MOVE SPACE TO CHG-CHANGE-DATA
           MOVE WS-IMP-CURRENCY TO CHG-T17-CURRENCY
           MOVE WS-IMP-RATE     TO CHG-T17-RATE
           MOVE WS-IMP-EFF-DATE TO CHG-T17-EFF-DATE
           MOVE 'Z02373  '      TO CHG-OPERATOR-ID
           MOVE SPACE           TO CHG-REASON
           CALL 'Z02530' USING WS-ZZEC0274
           EVALUATE CHG-RESULT
           WHEN 'O'
              ADD 1 TO WS-RECORDS-HELD
              MOVE RATE-IMPORT-RECORD TO WS-HLD-RECORD
              MOVE CHG-CHANGE-ID TO WS-HLD-CHANGE-ID
              DISPLAY WS-HELD-LINE
           WHEN 'E'
              MOVE CHG-SQLCODE  TO SQLCODE
              MOVE CHG-SQLERRMC TO SQLERRMC
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02373 -- CHANGE FILING FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE CHG-STATEMENT-ID TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           WHEN OTHER
              ADD 1 TO WS-RECORDS-REJECTED
              MOVE CHG-MESSAGE TO WS-REJ-REASON
              PERFORM 2025-WRITE-REJECT-LINE
           END-EVALUATE
           .
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * RATE CHANGES ARE CONFIGURATION TOO -- BEFORE/AFTER IMAGES GO
      * TO T65_CONFIG_AUDIT THROUGH Z02421, OPERATOR IS THIS JOB
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02373 -- OPEN STALE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-CURRENCY
           WHEN OTHER
              DISPLAY 'Z02373 -- FETCH STALE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02373 -- RATE AGE COMPUTE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           DISPLAY 'RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'RECORDS LOADED:   ' WS-RECORDS-LOADED
           DISPLAY 'RECORDS REJECTED: ' WS-RECORDS-REJECTED
           DISPLAY 'RECORDS HELD:     ' WS-RECORDS-HELD
           DISPLAY 'STALE ALERTS:     ' WS-STALE-ALERTS
           .
      ******************************************************************
      *                 8000-REGISTER-RUN-START
      * ONE LOAD PER DAY THROUGH Z02380, THE JOB-RUN REGISTRY,
      * AGAINST THE DAY IT RUNS -- THE Z02536 CHAIN GATE HOLDS THE
      * JOBS THAT PRICE IN THE COMMON CURRENCY UNTIL IT IS
      * 'COMPLETED'
      ******************************************************************
       8000-REGISTER-RUN-START.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE WS-TODAY-DATE TO JRUN-BUSINESS-DATE
           MOVE 'Z02373  ' TO JRUN-JOB-NAME
           MOVE 'START'   TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02373 -- ALREADY RUN OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-RUN-ENDED
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      ******************************************************************
       8010-REGISTER-RUN-END.
           MOVE 'END  ' TO JRUN-FUNCTION
           MOVE WS-RECORDS-LOADED TO JRUN-ROWS-PROCESSED
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
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02373  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02373 -- CURRENCY RATE IMPORT ENDING'
           GOBACK
           .
