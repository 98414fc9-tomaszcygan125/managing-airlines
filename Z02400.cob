      * IT WAS.  THE STATISTICAL STUB --
      * NATIONALITY, THE FREQUENT-FLYER NUMBER AND ITS T51 ACCRUAL
      * HISTORY -- STAYS, SO HISTORICAL REPORTS STILL ADD UP.
      * THE MARKETING CONSENT HISTORY (T140) IS DELETED OUTRIGHT --
      * IT IDENTIFIES NOBODY ONCE THE NAME IS GONE BUT IT HAS NO
      * STATISTICAL USE EITHER, AND NO CAMPAIGN MAY EVER REACH AN
      * ANONYMIZED PASSENGER.
      *
      * ROWS UNDER LEGAL HOLD ARE SKIPPED: IF_PASSENGER_CAN_FLY 'N'
      * (NO-FLY CASES STAY IDENTIFIABLE) AND PASSENGERS WITH A
      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   ANONYMIZATION NOW ALSO DELETES THE
      *                    PASSENGER'S MARKETING CONSENT HISTORY FROM
      *                    T140 (NEW 7002-CLEAR-MARKETING-CONSENT)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'Y'.
               88 SO-RUN-ENDED              VALUE 'Y'.
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02400 -- OPEN OF PASSENGER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-PASSENGER
           WHEN OTHER
              DISPLAY 'Z02400 -- FETCH OF PASSENGER CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
              CONTINUE
           ELSE
              PERFORM 7001-BLANK-THE-IDENTITY
              PERFORM 7002-CLEAR-MARKETING-CONSENT
              PERFORM 9050-LOG-TRANSACTION
              ADD 1 TO WS-ROWS-ANONYMIZED
              MOVE WS-PASSENGER-ID TO WS-ANON-PASSENGER-ID
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02400 -- ANONYMIZE UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7002-CLEAR-MARKETING-CONSENT
      * EVERY T140 ROW GOES, NOT JUST THE LATEST -- A PASSENGER WHO
      * NEVER GAVE CONSENT SIMPLY HAS NONE TO DELETE
      ******************************************************************
       7002-CLEAR-MARKETING-CONSENT.
           EXEC SQL
             DELETE FROM T140_MARKETING_CONSENT
              WHERE PASSENGER_ID = :WS-PASSENGER-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02400 -- CONSENT DELETE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02400 -- AUDIT LOG INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '9050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02400  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
