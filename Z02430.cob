      *   - MILEAGE LEDGER ENTRIES (T51, BY MEMBER NUMBER)
      *   - WAITLIST REQUESTS (T15, BY IDENTIFICATION NUMBER)
      *   - NOTIFICATIONS SENT (T23)
      *   - MARKETING CONSENT HISTORY (T140, EVERY CHANGE PER
      *     CHANNEL WITH ITS SOURCE AND OPERATOR)
      *
      * THE RUN LOG -- SECTION COUNTS, THE SUBJECT, THE TIMESTAMP --
      * IS STORED TO THE T52 REPOSITORY THROUGH Z02401, WHICH IS THE
      *
      * 2026-09-02   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   THE MARKETING CONSENT HISTORY (T140) GOES OUT
      *                    AS ITS OWN SECTION (NEW 3700-EXPORT-CONSENT)
      *                    AND IS COUNTED ON THE RUN LOG
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             FOR FETCH ONLY
           END-EXEC

      * MARKETING CONSENT -- THE WHOLE HISTORY, NOT JUST THE LATEST
           EXEC SQL
             DECLARE C-SAR-CONSENT CURSOR FOR
             SELECT CHANNEL_CODE, CONSENT_FLAG,
                    CHAR(CONSENT_TIMESTAMP), CONSENT_SOURCE,
                    OPERATOR_ID
             FROM T140_MARKETING_CONSENT
             WHERE PASSENGER_ID = :WS-PASSENGER-ID
             ORDER BY CHANNEL_CODE, CONSENT_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
           05 WS-REQUESTED-SEATS            PIC S9(4) COMP.
           05 WS-WAITLIST-STATUS            PIC X(10).
           05 WS-NOTIF-STATUS               PIC X(15).
           05 WS-CONSENT-CHANNEL            PIC X(5).
           05 WS-CONSENT-FLAG               PIC X(1).
           05 WS-CONSENT-TIMESTAMP          PIC X(26).
           05 WS-CONSENT-SOURCE             PIC X(8).
           05 WS-CONSENT-OPERATOR           PIC X(8).

       01 WS-FORMAT-FIELDS.
           05 WS-NUM9-FORMAT                PIC 9(9).
           05 WS-MILEAGE-COUNT              PIC S9(5) COMP VALUE 0.
           05 WS-WAITLIST-COUNT             PIC S9(5) COMP VALUE 0.
           05 WS-NOTIF-COUNT                PIC S9(5) COMP VALUE 0.
           05 WS-CONSENT-COUNT              PIC S9(5) COMP VALUE 0.

       01 WS-EXPORT-LINE                    PIC X(120) VALUE SPACE.

           05 WS-LOG-COUNT                  PIC ZZZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
           PERFORM 3400-EXPORT-MILEAGE
           PERFORM 3500-EXPORT-WAITLIST
           PERFORM 3600-EXPORT-NOTIFICATIONS
           PERFORM 3700-EXPORT-CONSENT
           PERFORM 2900-WRITE-RUN-LOG
           PERFORM 9999-EXIT
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02430 -- IDENTITY READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           MOVE SPACE TO WS-EXPORT-LINE
           PERFORM 8500-CHECK-FETCH-CODE
           .
      ******************************************************************
      *                3700-EXPORT-CONSENT
      ******************************************************************
       3700-EXPORT-CONSENT.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-SAR-CONSENT
           END-EXEC
           PERFORM 3710-FETCH-CONSENT
           PERFORM UNTIL SO-END-OF-CURSOR
              ADD 1 TO WS-CONSENT-COUNT
              MOVE SPACE TO WS-EXPORT-LINE
              STRING 'CONSENT ' WS-CONSENT-CHANNEL ' '
                     WS-CONSENT-FLAG ' ' WS-CONSENT-TIMESTAMP ' '
                     WS-CONSENT-SOURCE ' ' WS-CONSENT-OPERATOR
                DELIMITED BY SIZE INTO WS-EXPORT-LINE
              END-STRING
              PERFORM 8000-WRITE-EXPORT-LINE
              PERFORM 3710-FETCH-CONSENT
           END-PERFORM
           EXEC SQL
             CLOSE C-SAR-CONSENT
           END-EXEC
           .
      ******************************************************************
      *                3710-FETCH-CONSENT
      ******************************************************************
       3710-FETCH-CONSENT.
           EXEC SQL
             FETCH C-SAR-CONSENT
             INTO :WS-CONSENT-CHANNEL,
                  :WS-CONSENT-FLAG,
                  :WS-CONSENT-TIMESTAMP,
                  :WS-CONSENT-SOURCE,
                  :WS-CONSENT-OPERATOR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           PERFORM 8500-CHECK-FETCH-CODE
           .
      ******************************************************************
      *                8500-CHECK-FETCH-CODE
      * SHARED FETCH AFTERMATH FOR EVERY SECTION CURSOR
      ******************************************************************
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02430 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '8500' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           MOVE 'NOTIFICATIONS.......  ' TO WS-LOG-SECTION
           MOVE WS-NOTIF-COUNT TO WS-LOG-COUNT
           PERFORM 2910-LOG-ONE-SECTION
           MOVE 'MARKETING CONSENTS..  ' TO WS-LOG-SECTION
           MOVE WS-CONSENT-COUNT TO WS-LOG-COUNT
           PERFORM 2910-LOG-ONE-SECTION
           .
      ******************************************************************
      *                2910-LOG-ONE-SECTION
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02430  '   TO ERRL-PROGRAM-ID
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
