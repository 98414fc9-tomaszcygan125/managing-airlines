      *     CT-MAX-ATTEMPTS TRIES IT GOES TO 'ESCALATED' AND COMES
      *     OUT ON THE DUTY-OFFICE CALL-LIST AT THE END OF THE RUN
      *
      * EVERY MESSAGE AND CALL-LIST LINE CARRIES THE RESERVATION'S
      * SIX-CHARACTER BOOKING REFERENCE (T09.RECORD_LOCATOR, SEE
      * Z02456) -- THE NUMBER THE PASSENGER QUOTES BACK WHEN THEY
      * RING IN.  IT IS READ THROUGH THE T23 ROW'S RESERVATION_ID,
      * SO NONE OF THE PROGRAMS THAT QUEUE T23 ROWS HAD TO CHANGE
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-08-21   OSG   INITIAL VERSION
      * 2026-10-15   OSG   MESSAGE TEXT AND CALL-LIST LINE NOW CARRY
      *                    THE T09 RECORD LOCATOR
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T23TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * THE QUEUE, OLDEST FIRST -- PENDING ROWS PLUS FAILED ONES
      * STILL UNDER THE RETRY CEILING
           EXEC SQL
                    COALESCE(T23.RETRY_COUNT, 0),
                    COALESCE(T06.CONTACT_PHONE, ' '),
                    COALESCE(T06.CONTACT_EMAIL, ' '),
                    COALESCE(T06.PASSENGER_LAST_NAME, ' '),
                    COALESCE(T09.RECORD_LOCATOR, ' ')
             FROM T23_NOTIFICATION_QUEUE T23
             LEFT JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T23.PASSENGER_ID
             LEFT JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                T09.RESERVATION_ID = T23.RESERVATION_ID
             WHERE T23.NOTIFICATION_STATUS = :CT-PENDING-STATUS
                OR (T23.NOTIFICATION_STATUS = :CT-FAILED-STATUS AND
                    COALESCE(T23.RETRY_COUNT, 0) < :CT-MAX-ATTEMPTS)
           05 WS-CONTACT-PHONE              PIC X(15).
           05 WS-CONTACT-EMAIL              PIC X(40).
           05 WS-LAST-NAME                  PIC X(25).
           05 WS-RECORD-LOCATOR             PIC X(6).

       01 WS-MESSAGE-RECORD.
           05 WS-MSG-PHONE                  PIC X(15).
           05 FILLER                        PIC X VALUE ';'.
           05 WS-MSG-EMAIL                  PIC X(40).
           05 FILLER                        PIC X VALUE ';'.
           05 WS-MSG-TEXT                   PIC X(103).

       01 WS-CALL-LIST-LINE.
           05 FILLER                        PIC X(10)
           05 WS-CALL-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CALL-RESERVATION-ID        PIC 9(9).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-CALL-RECORD-LOCATOR        PIC X(6).

       01 WS-COUNTERS.
           05 WS-ROWS-WORKED                PIC S9(7) COMP VALUE 0.
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02376 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-ROW
                  :WS-RETRY-COUNT,
                  :WS-CONTACT-PHONE,
                  :WS-CONTACT-EMAIL,
                  :WS-LAST-NAME,
                  :WS-RECORD-LOCATOR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN OTHER
              DISPLAY 'Z02376 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
           MOVE WS-CONTACT-EMAIL TO WS-MSG-EMAIL
           MOVE SPACE TO WS-MSG-TEXT
           IF SO-FLIGHT-FOUND THEN
              STRING 'BOOKING ' DELIMITED BY SIZE
                     WS-RECORD-LOCATOR DELIMITED BY SIZE
                     ': FLIGHT ' DELIMITED BY SIZE
                     T05-FLIGHT-NUMBER-TEXT DELIMITED BY SPACE
                     ' (' DELIMITED BY SIZE
                     WS-FLIGHT-ID DELIMITED BY SPACE
                INTO WS-MSG-TEXT
              END-STRING
           ELSE
              STRING 'BOOKING ' DELIMITED BY SIZE
                     WS-RECORD-LOCATOR DELIMITED BY SIZE
                     ': FLIGHT ' DELIMITED BY SIZE
                     WS-FLIGHT-ID DELIMITED BY SPACE
                     ' -- PLEASE CONTACT THE AIRLINE'
                        DELIMITED BY SIZE
              MOVE WS-LAST-NAME       TO WS-CALL-LAST-NAME
              MOVE WS-FLIGHT-ID       TO WS-CALL-FLIGHT-ID
              MOVE WS-RESERVATION-ID  TO WS-CALL-RESERVATION-ID
              MOVE WS-RECORD-LOCATOR  TO WS-CALL-RECORD-LOCATOR
              DISPLAY WS-CALL-LIST-LINE
              ADD 1 TO WS-ROWS-ESCALATED
           ELSE
           WHEN OTHER
              DISPLAY 'Z02376 -- FLIGHT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02376 -- SENT UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02376 -- ESCALATE UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02376 -- FAILED UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           DISPLAY 'ESCALATED:         ' WS-ROWS-ESCALATED
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02376  '   TO ERRL-PROGRAM-ID
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
