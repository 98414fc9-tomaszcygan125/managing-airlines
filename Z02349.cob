      *       THE RESERVATION GOES STRAIGHT TO CONFIRMED (AN EXTERNAL
      *       BOOKING ARRIVES ALREADY PAID FOR, UNLIKE A WALK-UP SEAT
      *       PICK THAT STILL HAS TO GO THROUGH PASSENGER ENTRY)
      *    7149-GET-RECORD-LOCATOR (Z02202) -- THE Z02456 BOOKING
      *       REFERENCE, SO A FEED BOOKING GETS A RECORD LOCATOR
      *       LIKE ANY OTHER
      *
      * EACH INPUT LINE IS A COMMA-SEPARATED RECORD:
      *
      *    ROW         -- SEAT ROW NUMBER
      *    SEAT        -- SEAT LETTER
      *
      * THREE MORE FIELDS MAY TRAIL THE SEAT, ALL OPTIONAL:
      *
      *    ...,SEAT,PARTNER_LOCATOR,SELLING_CARRIER,TICKET_NUMBER
      *
      *    PARTNER_LOCATOR -- THE SELLER'S OWN BOOKING REFERENCE, IN
      *                   THE SAME PLACE Z02408 PUTS OURS (NOT KEPT)
      *    SELLING_CARRIER -- 3-CHARACTER CODE OF THE AIRLINE THAT
      *                   ISSUED THE TICKET, KEPT ON T09 AS
      *                   SELLING_CARRIER
      *    TICKET_NUMBER -- THE SELLER'S TICKET NUMBER, UP TO 14
      *                   CHARACTERS, KEPT ON T09 AS
      *                   PARTNER_TICKET_NUMBER
      *
      * A PASSENGER A PARTNER TICKETED ON A FLIGHT WE OPERATE IS
      * BILLED TO THAT PARTNER BY Z02482 ONCE THE COUPON IS FLOWN --
      * THE TWO T09 COLUMNS ARE WHAT THE BILLING RECORD QUOTES BACK.
      * A RECORD WITHOUT THEM LEAVES BOTH BLANK AND IS NEVER BILLED.
      *
      * FOR SOURCE 'OTA' THE FLIGHT MUST ALREADY EXIST ON
      * T05_FLIGHT_TABLE (WE ARE JUST TAKING A BOOKING ON OUR OWN
      * INVENTORY THROUGH SOMEONE ELSE'S CHANNEL) -- A RECORD WHOSE
      *                  CHANGE LOG
      *
      * 2026-08-09   OSG   INITIAL VERSION
      * 2026-10-15   OSG   RECORD LOCATOR ASSIGNED THROUGH Z02456 ON
      *                    THE T09 INSERT
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      * 2026-10-15   OSG   FEED RECORD MAY NOW CARRY THE SELLER'S
      *                    LOCATOR, SELLING CARRIER AND TICKET NUMBER
      *                    AFTER THE SEAT; THE LAST TWO ARE KEPT ON T09
      *                    FOR INTERLINE BILLING.  FIELD COUNT NOW RESET
      *                    FOR EVERY RECORD
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOKING-FEED-FILE.
       01  BOOKING-FEED-RECORD                  PIC X(150).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T20TAB END-EXEC.
      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * BOOKING REFERENCE PARM BLOCK (SEE Z02456)
           COPY ZZEC0268.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.
           05 WS-CSV-LAST-NAME                  PIC X(30).
           05 WS-CSV-SEAT-ROW                   PIC X(3).
           05 WS-CSV-SEAT-LETTER                PIC X(1).
           05 WS-CSV-PARTNER-LOCATOR            PIC X(6).
           05 WS-CSV-SELLING-CARRIER            PIC X(3).
           05 WS-CSV-TICKET-NUMBER              PIC X(14).

       01 WS-UNSTRING-COUNT                     PIC S9(3) COMP.
       01 WS-TEMP-VARIABLE                      PIC X(3).
      *                      2020-PARSE-RECORD
      ******************************************************************
       2020-PARSE-RECORD.
           MOVE SPACE TO WS-CSV-FIELDS
           MOVE 0 TO WS-UNSTRING-COUNT
           UNSTRING BOOKING-FEED-RECORD DELIMITED BY ','
               INTO WS-CSV-SOURCE,
                    WS-CSV-FLIGHT-NUMBER,
                    WS-CSV-ARR-TIME,
                    WS-CSV-LAST-NAME,
                    WS-CSV-SEAT-ROW,
                    WS-CSV-SEAT-LETTER,
                    WS-CSV-PARTNER-LOCATOR,
                    WS-CSV-SELLING-CARRIER,
                    WS-CSV-TICKET-NUMBER
               TALLYING IN WS-UNSTRING-COUNT
           END-UNSTRING
           .
      ******************************************************************
       2030-VALIDATE-RECORD.
           SET SO-RECORD-VALID TO TRUE
           IF WS-UNSTRING-COUNT < 11 OR
                 WS-UNSTRING-COUNT > 14 OR
                 WS-CSV-FLIGHT-NUMBER = SPACE OR
                 WS-CSV-FLIGHT-DATE   = SPACE OR
                 WS-CSV-LAST-NAME     = SPACE OR
           WHEN OTHER
              DISPLAY 'Z02349 -- FLIGHT LOOKUP FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02349 -- INSERT OF INTERLINE T05 ROW FAILED, '
                       'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           ELSE
              SET SO-FLIGHT-FOUND TO TRUE
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02349 -- SEQUENCE FETCH FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7013' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           WHEN OTHER
              DISPLAY 'Z02349 -- SEAT CHECK FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7006' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02349 -- RESERVATION ID SEQUENCE FETCH '
                       'FAILED, SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7016' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
       7017-INSERT-CONFIRMED-RESERVATION.
           MOVE WS-CSV-LAST-NAME TO T09-MAIN-PASSENGER-LAST-NAME
           PERFORM 7018-GET-RECORD-LOCATOR
           EXEC SQL
             INSERT INTO T09_RESERVATION_MAIN_PASSENGER_TABLE
                (RESERVATION_ID, MAIN_PASSENGER_LAST_NAME,
                 RESERVATION_STATUS, HOLD_TIMESTAMP, RECORD_LOCATOR,
                 SELLING_CARRIER, PARTNER_TICKET_NUMBER)
             VALUES
                (:T09-RESERVATION-ID, :T09-MAIN-PASSENGER-LAST-NAME,
                 :CT-CONFIRMED-STATUS-TEXT, CURRENT TIMESTAMP,
                 :RLOC-RECORD-LOCATOR, :WS-CSV-SELLING-CARRIER,
                 :WS-CSV-TICKET-NUMBER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02349 -- INSERT OF T09 ROW FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7017' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7018-GET-RECORD-LOCATOR
      * SAME Z02456 BOOKING REFERENCE Z02202'S 7149-GET-RECORD-LOCATOR
      * PUTS ON A WALK-UP RESERVATION
      ******************************************************************
       7018-GET-RECORD-LOCATOR.
           CALL 'Z02456' USING WS-ZZEC0268
           IF RLOC-RESULT NOT = 'O' THEN
              DISPLAY 'Z02349 -- RECORD LOCATOR NOT ASSIGNED FOR '
                      'RESERVATION ' T09-RESERVATION-ID
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02349 -- INSERT OF T04 ROW FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           PERFORM 8010-REGISTER-RUN-END
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02349  '   TO ERRL-PROGRAM-ID
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
