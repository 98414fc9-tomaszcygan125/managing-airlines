      * THE REVERSE FLOW.  WHEN Z02202 CONFIRMS A RESERVATION HOLDING
      * A PARTNER-OPERATED SEGMENT IT QUEUES A 'PENDING' ROW ON
      * T55_INTERLINE_OUTBOUND (SEE Z02202'S 7120).  THIS JOB RUNS IN
      * THREE LEGS:
      *
      *   EXTRACT LEG -- EVERY PENDING T55 ROW BECOMES FEED RECORDS
      *      ON DDNAME INTLOUT, ONE PER SEAT THE RESERVATION HOLDS ON
      *      THE PARTNER FLIGHT, IN THE COMMA-SEPARATED LAYOUT
      *      Z02349 READS ON THE WAY IN PLUS OUR BOOKING REFERENCE:
      *
      *      SOURCE,FLIGHT_NUMBER,FLIGHT_DATE,ORIGIN,DESTINATION,
      *                     AIRLINE,DEP_TIME,ARR_TIME,LAST_NAME,ROW,
      *                     SEAT,RECORD_LOCATOR,SELLING_CARRIER,
      *                     TICKET_NUMBER
      *
      *      (SOURCE IS ALWAYS 'INTERLINE'; RECORD_LOCATOR IS THE
      *      T09 SIX-CHARACTER REFERENCE THE PARTNER QUOTES BACK TO
      *      US; SELLING_CARRIER IS OUR OWN CODE AND TICKET_NUMBER
      *      THE NINE-DIGIT T45 TICKET HOLDING THE SEAT'S PASSENGER'S
      *      COUPON FOR THE FLIGHT -- THE NUMBER THE PARTNER QUOTES
      *      WHEN IT BILLS THE FLOWN COUPON TO US, SEE Z02483.  THE
      *      SAME THREE TRAILING FIELDS Z02349 READS ON THE WAY IN;
      *      A SEAT NOT YET TICKETED GOES WITHOUT THE LAST TWO).  THE
      *      T55 ROW MOVES TO 'SENT'.
      *
      *   ACK LEG -- THE PARTNER'S ACKNOWLEDGMENT FILE ON DDNAME
      *      INTLACK (RESERVATION_ID,FLIGHT_ID PER LINE) MOVES THE
      *      MATCHES NOTHING COMES OUT ON THE RUN LOG AS AN
      *      EXCEPTION.
      *
      *   RENUMBER LEG -- EVERY T172_FLIGHT_NUMBER_CHANGE ROW Z02555
      *      LEFT 'PENDING' (ONE OF OUR FLIGHTS GIVEN A NEW NUMBER)
      *      TELLS EACH PARTNER THAT SOLD A RESERVATION ON THAT FLIGHT
      *      (T09 SELLING_CARRIER, SET BY Z02349) -- ONE RECORD PER
      *      SUCH RESERVATION ON THE SAME DDNAME INTLOUT:
      *
      *      RENUMBER,NEW_FLIGHT_NUMBER,FLIGHT_DATE,ORIGIN,
      *                     DESTINATION,AIRLINE,OLD_FLIGHT_NUMBER,
      *                     RECORD_LOCATOR,SELLING_CARRIER,
      *                     PARTNER_TICKET_NUMBER
      *
      *      THE T172 ROW'S PARTNER_FEED_STATUS THEN MOVES TO 'SENT',
      *      WHETHER OR NOT A PARTNER HELD ANY SEAT ON THE FLIGHT.
      *
      * THE T55 FEED_STATUS IS THE PENDING/ACKNOWLEDGED TRAIL THE
      * COUNTER CAN READ BACK BY RESERVATION WHEN A PARTNER CLAIMS
      * THEY NEVER HEARD OF A SEGMENT.
      *                  CHANGE LOG
      *
      * 2026-09-02   OSG   INITIAL VERSION
      * 2026-10-15   OSG   FEED RECORD NOW ENDS WITH THE T09 RECORD
      *                    LOCATOR
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      * 2026-10-15   OSG   FEED RECORD ALSO CARRIES OUR AIRLINE CODE AND
      *                    THE SEAT'S T45 TICKET NUMBER ONCE TICKETED,
      *                    FOR INTERLINE BILLING
      * 2026-10-15   OSG   NEW RENUMBER LEG -- PARTNERS THAT SOLD SEATS
      *                    ON A FLIGHT RENUMBERED THROUGH Z02555 GET A
      *                    'RENUMBER' RECORD WITH THE OLD AND NEW
      *                    NUMBERS (NEW 2100-2140 AND 7002)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T09TAB END-EXEC.
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * EVERY SEGMENT STILL WAITING TO BE TOLD TO ITS PARTNER
           EXEC SQL
                    T05.AIRLINE_CODE,
                    CHAR(T05.DEPARTURE_TIMESTAMP),
                    CHAR(T05.ARRIVAL_TIMESTAMP),
                    T09.MAIN_PASSENGER_LAST_NAME,
                    COALESCE(T09.RECORD_LOCATOR, ' ')
             FROM T55_INTERLINE_OUTBOUND T55
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T55.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * THE SEATS THAT RESERVATION HOLDS ON THAT PARTNER FLIGHT, WITH
      * THE ISSUED TICKET CARRYING THE SEAT'S COUPON (0 IF NONE YET)
           EXEC SQL
             DECLARE C-SEGMENT-SEATS CURSOR FOR
             SELECT T04.ROW_NUMBER, T04.SEAT_LETTER,
                    COALESCE((SELECT MAX(T45.TICKET_NUMBER)
                                FROM T45_TICKET T45
                                INNER JOIN T46_TICKET_COUPON T46 ON
                                   T46.TICKET_NUMBER = T45.TICKET_NUMBER
                               WHERE T45.RESERVATION_ID =
                                                     T04.RESERVATION_ID
                                 AND T45.PASSENGER_ID = T04.PASSENGER_ID
                                 AND T45.TICKET_STATUS = 'ISSUED'
                                 AND T46.FLIGHT_ID = T04.FLIGHT_ID), 0)
             FROM T04_FLIGHT_SEATS T04
             WHERE T04.FLIGHT_ID      = :WS-SEG-FLIGHT-ID
               AND T04.RESERVATION_ID = :WS-SEG-RESERVATION-ID
             ORDER BY T04.ROW_NUMBER, T04.SEAT_LETTER
             FOR FETCH ONLY
           END-EXEC

      * RENUMBERS NOT YET TOLD TO THE PARTNERS, OLDEST FIRST
           EXEC SQL
             DECLARE C-PENDING-RENUMBERS CURSOR FOR
             SELECT T172.CHANGE_ID,
                    T172.FLIGHT_ID,
                    T172.OLD_FLIGHT_NUMBER,
                    T172.NEW_FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T05.AIRLINE_CODE,
                    CHAR(T05.DEPARTURE_TIMESTAMP)
             FROM T172_FLIGHT_NUMBER_CHANGE T172
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T172.FLIGHT_ID
             WHERE T172.PARTNER_FEED_STATUS = :CT-PENDING-STATUS
             ORDER BY T172.CHANGE_ID
             FOR FETCH ONLY
           END-EXEC

      * THE PARTNER-SOLD RESERVATIONS STILL HOLDING SEATS ON THE
      * RENUMBERED FLIGHT
           EXEC SQL
             DECLARE C-PARTNER-RESERVATIONS CURSOR FOR
             SELECT T09.SELLING_CARRIER,
                    COALESCE(T09.RECORD_LOCATOR, ' '),
                    COALESCE(T09.PARTNER_TICKET_NUMBER, ' ')
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE T09
             WHERE T09.SELLING_CARRIER IS NOT NULL
               AND T09.SELLING_CARRIER <> ' '
               AND T09.SELLING_CARRIER <> :CT-OWN-AIRLINE-CODE
               AND T09.RESERVATION_ID IN
                   (SELECT T04.RESERVATION_ID
                      FROM T04_FLIGHT_SEATS T04
                     WHERE T04.FLIGHT_ID = :WS-REN-FLIGHT-ID
                       AND (T04.RESERVATION_STATUS IS NULL OR
                            T04.RESERVATION_STATUS <> 'DELETED'))
             ORDER BY T09.SELLING_CARRIER, T09.RESERVATION_ID
             FOR FETCH ONLY
           END-EXEC

               88 SO-END-OF-SEATS           VALUE 'Y'.
           05 SW-IF-END-OF-ACKS             PIC X VALUE 'N'.
               88 SO-END-OF-ACKS            VALUE 'Y'.
           05 SW-IF-END-OF-RENUMBERS        PIC X VALUE 'N'.
               88 SO-END-OF-RENUMBERS       VALUE 'Y'.
           05 SW-IF-END-OF-PARTNER-RES      PIC X VALUE 'N'.
               88 SO-END-OF-PARTNER-RES     VALUE 'Y'.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.
           05 WS-ACK-FILE-STATUS            PIC X(2) VALUE '00'.
               88 SO-ACK-FILE-MISSING       VALUE '35'.

       01 CT-CONSTANTS.
           05 CT-OWN-AIRLINE-CODE           PIC X(3) VALUE 'ZZZ'.
           05 CT-PENDING-STATUS             PIC X(12) VALUE 'PENDING'.
           05 CT-SENT-STATUS                PIC X(12) VALUE 'SENT'.
           05 CT-ACKNOWLEDGED-STATUS        PIC X(12)
           05 WS-SEG-DEP-TS                 PIC X(26).
           05 WS-SEG-ARR-TS                 PIC X(26).
           05 WS-SEG-LAST-NAME              PIC X(30).
           05 WS-SEG-RECORD-LOCATOR         PIC X(6).
           05 WS-SEG-DEP-TIME               PIC X(5).
           05 WS-SEG-ARR-TIME               PIC X(5).
           05 WS-SEG-FLIGHT-DATE            PIC X(10).
           05 WS-SEAT-ROW-NUMBER            PIC S9(4) COMP.
           05 WS-SEAT-ROW-FORMAT            PIC 9(3).
           05 WS-SEAT-LETTER                PIC X(1).
           05 WS-SEAT-TICKET-NUMBER         PIC S9(9) COMP.
           05 WS-SEAT-TICKET-FORMAT         PIC 9(9).

       01 WS-RENUMBER-FIELDS.
           05 WS-REN-CHANGE-ID              PIC S9(9) COMP.
           05 WS-REN-FLIGHT-ID              PIC X(8).
           05 WS-REN-OLD-NUMBER             PIC X(15).
           05 WS-REN-NEW-NUMBER             PIC X(15).
           05 WS-REN-ORIGIN                 PIC X(3).
           05 WS-REN-DESTINATION            PIC X(3).
           05 WS-REN-AIRLINE                PIC X(3).
           05 WS-REN-DEP-TS                 PIC X(26).
           05 WS-REN-SELLING-CARRIER        PIC X(3).
           05 WS-REN-RECORD-LOCATOR         PIC X(6).
           05 WS-REN-PARTNER-TICKET         PIC X(14).

       01 WS-ACK-FIELDS.
           05 WS-ACK-RESERVATION-X          PIC X(10).
           05 WS-ACK-RESERVATION-ID         PIC S9(9) COMP.

       01 WS-FEED-LINE                      PIC X(100).
       01 WS-FEED-RECORD-WORK               PIC X(100).

       01 WS-COUNTERS.
           05 WS-SEGMENTS-SENT              PIC S9(7) COMP VALUE 0.
           05 WS-ACKS-APPLIED               PIC S9(7) COMP VALUE 0.
           05 WS-ACKS-UNMATCHED             PIC S9(7) COMP VALUE 0.
           05 WS-ACK-ROWS-HIT               PIC S9(4) COMP VALUE 0.
           05 WS-RENUMBERS-SENT             PIC S9(7) COMP VALUE 0.
           05 WS-RENUMBER-RECORDS           PIC S9(7) COMP VALUE 0.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
           05 FILLER                        PIC X(30)
              VALUE 'ACKNOWLEDGMENTS UNMATCHED.....'.
           05 WS-TOTALS-UNMATCHED           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'RENUMBERS SENT................'.
           05 WS-TOTALS-RENUMBERS           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'RENUMBER RECORDS WRITTEN......'.
           05 WS-TOTALS-REN-RECORDS         PIC ZZZ,ZZ9.

       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-PENDING
           PERFORM 2100-EXTRACT-RENUMBERS
           PERFORM 3000-APPLY-ACKNOWLEDGMENTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- OPEN SEGMENT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 8020-REGISTER-RUN-FAIL
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             CLOSE C-PENDING-SEGMENTS
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-SEGMENT
                  :WS-SEG-AIRLINE,
                  :WS-SEG-DEP-TS,
                  :WS-SEG-ARR-TS,
                  :WS-SEG-LAST-NAME,
                  :WS-SEG-RECORD-LOCATOR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- SEGMENT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SEGMENTS TO TRUE
           END-EVALUATE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- OPEN SEAT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 8020-REGISTER-RUN-FAIL
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             FETCH C-SEGMENT-SEATS
             INTO :WS-SEAT-ROW-NUMBER,
                  :WS-SEAT-LETTER,
                  :WS-SEAT-TICKET-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- SEAT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SEATS TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                2040-WRITE-FEED-RECORD
      * SAME COMMA-SEPARATED SHAPE Z02349 UNSTRINGS ON THE WAY IN,
      * WITH THE RECORD LOCATOR AS THE TWELFTH FIELD AND, ONCE THE
      * SEAT IS TICKETED, OUR CODE AND THE TICKET AS THE LAST TWO
      ******************************************************************
       2040-WRITE-FEED-RECORD.
           MOVE WS-SEAT-ROW-NUMBER TO WS-SEAT-ROW-FORMAT
                  WS-SEAT-ROW-FORMAT   DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SEAT-LETTER       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  WS-SEG-RECORD-LOCATOR DELIMITED BY SPACE
             INTO WS-FEED-LINE
           END-STRING
           IF WS-SEAT-TICKET-NUMBER > 0 THEN
              MOVE WS-SEAT-TICKET-NUMBER TO WS-SEAT-TICKET-FORMAT
              STRING WS-FEED-LINE          DELIMITED BY SPACE
                     ','                   DELIMITED BY SIZE
                     CT-OWN-AIRLINE-CODE   DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     WS-SEAT-TICKET-FORMAT DELIMITED BY SIZE
                INTO WS-FEED-RECORD-WORK
              END-STRING
              MOVE WS-FEED-RECORD-WORK TO WS-FEED-LINE
           END-IF
           WRITE INTERLINE-OUT-RECORD FROM WS-FEED-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- SENT MARK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
      *                 2100-EXTRACT-RENUMBERS
      * THE RENUMBER LEG SHARES THE FEED FILE, WHICH IS CLOSED HERE
      ******************************************************************
       2100-EXTRACT-RENUMBERS.
           EXEC SQL
             OPEN C-PENDING-RENUMBERS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- OPEN RENUMBER CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 8020-REGISTER-RUN-FAIL
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2110-FETCH-NEXT-RENUMBER
           PERFORM UNTIL SO-END-OF-RENUMBERS
              PERFORM 2120-SEND-ONE-RENUMBER
              PERFORM 2110-FETCH-NEXT-RENUMBER
           END-PERFORM
           EXEC SQL
             CLOSE C-PENDING-RENUMBERS
           END-EXEC
           CLOSE INTERLINE-OUT-FILE
           .
      ******************************************************************
      *                2110-FETCH-NEXT-RENUMBER
      ******************************************************************
       2110-FETCH-NEXT-RENUMBER.
           EXEC SQL
             FETCH C-PENDING-RENUMBERS
             INTO :WS-REN-CHANGE-ID,
                  :WS-REN-FLIGHT-ID,
                  :WS-REN-OLD-NUMBER,
                  :WS-REN-NEW-NUMBER,
                  :WS-REN-ORIGIN,
                  :WS-REN-DESTINATION,
                  :WS-REN-AIRLINE,
                  :WS-REN-DEP-TS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-RENUMBERS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- RENUMBER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-RENUMBERS TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                2120-SEND-ONE-RENUMBER
      * ONE RECORD PER PARTNER-SOLD RESERVATION ON THE FLIGHT, THEN
      * THE T172 ROW MOVES TO 'SENT'
      ******************************************************************
       2120-SEND-ONE-RENUMBER.
           MOVE WS-REN-DEP-TS(1:10) TO WS-SEG-FLIGHT-DATE
           MOVE 'N' TO SW-IF-END-OF-PARTNER-RES
           EXEC SQL
             OPEN C-PARTNER-RESERVATIONS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- OPEN PARTNER CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2120' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 8020-REGISTER-RUN-FAIL
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2130-FETCH-NEXT-PARTNER-RES
           PERFORM UNTIL SO-END-OF-PARTNER-RES
              PERFORM 2140-WRITE-RENUMBER-RECORD
              PERFORM 2130-FETCH-NEXT-PARTNER-RES
           END-PERFORM
           EXEC SQL
             CLOSE C-PARTNER-RESERVATIONS
           END-EXEC
           PERFORM 7002-MARK-RENUMBER-SENT
           ADD 1 TO WS-RENUMBERS-SENT
           .
      ******************************************************************
      *              2130-FETCH-NEXT-PARTNER-RES
      ******************************************************************
       2130-FETCH-NEXT-PARTNER-RES.
           EXEC SQL
             FETCH C-PARTNER-RESERVATIONS
             INTO :WS-REN-SELLING-CARRIER,
                  :WS-REN-RECORD-LOCATOR,
                  :WS-REN-PARTNER-TICKET
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-PARTNER-RES TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- PARTNER FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2130' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-PARTNER-RES TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *              2140-WRITE-RENUMBER-RECORD
      * THE FIRST SIX FIELDS SIT WHERE A BOOKING RECORD HAS THEM, SO
      * THE PARTNER FINDS THE FLIGHT UNDER ITS NEW NUMBER THE SAME WAY
      ******************************************************************
       2140-WRITE-RENUMBER-RECORD.
           MOVE SPACE TO WS-FEED-LINE
           STRING 'RENUMBER,'            DELIMITED BY SIZE
                  WS-REN-NEW-NUMBER      DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-SEG-FLIGHT-DATE     DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-REN-ORIGIN          DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-REN-DESTINATION     DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-REN-AIRLINE         DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-REN-OLD-NUMBER      DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-REN-RECORD-LOCATOR  DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-REN-SELLING-CARRIER DELIMITED BY SPACE
                  ','                    DELIMITED BY SIZE
                  WS-REN-PARTNER-TICKET  DELIMITED BY SPACE
             INTO WS-FEED-LINE
           END-STRING
           WRITE INTERLINE-OUT-RECORD FROM WS-FEED-LINE
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD 1 TO WS-RENUMBER-RECORDS
           .
      ******************************************************************
      *                7002-MARK-RENUMBER-SENT
      ******************************************************************
       7002-MARK-RENUMBER-SENT.
           EXEC SQL
             UPDATE T172_FLIGHT_NUMBER_CHANGE
                SET PARTNER_FEED_STATUS = :CT-SENT-STATUS,
                    PARTNER_SENT_TIMESTAMP = CURRENT TIMESTAMP
              WHERE CHANGE_ID           = :WS-REN-CHANGE-ID
                AND PARTNER_FEED_STATUS = :CT-PENDING-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02408 -- RENUMBER MARK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
                 MOVE SQLCODE TO WS-SQLCODE-FORMAT
                 DISPLAY 'Z02408 -- ACK UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
                 MOVE '3020' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
              END-EVALUATE
           END-IF
           .
           MOVE WS-RECORDS-WRITTEN TO WS-TOTALS-RECORDS
           MOVE WS-ACKS-APPLIED    TO WS-TOTALS-ACKS
           MOVE WS-ACKS-UNMATCHED  TO WS-TOTALS-UNMATCHED
           MOVE WS-RENUMBERS-SENT  TO WS-TOTALS-RENUMBERS
           MOVE WS-RENUMBER-RECORDS TO WS-TOTALS-REN-RECORDS
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02408  '   TO ERRL-PROGRAM-ID
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
