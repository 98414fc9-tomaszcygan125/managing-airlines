      *    YYYY-MM-DD -- THE OPERATIONS DAY BEING CLOSED OUT, MATCHED
      *                  AGAINST DATE(DEPARTURE_TIMESTAMP)
      *
      * A FLIGHT WHOSE BAGS DO NOT MATCH ITS BOARDED PASSENGERS (A
      * BAG IN THE HOLD WITHOUT ITS OWNER ON BOARD, OR AN OWNER ON
      * BOARD WITHOUT THEIR BAG -- THE SAME TEST Z02473 PRINTS) IS
      * HELD: NOTHING ABOVE IS DONE TO IT AND THE NEXT RUN TRIES
      * AGAIN, UNLESS A SUPERVISOR HAS OVERRIDDEN THAT VERY MISMATCH
      * ON Z02474 (T97_BAG_MATCH_OVERRIDE COUNTS EQUAL TO TODAY'S).
      *
      * THE RUN IS REGISTERED WITH Z02380 AGAINST THE PARM DATE AND
      * STANDS AS A PREDECESSOR ON THE Z02536 NIGHTLY CHAIN.  A RUN
      * THAT HELD ANY FLIGHT IS LEFT 'FAILED' ON THE REGISTRY: THE
      * DAY IS NOT CLOSED OUT, THE JOBS BEHIND IT ARE HELD, AND THE
      * RERUN FOR THE SAME DATE IS TAKEN OVER INSTEAD OF REFUSED.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *                    BELONGING TO NO-SHOW PASSENGERS ARE
      *                    FLAGGED 'OFFLOAD' SO THE AIRCRAFT NEVER
      *                    DEPARTS WITH AN UNACCOMPANIED BAG
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      * 2026-10-15   OSG   POSITIVE PASSENGER / BAG MATCH -- A FLIGHT
      *                    WITH A BAG LOADED FOR A PASSENGER NOT
      *                    BOARDED (T04 BOARDED_TIMESTAMP, SET BY
      *                    Z02472) OR A BOARDED PASSENGER'S BAG NOT
      *                    LOADED IS HELD, NOT CLOSED OUT, UNLESS
      *                    OVERRIDDEN ON Z02474 (NEW
      *                    2025-CHECK-BAG-MATCH, HELD COUNT ON THE
      *                    TOTALS)
      * 2026-10-15   OSG   THE RUN REGISTERS WITH Z02380 AGAINST THE
      *                    PARM DATE (NEW 8000/8010/8020) SO IT CAN
      *                    STAND AS A PREDECESSOR ON THE Z02536 NIGHTLY
      *                    CHAIN -- A SECOND RUN FOR THE SAME DAY IS
      *                    REFUSED, EXCEPT THAT A RUN WHICH HELD A
      *                    FLIGHT ON A BAG MISMATCH ENDS 'FAILED', SO
      *                    THE RERUN AFTER THE Z02474 OVERRIDE IS
      *                    ACCEPTED AND THE JOBS BEHIND IT WAIT FOR IT
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE T08TAB END-EXEC.
           EXEC SQL INCLUDE T13TAB END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'Y'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * EVERY STILL-OPEN FLIGHT OF THE DAY WHOSE DEPARTURE HAS
      * PASSED, WITH THE SAME CAPACITY SUBQUERY Z02348/Z02350 USE
           EXEC SQL
       01 SW-SWITCHES.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-IF-FLIGHT-HELD             PIC X VALUE 'N'.
               88 SO-FLIGHT-HELD            VALUE 'Y'.
               88 SO-FLIGHT-NOT-HELD        VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-CHECKED-IN-STATUS     PIC X(10) VALUE 'CHECKED IN'.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-UNLOADED-BAGS                  PIC S9(5) COMP VALUE 0.
       01 WS-BAG-MATCH-FIELDS.
           05 WS-LOADED-NOT-BOARDED         PIC S9(5) COMP.
           05 WS-BOARDED-NOT-LOADED         PIC S9(5) COMP.
           05 WS-OVERRIDE-NOT-BOARDED       PIC S9(5) COMP.
           05 WS-OVERRIDE-NOT-LOADED        PIC S9(5) COMP.
       01 WS-CLOSEOUT-FIELDS.
           05 WS-SEAT-CAPACITY              PIC S9(7) COMP.
           05 WS-SEATS-BOOKED               PIC S9(7) COMP.
       01 WS-COUNTERS.
           05 WS-FLIGHTS-CLOSED             PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-NO-SHOWS             PIC S9(7) COMP VALUE 0.
           05 WS-FLIGHTS-HELD               PIC S9(7) COMP VALUE 0.

       01 WS-FLIGHT-LINE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X(30)
              VALUE 'NO-SHOW PASSENGERS............'.
           05 WS-TOTALS-NO-SHOWS            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'FLIGHTS HELD, BAG MISMATCH....'.
           05 WS-TOTALS-HELD                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FLIGHTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
           DISPLAY 'Z02356 -- FLIGHT DEPARTURE CLOSE-OUT STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           PERFORM 8000-REGISTER-RUN-START
           DISPLAY 'FLIGHT-ID  FLT-NUM   CAP   BKD   CHK   NOSHOW'
           .
      ******************************************************************
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02356 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-FLIGHT
           WHEN OTHER
              DISPLAY 'Z02356 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      *                 2020-CLOSE-OUT-ONE-FLIGHT
      ******************************************************************
       2020-CLOSE-OUT-ONE-FLIGHT.
           PERFORM 2025-CHECK-BAG-MATCH
           IF SO-FLIGHT-HELD THEN
              ADD 1 TO WS-FLIGHTS-HELD
           ELSE
              PERFORM 2030-MARK-NO-SHOWS
              PERFORM 2033-MARK-COUPONS-FLOWN
              PERFORM 2035-FLAG-NO-SHOW-BAGS
              PERFORM 2037-LIST-UNLOADED-BAGS
              PERFORM 2040-COUNT-FINAL-LOAD
              PERFORM 2050-INSERT-CLOSEOUT-ROW
              PERFORM 2060-MARK-FLIGHT-DEPARTED
              PERFORM 2070-WRITE-FLIGHT-LINE
              ADD 1 TO WS-FLIGHTS-CLOSED
              ADD WS-NO-SHOW-COUNT TO WS-TOTAL-NO-SHOWS
           END-IF
           .
      ******************************************************************
      *                   2025-CHECK-BAG-MATCH
      * BAGS IN THE HOLD WHOSE OWNER NEVER BOARDED, AND BOARDED
      * PASSENGERS WHOSE BAG WAS NEVER LOADED (SAME PREDICATES AS
      * Z02473/Z02474).  ANY OF EITHER HOLDS THE FLIGHT UNLESS THE
      * T97 OVERRIDE ON FILE WAS GIVEN FOR EXACTLY THESE COUNTS
      ******************************************************************
       2025-CHECK-BAG-MATCH.
           SET SO-FLIGHT-NOT-HELD TO TRUE
           EXEC SQL
             SELECT
               (SELECT COUNT(*) FROM T42_BAG_TAG T42
                 WHERE T42.FLIGHT_ID = T05.FLIGHT_ID
                   AND T42.BAG_STATUS IN ('LOADED', 'OFFLOAD')
                   AND NOT EXISTS
                       (SELECT 1 FROM T04_FLIGHT_SEATS T04
                         WHERE T04.FLIGHT_ID = T42.FLIGHT_ID
                           AND T04.PASSENGER_ID = T42.PASSENGER_ID
                           AND T04.BOARDED_TIMESTAMP IS NOT NULL)),
               (SELECT COUNT(*) FROM T42_BAG_TAG T42
                 WHERE T42.FLIGHT_ID = T05.FLIGHT_ID
                   AND T42.BAG_STATUS = 'CHECKED'
                   AND EXISTS
                       (SELECT 1 FROM T04_FLIGHT_SEATS T04
                         WHERE T04.FLIGHT_ID = T42.FLIGHT_ID
                           AND T04.PASSENGER_ID = T42.PASSENGER_ID
                           AND T04.BOARDED_TIMESTAMP IS NOT NULL)),
               COALESCE(T97.LOADED_NOT_BOARDED, -1),
               COALESCE(T97.BOARDED_NOT_LOADED, -1)
             INTO :WS-LOADED-NOT-BOARDED,
                  :WS-BOARDED-NOT-LOADED,
                  :WS-OVERRIDE-NOT-BOARDED,
                  :WS-OVERRIDE-NOT-LOADED
             FROM T05_FLIGHT_TABLE T05
             LEFT OUTER JOIN T97_BAG_MATCH_OVERRIDE T97 ON
                  T97.FLIGHT_ID = T05.FLIGHT_ID
             WHERE T05.FLIGHT_ID = :T05-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02356 -- BAG MATCH CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2025' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-LOADED-NOT-BOARDED > 0 OR WS-BOARDED-NOT-LOADED > 0
              IF WS-OVERRIDE-NOT-BOARDED = WS-LOADED-NOT-BOARDED AND
                 WS-OVERRIDE-NOT-LOADED  = WS-BOARDED-NOT-LOADED
                 DISPLAY 'Z02356 -- BAG MISMATCH OVERRIDDEN ON '
                         T05-FLIGHT-ID
              ELSE
                 SET SO-FLIGHT-HELD TO TRUE
                 DISPLAY 'Z02356 -- HELD, BAG MISMATCH ON '
                         T05-FLIGHT-ID ': ' WS-LOADED-NOT-BOARDED
                         ' TO OFFLOAD, ' WS-BOARDED-NOT-LOADED
                         ' NOT LOADED'
              END-IF
           END-IF
           .
      ******************************************************************
      *                   2030-MARK-NO-SHOWS
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02356 -- NO-SHOW UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02356 -- COUPON FLOWN UPDATE FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2033' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02356 -- OFFLOAD FLAGGING FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2035' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02356 -- UNLOADED BAG COUNT FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2037' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-UNLOADED-BAGS > 0 THEN
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02356 -- FINAL LOAD COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02356 -- CLOSEOUT INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02356 -- MOVEMENT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2055' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02356 -- STATUS UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2060' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
       2900-WRITE-TOTALS.
           MOVE WS-FLIGHTS-CLOSED   TO WS-TOTALS-CLOSED
           MOVE WS-TOTAL-NO-SHOWS   TO WS-TOTALS-NO-SHOWS
           MOVE WS-FLIGHTS-HELD     TO WS-TOTALS-HELD
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           .
      ******************************************************************
      *                 8000-REGISTER-RUN-START
      * ONE RUN PER OPERATIONS DAY THROUGH Z02380, THE JOB-RUN
      * REGISTRY -- THE Z02536 CHAIN GATE HOLDS THE JOBS THAT NEED
      * THE DAY CLOSED OUT UNTIL THIS RUN IS 'COMPLETED'
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'Z02356  ' TO JRUN-JOB-NAME
           MOVE 'START'   TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02356 -- ALREADY RUN OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              PERFORM 9999-EXIT
           END-IF
           MOVE 'N' TO SW-IF-RUN-ENDED
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      * A HELD FLIGHT MEANS THE DAY IS NOT CLOSED OUT -- THE RUN IS
      * FAILED SO THE RERUN FOR THE DATE IS ACCEPTED
      ******************************************************************
       8010-REGISTER-RUN-END.
           IF WS-FLIGHTS-HELD > 0 THEN
              DISPLAY 'Z02356 -- FLIGHTS HELD, RUN LEFT FAILED FOR '
                      JRUN-BUSINESS-DATE ' -- RERUN AFTER OVERRIDE'
              PERFORM 8020-REGISTER-RUN-FAIL
           ELSE
              MOVE 'END  ' TO JRUN-FUNCTION
              MOVE WS-FLIGHTS-CLOSED TO JRUN-ROWS-PROCESSED
              MOVE 0 TO JRUN-RETURN-CODE
              CALL 'Z02380' USING WS-ZZEC0261
              SET SO-RUN-ENDED TO TRUE
           END-IF
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
           MOVE 'Z02356  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02356 -- FLIGHT DEPARTURE CLOSE-OUT ENDING'
           GOBACK
           .
