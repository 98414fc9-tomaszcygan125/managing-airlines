       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02499.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- CHARTER PASSENGER LIST LOAD
      *
      * A TOUR OPERATOR THAT CHARTERS A WHOLE AIRCRAFT (CONTRACT ON
      * T119_CHARTER_CONTRACT, FLIGHTS ON T120_CHARTER_FLIGHT -- SEE
      * Z02498) SENDS ITS OWN PASSENGER LIST.  THIS JOB LOADS THAT
      * LIST THE WAY Z02349 LOADS THE EXTERNAL BOOKING FEED: EVERY
      * PASSENGER BECOMES A CONFIRMED T09 RESERVATION WITH A Z02456
      * RECORD LOCATOR AND A T04 SEAT, AND -- SINCE THE CHARTERER
      * GIVES US NAMES AND DOCUMENTS -- A T06 PASSENGER (REUSED WHEN
      * THE DOCUMENT NUMBER IS ALREADY ON FILE, AS Z02202'S
      * 7001-IF-PASSENGER-IN-BASE DOES) LINKED TO THE RESERVATION ON
      * T12 AND TO THE SEAT ON T04.PASSENGER_ID.
      *
      * THE CONTRACT IS GIVEN ON THE SYSIN CARD:
      *
      *    CONTRACT=NNNNNNNNN
      *
      * EACH LINE OF THE CHARTIN FILE IS A COMMA-SEPARATED RECORD:
      *
      *    FLIGHT_NUMBER,FLIGHT_DATE,LAST_NAME,FIRST_NAME,
      *         DOCUMENT_TYPE,DOCUMENT_NUMBER,NATIONALITY,ROW,SEAT
      *
      *    FLIGHT_NUMBER -- THE CHARTER FLIGHT'S NUMBER
      *    FLIGHT_DATE -- DEPARTURE DATE OF THE FLIGHT, YYYY-MM-DD
      *    LAST_NAME   -- PASSENGER LAST NAME
      *    FIRST_NAME  -- PASSENGER FIRST NAME
      *    DOCUMENT_TYPE -- '1' NATIONAL ID CARD, '2' PASSPORT (THE
      *                   T06 DOCUMENT_TYPE VALUES)
      *    DOCUMENT_NUMBER -- UP TO 12 CHARACTERS, THE T06
      *                   IDENTIFICATION_NUMBER
      *    NATIONALITY -- 3-CHARACTER COUNTRY CODE, MUST BE ON T03
      *    ROW         -- SEAT ROW NUMBER
      *    SEAT        -- SEAT LETTER
      *
      * A RECORD IS REJECTED, AND THE RUN GOES ON WITH THE NEXT ONE,
      * WHEN IT IS INCOMPLETE, ITS FLIGHT IS NOT ONE OF THIS
      * CONTRACT'S FLIGHTS, ITS SEAT IS ALREADY TAKEN (OR STILL
      * BLOCKED IN Z02377), ITS COUNTRY IS UNKNOWN, OR ITS DOCUMENT
      * NUMBER IS ON FILE UNDER ANOTHER NAME.  BECAUSE A SEAT ALREADY
      * LOADED IS 'TAKEN', A CORRECTED LIST CAN SIMPLY BE RUN AGAIN --
      * ONLY THE LINES THAT FAILED LAST TIME GO IN.  FOR THE SAME
      * REASON THE JOB IS NOT HELD TO ONE RUN A DAY BY THE Z02380
      * JOB-RUN REGISTRY: SEVERAL CONTRACTS' LISTS MAY LOAD ON ONE DAY.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARTER-LIST-FILE ASSIGN TO 'CHARTIN'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARTER-LIST-FILE.
       01  CHARTER-LIST-RECORD                  PIC X(150).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T09TAB END-EXEC.
           EXEC SQL INCLUDE T04TAB END-EXEC.
      * BOOKING REFERENCE PARM BLOCK (SEE Z02456)
           COPY ZZEC0268.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                        PIC S9(5).
               88 SO-SQLCODE-OK                 VALUE 000 100.
               88 SO-SQLCODE-NORMAL             VALUE 000.
               88 SO-SQLCODE-NOT-FOUND          VALUE 100.
           05 WS-SQLCODE-FORMAT                 PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-FILE                 PIC X VALUE 'N'.
               88 SO-END-OF-FILE                VALUE 'Y'.
           05 SW-IF-RECORD-VALID                PIC X VALUE 'Y'.
               88 SO-RECORD-VALID                VALUE 'Y'.
               88 SO-RECORD-INVALID              VALUE 'N'.
           05 SW-IF-FLIGHT-FOUND                PIC X VALUE 'N'.
               88 SO-FLIGHT-FOUND                VALUE 'Y'.
               88 SO-FLIGHT-NOT-FOUND            VALUE 'N'.
           05 SW-IF-SEAT-TAKEN                  PIC X VALUE 'N'.
               88 SO-SEAT-IS-TAKEN               VALUE 'Y'.
               88 SO-SEAT-IS-NOT-TAKEN           VALUE 'N'.
           05 SW-IF-PASSENGER-FOUND             PIC X VALUE 'N'.
               88 SO-PASSENGER-FOUND             VALUE 'Y'.
               88 SO-PASSENGER-NOT-FOUND         VALUE 'N'.
           05 SW-IF-FILE-OPEN                   PIC X VALUE 'N'.
               88 SO-FILE-OPEN                   VALUE 'Y'.

       01 CT-CONSTANTS.
           05 CT-CONFIRMED-STATUS-TEXT          PIC X(10)
                                                 VALUE 'CONFIRMED'.

       01 WS-PARM-TEXT                          PIC X(20) VALUE SPACE.
       01 WS-CONTRACT-ID                        PIC S9(9) COMP.
       01 WS-CONTRACT-ID-FORMAT                 PIC 9(9).
       01 WS-CHARTERER-NAME                     PIC X(30).

       01 WS-CSV-FIELDS.
           05 WS-CSV-FLIGHT-NUMBER              PIC X(15).
           05 WS-CSV-FLIGHT-DATE                PIC X(10).
           05 WS-CSV-LAST-NAME                  PIC X(50).
           05 WS-CSV-FIRST-NAME                 PIC X(50).
           05 WS-CSV-DOCUMENT-TYPE              PIC X(1).
           05 WS-CSV-DOCUMENT-NUMBER            PIC X(12).
           05 WS-CSV-NATIONALITY                PIC X(3).
           05 WS-CSV-SEAT-ROW                   PIC X(3).
           05 WS-CSV-SEAT-LETTER                PIC X(1).

       01 WS-UNSTRING-COUNT                     PIC S9(3) COMP.
       01 WS-TEMP-VARIABLE                      PIC X(3).
       01 WS-CHARTER-FLIGHT-COUNT               PIC S9(9) COMP.
       01 WS-COUNTRY-COUNT                      PIC S9(9) COMP.

       01 WS-PASSENGER-FIELDS.
           05 WS-PASSENGER-ID                   PIC S9(9) COMP.
           05 WS-PAX-NAME                       PIC X(50).
           05 WS-PAX-LAST-NAME                  PIC X(50).
           05 WS-PAX-CAN-FLY                    PIC X(1) VALUE 'Y'.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ                   PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-REJECTED               PIC S9(7) COMP VALUE 0.
           05 WS-PASSENGERS-CREATED             PIC S9(7) COMP VALUE 0.
           05 WS-RESERVATIONS-CREATED           PIC S9(7) COMP VALUE 0.

       01 WS-TOTALS-LINE1.
           05 FILLER                            PIC X(30)
              VALUE 'LIST RECORDS READ.............'.
           05 WS-TOTALS-READ                    PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                            PIC X(30)
              VALUE 'LIST RECORDS REJECTED.........'.
           05 WS-TOTALS-REJECTED                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                            PIC X(30)
              VALUE 'NEW PASSENGERS ON T06.........'.
           05 WS-TOTALS-PASSENGERS              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                            PIC X(30)
              VALUE 'RESERVATIONS CREATED..........'.
           05 WS-TOTALS-RESERVATIONS            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FILE
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02499 -- CHARTER PASSENGER LIST LOAD STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           PERFORM 7001-READ-CONTRACT
           DISPLAY 'Z02499 -- CONTRACT ' WS-CONTRACT-ID-FORMAT
                   ' ' WS-CHARTERER-NAME
           OPEN INPUT CHARTER-LIST-FILE
           SET SO-FILE-OPEN TO TRUE
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      ******************************************************************
       1010-PARSE-PARM.
           IF WS-PARM-TEXT(1:9) = 'CONTRACT=' AND
              WS-PARM-TEXT(10:9) IS NUMERIC THEN
              MOVE WS-PARM-TEXT(10:9) TO WS-CONTRACT-ID-FORMAT
              MOVE WS-CONTRACT-ID-FORMAT TO WS-CONTRACT-ID
           ELSE
              DISPLAY 'Z02499 -- INVALID PARM, EXPECTED '
                       'CONTRACT=NNNNNNNNN'
              DISPLAY '          GOT: ' WS-PARM-TEXT
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                      2000-PROCESS-FILE
      ******************************************************************
       2000-PROCESS-FILE.
           PERFORM 2010-READ-NEXT-RECORD
           PERFORM UNTIL SO-END-OF-FILE
              ADD 1 TO WS-RECORDS-READ
              PERFORM 2020-PARSE-RECORD
              PERFORM 2030-VALIDATE-RECORD
              IF SO-RECORD-VALID THEN
                 PERFORM 2040-LOAD-ONE-PASSENGER
              ELSE
                 ADD 1 TO WS-RECORDS-REJECTED
              END-IF
              PERFORM 2010-READ-NEXT-RECORD
           END-PERFORM
           .
      ******************************************************************
      *                    2010-READ-NEXT-RECORD
      ******************************************************************
       2010-READ-NEXT-RECORD.
           READ CHARTER-LIST-FILE
              AT END
                 SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                      2020-PARSE-RECORD
      ******************************************************************
       2020-PARSE-RECORD.
           MOVE SPACE TO WS-CSV-FIELDS
           MOVE 0 TO WS-UNSTRING-COUNT
           UNSTRING CHARTER-LIST-RECORD DELIMITED BY ','
               INTO WS-CSV-FLIGHT-NUMBER,
                    WS-CSV-FLIGHT-DATE,
                    WS-CSV-LAST-NAME,
                    WS-CSV-FIRST-NAME,
                    WS-CSV-DOCUMENT-TYPE,
                    WS-CSV-DOCUMENT-NUMBER,
                    WS-CSV-NATIONALITY,
                    WS-CSV-SEAT-ROW,
                    WS-CSV-SEAT-LETTER
               TALLYING IN WS-UNSTRING-COUNT
           END-UNSTRING
           .
      ******************************************************************
      *                     2030-VALIDATE-RECORD
      ******************************************************************
       2030-VALIDATE-RECORD.
           SET SO-RECORD-VALID TO TRUE
           IF WS-UNSTRING-COUNT NOT = 9 OR
                 WS-CSV-FLIGHT-NUMBER   = SPACE OR
                 WS-CSV-FLIGHT-DATE     = SPACE OR
                 WS-CSV-LAST-NAME       = SPACE OR
                 WS-CSV-FIRST-NAME      = SPACE OR
                 WS-CSV-DOCUMENT-NUMBER = SPACE OR
                 WS-CSV-NATIONALITY     = SPACE OR
                 WS-CSV-SEAT-ROW        = SPACE OR
                 WS-CSV-SEAT-LETTER     = SPACE THEN
              DISPLAY 'Z02499 -- REJECTED, INCOMPLETE RECORD: '
                                                 CHARTER-LIST-RECORD
              SET SO-RECORD-INVALID TO TRUE
           ELSE
              IF WS-CSV-DOCUMENT-TYPE NOT = '1' AND
                 WS-CSV-DOCUMENT-TYPE NOT = '2' THEN
                 DISPLAY 'Z02499 -- REJECTED, DOCUMENT TYPE MUST BE '
                         '1 OR 2: ' CHARTER-LIST-RECORD
                 SET SO-RECORD-INVALID TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *                   2040-LOAD-ONE-PASSENGER
      ******************************************************************
       2040-LOAD-ONE-PASSENGER.
           PERFORM 7040-FIND-FLIGHT
           IF SO-FLIGHT-FOUND THEN
              PERFORM 7041-CHECK-CHARTER-FLIGHT
           END-IF
           IF SO-FLIGHT-NOT-FOUND THEN
              DISPLAY 'Z02499 -- REJECTED, NOT A FLIGHT OF THIS '
                      'CONTRACT: ' WS-CSV-FLIGHT-NUMBER ' ON '
                      WS-CSV-FLIGHT-DATE
              ADD 1 TO WS-RECORDS-REJECTED
           ELSE
              PERFORM 7006-CHECK-IF-TAKEN
              IF SO-SEAT-IS-TAKEN THEN
                 DISPLAY 'Z02499 -- REJECTED, SEAT ALREADY TAKEN: '
                          WS-CSV-SEAT-ROW WS-CSV-SEAT-LETTER
                          ' ON ' WS-CSV-FLIGHT-NUMBER
                 ADD 1 TO WS-RECORDS-REJECTED
              ELSE
                 PERFORM 2050-RESOLVE-PASSENGER
                 IF SO-RECORD-VALID THEN
                    PERFORM 7016-GET-NEW-RESERVATION-ID
                    PERFORM 7017-INSERT-CONFIRMED-RESERVATION
                    PERFORM 7019-INSERT-RESERVATION-PASSENGER
                    PERFORM 7020-INSERT-BOOKED-SEAT
                    ADD 1 TO WS-RESERVATIONS-CREATED
                 ELSE
                    ADD 1 TO WS-RECORDS-REJECTED
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                   2050-RESOLVE-PASSENGER
      * THE DOCUMENT NUMBER FINDS THE T06 PASSENGER, AS IN Z02202'S
      * 7001-IF-PASSENGER-IN-BASE; THE NAME ON FILE MUST MATCH THE
      * LIST (Z02202'S 2120-CHECK-PASS-DATA).  A NEW PASSENGER IS
      * ADDED AFTER ITS COUNTRY IS CHECKED ON T03
      ******************************************************************
       2050-RESOLVE-PASSENGER.
           PERFORM 7030-FIND-PASSENGER
           IF SO-PASSENGER-FOUND THEN
              IF WS-PAX-LAST-NAME NOT = WS-CSV-LAST-NAME OR
                 WS-PAX-NAME      NOT = WS-CSV-FIRST-NAME THEN
                 DISPLAY 'Z02499 -- REJECTED, DOCUMENT '
                         WS-CSV-DOCUMENT-NUMBER
                         ' IS ON FILE UNDER ANOTHER NAME'
                 SET SO-RECORD-INVALID TO TRUE
              END-IF
           ELSE
              PERFORM 7032-CHECK-COUNTRY
              IF WS-COUNTRY-COUNT = 0 THEN
                 DISPLAY 'Z02499 -- REJECTED, UNKNOWN COUNTRY: '
                         WS-CSV-NATIONALITY
                 SET SO-RECORD-INVALID TO TRUE
              ELSE
                 PERFORM 7031-INSERT-PASSENGER
                 PERFORM 7030-FIND-PASSENGER
                 ADD 1 TO WS-PASSENGERS-CREATED
              END-IF
           END-IF
           .
      ******************************************************************
      *                     7001-READ-CONTRACT
      ******************************************************************
       7001-READ-CONTRACT.
           EXEC SQL
             SELECT CHARTERER_NAME
             INTO :WS-CHARTERER-NAME
             FROM T119_CHARTER_CONTRACT
             WHERE CONTRACT_ID = :WS-CONTRACT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              DISPLAY 'Z02499 -- NO CHARTER CONTRACT '
                      WS-CONTRACT-ID-FORMAT
              PERFORM 9999-EXIT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- CONTRACT LOOKUP FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                      7040-FIND-FLIGHT
      * SAME FLIGHT_NUMBER AND DEPARTURE DATE LOOKUP AS Z02349'S
      * 7040-FIND-FLIGHT
      ******************************************************************
       7040-FIND-FLIGHT.
           SET SO-FLIGHT-NOT-FOUND TO TRUE
           MOVE WS-CSV-FLIGHT-NUMBER TO T05-FLIGHT-NUMBER-TEXT
           COMPUTE T05-FLIGHT-NUMBER-LEN =
               FUNCTION LENGTH(WS-CSV-FLIGHT-NUMBER)
           EXEC SQL
             SELECT FLIGHT_ID
             INTO :T05-FLIGHT-ID
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_NUMBER = :T05-FLIGHT-NUMBER AND
                   DATE(DEPARTURE_TIMESTAMP) = :WS-CSV-FLIGHT-DATE
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-FLIGHT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- FLIGHT LOOKUP FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 7041-CHECK-CHARTER-FLIGHT
      * THE FLIGHT MUST BE ON T120 UNDER THIS CONTRACT -- A LIST CAN
      * NEVER PUT PASSENGERS ON A PUBLIC FLIGHT OR ANOTHER
      * CHARTERER'S
      ******************************************************************
       7041-CHECK-CHARTER-FLIGHT.
           MOVE 0 TO WS-CHARTER-FLIGHT-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CHARTER-FLIGHT-COUNT
             FROM T120_CHARTER_FLIGHT
             WHERE CONTRACT_ID = :WS-CONTRACT-ID
               AND FLIGHT_ID   = :T05-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- CHARTER FLIGHT CHECK FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-CHARTER-FLIGHT-COUNT = 0 THEN
              SET SO-FLIGHT-NOT-FOUND TO TRUE
           END-IF
           .
      ******************************************************************
      *                    7006-CHECK-IF-TAKEN
      * SAME SEAT-ALREADY-OCCUPIED CHECK AS Z02349'S 7006-CHECK-IF-
      * TAKEN -- A BLOCKED SEAT COUNTS AS TAKEN
      ******************************************************************
       7006-CHECK-IF-TAKEN.
           MOVE WS-CSV-SEAT-ROW    TO T04-ROW-NUMBER
           MOVE WS-CSV-SEAT-LETTER TO T04-SEAT-LETTER
           EXEC SQL
             SELECT ROW_NUMBER
             INTO :WS-TEMP-VARIABLE
             FROM T04_FLIGHT_SEATS
             WHERE
                ROW_NUMBER = :T04-ROW-NUMBER
             AND
                SEAT_LETTER = :T04-SEAT-LETTER
             AND
                FLIGHT_ID = :T05-FLIGHT-ID
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
               SET SO-SEAT-IS-TAKEN TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
               SET SO-SEAT-IS-NOT-TAKEN TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- SEAT CHECK FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7006' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                    7030-FIND-PASSENGER
      ******************************************************************
       7030-FIND-PASSENGER.
           SET SO-PASSENGER-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT PASSENGER_ID,
                    PASSENGER_NAME,
                    PASSENGER_LAST_NAME
             INTO :WS-PASSENGER-ID,
                  :WS-PAX-NAME,
                  :WS-PAX-LAST-NAME
             FROM T06_PASSENGERS_TABLE
             WHERE IDENTIFICATION_NUMBER = :WS-CSV-DOCUMENT-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-PASSENGER-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- PASSENGER LOOKUP FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   7031-INSERT-PASSENGER
      * SAME T06 REQUIRED COLUMNS AS Z02202'S 7007 INSERT; THE
      * OPTIONAL ONES ARE NOT ON A CHARTERER'S LIST AND STAY NULL
      ******************************************************************
       7031-INSERT-PASSENGER.
           EXEC SQL
             INSERT INTO T06_PASSENGERS_TABLE
                (PASSENGER_NAME, PASSENGER_LAST_NAME, DOCUMENT_TYPE,
                 NATIONALITY, IF_PASSENGER_CAN_FLY,
                 IDENTIFICATION_NUMBER)
             VALUES
                (:WS-CSV-FIRST-NAME, :WS-CSV-LAST-NAME,
                 :WS-CSV-DOCUMENT-TYPE, :WS-CSV-NATIONALITY,
                 :WS-PAX-CAN-FLY, :WS-CSV-DOCUMENT-NUMBER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- INSERT OF T06 ROW FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7031' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    7032-CHECK-COUNTRY
      ******************************************************************
       7032-CHECK-COUNTRY.
           MOVE 0 TO WS-COUNTRY-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-COUNTRY-COUNT
             FROM T03_COUNTRY_TABLE
             WHERE COUNTRY_CODE = :WS-CSV-NATIONALITY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- COUNTRY CHECK FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7032' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              7016-GET-NEW-RESERVATION-ID
      * SAME T20_ID_SEQUENCE DRAW AS Z02349'S
      * 7016-GET-NEW-RESERVATION-ID
      ******************************************************************
       7016-GET-NEW-RESERVATION-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :T09-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- RESERVATION ID SEQUENCE FETCH '
                       'FAILED, SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7016' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *             7017-INSERT-CONFIRMED-RESERVATION
      * SAME CONFIRMED T09 ROW AS Z02349'S 7017 -- A CHARTER SEAT IS
      * PAID FOR UNDER THE CONTRACT, SO THERE IS NO SELLING CARRIER
      * OR PARTNER TICKET
      ******************************************************************
       7017-INSERT-CONFIRMED-RESERVATION.
           MOVE WS-CSV-LAST-NAME TO T09-MAIN-PASSENGER-LAST-NAME
           PERFORM 7018-GET-RECORD-LOCATOR
           EXEC SQL
             INSERT INTO T09_RESERVATION_MAIN_PASSENGER_TABLE
                (RESERVATION_ID, MAIN_PASSENGER_LAST_NAME,
                 RESERVATION_STATUS, HOLD_TIMESTAMP, RECORD_LOCATOR)
             VALUES
                (:T09-RESERVATION-ID, :T09-MAIN-PASSENGER-LAST-NAME,
                 :CT-CONFIRMED-STATUS-TEXT, CURRENT TIMESTAMP,
                 :RLOC-RECORD-LOCATOR)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- INSERT OF T09 ROW FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7017' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7018-GET-RECORD-LOCATOR
      * SAME Z02456 BOOKING REFERENCE AS Z02349'S 7018
      ******************************************************************
       7018-GET-RECORD-LOCATOR.
           CALL 'Z02456' USING WS-ZZEC0268
           IF RLOC-RESULT NOT = 'O' THEN
              DISPLAY 'Z02499 -- RECORD LOCATOR NOT ASSIGNED FOR '
                      'RESERVATION ' T09-RESERVATION-ID
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *              7019-INSERT-RESERVATION-PASSENGER
      ******************************************************************
       7019-INSERT-RESERVATION-PASSENGER.
           EXEC SQL
             INSERT INTO T12_RESERVATION_PASSENGERS
                (RESERVATION_ID, PASSENGER_ID)
             VALUES
                (:T09-RESERVATION-ID, :WS-PASSENGER-ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- INSERT OF T12 ROW FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7019' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7020-INSERT-BOOKED-SEAT
      * SAME T04 INSERT SHAPE AS Z02349'S 7020, WITH THE PASSENGER
      * SITTING IN THE SEAT ALREADY KNOWN
      ******************************************************************
       7020-INSERT-BOOKED-SEAT.
           MOVE WS-CSV-SEAT-ROW    TO T04-ROW-NUMBER
           MOVE WS-CSV-SEAT-LETTER TO T04-SEAT-LETTER
           MOVE WS-PASSENGER-ID    TO T04-PASSENGER-ID
           EXEC SQL
             INSERT INTO T04_FLIGHT_SEATS
                (FLIGHT_ID, ROW_NUMBER, SEAT_LETTER, RESERVATION_ID,
                 PASSENGER_ID)
             VALUES
                (:T05-FLIGHT-ID, :T04-ROW-NUMBER, :T04-SEAT-LETTER,
                 :T09-RESERVATION-ID, :T04-PASSENGER-ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02499 -- INSERT OF T04 ROW FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RECORDS-READ         TO WS-TOTALS-READ
           MOVE WS-RECORDS-REJECTED     TO WS-TOTALS-REJECTED
           MOVE WS-PASSENGERS-CREATED   TO WS-TOTALS-PASSENGERS
           MOVE WS-RESERVATIONS-CREATED TO WS-TOTALS-RESERVATIONS
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02499  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-CONTRACT-ID-FORMAT TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           IF SO-FILE-OPEN THEN
              CLOSE CHARTER-LIST-FILE
           END-IF
           DISPLAY 'Z02499 -- CHARTER PASSENGER LIST LOAD ENDING'
           GOBACK
           .
