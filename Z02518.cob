       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02518.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MEDICALLY CLEARED PASSENGER LIST (MEDIF)
      *
      * THE STATION AND THE CABIN CREW OF A DEPARTURE CARRYING
      * PASSENGERS WITH A MEDICAL CLEARANCE (T136, APPROVED ON
      * Z02517 FOR THE LEGS ON T137 -- COLUMNS IN Z02202'S HEADER)
      * MUST KNOW WHO THEY ARE, WHERE THEY SIT, WHAT CONDITION AND
      * WHAT EQUIPMENT TO EXPECT (OXYGEN, STRETCHER, ...).  FOR EVERY
      * DEPARTURE OF THE PARM DAY WITH SUCH A PASSENGER ON BOARD
      * THIS JOB PRINTS ONE LIST: THE FLIGHT, THEN ONE LINE PER
      * PASSENGER (SEAT, NAME, SSR CODE, CONDITION CATEGORY,
      * EQUIPMENT, VALID UNTIL AND THE APPROVING DOCTOR), THEN THE
      * STATION AND SENIOR CABIN CREW SIGNATURE LINES.  A CLEARANCE
      * THAT RUNS OUT BEFORE THE DEPARTURE IS MARKED 'LAPSED' --
      * Z02519 WILL ALREADY HAVE PUT IT ON THE WORK QUEUE.
      *
      * IT RUNS BEFORE THE DAY'S FIRST DEPARTURE, THE SAME WAY AS
      * Z02477'S UM LIST, AND THE LISTS ARE ALSO STORED TO THE T52
      * REPORT REPOSITORY THROUGH Z02401:
      *
      *    DATE=YYYY-MM-DD   (NORMALLY TODAY'S DATE)
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
           EXEC SQL INCLUDE T05TAB END-EXEC.

      * THE DAY'S MEDICALLY CLEARED PASSENGERS, DEPARTURE BY
      * DEPARTURE IN STATION ORDER, PASSENGERS IN SEAT ORDER
           EXEC SQL
             DECLARE C-MEDIF-PASSENGERS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T05.DEPARTURE_TIMESTAMP,
                    COALESCE(T04.ROW_NUMBER, 0),
                    COALESCE(T04.SEAT_LETTER, ' '),
                    T06.PASSENGER_NAME,
                    T06.PASSENGER_LAST_NAME,
                    T136.SSR_CODE,
                    T136.CONDITION_CATEGORY,
                    T136.EQUIPMENT_NEEDED,
                    CHAR(T136.VALID_UNTIL),
                    T136.APPROVING_DOCTOR,
                    CASE WHEN T136.VALID_UNTIL <
                              DATE(T05.DEPARTURE_TIMESTAMP)
                         THEN 'LAPSED' ELSE ' ' END
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN T137_MEDICAL_CLEARANCE_LEG T137 ON
                   T137.FLIGHT_ID = T05.FLIGHT_ID
             INNER JOIN T136_MEDICAL_CLEARANCE T136 ON
                   T136.CLEARANCE_ID = T137.CLEARANCE_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T136.PASSENGER_ID
             LEFT OUTER JOIN T04_FLIGHT_SEATS T04 ON
                   T04.FLIGHT_ID    = T137.FLIGHT_ID
               AND T04.PASSENGER_ID = T136.PASSENGER_ID
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-DATE
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T136.CLEARANCE_STATUS = 'APPROVED'
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.DEPARTURE_TIMESTAMP,
                      T05.FLIGHT_ID,
                      6, 7
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
           05 CT-DELETED-STATUS.
               49 CT-DELETED-STATUS-LEN PIC S9(4) COMP VALUE 7.
               49 CT-DELETED-STATUS-TEXT PIC X(15) VALUE 'DELETED'.
           05 CT-CANCELED-STATUS.
               49 CT-CANCELED-STATUS-LEN PIC S9(4) COMP VALUE 8.
               49 CT-CANCELED-STATUS-TEXT PIC X(15) VALUE 'CANCELED'.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-PREVIOUS-FLIGHT-ID             PIC X(8) VALUE LOW-VALUES.

       01 WS-PASSENGER-FIELDS.
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-SEAT-LETTER                PIC X(1).
           05 WS-PASSENGER-FIRST-NAME       PIC X(50).
           05 WS-PASSENGER-LAST-NAME        PIC X(50).
           05 WS-SSR-CODE                   PIC X(4).
           05 WS-CONDITION-CATEGORY         PIC X(10).
           05 WS-EQUIPMENT-NEEDED           PIC X(30).
           05 WS-VALID-UNTIL                PIC X(10).
           05 WS-APPROVING-DOCTOR           PIC X(30).
           05 WS-LAPSED-FLAG                PIC X(6).

       01 WS-COUNTERS.
           05 WS-LISTS-PRINTED              PIC S9(7) COMP VALUE 0.
           05 WS-PASSENGERS-LISTED          PIC S9(7) COMP VALUE 0.
           05 WS-LAPSED-LISTED              PIC S9(7) COMP VALUE 0.

       01 WS-FLIGHT-HEADER.
           05 FILLER                        PIC X(15)
              VALUE 'MEDIF  FLIGHT  '.
           05 WS-HDR-FLIGHT-ID              PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-HDR-FLIGHT-NUMBER          PIC X(15).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-HDR-FROM                   PIC X(3).
           05 FILLER                        PIC X(1) VALUE '-'.
           05 WS-HDR-TO                     PIC X(3).
           05 FILLER                        PIC X(5) VALUE ' DEP '.
           05 WS-HDR-DEPARTURE              PIC X(16).

       01 WS-COLUMN-HEADER.
           05 FILLER                        PIC X(46)
              VALUE 'SEAT PASSENGER                 SSR  CONDITION '.
           05 FILLER                        PIC X(50)
              VALUE 'EQUIPMENT                      VALID UNTIL'.
           05 FILLER                        PIC X(36)
              VALUE '        DOCTOR'.

       01 WS-PASSENGER-LINE.
           05 WS-LINE-ROW                   PIC ZZ9.
           05 WS-LINE-SEAT-LETTER           PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-PASSENGER             PIC X(25).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-SSR-CODE              PIC X(4).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-CONDITION             PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-EQUIPMENT             PIC X(30).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-VALID-UNTIL           PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-LAPSED                PIC X(6).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-DOCTOR                PIC X(30).

       01 WS-SIGNATURE-LINE1                PIC X(60)
           VALUE 'STATION DUTY MANAGER SIGNATURE ___________________'.
       01 WS-SIGNATURE-LINE2                PIC X(60)
           VALUE 'SENIOR CABIN CREW SIGNATURE ______________________'.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'MEDIF LISTS PRINTED...........'.
           05 WS-TOTALS-LISTS               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'PASSENGERS LISTED.............'.
           05 WS-TOTALS-PASSENGERS          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE '  OF WHICH LAPSED.............'.
           05 WS-TOTALS-LAPSED              PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MEDIF-PASSENGERS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02518 -- MEDICAL CLEARANCE LIST STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:5) = 'DATE=' THEN
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           ELSE
              DISPLAY 'Z02518 -- PARM MUST BE DATE=YYYY-MM-DD'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           .
      ******************************************************************
      *                2000-PROCESS-MEDIF-PASSENGERS
      ******************************************************************
       2000-PROCESS-MEDIF-PASSENGERS.
           EXEC SQL
             OPEN C-MEDIF-PASSENGERS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02518 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-PASSENGER
           PERFORM UNTIL SO-END-OF-CURSOR
              IF T05-FLIGHT-ID NOT = WS-PREVIOUS-FLIGHT-ID THEN
                 IF WS-PREVIOUS-FLIGHT-ID NOT = LOW-VALUES THEN
                    PERFORM 2040-WRITE-SIGNATURE-LINES
                 END-IF
                 PERFORM 2020-WRITE-FLIGHT-HEADER
                 MOVE T05-FLIGHT-ID TO WS-PREVIOUS-FLIGHT-ID
              END-IF
              PERFORM 2030-WRITE-PASSENGER-LINE
              PERFORM 2010-FETCH-NEXT-PASSENGER
           END-PERFORM
           IF WS-PREVIOUS-FLIGHT-ID NOT = LOW-VALUES THEN
              PERFORM 2040-WRITE-SIGNATURE-LINES
           END-IF
           EXEC SQL
             CLOSE C-MEDIF-PASSENGERS
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-PASSENGER
      ******************************************************************
       2010-FETCH-NEXT-PASSENGER.
           EXEC SQL
             FETCH C-MEDIF-PASSENGERS
             INTO :T05-FLIGHT-ID,
                  :T05-FLIGHT-NUMBER,
                  :T05-DEPARTURE-AIRPORT-CODE,
                  :T05-ARRIVAL-AIRPORT-CODE,
                  :T05-DEPARTURE-TIMESTAMP,
                  :WS-ROW-NUMBER,
                  :WS-SEAT-LETTER,
                  :WS-PASSENGER-FIRST-NAME,
                  :WS-PASSENGER-LAST-NAME,
                  :WS-SSR-CODE,
                  :WS-CONDITION-CATEGORY,
                  :WS-EQUIPMENT-NEEDED,
                  :WS-VALID-UNTIL,
                  :WS-APPROVING-DOCTOR,
                  :WS-LAPSED-FLAG
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02518 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2020-WRITE-FLIGHT-HEADER
      ******************************************************************
       2020-WRITE-FLIGHT-HEADER.
           MOVE T05-FLIGHT-ID              TO WS-HDR-FLIGHT-ID
           MOVE T05-FLIGHT-NUMBER          TO WS-HDR-FLIGHT-NUMBER
           MOVE T05-DEPARTURE-AIRPORT-CODE TO WS-HDR-FROM
           MOVE T05-ARRIVAL-AIRPORT-CODE   TO WS-HDR-TO
           MOVE T05-DEPARTURE-TIMESTAMP    TO WS-HDR-DEPARTURE
           DISPLAY ' '
           DISPLAY WS-FLIGHT-HEADER
           DISPLAY WS-COLUMN-HEADER
           MOVE SPACE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-FLIGHT-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-COLUMN-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD 1 TO WS-LISTS-PRINTED
           .
      ******************************************************************
      *                 2030-WRITE-PASSENGER-LINE
      * A PASSENGER WITHOUT A SEAT YET (NOT CHECKED IN) SHOWS ROW 0
      ******************************************************************
       2030-WRITE-PASSENGER-LINE.
           MOVE WS-ROW-NUMBER         TO WS-LINE-ROW
           MOVE WS-SEAT-LETTER        TO WS-LINE-SEAT-LETTER
           MOVE SPACE                 TO WS-LINE-PASSENGER
           STRING WS-PASSENGER-LAST-NAME  DELIMITED BY SPACE
                  ' '                     DELIMITED BY SIZE
                  WS-PASSENGER-FIRST-NAME DELIMITED BY SPACE
             INTO WS-LINE-PASSENGER
           END-STRING
           MOVE WS-SSR-CODE           TO WS-LINE-SSR-CODE
           MOVE WS-CONDITION-CATEGORY TO WS-LINE-CONDITION
           MOVE WS-EQUIPMENT-NEEDED   TO WS-LINE-EQUIPMENT
           MOVE WS-VALID-UNTIL        TO WS-LINE-VALID-UNTIL
           MOVE WS-LAPSED-FLAG        TO WS-LINE-LAPSED
           MOVE WS-APPROVING-DOCTOR   TO WS-LINE-DOCTOR
           DISPLAY WS-PASSENGER-LINE
           MOVE WS-PASSENGER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD 1 TO WS-PASSENGERS-LISTED
           IF WS-LAPSED-FLAG NOT = SPACE THEN
              ADD 1 TO WS-LAPSED-LISTED
           END-IF
           .
      ******************************************************************
      *               2040-WRITE-SIGNATURE-LINES
      ******************************************************************
       2040-WRITE-SIGNATURE-LINES.
           DISPLAY WS-SIGNATURE-LINE1
           DISPLAY WS-SIGNATURE-LINE2
           MOVE WS-SIGNATURE-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-SIGNATURE-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-LISTS-PRINTED   TO WS-TOTALS-LISTS
           MOVE WS-PASSENGERS-LISTED TO WS-TOTALS-PASSENGERS
           MOVE WS-LAPSED-LISTED   TO WS-TOTALS-LAPSED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02518  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-DATE TO RPT-BUSINESS-DATE
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
           MOVE 'Z02518  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02518 -- MEDICAL CLEARANCE LIST ENDING'
           GOBACK
           .
