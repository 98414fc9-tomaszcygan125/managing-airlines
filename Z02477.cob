       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02477.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- UNACCOMPANIED MINOR LIST FOR CABIN CREW
      *
      * THE CABIN CREW OF A DEPARTURE CARRYING UNACCOMPANIED MINORS
      * (T98_UNACCOMPANIED_MINOR ROWS, BOOKED THROUGH Z02202) MUST
      * KNOW WHICH CHILDREN ARE IN THEIR CARE, WHERE THEY SIT AND
      * WHO MAY COLLECT THEM AT THE DESTINATION.  FOR EVERY
      * DEPARTURE OF THE PARM DAY WITH A UM ON BOARD THIS JOB
      * PRINTS ONE LIST: THE FLIGHT, THEN ONE LINE PER CHILD (SEAT,
      * NAME, DATE OF BIRTH, HANDOVER STATUS FROM Z02476, AND THE
      * COLLECTING GUARDIAN'S NAME, PHONE AND DOCUMENT), THEN THE
      * SENIOR CABIN CREW MEMBER'S SIGNATURE LINE.
      *
      * IT RUNS BEFORE THE DAY'S FIRST DEPARTURE, THE SAME WAY AS
      * Z02475'S NOTOC, AND THE LISTS ARE ALSO STORED TO THE T52
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

      * THE DAY'S UNACCOMPANIED MINORS, DEPARTURE BY DEPARTURE IN
      * STATION ORDER, CHILDREN IN SEAT ORDER
           EXEC SQL
             DECLARE C-UM-CHILDREN CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    T05.DEPARTURE_TIMESTAMP,
                    COALESCE(T04.ROW_NUMBER, 0),
                    COALESCE(T04.SEAT_LETTER, ' '),
                    T06.PASSENGER_NAME,
                    T06.PASSENGER_LAST_NAME,
                    COALESCE(T06.DATE_OF_BIRTH, ' '),
                    T98.UM_STATUS,
                    T98.COLLECT_NAME,
                    T98.COLLECT_PHONE,
                    T98.COLLECT_DOCUMENT
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN T98_UNACCOMPANIED_MINOR T98 ON
                   T98.FLIGHT_ID = T05.FLIGHT_ID
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T98.PASSENGER_ID
             LEFT OUTER JOIN T04_FLIGHT_SEATS T04 ON
                   T04.FLIGHT_ID    = T98.FLIGHT_ID
               AND T04.PASSENGER_ID = T98.PASSENGER_ID
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-DATE
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
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

       01 WS-CHILD-FIELDS.
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-SEAT-LETTER                PIC X(1).
           05 WS-CHILD-FIRST-NAME           PIC X(50).
           05 WS-CHILD-LAST-NAME            PIC X(50).
           05 WS-DATE-OF-BIRTH              PIC X(10).
           05 WS-UM-STATUS                  PIC X(10).
           05 WS-COLLECT-NAME               PIC X(30).
           05 WS-COLLECT-PHONE              PIC X(15).
           05 WS-COLLECT-DOC                PIC X(12).

       01 WS-COUNTERS.
           05 WS-LISTS-PRINTED              PIC S9(7) COMP VALUE 0.
           05 WS-CHILDREN-LISTED            PIC S9(7) COMP VALUE 0.

       01 WS-FLIGHT-HEADER.
           05 FILLER                        PIC X(15)
              VALUE 'UM LIST FLIGHT '.
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
           05 FILLER                        PIC X(48)
              VALUE 'SEAT CHILD                     BORN       STATUS'.
           05 FILLER                        PIC X(52)
              VALUE '     COLLECTED BY             PHONE           DOC'.

       01 WS-CHILD-LINE.
           05 WS-LINE-ROW                   PIC ZZ9.
           05 WS-LINE-SEAT-LETTER           PIC X(1).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-CHILD                 PIC X(25).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-BORN                  PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-STATUS                PIC X(10).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-COLLECT-NAME          PIC X(25).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-COLLECT-PHONE         PIC X(15).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-COLLECT-DOC           PIC X(12).

       01 WS-SIGNATURE-LINE                 PIC X(60)
           VALUE 'SENIOR CABIN CREW SIGNATURE ______________________'.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'UM LISTS PRINTED..............'.
           05 WS-TOTALS-LISTS               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'CHILDREN LISTED...............'.
           05 WS-TOTALS-CHILDREN            PIC ZZZ,ZZ9.

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
           PERFORM 2000-PROCESS-UM-CHILDREN
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02477 -- UNACCOMPANIED MINOR LIST STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:5) = 'DATE=' THEN
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           ELSE
              DISPLAY 'Z02477 -- PARM MUST BE DATE=YYYY-MM-DD'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           .
      ******************************************************************
      *                2000-PROCESS-UM-CHILDREN
      ******************************************************************
       2000-PROCESS-UM-CHILDREN.
           EXEC SQL
             OPEN C-UM-CHILDREN
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02477 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-CHILD
           PERFORM UNTIL SO-END-OF-CURSOR
              IF T05-FLIGHT-ID NOT = WS-PREVIOUS-FLIGHT-ID THEN
                 IF WS-PREVIOUS-FLIGHT-ID NOT = LOW-VALUES THEN
                    PERFORM 2040-WRITE-SIGNATURE-LINE
                 END-IF
                 PERFORM 2020-WRITE-FLIGHT-HEADER
                 MOVE T05-FLIGHT-ID TO WS-PREVIOUS-FLIGHT-ID
              END-IF
              PERFORM 2030-WRITE-CHILD-LINE
              PERFORM 2010-FETCH-NEXT-CHILD
           END-PERFORM
           IF WS-PREVIOUS-FLIGHT-ID NOT = LOW-VALUES THEN
              PERFORM 2040-WRITE-SIGNATURE-LINE
           END-IF
           EXEC SQL
             CLOSE C-UM-CHILDREN
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-CHILD
      ******************************************************************
       2010-FETCH-NEXT-CHILD.
           EXEC SQL
             FETCH C-UM-CHILDREN
             INTO :T05-FLIGHT-ID,
                  :T05-FLIGHT-NUMBER,
                  :T05-DEPARTURE-AIRPORT-CODE,
                  :T05-ARRIVAL-AIRPORT-CODE,
                  :T05-DEPARTURE-TIMESTAMP,
                  :WS-ROW-NUMBER,
                  :WS-SEAT-LETTER,
                  :WS-CHILD-FIRST-NAME,
                  :WS-CHILD-LAST-NAME,
                  :WS-DATE-OF-BIRTH,
                  :WS-UM-STATUS,
                  :WS-COLLECT-NAME,
                  :WS-COLLECT-PHONE,
                  :WS-COLLECT-DOC
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02477 -- FETCH FAILED, SQLCODE '
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
      *                 2030-WRITE-CHILD-LINE
      * A CHILD WITHOUT A SEAT YET (NOT CHECKED IN) SHOWS ROW 0
      ******************************************************************
       2030-WRITE-CHILD-LINE.
           MOVE WS-ROW-NUMBER       TO WS-LINE-ROW
           MOVE WS-SEAT-LETTER      TO WS-LINE-SEAT-LETTER
           MOVE SPACE               TO WS-LINE-CHILD
           STRING WS-CHILD-LAST-NAME  DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-CHILD-FIRST-NAME DELIMITED BY SPACE
             INTO WS-LINE-CHILD
           END-STRING
           MOVE WS-DATE-OF-BIRTH    TO WS-LINE-BORN
           MOVE WS-UM-STATUS        TO WS-LINE-STATUS
           MOVE WS-COLLECT-NAME     TO WS-LINE-COLLECT-NAME
           MOVE WS-COLLECT-PHONE    TO WS-LINE-COLLECT-PHONE
           MOVE WS-COLLECT-DOC      TO WS-LINE-COLLECT-DOC
           DISPLAY WS-CHILD-LINE
           MOVE WS-CHILD-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD 1 TO WS-CHILDREN-LISTED
           .
      ******************************************************************
      *               2040-WRITE-SIGNATURE-LINE
      ******************************************************************
       2040-WRITE-SIGNATURE-LINE.
           DISPLAY WS-SIGNATURE-LINE
           MOVE WS-SIGNATURE-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-LISTS-PRINTED   TO WS-TOTALS-LISTS
           MOVE WS-CHILDREN-LISTED TO WS-TOTALS-CHILDREN
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02477  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02477  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02477 -- UNACCOMPANIED MINOR LIST ENDING'
           GOBACK
           .
