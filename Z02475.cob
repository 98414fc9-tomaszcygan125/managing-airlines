       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02475.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- DANGEROUS GOODS NOTOC (NOTIFICATION TO CAPTAIN)
      *
      * THE CAPTAIN MUST BE TOLD IN WRITING WHAT DANGEROUS GOODS ARE
      * IN THE HOLDS AND WHERE.  FOR EVERY DEPARTURE OF THE PARM DAY
      * CARRYING DG SHIPMENTS (T73_CARGO_SHIPMENT ROWS WITH A
      * DG_UN_NUMBER, ACCEPTED THROUGH Z02432) THIS JOB PRINTS ONE
      * NOTOC PAGE: THE FLIGHT, THEN ONE LINE PER DG SHIPMENT (UN
      * NUMBER, CLASS/DIVISION, PACKING GROUP, PIECES, NET QUANTITY,
      * HOLD, SHIPMENT ID), THEN THE CAPTAIN'S SIGNATURE LINE.
      *
      * IT RUNS RIGHT AFTER Z02433'S CARGO UPLIFT MANIFEST WITH THE
      * SAME PARM, AND THE PAGES ARE ALSO STORED TO THE T52 REPORT
      * REPOSITORY THROUGH Z02401:
      *
      *    DATE=YYYY-MM-DD   (NORMALLY TOMORROW'S DATE)
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

      * THE DAY'S DG SHIPMENTS, DEPARTURE BY DEPARTURE IN STATION
      * ORDER (THE SAME ORDER AS Z02433'S MANIFEST)
           EXEC SQL
             DECLARE C-DG-SHIPMENTS CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.DEPARTURE_TIMESTAMP,
                    T73.SHIPMENT_ID,
                    T73.HOLD_POSITION,
                    T73.PIECES,
                    T73.DG_UN_NUMBER,
                    T73.DG_CLASS,
                    T73.DG_PACKING_GROUP,
                    T73.DG_NET_QTY_KG
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN T73_CARGO_SHIPMENT T73 ON
                   T73.FLIGHT_ID = T05.FLIGHT_ID
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-DATE
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T73.DG_UN_NUMBER <> ' '
             ORDER BY T05.DEPARTURE_AIRPORT_CODE,
                      T05.DEPARTURE_TIMESTAMP,
                      T05.FLIGHT_ID,
                      T73.HOLD_POSITION,
                      T73.SHIPMENT_ID
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

       01 WS-SHIPMENT-FIELDS.
           05 WS-SHIPMENT-ID                PIC S9(9) COMP.
           05 WS-HOLD-POSITION              PIC X(3).
           05 WS-PIECES                     PIC S9(4) COMP.
           05 WS-DG-UN-NUMBER               PIC X(4).
           05 WS-DG-CLASS                   PIC X(3).
           05 WS-DG-PACKING-GROUP           PIC X(3).
           05 WS-DG-NET-QTY-KG              PIC S9(5) COMP.

       01 WS-COUNTERS.
           05 WS-NOTOCS-PRINTED             PIC S9(7) COMP VALUE 0.
           05 WS-DG-LINES-PRINTED           PIC S9(7) COMP VALUE 0.

       01 WS-FLIGHT-HEADER.
           05 FILLER                        PIC X(15)
              VALUE 'NOTOC  FLIGHT '.
           05 WS-HDR-FLIGHT-ID              PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-HDR-FLIGHT-NUMBER          PIC X(15).
           05 FILLER                        PIC X(6) VALUE ' FROM '.
           05 WS-HDR-STATION                PIC X(3).
           05 FILLER                        PIC X(5) VALUE ' DEP '.
           05 WS-HDR-DEPARTURE              PIC X(16).

       01 WS-COLUMN-HEADER                  PIC X(60)
           VALUE 'UN    CLASS PG   PIECES  NET KG HOLD  SHIPMENT-ID'.

       01 WS-DG-LINE.
           05 FILLER                        PIC X(2) VALUE 'UN'.
           05 WS-LINE-UN-NUMBER             PIC X(4).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-CLASS                 PIC X(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-PACKING-GROUP         PIC X(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-PIECES                PIC ZZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-NET-QTY               PIC ZZ,ZZ9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-HOLD                  PIC X(3).
           05 FILLER                        PIC X(3) VALUE SPACE.
           05 WS-LINE-SHIPMENT-ID           PIC 9(9).

       01 WS-SIGNATURE-LINE                 PIC X(60)
           VALUE 'CAPTAIN''S SIGNATURE ______________________________'.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'NOTOCS PRINTED................'.
           05 WS-TOTALS-NOTOCS              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'DG SHIPMENTS LISTED...........'.
           05 WS-TOTALS-DG-LINES            PIC ZZZ,ZZ9.

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
           PERFORM 2000-PROCESS-DG-SHIPMENTS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02475 -- DANGEROUS GOODS NOTOC STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:5) = 'DATE=' THEN
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           ELSE
              DISPLAY 'Z02475 -- PARM MUST BE DATE=YYYY-MM-DD'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           .
      ******************************************************************
      *                2000-PROCESS-DG-SHIPMENTS
      ******************************************************************
       2000-PROCESS-DG-SHIPMENTS.
           EXEC SQL
             OPEN C-DG-SHIPMENTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02475 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-SHIPMENT
           PERFORM UNTIL SO-END-OF-CURSOR
              IF T05-FLIGHT-ID NOT = WS-PREVIOUS-FLIGHT-ID THEN
                 IF WS-PREVIOUS-FLIGHT-ID NOT = LOW-VALUES THEN
                    PERFORM 2040-WRITE-SIGNATURE-LINE
                 END-IF
                 PERFORM 2020-WRITE-FLIGHT-HEADER
                 MOVE T05-FLIGHT-ID TO WS-PREVIOUS-FLIGHT-ID
              END-IF
              PERFORM 2030-WRITE-DG-LINE
              PERFORM 2010-FETCH-NEXT-SHIPMENT
           END-PERFORM
           IF WS-PREVIOUS-FLIGHT-ID NOT = LOW-VALUES THEN
              PERFORM 2040-WRITE-SIGNATURE-LINE
           END-IF
           EXEC SQL
             CLOSE C-DG-SHIPMENTS
           END-EXEC
           .
      ******************************************************************
      *                2010-FETCH-NEXT-SHIPMENT
      ******************************************************************
       2010-FETCH-NEXT-SHIPMENT.
           EXEC SQL
             FETCH C-DG-SHIPMENTS
             INTO :T05-FLIGHT-ID,
                  :T05-FLIGHT-NUMBER,
                  :T05-DEPARTURE-AIRPORT-CODE,
                  :T05-DEPARTURE-TIMESTAMP,
                  :WS-SHIPMENT-ID,
                  :WS-HOLD-POSITION,
                  :WS-PIECES,
                  :WS-DG-UN-NUMBER,
                  :WS-DG-CLASS,
                  :WS-DG-PACKING-GROUP,
                  :WS-DG-NET-QTY-KG
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02475 -- FETCH FAILED, SQLCODE '
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
           MOVE T05-DEPARTURE-AIRPORT-CODE TO WS-HDR-STATION
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
           ADD 1 TO WS-NOTOCS-PRINTED
           .
      ******************************************************************
      *                  2030-WRITE-DG-LINE
      ******************************************************************
       2030-WRITE-DG-LINE.
           MOVE WS-DG-UN-NUMBER     TO WS-LINE-UN-NUMBER
           MOVE WS-DG-CLASS         TO WS-LINE-CLASS
           MOVE WS-DG-PACKING-GROUP TO WS-LINE-PACKING-GROUP
           MOVE WS-PIECES           TO WS-LINE-PIECES
           MOVE WS-DG-NET-QTY-KG    TO WS-LINE-NET-QTY
           MOVE WS-HOLD-POSITION    TO WS-LINE-HOLD
           MOVE WS-SHIPMENT-ID      TO WS-LINE-SHIPMENT-ID
           DISPLAY WS-DG-LINE
           MOVE WS-DG-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           ADD 1 TO WS-DG-LINES-PRINTED
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
           MOVE WS-NOTOCS-PRINTED   TO WS-TOTALS-NOTOCS
           MOVE WS-DG-LINES-PRINTED TO WS-TOTALS-DG-LINES
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02475  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02475  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02475 -- DANGEROUS GOODS NOTOC ENDING'
           GOBACK
           .
