       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02551.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- DAILY LOST PROPERTY FOLLOW-UP
      *
      * ITEMS LEFT ON BOARD ARE KEPT ON T161_LOST_PROPERTY BY THE
      * Z02549 SCREEN AND THE ITEMS SENT ON TO THEIR OWNERS ON
      * T162_LOST_PROPERTY_SHIPMENT.  EVERY DAY THIS JOB LISTS:
      *
      *   - THE DISPOSAL LIST -- ITEMS STILL STORED AFTER THE HOLDING
      *     PERIOD, T87 PARAMETER LOST-PROPERTY-DISPOSE-DAYS (DEFAULT
      *     CT-DISPOSE-DAYS), BY STORAGE STATION SO EACH STATION CAN
      *     CLEAR ITS SHELF AND MARK THE ITEMS 'D' ON Z02549
      *   - THE CHASE LIST -- SHIPMENTS STILL IN TRANSIT AFTER
      *     LOST-PROPERTY-SHIP-DAYS (DEFAULT CT-SHIP-DAYS), WITH THE
      *     CARRIER AND TRACKING NUMBER TO CHASE
      *
      * THEN THE TOTALS, INCLUDING WHAT IS STILL STORED.  PRINTED AND
      * STORED TO THE T52 REPOSITORY THROUGH Z02401.  NO SYSIN CARD --
      * THE LISTS ARE ALWAYS AS OF TODAY.
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

      * STORED ITEMS PAST THE HOLDING PERIOD, OLDEST FIRST BY STATION
           EXEC SQL
             DECLARE C-DISPOSAL-ITEMS CURSOR FOR
             SELECT STORAGE_STATION,
                    ITEM_ID,
                    FLIGHT_ID,
                    CHAR(FOUND_DATE, ISO),
                    DAYS(CURRENT DATE) - DAYS(FOUND_DATE),
                    DESCRIPTION
             FROM T161_LOST_PROPERTY
             WHERE ITEM_STATUS = 'STORED'
               AND DAYS(CURRENT DATE) - DAYS(FOUND_DATE)
                   >= :WS-DISPOSE-DAYS
             ORDER BY STORAGE_STATION, FOUND_DATE, ITEM_ID
             FOR FETCH ONLY
           END-EXEC

      * SHIPMENTS NOT DELIVERED WITHIN THE EXPECTED TIME
           EXEC SQL
             DECLARE C-LATE-SHIPMENTS CURSOR FOR
             SELECT T162.ITEM_ID,
                    T161.STORAGE_STATION,
                    CHAR(T162.SHIPPED_DATE, ISO),
                    DAYS(CURRENT DATE) - DAYS(T162.SHIPPED_DATE),
                    T162.CARRIER,
                    T162.TRACKING_NUMBER
             FROM T162_LOST_PROPERTY_SHIPMENT T162
             INNER JOIN T161_LOST_PROPERTY T161
                ON T161.ITEM_ID = T162.ITEM_ID
             WHERE T162.SHIP_STATUS = 'IN TRANSIT'
               AND DAYS(CURRENT DATE) - DAYS(T162.SHIPPED_DATE)
                   >= :WS-SHIP-DAYS
             ORDER BY T162.SHIPPED_DATE, T162.ITEM_ID
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
      * PERIODS WHEN T87 HAS NO LOST-PROPERTY-DISPOSE-DAYS OR
      * LOST-PROPERTY-SHIP-DAYS -- THE SAME DEFAULT AS Z02549
           05 CT-DISPOSE-DAYS               PIC S9(9)V99 COMP-3
                                               VALUE 90.
           05 CT-SHIP-DAYS                  PIC S9(9)V99 COMP-3
                                               VALUE 14.

       01 WS-ITEM-FIELDS.
           05 WS-DISPOSE-DAYS               PIC S9(9) COMP.
           05 WS-SHIP-DAYS                  PIC S9(9) COMP.
           05 WS-STATION                    PIC X(3).
           05 WS-PREVIOUS-STATION           PIC X(3) VALUE SPACE.
           05 WS-ITEM-ID                    PIC S9(9) COMP.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-ITEM-DATE                  PIC X(10).
           05 WS-DAYS-HELD                  PIC S9(9) COMP.
           05 WS-DESCRIPTION                PIC X(40).
           05 WS-CARRIER                    PIC X(10).
           05 WS-TRACKING-NUMBER            PIC X(20).

       01 WS-COUNTERS.
           05 WS-TOTAL-TO-DISPOSE           PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-STATIONS             PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-LATE                 PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-STORED               PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-IN-TRANSIT           PIC S9(7) COMP VALUE 0.

       01 WS-DISPOSAL-HEADER.
           05 FILLER                        PIC X(36) VALUE
              'STN      ITEM FLIGHT   FOUND       D'.
           05 FILLER                        PIC X(16) VALUE
              'AYS DESCRIPTION'.

       01 WS-DISPOSAL-LINE.
           05 WS-DISP-STATION               PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DISP-ITEM                  PIC Z(8)9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DISP-FLIGHT                PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DISP-DATE                  PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DISP-DAYS                  PIC ZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-DISP-DESCRIPTION           PIC X(40).

       01 WS-CHASE-HEADER.
           05 FILLER                        PIC X(36) VALUE
              '     ITEM STN SHIPPED     DAYS CARRI'.
           05 FILLER                        PIC X(21) VALUE
              'ER    TRACKING NUMBER'.

       01 WS-CHASE-LINE.
           05 WS-CHASE-ITEM                 PIC Z(8)9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CHASE-STATION              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CHASE-DATE                 PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CHASE-DAYS                 PIC ZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CHASE-CARRIER              PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CHASE-TRACKING             PIC X(20).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'ITEMS DUE FOR DISPOSAL........'.
           05 WS-TOTALS-TO-DISPOSE          PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'STATIONS WITH ITEMS TO DISPOSE'.
           05 WS-TOTALS-STATIONS            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'SHIPMENTS TO CHASE............'.
           05 WS-TOTALS-LATE                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'ITEMS STORED IN ALL...........'.
           05 WS-TOTALS-STORED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'SHIPMENTS IN TRANSIT IN ALL...'.
           05 WS-TOTALS-IN-TRANSIT          PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-DISPOSALS
           PERFORM 3000-LIST-LATE-SHIPMENTS
           PERFORM 2800-COUNT-OPEN-ITEMS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02551 -- LOST PROPERTY FOLLOW-UP STARTING'
           MOVE SPACE                        TO PARM-SCOPE
           MOVE SPACE                        TO PARM-AS-OF-DATE
           MOVE 'LOST-PROPERTY-DISPOSE-DAYS' TO PARM-NAME
           MOVE CT-DISPOSE-DAYS              TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-DISPOSE-DAYS
           MOVE SPACE                        TO PARM-SCOPE
           MOVE SPACE                        TO PARM-AS-OF-DATE
           MOVE 'LOST-PROPERTY-SHIP-DAYS'    TO PARM-NAME
           MOVE CT-SHIP-DAYS                 TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-SHIP-DAYS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'LOST PROPERTY FOLLOW-UP FOR ' WS-TODAY-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                   2000-LIST-DISPOSALS
      ******************************************************************
       2000-LIST-DISPOSALS.
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-DISPOSE-DAYS TO WS-DISP-DAYS
           STRING 'ITEMS STORED ' WS-DISP-DAYS
                  ' DAYS OR MORE -- TO BE DISPOSED'
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-DISPOSAL-HEADER
           MOVE WS-DISPOSAL-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-DISPOSAL-ITEMS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02551 -- OPEN OF DISPOSAL CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-DISPOSAL
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-LIST-ONE-DISPOSAL
              PERFORM 2010-FETCH-NEXT-DISPOSAL
           END-PERFORM
           EXEC SQL
             CLOSE C-DISPOSAL-ITEMS
           END-EXEC
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-DISPOSAL
      ******************************************************************
       2010-FETCH-NEXT-DISPOSAL.
           EXEC SQL
             FETCH C-DISPOSAL-ITEMS
             INTO :WS-STATION,
                  :WS-ITEM-ID,
                  :WS-FLIGHT-ID,
                  :WS-ITEM-DATE,
                  :WS-DAYS-HELD,
                  :WS-DESCRIPTION
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02551 -- FETCH OF DISPOSAL CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-LIST-ONE-DISPOSAL
      * THE STATION IS PRINTED ON ITS FIRST ITEM ONLY
      ******************************************************************
       2020-LIST-ONE-DISPOSAL.
           ADD 1 TO WS-TOTAL-TO-DISPOSE
           IF WS-STATION NOT = WS-PREVIOUS-STATION THEN
              ADD 1 TO WS-TOTAL-STATIONS
              MOVE WS-STATION TO WS-PREVIOUS-STATION
              MOVE WS-STATION TO WS-DISP-STATION
           ELSE
              MOVE SPACE      TO WS-DISP-STATION
           END-IF
           MOVE WS-ITEM-ID     TO WS-DISP-ITEM
           MOVE WS-FLIGHT-ID   TO WS-DISP-FLIGHT
           MOVE WS-ITEM-DATE   TO WS-DISP-DATE
           MOVE WS-DAYS-HELD   TO WS-DISP-DAYS
           MOVE WS-DESCRIPTION TO WS-DISP-DESCRIPTION
           DISPLAY WS-DISPOSAL-LINE
           MOVE WS-DISPOSAL-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 3000-LIST-LATE-SHIPMENTS
      ******************************************************************
       3000-LIST-LATE-SHIPMENTS.
           DISPLAY ' '
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-SHIP-DAYS TO WS-CHASE-DAYS
           STRING 'SHIPMENTS IN TRANSIT ' WS-CHASE-DAYS
                  ' DAYS OR MORE -- TO BE CHASED'
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-CHASE-HEADER
           MOVE WS-CHASE-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-LATE-SHIPMENTS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02551 -- OPEN OF SHIPMENT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-SHIPMENT
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 3020-LIST-ONE-SHIPMENT
              PERFORM 3010-FETCH-NEXT-SHIPMENT
           END-PERFORM
           EXEC SQL
             CLOSE C-LATE-SHIPMENTS
           END-EXEC
           .
      ******************************************************************
      *                 3010-FETCH-NEXT-SHIPMENT
      ******************************************************************
       3010-FETCH-NEXT-SHIPMENT.
           EXEC SQL
             FETCH C-LATE-SHIPMENTS
             INTO :WS-ITEM-ID,
                  :WS-STATION,
                  :WS-ITEM-DATE,
                  :WS-DAYS-HELD,
                  :WS-CARRIER,
                  :WS-TRACKING-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02551 -- FETCH OF SHIPMENT CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  3020-LIST-ONE-SHIPMENT
      ******************************************************************
       3020-LIST-ONE-SHIPMENT.
           ADD 1 TO WS-TOTAL-LATE
           MOVE WS-ITEM-ID         TO WS-CHASE-ITEM
           MOVE WS-STATION         TO WS-CHASE-STATION
           MOVE WS-ITEM-DATE       TO WS-CHASE-DATE
           MOVE WS-DAYS-HELD       TO WS-CHASE-DAYS
           MOVE WS-CARRIER         TO WS-CHASE-CARRIER
           MOVE WS-TRACKING-NUMBER TO WS-CHASE-TRACKING
           DISPLAY WS-CHASE-LINE
           MOVE WS-CHASE-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                  2800-COUNT-OPEN-ITEMS
      ******************************************************************
       2800-COUNT-OPEN-ITEMS.
           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM T161_LOST_PROPERTY
                      WHERE ITEM_STATUS = 'STORED'),
                    (SELECT COUNT(*)
                       FROM T162_LOST_PROPERTY_SHIPMENT
                      WHERE SHIP_STATUS = 'IN TRANSIT')
             INTO :WS-TOTAL-STORED,
                  :WS-TOTAL-IN-TRANSIT
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02551 -- COUNT OF OPEN ITEMS FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2800' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-TOTAL-TO-DISPOSE TO WS-TOTALS-TO-DISPOSE
           MOVE WS-TOTAL-STATIONS   TO WS-TOTALS-STATIONS
           MOVE WS-TOTAL-LATE       TO WS-TOTALS-LATE
           MOVE WS-TOTAL-STORED     TO WS-TOTALS-STORED
           MOVE WS-TOTAL-IN-TRANSIT TO WS-TOTALS-IN-TRANSIT
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02551  ' TO RPT-REPORT-TYPE
           MOVE WS-TODAY-DATE TO RPT-BUSINESS-DATE
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
           MOVE 'Z02551  '   TO ERRL-PROGRAM-ID
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
           DISPLAY 'Z02551 -- LOST PROPERTY FOLLOW-UP ENDING'
           GOBACK
           .
