       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02473.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- POSITIVE PASSENGER / BAG MATCH AT BOARDING CLOSE
      *
      * NO BAG MAY FLY WITHOUT ITS OWNER ON BOARD.  UNTIL NOW THE
      * MATCH WAS DONE ON PAPER.  RUN FOR ONE FLIGHT WHEN THE GATE
      * CLOSES (AND AGAIN ON DEMAND -- THE SAME CHECK IS ON SCREEN IN
      * Z02474), THIS JOB SETS THE T42_BAG_TAG ROWS AGAINST THE
      * PASSENGERS THE GATE SCANNED ON BOARD (T04 BOARDED_TIMESTAMP,
      * SET BY Z02472) AND LISTS:
      *
      *   OFFLOAD    -- A BAG IN THE HOLD ('LOADED', OR ALREADY
      *                 FLAGGED 'OFFLOAD' BUT NOT YET SCANNED OFF)
      *                 WHOSE OWNER HAS NOT BOARDED, WITH THE HOLD
      *                 POSITION THE LOADING SCAN GAVE (Z02385 POS=)
      *   NOT LOADED -- A BAG STILL 'CHECKED' WHOSE OWNER HAS
      *                 BOARDED
      *
      * THE FLIGHT IS MATCHED WHEN BOTH LISTS ARE EMPTY.  Z02356 WILL
      * NOT CLOSE OUT A FLIGHT WITH EITHER LIST NON-EMPTY UNLESS A
      * SUPERVISOR HAS OVERRIDDEN THAT EXACT MISMATCH ON Z02474
      * (T97_BAG_MATCH_OVERRIDE -- LAYOUT IN Z02474'S HEADER); ANY
      * OVERRIDE ON FILE IS SHOWN AT THE FOOT OF THE REPORT.
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  SCOPE COMES ON THE SYSIN CARD, THE SAME
      * CONVENTION Z02425 USES AT CHECK-IN CLOSE:
      *
      *    FLIGHT=nnnnnnnn
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

      * EVERY BAG ON THE FLIGHT THAT DOES NOT MATCH ITS OWNER --
      * 'O' OFFLOAD FIRST, THEN 'N' NOT LOADED
           EXEC SQL
             DECLARE C-MISMATCHED-BAGS CURSOR FOR
             SELECT CASE WHEN T42.BAG_STATUS = 'CHECKED'
                         THEN 'N' ELSE 'O' END,
                    T42.TAG_NUMBER,
                    COALESCE(T42.HOLD_POSITION, ' '),
                    T06.PASSENGER_LAST_NAME
             FROM T42_BAG_TAG T42
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T42.PASSENGER_ID
             WHERE T42.FLIGHT_ID = :WS-FLIGHT-ID
               AND ((T42.BAG_STATUS IN ('LOADED', 'OFFLOAD')
                     AND NOT EXISTS
                         (SELECT 1 FROM T04_FLIGHT_SEATS T04
                           WHERE T04.FLIGHT_ID = T42.FLIGHT_ID
                             AND T04.PASSENGER_ID = T42.PASSENGER_ID
                             AND T04.BOARDED_TIMESTAMP IS NOT NULL))
                 OR (T42.BAG_STATUS = 'CHECKED'
                     AND EXISTS
                         (SELECT 1 FROM T04_FLIGHT_SEATS T04
                           WHERE T04.FLIGHT_ID = T42.FLIGHT_ID
                             AND T04.PASSENGER_ID = T42.PASSENGER_ID
                             AND T04.BOARDED_TIMESTAMP IS NOT NULL)))
             ORDER BY 1 DESC, 3, T42.TAG_NUMBER
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
           05 SW-MISMATCH-TYPE              PIC X VALUE SPACE.
               88 SO-MISMATCH-OFFLOAD       VALUE 'O'.
               88 SO-MISMATCH-NOT-LOADED    VALUE 'N'.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-FLIGHT-ID                      PIC X(8) VALUE SPACE.

       01 WS-FETCH-FIELDS.
           05 WS-TAG-NUMBER                 PIC S9(9) COMP.
           05 WS-HOLD-POSITION              PIC X(8).
           05 WS-LAST-NAME                  PIC X(50).

       01 WS-FLIGHT-FIELDS.
           05 WS-BOARDED-COUNT              PIC S9(7) COMP VALUE 0.
           05 WS-LOADED-COUNT               PIC S9(7) COMP VALUE 0.

       01 WS-OVERRIDE-FIELDS.
           05 WS-OVERRIDE-BY                PIC X(8).
           05 WS-OVERRIDE-REASON            PIC X(30).
           05 WS-OVERRIDE-OFFLOAD           PIC S9(4) COMP.
           05 WS-OVERRIDE-NOT-LOADED        PIC S9(4) COMP.
           05 WS-OVERRIDE-TS                PIC X(26).

       01 WS-COUNTERS.
           05 WS-OFFLOAD-COUNT              PIC S9(7) COMP VALUE 0.
           05 WS-NOT-LOADED-COUNT           PIC S9(7) COMP VALUE 0.

       01 WS-REPORT-LINE.
           05 WS-LINE-ACTION                PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-TAG                   PIC 9(9).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-POSITION              PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-LAST-NAME             PIC X(30).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'PASSENGERS BOARDED............'.
           05 WS-TOTALS-BOARDED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'BAGS IN THE HOLD..............'.
           05 WS-TOTALS-LOADED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'BAGS TO OFFLOAD...............'.
           05 WS-TOTALS-OFFLOAD             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'BOARDED, BAG NOT LOADED.......'.
           05 WS-TOTALS-NOT-LOADED          PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

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
           PERFORM 2000-MATCH-THE-BAGS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02473 -- PASSENGER BAG MATCH STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:7) = 'FLIGHT=' THEN
              MOVE WS-PARM-TEXT(8:8) TO WS-FLIGHT-ID
           ELSE
              DISPLAY 'Z02473 -- PARM MUST BE FLIGHT=nnnnnnnn'
              PERFORM 9999-EXIT
           END-IF
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'PASSENGER / BAG MATCH FOR FLIGHT ' WS-FLIGHT-ID
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           PERFORM 7001-COUNT-THE-FLIGHT
           .
      ******************************************************************
      *                  2000-MATCH-THE-BAGS
      ******************************************************************
       2000-MATCH-THE-BAGS.
           EXEC SQL
             OPEN C-MISMATCHED-BAGS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02473 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-BAG
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-WRITE-BAG-LINE
              PERFORM 2010-FETCH-NEXT-BAG
           END-PERFORM
           EXEC SQL
             CLOSE C-MISMATCHED-BAGS
           END-EXEC
           .
      ******************************************************************
      *                   2010-FETCH-NEXT-BAG
      ******************************************************************
       2010-FETCH-NEXT-BAG.
           EXEC SQL
             FETCH C-MISMATCHED-BAGS
             INTO :SW-MISMATCH-TYPE,
                  :WS-TAG-NUMBER,
                  :WS-HOLD-POSITION,
                  :WS-LAST-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02473 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   2020-WRITE-BAG-LINE
      ******************************************************************
       2020-WRITE-BAG-LINE.
           IF SO-MISMATCH-OFFLOAD THEN
              MOVE 'OFFLOAD'    TO WS-LINE-ACTION
              ADD 1 TO WS-OFFLOAD-COUNT
           ELSE
              MOVE 'NOT LOADED' TO WS-LINE-ACTION
              ADD 1 TO WS-NOT-LOADED-COUNT
           END-IF
           MOVE WS-TAG-NUMBER    TO WS-LINE-TAG
           MOVE WS-HOLD-POSITION TO WS-LINE-POSITION
           MOVE WS-LAST-NAME     TO WS-LINE-LAST-NAME
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-BOARDED-COUNT    TO WS-TOTALS-BOARDED
           MOVE WS-LOADED-COUNT     TO WS-TOTALS-LOADED
           MOVE WS-OFFLOAD-COUNT    TO WS-TOTALS-OFFLOAD
           MOVE WS-NOT-LOADED-COUNT TO WS-TOTALS-NOT-LOADED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           IF WS-OFFLOAD-COUNT = 0 AND WS-NOT-LOADED-COUNT = 0 THEN
              MOVE 'FLIGHT MATCHED -- CLEAR TO CLOSE OUT'
                TO WS-REPORT-BUFFER
           ELSE
              MOVE 'MISMATCH -- CLOSE-OUT HELD UNTIL CLEARED'
                TO WS-REPORT-BUFFER
           END-IF
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           PERFORM 7002-READ-THE-OVERRIDE
           .
      ******************************************************************
      *                   7001-COUNT-THE-FLIGHT
      ******************************************************************
       7001-COUNT-THE-FLIGHT.
           EXEC SQL
             SELECT (SELECT COUNT(*) FROM T04_FLIGHT_SEATS
                      WHERE FLIGHT_ID = :WS-FLIGHT-ID
                        AND BOARDED_TIMESTAMP IS NOT NULL),
                    (SELECT COUNT(*) FROM T42_BAG_TAG
                      WHERE FLIGHT_ID = :WS-FLIGHT-ID
                        AND BAG_STATUS IN ('LOADED', 'OFFLOAD'))
             INTO :WS-BOARDED-COUNT,
                  :WS-LOADED-COUNT
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              DISPLAY 'Z02473 -- FLIGHT ' WS-FLIGHT-ID ' NOT FOUND'
              PERFORM 9999-EXIT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02473 -- FLIGHT COUNT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  7002-READ-THE-OVERRIDE
      ******************************************************************
       7002-READ-THE-OVERRIDE.
           EXEC SQL
             SELECT OVERRIDE_BY, OVERRIDE_REASON,
                    LOADED_NOT_BOARDED, BOARDED_NOT_LOADED,
                    CHAR(OVERRIDE_TIMESTAMP)
             INTO :WS-OVERRIDE-BY, :WS-OVERRIDE-REASON,
                  :WS-OVERRIDE-OFFLOAD, :WS-OVERRIDE-NOT-LOADED,
                  :WS-OVERRIDE-TS
             FROM T97_BAG_MATCH_OVERRIDE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE SPACE TO WS-REPORT-BUFFER
              STRING 'SUPERVISOR OVERRIDE BY ' WS-OVERRIDE-BY
                     ' AT ' WS-OVERRIDE-TS(1:16) ' -- '
                     WS-OVERRIDE-REASON
                DELIMITED BY SIZE INTO WS-REPORT-BUFFER
              END-STRING
              DISPLAY WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              IF WS-OVERRIDE-OFFLOAD NOT = WS-OFFLOAD-COUNT OR
                 WS-OVERRIDE-NOT-LOADED NOT = WS-NOT-LOADED-COUNT
                 MOVE 'MISMATCH HAS CHANGED -- OVERRIDE NOT IN FORCE'
                   TO WS-REPORT-BUFFER
                 DISPLAY WS-REPORT-BUFFER
                 PERFORM 8100-STORE-REPORT-LINE
              END-IF
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02473 -- OVERRIDE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
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
           MOVE 'Z02473  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02473  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-FLIGHT-ID TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02473 -- PASSENGER BAG MATCH ENDING'
           GOBACK
           .
