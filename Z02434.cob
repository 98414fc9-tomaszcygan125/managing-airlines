      *      ON THE RUN REPORT -- THE NEW SEAT SHOWS ON Z02242'S
      *      MANIFEST BY ITSELF
      *
      * BEFORE THE TIER CLEARANCE, PAID UPGRADE BIDS (PLACED ON THE
      * Z02509 SCREEN OR THROUGH THE Z02510 WEB FEED, STORED ON T131
      * BY Z02508) HAVE FIRST CALL ON THE OPEN PREMIUM SEATS,
      * WHETHER OR NOT ECONOMY IS OVER:
      *
      *   1. THE FLIGHT'S OPEN BIDS FROM CHECKED-IN PASSENGERS STILL
      *      BEHIND THE PREMIUM CABIN ARE RANKED BY AMOUNT, HIGHEST
      *      FIRST, EARLIEST BID FIRST ON A TIE
      *   2. WHILE A PREMIUM SEAT IS FREE, THE BEST BID WINS IT: THE
      *      SEAT IS MOVED AS ABOVE, THE AMOUNT IS CHARGED AS A 'CARD'
      *      T64_PAYMENT ROW (SAME SHAPE AS Z02202'S 7127), THE BID
      *      IS MARKED 'WON' WITH THE PAYMENT ID AND A T23
      *      NOTIFICATION IS QUEUED
      *   3. EVERY BID STILL OPEN AFTER THAT -- OUTBID, OR THE
      *      PASSENGER NEVER CHECKED IN -- IS MARKED 'LOST' AND ITS
      *      PASSENGER GETS A T23 NOTIFICATION TOO
      *
      * THE CABINS ARE THEN MEASURED AGAIN, SO THE TIER CLEARANCE
      * ONLY FILLS WHAT THE BIDS LEFT.  Z02511 REPORTS THE MONTH'S
      * BID REVENUE.
      *
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401.
      *
      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT, THE
      *                    Z02242 MANIFEST SHOWS GATE STAFF WHO WAS
      *                    UPGRADED -- THE OLD SEAT STAYS ON THE
      *                    STORED RUN REPORT (8100/Z02401)
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      * 2026-10-15   OSG   PAID UPGRADE BIDS (T131, KEPT BY Z02508) ARE
      *                    CLEARED FIRST (NEW 2500): OPEN BIDS OF
      *                    CHECKED-IN PASSENGERS RANKED BY AMOUNT TAKE
      *                    THE OPEN PREMIUM SEATS, EACH WIN CHARGED AS A
      *                    'CARD' T64 ROW AND NOTIFIED THROUGH T23; BIDS
      *                    LEFT OPEN ARE MARKED LOST AND NOTIFIED TOO;
      *                    THE TIER STEP THEN WORKS ON THE RE-MEASURED
      *                    CABINS
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
             FOR FETCH ONLY
           END-EXEC

      * OPEN BIDS FROM CHECKED-IN PASSENGERS BEHIND THE PREMIUM CABIN,
      * HIGHEST AMOUNT FIRST
           EXEC SQL
             DECLARE C-UPGRADE-BIDS CURSOR FOR
             SELECT T131.BID_ID,
                    T131.RESERVATION_ID,
                    T131.PASSENGER_ID,
                    T131.BID_AMOUNT,
                    T04.ROW_NUMBER,
                    T04.SEAT_LETTER
             FROM T131_UPGRADE_BID T131
             INNER JOIN T04_FLIGHT_SEATS T04 ON
                T04.FLIGHT_ID      = T131.FLIGHT_ID AND
                T04.RESERVATION_ID = T131.RESERVATION_ID AND
                T04.PASSENGER_ID   = T131.PASSENGER_ID
             WHERE T131.FLIGHT_ID  = :WS-FLIGHT-ID
               AND T131.BID_STATUS = :CT-OPEN-BID
               AND T04.BOARDING_STATUS = :CT-CHECKED-IN-STATUS
               AND T04.ROW_NUMBER > :WS-PREMIUM-END-ROW
             ORDER BY T131.BID_AMOUNT DESC,
                      T131.PLACED_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
       01 SW-SWITCHES.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CANDIDATES      VALUE 'Y'.
           05 SW-IF-END-OF-BIDS             PIC X VALUE 'N'.
               88 SO-END-OF-BIDS            VALUE 'Y'.
           05 SW-IF-SEAT-PLACED             PIC X VALUE 'N'.
               88 SO-SEAT-PLACED            VALUE 'Y'.
               88 SO-SEAT-NOT-PLACED        VALUE 'N'.
           05 CT-PENDING-NOTIFICATION-STATUS PIC X(15)
                                               VALUE 'PENDING'.
           05 CT-SEAT-LETTERS      PIC X(6) VALUE 'ABCDEF'.
           05 CT-OPEN-BID          PIC X(10) VALUE 'OPEN'.
           05 CT-WON-BID           PIC X(10) VALUE 'WON'.
           05 CT-LOST-BID          PIC X(10) VALUE 'LOST'.
           05 CT-BID-PAYMENT-METHOD PIC X(4) VALUE 'CARD'.
           05 CT-THIS-PROGRAM-NAME PIC X(8) VALUE 'Z02434  '.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-FLIGHT-ID                      PIC X(8) VALUE SPACE.
           05 WS-OLD-SEAT-LETTER            PIC X(1).
           05 WS-MEMBER-TIER                PIC X(8).

       01 WS-BID-FIELDS.
           05 WS-BID-ID                     PIC S9(9) COMP.
           05 WS-BID-AMOUNT                 PIC S9(7)V99 COMP-3.
           05 WS-PAYMENT-ID                 PIC S9(9) COMP.
           05 WS-PREMIUM-OPEN               PIC S9(5) COMP.
           05 WS-BIDS-WON                   PIC S9(4) COMP VALUE 0.
           05 WS-BIDS-LOST                  PIC S9(9) COMP VALUE 0.
           05 WS-BID-REVENUE                PIC S9(9)V99 COMP-3
                                                          VALUE 0.

       01 WS-SEAT-SCAN-FIELDS.
           05 WS-TRY-ROW-NUMBER             PIC S9(4) COMP.
           05 WS-TRY-SEAT-LETTER            PIC X(1).
           05 WS-MVD-NEW-ROW                PIC ZZZ9.
           05 WS-MVD-NEW-LETTER             PIC X(1).

       01 WS-BID-WON-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'BID WON  '.
           05 WS-BWL-AMOUNT                 PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-BWL-RESERVATION            PIC 9(9).
           05 FILLER                        PIC X(6)
              VALUE ' SEAT '.
           05 WS-BWL-OLD-ROW                PIC ZZZ9.
           05 WS-BWL-OLD-LETTER             PIC X(1).
           05 FILLER                        PIC X(4)
              VALUE ' -> '.
           05 WS-BWL-NEW-ROW                PIC ZZZ9.
           05 WS-BWL-NEW-LETTER             PIC X(1).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'PASSENGERS UPGRADED...........'.
           05 WS-TOTALS-MOVED               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'UPGRADE BIDS WON..............'.
           05 WS-TOTALS-BIDS-WON            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'UPGRADE BIDS LOST.............'.
           05 WS-TOTALS-BIDS-LOST           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'UPGRADE BID REVENUE...........'.
           05 WS-TOTALS-BID-REVENUE         PIC ZZZ,ZZZ,ZZ9.99.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MEASURE-THE-CABINS
           PERFORM 2500-CLEAR-THE-BIDS
           PERFORM 3000-CLEAR-THE-UPGRADES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  2500-CLEAR-THE-BIDS
      * THE BEST BIDS TAKE THE OPEN PREMIUM SEATS; EVERY BID LEFT OPEN
      * HAS LOST.  THE CABINS ARE MEASURED AGAIN FOR THE TIER STEP
      ******************************************************************
       2500-CLEAR-THE-BIDS.
           COMPUTE WS-PREMIUM-OPEN =
              WS-PREMIUM-CAPACITY - WS-PREMIUM-TAKEN
           IF WS-PREMIUM-OPEN > 0 THEN
              EXEC SQL
                OPEN C-UPGRADE-BIDS
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE SQLCODE TO WS-SQLCODE-FORMAT
                 DISPLAY 'Z02434 -- OPEN BID CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
                 MOVE '2500' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
              PERFORM 2510-FETCH-NEXT-BID
              PERFORM UNTIL SO-END-OF-BIDS OR
                            WS-BIDS-WON >= WS-PREMIUM-OPEN
                 PERFORM 2520-AWARD-ONE-BID
                 PERFORM 2510-FETCH-NEXT-BID
              END-PERFORM
              EXEC SQL
                CLOSE C-UPGRADE-BIDS
              END-EXEC
           END-IF
           PERFORM 7005-CLOSE-LOSING-BIDS
           IF WS-BIDS-WON > 0 THEN
              PERFORM 2000-MEASURE-THE-CABINS
           END-IF
           .
      ******************************************************************
      *                  2510-FETCH-NEXT-BID
      ******************************************************************
       2510-FETCH-NEXT-BID.
           EXEC SQL
             FETCH C-UPGRADE-BIDS
             INTO :WS-BID-ID,
                  :WS-RESERVATION-ID,
                  :WS-PASSENGER-ID,
                  :WS-BID-AMOUNT,
                  :WS-OLD-ROW-NUMBER,
                  :WS-OLD-SEAT-LETTER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-BIDS TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02434 -- BID FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2510' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-BIDS TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *                  2520-AWARD-ONE-BID
      ******************************************************************
       2520-AWARD-ONE-BID.
           PERFORM 4040-FIND-FREE-PREMIUM-SEAT
           IF SO-SEAT-NOT-PLACED THEN
              SET SO-END-OF-BIDS TO TRUE
           ELSE
              PERFORM 7001-MOVE-THE-SEAT
              PERFORM 7003-CHARGE-THE-BID
              PERFORM 7004-MARK-BID-WON
              PERFORM 7002-QUEUE-NOTIFICATION
              ADD 1 TO WS-BIDS-WON
              ADD WS-BID-AMOUNT TO WS-BID-REVENUE
              MOVE WS-BID-AMOUNT      TO WS-BWL-AMOUNT
              MOVE WS-RESERVATION-ID  TO WS-BWL-RESERVATION
              MOVE WS-OLD-ROW-NUMBER  TO WS-BWL-OLD-ROW
              MOVE WS-OLD-SEAT-LETTER TO WS-BWL-OLD-LETTER
              MOVE WS-TRY-ROW-NUMBER  TO WS-BWL-NEW-ROW
              MOVE WS-TRY-SEAT-LETTER TO WS-BWL-NEW-LETTER
              DISPLAY WS-BID-WON-LINE
              MOVE WS-BID-WON-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
           END-IF
           .
      ******************************************************************
      *                3000-CLEAR-THE-UPGRADES
      ******************************************************************
       3000-CLEAR-THE-UPGRADES.
           WHEN OTHER
              DISPLAY 'Z02434 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CANDIDATES TO TRUE
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02434 -- SEAT MOVE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           END-IF
           .
      ******************************************************************
      *                  7003-CHARGE-THE-BID
      * SAME T64 ROW SHAPE AS Z02202'S 7127 -- HOME CURRENCY, CHARGED
      * TO THE CARD THE BID WAS PLACED WITH
      ******************************************************************
       7003-CHARGE-THE-BID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-PAYMENT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02434 -- PAYMENT ID FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             INSERT INTO T64_PAYMENT
                (PAYMENT_ID, RESERVATION_ID, PAYMENT_METHOD,
                 AMOUNT, TENDERED_CURRENCY, TENDERED_AMOUNT,
                 RATE_USED, OPERATOR_ID, SETTLED_FLAG,
                 PAYMENT_TIMESTAMP)
             VALUES
                (:WS-PAYMENT-ID, :WS-RESERVATION-ID,
                 :CT-BID-PAYMENT-METHOD, :WS-BID-AMOUNT,
                 ' ', :WS-BID-AMOUNT, 1,
                 :CT-THIS-PROGRAM-NAME, 'N', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02434 -- BID PAYMENT INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7004-MARK-BID-WON
      ******************************************************************
       7004-MARK-BID-WON.
           EXEC SQL
             UPDATE T131_UPGRADE_BID
                SET BID_STATUS        = :CT-WON-BID,
                    PAYMENT_ID        = :WS-PAYMENT-ID,
                    CLEARED_TIMESTAMP = CURRENT TIMESTAMP,
                    CHANGED_BY        = :CT-THIS-PROGRAM-NAME,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE BID_ID = :WS-BID-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02434 -- BID UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7005-CLOSE-LOSING-BIDS
      * A T23 ROW FOR EVERY BID STILL OPEN, THEN THE BIDS THEMSELVES
      * MARKED LOST -- SAME T23 ROW SHAPE AS 7002
      ******************************************************************
       7005-CLOSE-LOSING-BIDS.
           EXEC SQL
             INSERT INTO T23_NOTIFICATION_QUEUE
                (FLIGHT_ID, RESERVATION_ID, PASSENGER_ID,
                 NOTIFICATION_STATUS, CREATED_TIMESTAMP)
             SELECT FLIGHT_ID, RESERVATION_ID, PASSENGER_ID,
                    :CT-PENDING-NOTIFICATION-STATUS,
                    CURRENT TIMESTAMP
               FROM T131_UPGRADE_BID
              WHERE FLIGHT_ID  = :WS-FLIGHT-ID
                AND BID_STATUS = :CT-OPEN-BID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02434 -- NOTIFICATION INSERT FAILED'
           END-IF
           EXEC SQL
             UPDATE T131_UPGRADE_BID
                SET BID_STATUS        = :CT-LOST-BID,
                    CLEARED_TIMESTAMP = CURRENT TIMESTAMP,
                    CHANGED_BY        = :CT-THIS-PROGRAM-NAME,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE FLIGHT_ID  = :WS-FLIGHT-ID
                AND BID_STATUS = :CT-OPEN-BID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE SQLERRD(3) TO WS-BIDS-LOST
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 0 TO WS-BIDS-LOST
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02434 -- LOST BID UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7005' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-MOVES-DONE TO WS-TOTALS-MOVED
           MOVE WS-BIDS-WON    TO WS-TOTALS-BIDS-WON
           MOVE WS-BIDS-LOST   TO WS-TOTALS-BIDS-LOST
           MOVE WS-BID-REVENUE TO WS-TOTALS-BID-REVENUE
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE2
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE3
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE4
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02434  '   TO ERRL-PROGRAM-ID
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
