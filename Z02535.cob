       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02535.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- OPERATOR CARRIER SCOPE CHECK
      *
      * THE HUB NOW HANDLES FLIGHTS FOR OTHER AIRLINES, WHOSE STAFF
      * SIGN ON TO THESE SCREENS.  EACH T40 OPERATOR CARRIES AN
      * AIRLINE SCOPE:
      *
      *   T40_OPERATOR_TABLE GAINS
      *      AIRLINE_SCOPE     CHAR(3)   NOT NULL DEFAULT ' '
      *                                  T01 AIRLINE_CODE; SPACE =
      *                                  EVERY CARRIER (OUR OWN STAFF)
      *
      * SET WITH ACTION 'A' ON Z02529.  A SCOPED OPERATOR SEES ONLY
      * FLIGHTS WHOSE T05 AIRLINE_CODE IS THE SCOPE, AND ONLY
      * RESERVATIONS ALL OF WHOSE FLIGHTS ARE.  THE LIST SCREENS
      * (Z02232, Z02252) FILTER THEIR CURSORS WITH THE SCOPE THIS
      * PROGRAM RETURNS; THE SCREENS REACHED WITH ONE FLIGHT OR ONE
      * RESERVATION (Z02242, Z02261) ASK IT TO CHECK, AND A REFUSAL
      * IS WRITTEN TO T24_TRANSACTION_LOG_TABLE (ACTION 'CARRIER SCOPE
      * DENIED', ENTITY KEY 'FLT ' OR 'RES ' AND THE FLIGHT OR
      * RESERVATION ID) BEFORE IT GOES BACK.
      *
      *   'SCOPE' -- THE OPERATOR'S SCOPE ONLY
      *   'FLGHT' -- IS SCP-FLIGHT-ID WITHIN THE SCOPE
      *   'RESRV' -- ARE ALL THE FLIGHTS OF SCP-RESERVATION-ID WITHIN
      *              THE SCOPE
      *
      * A FLIGHT OR RESERVATION NOT ON FILE IS NOT REFUSED HERE --
      * THE CALLING SCREEN REPORTS THAT ITSELF.
      *
      * CALLED WITH THE NEW ZZEC0276 AREA:
      *
      *   SCP-FUNCTION         X(5)             IN  SEE ABOVE
      *   SCP-OPERATOR-ID      X(8)             IN  EIBOPID
      *   SCP-PROGRAM-ID       X(8)             IN  THE CALLING SCREEN
      *   SCP-TRANSACTION-ID   X(4)             IN  EIBTRNID
      *   SCP-FLIGHT-ID        X(8)             IN  ('FLGHT')
      *   SCP-RESERVATION-ID   S9(9) COMP       IN  ('RESRV')
      *   SCP-AIRLINE-SCOPE    X(3)             OUT SPACE = EVERY
      *                                             CARRIER
      *   SCP-FLIGHT-AIRLINE   X(3)             OUT ('FLGHT') THE
      *                                             FLIGHT'S CARRIER
      *   SCP-RESULT           X                OUT 'O' WITHIN SCOPE,
      *                                             'R' REFUSED, 'E'
      *                                             DB2 ERROR
      *   SCP-MESSAGE          X(40)            OUT
      *   SCP-STATEMENT-ID     X(4)             OUT ON 'E' -- THE
      *   SCP-SQLCODE          S9(9) COMP       OUT FAILING STATEMENT,
      *   SCP-SQLERRMC         X(70)            OUT FOR THE CALLER'S
      *                                             ERROR LOG
      *
      * COMMIT IS THE CALLER'S BUSINESS, AS WITH EVERY OTHER
      * SUBPROGRAM IN THE SUITE.
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

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-SCOPE-FUNCTION             PIC X(5).
               88 SO-FUNCTION-SCOPE         VALUE 'SCOPE'.
               88 SO-FUNCTION-FLIGHT        VALUE 'FLGHT'.
               88 SO-FUNCTION-RESERVATION   VALUE 'RESRV'.

       01 CT-CONSTANTS.
           05 CT-ACTIVE-STATUS              PIC X(15) VALUE 'ACTIVE'.
           05 CT-DELETED-STATUS.
              49 CT-DELETED-STATUS-LEN      PIC S9(4) COMP VALUE 7.
              49 CT-DELETED-STATUS-TEXT     PIC X(15) VALUE 'DELETED'.
           05 CT-DENIED-ACTION              PIC X(20)
              VALUE 'CARRIER SCOPE DENIED'.

       01 WS-VARIABLES.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-OTHER-CARRIER-COUNT        PIC S9(9) COMP.
           05 WS-RESERVATION-ID-FORMAT      PIC 9(9).
           05 WS-ENTITY-KEY                 PIC X(20).

       LINKAGE SECTION.
           COPY ZZEC0276.

       PROCEDURE DIVISION USING WS-ZZEC0276.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O'   TO SCP-RESULT
           MOVE SPACE TO SCP-AIRLINE-SCOPE
                         SCP-FLIGHT-AIRLINE
                         SCP-MESSAGE
                         SCP-STATEMENT-ID
                         SCP-SQLERRMC
           MOVE 0     TO SCP-SQLCODE
           MOVE SCP-FUNCTION TO SW-SCOPE-FUNCTION
           IF NOT (SO-FUNCTION-SCOPE OR SO-FUNCTION-FLIGHT OR
                   SO-FUNCTION-RESERVATION) THEN
              MOVE 'R' TO SCP-RESULT
              MOVE 'UNKNOWN CARRIER SCOPE FUNCTION' TO SCP-MESSAGE
           END-IF
           IF SCP-RESULT = 'O' THEN
              PERFORM 7001-READ-OPERATOR-SCOPE
           END-IF
           IF SCP-RESULT = 'O' AND SCP-AIRLINE-SCOPE NOT = SPACE THEN
              EVALUATE TRUE
              WHEN SO-FUNCTION-FLIGHT
                 PERFORM 2000-CHECK-THE-FLIGHT
              WHEN SO-FUNCTION-RESERVATION
                 PERFORM 3000-CHECK-THE-RESERVATION
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           GOBACK
           .
      ******************************************************************
      *                  2000-CHECK-THE-FLIGHT
      ******************************************************************
       2000-CHECK-THE-FLIGHT.
           MOVE SCP-FLIGHT-ID TO WS-FLIGHT-ID
           INSPECT WS-FLIGHT-ID REPLACING ALL LOW-VALUE BY ' '
           PERFORM 7002-READ-FLIGHT-AIRLINE
           IF SCP-RESULT = 'O' AND SCP-FLIGHT-AIRLINE NOT = SPACE AND
              SCP-FLIGHT-AIRLINE NOT = SCP-AIRLINE-SCOPE THEN
              MOVE SPACE TO WS-ENTITY-KEY
              STRING 'FLT ' WS-FLIGHT-ID
                DELIMITED BY SIZE INTO WS-ENTITY-KEY
              END-STRING
              PERFORM 7004-WRITE-TRANSACTION-LOG
              IF SCP-RESULT = 'O' THEN
                 MOVE 'R' TO SCP-RESULT
                 MOVE 'FLIGHT BELONGS TO ANOTHER CARRIER'
                   TO SCP-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *               3000-CHECK-THE-RESERVATION
      ******************************************************************
       3000-CHECK-THE-RESERVATION.
           PERFORM 7003-COUNT-OTHER-CARRIERS
           IF SCP-RESULT = 'O' AND WS-OTHER-CARRIER-COUNT > 0 THEN
              MOVE SCP-RESERVATION-ID TO WS-RESERVATION-ID-FORMAT
              MOVE SPACE TO WS-ENTITY-KEY
              STRING 'RES ' WS-RESERVATION-ID-FORMAT
                DELIMITED BY SIZE INTO WS-ENTITY-KEY
              END-STRING
              PERFORM 7004-WRITE-TRANSACTION-LOG
              IF SCP-RESULT = 'O' THEN
                 MOVE 'R' TO SCP-RESULT
                 MOVE 'RESERVATION HOLDS ANOTHER CARRIER''S FLIGHT'
                   TO SCP-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *                7001-READ-OPERATOR-SCOPE
      * THE SAME T40 READ-BACK AS Z02232'S 2165; AN OPERATOR NOT ON
      * T40 NEVER GOT PAST Z02383, SO NO ROW LEAVES THE SCOPE BLANK
      ******************************************************************
       7001-READ-OPERATOR-SCOPE.
           EXEC SQL
             SELECT AIRLINE_SCOPE
             INTO :SCP-AIRLINE-SCOPE
             FROM T40_OPERATOR_TABLE
             WHERE OPERATOR_ID     = :SCP-OPERATOR-ID
               AND OPERATOR_STATUS = :CT-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE SPACE TO SCP-AIRLINE-SCOPE
           WHEN OTHER
              MOVE '7001' TO SCP-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7002-READ-FLIGHT-AIRLINE
      ******************************************************************
       7002-READ-FLIGHT-AIRLINE.
           EXEC SQL
             SELECT AIRLINE_CODE
             INTO :SCP-FLIGHT-AIRLINE
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE SPACE TO SCP-FLIGHT-AIRLINE
           WHEN OTHER
              MOVE '7002' TO SCP-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *               7003-COUNT-OTHER-CARRIERS
      * THE RESERVATION'S LIVE SEATS ON A FLIGHT OF ANOTHER CARRIER
      ******************************************************************
       7003-COUNT-OTHER-CARRIERS.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-OTHER-CARRIER-COUNT
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             WHERE T04.RESERVATION_ID      = :SCP-RESERVATION-ID
               AND T04.RESERVATION_STATUS <> :CT-DELETED-STATUS
               AND T05.AIRLINE_CODE       <> :SCP-AIRLINE-SCOPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7003' TO SCP-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               7004-WRITE-TRANSACTION-LOG
      * THE SAME T24 ROW Z02252'S 9050-LOG-TRANSACTION WRITES
      ******************************************************************
       7004-WRITE-TRANSACTION-LOG.
           EXEC SQL
             INSERT INTO T24_TRANSACTION_LOG_TABLE
                (OPERATOR_ID, TRANSACTION_ID, PROGRAM_ID, ACTION_TEXT,
                 ENTITY_KEY, LOG_TIMESTAMP)
             VALUES
                (:SCP-OPERATOR-ID, :SCP-TRANSACTION-ID,
                 :SCP-PROGRAM-ID, :CT-DENIED-ACTION, :WS-ENTITY-KEY,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7004' TO SCP-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                      9000-DB2-ERROR
      * THE CALLER LOGS THE FAILURE THROUGH ITS OWN 9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'Z02535 -- STATEMENT ' SCP-STATEMENT-ID
                   ' FAILED, SQLCODE ' WS-SQLCODE-FORMAT
           MOVE SQLCODE  TO SCP-SQLCODE
           MOVE SQLERRMC TO SCP-SQLERRMC
           MOVE 'E' TO SCP-RESULT
           MOVE 'DB2 ERROR IN THE CARRIER SCOPE CHECK' TO SCP-MESSAGE
           .
