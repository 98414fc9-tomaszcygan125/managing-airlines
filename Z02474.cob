       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02474.
      ******************************************************************
      *
      * PASSENGER / BAG MATCH -- ON-DEMAND CHECK AND OVERRIDE
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'G' ON
      * THE SECOND MENU PAGE (Z02455) "BAG MATCH / OVERRIDE" -- OPS,
      * SUPER (OR ADMIN) SIGN-ON, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * THE GATE AGENT KEYS A FLIGHT AND GETS THE SAME RECONCILIATION
      * Z02473 PRINTS AT BOARDING CLOSE, LIVE: PASSENGERS SCANNED ON
      * BOARD (T04 BOARDED_TIMESTAMP, Z02472), BAGS IN THE HOLD, AND
      * THE FIRST EIGHT MISMATCHED BAGS -- 'OFFLOAD' (IN THE HOLD,
      * OWNER NOT ON BOARD, WITH THE HOLD POSITION FROM THE LOADING
      * SCAN) FIRST, THEN 'NOT LOADED' (OWNER ON BOARD, BAG STILL
      * 'CHECKED').
      *
      * Z02356 WILL NOT CLOSE OUT A FLIGHT WITH A MISMATCH.  WHERE THE
      * BAG CANNOT BE GOT OFF IN TIME (OR THE OWNER IS KNOWN TO BE ON
      * A CONNECTING SERVICE) A SUPERVISOR MAY LET THE FLIGHT GO:
      *
      *   BLANK -- SHOW THE FLIGHT'S MATCH
      *   'O'   -- OVERRIDE THE MISMATCH NOW ON SCREEN WITH A REASON.
      *            NEEDS A SUPER (OR ADMIN) SIGN-ON, THE SAME RULE AS
      *            Z02331'S NO-FLY OVERRIDE, AND IS LOGGED TO T24 AS
      *            A 'SUPERVISOR ACTION'.  THE COUNTS OVERRIDDEN ARE
      *            KEPT -- IF ANOTHER BAG GOES ASTRAY AFTERWARDS THE
      *            COUNTS NO LONGER AGREE AND Z02356 HOLDS THE FLIGHT
      *            AGAIN UNTIL IT IS MATCHED OR OVERRIDDEN AFRESH
      *
      * THE OVERRIDE LIVES ON THE NEW T97_BAG_MATCH_OVERRIDE TABLE,
      * ONE ROW PER FLIGHT, A NEW OVERRIDE REPLACING THE OLD:
      *
      *     FLIGHT_ID             CHAR(8)      KEY
      *     OVERRIDE_BY           CHAR(8)      SUPERVISOR OPERATOR
      *     OVERRIDE_REASON       CHAR(30)
      *     LOADED_NOT_BOARDED    SMALLINT     BAGS TO OFFLOAD AT THE
      *                                        TIME OF THE OVERRIDE
      *     BOARDED_NOT_LOADED    SMALLINT     BAGS NOT LOADED AT THE
      *                                        TIME OF THE OVERRIDE
      *     OVERRIDE_TIMESTAMP    TIMESTAMP
      *
      * ITS BEFORE/AFTER IMAGES GO TO T65_CONFIG_AUDIT THROUGH
      * Z02421, AS Z02465 DOES FOR T90.
      *
      *   NEW MAPSET MP0286 (COPYBOOK ZZMP0286), FIELDS:
      *      FLIGHTI        PIC X(8)   T05 FLIGHT_ID
      *      ACTIONI        PIC X(1)   'O' / BLANK
      *      REASONI        PIC X(30)  OVERRIDE REASON ('O')
      *      BOARDEDO       PIC ZZZ9   PASSENGERS BOARDED
      *      LOADEDO        PIC ZZZ9   BAGS IN THE HOLD
      *      OFFLOADO       PIC ZZZ9   BAGS TO OFFLOAD
      *      NOTLOADO       PIC ZZZ9   BOARDED, BAG NOT LOADED
      *      BAG-LINEO      PIC X(60)  OCCURS 8 -- ACTION, TAG,
      *                                HOLD POSITION, LAST NAME
      *      OVERRIDEO      PIC X(60)  OVERRIDE ON FILE, IF ANY
      *      MSGO           PIC X(60)
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-10-15  INITIAL VERSION
      *
      ******************************************************************

      ******************************************************************
      *                        DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0286.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0267.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * MISMATCHED BAGS OF THE FLIGHT -- SAME PREDICATES AS Z02473
      * AND Z02356'S CLOSE-OUT CHECK, 'O' OFFLOAD FIRST
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

       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02474'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-MAX-BAG-LINES                PIC S9(4) COMP VALUE 8.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-2165-PARA              VALUE '2165'.
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-SHOW-MATCH                    VALUE ' '.
               88 SO-ACTION-OVERRIDE                      VALUE 'O'.
           05 SW-IF-END-OF-BAG-CURSOR                     PIC X.
               88 SO-END-OF-BAG-CURSOR                    VALUE 'Y'.
           05 SW-IF-OVERRIDE-FOUND                        PIC X.
               88 SO-OVERRIDE-FOUND                       VALUE 'Y'.
               88 SO-OVERRIDE-NOT-FOUND                   VALUE 'N'.
           05 SW-MISMATCH-TYPE                            PIC X.
               88 SO-MISMATCH-OFFLOAD                     VALUE 'O'.
               88 SO-MISMATCH-NOT-LOADED                  VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-OVERRIDE-REASON            PIC X(30).
           05 WS-BOARDED-COUNT              PIC S9(4) COMP.
           05 WS-LOADED-COUNT               PIC S9(4) COMP.
           05 WS-OFFLOAD-COUNT              PIC S9(4) COMP.
           05 WS-NOT-LOADED-COUNT           PIC S9(4) COMP.
           05 WS-BAG-LINE-SUB               PIC S9(4) COMP.
           05 WS-TAG-NUMBER                 PIC S9(9) COMP.
           05 WS-HOLD-POSITION              PIC X(8).
           05 WS-LAST-NAME                  PIC X(50).
           05 WS-OLD-OVERRIDE-BY            PIC X(8).
           05 WS-OLD-OVERRIDE-REASON        PIC X(30).
           05 WS-OLD-OFFLOAD-COUNT          PIC S9(4) COMP.
           05 WS-OLD-NOT-LOADED-COUNT       PIC S9(4) COMP.
           05 WS-OLD-OVERRIDE-TS            PIC X(26).
           05 WS-COUNT-FORMAT               PIC ZZZ9.
           05 WS-COUNT-FORMAT2              PIC ZZZ9.
           05 WS-SCREEN-MESSAGE             PIC X(60).

       01 WS-BAG-LINE.
           05 WS-BAG-LINE-ACTION            PIC X(10).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-BAG-LINE-TAG               PIC 9(9).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-BAG-LINE-POSITION          PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-BAG-LINE-LAST-NAME         PIC X(30).

       01 WS-ROLE-LOOKUP-FIELDS.
           05 WS-ROLE-OPERATOR-ID           PIC X(8).
           05 WS-ROLE-FROM-T40              PIC X(5).
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ******************************************************************
      *                     1000-INIT
      ******************************************************************
       1000-INIT.
           PERFORM 1010-CHECK-IF-FIRST-TIME
           PERFORM 1011-INITIALIZE-COPYBOOK
           .
      ******************************************************************
      *                  1005-CICS-IGNORE
      ******************************************************************
       1005-CICS-IGNORE.
           EXEC CICS
            IGNORE CONDITION ERROR
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                1010-CHECK-IF-FIRST-TIME
      ******************************************************************
       1010-CHECK-IF-FIRST-TIME.
           IF EIBCALEN = 0         THEN
              PERFORM 1005-CICS-IGNORE
              SET SO-FIRST-TIME-PROGRAM-RUNS TO TRUE
           ELSE
              SET SO-NOT-FIRST-TIME-PROGRAM-RUNS TO TRUE
           END-IF
           .
      ******************************************************************
      *                  1011-INITIALIZE-COPYBOOK
      ******************************************************************
       1011-INITIALIZE-COPYBOOK.
           IF SO-FIRST-TIME-PROGRAM-RUNS THEN
              MOVE LOW-VALUES TO WS-ZZEC0215
           ELSE
              MOVE DFHCOMMAREA TO WS-ZZEC0215
           END-IF
           .
      ******************************************************************
      *                      2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           IF SO-FIRST-TIME-PROGRAM-RUNS THEN
              PERFORM 2001-PROCESS-IF-FIRST-TIME
           ELSE
              PERFORM 2002-PROCESS-IF-NOT-FIRST-TIME
           END-IF
           .
      ******************************************************************
      *                2001-PROCESS-IF-FIRST-TIME
      ******************************************************************
       2001-PROCESS-IF-FIRST-TIME.
           PERFORM 2170-CHECK-THE-ROLE
           PERFORM 2050-SEND-CLEAN-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM 2170-CHECK-THE-ROLE
               PERFORM 2010-PROCESS-USER-INPUT
             WHEN DFHPF3
               SET SO-FINAL-TERMINATION TO TRUE
             WHEN OTHER
               PERFORM 2400-INITIALIZE-ERROR-MESSAGE
               MOVE 'YOU HAVE PRESSED NO ACTION KEY '
               TO WS-Z02141-I-ERROR-MESSAGE(1)
               SET SO-Z02141-M-WITH TO TRUE
               PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                    2050-SEND-CLEAN-MAP
      ******************************************************************
       2050-SEND-CLEAN-MAP.
           MOVE LOW-VALUES TO MP0286O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0286') MAPSET('MP0286')
             FROM(MP0286O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2012-VALIDATE-ACTION
           EVALUATE TRUE
           WHEN SO-ACTION-OVERRIDE
              PERFORM 2020-OVERRIDE-THE-MISMATCH
           WHEN OTHER
              MOVE SPACE TO WS-SCREEN-MESSAGE
              PERFORM 2030-SHOW-THE-MATCH
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0286I
           EXEC CICS
           RECEIVE MAP('MP0286') MAPSET('MP0286')
           INTO(MP0286I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI TO SW-USER-ACTION
           MOVE FLIGHTI TO WS-FLIGHT-ID
           IF SW-USER-ACTION = LOW-VALUE THEN
              SET SO-ACTION-SHOW-MATCH TO TRUE
           END-IF
           IF NOT (SO-ACTION-SHOW-MATCH OR SO-ACTION-OVERRIDE)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE O OR BLANK' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-FLIGHT-ID = SPACE OR WS-FLIGHT-ID = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-OVERRIDE THEN
              MOVE REASONI TO WS-OVERRIDE-REASON
              IF WS-OVERRIDE-REASON = SPACE OR
                 WS-OVERRIDE-REASON = LOW-VALUES
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'PLEASE PROVIDE THE OVERRIDE REASON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           MOVE WS-FLIGHT-ID TO WS-LOG-ENTITY-KEY
           .
      ******************************************************************
      *                2020-OVERRIDE-THE-MISMATCH
      * ONLY A MISMATCH CAN BE OVERRIDDEN, AND ONLY THE ONE ON SCREEN
      * -- THE COUNTS ARE TAKEN AGAIN HERE AND KEPT ON THE ROW
      ******************************************************************
       2020-OVERRIDE-THE-MISMATCH.
           PERFORM 2175-CHECK-SUPERVISOR-ROLE
           PERFORM 7001-COUNT-THE-FLIGHT
           PERFORM 7002-FILL-BAG-LINES
           IF WS-OFFLOAD-COUNT = 0 AND WS-NOT-LOADED-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FLIGHT IS MATCHED -- NOTHING TO OVERRIDE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7004-READ-THE-OVERRIDE
           IF SO-OVERRIDE-FOUND THEN
              MOVE WS-OLD-OFFLOAD-COUNT    TO WS-COUNT-FORMAT
              MOVE WS-OLD-NOT-LOADED-COUNT TO WS-COUNT-FORMAT2
              MOVE SPACE TO CAUD-BEFORE-IMAGE
              STRING 'BY=' WS-OLD-OVERRIDE-BY ' OFFLOAD='
                     WS-COUNT-FORMAT ' NOTLOADED=' WS-COUNT-FORMAT2
                     ' ' WS-OLD-OVERRIDE-REASON
                DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
              END-STRING
              PERFORM 7005-DELETE-OVERRIDE
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
           END-IF
           PERFORM 7006-INSERT-OVERRIDE
           MOVE WS-OFFLOAD-COUNT    TO WS-COUNT-FORMAT
           MOVE WS-NOT-LOADED-COUNT TO WS-COUNT-FORMAT2
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'BY=' EIBOPID ' OFFLOAD=' WS-COUNT-FORMAT
                  ' NOTLOADED=' WS-COUNT-FORMAT2 ' '
                  WS-OVERRIDE-REASON
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'BAG MATCH OVERRIDE'  TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'OVERRIDE RECORDED -- NEXT FLIGHT OR F3 TO RETURN'
             TO WS-SCREEN-MESSAGE
           PERFORM 2030-SHOW-THE-MATCH
           .
      ******************************************************************
      *                  2030-SHOW-THE-MATCH
      ******************************************************************
       2030-SHOW-THE-MATCH.
           PERFORM 7001-COUNT-THE-FLIGHT
           MOVE LOW-VALUES TO MP0286O
           MOVE WS-FLIGHT-ID     TO FLIGHTO
           PERFORM 7002-FILL-BAG-LINES
           MOVE WS-BOARDED-COUNT    TO BOARDEDO
           MOVE WS-LOADED-COUNT     TO LOADEDO
           MOVE WS-OFFLOAD-COUNT    TO OFFLOADO
           MOVE WS-NOT-LOADED-COUNT TO NOTLOADO
           PERFORM 7004-READ-THE-OVERRIDE
           IF SO-OVERRIDE-FOUND THEN
              STRING 'OVERRIDE BY ' WS-OLD-OVERRIDE-BY ' '
                     WS-OLD-OVERRIDE-TS(1:16) ' '
                     WS-OLD-OVERRIDE-REASON
                DELIMITED BY SIZE INTO OVERRIDEO
              END-STRING
           END-IF
           IF WS-SCREEN-MESSAGE = SPACE THEN
              EVALUATE TRUE
              WHEN WS-OFFLOAD-COUNT = 0 AND WS-NOT-LOADED-COUNT = 0
                 MOVE 'FLIGHT MATCHED -- CLEAR TO CLOSE OUT'
                   TO WS-SCREEN-MESSAGE
              WHEN SO-OVERRIDE-FOUND AND
                   WS-OLD-OFFLOAD-COUNT = WS-OFFLOAD-COUNT AND
                   WS-OLD-NOT-LOADED-COUNT = WS-NOT-LOADED-COUNT
                 MOVE 'MISMATCH OVERRIDDEN -- FLIGHT MAY CLOSE OUT'
                   TO WS-SCREEN-MESSAGE
              WHEN OTHER
                 MOVE 'MISMATCH -- CLOSE-OUT HELD UNTIL CLEARED'
                   TO WS-SCREEN-MESSAGE
              END-EVALUATE
           END-IF
           MOVE WS-SCREEN-MESSAGE TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *               2165-RESOLVE-SIGNON-ROLE
      * SAME T40 READ-BACK AS Z02331'S 2165, OFF THE OPERATOR
      * Z02383 VALIDATED
      ******************************************************************
       2165-RESOLVE-SIGNON-ROLE.
           IF WS-SIGNON-ROLE = SPACE OR WS-SIGNON-ROLE = LOW-VALUES
              MOVE EIBOPID TO WS-ROLE-OPERATOR-ID
              MOVE SPACE TO WS-ROLE-FROM-T40
              EXEC SQL
                SELECT OPERATOR_ROLE
                INTO :WS-ROLE-FROM-T40
                FROM T40_OPERATOR_TABLE
                WHERE OPERATOR_ID = :WS-ROLE-OPERATOR-ID
                  AND OPERATOR_STATUS = 'ACTIVE'
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 MOVE WS-ROLE-FROM-T40    TO WS-SIGNON-ROLE
                 MOVE WS-ROLE-OPERATOR-ID TO WS-SIGNON-OPERATOR-ID
              WHEN SO-SQLCODE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 SET SO-2165-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * OPS OR SUPER TO LOOK (ADMIN GETS EVERYTHING)
      ******************************************************************
       2170-CHECK-THE-ROLE.
           PERFORM 2165-RESOLVE-SIGNON-ROLE
           IF SO-ROLE-OPS OR SO-ROLE-SUPER OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'BAG MATCH NEEDS AN OPS OR SUPERVISOR SIGN-ON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *               2175-CHECK-SUPERVISOR-ROLE
      * LETTING A MISMATCHED FLIGHT GO NEEDS 'SUPER' OR 'ADMIN', THE
      * SAME RULE AS Z02331'S 2170, AND THE OVERRIDE IS LOGGED TO T24
      * SO THE AUDITOR SEES WHO USED IT
      ******************************************************************
       2175-CHECK-SUPERVISOR-ROLE.
           IF SO-ROLE-SUPER OR SO-ROLE-ADMIN THEN
              MOVE 'SUPERVISOR ACTION'  TO WS-LOG-ACTION-TEXT
              PERFORM 9050-LOG-TRANSACTION
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'THIS ACTION NEEDS A SUPERVISOR SIGN-ON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE ' YOU NEED TO PROVIDE  DATA IN CHOICE FIELD '
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              DISPLAY 'UNKNOWN EIBERSP '
              DISPLAY 'EIBRESP VALUE : ' EIBRESP
              MOVE EIBRESP TO WS-EIBRESP-TEMP
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING '  UNKNOWN EIBERSP '  'EIBRESP VALUE : '
              WS-EIBRESP-TEMP
              DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                2400-INITIALIZE-ERROR-MESSAGE
      ******************************************************************
       2400-INITIALIZE-ERROR-MESSAGE.
           PERFORM VARYING WS-ITER2 FROM 1 BY 1 UNTIL WS-ITER2 > 10
             MOVE SPACE TO WS-Z02141-I-ERROR-MESSAGE(WS-ITER2)
           END-PERFORM
           .
      ******************************************************************
      *                  2300-CALL-ERROR-ROUTINE
      ******************************************************************
       2300-CALL-ERROR-ROUTINE.
           SET SO-Z02141-I-FIRST-TIME TO TRUE

           MOVE CT-THIS-PROGRAM-NAME TO WS-Z02141-I-CALLING-PROGRAM
           MOVE WS-ZZEC0215 TO DFHCOMMAREA
           EXEC CICS
            XCTL PROGRAM(CT-ERROR-ROUTINE) COMMAREA(WS-ZZEC0215)
           END-EXEC
           .
      ******************************************************************
      *                7001-COUNT-THE-FLIGHT
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
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FLIGHT NOT FOUND' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7002-FILL-BAG-LINES
      * COUNTS EVERY MISMATCHED BAG, SHOWS THE FIRST EIGHT
      ******************************************************************
       7002-FILL-BAG-LINES.
           MOVE 'N' TO SW-IF-END-OF-BAG-CURSOR
           MOVE 0 TO WS-BAG-LINE-SUB
                     WS-OFFLOAD-COUNT
                     WS-NOT-LOADED-COUNT
           EXEC SQL
             OPEN C-MISMATCHED-BAGS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7003-FETCH-BAG-LINE
           PERFORM UNTIL SO-END-OF-BAG-CURSOR
              IF SO-MISMATCH-OFFLOAD THEN
                 MOVE 'OFFLOAD'    TO WS-BAG-LINE-ACTION
                 ADD 1 TO WS-OFFLOAD-COUNT
              ELSE
                 MOVE 'NOT LOADED' TO WS-BAG-LINE-ACTION
                 ADD 1 TO WS-NOT-LOADED-COUNT
              END-IF
              IF WS-BAG-LINE-SUB < CT-MAX-BAG-LINES THEN
                 ADD 1 TO WS-BAG-LINE-SUB
                 MOVE WS-TAG-NUMBER    TO WS-BAG-LINE-TAG
                 MOVE WS-HOLD-POSITION TO WS-BAG-LINE-POSITION
                 MOVE WS-LAST-NAME     TO WS-BAG-LINE-LAST-NAME
                 MOVE WS-BAG-LINE      TO BAG-LINEO(WS-BAG-LINE-SUB)
              END-IF
              PERFORM 7003-FETCH-BAG-LINE
           END-PERFORM
           EXEC SQL
             CLOSE C-MISMATCHED-BAGS
           END-EXEC
           .
      ******************************************************************
      *                7003-FETCH-BAG-LINE
      ******************************************************************
       7003-FETCH-BAG-LINE.
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
              SET SO-END-OF-BAG-CURSOR TO TRUE
           WHEN OTHER
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7004-READ-THE-OVERRIDE
      ******************************************************************
       7004-READ-THE-OVERRIDE.
           SET SO-OVERRIDE-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT OVERRIDE_BY, OVERRIDE_REASON,
                    LOADED_NOT_BOARDED, BOARDED_NOT_LOADED,
                    CHAR(OVERRIDE_TIMESTAMP)
             INTO :WS-OLD-OVERRIDE-BY, :WS-OLD-OVERRIDE-REASON,
                  :WS-OLD-OFFLOAD-COUNT, :WS-OLD-NOT-LOADED-COUNT,
                  :WS-OLD-OVERRIDE-TS
             FROM T97_BAG_MATCH_OVERRIDE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-OVERRIDE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7005-DELETE-OVERRIDE
      ******************************************************************
       7005-DELETE-OVERRIDE.
           EXEC SQL
             DELETE FROM T97_BAG_MATCH_OVERRIDE
              WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7006-INSERT-OVERRIDE
      ******************************************************************
       7006-INSERT-OVERRIDE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T97_BAG_MATCH_OVERRIDE
                (FLIGHT_ID, OVERRIDE_BY, OVERRIDE_REASON,
                 LOADED_NOT_BOARDED, BOARDED_NOT_LOADED,
                 OVERRIDE_TIMESTAMP)
             VALUES
                (:WS-FLIGHT-ID, :WS-OPERATOR-ID, :WS-OVERRIDE-REASON,
                 :WS-OFFLOAD-COUNT, :WS-NOT-LOADED-COUNT,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * BEFORE/AFTER IMAGES ON T65_CONFIG_AUDIT FOR Z02422'S BROWSE,
      * THE SAME WAY Z02465 AUDITS T90
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T97_BAG_MATCH_OVERRIDE' TO CAUD-TABLE-NAME
           MOVE WS-LOG-ENTITY-KEY TO CAUD-ROW-KEY
           MOVE EIBOPID TO CAUD-OPERATOR-ID
           CALL 'Z02421' USING WS-ZZEC0267
           .
      ******************************************************************
      *                     9050-LOG-TRANSACTION
      * SAME T24 ROW SHAPE AS Z02232'S 9050-LOG-TRANSACTION
      ******************************************************************
       9050-LOG-TRANSACTION.
           MOVE EIBOPID              TO T24-OPERATOR-ID
           MOVE EIBTRNID             TO T24-TRANSACTION-ID
           MOVE CT-THIS-PROGRAM-NAME TO T24-PROGRAM-ID
           MOVE WS-LOG-ACTION-TEXT   TO T24-ACTION-TEXT
           MOVE WS-LOG-ENTITY-KEY    TO T24-ENTITY-KEY
           EXEC SQL
             INSERT INTO T24_TRANSACTION_LOG_TABLE
                (OPERATOR_ID, TRANSACTION_ID, PROGRAM_ID,
                 ACTION_TEXT, ENTITY_KEY, LOG_TIMESTAMP)
             VALUES
                (:T24-OPERATOR-ID, :T24-TRANSACTION-ID,
                 :T24-PROGRAM-ID, :T24-ACTION-TEXT, :T24-ENTITY-KEY,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-9050-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                       9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           MOVE SQLERRMC TO WS-SQLERRMC
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE

           MOVE 'DB2 ERROR ' TO  WS-Z02141-I-ERROR-MESSAGE(1)

           STRING 'IN SATATEMENT: ' SW-STATEMENT-ID
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(2)
           END-STRING

           STRING 'SQLCODE: ' WS-SQLCODE-FORMAT
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(3)
           END-STRING

           STRING 'SQLERRMC: ' WS-SQLERRMC
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(4)
           END-STRING

           PERFORM 9060-WRITE-ERROR-LOG
           SET SO-Z02141-M-WITH TO TRUE
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE ON T88 THROUGH Z02459.  THE FAILED WORK IS
      * ROLLED BACK FIRST, SO THE SYNCPOINT COMMITS ONLY THE ERROR
      * ROW AND IT OUTLIVES THE ERROR SCREEN
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE CT-THIS-PROGRAM-NAME TO ERRL-PROGRAM-ID
           MOVE SW-STATEMENT-ID      TO ERRL-STATEMENT-ID
           MOVE SQLCODE              TO ERRL-SQLCODE
           MOVE SQLERRMC             TO ERRL-SQLERRMC
           MOVE EIBOPID              TO ERRL-OPERATOR-ID
           MOVE EIBTRNID             TO ERRL-TRANSACTION-ID
           MOVE WS-LOG-ENTITY-KEY    TO ERRL-ENTITY-KEY
           EXEC CICS
              SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
      ******************************************************************
      *                     3000-FINAL
      ******************************************************************
       3000-FINAL.
           EVALUATE TRUE
           WHEN SO-FINAL-WITH-COMMAREA
              PERFORM 3001-REUTRN-WITH-TRANSID
           WHEN SO-FINAL-TERMINATION
              PERFORM 3002-REUTRN-TO-CALLING-PROG
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE ' 3000 PARA ERROR SHOULDNT HAPPEN  '
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                    3001-REUTRN-WITH-TRANSID
      ******************************************************************
       3001-REUTRN-WITH-TRANSID.
           MOVE WS-ZZEC0215 TO DFHCOMMAREA
           EXEC CICS
               RETURN TRANSID('0286') COMMAREA(WS-ZZEC0215)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                   3002-REUTRN-TO-CALLING-PROG
      ******************************************************************
       3002-REUTRN-TO-CALLING-PROG.
           EXEC CICS
              XCTL PROGRAM(CT-FIRST-PROGRAM-NAME)
                 COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
