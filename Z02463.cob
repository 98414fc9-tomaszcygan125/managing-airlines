       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02463.
      ******************************************************************
      *
      * OVERBOOKING RECOMMENDATION REVIEW
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'C' ON
      * THE SECOND MENU PAGE (Z02455) "OVERBOOKING REVIEW" -- OPS
      * (OR ADMIN) SIGN-ON ONLY, AS FOR THE OTHER PRICING AND
      * INVENTORY SCREENS, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * Z02462'S MONTHLY NO-SHOW ANALYSIS PUTS ONE 'PENDING'
      * T89_OVERBOOKING_REVIEW ROW (LAYOUT IN Z02462'S HEADER) ON
      * EACH CABIN OF EACH FUTURE FLIGHT IT HAS ENOUGH HISTORY FOR.
      * THIS SCREEN WALKS THE PENDING ROWS OF FLIGHTS STILL TO DEPART
      * OLDEST-FIRST, ONE AT A TIME, THE SAME WAY Z02370 WALKS THE
      * REFUND QUEUE, SHOWING THE ROUTE, CABIN, HISTORY SAMPLED,
      * NO-SHOW RATE, DENIED-BOARDING BUMPS AND COST PER FLIGHT
      * BEHIND THE RECOMMENDED SEATS, AND LETS A REVENUE ANALYST:
      *
      *   'A' -- ACCEPT THE RECOMMENDATION: FROM NOW ON Z02172 SELLS
      *          THE FLIGHT TO THE SUM OF ITS ACCEPTED CABIN SEATS
      *          INSTEAD OF THE T87 ALLOWANCE, AND Z02348 RECONCILES
      *          AGAINST THE SAME FIGURE
      *   'R' -- REJECT IT WITH A REASON: THE FLIGHT KEEPS THE T87
      *          ALLOWANCE AND Z02462 DOES NOT RAISE IT AGAIN
      *   ENTER WITH NO ACTION / PF8 -- SKIP TO THE NEXT PENDING ROW
      *
      * EVERY DECISION IS LOGGED TO T24_TRANSACTION_LOG_TABLE WITH
      * THE REVIEW ID, AND THE ANALYST AND TIME GO ON THE T89 ROW.
      *
      *   NEW FIELD ADDED TO ZZEC0215 FOR THIS PROGRAM :
      *      WS-Z02463-O-REVIEW-ID -- THE ROW ON SCREEN, CARRIED
      *      ACROSS THE PSEUDO-CONVERSATION THE SAME WAY
      *      WS-Z02370-O-REFUND-ID IS
      *
      *   NEW MAPSET MP0282 (COPYBOOK ZZMP0282), FIELDS:
      *      ACTIONI        PIC X(1)   'A' / 'R' / BLANK
      *      REJECT-REASONI PIC X(30)  REASON ('R')
      *      REVIEW-IDO     PIC 9(9)   ROW ON SCREEN
      *      FLIGHT-IDO     PIC X(15)
      *      ROUTEO         PIC X(7)   DEP-ARR
      *      DEPARTUREO     PIC X(16)  YYYY-MM-DD-HH.MM
      *      CABINO         PIC Z(4)9  TYPE_OF_SEATS_ID
      *      CAPACITYO      PIC ZZZ9
      *      SAMPLEO        PIC ZZZ9   FLIGHTS SAMPLED
      *      RATEO          PIC ZZ9.99 NO-SHOW PERCENT
      *      BUMPEDO        PIC ZZZZ9
      *      COSTO          PIC ZZ,ZZ9.99 COMPENSATION PER FLIGHT
      *      RECOMMENDO     PIC ZZ9    RECOMMENDED SEATS
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
           COPY ZZMP0282.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02463'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-PENDING-STATUS               PIC X(10)
                                                 VALUE 'PENDING'.
           05 CT-ACCEPTED-STATUS              PIC X(10)
                                                 VALUE 'ACCEPTED'.
           05 CT-REJECTED-STATUS              PIC X(10)
                                                 VALUE 'REJECTED'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-IF-ITEM-FOUND                            PIC X.
               88 SO-ITEM-FOUND                           VALUE 'Y'.
               88 SO-ITEM-NOT-FOUND                       VALUE 'N'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-ACCEPT                        VALUE 'A'.
               88 SO-ACTION-REJECT                        VALUE 'R'.
               88 SO-ACTION-SKIP                          VALUE ' '.
       01 WS-VARIABLES.
           05 WS-REVIEW-ID                  PIC S9(9) COMP.
           05 WS-FLIGHT-ID.
               49 WS-FLIGHT-ID-LEN          PIC S9(4) COMP.
               49 WS-FLIGHT-ID-TEXT         PIC X(15).
           05 WS-CABIN-TYPE-ID              PIC S9(9) COMP.
           05 WS-CABIN-CAPACITY             PIC S9(9) COMP.
           05 WS-SAMPLE-FLIGHTS             PIC S9(9) COMP.
           05 WS-NO-SHOW-RATE               PIC S9V9(4) COMP-3.
           05 WS-RATE-PERCENT               PIC S9(3)V99 COMP-3.
           05 WS-DENIED-BOARDED             PIC S9(9) COMP.
           05 WS-COST-PER-FLIGHT            PIC S9(9)V99 COMP-3.
           05 WS-RECOMMENDED-SEATS          PIC S9(4) COMP.
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-DEPARTURE-TEXT             PIC X(16).
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-REVIEWED-BY                PIC X(8).
           05 WS-REVIEW-ID-FORMAT           PIC 9(9).

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
      * SHOW THE OLDEST PENDING ROW STRAIGHT AWAY
      ******************************************************************
       2001-PROCESS-IF-FIRST-TIME.
           PERFORM 2170-CHECK-THE-ROLE
           MOVE 0 TO WS-Z02463-O-REVIEW-ID
           PERFORM 2020-SHOW-NEXT-PENDING
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM 2170-CHECK-THE-ROLE
               PERFORM 2010-PROCESS-DECISION
             WHEN DFHPF8
               PERFORM 2020-SHOW-NEXT-PENDING
               SET SO-FINAL-WITH-COMMAREA TO TRUE
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
      *                2010-PROCESS-DECISION
      ******************************************************************
       2010-PROCESS-DECISION.
           PERFORM 2011-RECEIVE-DECISION-INPUT
           MOVE WS-Z02463-O-REVIEW-ID TO WS-REVIEW-ID
           IF WS-REVIEW-ID = 0 THEN
              PERFORM 2020-SHOW-NEXT-PENDING
              SET SO-FINAL-WITH-COMMAREA TO TRUE
           ELSE
              MOVE WS-REVIEW-ID        TO WS-REVIEW-ID-FORMAT
              MOVE WS-REVIEW-ID-FORMAT TO WS-LOG-ENTITY-KEY
              EVALUATE TRUE
              WHEN SO-ACTION-ACCEPT
                 PERFORM 7002-DECIDE-THE-ROW
                 MOVE 'OVERBOOK ACCEPT'  TO WS-LOG-ACTION-TEXT
                 PERFORM 9050-LOG-TRANSACTION
                 PERFORM 2020-SHOW-NEXT-PENDING
              WHEN SO-ACTION-REJECT
                 PERFORM 7002-DECIDE-THE-ROW
                 MOVE 'OVERBOOK REJECT'  TO WS-LOG-ACTION-TEXT
                 PERFORM 9050-LOG-TRANSACTION
                 PERFORM 2020-SHOW-NEXT-PENDING
              WHEN OTHER
                 PERFORM 2020-SHOW-NEXT-PENDING
              END-EVALUATE
              SET SO-FINAL-WITH-COMMAREA TO TRUE
           END-IF
           .
      ******************************************************************
      *                2011-RECEIVE-DECISION-INPUT
      ******************************************************************
       2011-RECEIVE-DECISION-INPUT.
           MOVE LOW-VALUES TO MP0282I
           EXEC CICS
           RECEIVE MAP('MP0282') MAPSET('MP0282')
           INTO(MP0282I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              SET SO-ACTION-SKIP TO TRUE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           MOVE ACTIONI        TO SW-USER-ACTION
           MOVE REJECT-REASONI TO WS-REJECT-REASON
           IF SO-ACTION-REJECT AND
              (WS-REJECT-REASON = SPACE OR
               WS-REJECT-REASON = LOW-VALUES) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'A REJECT NEEDS A REASON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-SHOW-NEXT-PENDING
      * OLDEST PENDING ROW AFTER THE ONE ON SCREEN
      ******************************************************************
       2020-SHOW-NEXT-PENDING.
           PERFORM 7001-READ-NEXT-PENDING
           MOVE LOW-VALUES TO MP0282O
           IF SO-ITEM-FOUND THEN
              MOVE WS-REVIEW-ID         TO WS-Z02463-O-REVIEW-ID
              MOVE WS-REVIEW-ID         TO REVIEW-IDO
              MOVE WS-FLIGHT-ID-TEXT    TO FLIGHT-IDO
              STRING WS-DEPARTURE-AIRPORT '-' WS-ARRIVAL-AIRPORT
                DELIMITED BY SIZE INTO ROUTEO
              END-STRING
              MOVE WS-DEPARTURE-TEXT    TO DEPARTUREO
              MOVE WS-CABIN-TYPE-ID     TO CABINO
              MOVE WS-CABIN-CAPACITY    TO CAPACITYO
              MOVE WS-SAMPLE-FLIGHTS    TO SAMPLEO
              COMPUTE WS-RATE-PERCENT = WS-NO-SHOW-RATE * 100
              MOVE WS-RATE-PERCENT      TO RATEO
              MOVE WS-DENIED-BOARDED    TO BUMPEDO
              MOVE WS-COST-PER-FLIGHT   TO COSTO
              MOVE WS-RECOMMENDED-SEATS TO RECOMMENDO
              MOVE 'A=ACCEPT R=REJECT PF8=SKIP PF3=END' TO MSGO
           ELSE
              MOVE 0 TO WS-Z02463-O-REVIEW-ID
              MOVE 'NO PENDING RECOMMENDATIONS -- PF3 TO END' TO MSGO
           END-IF
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0282') MAPSET('MP0282')
             FROM(MP0282O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * OPS (ADMIN GETS EVERYTHING) -- SAME T40 READ-BACK AS
      * Z02460'S 2170, OFF THE OPERATOR Z02383 VALIDATED
      ******************************************************************
       2170-CHECK-THE-ROLE.
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
              IF SO-SQLCODE-NORMAL THEN
                 MOVE WS-ROLE-FROM-T40    TO WS-SIGNON-ROLE
                 MOVE WS-ROLE-OPERATOR-ID TO WS-SIGNON-OPERATOR-ID
              END-IF
           END-IF
           IF SO-ROLE-OPS OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'OVERBOOKING REVIEW NEEDS AN OPS SIGN-ON' TO
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
      *                7001-READ-NEXT-PENDING
      * OLDEST PENDING ROW WITH A HIGHER REVIEW_ID THAN THE ONE JUST
      * HANDLED, ON A FLIGHT THAT HAS NOT LEFT YET -- REVIEW IDS COME
      * OFF T20 IN CREATION ORDER, SO THE WALK IS OLDEST-FIRST AND
      * NEVER SHOWS THE SAME ROW TWICE IN ONE SWEEP
      ******************************************************************
       7001-READ-NEXT-PENDING.
           SET SO-ITEM-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT T89.REVIEW_ID, T89.FLIGHT_ID, T89.TYPE_OF_SEATS_ID,
                    T89.CABIN_CAPACITY, T89.SAMPLE_FLIGHTS,
                    T89.NO_SHOW_RATE, T89.DENIED_BOARDED,
                    T89.DENIED_BOARDING_COST, T89.RECOMMENDED_SEATS,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    SUBSTR(CHAR(T05.DEPARTURE_TIMESTAMP), 1, 16)
             INTO :WS-REVIEW-ID, :WS-FLIGHT-ID, :WS-CABIN-TYPE-ID,
                  :WS-CABIN-CAPACITY, :WS-SAMPLE-FLIGHTS,
                  :WS-NO-SHOW-RATE, :WS-DENIED-BOARDED,
                  :WS-COST-PER-FLIGHT, :WS-RECOMMENDED-SEATS,
                  :WS-DEPARTURE-AIRPORT,
                  :WS-ARRIVAL-AIRPORT,
                  :WS-DEPARTURE-TEXT
             FROM T89_OVERBOOKING_REVIEW T89
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T89.FLIGHT_ID
             WHERE T89.REVIEW_STATUS = :CT-PENDING-STATUS
               AND T89.REVIEW_ID > :WS-Z02463-O-REVIEW-ID
               AND T05.DEPARTURE_TIMESTAMP > CURRENT TIMESTAMP
             ORDER BY T89.REVIEW_ID
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-ITEM-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7002-DECIDE-THE-ROW
      * ONLY A STILL-PENDING ROW MOVES -- A SECOND ANALYST WHO
      * DECIDED IT FIRST WINS AND THIS DECISION FALLS ON THE FLOOR
      ******************************************************************
       7002-DECIDE-THE-ROW.
           MOVE EIBOPID TO WS-REVIEWED-BY
           IF SO-ACTION-ACCEPT THEN
              EXEC SQL
                UPDATE T89_OVERBOOKING_REVIEW
                   SET REVIEW_STATUS      = :CT-ACCEPTED-STATUS,
                       REVIEWED_BY        = :WS-REVIEWED-BY,
                       REVIEWED_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE REVIEW_ID     = :WS-REVIEW-ID
                   AND REVIEW_STATUS = :CT-PENDING-STATUS
              END-EXEC
           ELSE
              EXEC SQL
                UPDATE T89_OVERBOOKING_REVIEW
                   SET REVIEW_STATUS      = :CT-REJECTED-STATUS,
                       REJECT_REASON      = :WS-REJECT-REASON,
                       REVIEWED_BY        = :WS-REVIEWED-BY,
                       REVIEWED_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE REVIEW_ID     = :WS-REVIEW-ID
                   AND REVIEW_STATUS = :CT-PENDING-STATUS
              END-EXEC
           END-IF
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
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
               RETURN TRANSID('0282') COMMAREA(WS-ZZEC0215)
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
