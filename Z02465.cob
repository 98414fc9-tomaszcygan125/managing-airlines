       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02465.
      ******************************************************************
      *
      * TARGET BOOKING-CURVE MAINTENANCE
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'D' ON
      * THE SECOND MENU PAGE (Z02455) "BOOKING CURVES" -- OPS (OR
      * ADMIN) SIGN-ON ONLY, AS FOR THE OTHER PRICING AND INVENTORY
      * SCREENS, CHECKED BOTH THERE AND HERE (2170-CHECK-THE-ROLE).
      *
      * KEEPS THE T90_BOOKING_CURVE POINTS (LAYOUT IN Z02464'S
      * HEADER) Z02464 PACES EVERY FUTURE FLIGHT AGAINST EACH NIGHT
      * BEFORE IT TIGHTENS OR OPENS THE DISCOUNT-CLASS T41 LIMITS.
      * ONE POINT IS ONE ROUTE AT ONE DAYS-BEFORE-DEPARTURE MARK
      * WITH THE LOAD PERCENT THE ROUTE SHOULD HAVE REACHED BY THEN:
      *
      *   'S' -- SET A POINT (ADDED IF NEW, TARGET REPLACED IF NOT)
      *   'D' -- DELETE A POINT
      *
      * EVERY CHANGE IS LOGGED TO T24 AND ITS BEFORE/AFTER IMAGES GO
      * TO T65_CONFIG_AUDIT THROUGH Z02421, AS Z02384 DOES FOR T41.
      *
      *   NEW MAPSET MP0283 (COPYBOOK ZZMP0283), FIELDS:
      *      ACTIONI        PIC X(1)   'S' / 'D'
      *      DEP-AIRPORTI   PIC X(3)
      *      ARR-AIRPORTI   PIC X(3)
      *      DAYS-OUTI      PIC 9(3)   DAYS BEFORE DEPARTURE
      *      TARGET-PCTI    PIC 9(3)   TARGET LOAD PERCENT ('S')
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
           COPY ZZMP0283.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0267.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02465'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-SET-POINT                     VALUE 'S'.
               88 SO-ACTION-DELETE-POINT                  VALUE 'D'.
           05 SW-IF-POINT-FOUND                           PIC X.
               88 SO-POINT-FOUND                          VALUE 'Y'.
               88 SO-POINT-NOT-FOUND                      VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-DAYS-OUT                   PIC S9(4) COMP.
           05 WS-TARGET-PCT                 PIC S9(4) COMP.
           05 WS-OLD-TARGET-PCT             PIC S9(4) COMP.
           05 WS-DAYS-OUT-FORMAT            PIC 9(3).
           05 WS-TARGET-PCT-FORMAT          PIC 9(3).

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
           MOVE LOW-VALUES TO MP0283O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0283') MAPSET('MP0283')
             FROM(MP0283O)
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
           WHEN SO-ACTION-SET-POINT
              PERFORM 2020-SET-THE-POINT
           WHEN SO-ACTION-DELETE-POINT
              PERFORM 2030-DELETE-THE-POINT
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0283I
           EXEC CICS
           RECEIVE MAP('MP0283') MAPSET('MP0283')
           INTO(MP0283I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND CURVE POINT DATA' TO
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
           MOVE DEP-AIRPORTI TO WS-DEPARTURE-AIRPORT
           MOVE ARR-AIRPORTI TO WS-ARRIVAL-AIRPORT
           IF NOT (SO-ACTION-SET-POINT OR SO-ACTION-DELETE-POINT) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE S OR D' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-DEPARTURE-AIRPORT = SPACE OR
              WS-DEPARTURE-AIRPORT = LOW-VALUES OR
              WS-ARRIVAL-AIRPORT = SPACE OR
              WS-ARRIVAL-AIRPORT = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE DEPARTURE AND ARRIVAL AIRPORT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF DAYS-OUTI IS NUMERIC
              MOVE DAYS-OUTI TO WS-DAYS-OUT
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE NUMERIC DAYS OUT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-SET-POINT THEN
              IF TARGET-PCTI IS NUMERIC AND TARGET-PCTI NOT > 100
                 MOVE TARGET-PCTI TO WS-TARGET-PCT
              ELSE
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'TARGET MUST BE A LOAD PERCENT 0 TO 100' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           MOVE WS-DAYS-OUT TO WS-DAYS-OUT-FORMAT
           STRING WS-DEPARTURE-AIRPORT '-' WS-ARRIVAL-AIRPORT '/'
                  WS-DAYS-OUT-FORMAT
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                2020-SET-THE-POINT
      ******************************************************************
       2020-SET-THE-POINT.
           PERFORM 7001-CHECK-POINT-EXISTS
           IF SO-POINT-FOUND THEN
              MOVE WS-OLD-TARGET-PCT TO WS-TARGET-PCT-FORMAT
              MOVE SPACE TO CAUD-BEFORE-IMAGE
              STRING 'TARGET=' WS-TARGET-PCT-FORMAT '%'
                DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
              END-STRING
              PERFORM 7003-UPDATE-POINT
              MOVE 'CURVE CHANGE'     TO WS-LOG-ACTION-TEXT
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
              PERFORM 7002-INSERT-POINT
              MOVE 'CURVE ADD'        TO WS-LOG-ACTION-TEXT
           END-IF
           MOVE WS-TARGET-PCT TO WS-TARGET-PCT-FORMAT
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'TARGET=' WS-TARGET-PCT-FORMAT '%'
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2030-DELETE-THE-POINT
      ******************************************************************
       2030-DELETE-THE-POINT.
           PERFORM 7001-CHECK-POINT-EXISTS
           IF SO-POINT-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO CURVE POINT FOR THIS ROUTE AND DAYS OUT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-OLD-TARGET-PCT TO WS-TARGET-PCT-FORMAT
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING 'TARGET=' WS-TARGET-PCT-FORMAT '%'
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           PERFORM 7004-DELETE-POINT
           MOVE '(DELETED)' TO CAUD-AFTER-IMAGE
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'CURVE DELETE'      TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2060-SEND-DONE-MAP
      ******************************************************************
       2060-SEND-DONE-MAP.
           MOVE LOW-VALUES TO MP0283O
           MOVE 'DONE -- NEXT ACTION OR F3 TO RETURN' TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * OPS (ADMIN GETS EVERYTHING) -- SAME T40 READ-BACK AS
      * Z02463'S 2170, OFF THE OPERATOR Z02383 VALIDATED
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
              MOVE 'BOOKING CURVES NEED AN OPS SIGN-ON' TO
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
      *                7001-CHECK-POINT-EXISTS
      ******************************************************************
       7001-CHECK-POINT-EXISTS.
           SET SO-POINT-NOT-FOUND TO TRUE
           MOVE 0 TO WS-OLD-TARGET-PCT
           EXEC SQL
             SELECT TARGET_LOAD_PERCENT
             INTO :WS-OLD-TARGET-PCT
             FROM T90_BOOKING_CURVE
             WHERE DEPARTURE_AIRPORT_CODE = :WS-DEPARTURE-AIRPORT
               AND ARRIVAL_AIRPORT_CODE   = :WS-ARRIVAL-AIRPORT
               AND DAYS_OUT               = :WS-DAYS-OUT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-POINT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7002-INSERT-POINT
      ******************************************************************
       7002-INSERT-POINT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T90_BOOKING_CURVE
                (DEPARTURE_AIRPORT_CODE, ARRIVAL_AIRPORT_CODE,
                 DAYS_OUT, TARGET_LOAD_PERCENT, CHANGED_BY,
                 CHANGED_TIMESTAMP)
             VALUES
                (:WS-DEPARTURE-AIRPORT, :WS-ARRIVAL-AIRPORT,
                 :WS-DAYS-OUT, :WS-TARGET-PCT, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7003-UPDATE-POINT
      ******************************************************************
       7003-UPDATE-POINT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T90_BOOKING_CURVE
                SET TARGET_LOAD_PERCENT = :WS-TARGET-PCT,
                    CHANGED_BY          = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP   = CURRENT TIMESTAMP
              WHERE DEPARTURE_AIRPORT_CODE = :WS-DEPARTURE-AIRPORT
                AND ARRIVAL_AIRPORT_CODE   = :WS-ARRIVAL-AIRPORT
                AND DAYS_OUT               = :WS-DAYS-OUT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7004-DELETE-POINT
      ******************************************************************
       7004-DELETE-POINT.
           EXEC SQL
             DELETE FROM T90_BOOKING_CURVE
              WHERE DEPARTURE_AIRPORT_CODE = :WS-DEPARTURE-AIRPORT
                AND ARRIVAL_AIRPORT_CODE   = :WS-ARRIVAL-AIRPORT
                AND DAYS_OUT               = :WS-DAYS-OUT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * BEFORE/AFTER IMAGES ON T65_CONFIG_AUDIT FOR Z02422'S BROWSE,
      * THE SAME WAY Z02384 AUDITS T41
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T90_BOOKING_CURVE' TO CAUD-TABLE-NAME
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
               RETURN TRANSID('0283') COMMAREA(WS-ZZEC0215)
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
