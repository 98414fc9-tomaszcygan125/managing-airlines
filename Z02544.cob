       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02544.
      ******************************************************************
      *
      * GROUND HANDLER CONTRACT RATES
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'Z' ON
      * THE SECOND MENU PAGE (Z02455) "GROUND HANDLER CONTRACTS" --
      * OPS (OR ADMIN) SIGN-ON ONLY, AS FOR THE CREW HOTEL CONTRACTS,
      * CHECKED BOTH THERE AND HERE (2170-CHECK-THE-ROLE).
      *
      * EACH OUTSTATION'S HANDLER INVOICED US EVERY MONTH AND NOBODY
      * COULD SAY WHAT THE TURNAROUNDS SHOULD HAVE COST.  THE AGREED
      * RATES OF EACH STATION'S HANDLER, PER PLANE MODEL, NOW LIVE ON
      * THE NEW T158_HANDLER_CONTRACT TABLE, WHICH Z02545 READS TO
      * CHECK THE HANDLER INVOICES LINE BY LINE:
      *
      *     AIRPORT_CODE          CHAR(3)      OUTSTATION
      *     PLANE_MODEL           CHAR(20)     T08.PLANE_MODEL
      *     HANDLER_CODE          CHAR(8)      OUR CODE FOR THE HANDLER
      *     CURRENCY_CODE         CHAR(3)      A T17 CURRENCY
      *     TURNAROUND_RATE       DECIMAL(9,2) BASE RATE PER TURNAROUND
      *     PASSENGER_RATE        DECIMAL(7,2) PER CHECKED-IN PASSENGER
      *     EXTRA_SERVICE_CAP     DECIMAL(9,2) MOST ONE EXTRA-SERVICE
      *                                        CHARGE MAY COME TO
      *     DELAY_HOUR_RATE       DECIMAL(9,2) PER STARTED HOUR OF
      *                                        DEPARTURE DELAY
      *     CONTRACT_STATUS       CHAR(10)     'ACTIVE' / 'ENDED'
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *     KEY (AIRPORT_CODE, PLANE_MODEL, HANDLER_CODE)
      *
      * A STATION HAS AT MOST ONE ACTIVE CONTRACT PER PLANE MODEL:
      *
      *   'S' -- SET THE STATION'S RATES FOR THE MODEL.  THE SAME
      *          HANDLER HAS ITS RATES REPLACED; A DIFFERENT HANDLER
      *          ENDS THE OLD CONTRACT AND BECOMES THE ACTIVE ONE
      *          (ROWS ARE NEVER DELETED -- Z02545 STILL PRICES THE
      *          OLD HANDLER'S LAST INVOICE OFF IT)
      *   'E' -- END THE STATION'S CONTRACT WITH THE HANDLER KEYED
      *
      * EVERY CHANGE IS LOGGED TO T24 AND ITS BEFORE/AFTER IMAGES GO
      * TO T65_CONFIG_AUDIT THROUGH Z02421, AS Z02469 DOES FOR T95.
      *
      *   NEW MAPSET MP0306 (COPYBOOK ZZMP0306), FIELDS:
      *      ACTIONI        PIC X(1)   'S' / 'E'
      *      AIRPORTI       PIC X(3)   OUTSTATION
      *      MODELI         PIC X(20)  PLANE MODEL
      *      HANDLERI       PIC X(8)   HANDLER CODE
      *      CURRENCYI      PIC X(3)   ('S')
      *      TURNRATEI      PIC X(9)   TURNAROUND RATE, E.G. 850.00
      *                                ('S')
      *      PAXRATEI       PIC X(9)   PER PASSENGER ('S', BLANK = 0)
      *      EXTRACAPI      PIC X(9)   EXTRA-SERVICE CAP ('S',
      *                                BLANK = 0, NONE ALLOWED)
      *      DELAYRATEI     PIC X(9)   PER DELAY HOUR ('S', BLANK = 0)
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
           COPY ZZMP0306.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02544'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-ACTIVE-STATUS                PIC X(10) VALUE 'ACTIVE'.
           05 CT-ENDED-STATUS                 PIC X(10) VALUE 'ENDED'.
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
               88 SO-ACTION-SET-CONTRACT                  VALUE 'S'.
               88 SO-ACTION-END-CONTRACT                  VALUE 'E'.
           05 SW-IF-CONTRACT-FOUND                        PIC X.
               88 SO-CONTRACT-FOUND                       VALUE 'Y'.
               88 SO-CONTRACT-NOT-FOUND                   VALUE 'N'.
           05 SW-IF-HANDLER-ROW-FOUND                     PIC X.
               88 SO-HANDLER-ROW-FOUND                    VALUE 'Y'.
               88 SO-HANDLER-ROW-NOT-FOUND                VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-AIRPORT-CODE               PIC X(3).
           05 WS-PLANE-MODEL                PIC X(20).
           05 WS-HANDLER-CODE               PIC X(8).
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-TURNAROUND-RATE            PIC S9(7)V99 COMP-3.
           05 WS-PASSENGER-RATE             PIC S9(5)V99 COMP-3.
           05 WS-EXTRA-SERVICE-CAP          PIC S9(7)V99 COMP-3.
           05 WS-DELAY-HOUR-RATE            PIC S9(7)V99 COMP-3.
           05 WS-AIRPORT-COUNT              PIC S9(4) COMP.
           05 WS-CURRENCY-COUNT             PIC S9(4) COMP.
           05 WS-OLD-HANDLER-CODE           PIC X(8).
           05 WS-OLD-CURRENCY-CODE          PIC X(3).
           05 WS-OLD-TURNAROUND-RATE        PIC S9(7)V99 COMP-3.
           05 WS-OLD-PASSENGER-RATE         PIC S9(5)V99 COMP-3.
           05 WS-OLD-EXTRA-SERVICE-CAP      PIC S9(7)V99 COMP-3.
           05 WS-OLD-DELAY-HOUR-RATE        PIC S9(7)V99 COMP-3.
           05 WS-TURN-FORMAT                PIC ZZZZZZ9.99.
           05 WS-PAX-FORMAT                 PIC ZZZZ9.99.
           05 WS-EXTRA-FORMAT               PIC ZZZZZZ9.99.
           05 WS-DELAY-FORMAT               PIC ZZZZZZ9.99.

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
           MOVE LOW-VALUES TO MP0306O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0306') MAPSET('MP0306')
             FROM(MP0306O)
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
           WHEN SO-ACTION-SET-CONTRACT
              PERFORM 2020-SET-THE-CONTRACT
           WHEN SO-ACTION-END-CONTRACT
              PERFORM 2030-END-THE-CONTRACT
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0306I
           EXEC CICS
           RECEIVE MAP('MP0306') MAPSET('MP0306')
           INTO(MP0306I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND CONTRACT DATA' TO
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
           MOVE ACTIONI     TO SW-USER-ACTION
           MOVE AIRPORTI    TO WS-AIRPORT-CODE
           MOVE MODELI      TO WS-PLANE-MODEL
           MOVE HANDLERI    TO WS-HANDLER-CODE
           IF NOT (SO-ACTION-SET-CONTRACT OR SO-ACTION-END-CONTRACT)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE S OR E' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-AIRPORT-CODE = SPACE OR
              WS-AIRPORT-CODE = LOW-VALUES OR
              WS-PLANE-MODEL = SPACE OR
              WS-PLANE-MODEL = LOW-VALUES OR
              WS-HANDLER-CODE = SPACE OR
              WS-HANDLER-CODE = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE STATION, PLANE MODEL AND HANDLER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-SET-CONTRACT THEN
              PERFORM 2013-VALIDATE-TERMS
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-AIRPORT-CODE '/' WS-PLANE-MODEL
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                2013-VALIDATE-TERMS
      * ONLY THE TURNAROUND RATE IS REQUIRED -- A BLANK PASSENGER,
      * EXTRA-SERVICE OR DELAY RATE IS ZERO (NOTHING PAYABLE)
      ******************************************************************
       2013-VALIDATE-TERMS.
           MOVE CURRENCYI   TO WS-CURRENCY-CODE
           COMPUTE WS-TURNAROUND-RATE = FUNCTION NUMVAL(TURNRATEI)
           IF WS-TURNAROUND-RATE NOT > ZERO THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'TURNAROUND RATE MUST BE ABOVE 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE ZERO TO WS-PASSENGER-RATE
                        WS-EXTRA-SERVICE-CAP
                        WS-DELAY-HOUR-RATE
           IF PAXRATEI NOT = SPACE AND PAXRATEI NOT = LOW-VALUES
              COMPUTE WS-PASSENGER-RATE = FUNCTION NUMVAL(PAXRATEI)
           END-IF
           IF EXTRACAPI NOT = SPACE AND EXTRACAPI NOT = LOW-VALUES
              COMPUTE WS-EXTRA-SERVICE-CAP =
                                          FUNCTION NUMVAL(EXTRACAPI)
           END-IF
           IF DELAYRATEI NOT = SPACE AND DELAYRATEI NOT = LOW-VALUES
              COMPUTE WS-DELAY-HOUR-RATE = FUNCTION NUMVAL(DELAYRATEI)
           END-IF
           IF WS-PASSENGER-RATE < ZERO OR
              WS-EXTRA-SERVICE-CAP < ZERO OR
              WS-DELAY-HOUR-RATE < ZERO THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'RATES CANNOT BE BELOW 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7006-CHECK-AIRPORT-CURRENCY
           IF WS-AIRPORT-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'STATION NOT ON THE AIRPORT TABLE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-CURRENCY-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CURRENCY NOT ON THE CURRENCY RATE TABLE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-SET-THE-CONTRACT
      * A DIFFERENT HANDLER ENDS THE STATION'S CURRENT CONTRACT FOR
      * THE MODEL FIRST, SO THERE IS NEVER MORE THAN ONE ACTIVE ROW
      * PER STATION AND MODEL
      ******************************************************************
       2020-SET-THE-CONTRACT.
           PERFORM 7001-READ-ACTIVE-CONTRACT
           IF SO-CONTRACT-FOUND THEN
              PERFORM 2040-BUILD-BEFORE-IMAGE
              IF WS-OLD-HANDLER-CODE NOT = WS-HANDLER-CODE THEN
                 PERFORM 7003-END-CONTRACT
              END-IF
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
           END-IF
           PERFORM 7002-CHECK-HANDLER-ROW
           IF SO-HANDLER-ROW-FOUND THEN
              PERFORM 7004-UPDATE-CONTRACT
           ELSE
              PERFORM 7005-INSERT-CONTRACT
           END-IF
           MOVE WS-TURNAROUND-RATE   TO WS-TURN-FORMAT
           MOVE WS-PASSENGER-RATE    TO WS-PAX-FORMAT
           MOVE WS-EXTRA-SERVICE-CAP TO WS-EXTRA-FORMAT
           MOVE WS-DELAY-HOUR-RATE   TO WS-DELAY-FORMAT
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'HANDLER=' WS-HANDLER-CODE ' ' WS-CURRENCY-CODE
                  ' TURN=' WS-TURN-FORMAT ' PAX=' WS-PAX-FORMAT
                  ' EXTRA=' WS-EXTRA-FORMAT ' DELAYHR=' WS-DELAY-FORMAT
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'HANDLER CONTRACT SET' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2030-END-THE-CONTRACT
      ******************************************************************
       2030-END-THE-CONTRACT.
           PERFORM 7001-READ-ACTIVE-CONTRACT
           IF SO-CONTRACT-NOT-FOUND OR
              WS-OLD-HANDLER-CODE NOT = WS-HANDLER-CODE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO ACTIVE CONTRACT WITH THIS HANDLER FOR THE MODEL'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 2040-BUILD-BEFORE-IMAGE
           PERFORM 7003-END-CONTRACT
           MOVE '(ENDED)' TO CAUD-AFTER-IMAGE
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'HANDLER CONTRACT END' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2040-BUILD-BEFORE-IMAGE
      ******************************************************************
       2040-BUILD-BEFORE-IMAGE.
           MOVE WS-OLD-TURNAROUND-RATE   TO WS-TURN-FORMAT
           MOVE WS-OLD-PASSENGER-RATE    TO WS-PAX-FORMAT
           MOVE WS-OLD-EXTRA-SERVICE-CAP TO WS-EXTRA-FORMAT
           MOVE WS-OLD-DELAY-HOUR-RATE   TO WS-DELAY-FORMAT
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING 'HANDLER=' WS-OLD-HANDLER-CODE ' '
                  WS-OLD-CURRENCY-CODE
                  ' TURN=' WS-TURN-FORMAT ' PAX=' WS-PAX-FORMAT
                  ' EXTRA=' WS-EXTRA-FORMAT ' DELAYHR=' WS-DELAY-FORMAT
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           .
      ******************************************************************
      *                2060-SEND-DONE-MAP
      ******************************************************************
       2060-SEND-DONE-MAP.
           MOVE LOW-VALUES TO MP0306O
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
              MOVE 'HANDLER CONTRACTS NEED AN OPS SIGN-ON' TO
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
      *                7001-READ-ACTIVE-CONTRACT
      ******************************************************************
       7001-READ-ACTIVE-CONTRACT.
           SET SO-CONTRACT-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-OLD-HANDLER-CODE
           EXEC SQL
             SELECT HANDLER_CODE, CURRENCY_CODE, TURNAROUND_RATE,
                    PASSENGER_RATE, EXTRA_SERVICE_CAP, DELAY_HOUR_RATE
             INTO :WS-OLD-HANDLER-CODE, :WS-OLD-CURRENCY-CODE,
                  :WS-OLD-TURNAROUND-RATE, :WS-OLD-PASSENGER-RATE,
                  :WS-OLD-EXTRA-SERVICE-CAP, :WS-OLD-DELAY-HOUR-RATE
             FROM T158_HANDLER_CONTRACT
             WHERE AIRPORT_CODE    = :WS-AIRPORT-CODE
               AND PLANE_MODEL     = :WS-PLANE-MODEL
               AND CONTRACT_STATUS = :CT-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CONTRACT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7002-CHECK-HANDLER-ROW
      * AN ENDED CONTRACT WITH THE SAME HANDLER IS REVIVED, NOT ADDED
      ******************************************************************
       7002-CHECK-HANDLER-ROW.
           SET SO-HANDLER-ROW-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT HANDLER_CODE
             INTO :WS-OLD-HANDLER-CODE
             FROM T158_HANDLER_CONTRACT
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND PLANE_MODEL  = :WS-PLANE-MODEL
               AND HANDLER_CODE = :WS-HANDLER-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-HANDLER-ROW-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7003-END-CONTRACT
      ******************************************************************
       7003-END-CONTRACT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T158_HANDLER_CONTRACT
                SET CONTRACT_STATUS   = :CT-ENDED-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE AIRPORT_CODE    = :WS-AIRPORT-CODE
                AND PLANE_MODEL     = :WS-PLANE-MODEL
                AND HANDLER_CODE    = :WS-OLD-HANDLER-CODE
                AND CONTRACT_STATUS = :CT-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7004-UPDATE-CONTRACT
      ******************************************************************
       7004-UPDATE-CONTRACT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T158_HANDLER_CONTRACT
                SET CURRENCY_CODE       = :WS-CURRENCY-CODE,
                    TURNAROUND_RATE     = :WS-TURNAROUND-RATE,
                    PASSENGER_RATE      = :WS-PASSENGER-RATE,
                    EXTRA_SERVICE_CAP   = :WS-EXTRA-SERVICE-CAP,
                    DELAY_HOUR_RATE     = :WS-DELAY-HOUR-RATE,
                    CONTRACT_STATUS     = :CT-ACTIVE-STATUS,
                    CHANGED_BY          = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP   = CURRENT TIMESTAMP
              WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
                AND PLANE_MODEL  = :WS-PLANE-MODEL
                AND HANDLER_CODE = :WS-HANDLER-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7005-INSERT-CONTRACT
      ******************************************************************
       7005-INSERT-CONTRACT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T158_HANDLER_CONTRACT
                (AIRPORT_CODE, PLANE_MODEL, HANDLER_CODE,
                 CURRENCY_CODE, TURNAROUND_RATE, PASSENGER_RATE,
                 EXTRA_SERVICE_CAP, DELAY_HOUR_RATE, CONTRACT_STATUS,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-AIRPORT-CODE, :WS-PLANE-MODEL, :WS-HANDLER-CODE,
                 :WS-CURRENCY-CODE, :WS-TURNAROUND-RATE,
                 :WS-PASSENGER-RATE, :WS-EXTRA-SERVICE-CAP,
                 :WS-DELAY-HOUR-RATE, :CT-ACTIVE-STATUS,
                 :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7006-CHECK-AIRPORT-CURRENCY
      ******************************************************************
       7006-CHECK-AIRPORT-CURRENCY.
           MOVE 0 TO WS-AIRPORT-COUNT
                     WS-CURRENCY-COUNT
           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM T02_AIRPORT_TABLE T02
                      WHERE T02.AIRPORT_CODE = :WS-AIRPORT-CODE),
                    (SELECT COUNT(*)
                       FROM T17_CURRENCY_RATE_TABLE T17
                      WHERE T17.CURRENCY_CODE = :WS-CURRENCY-CODE)
             INTO :WS-AIRPORT-COUNT,
                  :WS-CURRENCY-COUNT
             FROM SYSIBM.SYSDUMMY1
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
      * THE SAME WAY Z02469 AUDITS T95
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T158_HANDLER_CONTR' TO CAUD-TABLE-NAME
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
               RETURN TRANSID('0306') COMMAREA(WS-ZZEC0215)
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
