       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02469.
      ******************************************************************
      *
      * CREW LAYOVER HOTEL CONTRACTS
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'F' ON
      * THE SECOND MENU PAGE (Z02455) "CREW HOTEL CONTRACTS" -- OPS
      * (OR ADMIN) SIGN-ON ONLY, AS FOR THE CREW ROSTER ITSELF,
      * CHECKED BOTH THERE AND HERE (2170-CHECK-THE-ROLE).
      *
      * WHEN A CREW MEMBER'S DUTY DAY ENDS AWAY FROM THEIR BASE
      * SOMEBODY HAD TO PHONE A HOTEL.  THE CONTRACTED HOTEL OF EACH
      * OUTSTATION NOW LIVES ON THE NEW T95_HOTEL_CONTRACT TABLE,
      * WHICH Z02470 READS TO BUILD THE NIGHTLY ROOMING LISTS AND
      * Z02471 READS TO PRICE THE MONTH'S ROOM-NIGHTS AGAINST THE
      * HOTEL INVOICES:
      *
      *     AIRPORT_CODE          CHAR(3)      OUTSTATION
      *     HOTEL_CODE            CHAR(8)      OUR CODE FOR THE HOTEL
      *     HOTEL_NAME            CHAR(30)
      *     ROOM_RATE             DECIMAL(9,2) PER ROOM-NIGHT
      *     CURRENCY_CODE         CHAR(3)      A T17 CURRENCY
      *     CANCEL_CUTOFF_HOURS   SMALLINT     A ROOM DROPPED INSIDE
      *                                        THIS MANY HOURS OF
      *                                        CHECK-IN IS STILL PAID
      *     CONTRACT_STATUS       CHAR(10)     'ACTIVE' / 'ENDED'
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *     KEY (AIRPORT_CODE, HOTEL_CODE)
      *
      * A STATION HAS AT MOST ONE ACTIVE CONTRACT AT A TIME:
      *
      *   'S' -- SET THE STATION'S CONTRACT.  THE SAME HOTEL HAS ITS
      *          TERMS REPLACED; A DIFFERENT HOTEL ENDS THE OLD
      *          CONTRACT AND BECOMES THE ACTIVE ONE (ROWS ARE NEVER
      *          DELETED -- Z02471 STILL PRICES THE OLD HOTEL'S
      *          NIGHTS OFF IT)
      *   'E' -- END THE STATION'S CONTRACT WITH THE HOTEL KEYED
      *
      * EVERY CHANGE IS LOGGED TO T24 AND ITS BEFORE/AFTER IMAGES GO
      * TO T65_CONFIG_AUDIT THROUGH Z02421, AS Z02465 DOES FOR T90.
      *
      *   NEW MAPSET MP0285 (COPYBOOK ZZMP0285), FIELDS:
      *      ACTIONI        PIC X(1)   'S' / 'E'
      *      AIRPORTI       PIC X(3)   OUTSTATION
      *      HOTEL-CODEI    PIC X(8)
      *      HOTEL-NAMEI    PIC X(30)  ('S')
      *      RATEI          PIC X(9)   ROOM RATE, E.G. 89.50 ('S')
      *      CURRENCYI      PIC X(3)   ('S')
      *      CUTOFFI        PIC 9(3)   CANCELLATION CUT-OFF HOURS ('S')
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
           COPY ZZMP0285.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02469'.
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
           05 SW-IF-HOTEL-ROW-FOUND                       PIC X.
               88 SO-HOTEL-ROW-FOUND                      VALUE 'Y'.
               88 SO-HOTEL-ROW-NOT-FOUND                  VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-AIRPORT-CODE               PIC X(3).
           05 WS-HOTEL-CODE                 PIC X(8).
           05 WS-HOTEL-NAME                 PIC X(30).
           05 WS-ROOM-RATE                  PIC S9(7)V99 COMP-3.
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-CUTOFF-HOURS               PIC S9(4) COMP.
           05 WS-CURRENCY-COUNT             PIC S9(4) COMP.
           05 WS-OLD-HOTEL-CODE             PIC X(8).
           05 WS-OLD-ROOM-RATE              PIC S9(7)V99 COMP-3.
           05 WS-OLD-CURRENCY-CODE          PIC X(3).
           05 WS-OLD-CUTOFF-HOURS           PIC S9(4) COMP.
           05 WS-RATE-FORMAT                PIC ZZZZZZ9.99.
           05 WS-CUTOFF-FORMAT              PIC 9(3).

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
           MOVE LOW-VALUES TO MP0285O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0285') MAPSET('MP0285')
             FROM(MP0285O)
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
           MOVE LOW-VALUES TO MP0285I
           EXEC CICS
           RECEIVE MAP('MP0285') MAPSET('MP0285')
           INTO(MP0285I)
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
           MOVE HOTEL-CODEI TO WS-HOTEL-CODE
           IF NOT (SO-ACTION-SET-CONTRACT OR SO-ACTION-END-CONTRACT)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE S OR E' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-AIRPORT-CODE = SPACE OR
              WS-AIRPORT-CODE = LOW-VALUES OR
              WS-HOTEL-CODE = SPACE OR
              WS-HOTEL-CODE = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE STATION AND HOTEL CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-SET-CONTRACT THEN
              PERFORM 2013-VALIDATE-TERMS
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-AIRPORT-CODE '/' WS-HOTEL-CODE
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                2013-VALIDATE-TERMS
      ******************************************************************
       2013-VALIDATE-TERMS.
           MOVE HOTEL-NAMEI TO WS-HOTEL-NAME
           MOVE CURRENCYI   TO WS-CURRENCY-CODE
           IF WS-HOTEL-NAME = SPACE OR WS-HOTEL-NAME = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE HOTEL NAME' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-ROOM-RATE = FUNCTION NUMVAL(RATEI)
           IF WS-ROOM-RATE NOT > ZERO THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ROOM RATE MUST BE ABOVE 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7006-CHECK-CURRENCY
           IF WS-CURRENCY-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CURRENCY NOT ON THE CURRENCY RATE TABLE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF CUTOFFI IS NUMERIC
              MOVE CUTOFFI TO WS-CUTOFF-HOURS
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE NUMERIC CUT-OFF HOURS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-SET-THE-CONTRACT
      * A DIFFERENT HOTEL ENDS THE STATION'S CURRENT CONTRACT FIRST,
      * SO THERE IS NEVER MORE THAN ONE ACTIVE ROW PER STATION
      ******************************************************************
       2020-SET-THE-CONTRACT.
           PERFORM 7001-READ-ACTIVE-CONTRACT
           IF SO-CONTRACT-FOUND THEN
              PERFORM 2040-BUILD-BEFORE-IMAGE
              IF WS-OLD-HOTEL-CODE NOT = WS-HOTEL-CODE THEN
                 PERFORM 7003-END-CONTRACT
              END-IF
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
           END-IF
           PERFORM 7002-CHECK-HOTEL-ROW
           IF SO-HOTEL-ROW-FOUND THEN
              PERFORM 7004-UPDATE-CONTRACT
           ELSE
              PERFORM 7005-INSERT-CONTRACT
           END-IF
           MOVE WS-ROOM-RATE    TO WS-RATE-FORMAT
           MOVE WS-CUTOFF-HOURS TO WS-CUTOFF-FORMAT
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'HOTEL=' WS-HOTEL-CODE ' RATE=' WS-RATE-FORMAT ' '
                  WS-CURRENCY-CODE ' CUTOFF=' WS-CUTOFF-FORMAT 'H'
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'HOTEL CONTRACT SET'  TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2030-END-THE-CONTRACT
      ******************************************************************
       2030-END-THE-CONTRACT.
           PERFORM 7001-READ-ACTIVE-CONTRACT
           IF SO-CONTRACT-NOT-FOUND OR
              WS-OLD-HOTEL-CODE NOT = WS-HOTEL-CODE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO ACTIVE CONTRACT WITH THIS HOTEL AT THE STATION'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 2040-BUILD-BEFORE-IMAGE
           PERFORM 7003-END-CONTRACT
           MOVE '(ENDED)' TO CAUD-AFTER-IMAGE
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'HOTEL CONTRACT END'  TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2040-BUILD-BEFORE-IMAGE
      ******************************************************************
       2040-BUILD-BEFORE-IMAGE.
           MOVE WS-OLD-ROOM-RATE    TO WS-RATE-FORMAT
           MOVE WS-OLD-CUTOFF-HOURS TO WS-CUTOFF-FORMAT
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING 'HOTEL=' WS-OLD-HOTEL-CODE ' RATE=' WS-RATE-FORMAT
                  ' ' WS-OLD-CURRENCY-CODE ' CUTOFF=' WS-CUTOFF-FORMAT
                  'H'
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           .
      ******************************************************************
      *                2060-SEND-DONE-MAP
      ******************************************************************
       2060-SEND-DONE-MAP.
           MOVE LOW-VALUES TO MP0285O
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
              MOVE 'CREW HOTEL CONTRACTS NEED AN OPS SIGN-ON' TO
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
           MOVE SPACE TO WS-OLD-HOTEL-CODE
           EXEC SQL
             SELECT HOTEL_CODE, ROOM_RATE, CURRENCY_CODE,
                    CANCEL_CUTOFF_HOURS
             INTO :WS-OLD-HOTEL-CODE, :WS-OLD-ROOM-RATE,
                  :WS-OLD-CURRENCY-CODE, :WS-OLD-CUTOFF-HOURS
             FROM T95_HOTEL_CONTRACT
             WHERE AIRPORT_CODE    = :WS-AIRPORT-CODE
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
      *                7002-CHECK-HOTEL-ROW
      * AN ENDED CONTRACT WITH THE SAME HOTEL IS REVIVED, NOT ADDED
      ******************************************************************
       7002-CHECK-HOTEL-ROW.
           SET SO-HOTEL-ROW-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT HOTEL_CODE
             INTO :WS-OLD-HOTEL-CODE
             FROM T95_HOTEL_CONTRACT
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND HOTEL_CODE   = :WS-HOTEL-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-HOTEL-ROW-FOUND TO TRUE
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
             UPDATE T95_HOTEL_CONTRACT
                SET CONTRACT_STATUS   = :CT-ENDED-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE AIRPORT_CODE    = :WS-AIRPORT-CODE
                AND HOTEL_CODE      = :WS-OLD-HOTEL-CODE
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
             UPDATE T95_HOTEL_CONTRACT
                SET HOTEL_NAME          = :WS-HOTEL-NAME,
                    ROOM_RATE           = :WS-ROOM-RATE,
                    CURRENCY_CODE       = :WS-CURRENCY-CODE,
                    CANCEL_CUTOFF_HOURS = :WS-CUTOFF-HOURS,
                    CONTRACT_STATUS     = :CT-ACTIVE-STATUS,
                    CHANGED_BY          = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP   = CURRENT TIMESTAMP
              WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
                AND HOTEL_CODE   = :WS-HOTEL-CODE
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
             INSERT INTO T95_HOTEL_CONTRACT
                (AIRPORT_CODE, HOTEL_CODE, HOTEL_NAME, ROOM_RATE,
                 CURRENCY_CODE, CANCEL_CUTOFF_HOURS, CONTRACT_STATUS,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-AIRPORT-CODE, :WS-HOTEL-CODE, :WS-HOTEL-NAME,
                 :WS-ROOM-RATE, :WS-CURRENCY-CODE, :WS-CUTOFF-HOURS,
                 :CT-ACTIVE-STATUS, :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7006-CHECK-CURRENCY
      ******************************************************************
       7006-CHECK-CURRENCY.
           MOVE 0 TO WS-CURRENCY-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CURRENCY-COUNT
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
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
           MOVE 'T95_HOTEL_CONTRACT' TO CAUD-TABLE-NAME
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
               RETURN TRANSID('0285') COMMAREA(WS-ZZEC0215)
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
