       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02509.
      ******************************************************************
      *
      * PAID UPGRADE BIDS
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'R' ON
      * THE SECOND MENU PAGE (Z02455) "UPGRADE BIDS".  ANY AGENT MAY
      * TAKE A PASSENGER'S BID; SETTING THE BID RANGE OF A ROUTE IS
      * SUPER (OR ADMIN) ONLY (2170-CHECK-THE-ROLE).
      *
      * A PASSENGER SEATED BEHIND THE PREMIUM CABIN MAY BID FOR AN
      * UPGRADE INTO IT.  THE BID IS NAMED BY BOOKING REFERENCE,
      * FLIGHT AND THE PASSENGER'S IDENTIFICATION NUMBER, AND EVERY
      * CHECK (LIVE SEAT, ROUTE RANGE, CUT-OFF) IS MADE BY THE Z02508
      * BID STORE, THE SAME ONE THE WEB VENDOR'S Z02510 FEED CALLS:
      *
      *   'I' -- SHOW THE PASSENGER'S LATEST BID, THE ROUTE'S RANGE
      *          AND THE CUT-OFF
      *   'B' -- PLACE A BID, OR CHANGE THE AMOUNT OF THE OPEN ONE
      *   'W' -- WITHDRAW THE OPEN BID
      *   'R' -- SET THE MINIMUM AND MAXIMUM BID OF A ROUTE AND CABIN
      *          (DEPARTURE, ARRIVAL, THE CABIN'S T13 SEAT TYPE) ON
      *          T130 -- SUPER ONLY
      *
      * THE OPEN BIDS ARE RANKED AND CLEARED BY Z02434 AT CHECK-IN
      * CLOSE.  EVERY CHANGE IS LOGGED TO T24.
      *
      *   NEW MAPSET MP0297 (COPYBOOK ZZMP0297), FIELDS:
      *      ACTIONI        PIC X(1)   'I'/'B'/'W'/'R'
      *      LOCATRI/O      PIC X(6)   BOOKING REFERENCE ('I'/'B'/'W')
      *      FLIGHTI/O      PIC X(8)   FLIGHT ID ('I'/'B'/'W')
      *      IDNUMI/O       PIC X(12)  PASSENGER IDENTIFICATION
      *                                NUMBER ('I'/'B'/'W')
      *      AMOUNTI/O      PIC X(12)  BID AMOUNT ('B')
      *      DEPAPI/O       PIC X(3)   DEPARTURE AIRPORT ('R')
      *      ARRAPI/O       PIC X(3)   ARRIVAL AIRPORT ('R')
      *      SEATTPI/O      PIC X(9)   T13 SEAT TYPE OF THE CABIN ('R')
      *      MINBIDI/O      PIC X(12)  MINIMUM BID ('R'; SHOWN ON
      *                                'I'/'B'/'W')
      *      MAXBIDI/O      PIC X(12)  MAXIMUM BID (DITTO)
      *      BIDIDO         PIC 9(9)   BID NUMBER
      *      STATUSO        PIC X(10)  BID STATUS
      *      CUTOFFO        PIC X(16)  CUT-OFF, YYYY-MM-DD-HH.MM
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
           COPY ZZMP0297.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0272.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02509'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-BID-STORE-NAME               PIC X(8) VALUE 'Z02508  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-DESK-CHANNEL                 PIC X(4) VALUE 'DESK'.
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
               88 SO-ACTION-INQUIRE                       VALUE 'I'.
               88 SO-ACTION-BID                           VALUE 'B'.
               88 SO-ACTION-WITHDRAW                      VALUE 'W'.
               88 SO-ACTION-RANGE                         VALUE 'R'.
       01 WS-VARIABLES.
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-ARRIVAL-AIRPORT            PIC X(3).
           05 WS-SEAT-TYPE-ID               PIC S9(9) COMP.
           05 WS-MINIMUM-BID                PIC S9(7)V99 COMP-3.
           05 WS-MAXIMUM-BID                PIC S9(7)V99 COMP-3.
           05 WS-FOUND-COUNT                PIC S9(9) COMP.
           05 WS-MONEY-FORMAT               PIC Z,ZZZ,ZZ9.99.

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
           PERFORM 2050-SEND-CLEAN-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
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
           MOVE LOW-VALUES TO MP0297O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0297') MAPSET('MP0297')
             FROM(MP0297O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           MOVE ACTIONI TO SW-USER-ACTION
           MOVE 0 TO BID-AMOUNT
           EVALUATE TRUE
           WHEN SO-ACTION-INQUIRE
              MOVE 'SHOW ' TO BID-FUNCTION
              PERFORM 2020-CALL-THE-BID-STORE
           WHEN SO-ACTION-BID
              MOVE 'PLACE' TO BID-FUNCTION
              PERFORM 2012-VALIDATE-AMOUNT
              PERFORM 2020-CALL-THE-BID-STORE
           WHEN SO-ACTION-WITHDRAW
              MOVE 'WDRAW' TO BID-FUNCTION
              PERFORM 2020-CALL-THE-BID-STORE
           WHEN SO-ACTION-RANGE
              PERFORM 2170-CHECK-THE-ROLE
              PERFORM 2030-VALIDATE-RANGE
              PERFORM 2040-SET-THE-RANGE
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE I, B, W OR R' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0297I
           EXEC CICS
           RECEIVE MAP('MP0297') MAPSET('MP0297')
           INTO(MP0297I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND BOOKING OR ROUTE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                 2012-VALIDATE-AMOUNT
      ******************************************************************
       2012-VALIDATE-AMOUNT.
           IF AMOUNTI = SPACE OR AMOUNTI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE BID AMOUNT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE BID-AMOUNT = FUNCTION NUMVAL(AMOUNTI)
           IF BID-AMOUNT NOT > ZERO THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'BID AMOUNT MUST BE ABOVE 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-CALL-THE-BID-STORE
      * Z02508 MAKES EVERY CHECK; A REFUSAL COMES BACK AS ITS MESSAGE
      * ON THE MAP, A DB2 FAILURE THROUGH 9000-DB2-ERROR
      ******************************************************************
       2020-CALL-THE-BID-STORE.
           MOVE LOCATRI         TO BID-RECORD-LOCATOR
           MOVE FLIGHTI         TO BID-FLIGHT-ID
           MOVE IDNUMI          TO BID-ID-NUMBER
           INSPECT BID-RECORD-LOCATOR REPLACING ALL LOW-VALUES BY SPACE
           INSPECT BID-FLIGHT-ID      REPLACING ALL LOW-VALUES BY SPACE
           INSPECT BID-ID-NUMBER      REPLACING ALL LOW-VALUES BY SPACE
           IF BID-RECORD-LOCATOR = SPACE OR BID-FLIGHT-ID = SPACE OR
              BID-ID-NUMBER = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE BOOKING, FLIGHT AND ID NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE CT-DESK-CHANNEL TO BID-CHANNEL
           MOVE EIBOPID         TO BID-OPERATOR-ID
           CALL CT-BID-STORE-NAME USING WS-ZZEC0272
           MOVE BID-RECORD-LOCATOR TO WS-LOG-ENTITY-KEY
           IF BID-RESULT = 'E' THEN
              MOVE BID-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE BID-SQLCODE      TO SQLCODE
              MOVE BID-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           END-IF
           IF BID-RESULT = 'O' THEN
              EVALUATE TRUE
              WHEN SO-ACTION-BID
                 MOVE 'UPGRADE BID PLACED' TO WS-LOG-ACTION-TEXT
                 PERFORM 9050-LOG-TRANSACTION
              WHEN SO-ACTION-WITHDRAW
                 MOVE 'UPGRADE BID WITHDRAWN' TO WS-LOG-ACTION-TEXT
                 PERFORM 9050-LOG-TRANSACTION
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-IF
           PERFORM 2060-SEND-BID-MAP
           .
      ******************************************************************
      *                   2030-VALIDATE-RANGE
      * BOTH AIRPORTS ON T02, THE SEAT TYPE ON T13, 0 < MIN <= MAX
      ******************************************************************
       2030-VALIDATE-RANGE.
           MOVE DEPAPI TO WS-DEPARTURE-AIRPORT
           MOVE ARRAPI TO WS-ARRIVAL-AIRPORT
           PERFORM 7001-CHECK-AIRPORTS
           IF WS-FOUND-COUNT < 2 OR
              WS-DEPARTURE-AIRPORT = WS-ARRIVAL-AIRPORT THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE TWO DIFFERENT T02 AIRPORTS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SEATTPI = SPACE OR SEATTPI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE CABIN SEAT TYPE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-SEAT-TYPE-ID = FUNCTION NUMVAL(SEATTPI)
           PERFORM 7002-CHECK-SEAT-TYPE
           IF WS-FOUND-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH SEAT TYPE ON T13' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF MINBIDI = SPACE OR MINBIDI = LOW-VALUES OR
              MAXBIDI = SPACE OR MAXBIDI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE MINIMUM AND MAXIMUM BID' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-MINIMUM-BID = FUNCTION NUMVAL(MINBIDI)
           COMPUTE WS-MAXIMUM-BID = FUNCTION NUMVAL(MAXBIDI)
           IF WS-MINIMUM-BID NOT > ZERO OR
              WS-MAXIMUM-BID < WS-MINIMUM-BID THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MINIMUM MUST BE ABOVE 0 AND NOT OVER MAXIMUM' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                    2040-SET-THE-RANGE
      * CHANGE THE ROUTE'S RANGE, OR ADD IT WHEN THERE IS NONE
      ******************************************************************
       2040-SET-THE-RANGE.
           STRING WS-DEPARTURE-AIRPORT '-' WS-ARRIVAL-AIRPORT
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           PERFORM 7003-UPDATE-RANGE
           IF SO-SQLCODE-NOT-FOUND THEN
              PERFORM 7004-INSERT-RANGE
              MOVE 'BID RANGE ADDED'   TO WS-LOG-ACTION-TEXT
           ELSE
              MOVE 'BID RANGE CHANGED' TO WS-LOG-ACTION-TEXT
           END-IF
           PERFORM 9050-LOG-TRANSACTION
           MOVE LOW-VALUES TO MP0297O
           MOVE WS-DEPARTURE-AIRPORT  TO DEPAPO
           MOVE WS-ARRIVAL-AIRPORT    TO ARRAPO
           MOVE SEATTPI               TO SEATTPO
           MOVE WS-MINIMUM-BID        TO WS-MONEY-FORMAT
           MOVE WS-MONEY-FORMAT       TO MINBIDO
           MOVE WS-MAXIMUM-BID        TO WS-MONEY-FORMAT
           MOVE WS-MONEY-FORMAT       TO MAXBIDO
           MOVE 'BID RANGE SAVED -- NEXT ACTION OR F3 TO RETURN' TO
                                         MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2060-SEND-BID-MAP
      ******************************************************************
       2060-SEND-BID-MAP.
           MOVE LOW-VALUES TO MP0297O
           MOVE BID-RECORD-LOCATOR    TO LOCATRO
           MOVE BID-FLIGHT-ID         TO FLIGHTO
           MOVE BID-ID-NUMBER         TO IDNUMO
           IF BID-ID > 0 THEN
              MOVE BID-ID             TO BIDIDO
              MOVE BID-AMOUNT         TO WS-MONEY-FORMAT
              MOVE WS-MONEY-FORMAT    TO AMOUNTO
           END-IF
           MOVE BID-STATUS            TO STATUSO
           IF BID-MAXIMUM > 0 THEN
              MOVE BID-MINIMUM        TO WS-MONEY-FORMAT
              MOVE WS-MONEY-FORMAT    TO MINBIDO
              MOVE BID-MAXIMUM        TO WS-MONEY-FORMAT
              MOVE WS-MONEY-FORMAT    TO MAXBIDO
           END-IF
           MOVE BID-CUTOFF-TIMESTAMP  TO CUTOFFO
           MOVE BID-MESSAGE           TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * SUPER (ADMIN GETS EVERYTHING) FOR THE ROUTE RANGES -- SAME T40
      * READ-BACK AS Z02485'S 2170, OFF THE OPERATOR Z02383 VALIDATED
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
           IF SO-ROLE-SUPER OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'BID RANGES NEED A SUPER SIGN-ON' TO
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
      *                   7001-CHECK-AIRPORTS
      ******************************************************************
       7001-CHECK-AIRPORTS.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T02_AIRPORT_TABLE
             WHERE AIRPORT_CODE IN (:WS-DEPARTURE-AIRPORT,
                                    :WS-ARRIVAL-AIRPORT)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7002-CHECK-SEAT-TYPE
      ******************************************************************
       7002-CHECK-SEAT-TYPE.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T13_TYPE_OF_SEATS_TABLE
             WHERE TYPE_OF_SEATS_ID = :WS-SEAT-TYPE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7003-UPDATE-RANGE
      ******************************************************************
       7003-UPDATE-RANGE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T130_UPGRADE_BID_RANGE
                SET MINIMUM_BID       = :WS-MINIMUM-BID,
                    MAXIMUM_BID       = :WS-MAXIMUM-BID,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE DEPARTURE_AIRPORT_CODE = :WS-DEPARTURE-AIRPORT
                AND ARRIVAL_AIRPORT_CODE   = :WS-ARRIVAL-AIRPORT
                AND TYPE_OF_SEATS_ID       = :WS-SEAT-TYPE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7004-INSERT-RANGE
      ******************************************************************
       7004-INSERT-RANGE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T130_UPGRADE_BID_RANGE
                (DEPARTURE_AIRPORT_CODE, ARRIVAL_AIRPORT_CODE,
                 TYPE_OF_SEATS_ID, MINIMUM_BID, MAXIMUM_BID,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-DEPARTURE-AIRPORT, :WS-ARRIVAL-AIRPORT,
                 :WS-SEAT-TYPE-ID, :WS-MINIMUM-BID, :WS-MAXIMUM-BID,
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
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
               RETURN TRANSID('0297') COMMAREA(WS-ZZEC0215)
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
