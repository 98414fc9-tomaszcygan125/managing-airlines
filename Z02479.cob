       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02479.
      ******************************************************************
      *
      * INADMISSIBLE PASSENGER (INAD) AND DEPORTEE CASE REGISTER
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'I' ON
      * THE SECOND MENU PAGE (Z02455) "INAD AND DEPORTEE CASES" --
      * OPS, SUPER (OR ADMIN) SIGN-ON, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * WHEN A BORDER POST REFUSES A PASSENGER WE CARRIED, WE FLY
      * THEM BACK AND OFTEN PAY AN IMMIGRATION FINE; A DEPORTEE IS A
      * PASSENGER THE AUTHORITIES ORDER US TO CARRY.  BOTH ARE NOW
      * ONE CASE ROW ON THE NEW T99_INAD_CASE TABLE, ONE PER
      * PASSENGER PER FLIGHT:
      *
      *   CASE_ID                INTEGER    OFF T20_ID_SEQUENCE
      *   CASE_TYPE              CHAR(4)    'INAD' / 'DEPO'
      *   FLIGHT_ID              CHAR(8)    T05 FLIGHT CARRIED ON
      *   PASSENGER_ID           INTEGER    T06 PASSENGER
      *   DEPARTURE_AIRPORT_CODE CHAR(3)    STATION THAT ACCEPTED THE
      *                                     PASSENGER (T05 DEPARTURE,
      *                                     COPIED AT OPENING)
      *   REFUSAL_REASON         CHAR(4)    SEE CT-REFUSAL-REASONS
      *   FINE_AMOUNT            DEC(9,2)   IMMIGRATION FINE
      *   FINE_CURRENCY          CHAR(3)    T17 CURRENCY OF THE FINE
      *                                     AND THE ESCORT COST
      *   RETURN_RESERVATION_ID  INTEGER    T09 RETURN BOOKING, 0
      *                                     UNTIL ONE IS MADE
      *   ESCORT_COST            DEC(9,2)   ESCORTS FOR THE RETURN
      *   CASE_STATUS            CHAR(6)    'OPEN' / 'CLOSED'
      *   OPENED_BY / OPENED_TIMESTAMP      EIBOPID, CURRENT TIMESTAMP
      *   UPDATED_BY / UPDATED_TIMESTAMP    LAST 'U' OR 'C'
      *
      * THE AGENT KEYS THE FLIGHT AND THE PASSENGER'S IDENTIFICATION
      * NUMBER (THE PASSENGER MUST HOLD A SEAT ON THAT FLIGHT):
      *
      *   BLANK -- SHOW THE CASE (OR THE PASSENGER, IF NONE YET)
      *   'O'   -- OPEN A CASE.  TYPE 'I' INAD OR 'D' DEPORTEE.  AN
      *            INAD NEEDS A REFUSAL REASON; A DEPORTEE TAKES
      *            'DEPO' WHEN NONE IS KEYED.  DEPORTEES ARE CAPPED
      *            PER FLIGHT BY THE T87 PARAMETER
      *            DEPORTEE-MAX-PER-FLIGHT (CT-DEPORTEE-MAX-PER-FLIGHT
      *            WHEN NO ROW)
      *   'U'   -- REPLACE REASON, FINE, CURRENCY, RETURN BOOKING AND
      *            ESCORT COST ON AN OPEN CASE
      *   'C'   -- CLOSE THE CASE; A CLOSED CASE IS NOT CHANGED AGAIN
      *
      * THE FINE AND THE ESCORT COST ARE POSTED TO
      * T54_DISRUPTION_COST AS COST_TYPE 'INADFINE' / 'INADESCT'
      * (FLIGHT_ID THE CASE FLIGHT, REFERENCE_KEY THE CASE ID, THE
      * AMOUNT IN THE CASE CURRENCY AS T54 ALREADY HOLDS IT).  EVERY
      * 'O'/'U' REPLACES THE CASE'S EARLIER ROWS, SO THE LEDGER
      * ALWAYS HOLDS WHAT THE CASE SAYS NOW.  Z02407 ROLLS THEM UP
      * AND Z02480 REPORTS THE MONTH BY STATION AND REASON.  EVERY
      * CHANGE IS LOGGED TO T24.
      *
      *   NEW MAPSET MP0288 (COPYBOOK ZZMP0288), FIELDS:
      *      ACTIONI        PIC X(1)   ' ' / 'O' / 'U' / 'C'
      *      FLIGHTI        PIC X(8)   T05 FLIGHT_ID
      *      IDNUMI         PIC X(12)  T06 IDENTIFICATION_NUMBER
      *      TYPEI          PIC X(1)   'I' / 'D' ('O')
      *      REASONI        PIC X(4)   REFUSAL REASON ('O'/'U')
      *      FINEI          PIC X(10)  FINE, E.G. 3000.00
      *      CURRI          PIC X(3)   CURRENCY OF FINE AND ESCORT
      *      RETRESI        PIC X(9)   RETURN RESERVATION ID
      *      ESCORTI        PIC X(10)  ESCORT COST
      *      PAXO           PIC X(40)  PASSENGER NAME
      *      STATIONO       PIC X(3)   DEPARTURE STATION
      *      CASEO          PIC 9(9)   CASE ID
      *      STATUSO        PIC X(6)   CASE_STATUS
      *      OPENEDO        PIC X(40)  OPENED BY / AT
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
           COPY ZZMP0288.
           COPY ZZEC0215.
           COPY ZZEC0269.
           COPY ZZEC0270.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02479'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-DEPORTEE-MAX-PER-FLIGHT      PIC S9(4) COMP VALUE 2.
           05 CT-INAD-CASE-TYPE               PIC X(4) VALUE 'INAD'.
           05 CT-DEPORTEE-CASE-TYPE           PIC X(4) VALUE 'DEPO'.
           05 CT-OPEN-STATUS                  PIC X(6) VALUE 'OPEN'.
           05 CT-CLOSED-STATUS                PIC X(6) VALUE 'CLOSED'.
           05 CT-FINE-COST-TYPE               PIC X(8) VALUE 'INADFINE'.
           05 CT-ESCORT-COST-TYPE             PIC X(8) VALUE 'INADESCT'.
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
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-7009-PARA              VALUE '7009'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-CASE-ACTION                              PIC X.
               88 SO-ACTION-SHOW                          VALUE ' '.
               88 SO-ACTION-OPEN                          VALUE 'O'.
               88 SO-ACTION-UPDATE                        VALUE 'U'.
               88 SO-ACTION-CLOSE                         VALUE 'C'.
           05 SW-CASE-KIND                                PIC X.
               88 SO-KIND-INAD                            VALUE 'I'.
               88 SO-KIND-DEPORTEE                        VALUE 'D'.
           05 SW-IF-CASE-FOUND                            PIC X.
               88 SO-CASE-FOUND                           VALUE 'Y'.
               88 SO-CASE-NOT-FOUND                       VALUE 'N'.
           05 SW-REFUSAL-REASON                           PIC X(4).
      * NO OR INVALID DOCUMENT / VISA / FRAUDULENT OR IMPOSTOR
      * DOCUMENT / NO FUNDS OR ONWARD TICKET / SECURITY GROUNDS /
      * ANY OTHER REFUSAL / DEPORTATION ORDER (DEPORTEES ONLY)
               88 SO-INAD-REASON                          VALUE 'DOCS'
                                                                'VISA'
                                                                'FRAU'
                                                                'FUND'
                                                                'SECU'
                                                                'OTHR'.
               88 SO-DEPORTEE-REASON                      VALUE 'DEPO'.
       01 WS-VARIABLES.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-ID-NUMBER                  PIC X(12).
           05 WS-PASSENGER-ID-NUM           PIC S9(9) COMP.
           05 WS-PAX-FIRST-NAME             PIC X(50).
           05 WS-PAX-LAST-NAME              PIC X(50).
           05 WS-DEPARTURE-AIRPORT          PIC X(3).
           05 WS-CASE-ID                    PIC S9(9) COMP.
           05 WS-CASE-TYPE                  PIC X(4).
           05 WS-FINE-AMOUNT                PIC S9(7)V99 COMP-3.
           05 WS-FINE-CURRENCY              PIC X(3).
           05 WS-RETURN-RESV-ID             PIC S9(9) COMP.
           05 WS-ESCORT-COST                PIC S9(7)V99 COMP-3.
           05 WS-CASE-STATUS                PIC X(6).
           05 WS-OPENED-BY                  PIC X(8).
           05 WS-OPENED-TS                  PIC X(26).
           05 WS-DEPORTEE-COUNT             PIC S9(9) COMP.
           05 WS-DEPORTEE-MAX               PIC S9(9) COMP.
           05 WS-CURRENCY-COUNT             PIC S9(9) COMP.
           05 WS-RESERVATION-COUNT          PIC S9(9) COMP.
           05 WS-AMOUNT-TEXT                PIC X(10).
           05 WS-AMOUNT-EDIT                PIC Z(6)9.99.
           05 WS-RESV-ID-DISPLAY            PIC 9(9).
           05 WS-SCREEN-MESSAGE             PIC X(60).

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
           MOVE LOW-VALUES TO MP0288O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0288') MAPSET('MP0288')
             FROM(MP0288O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2012-VALIDATE-INPUT
           MOVE SPACE TO WS-SCREEN-MESSAGE
           PERFORM 7001-READ-THE-PASSENGER
           PERFORM 7002-READ-THE-CASE
           EVALUATE TRUE
           WHEN SO-ACTION-OPEN
              PERFORM 2020-OPEN-THE-CASE
           WHEN SO-ACTION-UPDATE
              PERFORM 2025-UPDATE-THE-CASE
           WHEN SO-ACTION-CLOSE
              PERFORM 2028-CLOSE-THE-CASE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           PERFORM 2030-SHOW-THE-CASE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0288I
           EXEC CICS
           RECEIVE MAP('MP0288') MAPSET('MP0288')
           INTO(MP0288I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT AND THE PASSENGER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-INPUT
      ******************************************************************
       2012-VALIDATE-INPUT.
           MOVE ACTIONI TO SW-CASE-ACTION
           MOVE FLIGHTI TO WS-FLIGHT-ID
           MOVE IDNUMI  TO WS-ID-NUMBER
           INSPECT WS-ID-NUMBER
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF SW-CASE-ACTION = LOW-VALUE OR SW-CASE-ACTION = '_'
              SET SO-ACTION-SHOW TO TRUE
           END-IF
           IF NOT (SO-ACTION-SHOW OR SO-ACTION-OPEN OR
                   SO-ACTION-UPDATE OR SO-ACTION-CLOSE)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE O, U, C OR BLANK' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-FLIGHT-ID = SPACE OR WS-FLIGHT-ID = LOW-VALUES OR
              WS-ID-NUMBER = SPACE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT AND THE PASSENGER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-FLIGHT-ID WS-ID-NUMBER
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                2013-VALIDATE-CASE-DETAILS
      * REASON, FINE, CURRENCY, RETURN BOOKING AND ESCORT COST, AS
      * KEYED FOR 'O' AND 'U'.  A BLANK AMOUNT IS ZERO, A BLANK
      * RETURN BOOKING IS "NOT BOOKED YET"
      ******************************************************************
       2013-VALIDATE-CASE-DETAILS.
           MOVE REASONI TO SW-REFUSAL-REASON
           INSPECT SW-REFUSAL-REASON
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF SW-REFUSAL-REASON = SPACE AND
              WS-CASE-TYPE = CT-DEPORTEE-CASE-TYPE
              SET SO-DEPORTEE-REASON TO TRUE
           END-IF
           IF WS-CASE-TYPE = CT-INAD-CASE-TYPE AND
              NOT SO-INAD-REASON
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'REASON MUST BE DOCS VISA FRAU FUND SECU OR OTHR'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-CASE-TYPE = CT-DEPORTEE-CASE-TYPE AND
              NOT (SO-INAD-REASON OR SO-DEPORTEE-REASON)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'REASON MUST BE DEPO OR AN INAD REFUSAL REASON'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE FINEI TO WS-AMOUNT-TEXT
           INSPECT WS-AMOUNT-TEXT
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           MOVE ZERO TO WS-FINE-AMOUNT
           IF WS-AMOUNT-TEXT NOT = SPACE THEN
              COMPUTE WS-FINE-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           MOVE ESCORTI TO WS-AMOUNT-TEXT
           INSPECT WS-AMOUNT-TEXT
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           MOVE ZERO TO WS-ESCORT-COST
           IF WS-AMOUNT-TEXT NOT = SPACE THEN
              COMPUTE WS-ESCORT-COST = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           IF WS-FINE-AMOUNT < ZERO OR WS-ESCORT-COST < ZERO THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FINE AND ESCORT COST CANNOT BE NEGATIVE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE CURRI TO WS-FINE-CURRENCY
           INSPECT WS-FINE-CURRENCY
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF WS-FINE-AMOUNT > ZERO OR WS-ESCORT-COST > ZERO OR
              WS-FINE-CURRENCY NOT = SPACE
              PERFORM 7004-CHECK-CURRENCY
              IF WS-CURRENCY-COUNT = 0 THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'CURRENCY NOT ON THE CURRENCY RATE TABLE' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           MOVE ZERO TO WS-RETURN-RESV-ID
           IF RETRESI NOT = SPACE AND RETRESI NOT = LOW-VALUES THEN
              IF RETRESI IS NUMERIC AND RETRESI > ZERO THEN
                 MOVE RETRESI TO WS-RETURN-RESV-ID
                 PERFORM 7005-CHECK-RETURN-BOOKING
              ELSE
                 MOVE ZERO TO WS-RESERVATION-COUNT
              END-IF
              IF WS-RESERVATION-COUNT = 0 THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'RETURN BOOKING IS NOT A KNOWN RESERVATION' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           .
      ******************************************************************
      *                  2020-OPEN-THE-CASE
      * ONE CASE PER PASSENGER PER FLIGHT; DEPORTEES UP TO THE
      * FLIGHT'S LIMIT
      ******************************************************************
       2020-OPEN-THE-CASE.
           IF SO-CASE-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'A CASE IS ALREADY OPEN FOR THIS PASSENGER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE TYPEI TO SW-CASE-KIND
           EVALUATE TRUE
           WHEN SO-KIND-INAD
              MOVE CT-INAD-CASE-TYPE     TO WS-CASE-TYPE
           WHEN SO-KIND-DEPORTEE
              MOVE CT-DEPORTEE-CASE-TYPE TO WS-CASE-TYPE
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'TYPE MUST BE I (INAD) OR D (DEPORTEE)' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           PERFORM 2013-VALIDATE-CASE-DETAILS
           IF SO-KIND-DEPORTEE THEN
              MOVE 'DEPORTEE-MAX-PER-FLIGHT'  TO PARM-NAME
              MOVE SPACE                      TO PARM-SCOPE
              MOVE SPACE                      TO PARM-AS-OF-DATE
              MOVE CT-DEPORTEE-MAX-PER-FLIGHT TO PARM-DEFAULT-VALUE
              CALL 'Z02457' USING WS-ZZEC0269
              MOVE PARM-VALUE TO WS-DEPORTEE-MAX
              PERFORM 7003-COUNT-DEPORTEES
              IF WS-DEPORTEE-COUNT >= WS-DEPORTEE-MAX THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'FLIGHT IS AT ITS DEPORTEE LIMIT' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           PERFORM 7006-INSERT-THE-CASE
           PERFORM 7009-POST-CASE-COSTS
           MOVE 'INAD CASE OPENED'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'CASE OPENED -- NEXT PASSENGER OR F3 TO RETURN'
             TO WS-SCREEN-MESSAGE
           .
      ******************************************************************
      *                  2025-UPDATE-THE-CASE
      ******************************************************************
       2025-UPDATE-THE-CASE.
           PERFORM 2026-CHECK-CASE-IS-OPEN
           PERFORM 2013-VALIDATE-CASE-DETAILS
           PERFORM 7007-UPDATE-THE-CASE
           PERFORM 7009-POST-CASE-COSTS
           MOVE 'INAD CASE UPDATED'  TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'CASE UPDATED' TO WS-SCREEN-MESSAGE
           .
      ******************************************************************
      *                  2026-CHECK-CASE-IS-OPEN
      ******************************************************************
       2026-CHECK-CASE-IS-OPEN.
           IF SO-CASE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO CASE FOR THIS PASSENGER -- ACTION O OPENS ONE'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-CASE-STATUS NOT = CT-OPEN-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CASE IS CLOSED AND CANNOT BE CHANGED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                  2028-CLOSE-THE-CASE
      ******************************************************************
       2028-CLOSE-THE-CASE.
           PERFORM 2026-CHECK-CASE-IS-OPEN
           PERFORM 7008-CLOSE-THE-CASE
           MOVE 'INAD CASE CLOSED'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'CASE CLOSED' TO WS-SCREEN-MESSAGE
           .
      ******************************************************************
      *                  2030-SHOW-THE-CASE
      ******************************************************************
       2030-SHOW-THE-CASE.
           PERFORM 7002-READ-THE-CASE
           MOVE LOW-VALUES TO MP0288O
           MOVE WS-FLIGHT-ID         TO FLIGHTO
           MOVE WS-ID-NUMBER         TO IDNUMO
           STRING WS-PAX-FIRST-NAME DELIMITED BY SPACE
                  ' '               DELIMITED BY SIZE
                  WS-PAX-LAST-NAME  DELIMITED BY SPACE
             INTO PAXO
           END-STRING
           MOVE WS-DEPARTURE-AIRPORT TO STATIONO
           IF SO-CASE-FOUND THEN
              IF WS-CASE-TYPE = CT-DEPORTEE-CASE-TYPE THEN
                 MOVE 'D' TO TYPEO
              ELSE
                 MOVE 'I' TO TYPEO
              END-IF
              MOVE WS-CASE-ID        TO CASEO
              MOVE SW-REFUSAL-REASON TO REASONO
              MOVE WS-FINE-AMOUNT    TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT    TO FINEO
              MOVE WS-FINE-CURRENCY  TO CURRO
              IF WS-RETURN-RESV-ID > ZERO THEN
                 MOVE WS-RETURN-RESV-ID  TO WS-RESV-ID-DISPLAY
                 MOVE WS-RESV-ID-DISPLAY TO RETRESO
              END-IF
              MOVE WS-ESCORT-COST    TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT    TO ESCORTO
              MOVE WS-CASE-STATUS    TO STATUSO
              STRING 'BY ' WS-OPENED-BY ' AT ' WS-OPENED-TS(1:16)
                DELIMITED BY SIZE INTO OPENEDO
              END-STRING
              IF WS-SCREEN-MESSAGE = SPACE THEN
                 IF WS-CASE-STATUS = CT-OPEN-STATUS THEN
                    MOVE 'CASE OPEN -- U TO CHANGE, C TO CLOSE'
                      TO WS-SCREEN-MESSAGE
                 ELSE
                    MOVE 'CASE CLOSED' TO WS-SCREEN-MESSAGE
                 END-IF
              END-IF
           ELSE
              MOVE 'NO CASE FOR THIS PASSENGER -- ACTION O OPENS ONE'
                TO WS-SCREEN-MESSAGE
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
      * OPS OR SUPER (ADMIN GETS EVERYTHING)
      ******************************************************************
       2170-CHECK-THE-ROLE.
           PERFORM 2165-RESOLVE-SIGNON-ROLE
           IF SO-ROLE-OPS OR SO-ROLE-SUPER OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'INAD CASES NEED AN OPS OR SUPERVISOR SIGN-ON' TO
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
      *                  7001-READ-THE-PASSENGER
      * THE PASSENGER MUST HOLD A SEAT ON THE FLIGHT; THE FLIGHT'S
      * DEPARTURE IS THE STATION THAT ACCEPTED THEM
      ******************************************************************
       7001-READ-THE-PASSENGER.
           EXEC SQL
             SELECT T04.PASSENGER_ID,
                    T06.PASSENGER_NAME,
                    T06.PASSENGER_LAST_NAME,
                    T05.DEPARTURE_AIRPORT_CODE
             INTO :WS-PASSENGER-ID-NUM,
                  :WS-PAX-FIRST-NAME,
                  :WS-PAX-LAST-NAME,
                  :WS-DEPARTURE-AIRPORT
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T04.PASSENGER_ID
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                   T05.FLIGHT_ID = T04.FLIGHT_ID
             WHERE T04.FLIGHT_ID = :WS-FLIGHT-ID
               AND T06.IDENTIFICATION_NUMBER = :WS-ID-NUMBER
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PASSENGER HOLDS NO SEAT ON THAT FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7002-READ-THE-CASE
      ******************************************************************
       7002-READ-THE-CASE.
           EXEC SQL
             SELECT CASE_ID,
                    CASE_TYPE,
                    REFUSAL_REASON,
                    FINE_AMOUNT,
                    FINE_CURRENCY,
                    RETURN_RESERVATION_ID,
                    ESCORT_COST,
                    CASE_STATUS,
                    OPENED_BY,
                    CHAR(OPENED_TIMESTAMP)
             INTO :WS-CASE-ID,
                  :WS-CASE-TYPE,
                  :SW-REFUSAL-REASON,
                  :WS-FINE-AMOUNT,
                  :WS-FINE-CURRENCY,
                  :WS-RETURN-RESV-ID,
                  :WS-ESCORT-COST,
                  :WS-CASE-STATUS,
                  :WS-OPENED-BY,
                  :WS-OPENED-TS
             FROM T99_INAD_CASE
             WHERE FLIGHT_ID    = :WS-FLIGHT-ID
               AND PASSENGER_ID = :WS-PASSENGER-ID-NUM
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CASE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-CASE-NOT-FOUND TO TRUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7003-COUNT-DEPORTEES
      ******************************************************************
       7003-COUNT-DEPORTEES.
           MOVE 0 TO WS-DEPORTEE-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-DEPORTEE-COUNT
             FROM T99_INAD_CASE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND CASE_TYPE = :CT-DEPORTEE-CASE-TYPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7004-CHECK-CURRENCY
      ******************************************************************
       7004-CHECK-CURRENCY.
           MOVE 0 TO WS-CURRENCY-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CURRENCY-COUNT
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE = :WS-FINE-CURRENCY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7005-CHECK-RETURN-BOOKING
      ******************************************************************
       7005-CHECK-RETURN-BOOKING.
           MOVE 0 TO WS-RESERVATION-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-RESERVATION-COUNT
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE
             WHERE RESERVATION_ID = :WS-RETURN-RESV-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7006-INSERT-THE-CASE
      * CASE ID OFF THE SAME T20 SEQUENCE DRAW AS Z02202'S
      * 7127-RECORD-PAYMENT
      ******************************************************************
       7006-INSERT-THE-CASE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-CASE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T99_INAD_CASE
                (CASE_ID, CASE_TYPE, FLIGHT_ID, PASSENGER_ID,
                 DEPARTURE_AIRPORT_CODE, REFUSAL_REASON,
                 FINE_AMOUNT, FINE_CURRENCY, RETURN_RESERVATION_ID,
                 ESCORT_COST, CASE_STATUS, OPENED_BY,
                 OPENED_TIMESTAMP, UPDATED_BY, UPDATED_TIMESTAMP)
             VALUES
                (:WS-CASE-ID, :WS-CASE-TYPE, :WS-FLIGHT-ID,
                 :WS-PASSENGER-ID-NUM, :WS-DEPARTURE-AIRPORT,
                 :SW-REFUSAL-REASON, :WS-FINE-AMOUNT,
                 :WS-FINE-CURRENCY, :WS-RETURN-RESV-ID,
                 :WS-ESCORT-COST, :CT-OPEN-STATUS, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP, :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7007-UPDATE-THE-CASE
      ******************************************************************
       7007-UPDATE-THE-CASE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T99_INAD_CASE
                SET REFUSAL_REASON        = :SW-REFUSAL-REASON,
                    FINE_AMOUNT           = :WS-FINE-AMOUNT,
                    FINE_CURRENCY         = :WS-FINE-CURRENCY,
                    RETURN_RESERVATION_ID = :WS-RETURN-RESV-ID,
                    ESCORT_COST           = :WS-ESCORT-COST,
                    UPDATED_BY            = :WS-OPERATOR-ID,
                    UPDATED_TIMESTAMP     = CURRENT TIMESTAMP
              WHERE CASE_ID     = :WS-CASE-ID
                AND CASE_STATUS = :CT-OPEN-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7008-CLOSE-THE-CASE
      ******************************************************************
       7008-CLOSE-THE-CASE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T99_INAD_CASE
                SET CASE_STATUS       = :CT-CLOSED-STATUS,
                    UPDATED_BY        = :WS-OPERATOR-ID,
                    UPDATED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE CASE_ID     = :WS-CASE-ID
                AND CASE_STATUS = :CT-OPEN-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7009-POST-CASE-COSTS
      * THE CASE'S FINE AND ESCORT COST ON T54, REPLACING WHATEVER
      * THE CASE POSTED BEFORE -- Z02407 ROLLS EVERY T54 ROW OF THE
      * FLIGHT UP THE SAME WAY AS Z02441'S 'WELFARE' ROWS
      ******************************************************************
       7009-POST-CASE-COSTS.
           EXEC SQL
             DELETE FROM T54_DISRUPTION_COST
              WHERE REFERENCE_KEY = :WS-CASE-ID
                AND COST_TYPE IN (:CT-FINE-COST-TYPE,
                                  :CT-ESCORT-COST-TYPE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-FINE-AMOUNT > ZERO THEN
              EXEC SQL
                INSERT INTO T54_DISRUPTION_COST
                   (FLIGHT_ID, COST_TYPE, COST_AMOUNT, REFERENCE_KEY,
                    RECORDED_TIMESTAMP)
                VALUES
                   (:WS-FLIGHT-ID, :CT-FINE-COST-TYPE,
                    :WS-FINE-AMOUNT, :WS-CASE-ID, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 SET SO-7009-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           IF WS-ESCORT-COST > ZERO THEN
              EXEC SQL
                INSERT INTO T54_DISRUPTION_COST
                   (FLIGHT_ID, COST_TYPE, COST_AMOUNT, REFERENCE_KEY,
                    RECORDED_TIMESTAMP)
                VALUES
                   (:WS-FLIGHT-ID, :CT-ESCORT-COST-TYPE,
                    :WS-ESCORT-COST, :WS-CASE-ID, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 SET SO-7009-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
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
               RETURN TRANSID('0288') COMMAREA(WS-ZZEC0215)
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
