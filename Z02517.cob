       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02517.
      ******************************************************************
      *
      * MEDICAL CLEARANCE (MEDIF) -- MEDICAL DESK
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'T' ON
      * THE SECOND MENU PAGE (Z02455) "MEDICAL CLEARANCE" -- OPS,
      * SUPER (OR ADMIN) SIGN-ON, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * Z02202 OPENS A 'PENDING' CASE ON T136_MEDICAL_CLEARANCE
      * (COLUMNS IN Z02202'S HEADER) WHEN A PASSENGER IS BOOKED
      * WITH AN SSR CODE Z02423 FLAGGED AS NEEDING ONE, LINKS IT TO
      * THE RESERVATION'S FLIGHTS ON T137 AND PUTS IT ON THE
      * 'MEDIFREQ' WORK QUEUE.  THE DESK KEYS THE CLEARANCE NUMBER
      * FROM THE QUEUE ITEM AND GETS THE PASSENGER, THE FLIGHTS AND
      * WHERE THE CASE STANDS.  THE ACTION FIELD DECIDES IT:
      *
      *   BLANK -- SHOW THE CASE
      *   'A'   -- APPROVE: CONDITION CATEGORY, EQUIPMENT NEEDED,
      *            APPROVING DOCTOR AND THE VALIDITY WINDOW ARE ALL
      *            REQUIRED.  A CASE ALREADY APPROVED MAY BE
      *            APPROVED AGAIN WITH A NEW WINDOW (RENEWAL) -- THAT
      *            ALSO RE-ARMS Z02519'S LAPSE CHECK
      *   'R'   -- REJECT: THE PASSENGER IS NOT FIT TO FLY AS BOOKED
      *
      * TICKETING (Z02202 2136, Z02453) WAITS UNTIL EVERY CASE OF THE
      * RESERVATION IS 'APPROVED'.  EVERY DECISION STAMPS THE
      * OPERATOR (EIBOPID) AND THE TIME ON THE T136 ROW AND IS
      * LOGGED TO T24.  Z02518 PRINTS THE APPROVED CASES PER
      * DEPARTURE FOR THE STATION AND THE CABIN CREW.
      *
      *   NEW MAPSET MP0299 (COPYBOOK ZZMP0299), FIELDS:
      *      CLEARIDI       PIC X(9)   T136 CLEARANCE_ID
      *      ACTIONI        PIC X(1)   'A' / 'R' / BLANK
      *      CONDI          PIC X(10)  CONDITION CATEGORY ('A')
      *      EQUIPI         PIC X(30)  EQUIPMENT NEEDED ('A')
      *      DOCTORI        PIC X(30)  APPROVING DOCTOR ('A')
      *      VFROMI         PIC X(10)  VALID FROM, YYYY-MM-DD ('A')
      *      VTOI           PIC X(10)  VALID UNTIL, YYYY-MM-DD ('A')
      *      PAXO           PIC X(40)  PASSENGER'S NAME
      *      RESO           PIC X(9)   RESERVATION
      *      SSRO           PIC X(4)   SSR CODE
      *      FLIGHTSO       PIC X(60)  FLIGHTS OF THE CASE
      *      STATUSO        PIC X(10)  T136 CLEARANCE_STATUS
      *      DECIDEDO       PIC X(40)  DECIDED BY / AT
      *      MSGO           PIC X(60)
      *   THE I-FIELDS ARE ALSO SENT BACK (O) WITH THE STORED VALUES.
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
           COPY ZZMP0299.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * THE FLIGHTS THE CASE COVERS
           EXEC SQL
             DECLARE C-CLEARANCE-LEGS CURSOR FOR
             SELECT FLIGHT_ID
             FROM T137_MEDICAL_CLEARANCE_LEG
             WHERE CLEARANCE_ID = :WS-CLEARANCE-ID
             ORDER BY FLIGHT_ID
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02517'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-PENDING-STATUS               PIC X(10) VALUE 'PENDING'.
           05 CT-APPROVED-STATUS              PIC X(10)
                                                 VALUE 'APPROVED'.
           05 CT-REJECTED-STATUS              PIC X(10)
                                                 VALUE 'REJECTED'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-BAD-DATE       VALUE -180 -181.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-2165-PARA              VALUE '2165'.
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-SHOW-CASE                     VALUE ' '.
               88 SO-ACTION-APPROVE                       VALUE 'A'.
               88 SO-ACTION-REJECT                        VALUE 'R'.
           05 SW-DATE-CHECK                               PIC X.
               88 SO-WINDOW-OK                            VALUE 'F'.
               88 SO-WINDOW-IN-PAST                       VALUE 'P'.
               88 SO-WINDOW-REVERSED                      VALUE 'R'.
           05 SW-IF-END-OF-LEGS                           PIC X.
               88 SO-END-OF-LEGS                          VALUE 'Y'.
               88 SO-NOT-END-OF-LEGS                      VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-CLEARANCE-ID-TEXT          PIC X(9).
           05 WS-CLEARANCE-ID               PIC S9(9) COMP.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-RESERVATION-ID-TEXT        PIC 9(9).
           05 WS-PASSENGER-FIRST-NAME       PIC X(50).
           05 WS-PASSENGER-LAST-NAME        PIC X(50).
           05 WS-SSR-CODE                   PIC X(4).
           05 WS-CONDITION-CATEGORY         PIC X(10).
           05 WS-EQUIPMENT-NEEDED           PIC X(30).
           05 WS-APPROVING-DOCTOR           PIC X(30).
           05 WS-VALID-FROM                 PIC X(10).
           05 WS-VALID-UNTIL                PIC X(10).
           05 WS-CLEARANCE-STATUS           PIC X(10).
           05 WS-DECIDED-BY                 PIC X(8).
           05 WS-DECIDED-TS                 PIC X(26).
           05 WS-LEG-FLIGHT-ID              PIC X(8).
           05 WS-FLIGHT-LIST                PIC X(60).
           05 WS-FLIGHT-LIST-PTR            PIC S9(4) COMP.
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
           MOVE LOW-VALUES TO MP0299O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0299') MAPSET('MP0299')
             FROM(MP0299O)
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
           EVALUATE TRUE
           WHEN SO-ACTION-APPROVE
              PERFORM 2020-APPROVE-THE-CASE
           WHEN SO-ACTION-REJECT
              PERFORM 2025-REJECT-THE-CASE
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
           MOVE LOW-VALUES TO MP0299I
           EXEC CICS
           RECEIVE MAP('MP0299') MAPSET('MP0299')
           INTO(MP0299I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE CLEARANCE NUMBER' TO
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
           MOVE ACTIONI  TO SW-USER-ACTION
           MOVE CLEARIDI TO WS-CLEARANCE-ID-TEXT
           MOVE CONDI    TO WS-CONDITION-CATEGORY
           MOVE EQUIPI   TO WS-EQUIPMENT-NEEDED
           MOVE DOCTORI  TO WS-APPROVING-DOCTOR
           MOVE VFROMI   TO WS-VALID-FROM
           MOVE VTOI     TO WS-VALID-UNTIL
           INSPECT WS-CONDITION-CATEGORY
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-EQUIPMENT-NEEDED
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-APPROVING-DOCTOR
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-VALID-FROM
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-VALID-UNTIL
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF SW-USER-ACTION = LOW-VALUE OR SW-USER-ACTION = '_'
              SET SO-ACTION-SHOW-CASE TO TRUE
           END-IF
           IF NOT (SO-ACTION-SHOW-CASE OR SO-ACTION-APPROVE OR
                   SO-ACTION-REJECT)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE A, R OR BLANK' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-CLEARANCE-ID-TEXT = SPACE OR
              WS-CLEARANCE-ID-TEXT = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE CLEARANCE NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           INSPECT WS-CLEARANCE-ID-TEXT
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF FUNCTION TEST-NUMVAL(WS-CLEARANCE-ID-TEXT) NOT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CLEARANCE NUMBER MUST BE NUMERIC' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-CLEARANCE-ID =
                       FUNCTION NUMVAL(WS-CLEARANCE-ID-TEXT)
           IF SO-ACTION-APPROVE AND
              (WS-CONDITION-CATEGORY = SPACE OR
               WS-EQUIPMENT-NEEDED   = SPACE OR
               WS-APPROVING-DOCTOR   = SPACE OR
               WS-VALID-FROM         = SPACE OR
               WS-VALID-UNTIL        = SPACE)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'APPROVAL NEEDS CONDITION, EQUIPMENT, DOCTOR' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              MOVE 'AND THE VALID FROM / UNTIL DATES' TO
                                  WS-Z02141-I-ERROR-MESSAGE(2)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-APPROVE THEN
              PERFORM 7004-CHECK-THE-WINDOW
           END-IF
           MOVE WS-CLEARANCE-ID-TEXT TO WS-LOG-ENTITY-KEY
           .
      ******************************************************************
      *                2020-APPROVE-THE-CASE
      * A PENDING CASE, OR AN APPROVED ONE BEING RENEWED -- A
      * REJECTED CASE STAYS REJECTED, THE RESERVATION IS REBOOKED
      ******************************************************************
       2020-APPROVE-THE-CASE.
           PERFORM 7001-READ-THE-CASE
           IF WS-CLEARANCE-STATUS = CT-REJECTED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CASE WAS REJECTED -- IT CANNOT BE APPROVED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7002-MARK-APPROVED
           MOVE 'MEDIF APPROVED'     TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'CLEARANCE APPROVED -- NEXT CASE OR F3 TO RETURN'
             TO WS-SCREEN-MESSAGE
           .
      ******************************************************************
      *                2025-REJECT-THE-CASE
      ******************************************************************
       2025-REJECT-THE-CASE.
           PERFORM 7001-READ-THE-CASE
           IF WS-CLEARANCE-STATUS = CT-REJECTED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CASE IS ALREADY REJECTED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7003-MARK-REJECTED
           MOVE 'MEDIF REJECTED'     TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'CLEARANCE REJECTED -- NEXT CASE OR F3 TO RETURN'
             TO WS-SCREEN-MESSAGE
           .
      ******************************************************************
      *                  2030-SHOW-THE-CASE
      ******************************************************************
       2030-SHOW-THE-CASE.
           PERFORM 7001-READ-THE-CASE
           PERFORM 2031-LIST-THE-FLIGHTS
           MOVE LOW-VALUES TO MP0299O
           MOVE WS-CLEARANCE-ID-TEXT  TO CLEARIDO
           MOVE WS-CONDITION-CATEGORY TO CONDO
           MOVE WS-EQUIPMENT-NEEDED   TO EQUIPO
           MOVE WS-APPROVING-DOCTOR   TO DOCTORO
           MOVE WS-VALID-FROM         TO VFROMO
           MOVE WS-VALID-UNTIL        TO VTOO
           STRING WS-PASSENGER-FIRST-NAME DELIMITED BY SPACE
                  ' '                     DELIMITED BY SIZE
                  WS-PASSENGER-LAST-NAME  DELIMITED BY SPACE
             INTO PAXO
           END-STRING
           MOVE WS-RESERVATION-ID     TO WS-RESERVATION-ID-TEXT
           MOVE WS-RESERVATION-ID-TEXT TO RESO
           MOVE WS-SSR-CODE           TO SSRO
           MOVE WS-FLIGHT-LIST        TO FLIGHTSO
           MOVE WS-CLEARANCE-STATUS   TO STATUSO
           IF WS-DECIDED-TS NOT = SPACE THEN
              STRING 'BY ' WS-DECIDED-BY ' AT '
                     WS-DECIDED-TS(1:16)
                DELIMITED BY SIZE INTO DECIDEDO
              END-STRING
           END-IF
           IF WS-SCREEN-MESSAGE = SPACE THEN
              EVALUATE WS-CLEARANCE-STATUS
              WHEN CT-PENDING-STATUS
                 MOVE 'AWAITING THE MEDICAL DESK -- A OR R'
                   TO WS-SCREEN-MESSAGE
              WHEN CT-APPROVED-STATUS
                 MOVE 'CLEARED TO FLY WITHIN THE WINDOW SHOWN'
                   TO WS-SCREEN-MESSAGE
              WHEN OTHER
                 MOVE 'NOT CLEARED TO FLY' TO WS-SCREEN-MESSAGE
              END-EVALUATE
           END-IF
           MOVE WS-SCREEN-MESSAGE TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                  2031-LIST-THE-FLIGHTS
      ******************************************************************
       2031-LIST-THE-FLIGHTS.
           MOVE SPACE TO WS-FLIGHT-LIST
           MOVE 1 TO WS-FLIGHT-LIST-PTR
           SET SO-NOT-END-OF-LEGS TO TRUE
           EXEC SQL
             OPEN C-CLEARANCE-LEGS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7005-FETCH-NEXT-LEG
           PERFORM UNTIL SO-END-OF-LEGS OR WS-FLIGHT-LIST-PTR > 52
              STRING WS-LEG-FLIGHT-ID DELIMITED BY SPACE
                     ' '              DELIMITED BY SIZE
                INTO WS-FLIGHT-LIST
                WITH POINTER WS-FLIGHT-LIST-PTR
              END-STRING
              PERFORM 7005-FETCH-NEXT-LEG
           END-PERFORM
           EXEC SQL
             CLOSE C-CLEARANCE-LEGS
           END-EXEC
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
              MOVE 'MEDICAL DESK NEEDS AN OPS OR SUPERVISOR SIGN-ON' TO
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
      *                  7001-READ-THE-CASE
      ******************************************************************
       7001-READ-THE-CASE.
           EXEC SQL
             SELECT T136.RESERVATION_ID,
                    T06.PASSENGER_NAME,
                    T06.PASSENGER_LAST_NAME,
                    T136.SSR_CODE,
                    COALESCE(T136.CONDITION_CATEGORY, ' '),
                    COALESCE(T136.EQUIPMENT_NEEDED, ' '),
                    COALESCE(T136.APPROVING_DOCTOR, ' '),
                    COALESCE(CHAR(T136.VALID_FROM), ' '),
                    COALESCE(CHAR(T136.VALID_UNTIL), ' '),
                    T136.CLEARANCE_STATUS,
                    COALESCE(T136.DECIDED_BY, ' '),
                    COALESCE(CHAR(T136.DECIDED_TIMESTAMP), ' ')
             INTO :WS-RESERVATION-ID,
                  :WS-PASSENGER-FIRST-NAME,
                  :WS-PASSENGER-LAST-NAME,
                  :WS-SSR-CODE,
                  :WS-CONDITION-CATEGORY,
                  :WS-EQUIPMENT-NEEDED,
                  :WS-APPROVING-DOCTOR,
                  :WS-VALID-FROM,
                  :WS-VALID-UNTIL,
                  :WS-CLEARANCE-STATUS,
                  :WS-DECIDED-BY,
                  :WS-DECIDED-TS
             FROM T136_MEDICAL_CLEARANCE T136
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T136.PASSENGER_ID
             WHERE T136.CLEARANCE_ID = :WS-CLEARANCE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO MEDICAL CLEARANCE WITH THAT NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7002-MARK-APPROVED
      * A NEW WINDOW RE-ARMS Z02519'S LAPSE CHECK
      ******************************************************************
       7002-MARK-APPROVED.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T136_MEDICAL_CLEARANCE
                SET CLEARANCE_STATUS   = :CT-APPROVED-STATUS,
                    CONDITION_CATEGORY = :WS-CONDITION-CATEGORY,
                    EQUIPMENT_NEEDED   = :WS-EQUIPMENT-NEEDED,
                    APPROVING_DOCTOR   = :WS-APPROVING-DOCTOR,
                    VALID_FROM         = DATE(:WS-VALID-FROM),
                    VALID_UNTIL        = DATE(:WS-VALID-UNTIL),
                    LAPSE_QUEUED       = 'N',
                    DECIDED_BY         = :WS-OPERATOR-ID,
                    DECIDED_TIMESTAMP  = CURRENT TIMESTAMP
              WHERE CLEARANCE_ID     = :WS-CLEARANCE-ID
                AND CLEARANCE_STATUS <> :CT-REJECTED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7003-MARK-REJECTED
      ******************************************************************
       7003-MARK-REJECTED.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T136_MEDICAL_CLEARANCE
                SET CLEARANCE_STATUS   = :CT-REJECTED-STATUS,
                    DECIDED_BY         = :WS-OPERATOR-ID,
                    DECIDED_TIMESTAMP  = CURRENT TIMESTAMP
              WHERE CLEARANCE_ID     = :WS-CLEARANCE-ID
                AND CLEARANCE_STATUS <> :CT-REJECTED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7004-CHECK-THE-WINDOW
      * DB2 VALIDATES THE DATES FOR US -- -180/-181 IS A BAD DATE
      ******************************************************************
       7004-CHECK-THE-WINDOW.
           EXEC SQL
             VALUES CASE
                    WHEN DATE(:WS-VALID-FROM) > DATE(:WS-VALID-UNTIL)
                         THEN 'R'
                    WHEN DATE(:WS-VALID-UNTIL) < CURRENT DATE
                         THEN 'P'
                    ELSE 'F' END
             INTO :SW-DATE-CHECK
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-BAD-DATE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'VALID FROM / UNTIL MUST BE YYYY-MM-DD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           EVALUATE TRUE
           WHEN SO-WINDOW-REVERSED
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'VALID FROM IS AFTER VALID UNTIL' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN SO-WINDOW-IN-PAST
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'VALID UNTIL IS ALREADY PAST' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                  7005-FETCH-NEXT-LEG
      ******************************************************************
       7005-FETCH-NEXT-LEG.
           EXEC SQL
             FETCH C-CLEARANCE-LEGS
             INTO :WS-LEG-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-LEGS TO TRUE
           WHEN OTHER
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
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
               RETURN TRANSID('0299') COMMAREA(WS-ZZEC0215)
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
