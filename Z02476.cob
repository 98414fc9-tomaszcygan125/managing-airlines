       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02476.
      ******************************************************************
      *
      * UNACCOMPANIED MINOR -- HANDOVER CONFIRMATION
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'H' ON
      * THE SECOND MENU PAGE (Z02455) "UM HANDOVER" -- OPS, SUPER
      * (OR ADMIN) SIGN-ON, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * Z02202 BOOKS AN UNACCOMPANIED MINOR WITH BOTH GUARDIANS ON
      * T98_UNACCOMPANIED_MINOR, ONE ROW PER LEG (COLUMNS IN Z02202'S
      * HEADER).  THE AGENT KEYS THE FLIGHT AND THE CHILD'S
      * IDENTIFICATION NUMBER AND GETS BOTH GUARDIANS AND WHERE THE
      * HANDOVER STANDS; THE PAPER UM FORM IS NO MORE.  THE END
      * FIELD CONFIRMS A HANDOVER, AGAINST THE DOCUMENT OF THE
      * GUARDIAN STANDING AT THE DESK:
      *
      *   BLANK -- SHOW THE CHILD'S RECORD
      *   'D'   -- DEPARTURE END: THE DROP-OFF GUARDIAN HANDS THE
      *            CHILD TO US.  'BOOKED' -> 'HANDED IN'
      *   'C'   -- ARRIVAL END: THE CHILD IS RELEASED TO THE
      *            COLLECTING GUARDIAN.  'HANDED IN' -> 'COLLECTED'
      *
      * THE DOCUMENT SHOWN MUST BE THE ONE RECORDED FOR THAT
      * GUARDIAN AT BOOKING -- ANY OTHER IS REFUSED (AND THE REFUSAL
      * LOGGED), THE CHILD IS NOT RELEASED TO A STRANGER.  EVERY
      * CONFIRMATION STAMPS THE OPERATOR (EIBOPID) AND THE TIME ON
      * THE T98 ROW AND IS LOGGED TO T24.  A CHILD STILL NOT
      * COLLECTED AFTER ARRIVAL IS PICKED UP BY Z02478.
      *
      *   NEW MAPSET MP0287 (COPYBOOK ZZMP0287), FIELDS:
      *      FLIGHTI        PIC X(8)   T05 FLIGHT_ID
      *      IDNUMI         PIC X(12)  CHILD'S T06 IDENTIFICATION
      *      ENDI           PIC X(1)   'D' / 'C' / BLANK
      *      GDOCI          PIC X(12)  DOCUMENT OF THE GUARDIAN
      *                                PRESENT ('D' / 'C')
      *      CHILDO         PIC X(40)  CHILD'S NAME
      *      DROP-NAMEO     PIC X(30)  DROP-OFF GUARDIAN
      *      DROP-DOCO      PIC X(12)
      *      DROP-PHONEO    PIC X(15)
      *      COLL-NAMEO     PIC X(30)  COLLECTING GUARDIAN
      *      COLL-DOCO      PIC X(12)
      *      COLL-PHONEO    PIC X(15)
      *      STATUSO        PIC X(10)  T98 UM_STATUS
      *      HANDINO        PIC X(40)  HANDED IN BY / AT
      *      COLLECTO       PIC X(40)  COLLECTED BY / AT
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
           COPY ZZMP0287.
           COPY ZZEC0215.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02476'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-BOOKED-STATUS                PIC X(10) VALUE 'BOOKED'.
           05 CT-HANDED-IN-STATUS             PIC X(10)
                                                 VALUE 'HANDED IN'.
           05 CT-COLLECTED-STATUS             PIC X(10)
                                                 VALUE 'COLLECTED'.
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
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-HANDOVER-END                             PIC X.
               88 SO-END-SHOW-RECORD                      VALUE ' '.
               88 SO-END-DEPARTURE                        VALUE 'D'.
               88 SO-END-ARRIVAL                          VALUE 'C'.
       01 WS-VARIABLES.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-ID-NUMBER                  PIC X(12).
           05 WS-GUARDIAN-DOC               PIC X(12).
           05 WS-PASSENGER-ID-NUM           PIC S9(9) COMP.
           05 WS-CHILD-FIRST-NAME           PIC X(50).
           05 WS-CHILD-LAST-NAME            PIC X(50).
           05 WS-UM-DROP-NAME               PIC X(30).
           05 WS-UM-DROP-DOC                PIC X(12).
           05 WS-UM-DROP-PHONE              PIC X(15).
           05 WS-UM-COLLECT-NAME            PIC X(30).
           05 WS-UM-COLLECT-DOC             PIC X(12).
           05 WS-UM-COLLECT-PHONE           PIC X(15).
           05 WS-UM-STATUS                  PIC X(10).
           05 WS-HANDED-IN-BY               PIC X(8).
           05 WS-HANDED-IN-TS               PIC X(26).
           05 WS-COLLECTED-BY               PIC X(8).
           05 WS-COLLECTED-TS               PIC X(26).
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
           MOVE LOW-VALUES TO MP0287O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0287') MAPSET('MP0287')
             FROM(MP0287O)
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
           WHEN SO-END-DEPARTURE
              PERFORM 2020-CONFIRM-HANDED-IN
           WHEN SO-END-ARRIVAL
              PERFORM 2025-CONFIRM-COLLECTED
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           PERFORM 2030-SHOW-THE-RECORD
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0287I
           EXEC CICS
           RECEIVE MAP('MP0287') MAPSET('MP0287')
           INTO(MP0287I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT AND THE CHILD' TO
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
           MOVE ENDI    TO SW-HANDOVER-END
           MOVE FLIGHTI TO WS-FLIGHT-ID
           MOVE IDNUMI  TO WS-ID-NUMBER
           MOVE GDOCI   TO WS-GUARDIAN-DOC
           INSPECT WS-ID-NUMBER
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-GUARDIAN-DOC
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF SW-HANDOVER-END = LOW-VALUE OR SW-HANDOVER-END = '_'
              SET SO-END-SHOW-RECORD TO TRUE
           END-IF
           IF NOT (SO-END-SHOW-RECORD OR SO-END-DEPARTURE OR
                   SO-END-ARRIVAL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'END MUST BE D, C OR BLANK' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-FLIGHT-ID = SPACE OR WS-FLIGHT-ID = LOW-VALUES OR
              WS-ID-NUMBER = SPACE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT AND THE CHILD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF (SO-END-DEPARTURE OR SO-END-ARRIVAL) AND
              WS-GUARDIAN-DOC = SPACE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE GUARDIAN''S DOCUMENT' TO
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
      *                2020-CONFIRM-HANDED-IN
      * DEPARTURE END -- ONLY A BOOKED CHILD, ONLY FROM THE DROP-OFF
      * GUARDIAN NAMED AT BOOKING
      ******************************************************************
       2020-CONFIRM-HANDED-IN.
           PERFORM 7001-READ-THE-UM
           IF WS-UM-STATUS NOT = CT-BOOKED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CHILD ALREADY HANDED IN ON THIS FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-GUARDIAN-DOC NOT = WS-UM-DROP-DOC THEN
              MOVE 'UM HANDOVER REFUSED' TO WS-LOG-ACTION-TEXT
              PERFORM 9050-LOG-TRANSACTION
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DOCUMENT IS NOT THE NAMED DROP-OFF GUARDIAN''S' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7002-MARK-HANDED-IN
           MOVE 'UM HANDED IN'       TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'CHILD HANDED IN -- NEXT CHILD OR F3 TO RETURN'
             TO WS-SCREEN-MESSAGE
           .
      ******************************************************************
      *                2025-CONFIRM-COLLECTED
      * ARRIVAL END -- ONLY A CHILD HANDED IN AT DEPARTURE, ONLY TO
      * THE COLLECTING GUARDIAN NAMED AT BOOKING
      ******************************************************************
       2025-CONFIRM-COLLECTED.
           PERFORM 7001-READ-THE-UM
           EVALUATE WS-UM-STATUS
           WHEN CT-HANDED-IN-STATUS
              CONTINUE
           WHEN CT-COLLECTED-STATUS
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CHILD ALREADY COLLECTED OFF THIS FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CHILD WAS NEVER HANDED IN AT DEPARTURE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           IF WS-GUARDIAN-DOC NOT = WS-UM-COLLECT-DOC THEN
              MOVE 'UM HANDOVER REFUSED' TO WS-LOG-ACTION-TEXT
              PERFORM 9050-LOG-TRANSACTION
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NOT THE NAMED COLLECTING GUARDIAN -- DO NOT RELEASE'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7003-MARK-COLLECTED
           MOVE 'UM COLLECTED'       TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'CHILD COLLECTED -- NEXT CHILD OR F3 TO RETURN'
             TO WS-SCREEN-MESSAGE
           .
      ******************************************************************
      *                  2030-SHOW-THE-RECORD
      ******************************************************************
       2030-SHOW-THE-RECORD.
           PERFORM 7001-READ-THE-UM
           MOVE LOW-VALUES TO MP0287O
           MOVE WS-FLIGHT-ID        TO FLIGHTO
           MOVE WS-ID-NUMBER        TO IDNUMO
           STRING WS-CHILD-FIRST-NAME DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  WS-CHILD-LAST-NAME  DELIMITED BY SPACE
             INTO CHILDO
           END-STRING
           MOVE WS-UM-DROP-NAME     TO DROP-NAMEO
           MOVE WS-UM-DROP-DOC      TO DROP-DOCO
           MOVE WS-UM-DROP-PHONE    TO DROP-PHONEO
           MOVE WS-UM-COLLECT-NAME  TO COLL-NAMEO
           MOVE WS-UM-COLLECT-DOC   TO COLL-DOCO
           MOVE WS-UM-COLLECT-PHONE TO COLL-PHONEO
           MOVE WS-UM-STATUS        TO STATUSO
           IF WS-HANDED-IN-TS NOT = SPACE THEN
              STRING 'BY ' WS-HANDED-IN-BY ' AT '
                     WS-HANDED-IN-TS(1:16)
                DELIMITED BY SIZE INTO HANDINO
              END-STRING
           END-IF
           IF WS-COLLECTED-TS NOT = SPACE THEN
              STRING 'BY ' WS-COLLECTED-BY ' AT '
                     WS-COLLECTED-TS(1:16)
                DELIMITED BY SIZE INTO COLLECTO
              END-STRING
           END-IF
           IF WS-SCREEN-MESSAGE = SPACE THEN
              EVALUATE WS-UM-STATUS
              WHEN CT-BOOKED-STATUS
                 MOVE 'AWAITING HANDOVER AT DEPARTURE'
                   TO WS-SCREEN-MESSAGE
              WHEN CT-HANDED-IN-STATUS
                 MOVE 'IN OUR CARE -- AWAITING COLLECTION'
                   TO WS-SCREEN-MESSAGE
              WHEN OTHER
                 MOVE 'HANDOVER COMPLETE' TO WS-SCREEN-MESSAGE
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
              MOVE 'UM HANDOVER NEEDS AN OPS OR SUPERVISOR SIGN-ON' TO
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
      *                  7001-READ-THE-UM
      ******************************************************************
       7001-READ-THE-UM.
           EXEC SQL
             SELECT T98.PASSENGER_ID,
                    T06.PASSENGER_NAME,
                    T06.PASSENGER_LAST_NAME,
                    T98.DROP_OFF_NAME,
                    T98.DROP_OFF_DOCUMENT,
                    T98.DROP_OFF_PHONE,
                    T98.COLLECT_NAME,
                    T98.COLLECT_DOCUMENT,
                    T98.COLLECT_PHONE,
                    T98.UM_STATUS,
                    T98.HANDED_IN_BY,
                    COALESCE(CHAR(T98.HANDED_IN_TIMESTAMP), ' '),
                    T98.COLLECTED_BY,
                    COALESCE(CHAR(T98.COLLECTED_TIMESTAMP), ' ')
             INTO :WS-PASSENGER-ID-NUM,
                  :WS-CHILD-FIRST-NAME,
                  :WS-CHILD-LAST-NAME,
                  :WS-UM-DROP-NAME,
                  :WS-UM-DROP-DOC,
                  :WS-UM-DROP-PHONE,
                  :WS-UM-COLLECT-NAME,
                  :WS-UM-COLLECT-DOC,
                  :WS-UM-COLLECT-PHONE,
                  :WS-UM-STATUS,
                  :WS-HANDED-IN-BY,
                  :WS-HANDED-IN-TS,
                  :WS-COLLECTED-BY,
                  :WS-COLLECTED-TS
             FROM T98_UNACCOMPANIED_MINOR T98
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                   T06.PASSENGER_ID = T98.PASSENGER_ID
             WHERE T98.FLIGHT_ID = :WS-FLIGHT-ID
               AND T06.IDENTIFICATION_NUMBER = :WS-ID-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO UNACCOMPANIED MINOR BOOKED ON THAT FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7002-MARK-HANDED-IN
      ******************************************************************
       7002-MARK-HANDED-IN.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T98_UNACCOMPANIED_MINOR
                SET UM_STATUS           = :CT-HANDED-IN-STATUS,
                    HANDED_IN_BY        = :WS-OPERATOR-ID,
                    HANDED_IN_TIMESTAMP = CURRENT TIMESTAMP
              WHERE FLIGHT_ID    = :WS-FLIGHT-ID
                AND PASSENGER_ID = :WS-PASSENGER-ID-NUM
                AND UM_STATUS    = :CT-BOOKED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7003-MARK-COLLECTED
      ******************************************************************
       7003-MARK-COLLECTED.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T98_UNACCOMPANIED_MINOR
                SET UM_STATUS           = :CT-COLLECTED-STATUS,
                    COLLECTED_BY        = :WS-OPERATOR-ID,
                    COLLECTED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE FLIGHT_ID    = :WS-FLIGHT-ID
                AND PASSENGER_ID = :WS-PASSENGER-ID-NUM
                AND UM_STATUS    = :CT-HANDED-IN-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
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
               RETURN TRANSID('0287') COMMAREA(WS-ZZEC0215)
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
