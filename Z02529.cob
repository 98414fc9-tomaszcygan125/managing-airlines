       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02529.
      ******************************************************************
      *
      * OPERATOR ACCESS DESK
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'W' ON
      * THE SECOND MENU PAGE (Z02455) "OPERATOR ACCESS" -- SUPER (OR
      * ADMIN) SIGN-ON, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * THE OPERATOR KEYS AN OPERATOR ID AND SEES ITS T40 ROW -- ROLE,
      * STATUS AND SINCE WHEN, FAILED SIGN-ONS, LAST SIGN-ON AND
      * TERMINAL, SUPERVISOR -- AND ITS LATEST QUARTERLY
      * RECERTIFICATION (T148, SEE Z02528).  AN ACTION LETTER THEN:
      *
      *   U  -- UNLOCK: A 'LOCKED' OR 'DORMANT' ID BACK TO 'ACTIVE',
      *         FAILED SIGN-ONS CLEARED, IDLE CLOCK RESTARTED
      *         (ADMIN ONLY)
      *   P  -- PIN RESET: THE PIN IS CLEARED AND THE OPERATOR
      *         CHOOSES A NEW ONE AT THE NEXT Z02383 SIGN-ON
      *         (ADMIN ONLY)
      *   S  -- SUPERVISOR: THE KEYED SUPERVISOR (AN ACTIVE SUPER OR
      *         ADMIN ON T40) BECOMES THE ONE WHO RECERTIFIES THE
      *         OPERATOR (ADMIN ONLY)
      *   V  -- REVOKE: STATUS 'REVOKED' FOR GOOD, AND A PENDING
      *         RECERTIFICATION IS DECIDED 'REVOKED' WITH IT
      *   C  -- CONFIRM: THE PENDING RECERTIFICATION IS DECIDED
      *         'CONFIRMED'
      *   A  -- CARRIER SCOPE: THE KEYED AIRLINE (ON T01) BECOMES THE
      *         ONLY CARRIER WHOSE FLIGHTS AND RESERVATIONS THE
      *         OPERATOR SEES; BLANK GIVES EVERY CARRIER BACK (ADMIN
      *         ONLY, SEE Z02535)
      *
      * V AND C ARE FOR THE OPERATOR'S OWN SUPERVISOR OR AN ADMIN.
      * NOBODY ACTS ON THEIR OWN ID.  EVERY ACTION BUT C NEEDS A
      * REASON; STATUS, PIN, SUPERVISOR AND SCOPE CHANGES GO ON T147
      * (SEE Z02383'S HEADER) AND EVERY ACTION ON T24.  BLANK ACTION
      * ONLY SHOWS.
      *
      *   NEW MAPSET MP0303 (COPYBOOK ZZMP0303), FIELDS:
      *      OPERI          PIC X(8)   OPERATOR ID
      *      ACTIONI        PIC X(1)   U / P / S / V / C / A / BLANK
      *      SUPERI         PIC X(8)   NEW SUPERVISOR (ACTION S)
      *      AIRLI          PIC X(3)   NEW CARRIER SCOPE (ACTION A)
      *      REASONI        PIC X(40)
      *      INFO-LINEO     PIC X(79)  OCCURS 3
      *      MSGO           PIC X(60)
      *   THE I-FIELDS ARE ALSO SENT BACK (O) -- THE ACTION, NEW
      *   SUPERVISOR, SCOPE AND REASON BLANK.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-10-15  INITIAL VERSION
      *  2026-10-15  ACTION A SETS THE OPERATOR'S CARRIER SCOPE
      *              (T40 AIRLINE_SCOPE, MAP FIELD AIRLI); THE SCOPE
      *              IS SHOWN ON THE THIRD INFO LINE
      *
      ******************************************************************

      ******************************************************************
      *                        DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0303.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02529'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-ACTIVE-STATUS                PIC X(15) VALUE 'ACTIVE'.
           05 CT-LOCKED-STATUS                PIC X(15) VALUE 'LOCKED'.
           05 CT-DORMANT-STATUS               PIC X(15) VALUE 'DORMANT'.
           05 CT-REVOKED-STATUS               PIC X(15) VALUE 'REVOKED'.
           05 CT-PENDING-DECISION             PIC X(9) VALUE 'PENDING'.
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
               88 SO-7010-PARA              VALUE '7010'.
               88 SO-7011-PARA              VALUE '7011'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-ACCESS-ACTION                            PIC X.
               88 SO-UNLOCK-ACTION                        VALUE 'U'.
               88 SO-PIN-RESET-ACTION                     VALUE 'P'.
               88 SO-SUPERVISOR-ACTION                    VALUE 'S'.
               88 SO-REVOKE-ACTION                        VALUE 'V'.
               88 SO-CONFIRM-ACTION                       VALUE 'C'.
               88 SO-SCOPE-ACTION                         VALUE 'A'.
               88 SO-ADMIN-ONLY-ACTION            VALUE 'U' 'P' 'S' 'A'.
               88 SO-SHOW-ONLY                            VALUE ' '.
           05 SW-IF-RECERT-FOUND                          PIC X.
               88 SO-RECERT-FOUND                         VALUE 'Y'.
               88 SO-RECERT-NOT-FOUND                     VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-TARGET-OPERATOR-ID         PIC X(8).
           05 WS-NEW-SUPERVISOR-ID          PIC X(8).
           05 WS-NEW-AIRLINE-SCOPE          PIC X(3).
           05 WS-SCOPE-SHOWN                PIC X(3).
           05 WS-REASON-TEXT                PIC X(40).
           05 WS-MATCH-COUNT                PIC S9(4) COMP.
           05 WS-SCREEN-MESSAGE             PIC X(60).
           05 WS-FAILED-TEXT                PIC Z9.
      * THE OPERATOR AS READ OFF T40 AND T148
       01 WS-TARGET-FIELDS.
           05 WS-TARGET-ROLE                PIC X(5).
           05 WS-TARGET-STATUS              PIC X(15).
           05 WS-TARGET-STATUS-TS           PIC X(26).
           05 WS-TARGET-FAILED              PIC S9(4) COMP.
           05 WS-TARGET-LAST-SIGNON         PIC X(26).
           05 WS-TARGET-TERMINAL            PIC X(4).
           05 WS-TARGET-SUPERVISOR          PIC X(8).
           05 WS-TARGET-AIRLINE-SCOPE       PIC X(3).
           05 WS-RECERT-CYCLE               PIC X(6).
           05 WS-RECERT-DECISION            PIC X(9).
           05 WS-RECERT-DECIDED-BY          PIC X(8).
       01 WS-HISTORY-FIELDS.
           05 WS-HISTORY-ID                 PIC S9(9) COMP.
           05 WS-HISTORY-ACTION             PIC X(8).
           05 WS-HISTORY-NEW-STATUS         PIC X(15).
           05 WS-HISTORY-REASON             PIC X(40).

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
           MOVE LOW-VALUES TO MP0303O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0303') MAPSET('MP0303')
             FROM(MP0303O)
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
           PERFORM 7001-READ-THE-OPERATOR
           MOVE SPACE TO WS-SCREEN-MESSAGE
           IF NOT SO-SHOW-ONLY THEN
              PERFORM 2013-CHECK-THE-ACTION
              PERFORM 2020-APPLY-THE-ACTION
              PERFORM 9050-LOG-TRANSACTION
              PERFORM 7001-READ-THE-OPERATOR
           END-IF
           PERFORM 2030-SHOW-THE-OPERATOR
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0303I
           EXEC CICS
           RECEIVE MAP('MP0303') MAPSET('MP0303')
           INTO(MP0303I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE OPERATOR ID' TO
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
           MOVE OPERI    TO WS-TARGET-OPERATOR-ID
           MOVE ACTIONI  TO SW-ACCESS-ACTION
           MOVE SUPERI   TO WS-NEW-SUPERVISOR-ID
           MOVE AIRLI    TO WS-NEW-AIRLINE-SCOPE
           MOVE REASONI  TO WS-REASON-TEXT
           INSPECT WS-TARGET-OPERATOR-ID
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT SW-ACCESS-ACTION
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-NEW-SUPERVISOR-ID
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-NEW-AIRLINE-SCOPE
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-REASON-TEXT
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF WS-TARGET-OPERATOR-ID = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE OPERATOR ID' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF NOT SO-UNLOCK-ACTION AND NOT SO-PIN-RESET-ACTION
              AND NOT SO-SUPERVISOR-ACTION AND NOT SO-REVOKE-ACTION
              AND NOT SO-CONFIRM-ACTION AND NOT SO-SCOPE-ACTION
              AND NOT SO-SHOW-ONLY THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE U, P, S, V, C, A OR BLANK' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF NOT SO-SHOW-ONLY AND NOT SO-CONFIRM-ACTION AND
              WS-REASON-TEXT = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE GIVE A REASON FOR THIS ACTION' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-TARGET-OPERATOR-ID TO WS-LOG-ENTITY-KEY
           .
      ******************************************************************
      *                 2013-CHECK-THE-ACTION
      * WHO MAY DO WHAT, AND TO AN OPERATOR IN WHICH STATE
      ******************************************************************
       2013-CHECK-THE-ACTION.
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE
           EVALUATE TRUE
           WHEN WS-TARGET-OPERATOR-ID = WS-SIGNON-OPERATOR-ID
              MOVE 'YOU CANNOT CHANGE YOUR OWN ACCESS'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN SO-ADMIN-ONLY-ACTION AND NOT SO-ROLE-ADMIN
              MOVE 'THIS ACTION NEEDS AN ADMINISTRATOR SIGN-ON'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN (SO-REVOKE-ACTION OR SO-CONFIRM-ACTION) AND
                NOT SO-ROLE-ADMIN AND
                WS-TARGET-SUPERVISOR NOT = WS-SIGNON-OPERATOR-ID
              MOVE 'ONLY THEIR SUPERVISOR OR AN ADMIN MAY DO THIS'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN WS-TARGET-STATUS = CT-REVOKED-STATUS
              MOVE 'THIS OPERATOR IS REVOKED -- NOTHING MORE TO DO'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN SO-UNLOCK-ACTION AND
                WS-TARGET-STATUS NOT = CT-LOCKED-STATUS AND
                WS-TARGET-STATUS NOT = CT-DORMANT-STATUS
              MOVE 'ONLY A LOCKED OR DORMANT OPERATOR CAN BE UNLOCKED'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN SO-CONFIRM-ACTION AND
                (SO-RECERT-NOT-FOUND OR
                 WS-RECERT-DECISION NOT = CT-PENDING-DECISION)
              MOVE 'NO RECERTIFICATION IS WAITING FOR THIS OPERATOR'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN SO-SUPERVISOR-ACTION
              PERFORM 2014-CHECK-NEW-SUPERVISOR
           WHEN SO-SCOPE-ACTION
              PERFORM 2015-CHECK-NEW-SCOPE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           IF WS-Z02141-I-ERROR-MESSAGE(1) NOT = SPACE THEN
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *               2014-CHECK-NEW-SUPERVISOR
      ******************************************************************
       2014-CHECK-NEW-SUPERVISOR.
           IF WS-NEW-SUPERVISOR-ID = SPACE OR
              WS-NEW-SUPERVISOR-ID = WS-TARGET-OPERATOR-ID THEN
              MOVE 'PLEASE KEY ANOTHER OPERATOR AS THE SUPERVISOR'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           ELSE
              PERFORM 7003-CHECK-SUPERVISOR-ON-FILE
              IF WS-MATCH-COUNT = 0 THEN
                 MOVE 'SUPERVISOR MUST BE AN ACTIVE SUPER OR ADMIN'
                   TO WS-Z02141-I-ERROR-MESSAGE(1)
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2015-CHECK-NEW-SCOPE
      * BLANK IS EVERY CARRIER; ANYTHING ELSE MUST BE ON T01
      ******************************************************************
       2015-CHECK-NEW-SCOPE.
           IF WS-NEW-AIRLINE-SCOPE = WS-TARGET-AIRLINE-SCOPE THEN
              MOVE 'THE OPERATOR ALREADY HAS THIS CARRIER SCOPE'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           ELSE
              IF WS-NEW-AIRLINE-SCOPE NOT = SPACE THEN
                 PERFORM 7010-CHECK-AIRLINE-ON-FILE
                 IF WS-MATCH-COUNT = 0 THEN
                    MOVE 'NO SUCH AIRLINE ON FILE'
                      TO WS-Z02141-I-ERROR-MESSAGE(1)
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2020-APPLY-THE-ACTION
      ******************************************************************
       2020-APPLY-THE-ACTION.
           MOVE WS-REASON-TEXT TO WS-HISTORY-REASON
           EVALUATE TRUE
           WHEN SO-UNLOCK-ACTION
              MOVE 'UNLOCKED'          TO WS-HISTORY-ACTION
              MOVE CT-ACTIVE-STATUS    TO WS-HISTORY-NEW-STATUS
              PERFORM 7004-UNLOCK-THE-OPERATOR
              PERFORM 7008-WRITE-ACCESS-HISTORY
              MOVE 'OPERATOR UNLOCKED' TO WS-LOG-ACTION-TEXT
              MOVE 'OPERATOR UNLOCKED -- IT CAN SIGN ON AGAIN'
                TO WS-SCREEN-MESSAGE
           WHEN SO-PIN-RESET-ACTION
              MOVE 'PINRESET'          TO WS-HISTORY-ACTION
              MOVE WS-TARGET-STATUS    TO WS-HISTORY-NEW-STATUS
              PERFORM 7005-RESET-THE-PIN
              PERFORM 7008-WRITE-ACCESS-HISTORY
              MOVE 'OPERATOR PIN RESET' TO WS-LOG-ACTION-TEXT
              MOVE 'PIN CLEARED -- A NEW ONE IS CHOSEN AT NEXT SIGN-ON'
                TO WS-SCREEN-MESSAGE
           WHEN SO-SUPERVISOR-ACTION
              MOVE 'SUPERVSR'          TO WS-HISTORY-ACTION
              MOVE WS-TARGET-STATUS    TO WS-HISTORY-NEW-STATUS
              PERFORM 7006-SET-THE-SUPERVISOR
              STRING 'NEW SUPERVISOR ' WS-NEW-SUPERVISOR-ID ': '
                     WS-REASON-TEXT
                DELIMITED BY SIZE INTO WS-HISTORY-REASON
              END-STRING
              PERFORM 7008-WRITE-ACCESS-HISTORY
              MOVE 'OPERATOR SUPERVISOR' TO WS-LOG-ACTION-TEXT
              MOVE 'SUPERVISOR CHANGED' TO WS-SCREEN-MESSAGE
           WHEN SO-REVOKE-ACTION
              MOVE 'REVOKED'           TO WS-HISTORY-ACTION
              MOVE CT-REVOKED-STATUS   TO WS-HISTORY-NEW-STATUS
              PERFORM 7007-REVOKE-THE-OPERATOR
              PERFORM 7008-WRITE-ACCESS-HISTORY
              MOVE 'REVOKED'           TO WS-RECERT-DECISION
              PERFORM 7009-DECIDE-RECERTIFICATION
              MOVE 'OPERATOR REVOKED'  TO WS-LOG-ACTION-TEXT
              MOVE 'OPERATOR REVOKED -- IT CAN NO LONGER SIGN ON'
                TO WS-SCREEN-MESSAGE
           WHEN SO-CONFIRM-ACTION
              MOVE 'CONFIRMED'         TO WS-RECERT-DECISION
              PERFORM 7009-DECIDE-RECERTIFICATION
              MOVE 'ACCESS CONFIRMED'  TO WS-LOG-ACTION-TEXT
              MOVE 'ACCESS CONFIRMED FOR THIS CYCLE'
                TO WS-SCREEN-MESSAGE
           WHEN SO-SCOPE-ACTION
              MOVE 'SCOPE'             TO WS-HISTORY-ACTION
              MOVE WS-TARGET-STATUS    TO WS-HISTORY-NEW-STATUS
              PERFORM 7011-SET-AIRLINE-SCOPE
              MOVE WS-NEW-AIRLINE-SCOPE TO WS-SCOPE-SHOWN
              IF WS-SCOPE-SHOWN = SPACE THEN
                 MOVE 'ALL' TO WS-SCOPE-SHOWN
              END-IF
              STRING 'CARRIER SCOPE ' WS-SCOPE-SHOWN ': '
                     WS-REASON-TEXT
                DELIMITED BY SIZE INTO WS-HISTORY-REASON
              END-STRING
              PERFORM 7008-WRITE-ACCESS-HISTORY
              MOVE 'OPERATOR SCOPE'    TO WS-LOG-ACTION-TEXT
              MOVE 'CARRIER SCOPE CHANGED' TO WS-SCREEN-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      *                 2030-SHOW-THE-OPERATOR
      ******************************************************************
       2030-SHOW-THE-OPERATOR.
           MOVE LOW-VALUES TO MP0303O
           MOVE WS-TARGET-OPERATOR-ID TO OPERO
           MOVE WS-TARGET-FAILED TO WS-FAILED-TEXT
           STRING 'ROLE ' WS-TARGET-ROLE
                  '  STATUS ' WS-TARGET-STATUS
                  ' SINCE ' WS-TARGET-STATUS-TS(1:16)
                  '  FAILED SIGN-ONS ' WS-FAILED-TEXT
             DELIMITED BY SIZE INTO INFO-LINEO(1)
           END-STRING
           STRING 'LAST SIGN-ON ' WS-TARGET-LAST-SIGNON(1:19)
                  '  TERMINAL ' WS-TARGET-TERMINAL
                  '  SUPERVISOR ' WS-TARGET-SUPERVISOR
             DELIMITED BY SIZE INTO INFO-LINEO(2)
           END-STRING
           MOVE WS-TARGET-AIRLINE-SCOPE TO WS-SCOPE-SHOWN
           IF WS-SCOPE-SHOWN = SPACE THEN
              MOVE 'ALL' TO WS-SCOPE-SHOWN
           END-IF
           IF SO-RECERT-FOUND THEN
              STRING 'RECERTIFICATION ' WS-RECERT-CYCLE
                     '  ' WS-RECERT-DECISION
                     '  BY ' WS-RECERT-DECIDED-BY
                     '  CARRIER ' WS-SCOPE-SHOWN
                DELIMITED BY SIZE INTO INFO-LINEO(3)
              END-STRING
           ELSE
              STRING 'NOT YET IN A RECERTIFICATION CYCLE'
                     '  CARRIER ' WS-SCOPE-SHOWN
                DELIMITED BY SIZE INTO INFO-LINEO(3)
              END-STRING
           END-IF
           IF WS-SCREEN-MESSAGE = SPACE THEN
              MOVE 'KEY AN ACTION AND REASON, OR ANOTHER OPERATOR ID'
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
      * SUPER (ADMIN GETS EVERYTHING)
      ******************************************************************
       2170-CHECK-THE-ROLE.
           PERFORM 2165-RESOLVE-SIGNON-ROLE
           IF SO-ROLE-SUPER OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'OPERATOR ACCESS NEEDS A SUPERVISOR SIGN-ON' TO
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
      *                  7001-READ-THE-OPERATOR
      * THE T40 ROW, THEN ITS MOST RECENT RECERTIFICATION CYCLE
      ******************************************************************
       7001-READ-THE-OPERATOR.
           EXEC SQL
             SELECT OPERATOR_ROLE, OPERATOR_STATUS,
                    CHAR(STATUS_TIMESTAMP), FAILED_SIGNON_COUNT,
                    COALESCE(CHAR(LAST_SIGNON_TIMESTAMP), 'NEVER'),
                    SIGNON_TERMINAL, SUPERVISOR_ID, AIRLINE_SCOPE
             INTO :WS-TARGET-ROLE, :WS-TARGET-STATUS,
                  :WS-TARGET-STATUS-TS, :WS-TARGET-FAILED,
                  :WS-TARGET-LAST-SIGNON,
                  :WS-TARGET-TERMINAL, :WS-TARGET-SUPERVISOR,
                  :WS-TARGET-AIRLINE-SCOPE
             FROM T40_OPERATOR_TABLE
             WHERE OPERATOR_ID = :WS-TARGET-OPERATOR-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH OPERATOR ON FILE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           PERFORM 7002-READ-LATEST-RECERT
           .
      ******************************************************************
      *                 7002-READ-LATEST-RECERT
      ******************************************************************
       7002-READ-LATEST-RECERT.
           SET SO-RECERT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT CYCLE_ID, DECISION, DECIDED_BY
             INTO :WS-RECERT-CYCLE, :WS-RECERT-DECISION,
                  :WS-RECERT-DECIDED-BY
             FROM T148_ACCESS_RECERTIFICATION
             WHERE OPERATOR_ID = :WS-TARGET-OPERATOR-ID
             ORDER BY CYCLE_ID DESC
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-RECERT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              7003-CHECK-SUPERVISOR-ON-FILE
      ******************************************************************
       7003-CHECK-SUPERVISOR-ON-FILE.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MATCH-COUNT
             FROM T40_OPERATOR_TABLE
             WHERE OPERATOR_ID     = :WS-NEW-SUPERVISOR-ID
               AND OPERATOR_STATUS = :CT-ACTIVE-STATUS
               AND OPERATOR_ROLE IN ('SUPER', 'ADMIN')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7004-UNLOCK-THE-OPERATOR
      ******************************************************************
       7004-UNLOCK-THE-OPERATOR.
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET OPERATOR_STATUS     = :CT-ACTIVE-STATUS,
                    STATUS_TIMESTAMP    = CURRENT TIMESTAMP,
                    FAILED_SIGNON_COUNT = 0
              WHERE OPERATOR_ID = :WS-TARGET-OPERATOR-ID
                AND OPERATOR_STATUS IN (:CT-LOCKED-STATUS,
                                        :CT-DORMANT-STATUS)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7005-RESET-THE-PIN
      ******************************************************************
       7005-RESET-THE-PIN.
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET SIGNON_PIN_HASH     = NULL,
                    FAILED_SIGNON_COUNT = 0
              WHERE OPERATOR_ID = :WS-TARGET-OPERATOR-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7006-SET-THE-SUPERVISOR
      ******************************************************************
       7006-SET-THE-SUPERVISOR.
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET SUPERVISOR_ID = :WS-NEW-SUPERVISOR-ID
              WHERE OPERATOR_ID = :WS-TARGET-OPERATOR-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7007-REVOKE-THE-OPERATOR
      ******************************************************************
       7007-REVOKE-THE-OPERATOR.
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET OPERATOR_STATUS  = :CT-REVOKED-STATUS,
                    STATUS_TIMESTAMP = CURRENT TIMESTAMP
              WHERE OPERATOR_ID = :WS-TARGET-OPERATOR-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               7008-WRITE-ACCESS-HISTORY
      ******************************************************************
       7008-WRITE-ACCESS-HISTORY.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-HISTORY-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T147_OPERATOR_ACCESS_HISTORY
                (HISTORY_ID, OPERATOR_ID, ACTION_CODE, OLD_STATUS,
                 NEW_STATUS, REASON_TEXT, CHANGED_BY,
                 CHANGED_TIMESTAMP)
             VALUES
                (:WS-HISTORY-ID, :WS-TARGET-OPERATOR-ID,
                 :WS-HISTORY-ACTION, :WS-TARGET-STATUS,
                 :WS-HISTORY-NEW-STATUS, :WS-HISTORY-REASON,
                 :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7009-DECIDE-RECERTIFICATION
      * ONLY A PENDING ROW IS DECIDED -- A REVOKE OUTSIDE A CYCLE
      * FINDS NONE, WHICH IS FINE
      ******************************************************************
       7009-DECIDE-RECERTIFICATION.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T148_ACCESS_RECERTIFICATION
                SET DECISION          = :WS-RECERT-DECISION,
                    DECIDED_BY        = :WS-OPERATOR-ID,
                    DECIDED_TIMESTAMP = CURRENT TIMESTAMP,
                    DECISION_REASON   = :WS-REASON-TEXT
              WHERE OPERATOR_ID = :WS-TARGET-OPERATOR-ID
                AND DECISION    = :CT-PENDING-DECISION
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               7010-CHECK-AIRLINE-ON-FILE
      ******************************************************************
       7010-CHECK-AIRLINE-ON-FILE.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MATCH-COUNT
             FROM T01_AIRLINE_NAMES_TABLE
             WHERE AIRLINE_CODE = :WS-NEW-AIRLINE-SCOPE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7010-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7011-SET-AIRLINE-SCOPE
      ******************************************************************
       7011-SET-AIRLINE-SCOPE.
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET AIRLINE_SCOPE = :WS-NEW-AIRLINE-SCOPE
              WHERE OPERATOR_ID = :WS-TARGET-OPERATOR-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7011-PARA TO TRUE
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
               RETURN TRANSID('0303') COMMAREA(WS-ZZEC0215)
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
