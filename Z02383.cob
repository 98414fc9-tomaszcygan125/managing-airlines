      * AN OPERATOR NOT ON T40, OR NOT 'ACTIVE', NEVER REACHES THE
      * MENU.
      *
      * SIGN-ON PIN AND LOCKOUT: THE OPERATOR NOW ALSO KEYS A SIGN-ON
      * PIN ON NEW MAPSET MP0302 (COPYBOOK ZZMP0302 -- OPERO X(8),
      * PINI X(8) DARK, MSGO X(60)), TRANSID '0302' BETWEEN TURNS.
      * T40 GAINS:
      *    SIGNON_PIN_HASH        CHAR(64)  HEX SHA-256 OF OPERATOR
      *                                     ID + PIN, NULL = NOT SET
      *    FAILED_SIGNON_COUNT    SMALLINT  NOT NULL DEFAULT 0
      *    LAST_SIGNON_TIMESTAMP  TIMESTAMP NULL = NEVER SIGNED ON
      *    SIGNON_TERMINAL        CHAR(4)   TERMINAL OF THAT SIGN-ON
      *    SUPERVISOR_ID          CHAR(8)   WHO RECERTIFIES THE
      *                                     OPERATOR, SPACE = NONE
      *    STATUS_TIMESTAMP       TIMESTAMP NOT NULL DEFAULT -- LAST
      *                                     STATUS CHANGE
      * AND OPERATOR_STATUS 'LOCKED', 'DORMANT' AND 'REVOKED' NEXT
      * TO 'ACTIVE'.  AN OPERATOR WITH NO PIN ON FILE (NEW, OR RESET
      * ON Z02529) CHOOSES ONE ON FIRST SIGN-ON.  A WRONG PIN ADDS TO
      * FAILED_SIGNON_COUNT; AT T87 SIGNON-MAX-FAILURES (DEFAULT 3)
      * THE ID IS 'LOCKED' UNTIL AN ADMIN UNLOCKS IT ON Z02529.  A
      * GOOD PIN CLEARS THE COUNT AND STAMPS LAST_SIGNON_TIMESTAMP
      * AND SIGNON_TERMINAL -- Z02131 AND Z02455 ONLY OPEN FOR THE
      * TERMINAL THE OPERATOR LAST SIGNED ON AT.  AN ACTIVE OPERATOR
      * IDLE LONGER THAN T87 SIGNON-IDLE-DAYS (DEFAULT 90) IS MADE
      * 'DORMANT' HERE AS WELL AS BY THE NIGHTLY Z02527 SWEEP.  EVERY
      * STATUS CHANGE GOES ON NEW T147_OPERATOR_ACCESS_HISTORY:
      *    HISTORY_ID         INTEGER   (T20_ID_SEQUENCE)
      *    OPERATOR_ID        CHAR(8)
      *    ACTION_CODE        CHAR(8)   LOCKED / DORMANT / UNLOCKED /
      *                                 REVOKED / PINRESET / SUPERVSR
      *    OLD_STATUS         CHAR(15)
      *    NEW_STATUS         CHAR(15)
      *    REASON_TEXT        CHAR(40)
      *    CHANGED_BY         CHAR(8)   OPERATOR, OR THE BATCH JOB
      *    CHANGED_TIMESTAMP  TIMESTAMP
      * AND EVERY SIGN-ON, GOOD OR BAD, ON T24.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-08-21  INITIAL VERSION
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  SIGN-ON PIN ON NEW MAP MP0302 (TRANSID 0302), SET
      *              ON FIRST SIGN-ON AND KEPT AS A HASH ON T40. WRONG
      *              PINS COUNTED ON T40 AND THE ID LOCKED AT T87
      *              SIGNON-MAX-FAILURES; IDLE IDS MADE DORMANT AT T87
      *              SIGNON-IDLE-DAYS; LAST SIGN-ON TIME AND TERMINAL
      *              STAMPED ON T40; STATUS CHANGES ON NEW T147,
      *              SIGN-ONS ON T24
      *
      ******************************************************************

      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0302.
           COPY ZZEC0215.
           COPY ZZEC0269.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
           05 CT-ACTIVE-STATUS                PIC X(15) VALUE 'ACTIVE'.
           05 CT-FINAL-MESSAGE                PIC X(79)
                VALUE 'OPERATOR IS NOT AUTHORIZED FOR THIS SYSTEM'.
           05 CT-LOCKED-MESSAGE               PIC X(79)
                VALUE 'OPERATOR ID IS LOCKED -- ASK AN ADMINISTRATOR'.
           05 CT-DORMANT-MESSAGE              PIC X(79)
                VALUE 'OPERATOR ID IS DORMANT -- ASK AN ADMINISTRATOR'.
           05 CT-CANCEL-MESSAGE               PIC X(79)
                VALUE 'SIGN-ON CANCELLED'.
           05 CT-LOCKED-STATUS                PIC X(15) VALUE 'LOCKED'.
           05 CT-DORMANT-STATUS               PIC X(15) VALUE 'DORMANT'.
           05 CT-MAX-FAILURES                 PIC S9(4) COMP VALUE 3.
           05 CT-IDLE-DAYS                    PIC S9(5) COMP VALUE 90.
           05 CT-MIN-PIN-LENGTH               PIC S9(4) COMP VALUE 4.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-OPERATOR-FOUND                        PIC X.
               88 SO-OPERATOR-FOUND                       VALUE 'Y'.
               88 SO-OPERATOR-NOT-FOUND                   VALUE 'N'.
           05 SW-IF-PIN-ON-FILE                           PIC X.
               88 SO-PIN-ON-FILE                          VALUE 'Y'.
               88 SO-PIN-NOT-ON-FILE                      VALUE 'N'.
           05 SW-IF-PIN-MATCHES                           PIC X.
               88 SO-PIN-MATCHES                          VALUE 'Y'.
               88 SO-PIN-DOES-NOT-MATCH                   VALUE 'N'.
           05 SW-IF-OPERATOR-DORMANT                      PIC X.
               88 SO-OPERATOR-DORMANT                     VALUE 'Y'.
               88 SO-OPERATOR-NOT-DORMANT                 VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-TERMINAL-ID                PIC X(4).
           05 WS-OPERATOR-ROLE              PIC X(5).
           05 WS-OPERATOR-STATUS            PIC X(15).
           05 WS-FAILED-COUNT               PIC S9(4) COMP.
           05 WS-ATTEMPTS-LEFT              PIC 9.
           05 WS-MAX-FAILURES               PIC S9(4) COMP.
           05 WS-IDLE-DAYS                  PIC S9(5) COMP.
           05 WS-PIN-TEXT                   PIC X(8).
           05 WS-PIN-LENGTH                 PIC S9(4) COMP.
           05 WS-MATCH-COUNT                PIC S9(4) COMP.
           05 WS-SCREEN-MESSAGE             PIC X(60).
           05 WS-REFUSAL-MESSAGE            PIC X(79).
       01 WS-HISTORY-FIELDS.
           05 WS-HISTORY-ID                 PIC S9(9) COMP.
           05 WS-HISTORY-ACTION             PIC X(8).
           05 WS-HISTORY-OLD-STATUS         PIC X(15).
           05 WS-HISTORY-NEW-STATUS         PIC X(15).
           05 WS-HISTORY-REASON             PIC X(40).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           MOVE LOW-VALUES TO WS-ZZEC0215
           MOVE CT-FINAL-MESSAGE TO WS-REFUSAL-MESSAGE
           PERFORM 1020-GET-SIGNON-PARAMETERS
           .
      ******************************************************************
      *               1020-GET-SIGNON-PARAMETERS
      ******************************************************************
       1020-GET-SIGNON-PARAMETERS.
           MOVE 'SIGNON-MAX-FAILURES'  TO PARM-NAME
           MOVE SPACE                  TO PARM-SCOPE
           MOVE SPACE                  TO PARM-AS-OF-DATE
           MOVE CT-MAX-FAILURES        TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MAX-FAILURES
           MOVE 'SIGNON-IDLE-DAYS'     TO PARM-NAME
           MOVE CT-IDLE-DAYS           TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-IDLE-DAYS
           .
      ******************************************************************
      *                2000-SIGN-THE-OPERATOR-ON
      * FIRST TURN SENDS THE PIN MAP; THE ENTER THAT COMES BACK ON
      * TRANSID 0302 CHECKS THE PIN.  THE OPERATOR'S T40 ROW IS READ
      * AGAIN EACH TURN, SO A LOCK TAKEN IN BETWEEN HOLDS AT ONCE
      ******************************************************************
       2000-SIGN-THE-OPERATOR-ON.
           MOVE EIBOPID TO WS-OPERATOR-ID
           PERFORM 7001-LOOKUP-OPERATOR
           PERFORM 2010-CHECK-OPERATOR-STATUS
           IF EIBCALEN = 0 THEN
              MOVE SPACE TO WS-SCREEN-MESSAGE
              PERFORM 2020-SEND-THE-PIN-MAP
           ELSE
              EVALUATE EIBAID
              WHEN DFHENTER
                 PERFORM 2030-CHECK-THE-PIN
              WHEN DFHPF3
                 MOVE CT-CANCEL-MESSAGE TO WS-REFUSAL-MESSAGE
                 PERFORM 3001-REFUSE-THE-OPERATOR
              WHEN OTHER
                 MOVE 'PRESS ENTER TO SIGN ON OR F3 TO CANCEL'
                   TO WS-SCREEN-MESSAGE
                 PERFORM 2020-SEND-THE-PIN-MAP
              END-EVALUATE
           END-IF
           .
      ******************************************************************
      *               2010-CHECK-OPERATOR-STATUS
      * NOT ON T40 OR NOT ACTIVE IS REFUSED AS BEFORE -- LOCKED AND
      * DORMANT SAY SO.  AN ACTIVE ID IDLE PAST THE LIMIT IS MADE
      * DORMANT NOW RATHER THAN WAITING FOR TONIGHT'S Z02527
      ******************************************************************
       2010-CHECK-OPERATOR-STATUS.
           IF SO-OPERATOR-NOT-FOUND THEN
              PERFORM 3001-REFUSE-THE-OPERATOR
           END-IF
           EVALUATE WS-OPERATOR-STATUS
           WHEN CT-ACTIVE-STATUS
              CONTINUE
           WHEN CT-LOCKED-STATUS
              MOVE CT-LOCKED-MESSAGE TO WS-REFUSAL-MESSAGE
              PERFORM 3001-REFUSE-THE-OPERATOR
           WHEN CT-DORMANT-STATUS
              MOVE CT-DORMANT-MESSAGE TO WS-REFUSAL-MESSAGE
              PERFORM 3001-REFUSE-THE-OPERATOR
           WHEN OTHER
              PERFORM 3001-REFUSE-THE-OPERATOR
           END-EVALUATE
           PERFORM 7002-CHECK-IF-DORMANT
           IF SO-OPERATOR-DORMANT THEN
              MOVE 'DORMANT'              TO WS-HISTORY-ACTION
              MOVE CT-DORMANT-STATUS      TO WS-HISTORY-NEW-STATUS
              MOVE 'NO SIGN-ON WITHIN THE IDLE LIMIT'
                                          TO WS-HISTORY-REASON
              PERFORM 7005-CHANGE-OPERATOR-STATUS
              MOVE 'SIGNON DORMANT'       TO WS-LOG-ACTION-TEXT
              PERFORM 9050-LOG-TRANSACTION
              MOVE CT-DORMANT-MESSAGE TO WS-REFUSAL-MESSAGE
              PERFORM 3001-REFUSE-THE-OPERATOR
           END-IF
           .
      ******************************************************************
      *                 2020-SEND-THE-PIN-MAP
      ******************************************************************
       2020-SEND-THE-PIN-MAP.
           MOVE LOW-VALUES TO MP0302O
           MOVE WS-OPERATOR-ID TO OPERO
           IF WS-SCREEN-MESSAGE = SPACE THEN
              IF SO-PIN-NOT-ON-FILE THEN
                 MOVE 'NO PIN ON FILE -- CHOOSE ONE, 4 TO 8 CHARACTERS'
                   TO WS-SCREEN-MESSAGE
              ELSE
                 MOVE 'ENTER YOUR SIGN-ON PIN' TO WS-SCREEN-MESSAGE
              END-IF
           END-IF
           MOVE WS-SCREEN-MESSAGE TO MSGO
           EXEC CICS
             SEND MAP('MP0302') MAPSET('MP0302')
             FROM(MP0302O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           PERFORM 3003-RETURN-FOR-THE-PIN
           .
      ******************************************************************
      *                   2030-CHECK-THE-PIN
      ******************************************************************
       2030-CHECK-THE-PIN.
           MOVE LOW-VALUES TO MP0302I
           EXEC CICS
           RECEIVE MAP('MP0302') MAPSET('MP0302')
           INTO(MP0302I)
           NOHANDLE
           END-EXEC
           MOVE PINI TO WS-PIN-TEXT
           INSPECT WS-PIN-TEXT REPLACING ALL LOW-VALUE BY ' '
           IF WS-PIN-TEXT = SPACE THEN
              MOVE 'PLEASE ENTER YOUR PIN' TO WS-SCREEN-MESSAGE
              PERFORM 2020-SEND-THE-PIN-MAP
           END-IF
           IF SO-PIN-NOT-ON-FILE THEN
              PERFORM 2040-SET-THE-FIRST-PIN
           ELSE
              PERFORM 7003-VERIFY-THE-PIN
              IF SO-PIN-DOES-NOT-MATCH THEN
                 PERFORM 2050-COUNT-THE-FAILURE
              END-IF
           END-IF
           PERFORM 7004-RECORD-GOOD-SIGNON
           MOVE 'SIGNON'             TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE WS-OPERATOR-ID   TO WS-SIGNON-OPERATOR-ID
           MOVE WS-OPERATOR-ROLE TO WS-SIGNON-ROLE
           PERFORM 3002-PASS-TO-THE-MENU
           .
      ******************************************************************
      *                 2040-SET-THE-FIRST-PIN
      ******************************************************************
       2040-SET-THE-FIRST-PIN.
           MOVE 0 TO WS-PIN-LENGTH
           INSPECT WS-PIN-TEXT TALLYING WS-PIN-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PIN-LENGTH < LENGTH OF WS-PIN-TEXT THEN
              IF WS-PIN-TEXT(WS-PIN-LENGTH + 1:) NOT = SPACE THEN
                 MOVE 0 TO WS-PIN-LENGTH
              END-IF
           END-IF
           IF WS-PIN-LENGTH < CT-MIN-PIN-LENGTH THEN
              MOVE 'PIN MUST BE 4 TO 8 CHARACTERS WITH NO SPACES'
                TO WS-SCREEN-MESSAGE
              PERFORM 2020-SEND-THE-PIN-MAP
           END-IF
           PERFORM 7006-STORE-THE-PIN
           MOVE 'SIGNON PIN SET'     TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                 2050-COUNT-THE-FAILURE
      * THE LAST ALLOWED MISS LOCKS THE ID; THE LOCK IS COMMITTED BY
      * THE RETURN IN 3001
      ******************************************************************
       2050-COUNT-THE-FAILURE.
           PERFORM 7007-ADD-FAILED-SIGNON
           MOVE 'SIGNON FAILED'      TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           IF WS-FAILED-COUNT >= WS-MAX-FAILURES THEN
              MOVE 'LOCKED'               TO WS-HISTORY-ACTION
              MOVE CT-LOCKED-STATUS       TO WS-HISTORY-NEW-STATUS
              MOVE 'TOO MANY FAILED SIGN-ONS'
                                          TO WS-HISTORY-REASON
              PERFORM 7005-CHANGE-OPERATOR-STATUS
              MOVE 'SIGNON LOCKED'        TO WS-LOG-ACTION-TEXT
              PERFORM 9050-LOG-TRANSACTION
              MOVE CT-LOCKED-MESSAGE TO WS-REFUSAL-MESSAGE
              PERFORM 3001-REFUSE-THE-OPERATOR
           END-IF
           COMPUTE WS-ATTEMPTS-LEFT = WS-MAX-FAILURES - WS-FAILED-COUNT
           MOVE SPACE TO WS-SCREEN-MESSAGE
           STRING 'WRONG PIN -- ' WS-ATTEMPTS-LEFT
                  ' ATTEMPT(S) LEFT BEFORE THE ID IS LOCKED'
             DELIMITED BY SIZE INTO WS-SCREEN-MESSAGE
           END-STRING
           PERFORM 2020-SEND-THE-PIN-MAP
           .
      ******************************************************************
      *                7001-LOOKUP-OPERATOR
      ******************************************************************
       7001-LOOKUP-OPERATOR.
           SET SO-OPERATOR-NOT-FOUND TO TRUE
           INITIALIZE WS-OPERATOR-ROLE
           INITIALIZE WS-OPERATOR-STATUS
           MOVE 0 TO WS-FAILED-COUNT
           SET SO-PIN-NOT-ON-FILE TO TRUE
           EXEC SQL
             SELECT OPERATOR_ROLE, OPERATOR_STATUS,
                    FAILED_SIGNON_COUNT,
                    CASE WHEN SIGNON_PIN_HASH IS NULL
                         THEN 'N' ELSE 'Y' END
             INTO :WS-OPERATOR-ROLE, :WS-OPERATOR-STATUS,
                  :WS-FAILED-COUNT,
                  :SW-IF-PIN-ON-FILE
             FROM T40_OPERATOR_TABLE
             WHERE OPERATOR_ID = :WS-OPERATOR-ID
           END-EXEC
           END-EVALUATE
           .
      ******************************************************************
      *                7002-CHECK-IF-DORMANT
      * IDLE IS COUNTED FROM THE LAST SIGN-ON, OR FOR AN OPERATOR WHO
      * NEVER SIGNED ON FROM THE LAST STATUS CHANGE (SET UP OR UNLOCK)
      ******************************************************************
       7002-CHECK-IF-DORMANT.
           SET SO-OPERATOR-NOT-DORMANT TO TRUE
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MATCH-COUNT
             FROM T40_OPERATOR_TABLE
             WHERE OPERATOR_ID = :WS-OPERATOR-ID
               AND COALESCE(LAST_SIGNON_TIMESTAMP, STATUS_TIMESTAMP)
                     < CURRENT TIMESTAMP - :WS-IDLE-DAYS DAYS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-MATCH-COUNT > 0 THEN
              SET SO-OPERATOR-DORMANT TO TRUE
           END-IF
           .
      ******************************************************************
      *                 7003-VERIFY-THE-PIN
      * THE PIN IS NEVER STORED -- ONLY ITS HASH, SALTED WITH THE ID
      ******************************************************************
       7003-VERIFY-THE-PIN.
           SET SO-PIN-DOES-NOT-MATCH TO TRUE
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MATCH-COUNT
             FROM T40_OPERATOR_TABLE
             WHERE OPERATOR_ID = :WS-OPERATOR-ID
               AND SIGNON_PIN_HASH =
                   HEX(HASH_SHA256(RTRIM(OPERATOR_ID) CONCAT
                                   RTRIM(:WS-PIN-TEXT)))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-MATCH-COUNT > 0 THEN
              SET SO-PIN-MATCHES TO TRUE
           END-IF
           .
      ******************************************************************
      *                 7004-RECORD-GOOD-SIGNON
      ******************************************************************
       7004-RECORD-GOOD-SIGNON.
           MOVE EIBTRMID TO WS-TERMINAL-ID
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET FAILED_SIGNON_COUNT   = 0,
                    LAST_SIGNON_TIMESTAMP = CURRENT TIMESTAMP,
                    SIGNON_TERMINAL       = :WS-TERMINAL-ID
              WHERE OPERATOR_ID = :WS-OPERATOR-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7005-CHANGE-OPERATOR-STATUS
      * ONLY FROM ACTIVE -- AND THE HISTORY ROW WITH IT
      ******************************************************************
       7005-CHANGE-OPERATOR-STATUS.
           MOVE WS-OPERATOR-STATUS TO WS-HISTORY-OLD-STATUS
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET OPERATOR_STATUS  = :WS-HISTORY-NEW-STATUS,
                    STATUS_TIMESTAMP = CURRENT TIMESTAMP
              WHERE OPERATOR_ID     = :WS-OPERATOR-ID
                AND OPERATOR_STATUS = :CT-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              PERFORM 7008-WRITE-ACCESS-HISTORY
           END-IF
           .
      ******************************************************************
      *                 7006-STORE-THE-PIN
      * STILL-NULL CHECK -- A PIN SET FROM ANOTHER TERMINAL IN THE
      * MEANTIME IS NOT OVERWRITTEN, THE OPERATOR IS ASKED FOR IT
      ******************************************************************
       7006-STORE-THE-PIN.
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET SIGNON_PIN_HASH =
                    HEX(HASH_SHA256(RTRIM(OPERATOR_ID) CONCAT
                                    RTRIM(:WS-PIN-TEXT)))
              WHERE OPERATOR_ID = :WS-OPERATOR-ID
                AND SIGNON_PIN_HASH IS NULL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-PIN-ON-FILE TO TRUE
              MOVE 'A PIN WAS SET MEANWHILE -- ENTER THAT PIN'
                TO WS-SCREEN-MESSAGE
              PERFORM 2020-SEND-THE-PIN-MAP
           WHEN OTHER
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7007-ADD-FAILED-SIGNON
      ******************************************************************
       7007-ADD-FAILED-SIGNON.
           EXEC SQL
             UPDATE T40_OPERATOR_TABLE
                SET FAILED_SIGNON_COUNT = FAILED_SIGNON_COUNT + 1
              WHERE OPERATOR_ID = :WS-OPERATOR-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           ADD 1 TO WS-FAILED-COUNT
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
           EXEC SQL
             INSERT INTO T147_OPERATOR_ACCESS_HISTORY
                (HISTORY_ID, OPERATOR_ID, ACTION_CODE, OLD_STATUS,
                 NEW_STATUS, REASON_TEXT, CHANGED_BY,
                 CHANGED_TIMESTAMP)
             VALUES
                (:WS-HISTORY-ID, :WS-OPERATOR-ID, :WS-HISTORY-ACTION,
                 :WS-HISTORY-OLD-STATUS, :WS-HISTORY-NEW-STATUS,
                 :WS-HISTORY-REASON, :CT-THIS-PROGRAM-NAME,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                3001-REFUSE-THE-OPERATOR
      ******************************************************************
       3001-REFUSE-THE-OPERATOR.
           EXEC CICS
           SEND TEXT
           FROM(WS-REFUSAL-MESSAGE)
           ERASE
           END-EXEC
           EXEC CICS
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 3003-RETURN-FOR-THE-PIN
      ******************************************************************
       3003-RETURN-FOR-THE-PIN.
           EXEC CICS
               RETURN TRANSID('0302') COMMAREA(WS-ZZEC0215)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
           END-EXEC
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
           MOVE WS-OPERATOR-ID       TO T24-ENTITY-KEY
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
           MOVE WS-OPERATOR-ID       TO ERRL-ENTITY-KEY
           EXEC CICS
              SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
