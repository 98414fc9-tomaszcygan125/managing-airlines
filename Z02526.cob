       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02526.
      ******************************************************************
      *
      * SCHEDULE CHANGE ANSWERS DESK
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'V' ON
      * THE SECOND MENU PAGE (Z02455) "SCHEDULE CHANGE ANSWERS" --
      * OPS OR SUPER (OR ADMIN) SIGN-ON, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * THE NIGHTLY Z02525 RUN RECORDS EVERY RESERVATION A RETIMED
      * OR SUSPENDED SCHEDULE HITS ON T146_SCHEDULE_CHANGE_RESERVATION
      * (COLUMNS IN Z02525'S HEADER).  A SIGNIFICANT CHANGE WAITS
      * 'PENDING' FOR THE PASSENGER'S ANSWER.  THE AGENT KEYS THE
      * RESERVATION NUMBER AND GETS THE RESERVATION'S CHANGES, NEWEST
      * FIRST -- FLIGHT, DEPARTURE AS IT NOW STANDS, MINUTES MOVED,
      * BROKEN CONNECTION, THE ALTERNATIVE Z02525 PROPOSED AND THE
      * ANSWER SO FAR.  AN ACTION LETTER RECORDS THE PASSENGER'S
      * ANSWER ON EVERY PENDING CHANGE OF THE RESERVATION:
      *
      *   A  -- ACCEPTED, THE PASSENGER KEEPS THE CHANGED FLIGHT
      *   F  -- REFUND, THE PASSENGER IS ENTITLED TO THEIR MONEY
      *         BACK.  THE AGENT THEN CANCELS THE RESERVATION AS
      *         USUAL -- THE CANCELLATION (T16) IS WHAT Z02371 TURNS
      *         INTO THE T36 REFUND ITEM, SO NOTHING IS PAID TWICE
      *
      * A PASSENGER WHO TAKES THE ALTERNATIVE IS MOVED THROUGH THE
      * USUAL REBOOK (Z02261 OPTION '4', Z02361), WHICH MARKS THE
      * CHANGE 'REBOOKED' ITSELF.  BLANK ACTION ONLY SHOWS.  EVERY
      * ANSWER IS LOGGED TO T24 AS WELL.
      *
      *   NEW MAPSET MP0301 (COPYBOOK ZZMP0301), FIELDS:
      *      RESIDI         PIC X(9)   RESERVATION NUMBER
      *      ACTIONI        PIC X(1)   A / F / BLANK
      *      CHG-LINEO      PIC X(79)  OCCURS 6 -- ONE CHANGE PER
      *                                LINE, NEWEST FIRST
      *      MSGO           PIC X(60)
      *   THE I-FIELDS ARE ALSO SENT BACK (O) -- THE ACTION BLANK.
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
           COPY ZZMP0301.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * THE RESERVATION'S SCHEDULE CHANGES, NEWEST FIRST
           EXEC SQL
             DECLARE C-CHANGE-ROWS CURSOR FOR
             SELECT T146.FLIGHT_ID,
                    CHAR(T05.DEPARTURE_TIMESTAMP),
                    T146.CHANGE_CLASS,
                    T146.MOVE_MINUTES,
                    T146.CONNECTION_FLAG,
                    T146.ALTERNATIVE_FLIGHT_ID,
                    T146.RESPONSE_STATUS
             FROM T146_SCHEDULE_CHANGE_RESERVATION T146
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T146.FLIGHT_ID
             WHERE T146.RESERVATION_ID = :WS-RESERVATION-ID
             ORDER BY T146.CREATED_TIMESTAMP DESC, T146.FLIGHT_ID
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02526'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-MAX-LINES                    PIC S9(4) COMP VALUE 6.
           05 CT-PENDING-STATUS               PIC X(8) VALUE 'PENDING'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-2165-PARA              VALUE '2165'.
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-ANSWER-ACTION                            PIC X.
               88 SO-ACCEPT-ACTION                        VALUE 'A'.
               88 SO-REFUND-ACTION                        VALUE 'F'.
               88 SO-SHOW-ONLY                            VALUE ' '.
           05 SW-IF-END-OF-CHANGES                        PIC X.
               88 SO-END-OF-CHANGES                       VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-RESERVATION-ID-TEXT        PIC X(9).
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-NEW-STATUS                 PIC X(8).
           05 WS-ROWS-ANSWERED              PIC S9(9) COMP.
           05 WS-LINE-COUNT                 PIC S9(4) COMP.
           05 WS-SCREEN-MESSAGE             PIC X(60).
      * ONE CHANGE ROW AS FETCHED AND AS SHOWN
       01 WS-CHANGE-FIELDS.
           05 WS-CHG-FLIGHT-ID              PIC X(8).
           05 WS-CHG-DEPARTURE              PIC X(26).
           05 WS-CHG-CLASS                  PIC X(6).
           05 WS-CHG-MOVE-MINUTES           PIC S9(9) COMP.
           05 WS-CHG-CONNECTION             PIC X(1).
           05 WS-CHG-ALTERNATIVE            PIC X(8).
           05 WS-CHG-STATUS                 PIC X(8).
       01 WS-CHANGE-LINE.
           05 WS-LINE-FLIGHT-ID             PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-DEPARTURE             PIC X(16).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-CLASS                 PIC X(6).
           05 FILLER                        PIC X(6) VALUE ' MOVE '.
           05 WS-LINE-MINUTES               PIC ZZZZ9.
           05 FILLER                        PIC X(6) VALUE ' CONN '.
           05 WS-LINE-CONNECTION            PIC X(1).
           05 FILLER                        PIC X(5) VALUE ' ALT '.
           05 WS-LINE-ALTERNATIVE           PIC X(8).
           05 FILLER                        PIC X(1) VALUE SPACE.
           05 WS-LINE-STATUS                PIC X(8).
           05 FILLER                        PIC X(7) VALUE SPACE.

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
           MOVE LOW-VALUES TO MP0301O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0301') MAPSET('MP0301')
             FROM(MP0301O)
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
           IF NOT SO-SHOW-ONLY THEN
              PERFORM 2020-RECORD-THE-ANSWER
           END-IF
           PERFORM 2030-SHOW-THE-CHANGES
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0301I
           EXEC CICS
           RECEIVE MAP('MP0301') MAPSET('MP0301')
           INTO(MP0301I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE RESERVATION NUMBER' TO
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
           MOVE RESIDI   TO WS-RESERVATION-ID-TEXT
           MOVE ACTIONI  TO SW-ANSWER-ACTION
           INSPECT WS-RESERVATION-ID-TEXT
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT SW-ANSWER-ACTION
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF WS-RESERVATION-ID-TEXT = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE RESERVATION NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-RESERVATION-ID-TEXT) NOT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'RESERVATION NUMBER MUST BE NUMERIC' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-RESERVATION-ID =
                       FUNCTION NUMVAL(WS-RESERVATION-ID-TEXT)
           IF NOT SO-ACCEPT-ACTION AND NOT SO-REFUND-ACTION
                                   AND NOT SO-SHOW-ONLY THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE A (ACCEPTED), F (REFUND) OR BLANK'
                                  TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-RESERVATION-ID-TEXT TO WS-LOG-ENTITY-KEY
           .
      ******************************************************************
      *                2020-RECORD-THE-ANSWER
      * THE ANSWER GOES ON EVERY PENDING CHANGE OF THE RESERVATION --
      * NOTHING PENDING IS AN ERROR, SO A SECOND ENTER DOES NOT LOG
      * THE SAME ANSWER TWICE
      ******************************************************************
       2020-RECORD-THE-ANSWER.
           IF SO-ACCEPT-ACTION THEN
              MOVE 'ACCEPTED' TO WS-NEW-STATUS
              MOVE 'SCHED CHG ACCEPTED' TO WS-LOG-ACTION-TEXT
           ELSE
              MOVE 'REFUND'   TO WS-NEW-STATUS
              MOVE 'SCHED CHG REFUND'   TO WS-LOG-ACTION-TEXT
           END-IF
           PERFORM 7002-UPDATE-PENDING-CHANGES
           IF WS-ROWS-ANSWERED = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SCHEDULE CHANGE IS WAITING FOR AN ANSWER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 9050-LOG-TRANSACTION
           IF SO-ACCEPT-ACTION THEN
              MOVE 'ANSWER RECORDED -- NEXT RESERVATION OR F3 TO RETURN'
                TO WS-SCREEN-MESSAGE
           ELSE
              MOVE 'REFUND DUE -- NOW CANCEL THE RESERVATION AS USUAL'
                TO WS-SCREEN-MESSAGE
           END-IF
           .
      ******************************************************************
      *                  2030-SHOW-THE-CHANGES
      ******************************************************************
       2030-SHOW-THE-CHANGES.
           MOVE LOW-VALUES TO MP0301O
           MOVE WS-RESERVATION-ID-TEXT TO RESIDO
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO SW-IF-END-OF-CHANGES
           EXEC SQL
             OPEN C-CHANGE-ROWS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7001-FETCH-NEXT-CHANGE
           PERFORM UNTIL SO-END-OF-CHANGES
                      OR WS-LINE-COUNT >= CT-MAX-LINES
              ADD 1 TO WS-LINE-COUNT
              PERFORM 2031-FORMAT-CHANGE-LINE
              PERFORM 7001-FETCH-NEXT-CHANGE
           END-PERFORM
           EXEC SQL
             CLOSE C-CHANGE-ROWS
           END-EXEC
           IF WS-LINE-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SCHEDULE CHANGE ON FILE FOR THIS RESERVATION' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-SCREEN-MESSAGE = SPACE THEN
              MOVE 'KEY A (ACCEPTED) OR F (REFUND) FOR PENDING CHANGES'
                TO WS-SCREEN-MESSAGE
           END-IF
           MOVE WS-SCREEN-MESSAGE TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2031-FORMAT-CHANGE-LINE
      ******************************************************************
       2031-FORMAT-CHANGE-LINE.
           MOVE WS-CHG-FLIGHT-ID         TO WS-LINE-FLIGHT-ID
           MOVE WS-CHG-DEPARTURE         TO WS-LINE-DEPARTURE
           MOVE WS-CHG-CLASS             TO WS-LINE-CLASS
           MOVE WS-CHG-MOVE-MINUTES      TO WS-LINE-MINUTES
           MOVE WS-CHG-CONNECTION        TO WS-LINE-CONNECTION
           IF WS-CHG-ALTERNATIVE = SPACE THEN
              MOVE 'NONE'                TO WS-LINE-ALTERNATIVE
           ELSE
              MOVE WS-CHG-ALTERNATIVE    TO WS-LINE-ALTERNATIVE
           END-IF
           MOVE WS-CHG-STATUS            TO WS-LINE-STATUS
           MOVE WS-CHANGE-LINE           TO CHG-LINEO(WS-LINE-COUNT)
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
              MOVE 'ANSWERS DESK NEEDS AN OPS OR SUPERVISOR SIGN-ON' TO
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
      *                  7001-FETCH-NEXT-CHANGE
      ******************************************************************
       7001-FETCH-NEXT-CHANGE.
           EXEC SQL
             FETCH C-CHANGE-ROWS
             INTO :WS-CHG-FLIGHT-ID,
                  :WS-CHG-DEPARTURE,
                  :WS-CHG-CLASS,
                  :WS-CHG-MOVE-MINUTES,
                  :WS-CHG-CONNECTION,
                  :WS-CHG-ALTERNATIVE,
                  :WS-CHG-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CHANGES TO TRUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7002-UPDATE-PENDING-CHANGES
      ******************************************************************
       7002-UPDATE-PENDING-CHANGES.
           MOVE 0 TO WS-ROWS-ANSWERED
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T146_SCHEDULE_CHANGE_RESERVATION
                SET RESPONSE_STATUS    = :WS-NEW-STATUS,
                    RESPONSE_TIMESTAMP = CURRENT TIMESTAMP,
                    RESPONSE_OPERATOR  = :WS-OPERATOR-ID
              WHERE RESERVATION_ID  = :WS-RESERVATION-ID
                AND RESPONSE_STATUS = :CT-PENDING-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE SQLERRD(3) TO WS-ROWS-ANSWERED
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
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
               RETURN TRANSID('0301') COMMAREA(WS-ZZEC0215)
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
