       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02531.
      ******************************************************************
      *
      * CONFIGURATION CHANGE APPROVAL DESK
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'X' ON
      * THE SECOND MENU PAGE (Z02455) "CHANGE APPROVALS" -- SUPER (OR
      * ADMIN) SIGN-ON, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * FARES (T14), FARE RULES (T56, Z02410), CLASS SELL LIMITS (T41,
      * Z02384) AND CURRENCY RATES THAT MOVED PAST THE FEED'S
      * TOLERANCE (T17, Z02373) NO LONGER GO LIVE ON ONE OPERATOR'S
      * SAY -- THEY WAIT ON T149 AS PENDING CHANGES (SEE Z02530'S
      * HEADER).  THIS DESK LISTS THE PENDING CHANGES, OLDEST FIRST,
      * AND SHOWS THE ONE KEYED WITH ITS BEFORE AND AFTER IMAGES SIDE
      * BY SIDE.  AN ACTION LETTER THEN:
      *
      *   A  -- APPROVE: THE CHANGE GOES LIVE.  NOT FOR THE OPERATOR
      *         WHO FILED IT, AND NOT ONCE IT HAS EXPIRED
      *   R  -- REJECT, WITH A REASON.  NOTHING GOES LIVE AND THE
      *         REJECTION IS KEPT ON T65 WITH ITS REASON
      *   F  -- FILE A FARE CHANGE: FLIGHT, T13 SEAT TYPE AND THE NEW
      *         FARE.  T14 HAS NO OTHER MAINTENANCE PATH, SO A FARE IS
      *         PROPOSED HERE AND A SECOND OPERATOR APPROVES IT HERE.
      *         THE AFTER IMAGE CARRIES HOW FAR THE FARE MOVES, SO A
      *         FARE KEYED AT A TENTH OF ITS PRICE STANDS OUT
      *
      * BLANK ACTION ONLY SHOWS.  EVERY ACTION GOES ON T24.
      *
      *   NEW MAPSET MP0304 (COPYBOOK ZZMP0304), FIELDS:
      *      ACTIONI        PIC X(1)   A / R / F / BLANK
      *      CHANGE-IDI     PIC X(9)   CHANGE TO SHOW OR DECIDE
      *      REASONI        PIC X(40)  (ACTION R)
      *      FLIGHTI        PIC X(8)   (ACTION F)
      *      SEAT-TYPEI     PIC X(4)   T13 TYPE_OF_SEATS_ID
      *      FAREI          PIC X(10)  NEW FARE, E.G. 249.00
      *      DTL-LINEO      PIC X(79)  OCCURS 5  THE CHANGE SHOWN
      *      LIST-LINEO     PIC X(79)  OCCURS 8  PENDING, OLDEST FIRST
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
           COPY ZZMP0304.
           COPY ZZEC0215.
           COPY ZZEC0270.
      * PENDING-CHANGE PARM BLOCK (SEE Z02530)
           COPY ZZEC0274.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * THE CHANGES STILL WAITING FOR A SECOND OPERATOR, OLDEST FIRST
           EXEC SQL
             DECLARE C-PENDING-CHANGES CURSOR FOR
             SELECT CHANGE_ID, TABLE_NAME, ROW_KEY, REQUESTED_BY,
                    CHAR(REQUESTED_TIMESTAMP)
             FROM T149_PENDING_CONFIG_CHANGE
             WHERE CHANGE_STATUS = 'PENDING'
             ORDER BY REQUESTED_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC

       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02531'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
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
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-DESK-ACTION                              PIC X.
               88 SO-APPROVE-ACTION                       VALUE 'A'.
               88 SO-REJECT-ACTION                        VALUE 'R'.
               88 SO-FILE-FARE-ACTION                     VALUE 'F'.
               88 SO-SHOW-ONLY                            VALUE ' '.
           05 SW-IF-END-OF-CURSOR                         PIC X.
               88 SO-END-OF-PENDING                       VALUE 'Y'.
               88 SO-NOT-END-OF-PENDING                   VALUE 'N'.
           05 SW-IF-CHANGE-FOUND                          PIC X.
               88 SO-CHANGE-FOUND                         VALUE 'Y'.
               88 SO-CHANGE-NOT-FOUND                     VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-CHANGE-ID                  PIC S9(9) COMP VALUE 0.
           05 WS-CHANGE-ID-FORMAT           PIC 9(9).
           05 WS-REASON-TEXT                PIC X(40).
           05 WS-SCREEN-MESSAGE             PIC X(60).
           05 WS-ROWS-SHOWN                 PIC S9(4) COMP.
           05 WS-MATCH-COUNT                PIC S9(9) COMP.
      * THE FARE BEING FILED (ACTION F)
       01 WS-FARE-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-SEAT-TYPE-ID               PIC S9(9) COMP.
           05 WS-SEAT-TYPE-FORMAT           PIC 9(4).
           05 WS-NEW-FARE                   PIC S9(7)V99 COMP-3.
           05 WS-OLD-FARE                   PIC S9(7)V99 COMP-3.
           05 WS-FARE-FORMAT                PIC Z(6)9.99.
           05 WS-FARE-MOVE-PCT              PIC S9(5)V99 COMP-3.
           05 WS-FARE-MOVE-FORMAT           PIC -(5)9.99.
      * ONE T149 ROW, LISTED OR SHOWN
       01 WS-CHANGE-ROW.
           05 WS-ROW-CHANGE-ID              PIC S9(9) COMP.
           05 WS-ROW-TABLE-NAME             PIC X(18).
           05 WS-ROW-KEY                    PIC X(30).
           05 WS-ROW-BEFORE-IMAGE           PIC X(60).
           05 WS-ROW-AFTER-IMAGE            PIC X(60).
           05 WS-ROW-STATUS                 PIC X(10).
           05 WS-ROW-REQUESTED-BY           PIC X(8).
           05 WS-ROW-REQUESTED-TS           PIC X(26).
           05 WS-ROW-DECIDED-BY             PIC X(8).
           05 WS-ROW-REASON                 PIC X(40).

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
           MOVE SPACE TO WS-SCREEN-MESSAGE
           PERFORM 2030-SHOW-THE-DESK
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
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0304') MAPSET('MP0304')
             FROM(MP0304O)
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
           WHEN SO-APPROVE-ACTION
              PERFORM 2020-DECIDE-THE-CHANGE
           WHEN SO-REJECT-ACTION
              PERFORM 2020-DECIDE-THE-CHANGE
           WHEN SO-FILE-FARE-ACTION
              PERFORM 2040-FILE-A-FARE-CHANGE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           PERFORM 2030-SHOW-THE-DESK
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0304I
           EXEC CICS
           RECEIVE MAP('MP0304') MAPSET('MP0304')
           INTO(MP0304I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              CONTINUE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-INPUT
      * A BARE ENTER JUST REFRESHES THE PENDING LIST
      ******************************************************************
       2012-VALIDATE-INPUT.
           MOVE ACTIONI  TO SW-DESK-ACTION
           MOVE REASONI  TO WS-REASON-TEXT
           MOVE FLIGHTI  TO WS-FLIGHT-ID
           INSPECT SW-DESK-ACTION
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-REASON-TEXT
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-FLIGHT-ID
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           MOVE 0 TO WS-CHANGE-ID
           IF CHANGE-IDI IS NUMERIC AND CHANGE-IDI > ZERO THEN
              MOVE CHANGE-IDI TO WS-CHANGE-ID
           END-IF
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE
           EVALUATE TRUE
           WHEN NOT (SO-APPROVE-ACTION OR SO-REJECT-ACTION OR
                     SO-FILE-FARE-ACTION OR SO-SHOW-ONLY)
              MOVE 'ACTION MUST BE A, R, F OR BLANK'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN (SO-APPROVE-ACTION OR SO-REJECT-ACTION) AND
                WS-CHANGE-ID = 0
              MOVE 'PLEASE PROVIDE THE NUMERIC CHANGE ID'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN SO-REJECT-ACTION AND WS-REASON-TEXT = SPACE
              MOVE 'PLEASE GIVE A REASON FOR THE REJECTION'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN SO-FILE-FARE-ACTION
              PERFORM 2013-VALIDATE-FARE-FIELDS
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           IF WS-Z02141-I-ERROR-MESSAGE(1) NOT = SPACE THEN
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *               2013-VALIDATE-FARE-FIELDS
      ******************************************************************
       2013-VALIDATE-FARE-FIELDS.
           EVALUATE TRUE
           WHEN WS-FLIGHT-ID = SPACE
              MOVE 'PLEASE PROVIDE THE FLIGHT'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN SEAT-TYPEI IS NOT NUMERIC OR SEAT-TYPEI = ZERO
              MOVE 'PLEASE PROVIDE A NUMERIC SEAT TYPE'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN FUNCTION TEST-NUMVAL(FAREI) NOT = 0
              MOVE 'PLEASE PROVIDE THE NEW FARE, E.G. 249.00'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
           WHEN OTHER
              MOVE SEAT-TYPEI TO WS-SEAT-TYPE-ID
              COMPUTE WS-NEW-FARE = FUNCTION NUMVAL(FAREI)
              IF WS-NEW-FARE <= 0 THEN
                 MOVE 'THE NEW FARE MUST BE GREATER THAN ZERO'
                   TO WS-Z02141-I-ERROR-MESSAGE(1)
              END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                 2020-DECIDE-THE-CHANGE
      * Z02530 MAKES EVERY CHECK -- NOT YOUR OWN CHANGE, STILL
      * PENDING, NOT EXPIRED -- AND A REFUSAL COMES BACK AS THE
      * DESK'S MESSAGE
      ******************************************************************
       2020-DECIDE-THE-CHANGE.
           IF SO-APPROVE-ACTION THEN
              MOVE 'APPLY' TO CHG-FUNCTION
           ELSE
              MOVE 'REJCT' TO CHG-FUNCTION
           END-IF
           MOVE WS-CHANGE-ID   TO CHG-CHANGE-ID
           MOVE EIBOPID        TO CHG-OPERATOR-ID
           MOVE WS-REASON-TEXT TO CHG-REASON
           PERFORM 2060-CALL-THE-CHANGE-ROUTINE
           MOVE CHG-MESSAGE TO WS-SCREEN-MESSAGE
           IF CHG-RESULT = 'O' THEN
              IF SO-APPROVE-ACTION THEN
                 MOVE 'CHANGE APPROVED'  TO WS-LOG-ACTION-TEXT
              ELSE
                 MOVE 'CHANGE REJECTED'  TO WS-LOG-ACTION-TEXT
              END-IF
              MOVE WS-CHANGE-ID TO WS-CHANGE-ID-FORMAT
              MOVE WS-CHANGE-ID-FORMAT TO WS-LOG-ENTITY-KEY
              PERFORM 9050-LOG-TRANSACTION
           END-IF
           .
      ******************************************************************
      *                 2030-SHOW-THE-DESK
      ******************************************************************
       2030-SHOW-THE-DESK.
           MOVE LOW-VALUES TO MP0304O
           IF WS-CHANGE-ID > 0 THEN
              PERFORM 2031-SHOW-ONE-CHANGE
           END-IF
           PERFORM 2035-LIST-PENDING-CHANGES
           IF WS-SCREEN-MESSAGE = SPACE THEN
              IF WS-ROWS-SHOWN = 0 THEN
                 MOVE 'NO CHANGES ARE WAITING FOR APPROVAL'
                   TO WS-SCREEN-MESSAGE
              ELSE
                 MOVE 'KEY A CHANGE ID TO SEE IT, THEN A OR R'
                   TO WS-SCREEN-MESSAGE
              END-IF
           END-IF
           MOVE WS-SCREEN-MESSAGE TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                 2031-SHOW-ONE-CHANGE
      * BEFORE AND AFTER ONE UNDER THE OTHER, AS THE FILER SAW THEM
      ******************************************************************
       2031-SHOW-ONE-CHANGE.
           PERFORM 7002-READ-THE-CHANGE
           IF SO-CHANGE-NOT-FOUND THEN
              IF WS-SCREEN-MESSAGE = SPACE THEN
                 MOVE 'NO SUCH CHANGE ON FILE' TO WS-SCREEN-MESSAGE
              END-IF
           ELSE
              MOVE WS-CHANGE-ID TO WS-CHANGE-ID-FORMAT
              MOVE WS-CHANGE-ID-FORMAT TO CHANGE-IDO
              STRING 'CHANGE ' WS-CHANGE-ID-FORMAT ' '
                     WS-ROW-TABLE-NAME ' KEY ' WS-ROW-KEY
                DELIMITED BY SIZE INTO DTL-LINEO(1)
              END-STRING
              STRING 'BEFORE: ' WS-ROW-BEFORE-IMAGE
                DELIMITED BY SIZE INTO DTL-LINEO(2)
              END-STRING
              STRING 'AFTER:  ' WS-ROW-AFTER-IMAGE
                DELIMITED BY SIZE INTO DTL-LINEO(3)
              END-STRING
              STRING 'FILED BY ' WS-ROW-REQUESTED-BY
                     ' AT ' WS-ROW-REQUESTED-TS(1:16)
                     '  STATUS ' WS-ROW-STATUS
                     ' BY ' WS-ROW-DECIDED-BY
                DELIMITED BY SIZE INTO DTL-LINEO(4)
              END-STRING
              IF WS-ROW-REASON NOT = SPACE THEN
                 STRING 'REASON: ' WS-ROW-REASON
                   DELIMITED BY SIZE INTO DTL-LINEO(5)
                 END-STRING
              END-IF
           END-IF
           .
      ******************************************************************
      *               2035-LIST-PENDING-CHANGES
      ******************************************************************
       2035-LIST-PENDING-CHANGES.
           MOVE 0 TO WS-ROWS-SHOWN
           SET SO-NOT-END-OF-PENDING TO TRUE
           EXEC SQL
             OPEN C-PENDING-CHANGES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7001-FETCH-NEXT-PENDING
           PERFORM UNTIL SO-END-OF-PENDING OR WS-ROWS-SHOWN >= 8
              ADD 1 TO WS-ROWS-SHOWN
              MOVE WS-ROW-CHANGE-ID TO WS-CHANGE-ID-FORMAT
              STRING WS-CHANGE-ID-FORMAT ' ' WS-ROW-TABLE-NAME ' '
                     WS-ROW-KEY(1:24) ' ' WS-ROW-REQUESTED-BY ' '
                     WS-ROW-REQUESTED-TS(1:16)
                DELIMITED BY SIZE INTO LIST-LINEO(WS-ROWS-SHOWN)
              END-STRING
              PERFORM 7001-FETCH-NEXT-PENDING
           END-PERFORM
           EXEC SQL
             CLOSE C-PENDING-CHANGES
           END-EXEC
           .
      ******************************************************************
      *                2040-FILE-A-FARE-CHANGE
      * THE FARE ON FILE FOR THE FLIGHT AND SEAT TYPE IS THE BEFORE
      * IMAGE; THE AFTER IMAGE SAYS HOW FAR THE FARE MOVES
      ******************************************************************
       2040-FILE-A-FARE-CHANGE.
           PERFORM 7003-CHECK-FLIGHT-AND-SEAT
           PERFORM 7004-READ-CURRENT-FARE
           MOVE SPACE TO CHG-BEFORE-IMAGE
                         CHG-AFTER-IMAGE
           MOVE WS-NEW-FARE TO WS-FARE-FORMAT
           IF SO-SQLCODE-NOT-FOUND THEN
              MOVE '(ABSENT)' TO CHG-BEFORE-IMAGE
              STRING 'FARE=' WS-FARE-FORMAT
                DELIMITED BY SIZE INTO CHG-AFTER-IMAGE
              END-STRING
           ELSE
              COMPUTE WS-FARE-MOVE-PCT ROUNDED =
                 ((WS-NEW-FARE - WS-OLD-FARE) * 100) / WS-OLD-FARE
              MOVE WS-FARE-MOVE-PCT TO WS-FARE-MOVE-FORMAT
              STRING 'FARE=' WS-FARE-FORMAT ' MOVE='
                     WS-FARE-MOVE-FORMAT '%'
                DELIMITED BY SIZE INTO CHG-AFTER-IMAGE
              END-STRING
              MOVE WS-OLD-FARE TO WS-FARE-FORMAT
              STRING 'FARE=' WS-FARE-FORMAT
                DELIMITED BY SIZE INTO CHG-BEFORE-IMAGE
              END-STRING
           END-IF
           MOVE WS-SEAT-TYPE-ID TO WS-SEAT-TYPE-FORMAT
           MOVE 'PROPO'          TO CHG-FUNCTION
           MOVE 'T14_FARE_TABLE' TO CHG-TABLE-NAME
           MOVE SPACE TO CHG-ROW-KEY
           STRING WS-FLIGHT-ID '/' WS-SEAT-TYPE-FORMAT
             DELIMITED BY SIZE INTO CHG-ROW-KEY
           END-STRING
           MOVE SPACE TO CHG-CHANGE-DATA
           MOVE WS-FLIGHT-ID     TO CHG-T14-FLIGHT-ID
           MOVE WS-SEAT-TYPE-ID  TO CHG-T14-SEAT-TYPE-ID
           MOVE WS-NEW-FARE      TO CHG-T14-FARE-AMOUNT
           MOVE EIBOPID          TO CHG-OPERATOR-ID
           MOVE SPACE            TO CHG-REASON
           PERFORM 2060-CALL-THE-CHANGE-ROUTINE
           IF CHG-RESULT = 'O' THEN
              MOVE CHG-CHANGE-ID TO WS-CHANGE-ID
              MOVE CHG-CHANGE-ID TO WS-CHANGE-ID-FORMAT
              STRING 'FILED AS CHANGE ' WS-CHANGE-ID-FORMAT
                     ' -- NEEDS A SECOND APPROVER'
                DELIMITED BY SIZE INTO WS-SCREEN-MESSAGE
              END-STRING
              MOVE 'FARE CHANGE FILED' TO WS-LOG-ACTION-TEXT
              MOVE CHG-ROW-KEY       TO WS-LOG-ENTITY-KEY
              PERFORM 9050-LOG-TRANSACTION
           ELSE
              MOVE CHG-MESSAGE TO WS-SCREEN-MESSAGE
           END-IF
           .
      ******************************************************************
      *              2060-CALL-THE-CHANGE-ROUTINE
      ******************************************************************
       2060-CALL-THE-CHANGE-ROUTINE.
           CALL 'Z02530' USING WS-ZZEC0274
           IF CHG-RESULT = 'E' THEN
              MOVE CHG-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE CHG-SQLCODE      TO SQLCODE
              MOVE CHG-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           END-IF
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
              MOVE 'CHANGE APPROVALS NEED A SUPERVISOR SIGN-ON' TO
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
      *                7001-FETCH-NEXT-PENDING
      ******************************************************************
       7001-FETCH-NEXT-PENDING.
           EXEC SQL
             FETCH C-PENDING-CHANGES
             INTO :WS-ROW-CHANGE-ID,
                  :WS-ROW-TABLE-NAME,
                  :WS-ROW-KEY,
                  :WS-ROW-REQUESTED-BY,
                  :WS-ROW-REQUESTED-TS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-PENDING TO TRUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7002-READ-THE-CHANGE
      * ANY STATUS -- A CHANGE JUST DECIDED IS SHOWN WITH ITS OUTCOME
      ******************************************************************
       7002-READ-THE-CHANGE.
           SET SO-CHANGE-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT TABLE_NAME, ROW_KEY, BEFORE_IMAGE, AFTER_IMAGE,
                    CHANGE_STATUS, REQUESTED_BY,
                    CHAR(REQUESTED_TIMESTAMP),
                    COALESCE(DECIDED_BY, ' '),
                    COALESCE(DECISION_REASON, ' ')
             INTO :WS-ROW-TABLE-NAME, :WS-ROW-KEY,
                  :WS-ROW-BEFORE-IMAGE, :WS-ROW-AFTER-IMAGE,
                  :WS-ROW-STATUS, :WS-ROW-REQUESTED-BY,
                  :WS-ROW-REQUESTED-TS, :WS-ROW-DECIDED-BY,
                  :WS-ROW-REASON
             FROM T149_PENDING_CONFIG_CHANGE
             WHERE CHANGE_ID = :WS-CHANGE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CHANGE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              7003-CHECK-FLIGHT-AND-SEAT
      ******************************************************************
       7003-CHECK-FLIGHT-AND-SEAT.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MATCH-COUNT
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-MATCH-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH FLIGHT ON FILE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MATCH-COUNT
             FROM T13_TYPE_OF_SEATS_TABLE
             WHERE TYPE_OF_SEATS_ID = :WS-SEAT-TYPE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-MATCH-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH SEAT TYPE ON FILE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                7004-READ-CURRENT-FARE
      ******************************************************************
       7004-READ-CURRENT-FARE.
           MOVE 0 TO WS-OLD-FARE
           EXEC SQL
             SELECT FARE_AMOUNT
             INTO :WS-OLD-FARE
             FROM T14_FARE_TABLE
             WHERE FLIGHT_ID        = :WS-FLIGHT-ID
               AND TYPE_OF_SEATS_ID = :WS-SEAT-TYPE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF SO-SQLCODE-NORMAL AND WS-OLD-FARE = 0 THEN
              SET SO-SQLCODE-NOT-FOUND TO TRUE
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
               RETURN TRANSID('0304') COMMAREA(WS-ZZEC0215)
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
