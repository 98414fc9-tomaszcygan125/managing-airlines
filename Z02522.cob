       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02522.
      ******************************************************************
      *
      * MARKETING CONSENT -- CONSENT DESK
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'U' ON
      * THE SECOND MENU PAGE (Z02455) "MARKETING CONSENT" -- OPS,
      * SUPER (OR ADMIN) SIGN-ON, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * CONSENT TO E-MAIL, SMS AND POSTAL CAMPAIGNS IS FIRST TAKEN
      * AT BOOKING (Z02202, SOURCE 'BOOKING') AND KEPT ON
      * T140_MARKETING_CONSENT (COLUMNS IN Z02202'S HEADER) -- ONE
      * ROW PER CHANGE, THE LATEST ROW PER CHANNEL BEING THE
      * CURRENT STATE.  THIS DESK IS WHERE THE PASSENGER CHANGES
      * THEIR MIND LATER.  THE AGENT KEYS THE T06 IDENTIFICATION
      * NUMBER AND GETS THE CURRENT STATE OF EACH CHANNEL -- FLAG,
      * WHEN, HOW AND BY WHOM IT WAS GIVEN.  A Y OR N KEYED AGAINST
      * A CHANNEL RECORDS A NEW ROW WHEN IT DIFFERS FROM WHAT IS ON
      * FILE; BLANK LEAVES THE CHANNEL ALONE.  THE SOURCE FIELD SAYS
      * HOW THE PASSENGER ASKED:
      *
      *   DESK    -- IN PERSON (THE DEFAULT WHEN LEFT BLANK)
      *   PHONE   -- BY TELEPHONE
      *   LETTER  -- IN WRITING
      *   EMAIL   -- BY E-MAIL
      *
      * AN ANONYMIZED PASSENGER (Z02400) HOLDS NO CONSENT AND CANNOT
      * BE GIVEN ANY.  EVERY CHANGE IS LOGGED TO T24 AS WELL.
      *
      *   NEW MAPSET MP0300 (COPYBOOK ZZMP0300), FIELDS:
      *      IDNUMI         PIC X(12)  T06 IDENTIFICATION NUMBER
      *      EMAILI         PIC X(1)   E-MAIL CONSENT Y / N / BLANK
      *      SMSI           PIC X(1)   SMS CONSENT    Y / N / BLANK
      *      POSTI          PIC X(1)   POSTAL CONSENT Y / N / BLANK
      *      SOURCEI        PIC X(8)   DESK/PHONE/LETTER/EMAIL
      *      PAXO           PIC X(40)  PASSENGER'S NAME
      *      EMLSTO         PIC X(50)  E-MAIL CONSENT ON FILE
      *      SMSSTO         PIC X(50)  SMS CONSENT ON FILE
      *      PSTSTO         PIC X(50)  POSTAL CONSENT ON FILE
      *      MSGO           PIC X(60)
      *   THE I-FIELDS ARE ALSO SENT BACK (O) -- THE FLAGS BLANK.
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
           COPY ZZMP0300.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T06TAB END-EXEC.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02522'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-ANONYMIZED-NAME              PIC X(10)
                                                 VALUE 'ANONYMIZED'.
           05 CT-DEFAULT-SOURCE               PIC X(8) VALUE 'DESK'.
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
           05 SW-CONSENT-SOURCE                           PIC X(8).
               88 SO-VALID-CONSENT-SOURCE                 VALUE
                                 'DESK' 'PHONE' 'LETTER' 'EMAIL'.
           05 SW-IF-CONSENT-ON-FILE                       PIC X.
               88 SO-CONSENT-ON-FILE                      VALUE 'Y'.
               88 SO-NO-CONSENT-ON-FILE                   VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-ID-NUMBER-TEXT             PIC X(12).
           05 WS-PASSENGER-FIRST-NAME       PIC X(50).
           05 WS-PASSENGER-LAST-NAME        PIC X(50).
           05 WS-CHANGE-COUNT               PIC S9(4) COMP.
           05 WS-SCREEN-MESSAGE             PIC X(60).
      * ONE ENTRY PER CHANNEL -- WHAT WAS KEYED AND WHAT IS ON FILE
       01 WS-CONSENT-FIELDS.
           05 WS-CONSENT-ENTRY OCCURS 3 TIMES.
               10 WS-CONSENT-CHANNEL        PIC X(5).
               10 WS-CONSENT-KEYED          PIC X(1).
               10 WS-CONSENT-STATUS-LINE    PIC X(50).
           05 WS-CONSENT-SUB                PIC S9(4) COMP.
           05 WS-CONSENT-CHANNEL-CODE       PIC X(5).
           05 WS-CONSENT-FLAG               PIC X(1).
           05 WS-CONSENT-CURRENT            PIC X(1).
           05 WS-CONSENT-TIMESTAMP          PIC X(26).
           05 WS-CONSENT-SOURCE-ON-FILE     PIC X(8).
           05 WS-CONSENT-OPERATOR           PIC X(8).

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
           MOVE 'EMAIL' TO WS-CONSENT-CHANNEL(1)
           MOVE 'SMS'   TO WS-CONSENT-CHANNEL(2)
           MOVE 'POST'  TO WS-CONSENT-CHANNEL(3)
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
           MOVE LOW-VALUES TO MP0300O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0300') MAPSET('MP0300')
             FROM(MP0300O)
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
           PERFORM 7001-READ-THE-PASSENGER
           MOVE SPACE TO WS-SCREEN-MESSAGE
           PERFORM 2020-RECORD-THE-CHANGES
           PERFORM 2030-SHOW-THE-CONSENT
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0300I
           EXEC CICS
           RECEIVE MAP('MP0300') MAPSET('MP0300')
           INTO(MP0300I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE IDENTIFICATION NUMBER' TO
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
           MOVE IDNUMI   TO WS-ID-NUMBER-TEXT
           MOVE EMAILI   TO WS-CONSENT-KEYED(1)
           MOVE SMSI     TO WS-CONSENT-KEYED(2)
           MOVE POSTI    TO WS-CONSENT-KEYED(3)
           MOVE SOURCEI  TO SW-CONSENT-SOURCE
           INSPECT WS-ID-NUMBER-TEXT
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT SW-CONSENT-SOURCE
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF WS-ID-NUMBER-TEXT = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE IDENTIFICATION NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ID-NUMBER-TEXT) NOT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'IDENTIFICATION NUMBER MUST BE NUMERIC' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE IDENTIFICATION-NUMBER =
                       FUNCTION NUMVAL(WS-ID-NUMBER-TEXT)
           PERFORM VARYING WS-CONSENT-SUB FROM 1 BY 1
                     UNTIL WS-CONSENT-SUB > 3
              IF WS-CONSENT-KEYED(WS-CONSENT-SUB) = LOW-VALUE OR '_'
                 MOVE SPACE TO WS-CONSENT-KEYED(WS-CONSENT-SUB)
              END-IF
              IF WS-CONSENT-KEYED(WS-CONSENT-SUB) = SPACE OR 'Y' OR 'N'
                 CONTINUE
              ELSE
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'CONSENT MUST BE Y, N OR BLANK' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-PERFORM
           IF SW-CONSENT-SOURCE = SPACE THEN
              MOVE CT-DEFAULT-SOURCE TO SW-CONSENT-SOURCE
           END-IF
           IF NOT SO-VALID-CONSENT-SOURCE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'SOURCE MUST BE DESK, PHONE, LETTER OR EMAIL' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-ID-NUMBER-TEXT TO WS-LOG-ENTITY-KEY
           .
      ******************************************************************
      *                2020-RECORD-THE-CHANGES
      * ONLY A CHANNEL WHOSE ANSWER DIFFERS FROM THE LATEST T140 ROW
      * GETS A NEW ROW -- AN ANONYMIZED PASSENGER GETS NONE AT ALL
      ******************************************************************
       2020-RECORD-THE-CHANGES.
           MOVE 0 TO WS-CHANGE-COUNT
           PERFORM VARYING WS-CONSENT-SUB FROM 1 BY 1
                     UNTIL WS-CONSENT-SUB > 3
              IF WS-CONSENT-KEYED(WS-CONSENT-SUB) NOT = SPACE THEN
                 IF PASSENGER-NAME = CT-ANONYMIZED-NAME THEN
                    PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                    MOVE 'PASSENGER WAS ANONYMIZED -- NO CONSENT' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                    SET SO-Z02141-M-WITH TO TRUE
                    PERFORM 2300-CALL-ERROR-ROUTINE
                 END-IF
                 MOVE WS-CONSENT-CHANNEL(WS-CONSENT-SUB) TO
                                     WS-CONSENT-CHANNEL-CODE
                 MOVE WS-CONSENT-KEYED(WS-CONSENT-SUB) TO
                                     WS-CONSENT-FLAG
                 PERFORM 7002-READ-LATEST-CONSENT
                 IF WS-CONSENT-CURRENT NOT = WS-CONSENT-FLAG THEN
                    PERFORM 7003-INSERT-CONSENT
                    ADD 1 TO WS-CHANGE-COUNT
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CHANGE-COUNT > 0 THEN
              MOVE 'CONSENT CHANGED'    TO WS-LOG-ACTION-TEXT
              PERFORM 9050-LOG-TRANSACTION
              MOVE 'CONSENT RECORDED -- NEXT PASSENGER OR F3 TO RETURN'
                TO WS-SCREEN-MESSAGE
           END-IF
           .
      ******************************************************************
      *                  2030-SHOW-THE-CONSENT
      ******************************************************************
       2030-SHOW-THE-CONSENT.
           PERFORM VARYING WS-CONSENT-SUB FROM 1 BY 1
                     UNTIL WS-CONSENT-SUB > 3
              MOVE WS-CONSENT-CHANNEL(WS-CONSENT-SUB) TO
                                  WS-CONSENT-CHANNEL-CODE
              PERFORM 7002-READ-LATEST-CONSENT
              PERFORM 2031-FORMAT-STATUS-LINE
           END-PERFORM
           MOVE LOW-VALUES TO MP0300O
           MOVE WS-ID-NUMBER-TEXT TO IDNUMO
           MOVE SW-CONSENT-SOURCE TO SOURCEO
           STRING WS-PASSENGER-FIRST-NAME DELIMITED BY SPACE
                  ' '                     DELIMITED BY SIZE
                  WS-PASSENGER-LAST-NAME  DELIMITED BY SPACE
             INTO PAXO
           END-STRING
           MOVE WS-CONSENT-STATUS-LINE(1) TO EMLSTO
           MOVE WS-CONSENT-STATUS-LINE(2) TO SMSSTO
           MOVE WS-CONSENT-STATUS-LINE(3) TO PSTSTO
           IF WS-SCREEN-MESSAGE = SPACE THEN
              MOVE 'KEY Y OR N AGAINST A CHANNEL TO CHANGE IT'
                TO WS-SCREEN-MESSAGE
           END-IF
           MOVE WS-SCREEN-MESSAGE TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                  2031-FORMAT-STATUS-LINE
      ******************************************************************
       2031-FORMAT-STATUS-LINE.
           MOVE SPACE TO WS-CONSENT-STATUS-LINE(WS-CONSENT-SUB)
           IF SO-CONSENT-ON-FILE THEN
              STRING WS-CONSENT-CURRENT ' '
                     WS-CONSENT-TIMESTAMP(1:16) ' '
                     WS-CONSENT-SOURCE-ON-FILE ' BY '
                     WS-CONSENT-OPERATOR
                DELIMITED BY SIZE
                INTO WS-CONSENT-STATUS-LINE(WS-CONSENT-SUB)
              END-STRING
           ELSE
              MOVE 'NOT ASKED -- NO CONSENT ON FILE' TO
                                  WS-CONSENT-STATUS-LINE(WS-CONSENT-SUB)
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
      * OPS OR SUPER TO LOOK (ADMIN GETS EVERYTHING)
      ******************************************************************
       2170-CHECK-THE-ROLE.
           PERFORM 2165-RESOLVE-SIGNON-ROLE
           IF SO-ROLE-OPS OR SO-ROLE-SUPER OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CONSENT DESK NEEDS AN OPS OR SUPERVISOR SIGN-ON' TO
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
      ******************************************************************
       7001-READ-THE-PASSENGER.
           EXEC SQL
             SELECT PASSENGER_ID,
                    PASSENGER_NAME,
                    PASSENGER_LAST_NAME
             INTO :PASSENGER-ID,
                  :PASSENGER-NAME,
                  :PASSENGER-LAST-NAME
             FROM T06_PASSENGERS_TABLE
             WHERE IDENTIFICATION_NUMBER = :IDENTIFICATION-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE PASSENGER-NAME      TO WS-PASSENGER-FIRST-NAME
              MOVE PASSENGER-LAST-NAME TO WS-PASSENGER-LAST-NAME
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO PASSENGER WITH THAT IDENTIFICATION NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7002-READ-LATEST-CONSENT
      * THE LATEST ROW OF THE CHANNEL IS THE CURRENT STATE
      ******************************************************************
       7002-READ-LATEST-CONSENT.
           MOVE SPACE TO WS-CONSENT-CURRENT
           EXEC SQL
             SELECT CONSENT_FLAG,
                    CHAR(CONSENT_TIMESTAMP),
                    CONSENT_SOURCE,
                    OPERATOR_ID
             INTO :WS-CONSENT-CURRENT,
                  :WS-CONSENT-TIMESTAMP,
                  :WS-CONSENT-SOURCE-ON-FILE,
                  :WS-CONSENT-OPERATOR
             FROM T140_MARKETING_CONSENT
             WHERE PASSENGER_ID = :PASSENGER-ID
               AND CHANNEL_CODE = :WS-CONSENT-CHANNEL-CODE
             ORDER BY CONSENT_TIMESTAMP DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CONSENT-ON-FILE TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-NO-CONSENT-ON-FILE TO TRUE
              MOVE SPACE TO WS-CONSENT-CURRENT
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7003-INSERT-CONSENT
      ******************************************************************
       7003-INSERT-CONSENT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T140_MARKETING_CONSENT
                (PASSENGER_ID, CHANNEL_CODE, CONSENT_FLAG,
                 CONSENT_TIMESTAMP, CONSENT_SOURCE, OPERATOR_ID)
             VALUES
                (:PASSENGER-ID, :WS-CONSENT-CHANNEL-CODE,
                 :WS-CONSENT-FLAG, CURRENT TIMESTAMP,
                 :SW-CONSENT-SOURCE, :WS-OPERATOR-ID)
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
               RETURN TRANSID('0300') COMMAREA(WS-ZZEC0215)
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
