       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02460.
      ******************************************************************
      *
      * APPLICATION ERROR LOG INQUIRY
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'B' ON
      * THE SECOND MENU PAGE (Z02455) "APPLICATION ERROR LOG"
      *
      * BROWSES THE T88_APPLICATION_ERROR_LOG ROWS THE Z02459
      * SUBPROGRAM WRITES FROM EVERY ONLINE 9000-DB2-ERROR AND EVERY
      * BATCH "FAILED, SQLCODE" EXIT.  SUPPORT STAFF KEY A DATE AND,
      * OPTIONALLY, A PROGRAM ID AND/OR A SQLCODE; UP TO EIGHT
      * FAILURES OF THAT DAY COME BACK NEWEST FIRST, EACH WITH TIME,
      * PROGRAM, STATEMENT, SQLCODE, OPERATOR, TRANSACTION, ENTITY
      * KEY AND SQLERRMC.  OPS AND SUPER SIGN-ONS ONLY (ADMIN GETS
      * EVERYTHING).
      *
      *   NEW MAPSET MP0281 (COPYBOOK ZZMP0281), FIELDS:
      *      ERR-DATEI  PIC X(10)  ERROR DATE YYYY-MM-DD
      *      PROGI      PIC X(8)   PROGRAM ID, BLANK FOR ALL
      *      SQLCDI     PIC X(6)   SQLCODE E.G. -911, BLANK FOR ALL
      *      ERR-TIMEO  PIC X(8)  OCCURS 8
      *      ERR-PROGO  PIC X(8)  OCCURS 8
      *      ERR-STMTO  PIC X(8)  OCCURS 8
      *      ERR-SQLO   PIC X(6)  OCCURS 8
      *      ERR-OPO    PIC X(8)  OCCURS 8
      *      ERR-TRANO  PIC X(4)  OCCURS 8
      *      ERR-KEYO   PIC X(20) OCCURS 8
      *      ERR-TEXTO  PIC X(50) OCCURS 8  SQLERRMC, SECOND LINE
      *      MSGO       PIC X(60)
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
           COPY ZZMP0281.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * THE DAY'S FAILURES, NEWEST FIRST -- A BLANK PROGRAM ID OR
      * SQLCODE MATCHES EVERYTHING
           EXEC SQL
             DECLARE C-ERROR-ROWS CURSOR FOR
             SELECT CHAR(TIME(ERROR_TIMESTAMP), ISO),
                    PROGRAM_ID, STATEMENT_ID, SQLCODE_VALUE,
                    OPERATOR_ID, TRANSACTION_ID, ENTITY_KEY, SQLERRMC
             FROM T88_APPLICATION_ERROR_LOG
             WHERE DATE(ERROR_TIMESTAMP) = :WS-ERROR-DATE
               AND (PROGRAM_ID = :WS-PROGRAM-FILTER OR
                    :WS-PROGRAM-FILTER = ' ')
               AND (SQLCODE_VALUE = :WS-SQLCODE-FILTER OR
                    :SW-IF-SQLCODE-FILTER = 'N')
             ORDER BY ERROR_TIMESTAMP DESC
             FOR FETCH ONLY
           END-EXEC
       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
       01 WS-SQLERRMC                   PIC X(70).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02460'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-BAD-DATE       VALUE -180 -181.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-IF-END-OF-CURSOR                         PIC X.
               88 SO-END-OF-ERRORS                        VALUE 'Y'.
           05 SW-IF-SQLCODE-FILTER                        PIC X.
               88 SO-SQLCODE-FILTER-GIVEN                 VALUE 'Y'.
               88 SO-NO-SQLCODE-FILTER                    VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-ERROR-DATE                 PIC X(10).
           05 WS-PROGRAM-FILTER             PIC X(8).
           05 WS-SQLCODE-FILTER             PIC S9(9) COMP.
           05 WS-ERROR-TIME                 PIC X(8).
           05 WS-PROGRAM-ID                 PIC X(8).
           05 WS-STATEMENT-ID               PIC X(8).
           05 WS-SQLCODE-VALUE              PIC S9(9) COMP.
           05 WS-SQLCODE-EDITED             PIC -(5)9.
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-TRANSACTION-ID             PIC X(4).
           05 WS-ENTITY-KEY                 PIC X(20).
           05 WS-ERROR-TEXT                 PIC X(70).
           05 WS-ROWS-SHOWN                 PIC S9(4) COMP.

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
           MOVE LOW-VALUES TO MP0281O
           MOVE 'KEY DATE, PROGRAM AND SQLCODE OPTIONAL, PRESS ENTER'
                                                            TO MSGO
           PERFORM 2100-SEND-THE-MAP
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
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0281') MAPSET('MP0281')
             FROM(MP0281O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * OPS OR SUPER (ADMIN GETS EVERYTHING) -- SAME T40 READ-BACK
      * AS Z02431'S 2170, OFF THE OPERATOR Z02383 VALIDATED
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
           IF SO-ROLE-SUPER OR SO-ROLE-OPS OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'THE ERROR LOG NEEDS AN OPS OR SUPER SIGN-ON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2170-CHECK-THE-ROLE
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2020-BROWSE-THE-ERRORS
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0281I
           EXEC CICS
           RECEIVE MAP('MP0281') MAPSET('MP0281')
           INTO(MP0281I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE AT LEAST THE DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           MOVE ERR-DATEI TO WS-ERROR-DATE
           MOVE PROGI     TO WS-PROGRAM-FILTER
           IF WS-PROGRAM-FILTER = LOW-VALUES THEN
              MOVE SPACE TO WS-PROGRAM-FILTER
           END-IF
           IF WS-ERROR-DATE = SPACE OR WS-ERROR-DATE = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE ERROR DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE 0 TO WS-SQLCODE-FILTER
           SET SO-NO-SQLCODE-FILTER TO TRUE
           IF SQLCDI NOT = SPACE AND SQLCDI NOT = LOW-VALUES THEN
              IF FUNCTION TEST-NUMVAL(SQLCDI) = 0 THEN
                 COMPUTE WS-SQLCODE-FILTER = FUNCTION NUMVAL(SQLCDI)
                 SET SO-SQLCODE-FILTER-GIVEN TO TRUE
              ELSE
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'SQLCODE MUST BE NUMERIC, E.G. -911' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           .
      ******************************************************************
      *                2020-BROWSE-THE-ERRORS
      ******************************************************************
       2020-BROWSE-THE-ERRORS.
           MOVE LOW-VALUES TO MP0281O
           MOVE 0 TO WS-ROWS-SHOWN
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-ERROR-ROWS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-BAD-DATE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ERROR DATE MUST BE YYYY-MM-DD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 2021-FETCH-NEXT-ERROR
           PERFORM UNTIL SO-END-OF-ERRORS OR WS-ROWS-SHOWN >= 8
              ADD 1 TO WS-ROWS-SHOWN
              MOVE WS-SQLCODE-VALUE  TO WS-SQLCODE-EDITED
              MOVE WS-ERROR-TIME     TO ERR-TIMEO(WS-ROWS-SHOWN)
              MOVE WS-PROGRAM-ID     TO ERR-PROGO(WS-ROWS-SHOWN)
              MOVE WS-STATEMENT-ID   TO ERR-STMTO(WS-ROWS-SHOWN)
              MOVE WS-SQLCODE-EDITED TO ERR-SQLO(WS-ROWS-SHOWN)
              MOVE WS-OPERATOR-ID    TO ERR-OPO(WS-ROWS-SHOWN)
              MOVE WS-TRANSACTION-ID TO ERR-TRANO(WS-ROWS-SHOWN)
              MOVE WS-ENTITY-KEY     TO ERR-KEYO(WS-ROWS-SHOWN)
              MOVE WS-ERROR-TEXT     TO ERR-TEXTO(WS-ROWS-SHOWN)
              PERFORM 2021-FETCH-NEXT-ERROR
           END-PERFORM
           EXEC SQL
             CLOSE C-ERROR-ROWS
           END-EXEC
           IF WS-ROWS-SHOWN = 0 THEN
              MOVE 'NO ERRORS RECORDED FOR THAT SELECTION' TO MSGO
           ELSE
              MOVE 'NEWEST FIRST -- NEXT SEARCH OR F3' TO MSGO
           END-IF
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2021-FETCH-NEXT-ERROR
      ******************************************************************
       2021-FETCH-NEXT-ERROR.
           EXEC SQL
             FETCH C-ERROR-ROWS
             INTO :WS-ERROR-TIME,
                  :WS-PROGRAM-ID,
                  :WS-STATEMENT-ID,
                  :WS-SQLCODE-VALUE,
                  :WS-OPERATOR-ID,
                  :WS-TRANSACTION-ID,
                  :WS-ENTITY-KEY,
                  :WS-ERROR-TEXT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-ERRORS TO TRUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
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
           MOVE SPACE                TO ERRL-ENTITY-KEY
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
               RETURN TRANSID('0281') COMMAREA(WS-ZZEC0215)
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
