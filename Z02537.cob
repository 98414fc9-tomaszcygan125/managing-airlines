       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02537.
      ******************************************************************
      *
      * NIGHTLY BATCH CHAIN STATUS
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'Y' ON
      * THE SECOND MENU PAGE (Z02455) "BATCH CHAIN STATUS"
      *
      * SHOWS THE NIGHTLY CHAIN THE Z02536 GATE RUNS ON, ONE LINE PER
      * T151_BATCH_CHAIN_JOB ROW IN RUN ORDER, FOR THE BUSINESS DATE
      * KEYED (BLANK IS YESTERDAY -- THE NIGHT JUST RUN).  FOR EACH
      * JOB: ITS Z02380 REGISTRY STATUS (RUNNING / COMPLETED /
      * FAILED) FOR THE DATE IT REGISTERS UNDER, THE ROWS IT
      * PROCESSED AND HOW MANY MINUTES IT TOOK (SO FAR, WHILE IT IS
      * STILL RUNNING).  A JOB WITH NO REGISTRY ROW YET SHOWS AS
      * 'HELD' WITH THE PREDECESSOR IT IS WAITING ON WHEN THE GATE
      * HELD IT, 'WITHDRAWN' WHEN TAKEN OFF THE CHAIN, OTHERWISE
      * 'WAITING'.  A FAILED JOB ALSO SHOWS ITS LAST CHECKPOINT KEY
      * -- WHERE THE RESUBMITTED CHAIN WILL PICK IT UP.  OPS AND
      * SUPER SIGN-ONS ONLY (ADMIN GETS EVERYTHING).
      *
      *   NEW MAPSET MP0305 (COPYBOOK ZZMP0305), TRANSACTION 0305,
      *   FIELDS:
      *      CHN-DATEI  PIC X(10)  BUSINESS DATE YYYY-MM-DD
      *      CHN-ORDO   PIC X(3)   OCCURS 12
      *      CHN-JOBO   PIC X(8)   OCCURS 12
      *      CHN-DESCO  PIC X(20)  OCCURS 12
      *      CHN-STATO  PIC X(10)  OCCURS 12
      *      CHN-ROWSO  PIC X(9)   OCCURS 12
      *      CHN-MINSO  PIC X(5)   OCCURS 12
      *      CHN-NOTEO  PIC X(20)  OCCURS 12  HELD BY / CHECKPOINT
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
           COPY ZZMP0305.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * THE CHAIN IN RUN ORDER WITH EACH JOB'S REGISTRY ROW FOR THE
      * DATE IT REGISTERS UNDER AND THE GATE'S LAST DECISION
           EXEC SQL
             DECLARE C-CHAIN-JOBS CURSOR FOR
             SELECT T151.RUN_ORDER,
                    T151.JOB_NAME,
                    T151.DESCRIPTION,
                    T151.ACTIVE_FLAG,
                    VALUE(T38.RUN_STATUS, ' '),
                    VALUE(T38.ROWS_PROCESSED, 0),
                    VALUE(TIMESTAMPDIFF(4, CHAR(
                          VALUE(T38.END_TIMESTAMP, CURRENT TIMESTAMP)
                          - T38.START_TIMESTAMP)), 0),
                    VALUE(T38.CHECKPOINT_KEY, ' '),
                    VALUE(T153.GATE_DECISION, ' '),
                    VALUE(T153.HELD_BY, ' ')
             FROM T151_BATCH_CHAIN_JOB T151
             LEFT OUTER JOIN T38_JOB_RUN_REGISTRY T38
               ON T38.JOB_NAME = T151.JOB_NAME
              AND T38.BUSINESS_DATE =
                  DATE(:WS-CHAIN-DATE) + T151.DATE_OFFSET DAYS
             LEFT OUTER JOIN T153_CHAIN_GATE_LOG T153
               ON T153.JOB_NAME = T151.JOB_NAME
              AND T153.BUSINESS_DATE = :WS-CHAIN-DATE
             ORDER BY T151.RUN_ORDER, T151.JOB_NAME
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02537'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-MAX-LINES                    PIC S9(4) COMP VALUE 12.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-BAD-DATE       VALUE -180 -181.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-IF-END-OF-CURSOR                         PIC X.
               88 SO-END-OF-CHAIN                         VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-CHAIN-DATE                 PIC X(10).
           05 WS-RUN-ORDER                  PIC S9(4) COMP.
           05 WS-RUN-ORDER-EDITED           PIC ZZ9.
           05 WS-JOB-NAME                   PIC X(8).
           05 WS-DESCRIPTION                PIC X(40).
           05 WS-ACTIVE-FLAG                PIC X(1).
           05 WS-RUN-STATUS                 PIC X(10).
           05 WS-ROWS-PROCESSED             PIC S9(9) COMP.
           05 WS-ROWS-EDITED                PIC ZZZZZZZZ9.
           05 WS-ELAPSED-MINUTES            PIC S9(9) COMP.
           05 WS-MINUTES-EDITED             PIC ZZZZ9.
           05 WS-CHECKPOINT-KEY             PIC X(20).
           05 WS-GATE-DECISION              PIC X(8).
           05 WS-HELD-BY                    PIC X(8).
           05 WS-LINE-STATUS                PIC X(10).
           05 WS-LINE-NOTE                  PIC X(20).
           05 WS-ROWS-SHOWN                 PIC S9(4) COMP.
           05 WS-JOBS-FAILED                PIC S9(4) COMP.
           05 WS-JOBS-HELD                  PIC S9(4) COMP.

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
      * OPENS ON LAST NIGHT'S CHAIN STRAIGHT AWAY
      ******************************************************************
       2001-PROCESS-IF-FIRST-TIME.
           PERFORM 2170-CHECK-THE-ROLE
           PERFORM 2012-GET-YESTERDAY
           PERFORM 2020-SHOW-THE-CHAIN
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
             SEND MAP('MP0305') MAPSET('MP0305')
             FROM(MP0305O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * OPS OR SUPER (ADMIN GETS EVERYTHING) -- SAME T40 READ-BACK
      * AS Z02460'S 2170, OFF THE OPERATOR Z02383 VALIDATED
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
              MOVE 'THE CHAIN STATUS NEEDS AN OPS OR SUPER SIGN-ON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      * ENTER WITH THE SAME DATE IS A REFRESH
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2170-CHECK-THE-ROLE
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2020-SHOW-THE-CHAIN
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0305I
           EXEC CICS
           RECEIVE MAP('MP0305') MAPSET('MP0305')
           INTO(MP0305I)
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
           MOVE CHN-DATEI TO WS-CHAIN-DATE
           IF WS-CHAIN-DATE = SPACE OR WS-CHAIN-DATE = LOW-VALUES
              PERFORM 2012-GET-YESTERDAY
           END-IF
           .
      ******************************************************************
      *                  2012-GET-YESTERDAY
      ******************************************************************
       2012-GET-YESTERDAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE - 1 DAY, ISO)
             INTO :WS-CHAIN-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  2020-SHOW-THE-CHAIN
      ******************************************************************
       2020-SHOW-THE-CHAIN.
           MOVE LOW-VALUES TO MP0305O
           MOVE WS-CHAIN-DATE TO CHN-DATEO
           MOVE 0 TO WS-ROWS-SHOWN
           MOVE 0 TO WS-JOBS-FAILED
           MOVE 0 TO WS-JOBS-HELD
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-CHAIN-JOBS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-BAD-DATE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'BUSINESS DATE MUST BE YYYY-MM-DD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 2021-FETCH-NEXT-JOB
           PERFORM UNTIL SO-END-OF-CHAIN OR
                         WS-ROWS-SHOWN >= CT-MAX-LINES
              ADD 1 TO WS-ROWS-SHOWN
              PERFORM 2022-FORMAT-ONE-JOB
              PERFORM 2021-FETCH-NEXT-JOB
           END-PERFORM
           EXEC SQL
             CLOSE C-CHAIN-JOBS
           END-EXEC
           EVALUATE TRUE
           WHEN WS-ROWS-SHOWN = 0
              MOVE 'NO JOBS ARE LOADED ON THE NIGHTLY CHAIN' TO MSGO
           WHEN WS-JOBS-FAILED > 0
              MOVE 'FIX THE FAILED JOB, THEN RESUBMIT THE CHAIN' TO MSGO
           WHEN WS-JOBS-HELD > 0
              MOVE 'HELD JOBS RUN ONCE THEIR PREDECESSOR COMPLETES'
                                                            TO MSGO
           WHEN OTHER
              MOVE 'ENTER TO REFRESH, NEW DATE OR F3' TO MSGO
           END-EVALUATE
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2021-FETCH-NEXT-JOB
      ******************************************************************
       2021-FETCH-NEXT-JOB.
           EXEC SQL
             FETCH C-CHAIN-JOBS
             INTO :WS-RUN-ORDER,
                  :WS-JOB-NAME,
                  :WS-DESCRIPTION,
                  :WS-ACTIVE-FLAG,
                  :WS-RUN-STATUS,
                  :WS-ROWS-PROCESSED,
                  :WS-ELAPSED-MINUTES,
                  :WS-CHECKPOINT-KEY,
                  :WS-GATE-DECISION,
                  :WS-HELD-BY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CHAIN TO TRUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                2022-FORMAT-ONE-JOB
      * THE REGISTRY STATUS WINS; WITHOUT ONE THE GATE'S DECISION
      * SAYS WHY THE JOB HAS NOT STARTED
      ******************************************************************
       2022-FORMAT-ONE-JOB.
           MOVE SPACE TO WS-LINE-NOTE
           EVALUATE TRUE
           WHEN WS-RUN-STATUS NOT = SPACE
              MOVE WS-RUN-STATUS TO WS-LINE-STATUS
              IF WS-RUN-STATUS = 'FAILED' THEN
                 ADD 1 TO WS-JOBS-FAILED
                 MOVE WS-CHECKPOINT-KEY TO WS-LINE-NOTE
              END-IF
           WHEN WS-ACTIVE-FLAG NOT = 'Y'
              MOVE 'WITHDRAWN' TO WS-LINE-STATUS
           WHEN WS-GATE-DECISION = 'HELD'
              MOVE 'HELD' TO WS-LINE-STATUS
              ADD 1 TO WS-JOBS-HELD
              STRING 'WAITING ON ' WS-HELD-BY
                DELIMITED BY SIZE INTO WS-LINE-NOTE
              END-STRING
           WHEN OTHER
              MOVE 'WAITING' TO WS-LINE-STATUS
           END-EVALUATE
           MOVE WS-RUN-ORDER      TO WS-RUN-ORDER-EDITED
           MOVE WS-ROWS-PROCESSED TO WS-ROWS-EDITED
           MOVE WS-ELAPSED-MINUTES TO WS-MINUTES-EDITED
           MOVE WS-RUN-ORDER-EDITED TO CHN-ORDO(WS-ROWS-SHOWN)
           MOVE WS-JOB-NAME       TO CHN-JOBO(WS-ROWS-SHOWN)
           MOVE WS-DESCRIPTION    TO CHN-DESCO(WS-ROWS-SHOWN)
           MOVE WS-LINE-STATUS    TO CHN-STATO(WS-ROWS-SHOWN)
           MOVE WS-LINE-NOTE      TO CHN-NOTEO(WS-ROWS-SHOWN)
           IF WS-RUN-STATUS NOT = SPACE THEN
              MOVE WS-ROWS-EDITED    TO CHN-ROWSO(WS-ROWS-SHOWN)
              MOVE WS-MINUTES-EDITED TO CHN-MINSO(WS-ROWS-SHOWN)
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
           MOVE WS-CHAIN-DATE        TO ERRL-ENTITY-KEY
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
               RETURN TRANSID('0305') COMMAREA(WS-ZZEC0215)
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
