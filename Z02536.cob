       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02536.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- NIGHTLY CHAIN DEPENDENCY GATE
      *
      * THE NIGHTLY JOBS RAN ON A TIMETABLE, NOT ON EACH OTHER.  WHEN
      * THE ACQUIRER SETTLEMENT RECONCILIATION FAILED THE GENERAL-
      * LEDGER JOURNAL STILL RAN AT ITS SLOT AND POSTED A DAY WITHOUT
      * THE CARD SETTLEMENTS, AND SOMEBODY HAD TO WORK OUT BY HAND
      * WHAT HAD AND HAD NOT RUN BEFORE RESTARTING ANYTHING.
      *
      * THIS STEP RUNS IMMEDIATELY IN FRONT OF EVERY JOB ON THE
      * NIGHTLY CHAIN.  IT LOOKS THE JOB UP ON T151_BATCH_CHAIN_JOB,
      * READS ITS PREDECESSORS FROM T152_JOB_DEPENDENCY AND CHECKS
      * EACH ONE ON THE Z02380 JOB-RUN REGISTRY (T38) FOR THE CHAIN'S
      * BUSINESS DATE, THEN ENDS WITH A RETURN CODE THE JOB STEP
      * THAT FOLLOWS IS CONDITIONED ON (COND=(0,NE,GATE)):
      *
      *    0  -- RELEASED.  EVERY ACTIVE PREDECESSOR IS 'COMPLETED'
      *    4  -- SKIPPED.   THE JOB ITSELF IS ALREADY 'COMPLETED'
      *                     FOR THE DATE, OR IS WITHDRAWN FROM THE
      *                     CHAIN (ACTIVE_FLAG 'N')
      *    8  -- HELD.      A PREDECESSOR FAILED, IS STILL RUNNING
      *                     OR HAS NOT RUN.  THE JOB STEP IS BYPASSED,
      *                     SO IT NEVER REACHES T38 EITHER AND EVERY
      *                     JOB BEHIND IT IS HELD IN TURN -- ONLY THE
      *                     DEPENDENT BRANCH STOPS, INDEPENDENT
      *                     BRANCHES CARRY ON
      *   12  -- DB2 ERROR READING THE CHAIN OR THE REGISTRY
      *   16  -- INVALID PARM OR JOB NOT ON THE CHAIN
      *
      * RESUMING AFTER A FIX IS RESUBMITTING THE SAME CHAIN FOR THE
      * SAME DATE: THE JOBS THAT FINISHED ARE SKIPPED (4), THE FAILED
      * JOB IS RELEASED AND Z02380 HANDS IT BACK ITS LAST CHECKPOINT
      * KEY, AND THE HELD JOBS BEHIND IT ARE RELEASED AS THEIR
      * PREDECESSORS COMPLETE.  NOTHING IS RERUN THAT ALREADY RAN.
      *
      * EVERY DECISION IS KEPT ON T153_CHAIN_GATE_LOG (ONE ROW PER
      * JOB AND BUSINESS DATE, LATEST DECISION WINS) SO THE Z02537
      * STATUS SCREEN CAN SHOW A JOB AS HELD AND BY WHOM.  THE GATE
      * ITSELF IS NOT REGISTERED WITH Z02380 -- IT RUNS ONCE PER JOB
      * PER SUBMISSION AND A RERUN MUST NOT BE REFUSED.
      *
      * ONLY A JOB THAT REGISTERS WITH Z02380 CAN STAND AS SOMEBODY'S
      * PREDECESSOR -- THE GATE SEES NOTHING ELSE.
      *
      * PARM (SYSIN CARD), DATE DEFAULTING TO YESTERDAY:
      *
      *    JOB=XXXXXXXX DATE=YYYY-MM-DD
      *
      * NEW TABLES (DDL HELD BY THE DBA GROUP):
      *
      *   T151_BATCH_CHAIN_JOB
      *     JOB_NAME           CHAR(8)      NOT NULL  PRIMARY KEY
      *     RUN_ORDER          SMALLINT     NOT NULL
      *     DESCRIPTION        VARCHAR(40)  NOT NULL
      *     DATE_OFFSET        SMALLINT     NOT NULL
      *        DAYS ADDED TO THE CHAIN'S BUSINESS DATE TO GET THE
      *        DATE THE JOB REGISTERS UNDER ON T38 -- 0 FOR A JOB
      *        TAKING DATE= FROM ITS PARM, 1 FOR ONE REGISTERING
      *        UNDER THE DAY IT RUNS (THE CHAIN STARTS AFTER
      *        MIDNIGHT)
      *     ACTIVE_FLAG        CHAR(1)      NOT NULL  'Y' / 'N'
      *
      *   T152_JOB_DEPENDENCY
      *     JOB_NAME           CHAR(8)      NOT NULL
      *     PREDECESSOR_NAME   CHAR(8)      NOT NULL
      *     PRIMARY KEY (JOB_NAME, PREDECESSOR_NAME)
      *
      *   T153_CHAIN_GATE_LOG
      *     JOB_NAME           CHAR(8)      NOT NULL
      *     BUSINESS_DATE      DATE         NOT NULL
      *     GATE_DECISION      CHAR(8)      NOT NULL
      *        'RELEASED' / 'SKIPPED' / 'HELD'
      *     HELD_BY            CHAR(8)      NOT NULL  SPACE UNLESS HELD
      *     HELD_REASON        CHAR(10)     NOT NULL
      *        THE PREDECESSOR'S T38 STATUS, OR 'NOT RUN'
      *     GATE_TIMESTAMP     TIMESTAMP    NOT NULL
      *     PRIMARY KEY (JOB_NAME, BUSINESS_DATE)
      *
      * INITIAL CHAIN LOADED ON T151 / T152:
      *
      *   ORD JOB      OFF  PREDECESSORS
      *    10 Z02373    1   --
      *    20 Z02356    0   --
      *    30 Z02349    1   --
      *    40 Z02424    1   --
      *    50 Z02391    0   Z02356 Z02349 Z02424
      *    60 Z02398A   1   Z02356 Z02391
      *    70 Z02359    0   Z02356 Z02373
      *    80 Z02420    1   --
      *    90 Z02490    0   Z02349
      *   100 Z02491    0   Z02420 Z02490
      *   110 Z02389    0   Z02356 Z02398A Z02491
      *   120 Z02461    0   Z02389
      *
      * THE Z02356 CLOSE-OUT GOES BEFORE DENIED BOARDING (Z02391),
      * REVENUE (Z02359), THE WAREHOUSE EXTRACTS (Z02389) AND THE
      * MILEAGE ACCRUAL, AND THE Z02373 RATE LOAD BEFORE Z02359, THE
      * CHAINED JOB THAT PRICES IN THE COMMON CURRENCY.  Z02398 IS
      * CHAINED UNDER 'Z02398A', THE NAME ITS NIGHTLY ACCRUAL MODE
      * REGISTERS UNDER -- THE ANNUAL TIER RUN ('Z02398T') IS NOT ON
      * THE CHAIN.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * THE JOB'S ACTIVE PREDECESSORS WITH THEIR REGISTRY STATUS FOR
      * THE DATE EACH OF THEM REGISTERS UNDER, UNFINISHED ONES FIRST
           EXEC SQL
             DECLARE C-PREDECESSORS CURSOR FOR
             SELECT T152.PREDECESSOR_NAME,
                    VALUE(T38.RUN_STATUS, 'NOT RUN')
             FROM T152_JOB_DEPENDENCY T152
             INNER JOIN T151_BATCH_CHAIN_JOB T151
               ON T151.JOB_NAME = T152.PREDECESSOR_NAME
             LEFT OUTER JOIN T38_JOB_RUN_REGISTRY T38
               ON T38.JOB_NAME = T152.PREDECESSOR_NAME
              AND T38.BUSINESS_DATE =
                  DATE(:WS-PARM-DATE) + T151.DATE_OFFSET DAYS
             WHERE T152.JOB_NAME = :WS-PARM-JOB
               AND T151.ACTIVE_FLAG = 'Y'
             ORDER BY CASE VALUE(T38.RUN_STATUS, 'NOT RUN')
                        WHEN 'COMPLETED' THEN 2
                        ELSE 1
                      END,
                      T151.RUN_ORDER
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.

       01 WS-PARM-TEXT                      PIC X(40) VALUE SPACE.
       01 WS-PARM-JOB                       PIC X(8)  VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-CHAIN-FIELDS.
           05 WS-DESCRIPTION                PIC X(40).
           05 WS-ACTIVE-FLAG                PIC X(1).
           05 WS-OWN-STATUS                 PIC X(10).
           05 WS-PRED-NAME                  PIC X(8).
           05 WS-PRED-STATUS                PIC X(10).
           05 WS-PREDS-CHECKED              PIC S9(4) COMP VALUE 0.

       01 WS-GATE-RESULT.
           05 WS-GATE-DECISION              PIC X(8)  VALUE SPACE.
           05 WS-HELD-BY                    PIC X(8)  VALUE SPACE.
           05 WS-HELD-REASON                PIC X(10) VALUE SPACE.
           05 WS-GATE-RC                    PIC S9(4) COMP VALUE 0.

       01 CT-CONSTANTS.
           05 CT-COMPLETED-STATUS      PIC X(10) VALUE 'COMPLETED'.
           05 CT-RELEASED              PIC X(8)  VALUE 'RELEASED'.
           05 CT-SKIPPED               PIC X(8)  VALUE 'SKIPPED'.
           05 CT-HELD                  PIC X(8)  VALUE 'HELD'.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-THE-CHAIN-JOB
           IF WS-GATE-DECISION = SPACE THEN
              PERFORM 2100-CHECK-OWN-REGISTRY
           END-IF
           IF WS-GATE-DECISION = SPACE THEN
              PERFORM 2200-CHECK-PREDECESSORS
           END-IF
           PERFORM 2300-LOG-THE-DECISION
           PERFORM 2900-WRITE-DECISION
           MOVE WS-GATE-RC TO RETURN-CODE
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02536 -- CHAIN DEPENDENCY GATE STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           IF WS-PARM-TEXT(1:4) NOT = 'JOB=' OR
              WS-PARM-TEXT(5:8) = SPACE THEN
              DISPLAY 'Z02536 -- PARM MUST BE JOB=XXXXXXXX '
                      '[DATE=YYYY-MM-DD]'
              MOVE 16 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-PARM-TEXT(5:8) TO WS-PARM-JOB
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(14:5) = 'DATE='
              MOVE WS-PARM-TEXT(19:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT(14:27) = SPACE
              PERFORM 1010-GET-YESTERDAY
           WHEN OTHER
              DISPLAY 'Z02536 -- PARM MUST BE JOB=XXXXXXXX '
                      '[DATE=YYYY-MM-DD]'
              MOVE 16 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-EVALUATE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'GATE FOR ' WS-PARM-JOB ' BUSINESS DATE '
                  WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           .
      ******************************************************************
      *                    1010-GET-YESTERDAY
      ******************************************************************
       1010-GET-YESTERDAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE - 1 DAY, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02536 -- BUSINESS DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 12 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2000-READ-THE-CHAIN-JOB
      * A JOB NOT ON T151 IS A JCL ERROR -- NOTHING TO GATE ON
      ******************************************************************
       2000-READ-THE-CHAIN-JOB.
           EXEC SQL
             SELECT DESCRIPTION,
                    ACTIVE_FLAG
             INTO :WS-DESCRIPTION,
                  :WS-ACTIVE-FLAG
             FROM T151_BATCH_CHAIN_JOB
             WHERE JOB_NAME = :WS-PARM-JOB
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              DISPLAY 'Z02536 -- ' WS-DESCRIPTION
              IF WS-ACTIVE-FLAG NOT = 'Y' THEN
                 MOVE CT-SKIPPED TO WS-GATE-DECISION
                 MOVE 'WITHDRAWN' TO WS-HELD-REASON
                 MOVE 4 TO WS-GATE-RC
              END-IF
           WHEN SO-SQLCODE-NOT-FOUND
              DISPLAY 'Z02536 -- ' WS-PARM-JOB
                      ' IS NOT ON THE NIGHTLY CHAIN (T151)'
              MOVE 16 TO RETURN-CODE
              PERFORM 9999-EXIT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02536 -- READ T151 FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 12 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2100-CHECK-OWN-REGISTRY
      * A JOB THAT ALREADY COMPLETED FOR THE DATE IS NOT RUN AGAIN
      * WHEN THE CHAIN IS RESUBMITTED
      ******************************************************************
       2100-CHECK-OWN-REGISTRY.
           EXEC SQL
             SELECT T38.RUN_STATUS
             INTO :WS-OWN-STATUS
             FROM T151_BATCH_CHAIN_JOB T151
             INNER JOIN T38_JOB_RUN_REGISTRY T38
               ON T38.JOB_NAME = T151.JOB_NAME
              AND T38.BUSINESS_DATE =
                  DATE(:WS-PARM-DATE) + T151.DATE_OFFSET DAYS
             WHERE T151.JOB_NAME = :WS-PARM-JOB
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              IF WS-OWN-STATUS = CT-COMPLETED-STATUS THEN
                 MOVE CT-SKIPPED TO WS-GATE-DECISION
                 MOVE WS-OWN-STATUS TO WS-HELD-REASON
                 MOVE 4 TO WS-GATE-RC
              END-IF
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02536 -- READ T38 FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 12 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               2200-CHECK-PREDECESSORS
      * THE CURSOR BRINGS UNFINISHED PREDECESSORS FIRST, SO THE FIRST
      * ROW DECIDES: NOT 'COMPLETED' HOLDS THE JOB, OTHERWISE (OR NO
      * PREDECESSORS AT ALL) IT IS RELEASED
      ******************************************************************
       2200-CHECK-PREDECESSORS.
           EXEC SQL
             OPEN C-PREDECESSORS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02536 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 12 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2210-FETCH-NEXT-PREDECESSOR
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2220-CHECK-ONE-PREDECESSOR
              PERFORM 2210-FETCH-NEXT-PREDECESSOR
           END-PERFORM
           EXEC SQL
             CLOSE C-PREDECESSORS
           END-EXEC
           IF WS-GATE-DECISION = SPACE THEN
              MOVE CT-RELEASED TO WS-GATE-DECISION
              MOVE 0 TO WS-GATE-RC
           END-IF
           .
      ******************************************************************
      *              2210-FETCH-NEXT-PREDECESSOR
      ******************************************************************
       2210-FETCH-NEXT-PREDECESSOR.
           EXEC SQL
             FETCH C-PREDECESSORS
             INTO :WS-PRED-NAME,
                  :WS-PRED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02536 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2210' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 12 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *               2220-CHECK-ONE-PREDECESSOR
      ******************************************************************
       2220-CHECK-ONE-PREDECESSOR.
           ADD 1 TO WS-PREDS-CHECKED
           DISPLAY '   PREDECESSOR ' WS-PRED-NAME '  ' WS-PRED-STATUS
           IF WS-PRED-STATUS NOT = CT-COMPLETED-STATUS AND
              WS-GATE-DECISION = SPACE THEN
              MOVE CT-HELD        TO WS-GATE-DECISION
              MOVE WS-PRED-NAME   TO WS-HELD-BY
              MOVE WS-PRED-STATUS TO WS-HELD-REASON
              MOVE 8 TO WS-GATE-RC
           END-IF
           .
      ******************************************************************
      *                 2300-LOG-THE-DECISION
      * ONE T153 ROW PER JOB AND DATE -- A RESUBMISSION OVERWRITES
      * THE EARLIER DECISION
      ******************************************************************
       2300-LOG-THE-DECISION.
           EXEC SQL
             UPDATE T153_CHAIN_GATE_LOG
             SET GATE_DECISION  = :WS-GATE-DECISION,
                 HELD_BY        = :WS-HELD-BY,
                 HELD_REASON    = :WS-HELD-REASON,
                 GATE_TIMESTAMP = CURRENT TIMESTAMP
             WHERE JOB_NAME      = :WS-PARM-JOB
               AND BUSINESS_DATE = :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2310-INSERT-GATE-LOG
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02536 -- UPDATE T153 FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2300' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 12 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                 2310-INSERT-GATE-LOG
      ******************************************************************
       2310-INSERT-GATE-LOG.
           EXEC SQL
             INSERT INTO T153_CHAIN_GATE_LOG
                   (JOB_NAME,
                    BUSINESS_DATE,
                    GATE_DECISION,
                    HELD_BY,
                    HELD_REASON,
                    GATE_TIMESTAMP)
             VALUES (:WS-PARM-JOB,
                     :WS-PARM-DATE,
                     :WS-GATE-DECISION,
                     :WS-HELD-BY,
                     :WS-HELD-REASON,
                     CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02536 -- INSERT T153 FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2310' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 12 TO RETURN-CODE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   2900-WRITE-DECISION
      ******************************************************************
       2900-WRITE-DECISION.
           MOVE SPACE TO WS-REPORT-BUFFER
           IF WS-GATE-DECISION = CT-HELD THEN
              STRING WS-PARM-JOB ' HELD -- PREDECESSOR ' WS-HELD-BY
                     ' IS ' WS-HELD-REASON
                DELIMITED BY SIZE INTO WS-REPORT-BUFFER
              END-STRING
           ELSE
              STRING WS-PARM-JOB ' ' WS-GATE-DECISION ' '
                     WS-HELD-REASON
                DELIMITED BY SIZE INTO WS-REPORT-BUFFER
              END-STRING
           END-IF
           DISPLAY ' '
           DISPLAY WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02536  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-PARM-JOB  TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02536 -- CHAIN DEPENDENCY GATE ENDING'
           GOBACK
           .
