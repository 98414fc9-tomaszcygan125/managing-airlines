      *          NEW T78_MODEL_TURNAROUND TABLE -- Z02292 REFUSES A
      *          TAIL ROTATION THAT TURNS FASTER, AND Z02439'S
      *          DAILY ROTATION REPORT FLAGS TIGHT TURNS
      *   'W' -- SET A MODEL'S MAXIMUM LANDING WEIGHT AND OPERATING
      *          EMPTY WEIGHT IN KG (ADDED 2026-10-15, NEW MAP FIELDS
      *          MLWI AND OEWI PIC X(6)) ON THE NEW
      *          T156_MODEL_WEIGHT TABLE (PLANE_MODEL CHAR(20) KEY,
      *          MAX_LANDING_WEIGHT_KG INTEGER, OPERATING_EMPTY_
      *          WEIGHT_KG INTEGER, UPDATED_TIMESTAMP) -- Z02542
      *          KEEPS ITS TANKERING INSIDE THE LANDING LIMIT
      *
      *   NEW MAPSET MP0265 (COPYBOOK ZZMP0265), FIELDS:
      *      ACTIONI   PIC X(1)   'M' / 'A' / 'D'
      *              SAME WAY Z02384/Z02388/Z02410 AUDIT THEIR
      *              CONFIG TABLES
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  NEW 'W' ACTION SETS A PLANE MODEL'S MAXIMUM LANDING
      *              WEIGHT AND OPERATING EMPTY WEIGHT ON THE NEW
      *              T156_MODEL_WEIGHT TABLE (NEW MAP FIELDS MLWI/OEWI),
      *              AUDITED THROUGH Z02421 LIKE THE OTHER ACTIONS, FOR
      *              THE Z02542 TANKERING PLAN
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0265.
           COPY ZZEC0215.
      * ERROR-LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * CONFIG-AUDIT PARM BLOCK (SEE Z02421)
           COPY ZZEC0267.
           EXEC SQL INCLUDE SQLCA END-EXEC.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-ACTION-SET-AIRPORT                   VALUE 'A'.
               88 SO-ACTION-DELETE-RATE                   VALUE 'D'.
               88 SO-ACTION-SET-TURNAROUND                VALUE 'T'.
               88 SO-ACTION-SET-WEIGHTS                   VALUE 'W'.
       01 WS-VARIABLES.
           05 WS-RATE-SCOPE                 PIC X(7).
           05 WS-RATE-KEY                   PIC X(20).
           05 WS-OLD-MIN-TURNAROUND         PIC S9(4) COMP VALUE 0.
           05 WS-RATE-EDITED                PIC ZZZZZZ9.99.
           05 WS-TURN-EDITED                PIC ZZZ9.
           05 WS-MAX-LANDING-KG             PIC S9(9) COMP.
           05 WS-EMPTY-WEIGHT-KG            PIC S9(9) COMP.
           05 WS-OLD-MAX-LANDING-KG         PIC S9(9) COMP VALUE 0.
           05 WS-OLD-EMPTY-WEIGHT-KG        PIC S9(9) COMP VALUE 0.
           05 WS-MLW-EDITED                 PIC ZZZZZ9.
           05 WS-OEW-EDITED                 PIC ZZZZZ9.
           05 SW-IF-OLD-ROW-FOUND           PIC X VALUE 'N'.
               88 SO-OLD-ROW-FOUND          VALUE 'Y'.
               88 SO-OLD-ROW-ABSENT         VALUE 'N'.
              PERFORM 2030-DELETE-THE-RATE
           WHEN SO-ACTION-SET-TURNAROUND
              PERFORM 2040-SET-THE-TURNAROUND
           WHEN SO-ACTION-SET-WEIGHTS
              PERFORM 2050-SET-THE-WEIGHTS
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
           MOVE SCOPEI    TO WS-RATE-SCOPE
           IF NOT (SO-ACTION-SET-MODEL OR SO-ACTION-SET-AIRPORT
                       OR SO-ACTION-DELETE-RATE
                       OR SO-ACTION-SET-TURNAROUND
                       OR SO-ACTION-SET-WEIGHTS) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE M, A, D, T OR W' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                 2050-SET-THE-WEIGHTS
      * THE LANDING LIMIT MUST LEAVE ROOM ABOVE THE EMPTY AIRCRAFT
      ******************************************************************
       2050-SET-THE-WEIGHTS.
           IF MLWI IS NUMERIC AND MLWI > ZERO AND
              OEWI IS NUMERIC AND OEWI > ZERO THEN
              MOVE MLWI TO WS-MAX-LANDING-KG
              MOVE OEWI TO WS-EMPTY-WEIGHT-KG
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'LANDING AND EMPTY KG MUST BE NUMERIC > 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-EMPTY-WEIGHT-KG NOT < WS-MAX-LANDING-KG THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'EMPTY WEIGHT MUST BE BELOW THE LANDING WEIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7008-READ-WEIGHT-BEFORE-IMAGE
           PERFORM 7007-UPSERT-WEIGHTS
           MOVE WS-MAX-LANDING-KG  TO WS-MLW-EDITED
           MOVE WS-EMPTY-WEIGHT-KG TO WS-OEW-EDITED
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'MLW=' WS-MLW-EDITED ' OEW=' WS-OEW-EDITED
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           MOVE 'T156_MODEL_WEIGHT' TO CAUD-TABLE-NAME
           MOVE WS-RATE-KEY TO CAUD-ROW-KEY
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'MODEL WEIGHTS SET' TO WS-LOG-ACTION-TEXT
           MOVE WS-RATE-KEY         TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           MOVE LOW-VALUES TO MP0265O
           MOVE 'WEIGHTS SET -- NEXT ACTION OR F3' TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                7004-UPSERT-TURNAROUND
      ******************************************************************
       7004-UPSERT-TURNAROUND.
           END-IF
           .
      ******************************************************************
      *                  7007-UPSERT-WEIGHTS
      ******************************************************************
       7007-UPSERT-WEIGHTS.
           EXEC SQL
             UPDATE T156_MODEL_WEIGHT
                SET MAX_LANDING_WEIGHT_KG     = :WS-MAX-LANDING-KG,
                    OPERATING_EMPTY_WEIGHT_KG = :WS-EMPTY-WEIGHT-KG,
                    UPDATED_TIMESTAMP         = CURRENT TIMESTAMP
              WHERE PLANE_MODEL = :WS-RATE-KEY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-NOT-FOUND THEN
              EXEC SQL
                INSERT INTO T156_MODEL_WEIGHT
                   (PLANE_MODEL, MAX_LANDING_WEIGHT_KG,
                    OPERATING_EMPTY_WEIGHT_KG, UPDATED_TIMESTAMP)
                VALUES
                   (:WS-RATE-KEY, :WS-MAX-LANDING-KG,
                    :WS-EMPTY-WEIGHT-KG, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               7008-READ-WEIGHT-BEFORE-IMAGE
      ******************************************************************
       7008-READ-WEIGHT-BEFORE-IMAGE.
           SET SO-OLD-ROW-ABSENT TO TRUE
           MOVE ZERO TO WS-OLD-MAX-LANDING-KG
                        WS-OLD-EMPTY-WEIGHT-KG
           EXEC SQL
             SELECT MAX_LANDING_WEIGHT_KG,
                    OPERATING_EMPTY_WEIGHT_KG
             INTO :WS-OLD-MAX-LANDING-KG,
                  :WS-OLD-EMPTY-WEIGHT-KG
             FROM T156_MODEL_WEIGHT
             WHERE PLANE_MODEL = :WS-RATE-KEY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-OLD-ROW-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           IF SO-OLD-ROW-FOUND THEN
              MOVE WS-OLD-MAX-LANDING-KG  TO WS-MLW-EDITED
              MOVE WS-OLD-EMPTY-WEIGHT-KG TO WS-OEW-EDITED
              MOVE SPACE TO CAUD-BEFORE-IMAGE
              STRING 'MLW=' WS-MLW-EDITED ' OEW=' WS-OEW-EDITED
                DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
              END-STRING
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
           END-IF
           .
      ******************************************************************
      *                8210-BUILD-RATE-ROW-KEY
      ******************************************************************
       8210-BUILD-RATE-ROW-KEY.
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
