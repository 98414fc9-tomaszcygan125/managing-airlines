      * THE SAME SINGLE-ACTION SYSIN-CARD SHAPE AS Z02345 ITSELF --
      * TO WALK A TAG THROUGH ITS LIFE:
      *
      *    TAG=nnnnnnnnn STATUS=sssssssss POS=pppppppp
      *
      *    nnnnnnnnn -- T42 TAG_NUMBER
      *    sssssssss -- LOADED, OFFLOADED OR DELIVERED
      *    pppppppp  -- WHERE THE BAG WENT IN THE HOLD (ULD NUMBER
      *                 OR BULK COMPARTMENT), LOADED ONLY, OPTIONAL
      *
      * ONLY THE LEGAL FORWARD STEPS ARE ACCEPTED: CHECKED->LOADED,
      * CHECKED/LOADED/OFFLOAD->OFFLOADED, LOADED->DELIVERED.  AN
      *
      * 2026-08-21   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   A LOADED SCAN MAY CARRY POS=pppppppp, KEPT ON
      *                    THE NEW T42 COLUMN HOLD_POSITION CHAR(8) SO
      *                    THE BAG-MATCH RECONCILIATION (Z02473/Z02474)
      *                    CAN TELL THE RAMP WHERE TO DIG FOR AN OFFLOAD
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 WS-PARM-TEXT                      PIC X(50) VALUE SPACE.
       01 WS-TAG-NUMBER-TEXT                PIC X(9) VALUE SPACE.
       01 WS-TAG-NUMBER                     PIC S9(9) COMP VALUE 0.
       01 WS-NEW-STATUS                     PIC X(9) VALUE SPACE.
       01 WS-OLD-STATUS                     PIC X(9) VALUE SPACE.
       01 WS-HOLD-POSITION                  PIC X(8) VALUE SPACE.

       01 SW-SWITCHES.
           05 SW-IF-STEP-LEGAL              PIC X VALUE 'N'.
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      * PARM IS TAG=nnnnnnnnn STATUS=sssssssss [POS=pppppppp]
      ******************************************************************
       1010-PARSE-PARM.
           IF WS-PARM-TEXT(1:4) = 'TAG=' AND
                    WS-PARM-TEXT(15:7) = 'STATUS=' THEN
              MOVE WS-PARM-TEXT(5:9)   TO WS-TAG-NUMBER-TEXT
              MOVE WS-PARM-TEXT(22:9)  TO WS-NEW-STATUS
              IF WS-PARM-TEXT(32:4) = 'POS=' THEN
                 MOVE WS-PARM-TEXT(36:8) TO WS-HOLD-POSITION
              END-IF
           ELSE
              DISPLAY 'Z02385 -- INVALID PARM, EXPECTED '
                      'TAG=nnnnnnnnn STATUS=sssssssss'
                      'OR DELIVERED'
              PERFORM 9999-EXIT
           END-EVALUATE
           IF WS-HOLD-POSITION NOT = SPACE AND
              WS-NEW-STATUS NOT = 'LOADED   ' THEN
              DISPLAY 'Z02385 -- POS= IS ONLY GIVEN WITH STATUS=LOADED'
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    2000-ADVANCE-THE-TAG
           WHEN OTHER
              DISPLAY 'Z02385 -- TAG READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     7002-UPDATE-THE-TAG
      * THE HOLD POSITION IS ONLY TOUCHED BY A LOADED SCAN THAT GAVE
      * ONE -- AN OFFLOAD OR DELIVERY LEAVES WHERE IT HAD BEEN
      ******************************************************************
       7002-UPDATE-THE-TAG.
           IF WS-HOLD-POSITION = SPACE THEN
              EXEC SQL
                UPDATE T42_BAG_TAG
                   SET BAG_STATUS       = :WS-NEW-STATUS,
                       STATUS_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE TAG_NUMBER = :WS-TAG-NUMBER
              END-EXEC
           ELSE
              EXEC SQL
                UPDATE T42_BAG_TAG
                   SET BAG_STATUS       = :WS-NEW-STATUS,
                       HOLD_POSITION    = :WS-HOLD-POSITION,
                       STATUS_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE TAG_NUMBER = :WS-TAG-NUMBER
              END-EXEC
           END-IF
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02385 -- TAG UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02385  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
