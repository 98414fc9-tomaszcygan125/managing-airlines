      *          FLOWN T05 LEGS AND WARNS WHEN A PLANE CLOSES IN ON
      *          A DUE CHECK.  NEW MP0254 MAP FIELDS: CHECK-TYPEI
      *          (PIC X(1)) AND INTERVALI (PIC X(6))
      *   'A' -- ACCEPT A PROPOSED GROUNDING.  THE NIGHTLY DEFERRED
      *          DEFECT SWEEP (Z02504) WRITES A T43 ROW WITH STATUS
      *          'PROPOSED' FOR A PLANE WHOSE MEL DEFECT IS PAST ITS
      *          RECTIFICATION DEADLINE.  A PROPOSAL DOES NOT STOP
      *          THE PLANE FLYING UNTIL OPS ACCEPTS IT HERE -- IT
      *          THEN TURNS 'ACTIVE' AND THE AFFECTED FLIGHTS ARE
      *          LISTED AS FOR 'G'.  'L' ON A PLANE WITH ONLY A
      *          PROPOSAL REJECTS IT (STATUS 'LIFTED')
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
      *  2026-10-15  NEW ACTION 'A' ACCEPTS A GROUNDING PROPOSED BY THE
      *              Z02504 DEFERRED DEFECT SWEEP (T43 STATUS 'PROPOSED'
      *              TO 'ACTIVE') AND LISTS THE AFFECTED FLIGHTS; 'L'
      *              NOW ALSO LIFTS (REJECTS) A PROPOSAL -- 7009/7010
      *              ADDED
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0254.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
                                                 VALUE 'END OF PROGRAM'.
           05 CT-ACTIVE-STATUS                PIC X(10) VALUE 'ACTIVE'.
           05 CT-LIFTED-STATUS                PIC X(10) VALUE 'LIFTED'.
           05 CT-PROPOSED-STATUS              PIC X(10)
                                                 VALUE 'PROPOSED'.
           05 CT-CANCELED-FLIGHT-STATUS.
              49 CT-CANCELED-FLIGHT-STATUS-LEN PIC S9(4) COMP VALUE 8.
              49 CT-CANCELED-FLIGHT-STATUS-TEXT PIC X(15)
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-7009-PARA              VALUE '7009'.
               88 SO-7010-PARA              VALUE '7010'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-ACTION-GROUND                        VALUE 'G'.
               88 SO-ACTION-LIFT                          VALUE 'L'.
               88 SO-ACTION-RECORD-CHECK                  VALUE 'C'.
               88 SO-ACTION-ACCEPT-PROPOSAL               VALUE 'A'.
           05 SW-IF-END-OF-CURSOR                         PIC X.
               88 SO-END-OF-AFFECTED                      VALUE 'Y'.
       01 WS-VARIABLES.
              PERFORM 2030-LIFT-THE-GROUNDING
           WHEN SO-ACTION-RECORD-CHECK
              PERFORM 2060-RECORD-THE-CHECK
           WHEN SO-ACTION-ACCEPT-PROPOSAL
              PERFORM 2070-ACCEPT-THE-PROPOSAL
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
           MOVE TO-DATEI   TO WS-TO-DATE
           MOVE REASONI    TO WS-GROUND-REASON
           IF NOT (SO-ACTION-GROUND OR SO-ACTION-LIFT OR
                       SO-ACTION-RECORD-CHECK OR
                       SO-ACTION-ACCEPT-PROPOSAL) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE G, L, C OR A' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           PERFORM 7002-LIFT-GROUNDING
           IF SO-SQLCODE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO ACTIVE OR PROPOSED GROUNDING FOR THAT PLANE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2070-ACCEPT-THE-PROPOSAL
      * THE EARLIEST PROPOSAL FOR THE PLANE TURNS ACTIVE WITH THE
      * DATES AND REASON Z02504 GAVE IT
      ******************************************************************
       2070-ACCEPT-THE-PROPOSAL.
           PERFORM 7009-READ-PROPOSAL
           IF SO-SQLCODE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO PROPOSED GROUNDING FOR THAT PLANE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7010-ACCEPT-PROPOSAL
           MOVE 'PLANE GROUND ACCEPT' TO WS-LOG-ACTION-TEXT
           MOVE WS-PLANE-ID        TO WS-PLANE-ID-FORMAT
           MOVE WS-PLANE-ID-FORMAT TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2040-SHOW-AFFECTED-FLIGHTS
           .
      ******************************************************************
      *                7005-ACCUMULATE-PLANE-FLYING
      * THE PLANE'S LIFETIME BLOCK HOURS AND CYCLES FROM ITS FLOWN
      * T05 LEGS -- SAME BLOCK-TIME COALESCE AS Z02406'S PAYROLL
           .
      ******************************************************************
      *                7002-LIFT-GROUNDING
      * THE ROW STAYS AS DATED HISTORY -- ONLY ITS STATUS FLIPS.  A
      * PROPOSAL NOT WANTED IS LIFTED THE SAME WAY
      ******************************************************************
       7002-LIFT-GROUNDING.
           EXEC SQL
             UPDATE T43_PLANE_GROUNDING
                SET GROUND_STATUS = :CT-LIFTED-STATUS
              WHERE PLANE_ID      = :WS-PLANE-ID
                AND GROUND_STATUS IN (:CT-ACTIVE-STATUS,
                                      :CT-PROPOSED-STATUS)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
           END-IF
           .
      ******************************************************************
      *                7009-READ-PROPOSAL
      * SQLCODE 100 HERE MEANS THE PLANE HAS NOTHING PROPOSED
      ******************************************************************
       7009-READ-PROPOSAL.
           EXEC SQL
             SELECT CHAR(GROUND_FROM_DATE, ISO),
                    CHAR(GROUND_TO_DATE, ISO),
                    GROUND_REASON
             INTO :WS-FROM-DATE, :WS-TO-DATE, :WS-GROUND-REASON
             FROM T43_PLANE_GROUNDING
             WHERE PLANE_ID      = :WS-PLANE-ID
               AND GROUND_STATUS = :CT-PROPOSED-STATUS
             ORDER BY GROUND_FROM_DATE
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7010-ACCEPT-PROPOSAL
      ******************************************************************
       7010-ACCEPT-PROPOSAL.
           EXEC SQL
             UPDATE T43_PLANE_GROUNDING
                SET GROUND_STATUS     = :CT-ACTIVE-STATUS,
                    ENTERED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE PLANE_ID         = :WS-PLANE-ID
                AND GROUND_STATUS    = :CT-PROPOSED-STATUS
                AND GROUND_FROM_DATE = :WS-FROM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7010-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
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
