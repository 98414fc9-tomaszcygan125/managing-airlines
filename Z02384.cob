      *   'A' -- DEFINE A CLASS ON A FLIGHT WITH ITS SELL LIMIT
      *   'O' -- RE-OPEN A CLASS BY HAND
      *   'C' -- CLOSE A CLASS BY HAND
      *   'L' -- CHANGE A CLASS'S SELL LIMIT (NEVER BELOW THE SEATS
      *          IT HAS SOLD) -- HOW AN ANALYST KEYS A Z02464
      *          'CLASSOPT' PROPOSAL APPROVED ON Z02415
      *
      * 'A' AND 'L' SET HOW MANY SEATS SELL, SO THEY GO LIVE ONLY
      * UNDER FOUR EYES: THEY ARE FILED AS PENDING CHANGES THROUGH
      * Z02530 AND A SECOND SUPER/ADMIN OPERATOR APPROVES THEM ON
      * Z02531.  'O' AND 'C' STAY IMMEDIATE -- THEY ARE THE HEAVY-DAY
      * LEVERS Z02202'S AUTO-CLOSE PULLS TOO.
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
      *  2026-10-15  NEW ACTION 'L' -- CHANGE A CLASS'S SELL LIMIT,
      *              REFUSED BELOW THE SEATS ALREADY SOLD AND AUDITED
      *              THROUGH Z02421 LIKE THE OTHERS.  HOW A Z02464
      *              RE-OPTIMIZATION PROPOSAL QUEUED ON 'CLASSOPT' IS
      *              APPLIED ONCE APPROVED
      *
      *  2026-10-15  'A' AND 'L' NO LONGER WRITE T41 -- THEY FILE A
      *              PENDING CHANGE THROUGH Z02530 (NEW
      *              8300-FILE-PENDING-CHANGE) THAT A SECOND OPERATOR
      *              APPROVES ON Z02531.  7002-INSERT-CLASS AND
      *              7004-UPDATE-CLASS-LIMIT MOVED THERE
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0253.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0267.
      * PENDING-CHANGE PARM BLOCK (SEE Z02530)
           COPY ZZEC0274.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
               88 SO-ACTION-ADD-CLASS                     VALUE 'A'.
               88 SO-ACTION-OPEN-CLASS                    VALUE 'O'.
               88 SO-ACTION-CLOSE-CLASS                   VALUE 'C'.
               88 SO-ACTION-LIMIT-CLASS                   VALUE 'L'.
           05 SW-IF-CLASS-FOUND                           PIC X.
               88 SO-CLASS-FOUND                          VALUE 'Y'.
               88 SO-CLASS-NOT-FOUND                      VALUE 'N'.
           05 WS-CLASS-STATUS               PIC X(10).
           05 WS-NEW-CLASS-STATUS           PIC X(10).
           05 WS-SEATS-LIMIT-FORMAT         PIC 9(4).
           05 WS-CURRENT-LIMIT              PIC S9(4) COMP.
           05 WS-SEATS-SOLD                 PIC S9(4) COMP.
           05 WS-CHANGE-ID-FORMAT           PIC 9(9).
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
              PERFORM 2030-SET-CLASS-STATUS
           WHEN SO-ACTION-CLOSE-CLASS
              PERFORM 2030-SET-CLASS-STATUS
           WHEN SO-ACTION-LIMIT-CLASS
              PERFORM 2040-CHANGE-CLASS-LIMIT
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
           MOVE FLIGHT-IDI TO WS-FLIGHT-ID
           MOVE CLASS-CODEI TO WS-CLASS-CODE
           IF NOT (SO-ACTION-ADD-CLASS OR SO-ACTION-OPEN-CLASS
                       OR SO-ACTION-CLOSE-CLASS
                       OR SO-ACTION-LIMIT-CLASS) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE A, O, C OR L' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-ADD-CLASS OR SO-ACTION-LIMIT-CLASS THEN
              IF SEATS-LIMITI IS NUMERIC AND SEATS-LIMITI > ZERO
                 MOVE SEATS-LIMITI TO WS-SEATS-LIMIT
              ELSE
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE '(ABSENT)' TO CHG-BEFORE-IMAGE
           MOVE WS-SEATS-LIMIT TO WS-SEATS-LIMIT-FORMAT
           MOVE SPACE TO CHG-AFTER-IMAGE
           STRING 'LIMIT=' WS-SEATS-LIMIT-FORMAT ' STATUS=OPEN'
             DELIMITED BY SIZE INTO CHG-AFTER-IMAGE
           END-STRING
           PERFORM 8300-FILE-PENDING-CHANGE
           MOVE 'CLASS DEFINE FILED' TO WS-LOG-ACTION-TEXT
           MOVE WS-FLIGHT-ID        TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2065-SEND-FILED-MAP
           .
      ******************************************************************
      *                2030-SET-CLASS-STATUS
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2040-CHANGE-CLASS-LIMIT
      * THE STATUS IS LEFT AS IT IS -- A CLASS Z02202 AUTO-CLOSED AT
      * ITS OLD LIMIT IS RE-OPENED WITH 'O' ONCE RAISED
      ******************************************************************
       2040-CHANGE-CLASS-LIMIT.
           PERFORM 7001-CHECK-CLASS-EXISTS
           IF SO-CLASS-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CLASS NOT DEFINED ON THIS FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-SEATS-LIMIT < WS-SEATS-SOLD THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'LIMIT CANNOT BE BELOW THE SEATS ALREADY SOLD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-CURRENT-LIMIT TO WS-SEATS-LIMIT-FORMAT
           MOVE SPACE TO CHG-BEFORE-IMAGE
           STRING 'LIMIT=' WS-SEATS-LIMIT-FORMAT ' STATUS='
                  WS-CLASS-STATUS
             DELIMITED BY SIZE INTO CHG-BEFORE-IMAGE
           END-STRING
           MOVE WS-SEATS-LIMIT TO WS-SEATS-LIMIT-FORMAT
           MOVE SPACE TO CHG-AFTER-IMAGE
           STRING 'LIMIT=' WS-SEATS-LIMIT-FORMAT ' STATUS='
                  WS-CLASS-STATUS
             DELIMITED BY SIZE INTO CHG-AFTER-IMAGE
           END-STRING
           PERFORM 8300-FILE-PENDING-CHANGE
           MOVE 'CLASS LIMIT FILED' TO WS-LOG-ACTION-TEXT
           MOVE WS-FLIGHT-ID        TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2065-SEND-FILED-MAP
           .
      ******************************************************************
      *                2060-SEND-DONE-MAP
      ******************************************************************
       2060-SEND-DONE-MAP.
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2065-SEND-FILED-MAP
      ******************************************************************
       2065-SEND-FILED-MAP.
           MOVE LOW-VALUES TO MP0253O
           MOVE CHG-CHANGE-ID TO WS-CHANGE-ID-FORMAT
           STRING 'FILED AS CHANGE ' WS-CHANGE-ID-FORMAT
                  ' -- NEEDS A SECOND APPROVER'
             DELIMITED BY SIZE INTO MSGO
           END-STRING
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
       7001-CHECK-CLASS-EXISTS.
           SET SO-CLASS-NOT-FOUND TO TRUE
           INITIALIZE WS-CLASS-STATUS
                      WS-CURRENT-LIMIT
                      WS-SEATS-SOLD
           EXEC SQL
             SELECT CLASS_STATUS, SEATS_LIMIT, SEATS_SOLD
             INTO :WS-CLASS-STATUS, :WS-CURRENT-LIMIT, :WS-SEATS-SOLD
             FROM T41_CLASS_LIMIT
             WHERE FLIGHT_ID     = :WS-FLIGHT-ID
               AND BOOKING_CLASS = :WS-CLASS-CODE
           END-EVALUATE
           .
      ******************************************************************
      *                7003-UPDATE-CLASS-STATUS
      ******************************************************************
       7003-UPDATE-CLASS-STATUS.
           CALL 'Z02421' USING WS-ZZEC0267
           .
      ******************************************************************
      *                8300-FILE-PENDING-CHANGE
      * THE NEW VALUES WAIT ON T149 FOR A SECOND OPERATOR -- Z02530
      * WRITES T41 ONLY WHEN THE CHANGE IS APPROVED ON Z02531
      ******************************************************************
       8300-FILE-PENDING-CHANGE.
           MOVE 'PROPO'           TO CHG-FUNCTION
           MOVE 'T41_CLASS_LIMIT' TO CHG-TABLE-NAME
           MOVE SPACE TO CHG-ROW-KEY
           STRING WS-FLIGHT-ID '/' WS-CLASS-CODE
             DELIMITED BY SIZE INTO CHG-ROW-KEY
           END-STRING
           MOVE SPACE TO CHG-CHANGE-DATA
           MOVE SW-USER-ACTION    TO CHG-T41-ACTION
           MOVE WS-FLIGHT-ID      TO CHG-T41-FLIGHT-ID
           MOVE WS-CLASS-CODE     TO CHG-T41-CLASS-CODE
           MOVE WS-SEATS-LIMIT    TO CHG-T41-SEATS-LIMIT
           MOVE EIBOPID           TO CHG-OPERATOR-ID
           MOVE SPACE             TO CHG-REASON
           CALL 'Z02530' USING WS-ZZEC0274
           EVALUATE CHG-RESULT
           WHEN 'O'
              CONTINUE
           WHEN 'E'
              MOVE CHG-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE CHG-SQLCODE      TO SQLCODE
              MOVE CHG-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE CHG-MESSAGE TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                     9050-LOG-TRANSACTION
      * SAME T24 ROW SHAPE AS Z02232'S 9050-LOG-TRANSACTION
      ******************************************************************
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
