      *              REVENUE REPORT TOTALS THE DAY'S T60 ROWS AS A
      *              SEPARATE ADJUSTMENT LINE
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  THE FARE DIFFERENCE NOW ALSO GOES ON THE FISCAL
      *              DOCUMENTS THROUGH Z02493 (ZZEC0271) -- NEW 7015:
      *              A LOWER FARE GETS A CREDIT NOTE AGAINST THE TAX
      *              INVOICE, A HIGHER ONE A FURTHER INVOICE.  Z02371
      *              DOES NOT CREDIT THE 'REBOOK FARE DIFF' REFUND
      *              AGAIN WHEN IT PAYS IT
      *
      *  2026-10-15  A REBOOK OFF A FLIGHT HIT BY A SCHEDULE CHANGE NOW
      *              CLOSES THE RESERVATION'S T146 SCHEDULE CHANGE ROW
      *              AS 'REBOOKED' (NEW 7016, SEE Z02525/Z02526)
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0244.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0271.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T04TAB END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
               88 SO-7010-PARA              VALUE '7010'.
               88 SO-7011-PARA              VALUE '7011'.
               88 SO-7012-PARA              VALUE '7012'.
               88 SO-7015-PARA              VALUE '7015'.
               88 SO-7016-PARA              VALUE '7016'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
           PERFORM 4000-MOVE-RESERVATION-SEATS
           PERFORM 7011-REISSUE-THE-TICKETS
           PERFORM 7013-RECORD-FARE-ADJUSTMENT
           PERFORM 7015-ISSUE-FISCAL-DOCUMENT
           PERFORM 7016-CLOSE-SCHEDULE-CHANGE
           MOVE 'RESERVATION REBOOK' TO WS-LOG-ACTION-TEXT
           MOVE WS-NEW-FLIGHT-ID     TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           END-IF
           .
      ******************************************************************
      *                7015-ISSUE-FISCAL-DOCUMENT
      * THE DIFFERENCE AS A CREDIT NOTE OR A FURTHER INVOICE --
      * Z02493 WRITES NOTHING ('N') FOR A RESERVATION THAT NEVER HAD
      * A TAX INVOICE.  AN 'E' HAS ALREADY TAKEN A NUMBER, SO THE
      * REBOOK MUST GO BACK
      ******************************************************************
       7015-ISSUE-FISCAL-DOCUMENT.
           IF WS-FARE-DIFFERENCE NOT = ZERO THEN
              IF WS-FARE-DIFFERENCE < ZERO THEN
                 MOVE 'CREDIT' TO FISC-FUNCTION
                 COMPUTE FISC-AMOUNT = 0 - WS-FARE-DIFFERENCE
              ELSE
                 MOVE 'EXTRA' TO FISC-FUNCTION
                 MOVE WS-FARE-DIFFERENCE TO FISC-AMOUNT
              END-IF
              MOVE WS-RESERVATION-ID TO FISC-RESERVATION-ID
              MOVE EIBOPID TO FISC-OPERATOR-ID
              CALL 'Z02493' USING WS-ZZEC0271
              IF FISC-RESULT = 'E' THEN
                 SET SO-7015-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                7016-CLOSE-SCHEDULE-CHANGE
      * A RESERVATION Z02525 FLAGGED FOR A SCHEDULE CHANGE ON THE OLD
      * FLIGHT HAS NOW ANSWERED IT BY MOVING -- ANY OPEN OR ACCEPTED
      * T146 ROW OF THE OLD FLIGHT BECOMES 'REBOOKED'.  NO ROW IS
      * THE NORMAL CASE
      ******************************************************************
       7016-CLOSE-SCHEDULE-CHANGE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T146_SCHEDULE_CHANGE_RESERVATION
                SET RESPONSE_STATUS    = 'REBOOKED',
                    RESPONSE_TIMESTAMP = CURRENT TIMESTAMP,
                    RESPONSE_OPERATOR  = :WS-OPERATOR-ID
              WHERE RESERVATION_ID  = :WS-RESERVATION-ID
                AND FLIGHT_ID       = :WS-OLD-FLIGHT-ID
                AND RESPONSE_STATUS IN ('PENDING', 'ACCEPTED')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7016-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
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
