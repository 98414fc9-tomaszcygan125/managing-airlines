      *   - RECORDS THE BALANCE AS A T64_PAYMENT ROW (THE DEPOSIT
      *     ROW IS ALREADY THERE FROM BOOKING TIME)
      *   - MARKS THE PLAN 'SETTLED' AND THE RESERVATION 'CONFIRMED'
      *   - REFUSES WHILE A T136 MEDICAL CLEARANCE OF THE
      *     RESERVATION IS NOT YET 'APPROVED' (SEE Z02517)
      *   - ISSUES THE TICKETS -- ONE T45_TICKET PER PASSENGER AND
      *     ONE 'OPEN' T46_TICKET_COUPON PER SEAT ROW, THE SAME
      *     SHAPES Z02202'S 2136 WRITES ON A FULL PAYMENT
      *   - HAS Z02493 WRITE THE FISCAL TAX INVOICE, AS Z02202 DOES
      *     WHEN IT TICKETS A FULL PAYMENT
      *
      * THE Z02454 NIGHTLY SWEEP CANCELS WHAT IS STILL OWED PAST THE
      * DUE DATE.  NEW MAPSET ZZMP0278/MP0278 FOR THIS SCREEN:
      *
      *  2026-09-02  INITIAL VERSION
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  TICKETING NOW ALSO ISSUES THE FISCAL TAX INVOICE
      *              THROUGH Z02493 (ZZEC0271) -- NEW 7008-ISSUE-TAX-
      *              INVOICE
      *
      *  2026-10-15  THE BALANCE IS NOT TAKEN WHILE A T136 MEDICAL
      *              CLEARANCE OF THE RESERVATION IS STILL PENDING OR
      *              WAS REJECTED -- NEW 7009-CHECK-MEDICAL-CLEARANCE
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0278.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0271.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-7009-PARA              VALUE '7009'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-RESERVATION-ID-TEXT        PIC X(9).
           05 WS-MEDIF-OPEN-COUNT           PIC S9(4) COMP.
           05 WS-PAYMENT-METHOD             PIC X(4).
           05 WS-AMOUNT-TENDERED            PIC 9(7)V99 COMP-3.
           05 WS-BALANCE-AMOUNT             PIC 9(7)V99 COMP-3.
       2020-SETTLE-THE-BALANCE.
           PERFORM 7001-READ-THE-RESERVATION
           PERFORM 7002-READ-THE-OPEN-PLAN
           PERFORM 7009-CHECK-MEDICAL-CLEARANCE
           IF WS-AMOUNT-TENDERED < WS-BALANCE-AMOUNT THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'TENDER DOES NOT COVER THE BALANCE' TO
           PERFORM 7004-MARK-PLAN-SETTLED
           PERFORM 7005-CONFIRM-THE-RESERVATION
           PERFORM 2030-ISSUE-THE-TICKETS
           PERFORM 7008-ISSUE-TAX-INVOICE
           MOVE 'BALANCE SETTLED'        TO WS-LOG-ACTION-TEXT
           MOVE WS-RESERVATION-ID-TEXT   TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           END-IF
           .
      ******************************************************************
      *                 7008-ISSUE-TAX-INVOICE
      * 'N' WHEN THE COUNTRY OF SALE WANTS NO INVOICE; AN 'E' HAS
      * ALREADY TAKEN A NUMBER, SO THE SETTLEMENT MUST GO BACK
      ******************************************************************
       7008-ISSUE-TAX-INVOICE.
           MOVE 'INVOICE' TO FISC-FUNCTION
           MOVE WS-RESERVATION-ID TO FISC-RESERVATION-ID
           MOVE 0 TO FISC-AMOUNT
           MOVE EIBOPID TO FISC-OPERATOR-ID
           CALL 'Z02493' USING WS-ZZEC0271
           IF FISC-RESULT = 'E' THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7009-CHECK-MEDICAL-CLEARANCE
      * SAME RULE AS Z02202'S 7158 -- NO TICKETS WHILE THE MEDICAL
      * DESK HAS NOT APPROVED EVERY CASE OF THE RESERVATION
      ******************************************************************
       7009-CHECK-MEDICAL-CLEARANCE.
           MOVE 0 TO WS-MEDIF-OPEN-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MEDIF-OPEN-COUNT
             FROM T136_MEDICAL_CLEARANCE
             WHERE RESERVATION_ID   = :WS-RESERVATION-ID
               AND CLEARANCE_STATUS <> 'APPROVED'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-MEDIF-OPEN-COUNT > 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MEDICAL CLEARANCE PENDING - NO TICKETS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
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
