      *                    (FLIGHT_STATUS 'DEPARTED'/'CLOSED') -- NEW
      *                    PARAGRAPH 7010-CHECK-FLIGHT-OPEN RUN AT
      *                    THE TOP OF 2010-PROCESS-LOOKUP-INPUT
      * 2026-10-15   OSG   9000-DB2-ERROR NOW ALSO PUTS THE FAILURE
      *                    (STATEMENT ID, SQLCODE, SQLERRMC, OPERATOR,
      *                    TRANSACTION) ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 -- NEW 9060-WRITE-ERROR-LOG
      * 2026-10-15   OSG   START AND END OF EVERY TASK TIMED AND
      *                    RECORDED ON T154 THROUGH Z02538 FOR THE
      *                    Z02539 RESPONSE-TIME STATISTICS
      *
      ******************************************************************

           COPY DFHAID.
           COPY ZZMP0236.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0277.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T04TAB END-EXEC.
      *                     1000-INIT
      ******************************************************************
       1000-INIT.
           PERFORM 1090-TAKE-START-TIME
           PERFORM 1010-CHECK-IF-FIRST-TIME
           PERFORM 1011-INITIALIZE-COPYBOOK
           .
      ******************************************************************
      *                    1090-TAKE-START-TIME
      * STARTS THE RESPONSE-TIME CLOCK FOR THIS TASK (SEE Z02538)
      ******************************************************************
       1090-TAKE-START-TIME.
           EXEC CICS
             ASKTIME ABSTIME(TTIM-START-ABSTIME)
           END-EXEC
           .
      ******************************************************************
      *                  1005-CICS-IGNORE
      ******************************************************************
       1005-CICS-IGNORE.
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           MOVE SQLERRMC TO WS-SQLERRMC
           MOVE SQLCODE TO ERRL-SQLCODE
           MOVE SQLERRMC TO ERRL-SQLERRMC
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE

           MOVE 'DB2 ERROR ' TO  WS-Z02141-I-ERROR-MESSAGE(1)
           MOVE 'ROLLBACK PERFORMED ' TO WS-Z02141-I-ERROR-MESSAGE(5)
           PERFORM 9100-ROLLBACK

           PERFORM 9060-WRITE-ERROR-LOG
           SET SO-Z02141-M-WITH TO TRUE
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE ON T88 THROUGH Z02459 -- 9100 HAS ALREADY
      * ROLLED THE WORK BACK, SO THE SYNCPOINT COMMITS ONLY THE
      * ERROR ROW AND IT OUTLIVES THE ERROR SCREEN.  THE ROLLBACK
      * RESETS THE SQLCA, SO 9000 TAKES THE FAILING STATEMENT'S
      * SQLCODE AND SQLERRMC INTO THE ERROR ROW BEFORE IT
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE CT-THIS-PROGRAM-NAME TO ERRL-PROGRAM-ID
           MOVE SW-STATEMENT-ID      TO ERRL-STATEMENT-ID
           MOVE EIBOPID              TO ERRL-OPERATOR-ID
           MOVE EIBTRNID             TO ERRL-TRANSACTION-ID
           MOVE SPACE                TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
      ******************************************************************
      *                       9100-ROLLBACK
      ******************************************************************
       9100-ROLLBACK.
      *                     3000-FINAL
      ******************************************************************
       3000-FINAL.
           PERFORM 3090-RECORD-RESPONSE-TIME
           EVALUATE TRUE
           WHEN SO-FINAL-WITH-COMMAREA
              PERFORM 3001-RETURN-WITH-TRANSID
           END-EVALUATE
           .
      ******************************************************************
      *                 3090-RECORD-RESPONSE-TIME
      * ONE T154 TIMING ROW FOR THIS TASK THROUGH Z02538
      ******************************************************************
       3090-RECORD-RESPONSE-TIME.
           EXEC CICS
             ASKTIME ABSTIME(TTIM-END-ABSTIME)
           END-EXEC
           MOVE 'Z02262  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ******************************************************************
      *                    3001-RETURN-WITH-TRANSID
      ******************************************************************
       3001-RETURN-WITH-TRANSID.
