      *
      *  2026-08-21  INITIAL VERSION
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  7003-DELETE-BLOCK-ROW NO LONGER RELEASES A SEAT
      *              BLOCKED WITH REASON 'DEFECT' -- THOSE ARE RAISED
      *              AND CLEARED WITH THE DEFERRED DEFECT IN Z02503.
      *              'DEFECT' IS NOT A MANUAL REASON HERE
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0250.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T04TAB END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-BLOCKED-STATUS               PIC X(15)
                                                 VALUE 'BLOCKED'.
           05 CT-DEFECT-REASON                PIC X(15)
                                                 VALUE 'DEFECT'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
           PERFORM 7003-DELETE-BLOCK-ROW
           IF SO-SQLCODE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NOT BLOCKED OR HELD BY A DEFECT (Z02503)' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
      ******************************************************************
      *                7003-DELETE-BLOCK-ROW
      * ONLY A 'BLOCKED' ROW CAN BE RELEASED -- A REAL PASSENGER'S
      * SEAT NEVER MATCHES.  A 'DEFECT' BLOCK BELONGS TO Z02503 AND
      * GOES ONLY WHEN ITS DEFECT IS CLEARED THERE
      ******************************************************************
       7003-DELETE-BLOCK-ROW.
           EXEC SQL
                AND ROW_NUMBER  = :WS-ROW-NUMBER
                AND SEAT_LETTER = :WS-SEAT-LETTER
                AND RESERVATION_STATUS = :CT-BLOCKED-STATUS
                AND (BLOCK_REASON IS NULL OR
                     BLOCK_REASON <> :CT-DEFECT-REASON)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
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
