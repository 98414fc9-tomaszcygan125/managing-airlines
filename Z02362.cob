      *      DRAW Z02292'S 7013-GET-THIS-VALUE USES
      *   2. INSERTS A NEW T09 ROW CARRYING THE OLD RESERVATION'S
      *      STATUS (MAIN PASSENGER LAST NAME IS THE FIRST SPLIT-OFF
      *      PASSENGER'S) AND A FRESH Z02456 RECORD LOCATOR, SHOWN ON
      *      THE RESULT SCREEN
      *   3. REPOINTS THE CHOSEN PASSENGERS' T04_FLIGHT_SEATS,
      *      T12_RESERVATION_PASSENGERS AND T18_BAGGAGE_TABLE ROWS AT
      *      THE NEW RESERVATION
      *                  CHANGE LOG
      *
      *  2026-08-21  INITIAL VERSION
      *  2026-10-15  NEW RESERVATION GETS ITS OWN RECORD LOCATOR
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      ******************************************************************

           COPY DFHAID.
           COPY ZZMP0245.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0268.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T06TAB END-EXEC.
           EXEC SQL INCLUDE T09TAB END-EXEC.
           MOVE WS-OLD-RESERVATION-ID TO RESERVATION-IDO
           MOVE WS-NEW-RESERVATION-ID TO NEW-RESERVATIONO
           MOVE WS-MOVED-COUNT        TO MOVEDO
           STRING 'SPLIT DONE, NEW BOOKING REF ' DELIMITED BY SIZE
                  RLOC-RECORD-LOCATOR           DELIMITED BY SIZE
                  ' -- F3 TO RETURN'            DELIMITED BY SIZE
                  INTO MSGO
           END-STRING
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      ******************************************************************
      *                7003-INSERT-NEW-RESERVATION
      * MAIN PASSENGER OF THE SPLIT HALF IS THE FIRST SPLIT-OFF
      * PASSENGER.  THE NEW HALF GETS ITS OWN BOOKING REFERENCE FROM
      * Z02456, THE SAME AS ANY OTHER NEW RESERVATION
      ******************************************************************
       7003-INSERT-NEW-RESERVATION.
           INITIALIZE WS-FIRST-LAST-NAME
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE WS-NEW-RESERVATION-ID TO T09-RESERVATION-ID
           CALL 'Z02456' USING WS-ZZEC0268
           IF RLOC-RESULT NOT = 'O' THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           EXEC SQL
             INSERT INTO T09_RESERVATION_MAIN_PASSENGER_TABLE
                (RESERVATION_ID, MAIN_PASSENGER_LAST_NAME,
                 RESERVATION_STATUS, HOLD_TIMESTAMP, RECORD_LOCATOR)
             VALUES
                (:T09-RESERVATION-ID, :WS-FIRST-LAST-NAME,
                 :WS-OLD-STATUS, CURRENT TIMESTAMP,
                 :RLOC-RECORD-LOCATOR)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
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
