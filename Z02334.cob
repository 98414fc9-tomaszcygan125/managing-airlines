      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   9000-DB2-ERROR NOW ALSO PUTS THE FAILURE
      *                    (STATEMENT ID, SQLCODE, SQLERRMC, OPERATOR,
      *                    TRANSACTION) ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 -- NEW 9060-WRITE-ERROR-LOG,
      *                    WHICH ROLLS THE FAILED WORK BACK BEFORE
      *                    COMMITTING THE ERROR ROW
      *
      * 2026-09-02   OSG   PAID PREMIUM SEATING: NEW OPTIONAL MP0235
      *                    FIELDS ATTR-ROWI (PIC X(3)), ATTR-LETTERI
      *                    (PIC X(1), BLANK = WHOLE ROW), ATTR-TYPEI
           COPY DFHAID.                                                 
           COPY ZZMP0235.                                               
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
           EXEC SQL INCLUDE T07TAB END-EXEC.                            
           EXEC SQL INCLUDE T08TAB END-EXEC.                            
             DELIMITED BY SIZE                                          
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
           MOVE SPACE                TO ERRL-ENTITY-KEY
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
