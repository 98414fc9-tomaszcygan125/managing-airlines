      *              SEASON RULES ON T56_FARE_RULE) BEFORE THE
      *              CURRENCY CONVERSION, SO THE SEAT MAP QUOTES WHAT
      *              Z02202'S 7090 WILL ACTUALLY CHARGE
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG
      *
      *  2026-10-15  START AND END OF EVERY TASK TIMED AND RECORDED ON
      *              T154 THROUGH Z02538 FOR THE Z02539 RESPONSE-TIME
      *              STATISTICS
      *                                                                 
      ******************************************************************
       DATA DIVISION.                                                   
           COPY DFHAID.                                                 
           COPY ZZMP0219.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY ZZEC0265.
           COPY DFHBMSCA.                                               
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
      *                         1000-INIT                               
      ***************************************************************** 
       1000-INIT.                                                       
           PERFORM 1090-TAKE-START-TIME
           PERFORM  1005-CHECK-IF-FIRST-TIME                            
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
      ***************************************************************** 
      *                                                                 
      *                 1005-CHECK-IF-FIRST-TIME                        
      *                          3000-FINAL                             
      ******************************************************************
       3000-FINAL.                                                      
           PERFORM 3090-RECORD-RESPONSE-TIME
           EVALUATE TRUE                                                
           WHEN SO-FINAL-WITH-COMMAREA                                  
              MOVE WS-ZZEC0215 TO DFHCOMMAREA                           
              PERFORM 2300-CALL-ERROR-ROUTINE                           
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
           MOVE 'Z02192  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ****************************************************************  
      *                  7001-GET-GRAFICAL-REPR                         
      * PARAGRAPH WILL GET GRAPHICAL REPRESENTATION OF THE SEATS        
             TO   WS-Z02141-I-ERROR-MESSAGE(5)                          
           PERFORM 9100-ROLLBACK                                        
                                                                        
           PERFORM 9060-WRITE-ERROR-LOG
           SET SO-Z02141-M-WITH  TO TRUE                                
           PERFORM 2300-CALL-ERROR-ROUTINE                              
           .                                                            
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE ON T88 THROUGH Z02459 -- 9100 HAS ALREADY
      * ROLLED THE WORK BACK, SO THE SYNCPOINT COMMITS ONLY THE
      * ERROR ROW AND IT OUTLIVES THE ERROR SCREEN
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE CT-THIS-PROGRAM-NAME TO ERRL-PROGRAM-ID
           MOVE SW-STATEMENT-ID      TO ERRL-STATEMENT-ID
           MOVE SQLCODE              TO ERRL-SQLCODE
           MOVE SQLERRMC             TO ERRL-SQLERRMC
           MOVE EIBOPID              TO ERRL-OPERATOR-ID
           MOVE EIBTRNID             TO ERRL-TRANSACTION-ID
           MOVE SPACE                TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
      ******************************************************************
      *                       9000-DB2-ERROR                            
      ******************************************************************
       9100-ROLLBACK.                                                   
