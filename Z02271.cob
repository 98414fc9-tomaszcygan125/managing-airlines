      ******************************************************************
      *                  CHANGE LOG                                     
      *                                                                 
      *  2026-10-15  START AND END OF EVERY TASK TIMED AND RECORDED ON
      *              T154 THROUGH Z02538 FOR THE Z02539 RESPONSE-TIME
      *              STATISTICS
      *                                                                 
      *                                                                 
      *                                                                 
           COPY DFHAID.                                                 
           COPY ZZMP0227.                                               
           COPY ZZEC0215.                                               
           COPY ZZEC0277.
       01 WS-ITER     PIC S9(4) COMP VALUE 0.                           
      * COMMAREA                                                        
       01 WS-COMMAREA PIC X VALUE 'A'.                                  
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
      *                     3000-FINAL                                  
      ******************************************************************
       3000-FINAL.                                                      
           PERFORM 3090-RECORD-RESPONSE-TIME
           EVALUATE TRUE                                                
           WHEN SO-FINAL-WITH-COMMAREA                                  
              PERFORM 3001-REUTRN-WITH-TRANSID                          
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
           MOVE 'Z02271  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ******************************************************************
      *                    3001-REUTRN-WITH-TRANSID                     
      * PARAGRAPH WILL END PROGRAM WITH OPTION TO RETRIGGER AFTER       
      * USER WILL PRESS ATTENTION KEY                                   
