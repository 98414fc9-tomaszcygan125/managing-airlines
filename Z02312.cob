      *              THROUGH T10 -- FLIGHT NUMBERS GET REUSED ACROSS    
      *              SEASONS, SO THE OLD CURSOR COULD DELETE            
      *              RESERVATIONS BELONGING TO A DIFFERENT SCHEDULE     
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG
      *  2026-10-15  SUSPENDING A SCHEDULE NOW ALSO RECORDS A
      *              T145_SCHEDULE_CHANGE ROW (CHANGE_TYPE 'S', NEW
      *              7028, COLUMNS IN Z02525'S HEADER) SO THE NIGHTLY
      *              SCHEDULE CHANGE RUN Z02525 TELLS EVERY PASSENGER
      *              BOOKED ON THE SCHEDULE'S FUTURE FLIGHTS AND TRACKS
      *              THEIR ANSWER. THE FLIGHTS THEMSELVES ARE STILL NOT
      *              TOUCHED
      *  2026-10-15  START AND END OF EVERY TASK TIMED AND RECORDED ON
      *              T154 THROUGH Z02538 FOR THE Z02539 RESPONSE-TIME
      *              STATISTICS
      ******************************************************************
       DATA DIVISION.                                                   
       WORKING-STORAGE SECTION.                                         
           COPY DFHAID.                                                 
           COPY ZZMP0231.                                               
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           COPY ZZEC0277.
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
           EXEC SQL INCLUDE T05TAB END-EXEC.                            
           EXEC SQL INCLUDE T02TAB END-EXEC.                            
                   88 SO-7024-PARA              VALUE '7024'.           
                   88 SO-7026-PARA              VALUE '7026'.           
                   88 SO-7027-PARA              VALUE '7027'.           
                   88 SO-7028-PARA              VALUE '7028'.
                   88 SO-9050-PARA              VALUE '9050'.           
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-LOG-FIELDS.                                                
           05 WS-LOG-ACTION-TEXT            PIC X(20).                  
           05 WS-LOG-ENTITY-KEY             PIC X(20).                  
           05 WS-FLIGHTS-AFFECTED-COUNT           PIC S9(7) COMP-3      
                                                      VALUE 0.          
           05 WS-FLIGHTS-AFFECTED-FORMAT          PIC -(6) VALUE 0.     
           05 WS-SCHEDULE-CHANGE-ID               PIC S9(9) COMP.
           05 WS-USER-CHOICE-POSITION             PIC S9(4) COMP.       
           05 WS-CHOICE-COUNTER                   PIC S9(4) COMP.       
           05 WS-MODIFIED-TIMESTAMP               PIC X(26).            
      *                          1000-INIT                              
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
      *                 1005-CHECK-IF-FIRST-TIME                        
      * PROGRAM WILL SET CORRECT FLAGS DEPENDING ON WHAT PROGRAM MODE   
      * FLIGHTS AND RESERVATIONS ALREADY GENERATED FOR THIS SCHEDULE    
      * ARE NOT TOUCHED -- SUSPENDING ONLY STOPS THE SCHEDULE FROM      
      * BEING USED TO GENERATE ANY FURTHER FLIGHTS                      
      * THE SUSPENSION IS ALSO RECORDED ON T145 SO THE NIGHTLY
      * Z02525 RUN TELLS THE PASSENGERS BOOKED ON ITS FUTURE FLIGHTS
      ****************************************************************  
       2092-SUSPEND-SCHEDULED-FLIGHT.                                   
           MOVE WS-WHAT-SCHEDULED-ID(WS-USER-CHOICE-POSITION) TO        
                        SCHEDULED-FLIGHT-ID                             
           PERFORM 7026-SUSPEND-THE-SCHEDULE                            
           PERFORM 7028-RECORD-SCHEDULE-CHANGE
           MOVE 'SCHEDULE SUSPEND'  TO WS-LOG-ACTION-TEXT               
           MOVE SCHEDULED-FLIGHT-ID TO WS-LOG-ENTITY-KEY                
           PERFORM 9050-LOG-TRANSACTION                                 
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
           MOVE 'Z02312  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ****************************************************************  
      *                      7001-OPEN-CURSOR                           
      ****************************************************************  
           END-IF                                                       
           .                                                            
      ******************************************************************
      *                 7028-RECORD-SCHEDULE-CHANGE
      * ONE T145 ROW FOR THE WHOLE SCHEDULE (CHANGE_TYPE 'S', NO
      * FLIGHT, NO TIMES) -- Z02525 WORKS OUT THE FUTURE FLIGHTS AND
      * THEIR RESERVATIONS ITSELF, AND DROPS THE ROW IF THE SCHEDULE
      * HAS BEEN REACTIVATED BY THE TIME IT RUNS
      ******************************************************************
       7028-RECORD-SCHEDULE-CHANGE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-SCHEDULE-CHANGE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
               SET SO-7028-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
            INSERT INTO T145_SCHEDULE_CHANGE
               (CHANGE_ID, CHANGE_TYPE, SCHEDULED_FLIGHT_ID,
                FLIGHT_ID, OLD_DEPARTURE_TIMESTAMP,
                NEW_DEPARTURE_TIMESTAMP, OLD_ARRIVAL_TIMESTAMP,
                NEW_ARRIVAL_TIMESTAMP, OPERATOR_ID,
                CHANGE_TIMESTAMP, PROCESSED_FLAG)
            VALUES
               (:WS-SCHEDULE-CHANGE-ID, 'S', :SCHEDULED-FLIGHT-ID,
                NULL, NULL, NULL, NULL, NULL, :WS-OPERATOR-ID,
                CURRENT TIMESTAMP, 'N')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
               SET SO-7028-PARA TO TRUE
               PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7027-REACTIVATE-THE-SCHEDULE                    
      ******************************************************************
       7027-REACTIVATE-THE-SCHEDULE.                                    
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
           MOVE WS-LOG-ENTITY-KEY    TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
      ******************************************************************
      *                     9050-LOG-TRANSACTION                        
      * WRITES ONE ROW TO T24_TRANSACTION_LOG_TABLE SO "WHICH AGENT     
      * DID THIS" CAN ALWAYS BE ANSWERED. THE CALLER MOVES              
