      *              2032-PROCESS-USER-CHOICE PARAGRAPH-NAME LINE THAT
      *              HAD GONE MISSING UNDER ITS COMMENT BOX
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG
      *
      *  2026-10-15  A FLIGHT NUMBER KEYED ON THE SEARCH NOW ALSO FINDS
      *              THE FLIGHT THROUGH ANY OF ITS CODESHARE PARTNERS'
      *              MARKETING NUMBERS ON THE NEW
      *              T118_CODESHARE_DESIGNATOR TABLE (SEE Z02292'S
      *              HEADER) -- C-FIND-A-FLIGHT-CURSOR MATCHES EITHER
      *              THE OPERATING FLIGHT_NUMBER OR A T118
      *              MARKETING_FLIGHT_NUMBER
      *
      *  2026-10-15  AN OPERATOR SCOPED TO ONE CARRIER (T40
      *              AIRLINE_SCOPE, SEE Z02535'S HEADER) NOW FINDS
      *              ONLY THAT CARRIER'S FLIGHTS -- THE SCOPE IS READ
      *              THROUGH Z02535 IN THE NEW 2104-RESOLVE-CARRIER-
      *              SCOPE AND C-FIND-A-FLIGHT-CURSOR FILTERS ON IT
      *
      *  2026-10-15  START AND END OF EVERY TASK TIMED AND RECORDED ON
      *              T154 THROUGH Z02538 FOR THE Z02539 RESPONSE-TIME
      *              STATISTICS
      *
      *  2026-10-15  A FLIGHT RENUMBERED THROUGH Z02555 IS STILL FOUND
      *              BY THE NUMBER IT USED TO CARRY -- THE EXACT-NUMBER
      *              BRANCH OF C-FIND-A-FLIGHT-CURSOR ALSO MATCHES
      *              T172_FLIGHT_NUMBER_CHANGE OLD_FLIGHT_NUMBER
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.                                         
           COPY DFHAID.                                                 
           COPY ZZMP0217.                                               
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY ZZEC0276.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T02TAB END-EXEC.
           EXEC SQL INCLUDE T10TAB END-EXEC.
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
       01 WS-CARRIER-SCOPE                  PIC X(3) VALUE SPACE.
       01 WS-DISRUPTION-FIELDS.
           05 WS-DISRUPTION-TYPE            PIC X(6).
           05 WS-DISRUPTION-COUNT           PIC S9(4) COMP.
            FROM                                                     
               T05_FLIGHT_TABLE                                      
            WHERE                                                    
              ((FLIGHT_NUMBER >= :WS-FLIGHT-NUMBER-LOW
                             AND
               FLIGHT_NUMBER <= :WS-FLIGHT-NUMBER-HIGH)
      * A PARTNER'S MARKETING NUMBER FINDS THE OPERATING FLIGHT TOO
                             OR
               (:WS-FLIGHT-NUMBER-LOW = :WS-FLIGHT-NUMBER-HIGH
                             AND
               (FLIGHT_ID IN
                  (SELECT T118.FLIGHT_ID
                     FROM T118_CODESHARE_DESIGNATOR T118
                    WHERE T118.MARKETING_FLIGHT_NUMBER =
                                     :WS-FLIGHT-NUMBER-LOW)
      * SO DOES THE NUMBER THE FLIGHT CARRIED BEFORE A RENUMBER
                             OR
                FLIGHT_ID IN
                  (SELECT T172.FLIGHT_ID
                     FROM T172_FLIGHT_NUMBER_CHANGE T172
                    WHERE T172.OLD_FLIGHT_NUMBER =
                                     :WS-FLIGHT-NUMBER-LOW))))
                                                                     
                             AND                                     
               DEPARTURE_AIRPORT_CODE >= :WS-ORIGIN-AIRPORT-LOW      
                  FLIGHT_STATUS = :WS-STATUS4 OR                        
                  FLIGHT_STATUS = :WS-STATUS5                           
               )                                                        
                             AND
                  FLIGHT_STATUS <> :CT-DELETED-STATUS
      * A CARRIER-SCOPED OPERATOR SEES ONLY THAT CARRIER'S FLIGHTS
                             AND
               (:WS-CARRIER-SCOPE = ' ' OR
                  AIRLINE_CODE = :WS-CARRIER-SCOPE)
            FOR FETCH ONLY
           END-EXEC.

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
      *  1. SO-M-FIRST-WITHOUT THIS STATUS MEANS THAT PROGRAM           
      ****************************************************************  
      *                2101-SEARCH-THE-FLIGHTS                          
      ****************************************************************  
       2101-SEARCH-THE-FLIGHTS.
           PERFORM 2103-PREPARE-DATA
           PERFORM 2104-RESOLVE-CARRIER-SCOPE
           PERFORM 7001-OPEN-CURSOR                                     
           PERFORM 7002-FETCH-CURSOR-TO-QUEUE                           
           PERFORM 7003-CLOSE-CURSOR                                    
           .                                                            
      ****************************************************************
      *              2104-RESOLVE-CARRIER-SCOPE
      * THE SIGNED-ON OPERATOR'S CARRIER SCOPE OFF T40 (Z02535);
      * SPACE MEANS EVERY CARRIER
      ****************************************************************
       2104-RESOLVE-CARRIER-SCOPE.
           MOVE 'SCOPE'              TO SCP-FUNCTION
           MOVE EIBOPID              TO SCP-OPERATOR-ID
           MOVE CT-THIS-PROGRAM-NAME TO SCP-PROGRAM-ID
           MOVE EIBTRNID             TO SCP-TRANSACTION-ID
           CALL 'Z02535' USING WS-ZZEC0276
           IF SCP-RESULT = 'E' THEN
              MOVE SCP-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE SCP-SQLCODE      TO SQLCODE
              MOVE SCP-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE SCP-AIRLINE-SCOPE TO WS-CARRIER-SCOPE
           .
      ****************************************************************
      *                     2103-PREPARE-DATA
      * PROGRAM CAN GO INTO TWO PATHS HERE                              
      * 1. WHEN PROGRAM IS CALLED IN ORDER TO DELETE THE FLIGHTS        
      * 2. WHEN PROGRAM IS CALLED IN ORDER TO ALLOW USER TO SEE         
      *                          3000-FINAL                             
      ******************************************************************
       3000-FINAL.                                                      
           PERFORM 3090-RECORD-RESPONSE-TIME
           EVALUATE TRUE                                                
           WHEN SO-FINAL-WITH-COMMAREA                                  
              PERFORM 3001-RETURN-WITH-TRANSID                          
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
           MOVE 'Z02232  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ****************************************************************  
      *                    3001-RETURN-WITH-TRANSID                     
      * PROGRAM WILL END THE PROGRAM WITH OPTION TO RETRIGGER           
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
