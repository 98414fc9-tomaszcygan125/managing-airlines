      *              FIRST E-TICKET NUMBER (T45, ISSUED BY Z02202 AT
      *              PAYMENT TIME; BLANK FOR PRE-TICKETING BOOKINGS).
      *              NEW MP0225 MAP FIELD TICKO PER ROW
      *  2026-10-15  NEW MP0225 MAP FIELD RESLOCI (PIC X(6)) TAKES THE
      *              SIX-CHARACTER BOOKING REFERENCE; IT MUST COME
      *              WITH THE LEAD PASSENGER'S LAST NAME IN RESNAMI
      *              (2104-PREPARE-RECORD-LOCATOR)
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG
      *  2026-10-15  AN OPERATOR SCOPED TO ONE CARRIER (T40
      *              AIRLINE_SCOPE, SEE Z02535'S HEADER) NOW FINDS ONLY
      *              RESERVATIONS ALL OF WHOSE FLIGHTS ARE THAT
      *              CARRIER'S -- THE SCOPE IS READ THROUGH Z02535 IN
      *              THE NEW 2105-RESOLVE-CARRIER-SCOPE AND
      *              C-RESERVATION-CURSOR FILTERS ON IT
      *  2026-10-15  START AND END OF EVERY TASK TIMED AND RECORDED ON
      *              T154 THROUGH Z02538 FOR THE Z02539 RESPONSE-TIME
      *              STATISTICS
      ******************************************************************
       DATA DIVISION.                                                   
       WORKING-STORAGE SECTION.                                         
           COPY DFHAID.                                                 
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY ZZEC0276.
           COPY ZZMP0225.
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
           EXEC SQL INCLUDE T05TAB END-EXEC.                            
           EXEC SQL INCLUDE T02TAB END-EXEC.                            
                   88 SO-7016-PARA              VALUE '7016'.           
                   88 SO-7018-PARA              VALUE '7018'.
                   88 SO-7030-PARA              VALUE '7030'.
                   88 SO-7031-PARA              VALUE '7031'.
                   88 SO-9050-PARA              VALUE '9050'.
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
       01 WS-CARRIER-SCOPE                  PIC X(3) VALUE SPACE.
       01 CT-CONSTANTS.
           05 CT-CALLING-PROGRAM-NAME PIC X(8) VALUE 'Z02131  '.        
           05 CT-THIS-PROGRAM-NAME    PIC X(8) VALUE 'Z02252  '.        
           05 WS-TICKET-NUMBER                   PIC S9(9) COMP.
           05 WS-TICKET-IND                      PIC S9(4) COMP.
           05 WS-TICKET-RESERVATION-ID           PIC S9(9) COMP.
           05 WS-RECORD-LOCATOR                  PIC X(6).
           05 WS-LOCATOR-RESERVATION-ID          PIC S9(9) COMP.
           05 WS-ITER2                           PIC S9(4) COMP VALUE 0.
           05 WS-ITER3                           PIC S9(4) COMP VALUE 0.
           05 WS-ITER4                           PIC S9(4) COMP VALUE 0.
                                  :WS-MAIN-PASSENGER-LOW AND         
                MAIN_PASSENGER_LAST_NAME <=                          
                                  :WS-MAIN-PASSENGER-HIGH            
                              AND
                T04.RESERVATION_STATUS <> :CT-DELETED-STATUS
      * A CARRIER-SCOPED OPERATOR SEES NO RESERVATION HOLDING A LIVE
      * SEAT ON ANOTHER CARRIER'S FLIGHT
                              AND
                (:WS-CARRIER-SCOPE = ' ' OR
                 NOT EXISTS
                   (SELECT 1
                      FROM T04_FLIGHT_SEATS T04S
                      INNER JOIN T05_FLIGHT_TABLE T05S ON
                         T05S.FLIGHT_ID = T04S.FLIGHT_ID
                     WHERE T04S.RESERVATION_ID = T09.RESERVATION_ID
                       AND T04S.RESERVATION_STATUS <>
                                  :CT-DELETED-STATUS
                       AND T05S.AIRLINE_CODE <> :WS-CARRIER-SCOPE))
             FOR FETCH ONLY
           END-EXEC.
                                                                     
       LINKAGE SECTION.                                              
       01 DFHCOMMAREA PIC X(32000).                                  
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
      ***************************************************************** 
       2101-SEARCH-THE-RESERVATIONS.                                    
           DISPLAY '2012 PERFORMED'                                     
           PERFORM 2031-RECEIVE-USER-INPUT                              
           PERFORM 2103-PREPARE-DATA
           PERFORM 2105-RESOLVE-CARRIER-SCOPE
           PERFORM 7001-OPEN-CURSOR
           PERFORM 7002-FETCH-CURSOR-TO-QUEUE                           
           PERFORM 7003-CLOSE-CURSOR                                    
           .                                                            
      ****************************************************************
      *              2105-RESOLVE-CARRIER-SCOPE
      * THE SIGNED-ON OPERATOR'S CARRIER SCOPE OFF T40 (Z02535);
      * SPACE MEANS EVERY CARRIER
      ****************************************************************
       2105-RESOLVE-CARRIER-SCOPE.
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
      * HERE PROGRAM WILL MOVE DATA PROVIDED BY THE USER TO THE         
      * VALID PROGRAM VARIABLES                                         
      *                                                                 
               FUNCTION LENGTH(WS-MAIN-PASSENGER-LOW-TEXT)              
           COMPUTE WS-MAIN-PASSENGER-HIGH-LEN =                         
               FUNCTION LENGTH(WS-MAIN-PASSENGER-HIGH-TEXT)             

           IF RESLOCI NOT = SPACE AND RESLOCI NOT = LOW-VALUES THEN
              PERFORM 2104-PREPARE-RECORD-LOCATOR
           END-IF
           DISPLAY '2103 END'                                           
           .                                                            
      ****************************************************************
      *                 2104-PREPARE-RECORD-LOCATOR
      * THE SIX-CHARACTER BOOKING REFERENCE (T09.RECORD_LOCATOR) IS
      * ONLY ACCEPTED TOGETHER WITH THE LEAD PASSENGER'S LAST NAME,
      * THE SAME PAIR AN AIRPORT DESK ASKS FOR.  THE PAIR IS TURNED
      * INTO ITS RESERVATION_ID UP FRONT, SO THE CURSOR ITSELF STAYS
      * AS IT WAS -- LOW AND HIGH RESERVATION NUMBER BOTH GET IT
      ****************************************************************
       2104-PREPARE-RECORD-LOCATOR.
           IF RESNAMI = SPACE OR LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'BOOKING REF NEEDS THE LEAD PASSENGER LAST NAME'
                                         TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           INSPECT RESLOCI REPLACING ALL '_' BY ' '
           MOVE FUNCTION UPPER-CASE(RESLOCI) TO WS-RECORD-LOCATOR
           PERFORM 7031-FIND-BY-RECORD-LOCATOR
           IF SO-SQLCODE-NOT-FOUND OR
              WS-LOCATOR-RESERVATION-ID < WS-RESERVATION-ID-LOW OR
              WS-LOCATOR-RESERVATION-ID > WS-RESERVATION-ID-HIGH THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO RESERVATION FOR THIS BOOKING REF AND NAME'
                                         TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-LOCATOR-RESERVATION-ID TO WS-RESERVATION-ID-LOW
           MOVE WS-LOCATOR-RESERVATION-ID TO WS-RESERVATION-ID-HIGH
           .
      ****************************************************************  
      *                   2111-MOVE-DATA-TO-QUEUE                       
      ****************************************************************  
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
           MOVE 'Z02252  ' TO TTIM-PROGRAM-ID
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
      *                  7031-FIND-BY-RECORD-LOCATOR
      ******************************************************************
       7031-FIND-BY-RECORD-LOCATOR.
           MOVE 0 TO WS-LOCATOR-RESERVATION-ID
           EXEC SQL
             SELECT RESERVATION_ID
             INTO :WS-LOCATOR-RESERVATION-ID
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE
             WHERE RECORD_LOCATOR = :WS-RECORD-LOCATOR
               AND MAIN_PASSENGER_LAST_NAME = :WS-MAIN-PASSENGER-LOW
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7031-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                       9000-DB2-ERROR
      * FIRST E-TICKET OF THE RESERVATION SHOWN ON EACH ROW (T45,
      * ISSUED BY Z02202 -- SEE 7030-GET-FIRST-TICKET ABOVE)
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
