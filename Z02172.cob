      ******************************************************************
      *                         CHANGE LOG
      *
      *  2026-10-15  START AND END OF EVERY TASK TIMED AND RECORDED ON
      *              T154 THROUGH Z02538 FOR THE Z02539 RESPONSE-TIME
      *              STATISTICS
      *
      *  2026-10-15  CHARTER FLIGHTS (ROWS ON T120_CHARTER_FLIGHT, SEE
      *              Z02498) ARE SOLD WHOLE TO THE CHARTERER AND NEVER
      *              APPEAR IN AVAILABILITY -- EVERY AVAILABILITY CURSOR
      *              NOW SKIPS THEM
      *
      *  2026-10-15  A FLIGHT MAY NOW CARRY SEVERAL CODESHARE
      *              DESIGNATORS ON THE NEW T118_CODESHARE_DESIGNATOR
      *              TABLE (SEE Z02292'S HEADER). WHEN Z02152 PASSES A
      *              FLIGHT NUMBER (NEW COMMAREA FIELD
      *              WS-Z02172-FLIGHT-NUMBER) C-DIRECT-ONE-WAY-CURSOR
      *              ONLY RETURNS THE FLIGHT WHOSE OPERATING NUMBER OR
      *              ANY MARKETING NUMBER MATCHES IT, AND MKTFLTNO NOW
      *              SHOWS THE T118 DESIGNATOR (THE ONE SEARCHED FOR
      *              WHEN IT MATCHED) INSTEAD OF A NUMBER DERIVED FROM
      *              T05.MARKETING_AIRLINE_CODE -- THE DERIVED NUMBER
      *              STAYS AS THE FALLBACK FOR FLIGHTS WITH NO T118 ROW
      *
      *  2026-10-15  A FLIGHT WITH AN ACCEPTED T89_OVERBOOKING_REVIEW
      *              RECOMMENDATION (PROPOSED MONTHLY BY Z02462 FROM
      *              NO-SHOW HISTORY, ACCEPTED THROUGH Z02463) NOW
      *              SELLS TO THE SUM OF ITS ACCEPTED CABIN SEATS
      *              INSTEAD OF THE T87 ALLOWANCE -- NEW
      *              7057-GET-FLIGHT-ALLOWANCE AHEAD OF EVERY FREE-SEAT
      *              CHECK, EACH LEG OF A RETURN TRIP ON ITS OWN FIGURE
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG
      *
      *  2026-08-21  7013-CHECK-FOR-SEATS NOW ALSO HONOURS THE
      *              BOOKING-CLASS SELL LIMITS ON T41_CLASS_LIMIT
      *              (NEW 7098-CHECK-CLASS-INVENTORY) -- A FLIGHT
      *              DIRECT-CURSOR PATH, AND 7095'S FALLBACK PATH
      *              AHEAD OF 7096'S CONVERSION -- SO THE SEARCH
      *              QUOTE AND Z02202'S CHARGED AMOUNT MOVE TOGETHER
      *
      *  2026-10-15  THE OVERBOOKING ALLOWANCE IS NO LONGER FIXED AT
      *              CT-OVERBOOKING-ALLOWANCE -- 1020 READS
      *              'OVERBOOKING-ALLOWANCE' OFF T87 THROUGH Z02457
      *              ONCE PER TASK INTO WS-OVERBOOKING-ALLOWANCE, THE
      *              CONSTANT STAYING ONLY AS THE NO-ROW DEFAULT
      *                                                                 
      *  2026-08-09  ADDED SUPPORT FOR WS-Z02172-FLEXIBLE-DATES-FLAG,   
      *              SET BY Z02152 WHEN THE CUSTOMER ASKS FOR NEARBY    
               88 SO-7054-PARA              VALUE '7054'.               
               88 SO-7055-PARA              VALUE '7055'.               
               88 SO-7056-PARA              VALUE '7056'.               
               88 SO-7057-PARA              VALUE '7057'.
               88 SO-7095-PARA              VALUE '7095'.               
               88 SO-7096-PARA              VALUE '7096'.               
               88 SO-7097-PARA              VALUE '7097'.
           05 CT-1-HOUR        PIC S9(9) COMP VALUE 3600.               
           05 CT-15-HOURS      PIC S9(9) COMP VALUE 54000.              
           05 CT-OVERBOOKING-ALLOWANCE PIC S9(4) COMP VALUE 0.          
           05 CT-REVIEW-ACCEPTED       PIC X(10) VALUE 'ACCEPTED'.
           05 CT-FLEXIBLE-DATE-WINDOW-DAYS PIC S9(4) COMP VALUE 3.      
           05 CT-DELETED-STATUS.                                        
               49 CT-DELETED-STATUS-LEN PIC S9(4) COMP VALUE 7.         
             10 FILLER       PIC X VALUE '.'.                           
             10 ONE-WAY-Q-ARV-MICROSEC PIC 9(6).                        
           05 QUEUE-AIRLINE-CODE           PIC X(3).                    
           05 QUEUE-MARKETING-AIRLINE-CODE PIC X(3).
           05 QUEUE-MARKETING-FLIGHT-NUMBER PIC X(15).
           05 QUEUE-TRANSFER-NUMBER        PIC X(2).
      * THIS VARIABLE STORES INFORMATION ABOUT AMOUNT OF FREE SEATS     
      * FOR MAIN (FIRST FLIGHT)                                         
           05 ONE-WAY-Q-FREE-SEATS         PIC S9(4) COMP.              
           05 WS-NUM-OF-FREE-SEATS         PIC S9(9) COMP VALUE 0.      
           05 WS-TO-FLIGHT-AIRLINE-CODE    PIC X(3).                    
           05 WS-FROM-FLIGHT-AIRLINE-CODE  PIC X(3).                    
           05 WS-MARKETING-FLIGHT-NUMBER   PIC X(15).
           05 WS-SEARCH-FLIGHT-NUMBER      PIC X(15) VALUE SPACE.
           05 WS-ITER                      PIC S9(4) COMP VALUE 0.      
           05 WS-ITER2                     PIC S9(4) COMP VALUE 0.      
           05 WS-ITER3                     PIC S9(4) COMP VALUE 0.      
           05 WS-TRANSFER-ITER             PIC S9(4) COMP VALUE 0.      
           05 WS-NULL-IND                  PIC S9(4) COMP VALUE 0.      
           05 WS-AMOUNT-OF-FREE-SEATS      PIC S9(4) COMP VALUE 0.      
           05 WS-OVERBOOKING-ALLOWANCE     PIC S9(4) COMP VALUE 0.
           05 WS-FLIGHT-ALLOWANCE          PIC S9(4) COMP VALUE 0.
           05 WS-FROM-FLIGHT-ALLOWANCE     PIC S9(4) COMP VALUE 0.
           05 WS-ALLOWANCE-FLIGHT-ID.
               49 WS-ALLOWANCE-FLIGHT-ID-LEN   PIC S9(4) COMP.
               49 WS-ALLOWANCE-FLIGHT-ID-TEXT  PIC X(15).
           05 WS-TEMP-NUMERIC              PIC S9(4) COMP VALUE 0.      
           05 WS-TEMP-NUMERIC2             PIC S9(4) COMP VALUE 0.      
           05 WS-COUNT-OF-TAKEN-SEATS      PIC S9(4) COMP VALUE 0.      

           COPY DFHAID.                                                 
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY ZZMP0217.                                               
           COPY ZZMM0217.
           COPY ZZM10217.
           COPY ZZEC0265.                                               
      * BUSINESS-RULE PARAMETER LOOKUP (SEE Z02457)
           COPY ZZEC0269.
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
           EXEC SQL INCLUDE T02TAB END-EXEC.                            
           EXEC SQL INCLUDE T05TAB END-EXEC.                            
           T05.DEPARTURE_AIRPORT_CODE,                                  
           T05.ARRIVAL_AIRPORT_CODE,                                    
           T05.AIRLINE_CODE,                                            
           T05.MARKETING_AIRLINE_CODE,
           COALESCE(
           (SELECT MIN(T118.MARKETING_FLIGHT_NUMBER)
               FROM T118_CODESHARE_DESIGNATOR T118
              WHERE T118.FLIGHT_ID = T05.FLIGHT_ID
                AND (T118.MARKETING_FLIGHT_NUMBER =
                                     :WS-SEARCH-FLIGHT-NUMBER
                 OR NOT EXISTS
                    (SELECT 1
                       FROM T118_CODESHARE_DESIGNATOR T118S
                      WHERE T118S.FLIGHT_ID = T05.FLIGHT_ID
                        AND T118S.MARKETING_FLIGHT_NUMBER =
                                     :WS-SEARCH-FLIGHT-NUMBER))),
              ' '),
           (SELECT COALESCE(SUM(T13S.MAXIMUAL_AMOUNT_OF_SEATS), 0)
               FROM T08_TABLE_PLANE_TABLE T08S                          
               INNER JOIN T13_TYPE_OF_SEATS_TABLE T13S ON               
                 T13S.TYPE_OF_SEATS_ID = T08S.TYPE_OF_SEATS_ID          
                                                                        
                                    AND                                 
                 FLIGHT_STATUS <> :CT-DELETED-STATUS                    
                 AND NOT EXISTS
                    (SELECT 1
                       FROM T120_CHARTER_FLIGHT T120
                      WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
                                    AND
                 (:WS-SEARCH-FLIGHT-NUMBER = ' '
                  OR T05.FLIGHT_NUMBER = :WS-SEARCH-FLIGHT-NUMBER
                  OR T05.FLIGHT_ID IN
                     (SELECT T118F.FLIGHT_ID
                        FROM T118_CODESHARE_DESIGNATOR T118F
                       WHERE T118F.MARKETING_FLIGHT_NUMBER =
                                     :WS-SEARCH-FLIGHT-NUMBER))
           GROUP BY                                                     
              T05.FLIGHT_ID,                                            
              T05.FLIGHT_NUMBER,                                        
             AND DATE(F2.ARRIVAL_TIMESTAMP ) = :WS-ARRIVAL-DATE         
             AND                                                        
                F1.FLIGHT_STATUS <> :CT-DELETED-STATUS                  
                AND NOT EXISTS
                   (SELECT 1
                      FROM T120_CHARTER_FLIGHT T120A
                     WHERE T120A.FLIGHT_ID = F1.FLIGHT_ID)
             AND                                                        
                F2.FLIGHT_STATUS <> :CT-DELETED-STATUS                  
                AND NOT EXISTS
                   (SELECT 1
                      FROM T120_CHARTER_FLIGHT T120B
                     WHERE T120B.FLIGHT_ID = F2.FLIGHT_ID)
           FOR FETCH ONLY                                               
           END-EXEC.                                                    
                                                                        
           AND F3.ARRIVAL_AIRPORT_CODE = :WS-LAST-ARRIVAL-AIRPORT-CODE  
           AND DATE(F1.DEPARTURE_TIMESTAMP) = :WS-DEPARTURE-DATE        
           AND DATE(F3.ARRIVAL_TIMESTAMP ) = :WS-ARRIVAL-DATE           
           AND NOT EXISTS
              (SELECT 1
                 FROM T120_CHARTER_FLIGHT T120A
                WHERE T120A.FLIGHT_ID = F1.FLIGHT_ID)
           AND NOT EXISTS
              (SELECT 1
                 FROM T120_CHARTER_FLIGHT T120B
                WHERE T120B.FLIGHT_ID = F2.FLIGHT_ID)
           AND NOT EXISTS
              (SELECT 1
                 FROM T120_CHARTER_FLIGHT T120C
                WHERE T120C.FLIGHT_ID = F3.FLIGHT_ID)
           END-EXEC.                                                    
                                                                        
                                                                        
                                                                        
             AND DATE(T05.ARRIVAL_TIMESTAMP) = :WS-ARRIVAL-DATE         
             AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS                
             AND NOT EXISTS
                (SELECT 1
                   FROM T120_CHARTER_FLIGHT T120
                  WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
              GROUP BY                                                  
                T05.FLIGHT_ID,                                          
                T05.FLIGHT_NUMBER,                                      
                          :T05-DEPARTURE-AIRPORT-CODE )                 
               AND FIRST.ARRIVAL_TIMESTAMP < SECOND.DEPARTURE_TIMESTAMP 
               AND   FIRST.FLIGHT_STATUS <> :CT-DELETED-STATUS          
               AND NOT EXISTS
                  (SELECT 1
                     FROM T120_CHARTER_FLIGHT T120A
                    WHERE T120A.FLIGHT_ID = FIRST.FLIGHT_ID)
               AND   SECOND.FLIGHT_STATUS <> :CT-DELETED-STATUS         
               AND NOT EXISTS
                  (SELECT 1
                     FROM T120_CHARTER_FLIGHT T120B
                    WHERE T120B.FLIGHT_ID = SECOND.FLIGHT_ID)
               AND (FIRSTT04.RESERVATION_STATUS <> :CT-DELETED-STATUS   
                 OR  FIRSTT04.RESERVATION_STATUS  IS NULL )             
               AND (SECONDT04.RESERVATION_STATUS <> :CT-DELETED-STATUS  
               WHERE T05.DEPARTURE_AIRPORT_CODE =                       
                             :WS-Z02172-ORIGIN-AIRPORT-IATA             
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS              
               AND NOT EXISTS
                  (SELECT 1
                     FROM T120_CHARTER_FLIGHT T120
                    WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
              GROUP BY                                                  
                     T05.FLIGHT_ID,                                     
                     T05.FLIGHT_NUMBER,                                 
               TIMESTAMP(:T05-ARRIVAL-TIMESTAMP) +                      
                      :CT-15-HOURS SECONDS                              
                AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS             
                AND NOT EXISTS
                   (SELECT 1
                      FROM T120_CHARTER_FLIGHT T120
                     WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
               GROUP BY                                                 
                      T05.FLIGHT_ID,                                    
                      T05.PLANE_ID,                                     
               TIMESTAMP(:T05-ARRIVAL-TIMESTAMP) +                      
                      :CT-15-HOURS SECONDS                              
                AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS             
                AND NOT EXISTS
                   (SELECT 1
                      FROM T120_CHARTER_FLIGHT T120
                     WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
               GROUP BY                                                 
                      T05.FLIGHT_ID,                                    
                      T05.PLANE_ID,                                     
               TIMESTAMP(:T05-ARRIVAL-TIMESTAMP) +                      
                      :CT-15-HOURS SECONDS                              
                AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS             
                AND NOT EXISTS
                   (SELECT 1
                      FROM T120_CHARTER_FLIGHT T120
                     WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
               GROUP BY                                                 
                      T05.FLIGHT_ID,                                    
                      T05.PLANE_ID,                                     
               TIMESTAMP(:T05-ARRIVAL-TIMESTAMP) +                      
                      :CT-15-HOURS SECONDS                              
                AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS             
                AND NOT EXISTS
                   (SELECT 1
                      FROM T120_CHARTER_FLIGHT T120
                     WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
               GROUP BY                                                 
                      T05.FLIGHT_ID,                                    
                      T05.PLANE_ID,                                     
                                   :WS-Z02172-DEST-AIRPORT-IATA         

                AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS             
                AND NOT EXISTS
                   (SELECT 1
                      FROM T120_CHARTER_FLIGHT T120
                     WHERE T120.FLIGHT_ID = T05.FLIGHT_ID)
               GROUP BY                                                 
                      T05.FLIGHT_ID,                                    
                      T05.PLANE_ID,                                     
      *                  1000-INIT                                      
      ******************************************************************
       1000-INIT.                                                       
           PERFORM 1090-TAKE-START-TIME
           PERFORM 1005-CHECK-IF-FIRST-TIME                             
           PERFORM 1020-GET-OVERBOOKING-ALLOWANCE
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
      *              1020-GET-OVERBOOKING-ALLOWANCE
      * THE ALLOWANCE IN FORCE TODAY OFF T87 -- A MISSING ROW (OR A
      * FAILED READ) LEAVES THE OLD CT- VALUE IN PLACE
      ******************************************************************
       1020-GET-OVERBOOKING-ALLOWANCE.
           MOVE 'OVERBOOKING-ALLOWANCE' TO PARM-NAME
           MOVE SPACE                   TO PARM-SCOPE
           MOVE SPACE                   TO PARM-AS-OF-DATE
           MOVE CT-OVERBOOKING-ALLOWANCE TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-OVERBOOKING-ALLOWANCE
           .
      ******************************************************************
      *                 1005-CHECK-IF-FIRST-TIME                        
      * DEPENDING ON PROGRAM MODE, PARAGRAPH WILL SET PROGRAM FLAGS     
      *                                                                 
           MOVE T05-AIRLINE-CODE           TO QUEUE-AIRLINE-CODE        
           MOVE T05-MARKETING-AIRLINE-CODE TO                           
                                            QUEUE-MARKETING-AIRLINE-CODE
           MOVE WS-MARKETING-FLIGHT-NUMBER TO
                                           QUEUE-MARKETING-FLIGHT-NUMBER
           MOVE '00'                       TO QUEUE-TRANSFER-NUMBER     
           MOVE 'Y'                        TO QUEUE-FARE-FILLED
           MOVE WS-FARE-AMOUNT             TO QUEUE-FARE-AMOUNT
      * A CODESHARE FLIGHT ALSO CARRIES A MARKETING FLIGHT NUMBER --    
      * OPERATING CARRIER STAYS IN AIRLINEO ABOVE, MARKETING FLIGHT     
      * NUMBER GOES TO MKTFLTNO SO THE USER SEES BOTH                   
      * THE T118 DESIGNATOR WINS -- THE NUMBER DERIVED FROM THE
      * MARKETING CODE IS ONLY FOR FLIGHTS WITH NO T118 ROW
           EVALUATE TRUE
           WHEN QUEUE-MARKETING-FLIGHT-NUMBER NOT = SPACES
              MOVE QUEUE-MARKETING-FLIGHT-NUMBER TO MKTFLTNO(WS-ITER3)
           WHEN QUEUE-MARKETING-AIRLINE-CODE NOT = SPACES
              MOVE SPACES TO WS-MARKETING-FLIGHT-NUMBER
              MOVE QUEUE-MARKETING-AIRLINE-CODE TO
                                   WS-MARKETING-FLIGHT-NUMBER(1:3)
              MOVE QUEUE-FLIGHT-NUMBER(4:12) TO
                                   WS-MARKETING-FLIGHT-NUMBER(4:12)
              MOVE WS-MARKETING-FLIGHT-NUMBER TO MKTFLTNO(WS-ITER3)
           WHEN OTHER
              MOVE LOW-VALUES TO MKTFLTNO(WS-ITER3)
           END-EVALUATE
           MOVE QUEUE-TRANSFER-NUMBER   TO TRANSFER-NUMBERO(WS-ITER3)   
           IF QUEUE-FARE-FILLED = 'Y' THEN
              MOVE QUEUE-FARE-AMOUNT         TO  FAREO(WS-ITER3)
           MOVE WS-Z02172-DEST-AIRPORT-IATA TO  T05-ARRIVAL-AIRPORT-CODE
           MOVE WS-Z02172-ORIGIN-AIRPORT-IATA TO                        
                                              T05-DEPARTURE-AIRPORT-CODE
           MOVE WS-Z02172-FLIGHT-NUMBER TO WS-SEARCH-FLIGHT-NUMBER

           PERFORM 7007-COMPUTE-FLEX-DATE-RANGE                         
           PERFORM 7001-OPEN-DIR-ONEWAY-CURSOR                          
      *                          3000-FINAL                             
      ******************************************************************
       3000-FINAL.                                                      
           PERFORM 3090-RECORD-RESPONSE-TIME
           EVALUATE TRUE                                                
           WHEN SO-FINAL-WITH-COMMAREA                                  
              MOVE WS-ZZEC0215 TO DFHCOMMAREA                           
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
           MOVE 'Z02172  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ******************************************************************
      *                     3001-SEND-INVALID-CALL-MSG                  
      ******************************************************************
       3001-SEND-INVALID-CALL-MSG.                                      
           INITIALIZE T05-ARRIVAL-AIRPORT-CODE                          
           INITIALIZE T05-AIRLINE-CODE                                  
           INITIALIZE T05-MARKETING-AIRLINE-CODE                        
           MOVE SPACE TO WS-MARKETING-FLIGHT-NUMBER
           INITIALIZE WS-AMOUNT-OF-FREE-SEATS                           
           MOVE ZERO  TO WS-FARE-AMOUNT
           MOVE SPACE TO WS-AIRLINE-CURRENCY-CODE
             :T05-ARRIVAL-AIRPORT-CODE,                                 
             :T05-AIRLINE-CODE,                                         
             :T05-MARKETING-AIRLINE-CODE,                               
             :WS-MARKETING-FLIGHT-NUMBER,
             :WS-AMOUNT-OF-FREE-SEATS,
             :WS-FARE-AMOUNT,
             :WS-AIRLINE-CURRENCY-CODE,
               MOVE WS-TEMP-NUMERIC TO WS-WAITLIST-REQ-SEATS
               PERFORM 7014-ADD-TO-WAITLIST
           ELSE
           MOVE T05-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
           PERFORM 7057-GET-FLIGHT-ALLOWANCE
           IF WS-AMOUNT-OF-FREE-SEATS + WS-FLIGHT-ALLOWANCE
                                              >= WS-TEMP-NUMERIC
           THEN
               MOVE WS-AMOUNT-OF-FREE-SEATS TO ONE-WAY-Q-FREE-SEATS
           END-IF
           .
      ******************************************************************
      *                7057-GET-FLIGHT-ALLOWANCE
      * A FLIGHT WHOSE T89 OVERBOOKING RECOMMENDATIONS A REVENUE
      * ANALYST HAS ACCEPTED (Z02462 PROPOSES, Z02463 ACCEPTS) SELLS
      * TO THE SUM OF ITS ACCEPTED CABIN SEATS; A FLIGHT WITH NONE
      * KEEPS THE T87 ALLOWANCE 1020 READ
      ******************************************************************
       7057-GET-FLIGHT-ALLOWANCE.
           EXEC SQL
             SELECT COALESCE(SUM(RECOMMENDED_SEATS), -1)
             INTO :WS-FLIGHT-ALLOWANCE
             FROM T89_OVERBOOKING_REVIEW
             WHERE FLIGHT_ID     = :WS-ALLOWANCE-FLIGHT-ID
               AND REVIEW_STATUS = :CT-REVIEW-ACCEPTED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7057-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-FLIGHT-ALLOWANCE < 0 THEN
              MOVE WS-OVERBOOKING-ALLOWANCE TO WS-FLIGHT-ALLOWANCE
           END-IF
           .
      ******************************************************************
      *                7098-CHECK-CLASS-INVENTORY
      * BOOKING-CLASS SELL LIMITS (T41_CLASS_LIMIT, MAINTAINED
      * THROUGH Z02384).  A FLIGHT WITH NO T41 ROWS SELLS THE OLD
      * FLIGHTS                                                         
           WHEN SO-SQLCODE-NORMAL                                       
              MOVE WS-Z02172-TICKET-NUMBER TO WS-TEMP-NUMERIC           
              MOVE WS-FROM-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
              PERFORM 7057-GET-FLIGHT-ALLOWANCE
              MOVE WS-FLIGHT-ALLOWANCE TO WS-FROM-FLIGHT-ALLOWANCE
              MOVE WS-TO-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
              PERFORM 7057-GET-FLIGHT-ALLOWANCE
                                                                        
              IF WS-TO-FLIGHT-FREE-SEATS + WS-FLIGHT-ALLOWANCE
                                              >= WS-TEMP-NUMERIC        
              THEN                                                      
                 SET SO-THERE-ARE-FREE-SEATS TO TRUE                    
                 IF WS-FROM-FLIGHT-FREE-SEATS + WS-FROM-FLIGHT-ALLOWANCE
                                              >= WS-TEMP-NUMERIC        
                 THEN                                                   
                    PERFORM 2335-MOVE-DATA-TO-QUEUE                     
           WHEN SO-SQLCODE-NORMAL                                       
              DISPLAY 'FETCH NORMAL '                                   
              MOVE WS-Z02172-TICKET-NUMBER TO WS-TEMP-TICKET-NUMBER     
              MOVE T05-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
              PERFORM 7057-GET-FLIGHT-ALLOWANCE
              IF WS-NUM-OF-FREE-SEATS + WS-FLIGHT-ALLOWANCE
                                           >= WS-TEMP-TICKET-NUMBER     
                 MOVE T05-ARRIVAL-AIRPORT-CODE TO                       
                           WS-LAST-DESTINATION-AIRPORT                  
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
              MOVE WS-Z02172-TICKET-NUMBER TO WS-TEMP-TICKET-NUMBER     
              MOVE T05-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
              PERFORM 7057-GET-FLIGHT-ALLOWANCE
              IF WS-NUM-OF-FREE-SEATS + WS-FLIGHT-ALLOWANCE
                                            > WS-TEMP-TICKET-NUMBER     
                 MOVE T05-ARRIVAL-AIRPORT-CODE TO                       
                           WS-LAST-DESTINATION-AIRPORT                  
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
              MOVE WS-Z02172-TICKET-NUMBER TO WS-TEMP-TICKET-NUMBER     
              MOVE T05-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
              PERFORM 7057-GET-FLIGHT-ALLOWANCE
              IF WS-NUM-OF-FREE-SEATS + WS-FLIGHT-ALLOWANCE
                                            > WS-TEMP-TICKET-NUMBER     
                 MOVE T05-ARRIVAL-AIRPORT-CODE TO                       
                           WS-LAST-DESTINATION-AIRPORT                  
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
              MOVE WS-Z02172-TICKET-NUMBER TO WS-TEMP-TICKET-NUMBER     
              MOVE T05-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
              PERFORM 7057-GET-FLIGHT-ALLOWANCE
              IF WS-NUM-OF-FREE-SEATS + WS-FLIGHT-ALLOWANCE
                                            > WS-TEMP-TICKET-NUMBER     
                 MOVE T05-ARRIVAL-AIRPORT-CODE TO                       
                           WS-LAST-DESTINATION-AIRPORT                  
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
              MOVE WS-Z02172-TICKET-NUMBER TO WS-TEMP-TICKET-NUMBER     
              MOVE T05-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
              PERFORM 7057-GET-FLIGHT-ALLOWANCE
              IF WS-NUM-OF-FREE-SEATS + WS-FLIGHT-ALLOWANCE
                                            > WS-TEMP-TICKET-NUMBER     
                 MOVE T05-ARRIVAL-AIRPORT-CODE TO                       
                           WS-LAST-DESTINATION-AIRPORT                  
           EVALUATE TRUE                                                
           WHEN SO-SQLCODE-NORMAL                                       
              MOVE WS-Z02172-TICKET-NUMBER TO WS-TEMP-TICKET-NUMBER     
              MOVE T05-FLIGHT-ID TO WS-ALLOWANCE-FLIGHT-ID
              PERFORM 7057-GET-FLIGHT-ALLOWANCE
              IF WS-NUM-OF-FREE-SEATS + WS-FLIGHT-ALLOWANCE
                                            > WS-TEMP-TICKET-NUMBER     
                SET SO-CONTINUE-WITH-ROW TO TRUE                        
                PERFORM 2204-MOVE-FETCHED-TO-QEUEU                      
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
