      ******************************************************************
      *                         CHANGE LOG
      *
      *  2026-10-15  START AND END OF EVERY TASK TIMED AND RECORDED ON
      *              T154 THROUGH Z02538 FOR THE Z02539 RESPONSE-TIME
      *              STATISTICS
      *
      *  2026-10-15  A FLIGHT CAN NOW BE SOLD UNDER UP TO THREE
      *              CODESHARE PARTNERS, EACH WITH ITS OWN MARKETING
      *              FLIGHT NUMBER, HELD ON THE NEW
      *              T118_CODESHARE_DESIGNATOR TABLE (FLIGHT_ID
      *              VARCHAR(15), MARKETING_AIRLINE_CODE CHAR(3),
      *              MARKETING_FLIGHT_NUMBER CHAR(15), CHANGED_BY
      *              CHAR(8), CHANGED_TIMESTAMP; KEY FLIGHT_ID +
      *              MARKETING_AIRLINE_CODE). 7014-INSERT-THE-FLIGHT
      *              WRITES THE ROWS THROUGH THE NEW 7030/7031 FOR BOTH
      *              THE SINGLE FLIGHT AND EVERY SCHEDULE FLIGHT (THE TS
      *              QUEUE NOW CARRIES QUEUE-MARKETING-AIRLINE-CODE2/3).
      *              THE FIRST PARTNER STAYS ON
      *              T05.MARKETING_AIRLINE_CODE. A PARTNER NUMBER LEFT
      *              BLANK -- AND ALWAYS ON A SCHEDULE -- IS THE PARTNER
      *              CODE IN FRONT OF OUR OWN NUMBER. NEW MAP FIELDS
      *              ADDED TO ZZMP0229/MP0229 FOR THIS: MRKTA2I, MRKTA3I
      *              (FURTHER PARTNER NAMES, PIC X(20)) AND MRKTNO1I,
      *              MRKTNO2I, MRKTNO3I (EACH PARTNER'S FLIGHT NUMBER
      *              WITHOUT THE CODE, PIC X(12), OPTIONAL). NEW MAP
      *              FIELDS ADDED TO ZZMP0230/MP0230 FOR THIS: SMRKT2I,
      *              SMRKT3I (PIC X(20)). NEW COMMAREA FIELDS ADDED TO
      *              ZZEC0215 FOR THIS:
      *              WS-Z02302-MARKETING-AIRLINE-NAME2 AND
      *              WS-Z02302-MARKETING-AIRLINE-NAME3
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG
      *
      *  2026-10-15  7027-CHECK-TURNAROUND-TIME'S FALLBACK FOR A
      *              MODEL WITH NO T78 ROW IS NOW THE
      *              'MIN-TURNAROUND-MINUTES' VALUE ON T87 FOR THE
      *              DEPARTURE STATION AS OF THE DEPARTURE DAY (NEW
      *              7029, Z02457 LOOKUP) -- CT-MIN-TURNAROUND-MINUTES
      *              IS ONLY THE DEFAULT WHEN T87 HAS NO ROW EITHER
      *
      *  2026-08-21  SINGLE-FLIGHT ADD AND SCHEDULE ENTRY NOW REJECT
      *              MOVEMENTS INSIDE AN AIRPORT'S CURFEW WINDOW --
      *              T02'S NEW OPEN/CLOSE_TIME_LOCAL COLUMNS, CHECKED
           COPY ZZMP0229.                                               
           COPY ZZMP0230.                                               
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY ZZEC0243.
      * BUSINESS-RULE PARAMETER LOOKUP (SEE Z02457)
           COPY ZZEC0269.                                               
           COPY DFHBMSCA.                                               
                                                                     
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
               88 SO-7026-PARA              VALUE '7026'.
               88 SO-7027-PARA              VALUE '7027'.
               88 SO-7028-PARA              VALUE '7028'.               
               88 SO-7031-PARA              VALUE '7031'.
               88 SO-7101-PARA              VALUE '7101'.               
               88 SO-7102-PARA              VALUE '7102'.               
               88 SO-7103-PARA              VALUE '7103'.               
               88 SO-7105-PARA              VALUE '7105'.               
               88 SO-7106-PARA              VALUE '7106'.               
               88 SO-9050-PARA              VALUE '9050'.               
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-LOG-FIELDS.                                                
           05 WS-LOG-ACTION-TEXT            PIC X(20).                  
           05 WS-LOG-ENTITY-KEY             PIC X(20).                  
          05 WS-AIRLINE                    PIC X(20).                   
          05 WS-MARKETING-AIRLINE          PIC X(20).                   
          05 WS-MARKETING-AIRLINE-CODE     PIC X(3).                    
      * FURTHER CODESHARE PARTNERS AND THE PARTNERS' OWN FLIGHT NUMBERS
      * (NUMBER PART ONLY -- THE PARTNER CODE IS PUT IN FRONT OF IT)
          05 WS-MARKETING-AIRLINE2         PIC X(20).
          05 WS-MARKETING-AIRLINE3         PIC X(20).
          05 WS-MARKETING-NUMBER1          PIC X(12).
          05 WS-MARKETING-NUMBER2          PIC X(12).
          05 WS-MARKETING-NUMBER3          PIC X(12).
      * DESIGNATORS WRITTEN TO T118 ALONGSIDE EVERY T05 INSERT --
      * ENTRY 1 IS ALWAYS THE PARTNER HELD IN MARKETING_AIRLINE_CODE
          05 WS-DESIGNATOR-TABLE.
             10 WS-DESIGNATOR OCCURS 3 TIMES.
                15 WS-DESIGNATOR-CODE      PIC X(3).
                15 WS-DESIGNATOR-NUMBER    PIC X(12).
          05 WS-DESIGNATOR-IDX             PIC S9(4) COMP VALUE 0.
          05 WS-DESIGNATOR-IDX2            PIC S9(4) COMP VALUE 0.
          05 WS-T118-AIRLINE-CODE          PIC X(3).
          05 WS-T118-FLIGHT-NUMBER         PIC X(15).
          05 WS-TIMESTAMP-STRUCTURE.                                    
             10 WS-DATE.                                                
                  15 FIRST-DEP-YEAR   PIC 9(4).                         
           05 WS-PLANE-CONFLICT-COUNT        PIC S9(4) COMP VALUE 0.
           05 WS-TURNAROUND-CONFLICTS        PIC S9(4) COMP VALUE 0.
           05 WS-MIN-TURNAROUND              PIC S9(4) COMP VALUE 0.
           05 WS-DEFAULT-TURNAROUND          PIC S9(4) COMP VALUE 0.
      * FALLBACK MINIMUM GROUND TIME WHEN THE MODEL HAS NO
      * T78_MODEL_TURNAROUND ROW
           05 CT-MIN-TURNAROUND-MINUTES      PIC S9(4) COMP VALUE 45.
           05 QUEUE-FILGHT-STATUS           PIC X(15).                  
           05 QUEUE-AIRLINE-CODE            PIC X(3).                   
           05 QUEUE-MARKETING-AIRLINE-CODE  PIC X(3).                   
           05 QUEUE-MARKETING-AIRLINE-CODE2 PIC X(3).
           05 QUEUE-MARKETING-AIRLINE-CODE3 PIC X(3).
       LINKAGE SECTION.                                                 
       01 DFHCOMMAREA  PIC X(32000).                                    
      ******************************************************************
      *                           1000-INIT                             
      ******************************************************************
       1000-INIT.                                                       
           PERFORM 1090-TAKE-START-TIME
           DISPLAY 'START OF Z02292'                                    
           MOVE DFHCOMMAREA TO WS-ZZEC0215                              
           DISPLAY 'AFTER DFHCOMMAREA MOVE'                             
           PERFORM 1005-CHECK-IF-FIRST-TIME                             
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
      *                     1005-CHECK-IF-FIRST-TIME                    
      * CORRECT FLAGS WILL BE SET AND PROCESSES WILL BE STARTED         
      * DEPENDING TO CURRECT PROGRAM MODE                               
              PERFORM 7011-CHECK-AIRLINE                                
              MOVE AIRLINE-CODE TO WS-MARKETING-AIRLINE-CODE            
           END-IF                                                       
           MOVE WS-MARKETING-AIRLINE-CODE TO WS-DESIGNATOR-CODE(1)
           MOVE WS-MARKETING-NUMBER1      TO WS-DESIGNATOR-NUMBER(1)
           MOVE WS-MARKETING-NUMBER2      TO WS-DESIGNATOR-NUMBER(2)
           MOVE WS-MARKETING-NUMBER3      TO WS-DESIGNATOR-NUMBER(3)
           MOVE WS-MARKETING-AIRLINE2 TO AIRLINE-NAME-TEXT
           MOVE 2 TO WS-DESIGNATOR-IDX
           PERFORM 2358-RESOLVE-CODESHARE-PARTNER
           MOVE WS-MARKETING-AIRLINE3 TO AIRLINE-NAME-TEXT
           MOVE 3 TO WS-DESIGNATOR-IDX
           PERFORM 2358-RESOLVE-CODESHARE-PARTNER
           PERFORM 2359-CHECK-CODESHARE-PARTNERS
           .
      ******************************************************************
      *               2358-RESOLVE-CODESHARE-PARTNER
      * RESOLVES THE PARTNER NAME IN AIRLINE-NAME-TEXT (BLANK WHEN NO
      * FURTHER PARTNER WAS KEYED) TO ITS CODE IN DESIGNATOR ENTRY
      * WS-DESIGNATOR-IDX -- SAME 7011 LOOKUP, SAME ORDERING RULE AS
      * 2328 (MUST RUN BEFORE THE OPERATING CARRIER'S OWN LOOKUP)
      ******************************************************************
       2358-RESOLVE-CODESHARE-PARTNER.
           IF AIRLINE-NAME-TEXT = SPACES THEN
              MOVE SPACES TO WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX)
           ELSE
              COMPUTE AIRLINE-NAME-LEN =
                 FUNCTION LENGTH(AIRLINE-NAME-TEXT)
              PERFORM 7011-CHECK-AIRLINE
              MOVE AIRLINE-CODE TO WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX)
           END-IF
           .
      ******************************************************************
      *               2359-CHECK-CODESHARE-PARTNERS
      * PARTNERS ARE KEYED IN ORDER (THE FIRST ONE IS THE ONE T05
      * CARRIES AS MARKETING_AIRLINE_CODE), EACH PARTNER ONLY ONCE,
      * AND A PARTNER FLIGHT NUMBER NEEDS ITS PARTNER
      ******************************************************************
       2359-CHECK-CODESHARE-PARTNERS.
           PERFORM VARYING WS-DESIGNATOR-IDX FROM 1 BY 1
                     UNTIL WS-DESIGNATOR-IDX > 3
              IF WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX) = SPACES AND
                 WS-DESIGNATOR-NUMBER(WS-DESIGNATOR-IDX) NOT = SPACES
              THEN
                 PERFORM 2700-INITIALIZE-ERROR-MESSAGE
                 MOVE 'PARTNER FLIGHT NUMBER NEEDS A PARTNER AIRLINE '
                                   TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF WS-DESIGNATOR-IDX > 1 AND
                 WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX) NOT = SPACES AND
                 WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX - 1) = SPACES
              THEN
                 PERFORM 2700-INITIALIZE-ERROR-MESSAGE
                 MOVE 'FILL CODESHARE PARTNERS FROM THE FIRST ONE '
                                   TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              PERFORM VARYING WS-DESIGNATOR-IDX2 FROM 1 BY 1
                        UNTIL WS-DESIGNATOR-IDX2 >= WS-DESIGNATOR-IDX
                 IF WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX) NOT = SPACES
                    AND WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX) =
                        WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX2)
                 THEN
                    PERFORM 2700-INITIALIZE-ERROR-MESSAGE
                    MOVE 'SAME CODESHARE PARTNER ENTERED TWICE '
                                   TO WS-Z02141-I-ERROR-MESSAGE(1)
                    SET SO-Z02141-M-WITH TO TRUE
                    PERFORM 2300-CALL-ERROR-ROUTINE
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      ******************************************************************
      *                  2317-VALIDATE-WEEK-DAYS                        
      ******************************************************************
              PERFORM 7011-CHECK-AIRLINE                                
              MOVE AIRLINE-CODE TO WS-MARKETING-AIRLINE-CODE            
           END-IF                                                       
      * A SCHEDULE'S PARTNERS SELL UNDER THEIR OWN CODE IN FRONT OF
      * THE SCHEDULE'S FLIGHT NUMBER, SO NO PARTNER NUMBERS ARE KEYED
           MOVE WS-MARKETING-AIRLINE-CODE TO WS-DESIGNATOR-CODE(1)
           MOVE SPACES TO WS-DESIGNATOR-NUMBER(1)
                          WS-DESIGNATOR-NUMBER(2)
                          WS-DESIGNATOR-NUMBER(3)
           MOVE WS-Z02302-MARKETING-AIRLINE-NAME2 TO AIRLINE-NAME-TEXT
           MOVE 2 TO WS-DESIGNATOR-IDX
           PERFORM 2358-RESOLVE-CODESHARE-PARTNER
           MOVE WS-Z02302-MARKETING-AIRLINE-NAME3 TO AIRLINE-NAME-TEXT
           MOVE 3 TO WS-DESIGNATOR-IDX
           PERFORM 2358-RESOLVE-CODESHARE-PARTNER
           PERFORM 2359-CHECK-CODESHARE-PARTNERS
           .
      ******************************************************************
      *                 2323-IF-SCHEDULE-AIRPORTS-DIF                   
      ******************************************************************
              MOVE MRKTAIRI TO WS-MARKETING-AIRLINE                     
              INSPECT WS-MARKETING-AIRLINE REPLACING ALL '_' BY ' '     
           END-IF                                                       
           IF MRKTA2I = SPACE OR MRKTA2I = LOW-VALUES THEN
              MOVE SPACES TO WS-MARKETING-AIRLINE2
           ELSE
              MOVE MRKTA2I TO WS-MARKETING-AIRLINE2
              INSPECT WS-MARKETING-AIRLINE2 REPLACING ALL '_' BY ' '
           END-IF
           IF MRKTA3I = SPACE OR MRKTA3I = LOW-VALUES THEN
              MOVE SPACES TO WS-MARKETING-AIRLINE3
           ELSE
              MOVE MRKTA3I TO WS-MARKETING-AIRLINE3
              INSPECT WS-MARKETING-AIRLINE3 REPLACING ALL '_' BY ' '
           END-IF
           IF MRKTNO1I = SPACE OR MRKTNO1I = LOW-VALUES THEN
              MOVE SPACES TO WS-MARKETING-NUMBER1
           ELSE
              MOVE MRKTNO1I TO WS-MARKETING-NUMBER1
              INSPECT WS-MARKETING-NUMBER1 REPLACING ALL '_' BY ' '
           END-IF
           IF MRKTNO2I = SPACE OR MRKTNO2I = LOW-VALUES THEN
              MOVE SPACES TO WS-MARKETING-NUMBER2
           ELSE
              MOVE MRKTNO2I TO WS-MARKETING-NUMBER2
              INSPECT WS-MARKETING-NUMBER2 REPLACING ALL '_' BY ' '
           END-IF
           IF MRKTNO3I = SPACE OR MRKTNO3I = LOW-VALUES THEN
              MOVE SPACES TO WS-MARKETING-NUMBER3
           ELSE
              MOVE MRKTNO3I TO WS-MARKETING-NUMBER3
              INSPECT WS-MARKETING-NUMBER3 REPLACING ALL '_' BY ' '
           END-IF
           .
      ******************************************************************
      *                 2329-IF-DEST-AIRPORT-EMPTY                      
      ******************************************************************
              INSPECT WS-Z02302-MARKETING-AIRLINE-NAME                  
                                          REPLACING ALL '_' BY ' '      
           END-IF                                                       
           IF SMRKT2I = SPACE OR SMRKT2I = LOW-VALUES THEN
              MOVE SPACES TO WS-Z02302-MARKETING-AIRLINE-NAME2
           ELSE
              MOVE SMRKT2I TO WS-Z02302-MARKETING-AIRLINE-NAME2
              INSPECT WS-Z02302-MARKETING-AIRLINE-NAME2
                                          REPLACING ALL '_' BY ' '
           END-IF
           IF SMRKT3I = SPACE OR SMRKT3I = LOW-VALUES THEN
              MOVE SPACES TO WS-Z02302-MARKETING-AIRLINE-NAME3
           ELSE
              MOVE SMRKT3I TO WS-Z02302-MARKETING-AIRLINE-NAME3
              INSPECT WS-Z02302-MARKETING-AIRLINE-NAME3
                                          REPLACING ALL '_' BY ' '
           END-IF
           .
      ******************************************************************
      *                   2346-IF-AIRPORTS2-EMPTY                       
      ******************************************************************
           MOVE T05-AIRLINE-CODE           TO QUEUE-AIRLINE-CODE        
           MOVE T05-MARKETING-AIRLINE-CODE TO                           
                                            QUEUE-MARKETING-AIRLINE-CODE
           MOVE WS-DESIGNATOR-CODE(2) TO QUEUE-MARKETING-AIRLINE-CODE2
           MOVE WS-DESIGNATOR-CODE(3) TO QUEUE-MARKETING-AIRLINE-CODE3

           EXEC CICS                                                    
            WRITEQ TS                                                   
           MOVE QUEUE-AIRLINE-CODE     TO T05-AIRLINE-CODE              
           MOVE QUEUE-MARKETING-AIRLINE-CODE TO                         
                                            T05-MARKETING-AIRLINE-CODE  
           MOVE QUEUE-MARKETING-AIRLINE-CODE  TO WS-DESIGNATOR-CODE(1)
           MOVE QUEUE-MARKETING-AIRLINE-CODE2 TO WS-DESIGNATOR-CODE(2)
           MOVE QUEUE-MARKETING-AIRLINE-CODE3 TO WS-DESIGNATOR-CODE(3)
           MOVE SPACES TO WS-DESIGNATOR-NUMBER(1)
                          WS-DESIGNATOR-NUMBER(2)
                          WS-DESIGNATOR-NUMBER(3)
           COMPUTE T05-FLIGHT-ID-LEN =                                  
            FUNCTION LENGTH(T05-FLIGHT-ID-TEXT)                         
           COMPUTE T05-FLIGHT-NUMBER-LEN =                              
      *                          3000-FINAL                             
      ******************************************************************
       3000-FINAL.                                                      
           PERFORM 3090-RECORD-RESPONSE-TIME
           MOVE WS-ZZEC0215 TO DFHCOMMAREA                              
           EVALUATE TRUE                                                
           WHEN SO-GO-TO-PREVIOUS-PROGRAM                               
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
           MOVE 'Z02292  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ******************************************************************
      *                   3001-GOBACK-TO-PREVIOUS-PROG                  
      ******************************************************************
       3001-GOBACK-TO-PREVIOUS-PROG.                                    
               MOVE 'FLIGHT CREATE'   TO WS-LOG-ACTION-TEXT             
               MOVE T05-FLIGHT-ID-TEXT TO WS-LOG-ENTITY-KEY             
               PERFORM 9050-LOG-TRANSACTION                             
               PERFORM 7030-INSERT-DESIGNATORS
              END-IF                                                    
           END-IF                                                       
           .                                                            
      ******************************************************************
      *                 7030-INSERT-DESIGNATORS
      * EVERY CODESHARE PARTNER OF THE FLIGHT JUST INSERTED GETS ITS
      * T118_CODESHARE_DESIGNATOR ROW -- THE PARTNER'S OWN NUMBER WHEN
      * ONE WAS KEYED, OTHERWISE THE PARTNER CODE IN FRONT OF OUR
      * FLIGHT NUMBER
      ******************************************************************
       7030-INSERT-DESIGNATORS.
           PERFORM VARYING WS-DESIGNATOR-IDX FROM 1 BY 1
                     UNTIL WS-DESIGNATOR-IDX > 3
              IF WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX) NOT = SPACES THEN
                 PERFORM 7031-INSERT-ONE-DESIGNATOR
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                 7031-INSERT-ONE-DESIGNATOR
      ******************************************************************
       7031-INSERT-ONE-DESIGNATOR.
           MOVE WS-DESIGNATOR-CODE(WS-DESIGNATOR-IDX) TO
                                                   WS-T118-AIRLINE-CODE
           MOVE SPACES TO WS-T118-FLIGHT-NUMBER
           MOVE WS-T118-AIRLINE-CODE TO WS-T118-FLIGHT-NUMBER(1:3)
           IF WS-DESIGNATOR-NUMBER(WS-DESIGNATOR-IDX) = SPACES THEN
              MOVE T05-FLIGHT-NUMBER-TEXT(4:12) TO
                                           WS-T118-FLIGHT-NUMBER(4:12)
           ELSE
              MOVE WS-DESIGNATOR-NUMBER(WS-DESIGNATOR-IDX) TO
                                           WS-T118-FLIGHT-NUMBER(4:12)
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T118_CODESHARE_DESIGNATOR
                (FLIGHT_ID, MARKETING_AIRLINE_CODE,
                 MARKETING_FLIGHT_NUMBER, CHANGED_BY,
                 CHANGED_TIMESTAMP)
             VALUES
                (:T05-FLIGHT-ID, :WS-T118-AIRLINE-CODE,
                 :WS-T118-FLIGHT-NUMBER, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7031-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7023-CHECK-PLANE-AVAILABILITY                   
      * A PLANE CANNOT BE IN TWO PLACES AT ONCE -- PARAGRAPH CHECKS     
      * WHETHER T05-PLANE-ID ALREADY HAS A NON-CANCELED FLIGHT WHOSE    
      * LEAVE THE SAME AIRPORT AT 10:05.  THE TAIL'S NEIGHBOURING
      * LEGS MUST CLEAR THE MODEL'S MINIMUM GROUND TIME
      * (T78_MODEL_TURNAROUND, SET THROUGH Z02418'S 'T' ACTION;
      * THE T87 STATION VALUE FROM 7029 WHEN THE MODEL HAS NO ROW):
      * A PRIOR LEG ARRIVING AT OUR DEPARTURE STATION TOO CLOSE
      * BEFORE US, OR A LATER LEG LEAVING OUR ARRIVAL STATION TOO
      * CLOSE AFTER US, MARKS THE PLANE UNAVAILABLE
      ******************************************************************
       7027-CHECK-TURNAROUND-TIME.
           PERFORM 7029-GET-TURNAROUND-DEFAULT
           MOVE WS-DEFAULT-TURNAROUND TO WS-MIN-TURNAROUND
           EXEC SQL
             SELECT T78.MIN_TURNAROUND_MIN
             INTO :WS-MIN-TURNAROUND
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-NOT-FOUND THEN
              MOVE WS-DEFAULT-TURNAROUND TO WS-MIN-TURNAROUND
           END-IF
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7027-PARA TO TRUE
           END-EVALUATE
           .
      ******************************************************************
      *               7029-GET-TURNAROUND-DEFAULT
      * MINIMUM GROUND TIME FOR THE DEPARTURE STATION IN FORCE ON THE
      * DEPARTURE DAY.  NO T87 ROW (OR A FAILED READ) LEAVES THE
      * CT- VALUE
      ******************************************************************
       7029-GET-TURNAROUND-DEFAULT.
           MOVE 'MIN-TURNAROUND-MINUTES'   TO PARM-NAME
           MOVE T05-DEPARTURE-AIRPORT-CODE TO PARM-SCOPE
           MOVE T05-DEPARTURE-TIMESTAMP(1:10) TO PARM-AS-OF-DATE
           MOVE CT-MIN-TURNAROUND-MINUTES  TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-DEFAULT-TURNAROUND
           .
      ******************************************************************
      *               7028-CHECK-SLOT-CAPACITY
      * THE DEPARTURE AIRPORT'S MOVEMENTS-PER-HOUR SLOT LIMIT (T02
      * MOVEMENTS_PER_HOUR, SET THROUGH Z02333'S 'H' ACTION; ZERO
           MOVE  'ROLLBACK PERFORMED '                                  
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
