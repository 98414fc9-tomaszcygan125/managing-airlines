      *              STAFF CAN SEE WHO WAS MOVED.  NEW MP0224 MAP
      *              FIELD UPGO PER ROW (PIC X, 'Y' OR BLANK),
      *              CARRIED THROUGH THE QUEUE AS QUEUE-UPGRADED-FLAG
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG
      *
      *  2026-10-15  THE SCREEN HEADER NOW LISTS EVERY CODESHARE
      *              DESIGNATOR THE FLIGHT IS SOLD UNDER (PARTNER
      *              MARKETING FLIGHT NUMBERS ON THE NEW
      *              T118_CODESHARE_DESIGNATOR TABLE, SEE Z02292'S
      *              HEADER; BLANK WHEN NOT A CODESHARE). NEW MP0224 MAP
      *              FIELD FOR THIS: CSHAREO (PIC X(64) OUTPUT), FILLED
      *              IN 2119-INITIALIZE-MAP BY THE NEW
      *              7021-GET-CODESHARE-DESIGNATORS PARAGRAPH
      *
      *  2026-10-15  THE ID NUMBER ON EACH ROW IS NOW MASKED TO ITS
      *              LAST FOUR DIGITS UNLESS THE OPERATOR'S ROLE HAS
      *              FULL VIEW (Z02533, T87 PII-FULL-VIEW-<ROLE>).  A
      *              SUPERVISOR UNMASKS ONE ROW BY KEYING ITS LINE
      *              NUMBER ON THE PAGE IN THE NEW MP0224 FIELD UNMROW
      *              (PIC 99 INPUT) AND A REASON IN THE NEW FIELD
      *              UNMRSN (PIC X(40) INPUT) AND PRESSING F5; Z02533
      *              LOGS IT TO T24 AND T150.  THE ROW IS MASKED AGAIN
      *              ON THE NEXT PAGE TURN -- NEW 2024, 2060-2062
      *
      *  2026-10-15  AN OPERATOR SCOPED TO ONE CARRIER (T40
      *              AIRLINE_SCOPE, SEE Z02535'S HEADER) CAN NO LONGER
      *              LIST THE PASSENGERS OF ANOTHER CARRIER'S FLIGHT --
      *              NEW 2063-CHECK-CARRIER-SCOPE ASKS Z02535 ON FIRST
      *              ENTRY, AND Z02535 LOGS THE REFUSAL TO T24
      *
      *  2026-10-15  START AND END OF EVERY TASK TIMED AND RECORDED ON
      *              T154 THROUGH Z02538 FOR THE Z02539 RESPONSE-TIME
      *              STATISTICS
      ******************************************************************
       DATA DIVISION.                                                   
       WORKING-STORAGE SECTION.                                         
           COPY DFHAID.                                                 
           COPY ZZMP0217.                                               
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY ZZEC0275.
           COPY ZZEC0276.
           COPY ZZMP0224.
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
           EXEC SQL INCLUDE T04TAB END-EXEC.                            
           EXEC SQL INCLUDE T06TAB END-EXEC.                            
                  F1.RESERVATION_ID = :T04-RESERVATION-ID               
            FOR FETCH ONLY                                              
           END-EXEC                                                     
      * CURSOR WILL RETURN EVERY CODESHARE DESIGNATOR (PARTNER
      * MARKETING FLIGHT NUMBER) SOLD ON THE GIVEN FLIGHT
           EXEC SQL
            DECLARE C-DESIGNATORS CURSOR
            FOR
            SELECT
                  MARKETING_FLIGHT_NUMBER
            FROM
                  T118_CODESHARE_DESIGNATOR
            WHERE FLIGHT_ID = :Z02242-FLIGHT-NUMBER
            ORDER BY MARKETING_AIRLINE_CODE
            FOR FETCH ONLY
           END-EXEC
       01 WS-DB2-ERROR.                                                 
               10 SW-SQLCODE                    PIC S9(5).              
                   88 SO-SQLCODE-OK             VALUE  000   100.       
                   88 SO-7018-PARA              VALUE '7018'.
                   88 SO-7019-PARA              VALUE '7019'.
                   88 SO-7020-PARA              VALUE '7020'.
                   88 SO-7021-PARA              VALUE '7021'.
                   88 SO-7022-PARA              VALUE '7022'.
                   88 SO-7023-PARA              VALUE '7023'.
       01 WS-QUEUE-STRUCTURE.                                           
           05 QUEUE-ROW-NUMBER                  PIC 9(3).               
           05 QUEUE-SEAT-LETTER                 PIC X.                  
           05 WS-ITER10                          PIC S9(4) COMP VALUE 0.
           05 WS-TEMP-STRING                     PIC X(15).
           05 WS-ASSIGNED-GATE                   PIC X(5).
           05 WS-DESIGNATOR-NUMBER               PIC X(15).
           05 WS-DESIGNATOR-LIST                 PIC X(64).
           05 WS-DESIGNATOR-POINTER              PIC S9(4) COMP.
           05 SW-DESIGNATOR-END                  PIC X.
               88 SO-END-OF-DESIGNATORS          VALUE 'Y'.
               88 SO-NOT-END-OF-DESIGNATORS      VALUE 'N'.
           05 WS-ANCILLARY-COUNT                 PIC S9(4) COMP.
           05 WS-TICKET-NUMBER                   PIC S9(9) COMP.
           05 WS-MEMBER-TIER                     PIC X(8).
           05 WS-TICKET-IND                      PIC S9(4) COMP.
           05 WS-UNMASK-ROW                      PIC S9(4) COMP.
           05 WS-UNMASKED-ID-NUMBER              PIC X(12) VALUE SPACE.
           05 WS-SHOWN-ID-NUMBER                 PIC X(12).
       LINKAGE SECTION.                                                 
       01 DFHCOMMAREA PIC X(32000).                                     
       PROCEDURE DIVISION USING DFHCOMMAREA.                            
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
      * PROGRAM CAN HAVE 3 MODES:                                       
      ****************************************************************  
      *                  2001-PROCESS-FIRST-TIME                        
      ****************************************************************  
       2001-PROCESS-FIRST-TIME.
           PERFORM 2063-CHECK-CARRIER-SCOPE
           PERFORM 2101-SEARCH-PASSENGERS
           MOVE 1 TO Z02182-Q1-LAST-REC-ID                              
           PERFORM 2115-DISPLAY-NEXT-15                                 
           .                                                            
           EVALUATE EIBAID                                              
           WHEN DFHPF7                                                  
              PERFORM 2051-DISPLAY-PREV-15                              
           WHEN DFHPF8
              PERFORM 2115-DISPLAY-NEXT-15
           WHEN DFHPF5
              PERFORM 2060-PROCESS-UNMASK
           WHEN DFHPF3                                                  
              SET SO-FINAL-TERMINATION TO TRUE                          
           WHEN OTHER                                                   
           MOVE QUEUE-PASSENGER-NAME        TO PASNO(WS-ITER3)
           MOVE QUEUE-PASSENGER-LAST-NAME   TO PASLO(WS-ITER3)
           MOVE QUEUE-NATIONALITY           TO NATO(WS-ITER3)
           PERFORM 2024-GET-SHOWN-ID-NUMBER
           MOVE WS-SHOWN-ID-NUMBER          TO IDNO(WS-ITER3)
           MOVE QUEUE-BOARDING-STATUS       TO STATO(WS-ITER3)
           PERFORM 7017-GET-ANCILLARY-COUNT
           MOVE WS-ANCILLARY-COUNT          TO ANCO(WS-ITER3)
           MOVE QUEUE-UPGRADED-FLAG         TO UPGO(WS-ITER3)
           .
      ******************************************************************
      *               2024-GET-SHOWN-ID-NUMBER
      * THE ROW JUST UNMASKED WITH F5 SHOWS IN FULL; EVERY OTHER ROW
      * AS Z02533 DECIDES FOR THE OPERATOR'S ROLE
      ******************************************************************
       2024-GET-SHOWN-ID-NUMBER.
           IF WS-UNMASKED-ID-NUMBER NOT = SPACE AND
              QUEUE-ID-NUMBER = WS-UNMASKED-ID-NUMBER THEN
              MOVE QUEUE-ID-NUMBER TO WS-SHOWN-ID-NUMBER
           ELSE
              MOVE 'SHOW ' TO PII-FUNCTION
              MOVE SPACE   TO PII-REASON
              PERFORM 2062-CALL-MASKING-ROUTINE
              MOVE PII-DOCUMENT-SHOWN TO WS-SHOWN-ID-NUMBER
           END-IF
           .
      ******************************************************************
      *                  2060-PROCESS-UNMASK
      * F5 -- UNMASKS THE PASSENGER ON THE KEYED LINE OF THE PAGE
      * FOR THIS ONE DISPLAY.  Z02533 REFUSES AN OPERATOR WHO IS NOT
      * A SUPERVISOR OR WHO GAVE NO REASON
      ******************************************************************
       2060-PROCESS-UNMASK.
           MOVE LOW-VALUES TO MP0224I
           EXEC CICS
             RECEIVE MAP('MP0224') MAPSET('MP0224')
             INTO(MP0224I)
             NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL) THEN
              PERFORM 2200-CHECK-EIBRESP
           END-IF
           MOVE 0 TO WS-UNMASK-ROW
           IF UNMROWI IS NUMERIC THEN
              MOVE UNMROWI TO WS-UNMASK-ROW
           END-IF
           IF WS-UNMASK-ROW < 1 OR WS-UNMASK-ROW > 15 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'KEY THE LINE NUMBER (1-15) TO UNMASK' TO
                                   WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-WHAT-RECORD-TO-READ =
                   Z02182-Q1-FIRST-REC-ID + WS-UNMASK-ROW - 1
           SET SO-NOT-END-OF-QUEUE TO TRUE
           IF WS-WHAT-RECORD-TO-READ > Z02182-Q1-LAST-REC-ID THEN
              SET SO-END-OF-QUEUE TO TRUE
           ELSE
              PERFORM 2116-READ-THE-QUEUE
           END-IF
           IF SO-END-OF-QUEUE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'THERE IS NO PASSENGER ON THAT LINE' TO
                                   WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE 'UNMSK' TO PII-FUNCTION
           MOVE SPACE   TO PII-REASON
           IF UNMRSNI NOT = LOW-VALUES THEN
              MOVE UNMRSNI TO PII-REASON
           END-IF
           PERFORM 2062-CALL-MASKING-ROUTINE
           IF PII-RESULT = 'R' THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE PII-MESSAGE TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE QUEUE-ID-NUMBER TO WS-UNMASKED-ID-NUMBER
           PERFORM 2061-REDISPLAY-THIS-PAGE
           .
      ******************************************************************
      *                2061-REDISPLAY-THIS-PAGE
      ******************************************************************
       2061-REDISPLAY-THIS-PAGE.
           SET SO-NOT-END-OF-QUEUE TO TRUE
           PERFORM 2119-INITIALIZE-MAP
           IF SO-DISPLAY-ALL-PASSENGERS THEN
              MOVE Z02242-O-TOTAL-COUNT TO TOTALO
           END-IF
           MOVE Z02182-Q1-FIRST-REC-ID TO WS-WHAT-RECORD-TO-READ
           PERFORM 2120-INITIALIZE-WHAT-F-NUM
           PERFORM 2116-READ-THE-QUEUE
           PERFORM 2117-CHECK-IF-QIDERR
           PERFORM 2053-MOVE-QUEUE-TO-SCRREN
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *               2062-CALL-MASKING-ROUTINE
      * THE CALLER SETS PII-FUNCTION AND PII-REASON; THE PASSENGER
      * IS THE ONE IN WS-QUEUE-STRUCTURE
      ******************************************************************
       2062-CALL-MASKING-ROUTINE.
           MOVE EIBOPID              TO PII-OPERATOR-ID
           MOVE WS-SIGNON-ROLE       TO PII-OPERATOR-ROLE
           MOVE CT-THIS-PROGRAM-NAME TO PII-PROGRAM-ID
           MOVE EIBTRNID             TO PII-TRANSACTION-ID
           MOVE QUEUE-ID-NUMBER      TO PII-ID-NUMBER
           CALL 'Z02533' USING WS-ZZEC0275
           IF PII-RESULT = 'E' THEN
              MOVE PII-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE PII-SQLCODE      TO SQLCODE
              MOVE PII-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               2063-CHECK-CARRIER-SCOPE
      * A CARRIER-SCOPED OPERATOR MAY ONLY LIST THAT CARRIER'S
      * FLIGHTS (Z02535)
      ******************************************************************
       2063-CHECK-CARRIER-SCOPE.
           MOVE 'FLGHT'              TO SCP-FUNCTION
           MOVE EIBOPID              TO SCP-OPERATOR-ID
           MOVE CT-THIS-PROGRAM-NAME TO SCP-PROGRAM-ID
           MOVE EIBTRNID             TO SCP-TRANSACTION-ID
           MOVE Z02242-FLIGHT-NUMBER TO SCP-FLIGHT-ID
           CALL 'Z02535' USING WS-ZZEC0276
           EVALUATE SCP-RESULT
           WHEN 'E'
              MOVE SCP-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE SCP-SQLCODE      TO SQLCODE
              MOVE SCP-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           WHEN 'R'
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE SCP-MESSAGE TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                  2053-MOVE-QUEUE-TO-SCRREN
      ******************************************************************
       2053-MOVE-QUEUE-TO-SCRREN.                                       
           MOVE LOW-VALUES TO MP0224O
           PERFORM 7016-GET-ASSIGNED-GATE
           MOVE WS-ASSIGNED-GATE TO GATEO
           PERFORM 7021-GET-CODESHARE-DESIGNATORS
           MOVE WS-DESIGNATOR-LIST TO CSHAREO
           PERFORM VARYING WS-ITER3 FROM 1 BY 1 UNTIL WS-ITER3 > 15     
             MOVE LOW-VALUES TO ROWNA(WS-ITER3)                         
             MOVE LOW-VALUES TO SEATA(WS-ITER3)                         
      *                          3000-FINAL                             
      ******************************************************************
       3000-FINAL.                                                      
           PERFORM 3090-RECORD-RESPONSE-TIME
           EVALUATE TRUE                                                
           WHEN SO-FINAL-WITH-COMMAREA                                  
              PERFORM 3001-RETURN-WITH-TRANSID                          
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
           MOVE 'Z02242  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ******************************************************************
      *                       3001-RETURN-WITH-TRANSID                  
      ******************************************************************
       3001-RETURN-WITH-TRANSID.                                        
           END-EVALUATE
           .
      ******************************************************************
      *                7021-GET-CODESHARE-DESIGNATORS
      * PARAGRAPH LISTS EVERY PARTNER MARKETING FLIGHT NUMBER THE
      * FLIGHT IS SOLD UNDER (T118_CODESHARE_DESIGNATOR, MAINTAINED
      * BY Z02292) SO GATE STAFF CAN MATCH A PARTNER BOARDING PASS.
      * THE LIST IS BLANK WHEN THE FLIGHT IS NOT A CODESHARE AND
      * STOPS AT THE LAST DESIGNATOR THAT FITS ON THE SCREEN
      ******************************************************************
       7021-GET-CODESHARE-DESIGNATORS.
           MOVE SPACE TO WS-DESIGNATOR-LIST
           MOVE 1     TO WS-DESIGNATOR-POINTER
           EXEC SQL
             OPEN C-DESIGNATORS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7021-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           SET SO-NOT-END-OF-DESIGNATORS TO TRUE
           PERFORM UNTIL SO-END-OF-DESIGNATORS
              PERFORM 7022-FETCH-DESIGNATOR
              IF NOT SO-END-OF-DESIGNATORS THEN
                 IF WS-DESIGNATOR-POINTER + 16 > 65 THEN
                    SET SO-END-OF-DESIGNATORS TO TRUE
                 ELSE
                    STRING WS-DESIGNATOR-NUMBER DELIMITED BY SPACE
                           ' '                  DELIMITED BY SIZE
                      INTO WS-DESIGNATOR-LIST
                      WITH POINTER WS-DESIGNATOR-POINTER
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-DESIGNATORS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7023-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7022-FETCH-DESIGNATOR
      ******************************************************************
       7022-FETCH-DESIGNATOR.
           MOVE SPACE TO WS-DESIGNATOR-NUMBER
           EXEC SQL
             FETCH C-DESIGNATORS
             INTO :WS-DESIGNATOR-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-DESIGNATORS TO TRUE
           WHEN OTHER
              SET SO-7022-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                       9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.                                                  
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
      *                       9100-ROLLBACK                             
      ******************************************************************
       9100-ROLLBACK.                                                   
