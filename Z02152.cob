      * AND IS CLEARED AGAINST THE FREE SEATS BY Z02393 AT CHECK-IN
      * CLOSE
      *
      *   A DB2 FAILURE IN 9000-DB2-ERROR IS NOW ALSO PUT ON THE T88
      * APPLICATION ERROR LOG THROUGH Z02459 (9060), AFTER THE
      * ROLLBACK, AND THAT ONE ROW IS COMMITTED SO IT OUTLIVES THE
      * ERROR SCREEN
      *
      *   NEW OPTIONAL FIELD FLTNOI ON MP0215 (PIC X(15)) NARROWS THE
      * SEARCH TO ONE FLIGHT NUMBER -- THE OPERATING NUMBER OR ANY OF
      * THE PARTNER MARKETING NUMBERS ON T118_CODESHARE_DESIGNATOR
      * (SEE Z02292). IT IS PASSED THROUGH TO Z02172 AS
      * WS-Z02172-FLIGHT-NUMBER (2320-CHECK-FLIGHT-NUMBER). NEW
      * COMMAREA FIELDS ADDED TO ZZEC0215 FOR THIS:
      * WS-Z02152-I-FLIGHT-NUMBER AND WS-Z02172-FLIGHT-NUMBER
      * (BOTH PIC X(15), SPACES WHEN NOT GIVEN)
      *
      * EVERY TASK IS TIMED FOR THE RESPONSE-TIME STATISTICS: AN
      * ASKTIME IN 1090 AT THE START, ANOTHER IN 3090 AT 3000-FINAL,
      * AND ONE T154 ROW THROUGH Z02538 (SUMMARISED BY Z02539)
      *
      ******************************************************************
       DATA DIVISION.                                                   
       WORKING-STORAGE SECTION.                                         
           COPY DFHAID.                                                 
           COPY ZZMP0215.                                               
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY ZZEC0243.                                               
                                                                        
           EXEC SQL INCLUDE SQLCA END-EXEC.
           05 WS-RETURN-DATE                 PIC X(10) VALUE SPACE.     
           05 WS-TICKET-NUMBER               PIC X(2)  VALUE SPACE.
           05 WS-WAITLIST-ID                 PIC X(9)  VALUE SPACE.
           05 WS-SEARCH-FLIGHT-NUMBER        PIC X(15) VALUE SPACE.
           05 WS-FLEX-DATES-FLAG             PIC X(1)  VALUE 'N'.
               88 SO-FLEX-DATES-YES          VALUE 'Y'.
               88 SO-FLEX-DATES-NO           VALUE 'N'.
      *                           1000-INIT                             
      ******************************************************************
       1000-INIT.                                                       
           PERFORM 1090-TAKE-START-TIME
           MOVE DFHCOMMAREA TO WS-ZZEC0215                              
           PERFORM 1005-IGNORE-IF-FIRST-TIME                            
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
      *                     1005-IGNORE-IF-FIRST-TIME                   
      * THIS PARAGRAPH WILL ISSUE IGNORE CONDITION STATEMENT            
      * IF THIS IS FIRST TIME PROGRAM RUNDS                             
           PERFORM 2307-CHECK-DIRECT-FLAG
           PERFORM 2316-CHECK-WAITLIST-ID
           PERFORM 2318-CHECK-FLEX-DATES
           PERFORM 2320-CHECK-FLIGHT-NUMBER
           .
      ******************************************************************
      *                   2074-VALIDATE-TICKET-NUMBER                   
           END-IF
           .
      ******************************************************************
      *                   2320-CHECK-FLIGHT-NUMBER
      * FLTNOI IS OPTIONAL -- A FLIGHT NUMBER KEYED HERE (OURS OR A
      * CODESHARE PARTNER'S MARKETING NUMBER) LIMITS THE DIRECT
      * SEARCH IN Z02172 TO THAT ONE FLIGHT. BLANK CHANGES NOTHING
      ******************************************************************
       2320-CHECK-FLIGHT-NUMBER.
           IF FLTNOI = SPACE OR LOW-VALUES THEN
              MOVE SPACE TO WS-SEARCH-FLIGHT-NUMBER
           ELSE
              MOVE FLTNOI TO WS-SEARCH-FLIGHT-NUMBER
              INSPECT WS-SEARCH-FLIGHT-NUMBER REPLACING ALL '_' BY ' '
           END-IF
           .
      ******************************************************************
      *                    2306-CHECK-ONE-WAY-FLAG
      ******************************************************************
       2306-CHECK-ONE-WAY-FLAG.                                         
           MOVE WS-IF-DIRECT-FLAG TO WS-Z02152-I-DIRECT
           MOVE WS-WAITLIST-ID TO WS-Z02152-I-WAITLIST-ID
           MOVE WS-FLEX-DATES-FLAG TO WS-Z02152-I-FLEX-DATES
           MOVE WS-SEARCH-FLIGHT-NUMBER TO WS-Z02152-I-FLIGHT-NUMBER
           .
      ******************************************************************
      *              2601-MOVE-DATA-TO-COMMAREA
           MOVE WS-TICKET-NUMBER    TO  WS-Z02172-TICKET-NUMBER
           MOVE WS-Z02152-I-WAITLIST-ID TO WS-Z02172-WAITLIST-ID
           MOVE WS-Z02152-I-FLEX-DATES TO WS-Z02172-FLEXIBLE-DATES-FLAG
           MOVE WS-Z02152-I-FLIGHT-NUMBER TO WS-Z02172-FLIGHT-NUMBER
           .
      ******************************************************************
      *                       2610-PREPARE-DATA                         
      * CONVERSATIONAL PROGRAM                                          
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
           MOVE 'Z02152  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ******************************************************************
      *                     3001-CALL-PREVIOUS-PROGRAM                  
      * PREVIOUS PROGRAM (Z02131) HAVE TO BE CALLED WITHOUT COMMAREA    
      * (EIBCALEN NEEDS TO BE 0)                                        
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
      *                        9100-ROLLBACK                            
      ******************************************************************
       9100-ROLLBACK.                                                   
