      *   E-TICKETS AND THEIR COUPONS ARE VOIDED (THE VOID WINDOW
      *   FOR ISSUE ERRORS -- OLDER TICKETS CANNOT BE VOIDED)
      *
      * RESERVATION REMARKS -- THE SCREEN SHOWS THE FOUR NEWEST
      * REMARKS OF THE RESERVATION (CATEGORY, WHEN, WHO, TEXT).  A
      * NEW ONE IS KEYED ON THE REMARK LINE AND TAKEN ON ENTER
      * INSTEAD OF A FLIGHT CHOICE.  CATEGORIES:
      *
      *   'I' INTERNAL (THE DEFAULT) -- AGENTS ONLY
      *   'A' AIRPORT  -- GOES TO THE OUTSTATION ON Z02481'S
      *                   PNL / ADL NAME ENTRY AS .R/RMKS
      *   'P' PASSENGER -- PRINTED ON Z02390'S ITINERARY
      *   'F' FOLLOW-UP -- NEEDS A FOLLOW-UP DATE (TODAY OR LATER);
      *                   Z02524 PUTS IT ON THE 'RMKFOLUP' WORK
      *                   QUEUE WHEN THE DATE COMES
      *
      * NEW MP0226 MAP FIELDS FOR THIS: RMK-CATI (PIC X), RMK-TEXTI
      * (PIC X(60)), RMK-DUEI (PIC X(10), YYYY-MM-DD) AND
      * RMK-LINEO (PIC X(79), OCCURS 4).  THE REMARKS LIVE ON THE
      * NEW TABLE
      *
      *   T143_RESERVATION_REMARK
      *     REMARK_ID        INTEGER NOT NULL (T20_ID_SEQUENCE)
      *     RESERVATION_ID   INTEGER NOT NULL
      *     REMARK_CATEGORY  CHAR(1) NOT NULL ('I'/'A'/'P'/'F')
      *     REMARK_TEXT      CHAR(60) NOT NULL
      *     FOLLOW_UP_DATE   DATE (NULL UNLESS 'F')
      *     QUEUED_FLAG      CHAR(1) NOT NULL ('N'; 'Y' ONCE
      *                      Z02524 HAS QUEUED THE FOLLOW-UP)
      *     OPERATOR_ID      CHAR(8) NOT NULL
      *     REMARK_TIMESTAMP TIMESTAMP NOT NULL
      *     PRIMARY KEY (REMARK_ID), INDEX ON RESERVATION_ID
      *
      * Z02357 MOVES THEM TO T144_RESERVATION_REMARK_HISTORY WITH
      * THE RESERVATION AND Z02358 SHOWS THEM FROM THERE.  EACH
      * REMARK ADDED IS LOGGED ON T24 AS 'REMARK ADDED'
      *
      * DATA TO THIS QUEUE IS PASSED BY THE QUEUE                       
      *   QUEUE NAME ALONG WITH ITEM NUMBER OF A SPECIFIC ROW WILL      
      *   BE PROVIDED BY CALLING PROGRAM (Z02252)                       
      *                                                                 
      * A DB2 FAILURE IN 9000-DB2-ERROR IS ALSO PUT ON THE T88
      * APPLICATION ERROR LOG THROUGH Z02459 (9060), AFTER THE
      * ROLLBACK, AND THAT ONE ROW IS COMMITTED SO IT OUTLIVES THE
      * ERROR SCREEN
      *
      * AN OPERATOR SCOPED TO ONE CARRIER (T40 AIRLINE_SCOPE, SEE
      * Z02535'S HEADER) IS SENT BACK TO Z02252 FROM A RESERVATION
      * HOLDING A FLIGHT OF ANOTHER CARRIER (2105-CHECK-CARRIER-
      * SCOPE); Z02535 LOGS THE REFUSAL TO T24
      *
      * EVERY TASK IS TIMED FOR THE RESPONSE-TIME STATISTICS: AN
      * ASKTIME IN 1090 AT THE START, ANOTHER IN 3090 AT 3000-FINAL,
      * AND ONE T154 ROW THROUGH Z02538 (SUMMARISED BY Z02539)
      *
      ******************************************************************
       DATA DIVISION.                                                   
       WORKING-STORAGE SECTION.                                         
           COPY DFHAID.                                                 
           COPY ZZMP0226.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY ZZEC0262.
           COPY ZZEC0276.
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
           EXEC SQL INCLUDE T05TAB END-EXEC.                            
           EXEC SQL INCLUDE T04TAB END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
      * THE RESERVATION'S REMARKS, NEWEST FIRST
           EXEC SQL
             DECLARE C-RESERVATION-REMARKS CURSOR FOR
             SELECT REMARK_CATEGORY,
                    CHAR(REMARK_TIMESTAMP),
                    OPERATOR_ID,
                    COALESCE(CHAR(FOLLOW_UP_DATE), ' '),
                    REMARK_TEXT
             FROM T143_RESERVATION_REMARK
             WHERE RESERVATION_ID = :WS-RESERVATION-ID
             ORDER BY REMARK_TIMESTAMP DESC, REMARK_ID DESC
             FOR FETCH ONLY
           END-EXEC
       01 WS-DB2-ERROR.                                                 
               10 SW-SQLCODE                    PIC S9(5).              
                   88 SO-SQLCODE-OK             VALUE  000   100.       
                   88 SO-SQLCODE-NORMAL         VALUE 000.              
                   88 SO-SQLCODE-NOT-FOUND      VALUE 100.              
                   88 SO-SQLCODE-BAD-DATE       VALUE -180 -181.
               10 WS-SQLERRMC                   PIC X(70).              
               10 WS-SQLCODE-FORMAT             PIC -(5).               
               10 SW-STATEMENT-ID               PIC X(4).               
                   88 SO-7014-PARA              VALUE '7014'.           
                   88 SO-7015-PARA              VALUE '7015'.
                   88 SO-7016-PARA              VALUE '7016'.
                   88 SO-7017-PARA              VALUE '7017'.
                   88 SO-7018-PARA              VALUE '7018'.
                   88 SO-7019-PARA              VALUE '7019'.
                   88 SO-7020-PARA              VALUE '7020'.
                   88 SO-7021-PARA              VALUE '7021'.
                   88 SO-9050-PARA              VALUE '9050'.
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
              88 SO-SPLIT-RESERVATION                        VALUE '5'.
              88 SO-PRINT-ITINERARY                          VALUE '6'.
              88 SO-VOID-TICKETS                             VALUE '7'.
           05 SW-REMARK-CATEGORY                            PIC X.
              88 SO-INTERNAL-REMARK                         VALUE 'I'.
              88 SO-AIRPORT-REMARK                          VALUE 'A'.
              88 SO-PASSENGER-REMARK                        VALUE 'P'.
              88 SO-FOLLOW-UP-REMARK                        VALUE 'F'.
              88 SO-NO-REMARK-CATEGORY        VALUE LOW-VALUES SPACE.
           05 SW-IF-END-OF-REMARKS                          PIC X.
              88 SO-END-OF-REMARKS                          VALUE 'Y'.
              88 SO-NOT-END-OF-REMARKS                      VALUE 'N'.
       01 WS-REMARK-FIELDS.
           05 WS-REMARK-ID                     PIC S9(9) COMP.
           05 WS-REMARK-TEXT                   PIC X(60).
           05 WS-REMARK-DUE-DATE               PIC X(10).
           05 WS-REMARK-DUE-IND                PIC S9(4) COMP.
           05 WS-REMARK-DATE-CHECK             PIC X.
           05 WS-REMARK-OPERATOR-ID            PIC X(8).
           05 WS-REMARK-TIMESTAMP              PIC X(26).
           05 WS-REMARK-LINE-SUB               PIC S9(4) COMP.
           05 WS-REMARK-LINE                   PIC X(79).
       01 WS-VARIABLES.                                                 
           05 WS-RESERVATION-ID                 PIC S9(9) COMP VALUE 0. 
           05 WS-USER-CHOICE-POSITION             PIC S9(4) COMP.       
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
      * PROGRAM CAN HAVE 2 MODES                                        
           EVALUATE EIBAID                                              
           WHEN DFHENTER                                                
              PERFORM 2031-RECEIVE-USER-INPUT                           
              IF RMK-TEXTI = SPACE OR LOW-VALUES THEN
                 PERFORM 2032-PROCESS-USER-CHOICE
              ELSE
                 PERFORM 2320-ADD-RESERVATION-REMARK
              END-IF
           WHEN DFHPF3                                                  
              SET SO-FINAL-TERMINATION TO TRUE                          
           WHEN OTHER                                                   
           DISPLAY '2101 AFTER READ        '                            
           PERFORM 2117-CHECK-IF-QIDERR                                 
           DISPLAY '2101 AFTER QIDERR CHECK '                           
           PERFORM 2103-PREPARE-DATA
           DISPLAY '2101 AFTER PREPARE DATA '
           PERFORM 2104-PREPARE-REMARKS
           PERFORM 2105-CHECK-CARRIER-SCOPE
           PERFORM 2100-SEND-THE-MAP
           DISPLAY '2101 AFTER SEND THE MAP '                           
           .                                                            
      ****************************************************************  
              MOVE QUEUE-RESERVATION-ID TO RESNUMO                      
           END-PERFORM             
           .                                                            
      ****************************************************************
      *                     2104-PREPARE-REMARKS
      * THE FOUR NEWEST REMARKS OF THE RESERVATION UNDER THE FLIGHTS
      ****************************************************************
       2104-PREPARE-REMARKS.
           PERFORM 2098-CHECK-IF-RESERV-VALID
           MOVE 0 TO WS-REMARK-LINE-SUB
           PERFORM 7019-OPEN-REMARK-CURSOR
           PERFORM 7020-FETCH-NEXT-REMARK
           PERFORM UNTIL SO-END-OF-REMARKS OR WS-REMARK-LINE-SUB >= 4
              ADD 1 TO WS-REMARK-LINE-SUB
              MOVE SPACE TO WS-REMARK-LINE
              IF SW-REMARK-CATEGORY = 'F' THEN
                 STRING SW-REMARK-CATEGORY ' '
                        WS-REMARK-TIMESTAMP(1:10) ' '
                        WS-REMARK-TIMESTAMP(12:5) ' '
                        WS-REMARK-OPERATOR-ID ' DUE '
                        WS-REMARK-DUE-DATE ' '
                        WS-REMARK-TEXT
                   DELIMITED BY SIZE INTO WS-REMARK-LINE
                 END-STRING
              ELSE
                 STRING SW-REMARK-CATEGORY ' '
                        WS-REMARK-TIMESTAMP(1:10) ' '
                        WS-REMARK-TIMESTAMP(12:5) ' '
                        WS-REMARK-OPERATOR-ID ' '
                        WS-REMARK-TEXT
                   DELIMITED BY SIZE INTO WS-REMARK-LINE
                 END-STRING
              END-IF
              MOVE WS-REMARK-LINE TO RMK-LINEO(WS-REMARK-LINE-SUB)
              PERFORM 7020-FETCH-NEXT-REMARK
           END-PERFORM
           PERFORM 7021-CLOSE-REMARK-CURSOR
           .
      ****************************************************************
      *               2105-CHECK-CARRIER-SCOPE
      * A CARRIER-SCOPED OPERATOR MAY ONLY SEE A RESERVATION ALL OF
      * WHOSE FLIGHTS ARE THAT CARRIER'S (Z02535)
      ****************************************************************
       2105-CHECK-CARRIER-SCOPE.
           MOVE 'RESRV'              TO SCP-FUNCTION
           MOVE EIBOPID              TO SCP-OPERATOR-ID
           MOVE CT-THIS-PROGRAM-NAME TO SCP-PROGRAM-ID
           MOVE EIBTRNID             TO SCP-TRANSACTION-ID
           MOVE WS-RESERVATION-ID    TO SCP-RESERVATION-ID
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
              SET SO-GO-BACK-TO-PREVIOUS  TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ****************************************************************
      *                   2112-WRITE-THE-QUEUE                          
      ****************************************************************  
       2112-WRITE-THE-QUEUE.                                            
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                 2320-ADD-RESERVATION-REMARK
      * TEXT ON THE REMARK LINE TAKES THE ENTER INSTEAD OF A FLIGHT
      * CHOICE -- THE REMARK IS STORED AND LOGGED, AND THE AGENT
      * COMES BACK TO THE RESERVATION WITH IT ON THE LIST
      ******************************************************************
       2320-ADD-RESERVATION-REMARK.
           PERFORM 2301-RESERVATION-DROP-CHECK
           PERFORM 2097-GET-RESERVATION-ID
           PERFORM 2098-CHECK-IF-RESERV-VALID
           PERFORM 2321-VALIDATE-THE-REMARK
           PERFORM 7017-INSERT-THE-REMARK
           MOVE 'REMARK ADDED'    TO WS-LOG-ACTION-TEXT
           MOVE WS-RESERVATION-ID TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE
           MOVE 'REMARK ADDED TO THE RESERVATION'
                      TO WS-Z02141-I-ERROR-MESSAGE(1)
           SET SO-Z02141-M-WITH TO TRUE
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                  2321-VALIDATE-THE-REMARK
      * CATEGORY I, A, P OR F (BLANK IS I).  A FOLLOW-UP DATE GOES
      * WITH 'F' AND ONLY WITH 'F'
      ******************************************************************
       2321-VALIDATE-THE-REMARK.
           MOVE RMK-TEXTI TO WS-REMARK-TEXT
           INSPECT WS-REMARK-TEXT REPLACING ALL LOW-VALUES BY SPACE
           MOVE RMK-CATI TO SW-REMARK-CATEGORY
           IF SO-NO-REMARK-CATEGORY THEN
              SET SO-INTERNAL-REMARK TO TRUE
           END-IF
           IF NOT SO-INTERNAL-REMARK AND NOT SO-AIRPORT-REMARK AND
              NOT SO-PASSENGER-REMARK AND NOT SO-FOLLOW-UP-REMARK THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'REMARK CATEGORY MUST BE I, A, P OR F'
                         TO WS-Z02141-I-ERROR-MESSAGE(1)
              MOVE 'I INTERNAL  A AIRPORT  P PASSENGER  F FOLLOW-UP'
                         TO WS-Z02141-I-ERROR-MESSAGE(2)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE RMK-DUEI TO WS-REMARK-DUE-DATE
           INSPECT WS-REMARK-DUE-DATE REPLACING ALL LOW-VALUES BY SPACE
           IF SO-FOLLOW-UP-REMARK THEN
              IF WS-REMARK-DUE-DATE = SPACE THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'A FOLLOW-UP REMARK NEEDS A DATE (YYYY-MM-DD)'
                            TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              PERFORM 7018-CHECK-FOLLOW-UP-DATE
              MOVE 0 TO WS-REMARK-DUE-IND
           ELSE
              IF WS-REMARK-DUE-DATE NOT = SPACE THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'A DATE ONLY GOES WITH A FOLLOW-UP (F) REMARK'
                            TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              MOVE -1 TO WS-REMARK-DUE-IND
           END-IF
           .
      ******************************************************************
      *                   2400-INITIALIZE-ERROR-MESSAGE
      ******************************************************************
       2400-INITIALIZE-ERROR-MESSAGE.                                   
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
           MOVE 'Z02261  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ******************************************************************
      *                    3001-RETURN-WITH-TRANSID                     
      * PARAGRAPH WILL END PROGRAM WITH OPTION TO RETRIGGER IF          
      * USER WILL PRESSE ANY ANTTENTION KEY                             
           END-EVALUATE
           .
      ******************************************************************
      *                  7017-INSERT-THE-REMARK
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
       7017-INSERT-THE-REMARK.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-REMARK-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7017-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-REMARK-OPERATOR-ID
           EXEC SQL
             INSERT INTO T143_RESERVATION_REMARK
                (REMARK_ID, RESERVATION_ID, REMARK_CATEGORY,
                 REMARK_TEXT, FOLLOW_UP_DATE, QUEUED_FLAG,
                 OPERATOR_ID, REMARK_TIMESTAMP)
             VALUES
                (:WS-REMARK-ID, :WS-RESERVATION-ID,
                 :SW-REMARK-CATEGORY, :WS-REMARK-TEXT,
                 :WS-REMARK-DUE-DATE :WS-REMARK-DUE-IND, 'N',
                 :WS-REMARK-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7017-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7018-CHECK-FOLLOW-UP-DATE
      * DB2 VALIDATES THE DATE FOR US -- -180/-181 IS A BAD DATE, AND
      * A DATE ALREADY PAST IS NO FOLLOW-UP
      ******************************************************************
       7018-CHECK-FOLLOW-UP-DATE.
           EXEC SQL
             VALUES CASE WHEN DATE(:WS-REMARK-DUE-DATE) < CURRENT DATE
                         THEN 'P' ELSE 'F' END
             INTO :WS-REMARK-DATE-CHECK
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-BAD-DATE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FOLLOW-UP DATE MUST BE YYYY-MM-DD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7018-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           IF WS-REMARK-DATE-CHECK = 'P' THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FOLLOW-UP DATE IS ALREADY PAST' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                7019-OPEN-REMARK-CURSOR
      ******************************************************************
       7019-OPEN-REMARK-CURSOR.
           SET SO-NOT-END-OF-REMARKS TO TRUE
           EXEC SQL
             OPEN C-RESERVATION-REMARKS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7019-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7020-FETCH-NEXT-REMARK
      ******************************************************************
       7020-FETCH-NEXT-REMARK.
           EXEC SQL
             FETCH C-RESERVATION-REMARKS
             INTO :SW-REMARK-CATEGORY,
                  :WS-REMARK-TIMESTAMP,
                  :WS-REMARK-OPERATOR-ID,
                  :WS-REMARK-DUE-DATE,
                  :WS-REMARK-TEXT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-REMARKS TO TRUE
           WHEN OTHER
              SET SO-7020-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7021-CLOSE-REMARK-CURSOR
      ******************************************************************
       7021-CLOSE-REMARK-CURSOR.
           EXEC SQL
             CLOSE C-RESERVATION-REMARKS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7021-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
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
