       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02521.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- PRM NOTIFICATION ACKNOWLEDGEMENT INTAKE
      *
      * EVERY PRM MESSAGE Z02520 SENDS AN AIRPORT IS LOGGED ON
      * T139_PRM_MESSAGE_LOG AS 'PENDING'.  THE AIRPORTS' ANSWERS
      * COME BACK THROUGH THE DISTRIBUTION STEP AS A FILE ON DDNAME
      * PRMACK, ONE COMMA-SEPARATED RECORD EACH:
      *
      *    MESSAGE_ID,STATION_CODE,RESPONSE,REFERENCE
      *
      *    RESPONSE  -- 'ACK' THE AIRPORT HAS TAKEN THE MESSAGE ON
      *                 'REJ' THE AIRPORT COULD NOT TAKE IT
      *    REFERENCE -- THE AIRPORT'S OWN REFERENCE, KEPT AS SENT
      *
      * AN ACK SETS THE LOG ROW 'ACKED'.  A REJ SETS IT 'REJECTED'
      * AND PUTS THE MESSAGE'S NOTICES STILL ON T138 BACK TO 'NEW',
      * SO THE NEXT Z02520 RUN SENDS THEM AGAIN UNDER A NEW MESSAGE
      * NUMBER.  BOTH STAMP ACK_TIMESTAMP AND ACK_REFERENCE.  A
      * RECORD NAMING NO LOGGED MESSAGE FOR THAT AIRPORT, OR A
      * MESSAGE ALREADY ANSWERED, FALLS OUT ON THE REPORT THE SAME
      * WAY Z02515 REJECTS A POS RECORD.
      *
      * THE REPORT THEN LISTS EVERY MESSAGE STILL UNANSWERED AFTER
      * PRM-ACK-CHASE-HOURS (T87 THROUGH Z02457, DEFAULT
      * CT-ACK-CHASE-HOURS) FOR THE STATION DESK TO CHASE BY PHONE --
      * AN UNACKNOWLEDGED NOTICE IS AS GOOD AS NONE WHEN THE AIRPORT
      * INVOICES THE UNNOTIFIED PASSENGER.
      *
      * THE REPORT IS PRINTED AND STORED TO THE T52 REPOSITORY
      * THROUGH Z02401.  NO PARM -- AN EMPTY FILE JUST PRINTS THE
      * CHASE LIST.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-ACK-FILE ASSIGN TO 'PRMACK'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRM-ACK-FILE.
       01  PRM-ACK-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * MESSAGES STILL UNANSWERED PAST THE CHASE TIME
           EXEC SQL
             DECLARE C-UNANSWERED CURSOR FOR
             SELECT STATION_CODE,
                    MESSAGE_ID,
                    MESSAGE_TYPE,
                    RECORD_COUNT,
                    CHAR(SENT_TIMESTAMP)
             FROM T139_PRM_MESSAGE_LOG
             WHERE ACK_STATUS = :CT-ACK-PENDING-STATUS
               AND SENT_TIMESTAMP <=
                   CURRENT TIMESTAMP - :WS-CHASE-HOURS HOURS
             ORDER BY STATION_CODE,
                      SENT_TIMESTAMP
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-FILE             PIC X VALUE 'N'.
               88 SO-END-OF-FILE            VALUE 'Y'.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-RESPONSE                   PIC X(3).
               88 SO-ACK-RESPONSE           VALUE 'ACK'.
               88 SO-REJ-RESPONSE           VALUE 'REJ'.
               88 SO-VALID-RESPONSE         VALUE 'ACK' 'REJ'.

       01 CT-CONSTANTS.
           05 CT-ACK-CHASE-HOURS            PIC S9(5) COMP VALUE 6.
           05 CT-ACK-PENDING-STATUS         PIC X(8) VALUE 'PENDING'.
           05 CT-ACKED-STATUS               PIC X(8) VALUE 'ACKED'.
           05 CT-REJECTED-STATUS            PIC X(8) VALUE 'REJECTED'.

       01 WS-RECORD-FIELDS.
           05 WS-MESSAGE-ID-TEXT            PIC X(10).
           05 WS-STATION-CODE               PIC X(3).
           05 WS-ACK-REFERENCE              PIC X(20).

       01 WS-WORK-FIELDS.
           05 WS-CHASE-HOURS                PIC S9(5) COMP.
           05 WS-MESSAGE-ID                 PIC S9(9) COMP.
           05 WS-ACK-STATUS                 PIC X(8).
           05 WS-NEW-STATUS                 PIC X(8).
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-MESSAGE-TYPE               PIC X(8).
           05 WS-RECORD-COUNT               PIC S9(9) COMP.
           05 WS-SENT-TS                    PIC X(26).
           05 WS-REQUEUED-COUNT             PIC S9(9) COMP.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-ACKS-LOADED                PIC S9(7) COMP VALUE 0.
           05 WS-REJECTS-LOADED             PIC S9(7) COMP VALUE 0.
           05 WS-REJECTED                   PIC S9(7) COMP VALUE 0.
           05 WS-NOTICES-REQUEUED           PIC S9(7) COMP VALUE 0.
           05 WS-UNANSWERED                 PIC S9(7) COMP VALUE 0.

       01 WS-RESPONSE-LINE.
           05 WS-RLINE-STATION              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-RLINE-MESSAGE-ID           PIC Z(8)9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-RLINE-STATUS               PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-RLINE-REFERENCE            PIC X(20).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-RLINE-REQUEUED             PIC ZZZZ9.
           05 FILLER                        PIC X(9)
              VALUE ' RESENT'.

       01 WS-CHASE-HEADER.
           05 FILLER                        PIC X(40) VALUE
              'STN   MESSAGE TYPE     LINES SENT       '.
           05 FILLER                        PIC X(41) VALUE
              '    ** UNANSWERED -- CHASE THE AIRPORT **'.

       01 WS-CHASE-LINE.
           05 WS-CLINE-STATION              PIC X(3).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-MESSAGE-ID           PIC Z(8)9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-TYPE                 PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-COUNT                PIC ZZZZ9.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-CLINE-SENT                 PIC X(16).

       01 WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'REJECTED '.
           05 WS-EXC-RECORD                 PIC X(60).
           05 FILLER                        PIC X(4)
              VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(30).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'ANSWER RECORDS READ...........'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'MESSAGES ACKNOWLEDGED.........'.
           05 WS-TOTALS-ACKS                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'MESSAGES REJECTED BY AIRPORT..'.
           05 WS-TOTALS-REJS                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'NOTICES QUEUED TO RESEND......'.
           05 WS-TOTALS-REQUEUED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'ANSWER RECORDS NOT LOADED.....'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE6.
           05 FILLER                        PIC X(30)
              VALUE 'MESSAGES TO CHASE.............'.
           05 WS-TOTALS-UNANSWERED          PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-THE-FILE
           PERFORM 2100-LIST-UNANSWERED
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02521 -- PRM ACKNOWLEDGEMENT INTAKE STARTING'
           MOVE SPACE                   TO PARM-SCOPE
           MOVE SPACE                   TO PARM-AS-OF-DATE
           MOVE 'PRM-ACK-CHASE-HOURS'   TO PARM-NAME
           MOVE CT-ACK-CHASE-HOURS      TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-CHASE-HOURS
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE 'PRM NOTIFICATION ACKNOWLEDGEMENTS' TO
                                                   WS-REPORT-BUFFER
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT PRM-ACK-FILE
           .
      ******************************************************************
      *                2000-PROCESS-THE-FILE
      ******************************************************************
       2000-PROCESS-THE-FILE.
           PERFORM 2010-READ-NEXT-RECORD
           PERFORM UNTIL SO-END-OF-FILE
              ADD 1 TO WS-RECORDS-READ
              PERFORM 2020-PROCESS-ONE-RECORD
              PERFORM 2010-READ-NEXT-RECORD
           END-PERFORM
           CLOSE PRM-ACK-FILE
           .
      ******************************************************************
      *                2010-READ-NEXT-RECORD
      ******************************************************************
       2010-READ-NEXT-RECORD.
           READ PRM-ACK-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                2020-PROCESS-ONE-RECORD
      ******************************************************************
       2020-PROCESS-ONE-RECORD.
           MOVE SPACE TO WS-RECORD-FIELDS
                         SW-RESPONSE
           UNSTRING PRM-ACK-RECORD DELIMITED BY ','
              INTO WS-MESSAGE-ID-TEXT
                   WS-STATION-CODE
                   SW-RESPONSE
                   WS-ACK-REFERENCE
           END-UNSTRING
           MOVE 0 TO WS-MESSAGE-ID
           IF WS-MESSAGE-ID-TEXT NOT = SPACE THEN
              COMPUTE WS-MESSAGE-ID =
                                  FUNCTION NUMVAL(WS-MESSAGE-ID-TEXT)
           END-IF
           MOVE SPACE TO WS-REJECT-REASON
           EVALUATE TRUE
           WHEN WS-MESSAGE-ID NOT > 0 OR WS-STATION-CODE = SPACE
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
           WHEN NOT SO-VALID-RESPONSE
              MOVE 'RESPONSE MUST BE ACK OR REJ' TO WS-REJECT-REASON
           WHEN OTHER
              PERFORM 7010-READ-THE-MESSAGE
              EVALUATE TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 MOVE 'NO SUCH MESSAGE FOR AIRPORT' TO
                                                   WS-REJECT-REASON
              WHEN WS-ACK-STATUS NOT = CT-ACK-PENDING-STATUS
                 MOVE 'MESSAGE ALREADY ANSWERED' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
           END-EVALUATE
           IF WS-REJECT-REASON = SPACE THEN
              PERFORM 2030-LOAD-THE-ANSWER
           ELSE
              PERFORM 2040-REJECT-THE-RECORD
           END-IF
           .
      ******************************************************************
      *                 2030-LOAD-THE-ANSWER
      ******************************************************************
       2030-LOAD-THE-ANSWER.
           MOVE 0 TO WS-REQUEUED-COUNT
           IF SO-ACK-RESPONSE THEN
              MOVE CT-ACKED-STATUS    TO WS-NEW-STATUS
              ADD 1 TO WS-ACKS-LOADED
           ELSE
              MOVE CT-REJECTED-STATUS TO WS-NEW-STATUS
              ADD 1 TO WS-REJECTS-LOADED
              PERFORM 7030-REQUEUE-THE-NOTICES
           END-IF
           PERFORM 7020-UPDATE-THE-MESSAGE
           MOVE WS-STATION-CODE   TO WS-RLINE-STATION
           MOVE WS-MESSAGE-ID     TO WS-RLINE-MESSAGE-ID
           MOVE WS-NEW-STATUS     TO WS-RLINE-STATUS
           MOVE WS-ACK-REFERENCE  TO WS-RLINE-REFERENCE
           MOVE WS-REQUEUED-COUNT TO WS-RLINE-REQUEUED
           DISPLAY WS-RESPONSE-LINE
           MOVE WS-RESPONSE-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                2040-REJECT-THE-RECORD
      ******************************************************************
       2040-REJECT-THE-RECORD.
           ADD 1 TO WS-REJECTED
           MOVE PRM-ACK-RECORD       TO WS-EXC-RECORD
           MOVE WS-REJECT-REASON     TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 2100-LIST-UNANSWERED
      ******************************************************************
       2100-LIST-UNANSWERED.
           DISPLAY ' '
           DISPLAY WS-CHASE-HEADER
           MOVE WS-CHASE-HEADER TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           EXEC SQL
             OPEN C-UNANSWERED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02521 -- OPEN CHASE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2110-FETCH-NEXT-UNANSWERED
           PERFORM UNTIL SO-END-OF-CURSOR
              ADD 1 TO WS-UNANSWERED
              MOVE WS-STATION-CODE     TO WS-CLINE-STATION
              MOVE WS-MESSAGE-ID       TO WS-CLINE-MESSAGE-ID
              MOVE WS-MESSAGE-TYPE     TO WS-CLINE-TYPE
              MOVE WS-RECORD-COUNT     TO WS-CLINE-COUNT
              MOVE WS-SENT-TS(1:16)    TO WS-CLINE-SENT
              DISPLAY WS-CHASE-LINE
              MOVE WS-CHASE-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              PERFORM 2110-FETCH-NEXT-UNANSWERED
           END-PERFORM
           EXEC SQL
             CLOSE C-UNANSWERED
           END-EXEC
           .
      ******************************************************************
      *              2110-FETCH-NEXT-UNANSWERED
      ******************************************************************
       2110-FETCH-NEXT-UNANSWERED.
           EXEC SQL
             FETCH C-UNANSWERED
             INTO :WS-STATION-CODE,
                  :WS-MESSAGE-ID,
                  :WS-MESSAGE-TYPE,
                  :WS-RECORD-COUNT,
                  :WS-SENT-TS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02521 -- CHASE FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2110' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RECORDS-READ       TO WS-TOTALS-READ
           MOVE WS-ACKS-LOADED        TO WS-TOTALS-ACKS
           MOVE WS-REJECTS-LOADED     TO WS-TOTALS-REJS
           MOVE WS-NOTICES-REQUEUED   TO WS-TOTALS-REQUEUED
           MOVE WS-REJECTED           TO WS-TOTALS-REJECTED
           MOVE WS-UNANSWERED         TO WS-TOTALS-UNANSWERED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           DISPLAY WS-TOTALS-LINE6
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE6 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 7010-READ-THE-MESSAGE
      * LEAVES SW-SQLCODE FOR THE CALLER -- NOT FOUND IS A REJECT
      ******************************************************************
       7010-READ-THE-MESSAGE.
           MOVE SPACE TO WS-ACK-STATUS
           EXEC SQL
             SELECT ACK_STATUS
             INTO :WS-ACK-STATUS
             FROM T139_PRM_MESSAGE_LOG
             WHERE MESSAGE_ID   = :WS-MESSAGE-ID
               AND STATION_CODE = :WS-STATION-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02521 -- T139 READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7020-UPDATE-THE-MESSAGE
      ******************************************************************
       7020-UPDATE-THE-MESSAGE.
           EXEC SQL
             UPDATE T139_PRM_MESSAGE_LOG
                SET ACK_STATUS    = :WS-NEW-STATUS,
                    ACK_TIMESTAMP = CURRENT TIMESTAMP,
                    ACK_REFERENCE = :WS-ACK-REFERENCE
              WHERE MESSAGE_ID   = :WS-MESSAGE-ID
                AND STATION_CODE = :WS-STATION-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02521 -- T139 UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *               7030-REQUEUE-THE-NOTICES
      * ONLY NOTICES THE MESSAGE WAS THE LAST WORD ON AND NOTHING
      * NEWER IS PENDING FOR -- A CHG ALREADY WAITING GOES ANYWAY.
      * THE CNL LINES OF THE MESSAGE ARE GONE FROM T138 AND ARE NOT
      * SENT AGAIN; THE AIRPORT NEVER TOOK THEIR NOTICES ON EITHER
      ******************************************************************
       7030-REQUEUE-THE-NOTICES.
           EXEC SQL
             UPDATE T138_PRM_NOTICE
                SET PENDING_ACTION  = 'NEW',
                    LAST_MESSAGE_ID = 0
              WHERE LAST_MESSAGE_ID = :WS-MESSAGE-ID
                AND STATION_CODE    = :WS-STATION-CODE
                AND PENDING_ACTION  = ' '
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02521 -- T138 REQUEUE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              MOVE SQLERRD(3) TO WS-REQUEUED-COUNT
              ADD WS-REQUEUED-COUNT TO WS-NOTICES-REQUEUED
           END-IF
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02521  ' TO RPT-REPORT-TYPE
           MOVE WS-TODAY-DATE TO RPT-BUSINESS-DATE
           CALL 'Z02401' USING WS-ZZEC0263
           .
      ******************************************************************
      *                 8100-STORE-REPORT-LINE
      ******************************************************************
       8100-STORE-REPORT-LINE.
           MOVE 'LINE ' TO RPT-FUNCTION
           MOVE WS-REPORT-BUFFER TO RPT-LINE-TEXT
           CALL 'Z02401' USING WS-ZZEC0263
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02521  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02521 -- PRM ACKNOWLEDGEMENT INTAKE ENDING'
           GOBACK
           .
