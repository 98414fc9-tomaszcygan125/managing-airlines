       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02459.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- APPLICATION ERROR LOG
      *
      * A DB2 FAILURE ONLINE PUT THE STATEMENT ID, SQLCODE AND
      * SQLERRMC ON THE Z02141 ERROR SCREEN, THE WORK WAS ROLLED
      * BACK, AND ONCE THE AGENT PRESSED A KEY NOTHING WAS LEFT.  A
      * BATCH FAILURE LEFT ONLY A DISPLAY IN THE JOB LOG (AND A
      * 'FAILED' T38 ROW WHERE THE JOB IS REGISTERED WITH Z02380).
      * RECURRING -911S AND -803S ONLY SURFACED WHEN AGENTS
      * COMPLAINED.
      *
      * EVERY ONLINE 9000-DB2-ERROR AND EVERY BATCH "FAILED,
      * SQLCODE" EXIT NOW CALLS THIS SUBPROGRAM (THEIR OWN
      * 9060-WRITE-ERROR-LOG) TO PUT ONE ROW ON THE NEW
      * T88_APPLICATION_ERROR_LOG TABLE:
      *
      *   ERROR_ID          INTEGER   OFF T20_ID_SEQUENCE
      *   PROGRAM_ID        CHAR(8)
      *   STATEMENT_ID      CHAR(8)   SW-STATEMENT-ID ONLINE, THE
      *                               FAILING PARAGRAPH IN BATCH
      *   SQLCODE_VALUE     INTEGER
      *   SQLERRMC          CHAR(70)
      *   OPERATOR_ID       CHAR(8)   EIBOPID, SPACE IN BATCH
      *   TRANSACTION_ID    CHAR(4)   EIBTRNID, SPACE IN BATCH
      *   ENTITY_KEY        CHAR(20)  WHAT THE PROGRAM WAS WORKING
      *                               ON, WHERE IT KEEPS ONE
      *   ERROR_TIMESTAMP   TIMESTAMP
      *
      *   PRIMARY KEY (ERROR_ID), INDEX (ERROR_TIMESTAMP) AND
      *   (PROGRAM_ID, ERROR_TIMESTAMP)
      *
      * Z02460 BROWSES THE ROWS, Z02461 SUMMARISES YESTERDAY'S BY
      * PROGRAM AND SQLCODE FOR THE MORNING MEETING.
      *
      * CALLED WITH THE ZZEC0270 AREA:
      *
      *   ERRL-PROGRAM-ID     X(8)         IN
      *   ERRL-STATEMENT-ID   X(8)         IN
      *   ERRL-SQLCODE        S9(9) COMP   IN
      *   ERRL-SQLERRMC       X(70)        IN
      *   ERRL-OPERATOR-ID    X(8)         IN
      *   ERRL-TRANSACTION-ID X(4)         IN
      *   ERRL-ENTITY-KEY     X(20)        IN
      *   ERRL-RESULT         X            OUT 'O' WRITTEN, 'E' NOT
      *                                        WRITTEN (SQLCODE
      *                                        DISPLAYED)
      *
      * A FAILURE HERE IS ONLY DISPLAYED -- THE CALLER IS ALREADY ON
      * ITS ERROR PATH AND MUST NOT LOOP BACK INTO IT.  COMMIT IS THE
      * CALLER'S BUSINESS, AS WITH EVERY OTHER SUBPROGRAM IN THE
      * SUITE: ONLINE CALLERS TAKE A SYNCPOINT STRAIGHT AFTER THE
      * ROLLBACK AND THE CALL SO THE ROW OUTLIVES THE ERROR SCREEN.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 WS-ERROR-ID                       PIC S9(9) COMP.

       LINKAGE SECTION.
           COPY ZZEC0270.

       PROCEDURE DIVISION USING WS-ZZEC0270.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O' TO ERRL-RESULT
           PERFORM 2000-GET-ERROR-ID
           IF ERRL-RESULT = 'O' THEN
              PERFORM 2010-INSERT-ERROR-ROW
           END-IF
           GOBACK
           .
      ******************************************************************
      *                    2000-GET-ERROR-ID
      ******************************************************************
       2000-GET-ERROR-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-ERROR-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02459 -- ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO ERRL-RESULT
           END-IF
           .
      ******************************************************************
      *                  2010-INSERT-ERROR-ROW
      ******************************************************************
       2010-INSERT-ERROR-ROW.
           EXEC SQL
             INSERT INTO T88_APPLICATION_ERROR_LOG
                (ERROR_ID, PROGRAM_ID, STATEMENT_ID, SQLCODE_VALUE,
                 SQLERRMC, OPERATOR_ID, TRANSACTION_ID, ENTITY_KEY,
                 ERROR_TIMESTAMP)
             VALUES
                (:WS-ERROR-ID, :ERRL-PROGRAM-ID, :ERRL-STATEMENT-ID,
                 :ERRL-SQLCODE, :ERRL-SQLERRMC, :ERRL-OPERATOR-ID,
                 :ERRL-TRANSACTION-ID, :ERRL-ENTITY-KEY,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02459 -- ERROR LOG INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              DISPLAY 'Z02459 -- UNLOGGED: ' ERRL-PROGRAM-ID ' '
                      ERRL-STATEMENT-ID ' ' ERRL-SQLCODE
              MOVE 'E' TO ERRL-RESULT
           END-IF
           .
