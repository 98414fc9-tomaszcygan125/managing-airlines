       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02538.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- ONLINE TRANSACTION RESPONSE TIME
      *
      * T24_TRANSACTION_LOG_TABLE HOLDS ONE LOG_TIMESTAMP PER ACTION
      * AND ONLY FOR THE ACTIONS THAT CHANGE SOMETHING, SO NOBODY
      * COULD SAY WHICH SCREENS ARE BUSIEST, WHEN, OR HOW LONG AN
      * AGENT WAITS FOR THEM.  THE RESERVATION AND FLIGHT-MANAGEMENT
      * SCREENS NOW TAKE AN EXEC CICS ASKTIME ABSTIME AS THE FIRST
      * THING IN 1000-INIT AND ANOTHER AS THE FIRST THING IN
      * 3000-FINAL, AND HAND BOTH TO THIS SUBPROGRAM, WHICH PUTS ONE
      * ROW PER TASK ON THE NEW T154_TRANSACTION_TIMING TABLE:
      *
      *   PROGRAM_ID        CHAR(8)
      *   TRANSACTION_ID    CHAR(4)    EIBTRNID
      *   OPERATOR_ID       CHAR(8)    EIBOPID -- THE ROLE IS TAKEN
      *                                OFF T40 WHEN SUMMARISED
      *   START_TIMESTAMP   TIMESTAMP
      *   END_TIMESTAMP     TIMESTAMP
      *   ELAPSED_MS        INTEGER    MILLISECONDS IN THE PROGRAM
      *
      *   INDEX (START_TIMESTAMP, PROGRAM_ID).  NO KEY -- TWO TASKS
      *   MAY WELL FINISH IN THE SAME MICROSECOND.
      *
      * THE ABSTIME VALUES ARE MILLISECONDS, SO THE ELAPSED TIME IS
      * THEIR DIFFERENCE AND THE START TIMESTAMP IS TAKEN BACK FROM
      * THE END ONE BY THAT MANY MILLISECONDS.  A TASK THAT ENDS ON
      * THE Z02141 ERROR SCREEN NEVER REACHES 3000-FINAL AND IS NOT
      * TIMED.  Z02539 SUMMARISES THE ROWS EACH NIGHT.
      *
      * CALLED WITH THE NEW ZZEC0277 AREA:
      *
      *   TTIM-PROGRAM-ID      X(8)             IN
      *   TTIM-TRANSACTION-ID  X(4)             IN
      *   TTIM-OPERATOR-ID     X(8)             IN
      *   TTIM-START-ABSTIME   S9(15) COMP-3    IN  ASKTIME AT START
      *   TTIM-END-ABSTIME     S9(15) COMP-3    IN  ASKTIME AT END
      *   TTIM-RESULT          X                OUT 'O' WRITTEN,
      *                                             'E' NOT WRITTEN
      *
      * A FAILURE HERE IS ONLY DISPLAYED -- TIMING MUST NEVER TURN AN
      * AGENT'S GOOD TRANSACTION INTO AN ERROR SCREEN.  THE ROW IS
      * COMMITTED WITH THE CALLER'S OWN WORK AT ITS RETURN.
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

       01 WS-ELAPSED-MS                     PIC S9(9) COMP.

       LINKAGE SECTION.
           COPY ZZEC0277.

       PROCEDURE DIVISION USING WS-ZZEC0277.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O' TO TTIM-RESULT
           PERFORM 2000-WORK-OUT-ELAPSED
           PERFORM 2010-INSERT-TIMING-ROW
           GOBACK
           .
      ******************************************************************
      *                  2000-WORK-OUT-ELAPSED
      * A CLOCK THAT WENT BACKWARDS (OR A START NEVER TAKEN) COUNTS
      * AS ZERO RATHER THAN A NEGATIVE TIME
      ******************************************************************
       2000-WORK-OUT-ELAPSED.
           IF TTIM-START-ABSTIME > 0 AND
              TTIM-END-ABSTIME > TTIM-START-ABSTIME THEN
              COMPUTE WS-ELAPSED-MS =
                      TTIM-END-ABSTIME - TTIM-START-ABSTIME
           ELSE
              MOVE 0 TO WS-ELAPSED-MS
           END-IF
           .
      ******************************************************************
      *                  2010-INSERT-TIMING-ROW
      ******************************************************************
       2010-INSERT-TIMING-ROW.
           EXEC SQL
             INSERT INTO T154_TRANSACTION_TIMING
                (PROGRAM_ID, TRANSACTION_ID, OPERATOR_ID,
                 START_TIMESTAMP, END_TIMESTAMP, ELAPSED_MS)
             VALUES
                (:TTIM-PROGRAM-ID, :TTIM-TRANSACTION-ID,
                 :TTIM-OPERATOR-ID,
                 CURRENT TIMESTAMP - (:WS-ELAPSED-MS * 1000)
                                     MICROSECONDS,
                 CURRENT TIMESTAMP, :WS-ELAPSED-MS)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02538 -- TIMING INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO TTIM-RESULT
           END-IF
           .
