       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02457.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- BUSINESS-RULE PARAMETER LOOKUP
      *
      * THE OPERATING LIMITS USED TO BE CT- CONSTANTS COMPILED INTO
      * EACH PROGRAM (OVERBOOKING ALLOWANCE IN Z02172/Z02348, MAXIMUM
      * DUTY IN Z02355, MINIMUM TURNAROUND IN Z02292/Z02439, FREE BAG
      * ALLOWANCE IN Z02202, HOLD KG PER SEAT IN Z02432) AND EVERY
      * CHANGE MEANT A DEPLOYMENT.  THEY NOW LIVE ON THE NEW
      * T87_BUSINESS_PARAMETER TABLE:
      *
      *   PARAM_NAME          CHAR(30)  E.G. 'OVERBOOKING-ALLOWANCE'
      *   SCOPE_CODE          CHAR(3)   SPACE = EVERYWHERE, OTHERWISE
      *                                 AN AIRLINE OR AIRPORT CODE
      *   EFFECTIVE_FROM_DATE DATE      FIRST DAY THE VALUE APPLIES
      *   PARAM_VALUE         DECIMAL(11,2)
      *   CHANGED_BY          CHAR(8)   OPERATOR OF THE LAST CHANGE
      *   CHANGED_TIMESTAMP   TIMESTAMP
      *
      *   PRIMARY KEY (PARAM_NAME, SCOPE_CODE, EFFECTIVE_FROM_DATE)
      *
      * MAINTAINED ON THE Z02458 SUPERVISOR SCREEN, AUDITED THROUGH
      * Z02421 TO T65.
      *
      * THE VALUE RETURNED IS THE ROW WITH THE LATEST EFFECTIVE DATE
      * NOT AFTER THE AS-OF DATE, A ROW SCOPED TO THE CALLER'S
      * AIRLINE/AIRPORT WINNING OVER AN UNSCOPED ONE.  WHEN NO ROW
      * APPLIES THE CALLER'S OWN DEFAULT (ITS OLD CT- VALUE) COMES
      * BACK, SO A MISSING ROW NEVER STOPS A JOB OR A SCREEN.
      *
      * CALLED WITH THE ZZEC0269 AREA:
      *
      *   PARM-NAME           X(30)          IN
      *   PARM-SCOPE          X(3)           IN  SPACE = UNSCOPED
      *   PARM-AS-OF-DATE     X(10)          IN  YYYY-MM-DD, SPACE =
      *                                          TODAY
      *   PARM-DEFAULT-VALUE  S9(9)V99 COMP-3 IN
      *   PARM-VALUE          S9(9)V99 COMP-3 OUT
      *   PARM-RESULT         X              OUT 'O' FOUND ON T87,
      *                                          'D' DEFAULT USED,
      *                                          'E' DB2 ERROR
      *                                          (DEFAULT RETURNED)
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

       01 WS-LOOKUP-FIELDS.
           05 WS-AS-OF-DATE                 PIC X(10).
           05 WS-PARAM-VALUE                PIC S9(9)V99 COMP-3.

       LINKAGE SECTION.
           COPY ZZEC0269.

       PROCEDURE DIVISION USING WS-ZZEC0269.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE PARM-DEFAULT-VALUE TO PARM-VALUE
           MOVE 'D' TO PARM-RESULT
           PERFORM 1000-SET-AS-OF-DATE
           IF PARM-RESULT NOT = 'E' THEN
              PERFORM 2000-READ-THE-PARAMETER
           END-IF
           GOBACK
           .
      ******************************************************************
      *                    1000-SET-AS-OF-DATE
      ******************************************************************
       1000-SET-AS-OF-DATE.
           IF PARM-AS-OF-DATE = SPACE OR PARM-AS-OF-DATE = LOW-VALUES
              EXEC SQL
                VALUES CHAR(CURRENT DATE, ISO)
                INTO :WS-AS-OF-DATE
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE SQLCODE TO WS-SQLCODE-FORMAT
                 DISPLAY 'Z02457 -- CURRENT DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
                 MOVE 'E' TO PARM-RESULT
              END-IF
           ELSE
              MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           .
      ******************************************************************
      *                  2000-READ-THE-PARAMETER
      * SCOPED ROW FIRST, THEN THE LATEST EFFECTIVE DATE
      ******************************************************************
       2000-READ-THE-PARAMETER.
           EXEC SQL
             SELECT PARAM_VALUE
             INTO :WS-PARAM-VALUE
             FROM T87_BUSINESS_PARAMETER
             WHERE PARAM_NAME = :PARM-NAME
               AND (SCOPE_CODE = :PARM-SCOPE OR SCOPE_CODE = ' ')
               AND EFFECTIVE_FROM_DATE <= DATE(:WS-AS-OF-DATE)
             ORDER BY CASE WHEN SCOPE_CODE = ' ' THEN 1 ELSE 0 END,
                      EFFECTIVE_FROM_DATE DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE WS-PARAM-VALUE TO PARM-VALUE
              MOVE 'O' TO PARM-RESULT
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02457 -- ' PARM-NAME ' READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE 'E' TO PARM-RESULT
           END-EVALUATE
           .
