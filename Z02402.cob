      * Z240PRNT TS QUEUE, THE SAME PRINT PATH THE Z02390
      * ITINERARIES USE, WHERE THE PRINT SPOOLER PICKS THEM UP.
      *
      * A WRITER RUN FOR ONE HANDLED CARRIER (AIRLINE= PARM, SEE
      * Z02401) STORES ITS OWN COPY UNDER THAT CARRIER, SO A STORED
      * REPORT IS KEYED BY TYPE, DATE AND CARRIER (BLANK = THE
      * NETWORK-WIDE RUN).  AN OPERATOR SCOPED TO ONE CARRIER (T40
      * AIRLINE_SCOPE, READ THROUGH Z02535) IS LISTED ONLY THAT
      * CARRIER'S COPIES; EVERYONE ELSE SEES THEM ALL.  NEW MP0259
      * FIELD RL-AIRLO (PIC X(3), OCCURS WITH THE LIST ROWS) AND NEW
      * ZZEC0215 FIELDS WS-Z02402-ROW-AIRLINE (PIC X(3), OCCURS WITH
      * WS-Z02402-ROW-TYPE) AND WS-Z02402-SEL-AIRLINE (PIC X(3)).
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-08-21  INITIAL VERSION
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  STORED REPORTS ARE NOW ALSO KEYED BY CARRIER (T52
      *              AIRLINE_CODE, SEE Z02401) AND AN OPERATOR SCOPED TO
      *              ONE CARRIER IS LISTED ONLY THAT CARRIER'S COPIES --
      *              NEW 2035-RESOLVE-CARRIER-SCOPE, MAP FIELD RL-AIRLO
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0259.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0276.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * THE STORED REPORTS, NEWEST BUSINESS DATE FIRST -- ONLY THE
      * OPERATOR'S OWN CARRIER'S COPIES WHEN THE OPERATOR IS SCOPED
           EXEC SQL
             DECLARE C-REPORT-LIST CURSOR FOR
             SELECT T52.REPORT_TYPE,
                    T52.BUSINESS_DATE,
                    T52.AIRLINE_CODE,
                    COUNT(*),
                    MAX(CHAR(T52.STORED_TIMESTAMP))
             FROM T52_REPORT_REPOSITORY T52
             WHERE (:WS-CARRIER-SCOPE = ' ' OR
                    T52.AIRLINE_CODE = :WS-CARRIER-SCOPE)
             GROUP BY T52.REPORT_TYPE, T52.BUSINESS_DATE,
                      T52.AIRLINE_CODE
             ORDER BY T52.BUSINESS_DATE DESC, T52.REPORT_TYPE,
                      T52.AIRLINE_CODE
             FOR FETCH ONLY
           END-EXEC

             FROM T52_REPORT_REPOSITORY T52
             WHERE T52.REPORT_TYPE   = :WS-SEL-TYPE
               AND T52.BUSINESS_DATE = :WS-SEL-DATE
               AND T52.AIRLINE_CODE  = :WS-SEL-AIRLINE
             ORDER BY T52.LINE_NUMBER
             FOR FETCH ONLY
           END-EXEC
       01 WS-VARIABLES.
           05 WS-SEL-TYPE                   PIC X(8).
           05 WS-SEL-DATE                   PIC X(10).
           05 WS-SEL-AIRLINE                PIC X(3).
           05 WS-CARRIER-SCOPE              PIC X(3) VALUE SPACE.
           05 WS-ROWS-TO-SKIP               PIC S9(5) COMP.
           05 WS-ROWS-SHOWN                 PIC S9(4) COMP.
           05 WS-ROW-TYPE                   PIC X(8).
           05 WS-ROW-DATE                   PIC X(10).
           05 WS-ROW-AIRLINE                PIC X(3).
           05 WS-ROW-LINE-COUNT             PIC S9(7) COMP.
           05 WS-ROW-STORED-TS              PIC X(26).
           05 WS-LINE-TEXT                  PIC X(132).
                      WS-Z02402-SEL-TYPE
                 MOVE WS-Z02402-ROW-DATE(WS-PICK-SUB) TO
                      WS-Z02402-SEL-DATE
                 MOVE WS-Z02402-ROW-AIRLINE(WS-PICK-SUB) TO
                      WS-Z02402-SEL-AIRLINE
                 MOVE 'V' TO WS-Z02402-SCREEN-PHASE
                 MOVE 1   TO WS-Z02402-VIEW-PAGE
                 PERFORM 2040-SHOW-REPORT-PAGE
                      WS-Z02402-SEL-TYPE
                 MOVE WS-Z02402-ROW-DATE(WS-PICK-SUB) TO
                      WS-Z02402-SEL-DATE
                 MOVE WS-Z02402-ROW-AIRLINE(WS-PICK-SUB) TO
                      WS-Z02402-SEL-AIRLINE
                 PERFORM 2050-REPRINT-THE-REPORT
              WHEN OTHER
                 CONTINUE
           MOVE LOW-VALUES TO MP0259O
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           MOVE 0 TO WS-ROWS-SHOWN
           PERFORM 2035-RESOLVE-CARRIER-SCOPE
           EXEC SQL
             OPEN C-REPORT-LIST
           END-EXEC
             FETCH C-REPORT-LIST
             INTO :WS-ROW-TYPE,
                  :WS-ROW-DATE,
                  :WS-ROW-AIRLINE,
                  :WS-ROW-LINE-COUNT,
                  :WS-ROW-STORED-TS
           END-EXEC
           ADD 1 TO WS-ROWS-SHOWN
           MOVE WS-ROW-TYPE       TO RL-TYPEO(WS-ROWS-SHOWN)
           MOVE WS-ROW-DATE       TO RL-DATEO(WS-ROWS-SHOWN)
           MOVE WS-ROW-AIRLINE    TO RL-AIRLO(WS-ROWS-SHOWN)
           MOVE WS-ROW-LINE-COUNT TO RL-LINESO(WS-ROWS-SHOWN)
           MOVE WS-ROW-STORED-TS  TO RL-STOREDO(WS-ROWS-SHOWN)
           MOVE WS-ROW-TYPE       TO
                WS-Z02402-ROW-TYPE(WS-ROWS-SHOWN)
           MOVE WS-ROW-DATE       TO
                WS-Z02402-ROW-DATE(WS-ROWS-SHOWN)
           MOVE WS-ROW-AIRLINE    TO
                WS-Z02402-ROW-AIRLINE(WS-ROWS-SHOWN)
           .
      ******************************************************************
      *                2035-RESOLVE-CARRIER-SCOPE
      * THE SIGNED-ON OPERATOR'S CARRIER SCOPE OFF T40 (Z02535);
      * SPACE MEANS EVERY CARRIER
      ******************************************************************
       2035-RESOLVE-CARRIER-SCOPE.
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
      ******************************************************************
      *                2040-SHOW-REPORT-PAGE
       2040-SHOW-REPORT-PAGE.
           MOVE WS-Z02402-SEL-TYPE TO WS-SEL-TYPE
           MOVE WS-Z02402-SEL-DATE TO WS-SEL-DATE
           MOVE WS-Z02402-SEL-AIRLINE TO WS-SEL-AIRLINE
           COMPUTE WS-ROWS-TO-SKIP =
              (WS-Z02402-VIEW-PAGE - 1) * CT-LINES-PER-PAGE
           MOVE LOW-VALUES TO MP0259O
       2050-REPRINT-THE-REPORT.
           MOVE WS-Z02402-SEL-TYPE TO WS-SEL-TYPE
           MOVE WS-Z02402-SEL-DATE TO WS-SEL-DATE
           MOVE WS-Z02402-SEL-AIRLINE TO WS-SEL-AIRLINE
           MOVE 0 TO WS-LINES-PRINTED
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
           STRING 'SQLCODE: ' WS-SQLCODE-FORMAT
             DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(2)
           END-STRING
           PERFORM 9060-WRITE-ERROR-LOG
           SET SO-Z02141-M-WITH TO TRUE
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE ON T88 THROUGH Z02459.  THE FAILED WORK IS
      * ROLLED BACK FIRST, SO THE SYNCPOINT COMMITS ONLY THE ERROR
      * ROW AND IT OUTLIVES THE ERROR SCREEN
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE CT-THIS-PROGRAM-NAME TO ERRL-PROGRAM-ID
           MOVE SW-STATEMENT-ID      TO ERRL-STATEMENT-ID
           MOVE SQLCODE              TO ERRL-SQLCODE
           MOVE SQLERRMC             TO ERRL-SQLERRMC
           MOVE EIBOPID              TO ERRL-OPERATOR-ID
           MOVE EIBTRNID             TO ERRL-TRANSACTION-ID
           MOVE SPACE                TO ERRL-ENTITY-KEY
           EXEC CICS
              SYNCPOINT ROLLBACK NOHANDLE
           END-EXEC
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
      ******************************************************************
      *                     3000-FINAL
      ******************************************************************
       3000-FINAL.
