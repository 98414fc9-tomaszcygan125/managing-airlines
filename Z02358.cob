      * THE ARCHIVED ROW BACK ON A Z02261-STYLE DISPLAY: RESERVATION
      * STATUS AND MAIN PASSENGER OFF T33_RESERVATION_HISTORY, AND UP
      * TO SIX SEAT LINES (FLIGHT, DEPARTURE, ROW, LETTER) OFF
      * T32_SEAT_HISTORY JOINED TO T31_FLIGHT_HISTORY, AND THE FOUR
      * NEWEST AGENT REMARKS THE RESERVATION CARRIED INTO THE ARCHIVE
      * (T144_RESERVATION_REMARK_HISTORY) -- NEW MP0242 MAP FIELD
      * RMK-LINEO (PIC X(79), OCCURS 4), THE SAME LINE Z02261 SHOWS.
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
      *  2026-10-15  THE FOUR NEWEST ARCHIVED AGENT REMARKS
      *              (T144_RESERVATION_REMARK_HISTORY, FILLED BY Z02357)
      *              SHOW UNDER THE SEAT LINES -- NEW 7004/7005 AND
      *              MP0242 FIELD RMK-LINEO
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0242.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * ARCHIVED SEAT LINES OF THE RESERVATION, NEWEST FLIGHT FIRST
             FOR FETCH ONLY
           END-EXEC

      * ARCHIVED REMARKS OF THE RESERVATION, NEWEST FIRST
           EXEC SQL
             DECLARE C-ARCHIVED-REMARKS CURSOR FOR
             SELECT REMARK_CATEGORY,
                    CHAR(REMARK_TIMESTAMP),
                    OPERATOR_ID,
                    COALESCE(CHAR(FOLLOW_UP_DATE), ' '),
                    REMARK_TEXT
             FROM T144_RESERVATION_REMARK_HISTORY
             WHERE RESERVATION_ID = :WS-RESERVATION-ID
             ORDER BY REMARK_TIMESTAMP DESC, REMARK_ID DESC
             FOR FETCH ONLY
           END-EXEC

       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
               88 SO-RESERVATION-NOT-FOUND                VALUE 'N'.
           05 SW-IF-END-OF-SEAT-CURSOR                    PIC X.
               88 SO-END-OF-SEAT-CURSOR                   VALUE 'Y'.
           05 SW-IF-END-OF-REMARK-CURSOR                  PIC X.
               88 SO-END-OF-REMARK-CURSOR                 VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-RESERVATION-STATUS         PIC X(15).
           05 WS-SEAT-ROW-NUMBER            PIC S9(4) COMP.
           05 WS-SEAT-LETTER                PIC X.
           05 WS-SEAT-LINE-SUB              PIC S9(4) COMP.
           05 WS-REMARK-CATEGORY            PIC X.
           05 WS-REMARK-TIMESTAMP           PIC X(26).
           05 WS-REMARK-OPERATOR-ID         PIC X(8).
           05 WS-REMARK-DUE-DATE            PIC X(10).
           05 WS-REMARK-TEXT                PIC X(60).
           05 WS-REMARK-LINE                PIC X(79).
           05 WS-REMARK-LINE-SUB            PIC S9(4) COMP.
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
           MOVE WS-HOLD-TIMESTAMP     TO BOOKEDO
           MOVE WS-ARCHIVED-TIMESTAMP TO ARCHIVEDO
           PERFORM 7002-FILL-SEAT-LINES
           PERFORM 7004-FILL-REMARK-LINES
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
           END-EVALUATE
           .
      ******************************************************************
      *                7004-FILL-REMARK-LINES
      * UP TO FOUR ARCHIVED REMARKS, NEWEST FIRST, LAID OUT AS
      * Z02261'S 2104-PREPARE-REMARKS LAYS THEM OUT
      ******************************************************************
       7004-FILL-REMARK-LINES.
           MOVE 'N' TO SW-IF-END-OF-REMARK-CURSOR
           MOVE 0 TO WS-REMARK-LINE-SUB
           EXEC SQL
             OPEN C-ARCHIVED-REMARKS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7005-FETCH-REMARK-LINE
           PERFORM UNTIL SO-END-OF-REMARK-CURSOR OR
                         WS-REMARK-LINE-SUB >= 4
              ADD 1 TO WS-REMARK-LINE-SUB
              MOVE SPACE TO WS-REMARK-LINE
              IF WS-REMARK-CATEGORY = 'F' THEN
                 STRING WS-REMARK-CATEGORY ' '
                        WS-REMARK-TIMESTAMP(1:10) ' '
                        WS-REMARK-TIMESTAMP(12:5) ' '
                        WS-REMARK-OPERATOR-ID ' DUE '
                        WS-REMARK-DUE-DATE ' '
                        WS-REMARK-TEXT
                   DELIMITED BY SIZE INTO WS-REMARK-LINE
                 END-STRING
              ELSE
                 STRING WS-REMARK-CATEGORY ' '
                        WS-REMARK-TIMESTAMP(1:10) ' '
                        WS-REMARK-TIMESTAMP(12:5) ' '
                        WS-REMARK-OPERATOR-ID ' '
                        WS-REMARK-TEXT
                   DELIMITED BY SIZE INTO WS-REMARK-LINE
                 END-STRING
              END-IF
              MOVE WS-REMARK-LINE TO RMK-LINEO(WS-REMARK-LINE-SUB)
              PERFORM 7005-FETCH-REMARK-LINE
           END-PERFORM
           EXEC SQL
             CLOSE C-ARCHIVED-REMARKS
           END-EXEC
           .
      ******************************************************************
      *                7005-FETCH-REMARK-LINE
      ******************************************************************
       7005-FETCH-REMARK-LINE.
           EXEC SQL
             FETCH C-ARCHIVED-REMARKS
             INTO :WS-REMARK-CATEGORY,
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
              SET SO-END-OF-REMARK-CURSOR TO TRUE
           WHEN OTHER
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                       9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
             INTO WS-Z02141-I-ERROR-MESSAGE(4)
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
