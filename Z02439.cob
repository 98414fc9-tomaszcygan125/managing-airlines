      *
      *   'TIGHT'      -- GROUND TIME UNDER THE MODEL'S MINIMUM
      *                   (T78_MODEL_TURNAROUND, Z02418'S 'T'
      *                   ACTION; THE T87 'MIN-TURNAROUND-
      *                   MINUTES' VALUE FOR THE TURN STATION WHEN
      *                   THE MODEL HAS NO ROW -- THE SAME RULE
      *                   Z02292 NOW ENFORCES ON NEW FLIGHTS)
      *   'IMPOSSIBLE' -- THE NEXT LEG LEAVES BEFORE THE PLANE
      *                  CHANGE LOG
      *
      * 2026-09-02   OSG   INITIAL VERSION
      * 2026-10-15   OSG   A MODEL WITH NO T78 ROW NOW FALLS BACK TO
      *                    THE T87 STATION MINIMUM THROUGH Z02457
      *                    (7002), AS Z02292 DOES -- THE CURSOR
      *                    RETURNS -1 FOR "NO MODEL ROW" INSTEAD OF
      *                    CT-MIN-TURNAROUND-MINUTES
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
      * BUSINESS-RULE PARAMETER LOOKUP (SEE Z02457)
           COPY ZZEC0269.

      * THE DAY'S LEGS IN TAIL-AND-TIME ORDER, WITH THE MODEL AND
      * ITS MINIMUM TURN (-1 WHEN THE MODEL HAS NO T78 ROW)
           EXEC SQL
             DECLARE C-DAY-ROTATIONS CURSOR FOR
             SELECT T05.PLANE_ID,
                            (SELECT MIN(T08.PLANE_MODEL)
                               FROM T08_TABLE_PLANE_TABLE T08
                              WHERE T08.PLANE_ID = T05.PLANE_ID)),
                       -1)
             FROM T05_FLIGHT_TABLE T05
             WHERE DATE(T05.DEPARTURE_TIMESTAMP) = :WS-PARM-DATE
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
           05 WS-TOTALS-IMPOSSIBLE          PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02439 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-LEG
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02439 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02439 -- TURN MEASURE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE SPACE TO WS-LINE-FLAG
           IF WS-MIN-TURNAROUND < 0 THEN
              PERFORM 7002-GET-TURNAROUND-DEFAULT
           END-IF
           EVALUATE TRUE
           WHEN WS-GROUND-MINUTES < 0
           WHEN WS-DEP-AIRPORT NOT = WS-PREV-ARR-AIRPORT
           END-EVALUATE
           .
      ******************************************************************
      *              7002-GET-TURNAROUND-DEFAULT
      * NO T78 ROW FOR THE MODEL -- THE TURN STATION'S T87 MINIMUM AS
      * OF THE REPORT DAY, CT-MIN-TURNAROUND-MINUTES WHEN T87 HAS
      * NONE EITHER (SAME FALLBACK AS Z02292'S 7029)
      ******************************************************************
       7002-GET-TURNAROUND-DEFAULT.
           MOVE 'MIN-TURNAROUND-MINUTES'  TO PARM-NAME
           MOVE WS-DEP-AIRPORT            TO PARM-SCOPE
           MOVE WS-PARM-DATE              TO PARM-AS-OF-DATE
           MOVE CT-MIN-TURNAROUND-MINUTES TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MIN-TURNAROUND
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02439  '   TO ERRL-PROGRAM-ID
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
