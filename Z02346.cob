      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-10-15  EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS THE
      *              FAILURE ON THE T88 APPLICATION ERROR LOG THROUGH
      *              Z02459 (NEW 9060-WRITE-ERROR-LOG), THE FAILING
      *              PARAGRAPH STANDING AS THE STATEMENT ID
      *
      *  2026-08-21  OPTIONAL TENTH CSV FIELD ('Y' TO SKIP HOLIDAYS)
      *              FEEDS T10'S NEW SKIP_HOLIDAYS_FLAG, AND THE
      *              C-IMPORT-DATES CURSOR NOW LEAVES OUT DATES ON
           EXEC SQL INCLUDE T20TAB END-EXEC.
      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02346 -- INSERT OF T05 ROW FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '2044' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           ELSE
              ADD 1 TO WS-FLIGHTS-CREATED
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02346 -- INSERT OF T10 ROW FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7022' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02346 -- SCHEDULE ID SEQUENCE FETCH FAILED, '
                       'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7024' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02346 -- SEQUENCE FETCH FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7013' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           ELSE
              DISPLAY 'Z02346 -- AVAILABILITY CHECK FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7023' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
              IF NOT SO-SQLCODE-NORMAL THEN
                 DISPLAY 'Z02346 -- PLANE LOOKUP FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
                 MOVE '7030' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02346 -- OPEN OF DATE CURSOR FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7031' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           WHEN OTHER
              DISPLAY 'Z02346 -- FETCH OF DATE CURSOR FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7032' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02346 -- NEXT-DAY COMPUTE FAILED, SQLCODE '
                                                   WS-SQLCODE-FORMAT
              MOVE '7034' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           PERFORM 8010-REGISTER-RUN-END
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02346  '   TO ERRL-PROGRAM-ID
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
