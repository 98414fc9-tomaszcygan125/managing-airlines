      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT, THE
      * SAME SYSIN-CARD CONVENTION Z02343/Z02344 USE:
      *
      *    FLIGHT=nnnnnnnn ID=xxxxxxxxxxxx [OPER=oooooooo]
      *
      *    nnnnnnnn     -- T05/T04 FLIGHT_ID
      *    xxxxxxxxxxxx -- T06 IDENTIFICATION_NUMBER
      *    oooooooo     -- OPTIONAL T40 OPERATOR_ID OF THE AGENT THE
      *                    CHECK-IN IS RUN FOR.  AN OPERATOR SCOPED TO
      *                    ONE CARRIER (T40 AIRLINE_SCOPE, SEE Z02535)
      *                    IS REFUSED A FLIGHT OF ANOTHER CARRIER --
      *                    Z02535 LOGS THE REFUSAL TO T24 -- AND IS
      *                    NEVER CHECKED THROUGH ONTO ONE
      *
      ******************************************************************
      *                  CHANGE LOG
      *                    DIFFERENT DAY OR ON A CANCELED FLIGHT IS
      *                    NOT CHECKED THROUGH AND COMES OUT ON THE
      *                    RUN REPORT FOR THE TRANSFER DESK
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      * 2026-10-15   OSG   OPTIONAL OPER=oooooooo ON THE PARM -- AN
      *                    OPERATOR SCOPED TO ONE CARRIER (T40
      *                    AIRLINE_SCOPE) IS REFUSED ANOTHER CARRIER'S
      *                    FLIGHT THROUGH Z02535 AND IS NOT CHECKED
      *                    THROUGH ONTO ONE (NEW
      *                    1020-CHECK-CARRIER-SCOPE)
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T06TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * OPERATOR CARRIER SCOPE CHECK (SEE Z02535)
           COPY ZZEC0276.

      * ONWARD LEGS OF THE SAME RESERVATION AND PASSENGER LEAVING
      * THE ARRIVAL STATION INSIDE THE CONNECTION WINDOW
           EXEC SQL
             DECLARE C-ONWARD-LEGS CURSOR FOR
             SELECT B.FLIGHT_ID,
                    F2.FLIGHT_STATUS,
                    F2.DEPARTURE_TIMESTAMP,
                    F2.AIRLINE_CODE
             FROM T04_FLIGHT_SEATS B
             INNER JOIN T05_FLIGHT_TABLE F2 ON
                F2.FLIGHT_ID = B.FLIGHT_ID
           05 CT-CANCELED-STATUS-TEXT PIC X(15) VALUE 'CANCELED'.
           05 CT-DELETED-STATUS-TEXT  PIC X(15) VALUE 'DELETED'.

       01 WS-PARM-TEXT                      PIC X(50) VALUE SPACE.
       01 WS-FLIGHT-ID                      PIC X(08) VALUE SPACE.
       01 WS-ID-NUMBER                      PIC X(12) VALUE SPACE.
       01 WS-OPERATOR-ID                    PIC X(08) VALUE SPACE.
       01 WS-CARRIER-SCOPE                  PIC X(03) VALUE SPACE.

       01 WS-THROUGH-FIELDS.
           05 SW-IF-END-OF-ONWARD           PIC X VALUE 'N'.
           05 WS-ONWARD-FLIGHT-ID           PIC X(8).
           05 WS-ONWARD-STATUS              PIC X(15).
           05 WS-ONWARD-DEPARTURE           PIC X(26).
           05 WS-ONWARD-AIRLINE             PIC X(3).
           05 WS-LEGS-CHECKED               PIC S9(4) COMP VALUE 0.

       01 WS-COUPON-FLIGHT-ID               PIC X(8) VALUE SPACE.
           DISPLAY 'Z02345 -- PASSENGER CHECK-IN STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           IF WS-OPERATOR-ID NOT = SPACE THEN
              PERFORM 1020-CHECK-CARRIER-SCOPE
           END-IF
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      * PARM IS FLIGHT=nnnnnnnn ID=xxxxxxxxxxxx, OPTIONALLY FOLLOWED
      * BY OPER=oooooooo
      ******************************************************************
       1010-PARSE-PARM.
           IF WS-PARM-TEXT(1:7) = 'FLIGHT=' AND
                    WS-PARM-TEXT(16:3) = 'ID=' THEN
              MOVE WS-PARM-TEXT(8:8)  TO WS-FLIGHT-ID
              MOVE WS-PARM-TEXT(19:12) TO WS-ID-NUMBER
              IF WS-PARM-TEXT(32:5) = 'OPER=' THEN
                 MOVE WS-PARM-TEXT(37:8) TO WS-OPERATOR-ID
              END-IF
           ELSE
              DISPLAY
               'Z02345 -- INVALID PARM, EXPECTED FLIGHT=nnnnnnnn '
           END-IF
           .
      ******************************************************************
      *                  1020-CHECK-CARRIER-SCOPE
      * A CARRIER-SCOPED OPERATOR MAY ONLY CHECK IN ON THAT CARRIER'S
      * FLIGHTS; THE SCOPE IS KEPT FOR THE THROUGH CHECK-IN
      ******************************************************************
       1020-CHECK-CARRIER-SCOPE.
           MOVE 'FLGHT'        TO SCP-FUNCTION
           MOVE WS-OPERATOR-ID TO SCP-OPERATOR-ID
           MOVE 'Z02345  '     TO SCP-PROGRAM-ID
           MOVE SPACE          TO SCP-TRANSACTION-ID
           MOVE WS-FLIGHT-ID   TO SCP-FLIGHT-ID
           CALL 'Z02535' USING WS-ZZEC0276
           EVALUATE SCP-RESULT
           WHEN 'E'
              MOVE SCP-SQLCODE  TO SQLCODE WS-SQLCODE-FORMAT
              MOVE SCP-SQLERRMC TO SQLERRMC
              DISPLAY 'Z02345 -- CARRIER SCOPE CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           WHEN 'R'
              DISPLAY 'Z02345 -- REFUSED FOR OPERATOR ' WS-OPERATOR-ID
                      ': ' SCP-MESSAGE
              PERFORM 9999-EXIT
           WHEN OTHER
              MOVE SCP-AIRLINE-SCOPE TO WS-CARRIER-SCOPE
           END-EVALUATE
           .
      ******************************************************************
      *                  2000-CHECK-IN-PASSENGER
      * MARKS THE SEAT CHECKED-IN FOR THE PASSENGER WHOSE
      * IDENTIFICATION_NUMBER MATCHES WS-ID-NUMBER ON WS-FLIGHT-ID
           WHEN OTHER
              DISPLAY 'Z02345 -- CHECK-IN UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-EVALUATE
           .
      ******************************************************************
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02345 -- LEG CONTEXT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02345 -- OPEN ONWARD CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3030-FETCH-NEXT-ONWARD
             FETCH C-ONWARD-LEGS
             INTO :WS-ONWARD-FLIGHT-ID,
                  :WS-ONWARD-STATUS,
                  :WS-ONWARD-DEPARTURE,
                  :WS-ONWARD-AIRLINE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN OTHER
              DISPLAY 'Z02345 -- FETCH ONWARD FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-ONWARD TO TRUE
           END-EVALUATE
           .
           WHEN WS-ONWARD-DEPARTURE(1:10) NOT = WS-ARRIVAL-TS(1:10)
              DISPLAY 'Z02345 -- NOT CHECKED THROUGH (NEXT DAY):  '
                      WS-ONWARD-FLIGHT-ID
           WHEN WS-CARRIER-SCOPE NOT = SPACE AND
                WS-ONWARD-AIRLINE NOT = WS-CARRIER-SCOPE
              DISPLAY 'Z02345 -- NOT CHECKED THROUGH (CARRIER):   '
                      WS-ONWARD-FLIGHT-ID
           WHEN OTHER
              PERFORM 3050-MARK-ONWARD-CHECKED-IN
           END-EVALUATE
           ELSE
              DISPLAY 'Z02345 -- ONWARD CHECK-IN FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3050' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02345 -- BAG COUNT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02345 -- TAG SEQUENCE DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           IF NOT SO-SQLCODE-NORMAL THEN
              DISPLAY 'Z02345 -- TAG INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '4040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
           WHEN OTHER
              DISPLAY 'Z02345 -- PASSENGER ID READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '5010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              MOVE 0 TO WS-PASSENGER-ID-NUM
           END-EVALUATE
           .
           IF NOT SO-SQLCODE-OK THEN
              DISPLAY 'Z02345 -- COUPON ADVANCE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '5020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
           END-IF
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02345  '   TO ERRL-PROGRAM-ID
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
