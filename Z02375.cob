      *
      *  2026-08-21  INITIAL VERSION
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  THE PAGE NOW OPENS WITH THE RESOLVED PASSENGER --
      *              NAME, ID NUMBER, DATE OF BIRTH, PHONE AND E-MAIL
      *              OFF T06 -- SO THE CLERK CAN SEE A NAME MATCH FOUND
      *              THE RIGHT PERSON.  THE PERSONAL FIELDS COME
      *              MASKED FROM Z02533 UNLESS THE OPERATOR'S ROLE HAS
      *              FULL VIEW (T87 PII-FULL-VIEW-<ROLE>); A SUPERVISOR
      *              KEYS A REASON IN THE NEW MP0249 FIELD UNM-REASON
      *              (PIC X(40) INPUT) AND PRESSES F5 TO SEE THEM IN
      *              FULL FOR THAT ONE DISPLAY, LOGGED TO T24 AND T150.
      *              NEW OUTPUT FIELDS PAS-NAMEO X(40), PAS-IDO X(12),
      *              PAS-DOBO X(10), PAS-PHONEO X(15), PAS-EMAILO X(40)
      *              -- NEW 2040-2042 AND 7004
      *
      *  2026-10-15  THE LIST CAN BE NARROWED TO ONE FLIGHT NUMBER --
      *              NEW MP0249 INPUT FIELD FLT-NUM (PIC X(15), ECHOED
      *              ON FLT-NUMO) KEPT FOR F7/F8 IN THE NEW COMMAREA
      *              FIELD WS-Z02375-O-FLIGHT-FILTER.  A FLIGHT MATCHES
      *              ON ITS CURRENT T05 NUMBER OR ON ANY NUMBER IT
      *              CARRIED BEFORE A Z02555 RENUMBER
      *              (T172_FLIGHT_NUMBER_CHANGE), SO AN OLD NUMBER
      *              STILL FINDS THE FLIGHT.  BLANK SHOWS EVERYTHING
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0249.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0275.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T06TAB END-EXEC.

             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             WHERE T04.PASSENGER_ID = :WS-PASSENGER-ID
               AND (:WS-FLIGHT-FILTER = ' ' OR
                    T05.FLIGHT_NUMBER = :WS-FLIGHT-FILTER OR
                    T05.FLIGHT_ID IN
                      (SELECT T172.FLIGHT_ID
                         FROM T172_FLIGHT_NUMBER_CHANGE T172
                        WHERE T172.OLD_FLIGHT_NUMBER =
                                             :WS-FLIGHT-FILTER))
             UNION ALL
             SELECT 'CANCELLD',
                    T16.CANCELLED_TIMESTAMP,
             WHERE EXISTS
                   (SELECT 1 FROM T04_FLIGHT_SEATS S
                     WHERE S.RESERVATION_ID = T16.RESERVATION_ID
                       AND S.PASSENGER_ID = :WS-PASSENGER-ID
                       AND (:WS-FLIGHT-FILTER = ' ' OR
                            S.FLIGHT_ID IN
                              (SELECT F.FLIGHT_ID
                                 FROM T05_FLIGHT_TABLE F
                                WHERE F.FLIGHT_NUMBER =
                                             :WS-FLIGHT-FILTER) OR
                            S.FLIGHT_ID IN
                              (SELECT T172.FLIGHT_ID
                                 FROM T172_FLIGHT_NUMBER_CHANGE T172
                                WHERE T172.OLD_FLIGHT_NUMBER =
                                             :WS-FLIGHT-FILTER)))
             UNION ALL
             SELECT 'WAITLIST',
                    T15.REQUEST_TIMESTAMP,
                    CAST(T15.WAITLIST_STATUS AS CHAR(15))
             FROM T15_WAITLIST_TABLE T15
             WHERE T15.IDENTIFICATION_NUMBER = :WS-ID-NUMBER
               AND (:WS-FLIGHT-FILTER = ' ' OR
                    T15.FLIGHT_ID IN
                      (SELECT F.FLIGHT_ID
                         FROM T05_FLIGHT_TABLE F
                        WHERE F.FLIGHT_NUMBER = :WS-FLIGHT-FILTER) OR
                    T15.FLIGHT_ID IN
                      (SELECT T172.FLIGHT_ID
                         FROM T172_FLIGHT_NUMBER_CHANGE T172
                        WHERE T172.OLD_FLIGHT_NUMBER =
                                             :WS-FLIGHT-FILTER))
             ORDER BY 2 DESC
             FOR FETCH ONLY
           END-EXEC
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
               88 SO-PASSENGER-NOT-FOUND                  VALUE 'N'.
           05 SW-IF-END-OF-CURSOR                         PIC X.
               88 SO-END-OF-CURSOR                        VALUE 'Y'.
           05 SW-IF-UNMASK-REQUESTED                      PIC X
                                                          VALUE 'N'.
               88 SO-UNMASK-REQUESTED                     VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-PASSENGER-ID               PIC S9(9) COMP.
           05 WS-ID-NUMBER                  PIC 9(12).
           05 WS-EVENT-TIMESTAMP            PIC X(26).
           05 WS-EVENT-REFERENCE            PIC X(12).
           05 WS-EVENT-STATUS               PIC X(15).
           05 WS-PASSENGER-FIRST-NAME       PIC X(50).
           05 WS-PASSENGER-LAST-NAME        PIC X(50).
           05 WS-PASSENGER-NAME-LINE        PIC X(40).
           05 WS-UNMASK-REASON              PIC X(40) VALUE SPACE.
           05 WS-FLIGHT-FILTER              PIC X(15) VALUE SPACE.
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
               END-IF
               PERFORM 2030-SHOW-HISTORY-PAGE
               SET SO-FINAL-WITH-COMMAREA TO TRUE
             WHEN DFHPF5
               PERFORM 2040-PROCESS-UNMASK
               SET SO-FINAL-WITH-COMMAREA TO TRUE
             WHEN DFHPF3
               SET SO-FINAL-TERMINATION TO TRUE
             WHEN OTHER
           IF SO-PASSENGER-FOUND THEN
              MOVE WS-PASSENGER-ID TO WS-Z02375-O-PASSENGER-ID
              MOVE WS-ID-NUMBER    TO WS-Z02375-O-ID-NUMBER
              MOVE SPACE           TO WS-Z02375-O-FLIGHT-FILTER
              IF FLT-NUMI NOT = LOW-VALUES THEN
                 MOVE FLT-NUMI TO WS-Z02375-O-FLIGHT-FILTER
              END-IF
           END-IF
           .
      ******************************************************************
       2030-SHOW-HISTORY-PAGE.
           MOVE WS-Z02375-O-PASSENGER-ID TO WS-PASSENGER-ID
           MOVE WS-Z02375-O-ID-NUMBER    TO WS-ID-NUMBER
           MOVE WS-Z02375-O-FLIGHT-FILTER TO WS-FLIGHT-FILTER
           IF WS-FLIGHT-FILTER = LOW-VALUES THEN
              MOVE SPACE TO WS-FLIGHT-FILTER
           END-IF
           COMPUTE WS-ROWS-TO-SKIP =
              (WS-Z02375-O-PAGE - 1) * CT-ROWS-PER-PAGE
           MOVE LOW-VALUES TO MP0249O
             CLOSE C-PASSENGER-HISTORY
           END-EXEC
           MOVE WS-Z02375-O-PAGE TO PAGEO
           MOVE WS-FLIGHT-FILTER TO FLT-NUMO
           PERFORM 2041-FILL-PASSENGER-HEADER
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
           MOVE WS-EVENT-STATUS    TO EVENT-STATUSO(WS-ROWS-SHOWN)
           .
      ******************************************************************
      *                  2040-PROCESS-UNMASK
      * F5 -- THE SAME PAGE AGAIN WITH THE PASSENGER'S PERSONAL
      * FIELDS IN FULL.  Z02533 REFUSES AN OPERATOR WHO IS NOT A
      * SUPERVISOR OR WHO GAVE NO REASON
      ******************************************************************
       2040-PROCESS-UNMASK.
           MOVE LOW-VALUES TO MP0249I
           EXEC CICS
           RECEIVE MAP('MP0249') MAPSET('MP0249')
           INTO(MP0249I)
           NOHANDLE
           END-EXEC
           IF EIBRESP NOT = DFHRESP(NORMAL) AND
              EIBRESP NOT = DFHRESP(MAPFAIL) THEN
              PERFORM 2200-CHECK-EIBRESP
           END-IF
           IF WS-Z02375-O-PASSENGER-ID = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FIND A PASSENGER FIRST' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE SPACE TO WS-UNMASK-REASON
           IF UNM-REASONI NOT = LOW-VALUES THEN
              MOVE UNM-REASONI TO WS-UNMASK-REASON
           END-IF
           SET SO-UNMASK-REQUESTED TO TRUE
           PERFORM 2030-SHOW-HISTORY-PAGE
           .
      ******************************************************************
      *               2041-FILL-PASSENGER-HEADER
      ******************************************************************
       2041-FILL-PASSENGER-HEADER.
           PERFORM 7004-READ-PASSENGER-NAME
           MOVE WS-PASSENGER-NAME-LINE TO PAS-NAMEO
           IF SO-UNMASK-REQUESTED THEN
              MOVE 'UNMSK' TO PII-FUNCTION
              MOVE WS-UNMASK-REASON TO PII-REASON
           ELSE
              MOVE 'SHOW ' TO PII-FUNCTION
              MOVE SPACE   TO PII-REASON
           END-IF
           PERFORM 2042-CALL-MASKING-ROUTINE
           IF PII-RESULT = 'R' THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE PII-MESSAGE TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE PII-DOCUMENT-SHOWN   TO PAS-IDO
           MOVE PII-BIRTH-DATE-SHOWN TO PAS-DOBO
           MOVE PII-PHONE-SHOWN      TO PAS-PHONEO
           MOVE PII-EMAIL-SHOWN      TO PAS-EMAILO
           IF SO-UNMASK-REQUESTED THEN
              MOVE PII-MESSAGE TO MSGO
           END-IF
           .
      ******************************************************************
      *               2042-CALL-MASKING-ROUTINE
      ******************************************************************
       2042-CALL-MASKING-ROUTINE.
           MOVE EIBOPID              TO PII-OPERATOR-ID
           MOVE WS-SIGNON-ROLE       TO PII-OPERATOR-ROLE
           MOVE CT-THIS-PROGRAM-NAME TO PII-PROGRAM-ID
           MOVE EIBTRNID             TO PII-TRANSACTION-ID
           MOVE WS-ID-NUMBER         TO PII-ID-NUMBER
           CALL 'Z02533' USING WS-ZZEC0275
           IF PII-RESULT = 'E' THEN
              MOVE PII-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE PII-SQLCODE      TO SQLCODE
              MOVE PII-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
           END-EVALUATE
           .
      ******************************************************************
      *                7004-READ-PASSENGER-NAME
      ******************************************************************
       7004-READ-PASSENGER-NAME.
           MOVE SPACE TO WS-PASSENGER-FIRST-NAME
                         WS-PASSENGER-LAST-NAME
                         WS-PASSENGER-NAME-LINE
           EXEC SQL
             SELECT PASSENGER_NAME, PASSENGER_LAST_NAME
             INTO :WS-PASSENGER-FIRST-NAME, :WS-PASSENGER-LAST-NAME
             FROM T06_PASSENGERS_TABLE
             WHERE PASSENGER_ID = :WS-PASSENGER-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              STRING WS-PASSENGER-FIRST-NAME DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     WS-PASSENGER-LAST-NAME DELIMITED BY '  '
                INTO WS-PASSENGER-NAME-LINE
              END-STRING
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7004-PARA TO TRUE
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
