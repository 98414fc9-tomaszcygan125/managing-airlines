       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02468.
      ******************************************************************
      *
      * CREW PAIRING REVIEW AND COMMIT
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'E' ON
      * THE SECOND MENU PAGE (Z02455) "CREW PAIRING REVIEW" -- OPS
      * (OR ADMIN) SIGN-ON ONLY, AS FOR THE CREW ROSTER ITSELF,
      * CHECKED BOTH THERE AND HERE (2170-CHECK-THE-ROLE).
      *
      * Z02467 STAGES 'PROPOSED' PAIRINGS (T92_CREW_PAIRING, LEGS ON
      * T93_PAIRING_LEG, PROPOSED CREW ON T94_PAIRING_CREW -- LAYOUTS
      * IN Z02467'S HEADER).  THIS SCREEN WALKS THE PROPOSED PAIRINGS
      * THAT HAVE NOT STARTED YET OLDEST-FIRST, ONE AT A TIME, THE
      * SAME WAY Z02463 WALKS THE OVERBOOKING REVIEWS, SHOWING THE
      * LEGS AND THE CREW OFFERED.  THE ROSTERING SUPERVISOR MAY
      * OVERKEY ANY CREW ID OR ROLE (OR FILL AN EMPTY ROW) AND THEN:
      *
      *   'C' -- COMMIT: EVERY CREW MEMBER ON THE SCREEN IS PUT ON
      *          EVERY LEG OF THE PAIRING ON T29_CREW_ASSIGNMENT IN
      *          ONE UNIT OF WORK.  EACH ONE MUST FIRST PASS THE
      *          SAME CHECKS Z02355'S 'G' MAKES FLIGHT BY FLIGHT --
      *          ACTIVE, QUALIFIED AND RATED ON EVERY LEG'S MODEL,
      *          MEDICAL AND RECURRENT TRAINING VALID ON THE DAY, ON
      *          NO OVERLAPPING FLIGHT, AND INSIDE 'MAX-DUTY-MINUTES'
      *          (T87 THROUGH Z02457, THE PAIRING'S AIRLINE) FOR THE
      *          DAY -- OR NOTHING IS WRITTEN.  A ROLE LEFT BLANK IS
      *          'CABIN', AS ON Z02355
      *   'X' -- REJECT: THE LEGS GO BACK FOR THE NEXT Z02467 RUN
      *   ENTER WITH NO ACTION / PF8 -- SKIP TO THE NEXT PAIRING
      *
      * EVERY DECISION IS LOGGED TO T24_TRANSACTION_LOG_TABLE WITH
      * THE PAIRING ID, AND THE SUPERVISOR AND TIME GO ON THE T92
      * ROW.  ON A COMMIT T94 IS REWRITTEN TO THE CREW ACTUALLY
      * COMMITTED.
      *
      *   NEW FIELD ADDED TO ZZEC0215 FOR THIS PROGRAM :
      *      WS-Z02468-O-PAIRING-ID -- THE PAIRING ON SCREEN, CARRIED
      *      ACROSS THE PSEUDO-CONVERSATION THE SAME WAY
      *      WS-Z02463-O-REVIEW-ID IS
      *
      *   NEW MAPSET MP0284 (COPYBOOK ZZMP0284), FIELDS:
      *      ACTIONI        PIC X(1)   'C' / 'X' / BLANK
      *      PAIRING-IDO    PIC 9(9)   PAIRING ON SCREEN
      *      BASEO          PIC X(3)
      *      PAIRING-DATEO  PIC X(10)  YYYY-MM-DD
      *      MINUTESO       PIC ZZZ9   FLIGHT MINUTES
      *      LEGO           PIC X(40)  OCCURS 6 -- FLIGHT, ROUTE AND
      *                                TIMES OF EACH LEG
      *      CREW-IDI       PIC X(9)   OCCURS 4 -- CREW ID (OVERKEYABLE)
      *      ROLEI          PIC X(10)  OCCURS 4 -- CREW ROLE
      *      CREW-NAMEO     PIC X(25)  OCCURS 4 -- LAST NAME
      *      MSGO           PIC X(60)
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-10-15  INITIAL VERSION
      *
      ******************************************************************

      ******************************************************************
      *                        DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0284.
           COPY ZZEC0215.
           COPY ZZEC0269.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02468'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-PROPOSED-STATUS              PIC X(10)
                                                 VALUE 'PROPOSED'.
           05 CT-COMMITTED-STATUS             PIC X(10)
                                                 VALUE 'COMMITTED'.
           05 CT-REJECTED-STATUS              PIC X(10)
                                                 VALUE 'REJECTED'.
           05 CT-ACTIVE-STATUS                PIC X(15) VALUE 'ACTIVE'.
           05 CT-DEFAULT-ROLE                 PIC X(10) VALUE 'CABIN'.
           05 CT-ITEM-TYPE-RATING             PIC X(8) VALUE 'TYPE'.
           05 CT-ITEM-MEDICAL                 PIC X(8) VALUE 'MEDICAL'.
           05 CT-ITEM-RECURRENT               PIC X(8) VALUE 'RECURRNT'.
           05 CT-MAX-DUTY-MINUTES             PIC S9(4) COMP VALUE 600.
           05 CT-MAX-LEGS                     PIC S9(4) COMP VALUE 6.
           05 CT-MAX-CREW                     PIC S9(4) COMP VALUE 4.
           05 CT-CANCELED-FLIGHT-STATUS.
              49 CT-CANCELED-FLIGHT-STATUS-LEN PIC S9(4) COMP VALUE 8.
              49 CT-CANCELED-FLIGHT-STATUS-TEXT PIC X(15)
                                                 VALUE 'CANCELED'.
           05 CT-DELETED-FLIGHT-STATUS.
              49 CT-DELETED-FLIGHT-STATUS-LEN PIC S9(4) COMP VALUE 7.
              49 CT-DELETED-FLIGHT-STATUS-TEXT PIC X(15)
                                                 VALUE 'DELETED'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7009-PARA              VALUE '7009'.
               88 SO-7010-PARA              VALUE '7010'.
               88 SO-7011-PARA              VALUE '7011'.
               88 SO-7012-PARA              VALUE '7012'.
               88 SO-7013-PARA              VALUE '7013'.
               88 SO-7014-PARA              VALUE '7014'.
               88 SO-7015-PARA              VALUE '7015'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-IF-ITEM-FOUND                            PIC X.
               88 SO-ITEM-FOUND                           VALUE 'Y'.
               88 SO-ITEM-NOT-FOUND                       VALUE 'N'.
           05 SW-IF-CREW-FOUND                            PIC X.
               88 SO-CREW-FOUND                           VALUE 'Y'.
               88 SO-CREW-NOT-FOUND                       VALUE 'N'.
           05 SW-IF-END-OF-CURSOR                         PIC X.
               88 SO-END-OF-CURSOR                        VALUE 'Y'.
               88 SO-NOT-END-OF-CURSOR                    VALUE 'N'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-COMMIT                        VALUE 'C'.
               88 SO-ACTION-REJECT                        VALUE 'X'.
               88 SO-ACTION-SKIP                          VALUE ' '.

      * THE PAIRING'S LEGS, IN ORDER, FOR THE SCREEN
           EXEC SQL
             DECLARE C-PAIRING-LEGS CURSOR FOR
             SELECT T93.FLIGHT_ID,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    SUBSTR(CHAR(T05.DEPARTURE_TIMESTAMP), 12, 5),
                    SUBSTR(CHAR(T05.ARRIVAL_TIMESTAMP), 12, 5)
             FROM T93_PAIRING_LEG T93
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                   T05.FLIGHT_ID = T93.FLIGHT_ID
             WHERE T93.PAIRING_ID = :WS-PAIRING-ID
             ORDER BY T93.LEG_NUMBER
             FOR FETCH ONLY
           END-EXEC

      * THE CREW Z02467 OFFERED, FOR THE SCREEN
           EXEC SQL
             DECLARE C-PAIRING-CREW CURSOR FOR
             SELECT T94.CREW_ID,
                    T94.CREW_ROLE,
                    T27.CREW_LAST_NAME
             FROM T94_PAIRING_CREW T94
             INNER JOIN T27_CREW_TABLE T27 ON
                   T27.CREW_ID = T94.CREW_ID
             WHERE T94.PAIRING_ID = :WS-PAIRING-ID
             ORDER BY T94.CREW_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-VARIABLES.
           05 WS-PAIRING-ID                 PIC S9(9) COMP.
           05 WS-PAIRING-STATUS             PIC X(10).
           05 WS-BASE-AIRPORT               PIC X(3).
           05 WS-AIRLINE-CODE               PIC X(3).
           05 WS-PAIRING-DATE               PIC X(10).
           05 WS-FIRST-DEPARTURE-TS         PIC X(26).
           05 WS-LAST-ARRIVAL-TS            PIC X(26).
           05 WS-PAIRING-MINUTES            PIC S9(9) COMP.
           05 WS-REVIEWED-BY                PIC X(8).
           05 WS-PAIRING-ID-FORMAT          PIC 9(9).
           05 WS-CREW-ID                    PIC S9(9) COMP.
           05 WS-CREW-ROLE                  PIC X(10).
           05 WS-CREW-LAST-NAME             PIC X(25).
           05 WS-CREW-STATUS                PIC X(15).
           05 WS-CREW-ID-FORMAT             PIC 9(9).
           05 WS-LEGS-NOT-COVERED           PIC S9(4) COMP.
           05 WS-MEDICAL-VALID-COUNT        PIC S9(4) COMP.
           05 WS-TRAINING-VALID-COUNT       PIC S9(4) COMP.
           05 WS-OVERLAP-COUNT              PIC S9(4) COMP.
           05 WS-DUTY-MINUTES               PIC S9(9) COMP.
           05 WS-MAX-DUTY-MINUTES           PIC S9(9) COMP.
           05 WS-LEG-FLIGHT-ID              PIC X(8).
           05 WS-LEG-DEP-AIRPORT            PIC X(3).
           05 WS-LEG-ARR-AIRPORT            PIC X(3).
           05 WS-LEG-DEP-TIME               PIC X(5).
           05 WS-LEG-ARR-TIME               PIC X(5).
           05 WS-ROW                        PIC S9(4) COMP.
           05 WS-OTHER-ROW                  PIC S9(4) COMP.

      * THE CREW ROWS AS KEYED ON THE SCREEN
       01 WS-SCREEN-CREW-TABLE.
           05 WS-SCREEN-CREW-COUNT          PIC S9(4) COMP VALUE 0.
           05 WS-SCREEN-CREW OCCURS 4 TIMES.
               10 WS-SCR-CREW-ID            PIC S9(9) COMP.
               10 WS-SCR-CREW-ROLE          PIC X(10).

       01 WS-ROLE-LOOKUP-FIELDS.
           05 WS-ROLE-OPERATOR-ID           PIC X(8).
           05 WS-ROLE-FROM-T40              PIC X(5).
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ******************************************************************
      *                     1000-INIT
      ******************************************************************
       1000-INIT.
           PERFORM 1010-CHECK-IF-FIRST-TIME
           PERFORM 1011-INITIALIZE-COPYBOOK
           .
      ******************************************************************
      *                  1005-CICS-IGNORE
      ******************************************************************
       1005-CICS-IGNORE.
           EXEC CICS
            IGNORE CONDITION ERROR
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                1010-CHECK-IF-FIRST-TIME
      ******************************************************************
       1010-CHECK-IF-FIRST-TIME.
           IF EIBCALEN = 0         THEN
              PERFORM 1005-CICS-IGNORE
              SET SO-FIRST-TIME-PROGRAM-RUNS TO TRUE
           ELSE
              SET SO-NOT-FIRST-TIME-PROGRAM-RUNS TO TRUE
           END-IF
           .
      ******************************************************************
      *                  1011-INITIALIZE-COPYBOOK
      ******************************************************************
       1011-INITIALIZE-COPYBOOK.
           IF SO-FIRST-TIME-PROGRAM-RUNS THEN
              MOVE LOW-VALUES TO WS-ZZEC0215
           ELSE
              MOVE DFHCOMMAREA TO WS-ZZEC0215
           END-IF
           .
      ******************************************************************
      *                      2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           IF SO-FIRST-TIME-PROGRAM-RUNS THEN
              PERFORM 2001-PROCESS-IF-FIRST-TIME
           ELSE
              PERFORM 2002-PROCESS-IF-NOT-FIRST-TIME
           END-IF
           .
      ******************************************************************
      *                2001-PROCESS-IF-FIRST-TIME
      * SHOW THE OLDEST PROPOSED PAIRING STRAIGHT AWAY
      ******************************************************************
       2001-PROCESS-IF-FIRST-TIME.
           PERFORM 2170-CHECK-THE-ROLE
           MOVE 0 TO WS-Z02468-O-PAIRING-ID
           PERFORM 2020-SHOW-NEXT-PROPOSED
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM 2170-CHECK-THE-ROLE
               PERFORM 2010-PROCESS-DECISION
             WHEN DFHPF8
               PERFORM 2020-SHOW-NEXT-PROPOSED
               SET SO-FINAL-WITH-COMMAREA TO TRUE
             WHEN DFHPF3
               SET SO-FINAL-TERMINATION TO TRUE
             WHEN OTHER
               PERFORM 2400-INITIALIZE-ERROR-MESSAGE
               MOVE 'YOU HAVE PRESSED NO ACTION KEY '
               TO WS-Z02141-I-ERROR-MESSAGE(1)
               SET SO-Z02141-M-WITH TO TRUE
               PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                2010-PROCESS-DECISION
      ******************************************************************
       2010-PROCESS-DECISION.
           PERFORM 2011-RECEIVE-DECISION-INPUT
           MOVE WS-Z02468-O-PAIRING-ID TO WS-PAIRING-ID
           IF WS-PAIRING-ID = 0 THEN
              PERFORM 2020-SHOW-NEXT-PROPOSED
              SET SO-FINAL-WITH-COMMAREA TO TRUE
           ELSE
              MOVE WS-PAIRING-ID        TO WS-PAIRING-ID-FORMAT
              MOVE WS-PAIRING-ID-FORMAT TO WS-LOG-ENTITY-KEY
              EVALUATE TRUE
              WHEN SO-ACTION-COMMIT
                 PERFORM 2030-COMMIT-PAIRING
                 MOVE 'PAIRING COMMIT'   TO WS-LOG-ACTION-TEXT
                 PERFORM 9050-LOG-TRANSACTION
                 PERFORM 2020-SHOW-NEXT-PROPOSED
              WHEN SO-ACTION-REJECT
                 PERFORM 7014-MARK-REJECTED
                 MOVE 'PAIRING REJECT'   TO WS-LOG-ACTION-TEXT
                 PERFORM 9050-LOG-TRANSACTION
                 PERFORM 2020-SHOW-NEXT-PROPOSED
              WHEN OTHER
                 PERFORM 2020-SHOW-NEXT-PROPOSED
              END-EVALUATE
              SET SO-FINAL-WITH-COMMAREA TO TRUE
           END-IF
           .
      ******************************************************************
      *                2011-RECEIVE-DECISION-INPUT
      * THE CREW ROWS ARE TAKEN AS KEYED -- A BLANK ROW IS SKIPPED
      ******************************************************************
       2011-RECEIVE-DECISION-INPUT.
           MOVE LOW-VALUES TO MP0284I
           EXEC CICS
           RECEIVE MAP('MP0284') MAPSET('MP0284')
           INTO(MP0284I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              SET SO-ACTION-SKIP TO TRUE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           MOVE ACTIONI        TO SW-USER-ACTION
           IF NOT (SO-ACTION-COMMIT OR SO-ACTION-REJECT) THEN
              SET SO-ACTION-SKIP TO TRUE
           END-IF
           MOVE 0 TO WS-SCREEN-CREW-COUNT
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > CT-MAX-CREW
              IF CREW-IDI(WS-ROW) = SPACE OR
                 CREW-IDI(WS-ROW) = LOW-VALUES THEN
                 CONTINUE
              ELSE
                 PERFORM 2012-TAKE-ONE-CREW-ROW
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2012-TAKE-ONE-CREW-ROW
      ******************************************************************
       2012-TAKE-ONE-CREW-ROW.
           IF CREW-IDI(WS-ROW) IS NUMERIC AND
              CREW-IDI(WS-ROW) > ZERO THEN
              ADD 1 TO WS-SCREEN-CREW-COUNT
              MOVE CREW-IDI(WS-ROW) TO
                              WS-SCR-CREW-ID(WS-SCREEN-CREW-COUNT)
              IF ROLEI(WS-ROW) = SPACE OR
                 ROLEI(WS-ROW) = LOW-VALUES THEN
                 MOVE CT-DEFAULT-ROLE TO
                              WS-SCR-CREW-ROLE(WS-SCREEN-CREW-COUNT)
              ELSE
                 MOVE ROLEI(WS-ROW) TO
                              WS-SCR-CREW-ROLE(WS-SCREEN-CREW-COUNT)
              END-IF
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CREW ID MUST BE NUMERIC' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-SHOW-NEXT-PROPOSED
      * OLDEST PROPOSED PAIRING AFTER THE ONE ON SCREEN
      ******************************************************************
       2020-SHOW-NEXT-PROPOSED.
           PERFORM 7001-READ-NEXT-PROPOSED
           MOVE LOW-VALUES TO MP0284O
           IF SO-ITEM-FOUND THEN
              MOVE WS-PAIRING-ID        TO WS-Z02468-O-PAIRING-ID
              MOVE WS-PAIRING-ID        TO PAIRING-IDO
              MOVE WS-BASE-AIRPORT      TO BASEO
              MOVE WS-PAIRING-DATE      TO PAIRING-DATEO
              MOVE WS-PAIRING-MINUTES   TO MINUTESO
              PERFORM 2021-SHOW-THE-LEGS
              PERFORM 2022-SHOW-THE-CREW
              MOVE 'C=COMMIT X=REJECT PF8=SKIP PF3=END' TO MSGO
           ELSE
              MOVE 0 TO WS-Z02468-O-PAIRING-ID
              MOVE 'NO PROPOSED PAIRINGS -- PF3 TO END' TO MSGO
           END-IF
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                  2021-SHOW-THE-LEGS
      ******************************************************************
       2021-SHOW-THE-LEGS.
           EXEC SQL
             OPEN C-PAIRING-LEGS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           MOVE 0 TO WS-ROW
           PERFORM UNTIL SO-END-OF-CURSOR OR WS-ROW >= CT-MAX-LEGS
              PERFORM 7002-FETCH-NEXT-LEG
              IF NOT SO-END-OF-CURSOR THEN
                 ADD 1 TO WS-ROW
                 STRING WS-LEG-FLIGHT-ID ' ' WS-LEG-DEP-AIRPORT '-'
                        WS-LEG-ARR-AIRPORT ' ' WS-LEG-DEP-TIME '-'
                        WS-LEG-ARR-TIME
                   DELIMITED BY SIZE INTO LEGO(WS-ROW)
                 END-STRING
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-PAIRING-LEGS
           END-EXEC
           .
      ******************************************************************
      *                  2022-SHOW-THE-CREW
      ******************************************************************
       2022-SHOW-THE-CREW.
           EXEC SQL
             OPEN C-PAIRING-CREW
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           SET SO-NOT-END-OF-CURSOR TO TRUE
           MOVE 0 TO WS-ROW
           PERFORM UNTIL SO-END-OF-CURSOR OR WS-ROW >= CT-MAX-CREW
              PERFORM 7003-FETCH-NEXT-CREW
              IF NOT SO-END-OF-CURSOR THEN
                 ADD 1 TO WS-ROW
                 MOVE WS-CREW-ID        TO WS-CREW-ID-FORMAT
                 MOVE WS-CREW-ID-FORMAT TO CREW-IDO(WS-ROW)
                 MOVE WS-CREW-ROLE      TO ROLEO(WS-ROW)
                 MOVE WS-CREW-LAST-NAME TO CREW-NAMEO(WS-ROW)
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-PAIRING-CREW
           END-EXEC
           .
      ******************************************************************
      *                 2030-COMMIT-PAIRING
      * EVERY CREW MEMBER IS CHECKED BEFORE ANYTHING IS WRITTEN, SO A
      * REFUSAL LEAVES THE PAIRING EXACTLY AS IT WAS
      ******************************************************************
       2030-COMMIT-PAIRING.
           PERFORM 7004-READ-THE-PAIRING
           IF WS-PAIRING-STATUS NOT = CT-PROPOSED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PAIRING ALREADY COMMITTED OR REJECTED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-SCREEN-CREW-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'A COMMIT NEEDS AT LEAST ONE CREW ID' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7008-GET-MAX-DUTY-MINUTES
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-SCREEN-CREW-COUNT
              PERFORM 2031-CHECK-ONE-CREW-MEMBER
           END-PERFORM
           PERFORM 7009-MARK-COMMITTED
           PERFORM 7011-CLEAR-PAIRING-CREW
           PERFORM VARYING WS-ROW FROM 1 BY 1
                   UNTIL WS-ROW > WS-SCREEN-CREW-COUNT
              MOVE WS-SCR-CREW-ID(WS-ROW)   TO WS-CREW-ID
              MOVE WS-SCR-CREW-ROLE(WS-ROW) TO WS-CREW-ROLE
              PERFORM 7010-INSERT-ASSIGNMENTS
              PERFORM 7012-INSERT-PAIRING-CREW
           END-PERFORM
           .
      ******************************************************************
      *               2031-CHECK-ONE-CREW-MEMBER
      * Z02355'S 'G' GATE, RUN OVER EVERY LEG AT ONCE
      ******************************************************************
       2031-CHECK-ONE-CREW-MEMBER.
           MOVE WS-SCR-CREW-ID(WS-ROW) TO WS-CREW-ID
           MOVE WS-CREW-ID             TO WS-CREW-ID-FORMAT
           PERFORM VARYING WS-OTHER-ROW FROM 1 BY 1
                   UNTIL WS-OTHER-ROW >= WS-ROW
              IF WS-SCR-CREW-ID(WS-OTHER-ROW) = WS-CREW-ID THEN
                 MOVE 'IS KEYED TWICE' TO WS-Z02141-I-ERROR-MESSAGE(2)
                 PERFORM 2032-REFUSE-CREW-MEMBER
              END-IF
           END-PERFORM
           PERFORM 7005-LOOKUP-CREW
           IF SO-CREW-NOT-FOUND THEN
              MOVE 'IS NOT ON THE CREW TABLE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(2)
              PERFORM 2032-REFUSE-CREW-MEMBER
           END-IF
           IF WS-CREW-STATUS NOT = CT-ACTIVE-STATUS THEN
              MOVE 'IS NOT ACTIVE' TO WS-Z02141-I-ERROR-MESSAGE(2)
              PERFORM 2032-REFUSE-CREW-MEMBER
           END-IF
           PERFORM 7006-CHECK-QUALIFICATION
           IF WS-LEGS-NOT-COVERED > 0 THEN
              MOVE 'IS NOT QUALIFIED OR RATED ON EVERY LEG' TO
                                  WS-Z02141-I-ERROR-MESSAGE(2)
              PERFORM 2032-REFUSE-CREW-MEMBER
           END-IF
           IF WS-MEDICAL-VALID-COUNT = 0 THEN
              MOVE 'MEDICAL EXPIRED OR NOT ON FILE FOR THIS DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(2)
              PERFORM 2032-REFUSE-CREW-MEMBER
           END-IF
           IF WS-TRAINING-VALID-COUNT = 0 THEN
              MOVE 'RECURRENT TRAINING OVERDUE FOR THIS DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(2)
              PERFORM 2032-REFUSE-CREW-MEMBER
           END-IF
           PERFORM 7007-CHECK-OVERLAP-AND-DUTY
           IF WS-OVERLAP-COUNT > 0 THEN
              MOVE 'IS ALREADY ON AN OVERLAPPING FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(2)
              PERFORM 2032-REFUSE-CREW-MEMBER
           END-IF
           IF WS-DUTY-MINUTES + WS-PAIRING-MINUTES >
                                         WS-MAX-DUTY-MINUTES THEN
              MOVE 'WOULD EXCEED THE DUTY TIME LIMIT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(2)
              PERFORM 2032-REFUSE-CREW-MEMBER
           END-IF
           .
      ******************************************************************
      *               2032-REFUSE-CREW-MEMBER
      * THE REASON IS ALREADY IN LINE 2 -- LINE 1 NAMES THE MEMBER
      ******************************************************************
       2032-REFUSE-CREW-MEMBER.
           MOVE SPACE TO WS-Z02141-I-ERROR-MESSAGE(1)
           STRING 'NOTHING COMMITTED -- CREW ' WS-CREW-ID-FORMAT
             DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
           END-STRING
           SET SO-Z02141-M-WITH TO TRUE
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0284') MAPSET('MP0284')
             FROM(MP0284O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * OPS (ADMIN GETS EVERYTHING) -- SAME T40 READ-BACK AS
      * Z02463'S 2170, OFF THE OPERATOR Z02383 VALIDATED
      ******************************************************************
       2170-CHECK-THE-ROLE.
           IF WS-SIGNON-ROLE = SPACE OR WS-SIGNON-ROLE = LOW-VALUES
              MOVE EIBOPID TO WS-ROLE-OPERATOR-ID
              MOVE SPACE TO WS-ROLE-FROM-T40
              EXEC SQL
                SELECT OPERATOR_ROLE
                INTO :WS-ROLE-FROM-T40
                FROM T40_OPERATOR_TABLE
                WHERE OPERATOR_ID = :WS-ROLE-OPERATOR-ID
                  AND OPERATOR_STATUS = 'ACTIVE'
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF SO-SQLCODE-NORMAL THEN
                 MOVE WS-ROLE-FROM-T40    TO WS-SIGNON-ROLE
                 MOVE WS-ROLE-OPERATOR-ID TO WS-SIGNON-OPERATOR-ID
              END-IF
           END-IF
           IF SO-ROLE-OPS OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CREW PAIRING REVIEW NEEDS AN OPS SIGN-ON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE ' YOU NEED TO PROVIDE  DATA IN CHOICE FIELD '
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              DISPLAY 'UNKNOWN EIBERSP '
              DISPLAY 'EIBRESP VALUE : ' EIBRESP
              MOVE EIBRESP TO WS-EIBRESP-TEMP
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING '  UNKNOWN EIBERSP '  'EIBRESP VALUE : '
              WS-EIBRESP-TEMP
              DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                2400-INITIALIZE-ERROR-MESSAGE
      ******************************************************************
       2400-INITIALIZE-ERROR-MESSAGE.
           PERFORM VARYING WS-ITER2 FROM 1 BY 1 UNTIL WS-ITER2 > 10
             MOVE SPACE TO WS-Z02141-I-ERROR-MESSAGE(WS-ITER2)
           END-PERFORM
           .
      ******************************************************************
      *                  2300-CALL-ERROR-ROUTINE
      ******************************************************************
       2300-CALL-ERROR-ROUTINE.
           SET SO-Z02141-I-FIRST-TIME TO TRUE

           MOVE CT-THIS-PROGRAM-NAME TO WS-Z02141-I-CALLING-PROGRAM
           MOVE WS-ZZEC0215 TO DFHCOMMAREA
           EXEC CICS
            XCTL PROGRAM(CT-ERROR-ROUTINE) COMMAREA(WS-ZZEC0215)
           END-EXEC
           .
      ******************************************************************
      *                7001-READ-NEXT-PROPOSED
      * OLDEST PROPOSED PAIRING WITH A HIGHER PAIRING_ID THAN THE ONE
      * JUST HANDLED THAT HAS NOT STARTED YET -- IDS COME OFF T20 IN
      * CREATION ORDER, AS Z02463'S REVIEW IDS DO
      ******************************************************************
       7001-READ-NEXT-PROPOSED.
           SET SO-ITEM-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT PAIRING_ID, BASE_AIRPORT_CODE,
                    CHAR(PAIRING_DATE, ISO), DUTY_MINUTES
             INTO :WS-PAIRING-ID, :WS-BASE-AIRPORT,
                  :WS-PAIRING-DATE, :WS-PAIRING-MINUTES
             FROM T92_CREW_PAIRING
             WHERE PAIRING_STATUS = :CT-PROPOSED-STATUS
               AND PAIRING_ID > :WS-Z02468-O-PAIRING-ID
               AND FIRST_DEPARTURE > CURRENT TIMESTAMP
             ORDER BY PAIRING_ID
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-ITEM-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7002-FETCH-NEXT-LEG
      ******************************************************************
       7002-FETCH-NEXT-LEG.
           EXEC SQL
             FETCH C-PAIRING-LEGS
             INTO :WS-LEG-FLIGHT-ID,
                  :WS-LEG-DEP-AIRPORT,
                  :WS-LEG-ARR-AIRPORT,
                  :WS-LEG-DEP-TIME,
                  :WS-LEG-ARR-TIME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7003-FETCH-NEXT-CREW
      ******************************************************************
       7003-FETCH-NEXT-CREW.
           EXEC SQL
             FETCH C-PAIRING-CREW
             INTO :WS-CREW-ID,
                  :WS-CREW-ROLE,
                  :WS-CREW-LAST-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7004-READ-THE-PAIRING
      ******************************************************************
       7004-READ-THE-PAIRING.
           MOVE SPACE TO WS-PAIRING-STATUS
           EXEC SQL
             SELECT PAIRING_STATUS, AIRLINE_CODE,
                    CHAR(PAIRING_DATE, ISO),
                    CHAR(FIRST_DEPARTURE), CHAR(LAST_ARRIVAL),
                    DUTY_MINUTES
             INTO :WS-PAIRING-STATUS, :WS-AIRLINE-CODE,
                  :WS-PAIRING-DATE,
                  :WS-FIRST-DEPARTURE-TS, :WS-LAST-ARRIVAL-TS,
                  :WS-PAIRING-MINUTES
             FROM T92_CREW_PAIRING
             WHERE PAIRING_ID = :WS-PAIRING-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7005-LOOKUP-CREW
      ******************************************************************
       7005-LOOKUP-CREW.
           SET SO-CREW-NOT-FOUND TO TRUE
           INITIALIZE WS-CREW-STATUS
           EXEC SQL
             SELECT CREW_STATUS
             INTO :WS-CREW-STATUS
             FROM T27_CREW_TABLE
             WHERE CREW_ID = :WS-CREW-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CREW-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7006-CHECK-QUALIFICATION
      * LEGS WHOSE PLANE MODEL THE MEMBER IS NOT QUALIFIED AND RATED
      * ON FOR THE LEG'S DATE (Z02355'S 7007 AND 7016 TOGETHER), AND
      * THE MEDICAL AND RECURRENT TRAINING ON THE DUTY DAY
      ******************************************************************
       7006-CHECK-QUALIFICATION.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-LEGS-NOT-COVERED
             FROM T93_PAIRING_LEG T93
             INNER JOIN T05_FLIGHT_TABLE T05L ON
                   T05L.FLIGHT_ID = T93.FLIGHT_ID
             WHERE T93.PAIRING_ID = :WS-PAIRING-ID
               AND NOT EXISTS
                   (SELECT 1
                      FROM T28_CREW_QUALIFICATION T28
                      INNER JOIN T91_CREW_VALIDITY T91R ON
                            T91R.CREW_ID     = T28.CREW_ID
                        AND T91R.ITEM_TYPE   = :CT-ITEM-TYPE-RATING
                        AND T91R.PLANE_MODEL = T28.PLANE_MODEL
                     WHERE T28.CREW_ID = :WS-CREW-ID
                       AND T91R.EXPIRY_DATE >=
                              DATE(T05L.DEPARTURE_TIMESTAMP)
                       AND T28.PLANE_MODEL IN
                           (SELECT T08.PLANE_MODEL
                              FROM T08_TABLE_PLANE_TABLE T08
                             WHERE T08.PLANE_ID = T05L.PLANE_ID))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN ITEM_TYPE = :CT-ITEM-MEDICAL
                                 THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN ITEM_TYPE =
                                         :CT-ITEM-RECURRENT
                                 THEN 1 ELSE 0 END), 0)
             INTO :WS-MEDICAL-VALID-COUNT,
                  :WS-TRAINING-VALID-COUNT
             FROM T91_CREW_VALIDITY
             WHERE CREW_ID = :WS-CREW-ID
               AND EXPIRY_DATE >= DATE(:WS-PAIRING-DATE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7007-CHECK-OVERLAP-AND-DUTY
      * SAME OVERLAP AND DUTY-MINUTE ARITHMETIC AS Z02355'S 7008 AND
      * 7009, OVER THE WHOLE PAIRING WINDOW AND DUTY DAY
      ******************************************************************
       7007-CHECK-OVERLAP-AND-DUTY.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-OVERLAP-COUNT
             FROM T29_CREW_ASSIGNMENT T29
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T29.FLIGHT_ID
             WHERE T29.CREW_ID = :WS-CREW-ID
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-FLIGHT-STATUS
               AND T05.FLIGHT_STATUS <> :CT-DELETED-FLIGHT-STATUS
               AND T05.DEPARTURE_TIMESTAMP <
                                  TIMESTAMP(:WS-LAST-ARRIVAL-TS)
               AND T05.ARRIVAL_TIMESTAMP >
                                  TIMESTAMP(:WS-FIRST-DEPARTURE-TS)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           EXEC SQL
             SELECT COALESCE(SUM(
                      TIMESTAMPDIFF(4, CHAR(T05.ARRIVAL_TIMESTAMP
                                     - T05.DEPARTURE_TIMESTAMP))), 0)
             INTO :WS-DUTY-MINUTES
             FROM T29_CREW_ASSIGNMENT T29
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T29.FLIGHT_ID
             WHERE T29.CREW_ID = :WS-CREW-ID
               AND DATE(T05.DEPARTURE_TIMESTAMP) =
                                         DATE(:WS-PAIRING-DATE)
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-FLIGHT-STATUS
               AND T05.FLIGHT_STATUS <> :CT-DELETED-FLIGHT-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7008-GET-MAX-DUTY-MINUTES
      * THE LIMIT FOR THE PAIRING'S AIRLINE ON THE DUTY DAY, AS
      * Z02355'S 7012 READS IT
      ******************************************************************
       7008-GET-MAX-DUTY-MINUTES.
           MOVE 'MAX-DUTY-MINUTES'  TO PARM-NAME
           MOVE WS-AIRLINE-CODE     TO PARM-SCOPE
           MOVE WS-PAIRING-DATE     TO PARM-AS-OF-DATE
           MOVE CT-MAX-DUTY-MINUTES TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MAX-DUTY-MINUTES
           .
      ******************************************************************
      *                 7009-MARK-COMMITTED
      * ONLY A STILL-PROPOSED PAIRING MOVES -- A SECOND SUPERVISOR
      * WHO GOT THERE FIRST WINS, BEFORE ANY T29 ROW IS WRITTEN
      ******************************************************************
       7009-MARK-COMMITTED.
           MOVE EIBOPID TO WS-REVIEWED-BY
           EXEC SQL
             UPDATE T92_CREW_PAIRING
                SET PAIRING_STATUS     = :CT-COMMITTED-STATUS,
                    CREW_PROPOSED      = :WS-SCREEN-CREW-COUNT,
                    REVIEWED_BY        = :WS-REVIEWED-BY,
                    REVIEWED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE PAIRING_ID     = :WS-PAIRING-ID
                AND PAIRING_STATUS = :CT-PROPOSED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PAIRING ALREADY COMMITTED OR REJECTED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7010-INSERT-ASSIGNMENTS
      * ONE T29 ROW PER LEG FOR THIS CREW MEMBER, AS Z02355'S 7010
      * WRITES THEM ONE AT A TIME
      ******************************************************************
       7010-INSERT-ASSIGNMENTS.
           EXEC SQL
             INSERT INTO T29_CREW_ASSIGNMENT
                (FLIGHT_ID, CREW_ID, CREW_ROLE, ASSIGNED_TIMESTAMP)
             SELECT T93.FLIGHT_ID, :WS-CREW-ID, :WS-CREW-ROLE,
                    CURRENT TIMESTAMP
               FROM T93_PAIRING_LEG T93
              WHERE T93.PAIRING_ID = :WS-PAIRING-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7010-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7011-CLEAR-PAIRING-CREW
      * T94 IS REWRITTEN TO THE CREW ACTUALLY COMMITTED
      ******************************************************************
       7011-CLEAR-PAIRING-CREW.
           EXEC SQL
             DELETE FROM T94_PAIRING_CREW
              WHERE PAIRING_ID = :WS-PAIRING-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7011-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7012-INSERT-PAIRING-CREW
      ******************************************************************
       7012-INSERT-PAIRING-CREW.
           EXEC SQL
             INSERT INTO T94_PAIRING_CREW
                (PAIRING_ID, CREW_ID, CREW_ROLE)
             VALUES
                (:WS-PAIRING-ID, :WS-CREW-ID, :WS-CREW-ROLE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7012-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7014-MARK-REJECTED
      ******************************************************************
       7014-MARK-REJECTED.
           MOVE EIBOPID TO WS-REVIEWED-BY
           EXEC SQL
             UPDATE T92_CREW_PAIRING
                SET PAIRING_STATUS     = :CT-REJECTED-STATUS,
                    REVIEWED_BY        = :WS-REVIEWED-BY,
                    REVIEWED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE PAIRING_ID     = :WS-PAIRING-ID
                AND PAIRING_STATUS = :CT-PROPOSED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7014-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                     9050-LOG-TRANSACTION
      * SAME T24 ROW SHAPE AS Z02232'S 9050-LOG-TRANSACTION
      ******************************************************************
       9050-LOG-TRANSACTION.
           MOVE EIBOPID              TO T24-OPERATOR-ID
           MOVE EIBTRNID             TO T24-TRANSACTION-ID
           MOVE CT-THIS-PROGRAM-NAME TO T24-PROGRAM-ID
           MOVE WS-LOG-ACTION-TEXT   TO T24-ACTION-TEXT
           MOVE WS-LOG-ENTITY-KEY    TO T24-ENTITY-KEY
           EXEC SQL
             INSERT INTO T24_TRANSACTION_LOG_TABLE
                (OPERATOR_ID, TRANSACTION_ID, PROGRAM_ID,
                 ACTION_TEXT, ENTITY_KEY, LOG_TIMESTAMP)
             VALUES
                (:T24-OPERATOR-ID, :T24-TRANSACTION-ID,
                 :T24-PROGRAM-ID, :T24-ACTION-TEXT, :T24-ENTITY-KEY,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-9050-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                       9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           MOVE SQLERRMC TO WS-SQLERRMC
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE

           MOVE 'DB2 ERROR ' TO  WS-Z02141-I-ERROR-MESSAGE(1)

           STRING 'IN SATATEMENT: ' SW-STATEMENT-ID
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(2)
           END-STRING

           STRING 'SQLCODE: ' WS-SQLCODE-FORMAT
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(3)
           END-STRING

           STRING 'SQLERRMC: ' WS-SQLERRMC
             DELIMITED BY SIZE
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
           MOVE WS-LOG-ENTITY-KEY    TO ERRL-ENTITY-KEY
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
           EVALUATE TRUE
           WHEN SO-FINAL-WITH-COMMAREA
              PERFORM 3001-REUTRN-WITH-TRANSID
           WHEN SO-FINAL-TERMINATION
              PERFORM 3002-REUTRN-TO-CALLING-PROG
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE ' 3000 PARA ERROR SHOULDNT HAPPEN  '
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                    3001-REUTRN-WITH-TRANSID
      ******************************************************************
       3001-REUTRN-WITH-TRANSID.
           MOVE WS-ZZEC0215 TO DFHCOMMAREA
           EXEC CICS
               RETURN TRANSID('0284') COMMAREA(WS-ZZEC0215)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                   3002-REUTRN-TO-CALLING-PROG
      ******************************************************************
       3002-REUTRN-TO-CALLING-PROG.
           EXEC CICS
              XCTL PROGRAM(CT-FIRST-PROGRAM-NAME)
                 COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
