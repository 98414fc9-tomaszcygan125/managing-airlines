      *   'A' -- ADD A CREW MEMBER (CREW_ID DRAWN OFF T20_ID_SEQUENCE
      *          THE SAME WAY Z02292'S 7013-GET-THIS-VALUE DRAWS IDS)
      *   'Q' -- RECORD A MODEL QUALIFICATION FOR A CREW MEMBER
      *          (MODEL MUST EXIST ON T07_PLANE_MODEL_TABLE) WITH THE
      *          TYPE RATING'S EXPIRY DATE -- ON A MODEL ALREADY HELD
      *          THIS RENEWS THE EXPIRY
      *   'M' -- RECORD THE MEDICAL CERTIFICATE'S EXPIRY DATE
      *   'T' -- RECORD THE DATE RECURRENT TRAINING (SAFETY AND
      *          EMERGENCY PROCEDURES) IS NEXT DUE
      *   'G' -- ASSIGN A CREW MEMBER TO A T05 FLIGHT.  REFUSED WHEN
      *          THE MEMBER IS NOT QUALIFIED ON THE FLIGHT PLANE'S
      *          MODEL, WHEN THEY ARE ALREADY ON A FLIGHT WHOSE
      *          DEPARTURE/ARRIVAL WINDOW OVERLAPS (SAME OVERLAP
      *          ARITHMETIC AS Z02292'S 7023-CHECK-PLANE-AVAILABILITY)
      *          OR WHEN THE DUTY MINUTES ALREADY ASSIGNED ON THE
      *          DEPARTURE DAY PLUS THIS FLIGHT WOULD PASS THE
      *          'MAX-DUTY-MINUTES' LIMIT ON T87 FOR THE FLIGHT'S
      *          AIRLINE AS OF THE DEPARTURE DAY (Z02457 LOOKUP,
      *          CT-MAX-DUTY-MINUTES WHEN NO ROW APPLIES).  ALSO
      *          REFUSED WHEN THE TYPE RATING FOR THE PLANE'S MODEL,
      *          THE MEDICAL OR THE RECURRENT TRAINING HAS NO
      *          VALIDITY ROW RUNNING TO THE DEPARTURE DATE
      *   'R' -- REMOVE AN ASSIGNMENT (FLIGHT + CREW)
      *
      * THE VALIDITY DATES LIVE ON T91_CREW_VALIDITY, ONE ROW PER
      * CREW MEMBER AND ITEM:
      *
      *   CREW_ID            INTEGER
      *   ITEM_TYPE          CHAR(8)    'TYPE' / 'MEDICAL' / 'RECURRNT'
      *   PLANE_MODEL        CHAR(20)   THE RATED MODEL ('TYPE' ONLY,
      *                                 BLANK OTHERWISE)
      *   EXPIRY_DATE        DATE       LAST DAY THE ITEM IS VALID
      *   RECORDED_BY        CHAR(8)
      *   RECORDED_TIMESTAMP TIMESTAMP
      *
      *   PRIMARY KEY (CREW_ID, ITEM_TYPE, PLANE_MODEL),
      *   INDEX (EXPIRY_DATE)
      *
      * Z02466 LISTS THE ITEMS FALLING DUE EACH WEEK BY BASE.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-08-21  INITIAL VERSION
      *  2026-10-15  DUTY LIMIT READ OFF T87 THROUGH Z02457 (7012),
      *              SCOPED TO THE FLIGHT'S AIRLINE AND EFFECTIVE ON
      *              THE DEPARTURE DAY -- CT-MAX-DUTY-MINUTES IS NOW
      *              ONLY THE NO-ROW DEFAULT
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *  2026-10-15  CREW LICENCE VALIDITY -- NEW T91_CREW_VALIDITY.
      *              'Q' NOW TAKES THE TYPE RATING'S EXPIRY (AND RENEWS
      *              IT ON A MODEL ALREADY HELD), NEW 'M' AND 'T' RECORD
      *              THE MEDICAL AND RECURRENT-TRAINING DATES, AND 'G'
      *              REFUSES A FLIGHT DEPARTING AFTER ANY OF THE THREE
      *              HAS LAPSED (NEW 7013-7016).  NEW MAP FIELD ADDED TO
      *              ZZMP0241/MP0241 FOR THIS: VALIDI PIC X(10),
      *              YYYY-MM-DD
      *
      ******************************************************************

           COPY DFHAID.
           COPY ZZMP0241.
           COPY ZZEC0215.
           COPY ZZEC0270.
      * BUSINESS-RULE PARAMETER LOOKUP (SEE Z02457)
           COPY ZZEC0269.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.
           EXEC SQL INCLUDE T07TAB END-EXEC.
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
                                                 VALUE 'END OF PROGRAM'.
           05 CT-MAX-DUTY-MINUTES             PIC S9(4) COMP VALUE 600.
           05 CT-ACTIVE-STATUS                PIC X(15) VALUE 'ACTIVE'.
           05 CT-ITEM-TYPE-RATING             PIC X(8) VALUE 'TYPE'.
           05 CT-ITEM-MEDICAL                 PIC X(8) VALUE 'MEDICAL'.
           05 CT-ITEM-RECURRENT               PIC X(8) VALUE 'RECURRNT'.
           05 CT-CANCELED-FLIGHT-STATUS.
              49 CT-CANCELED-FLIGHT-STATUS-LEN PIC S9(4) COMP VALUE 8.
              49 CT-CANCELED-FLIGHT-STATUS-TEXT PIC X(15)
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-BAD-DATE       VALUE -180 -181.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7009-PARA              VALUE '7009'.
               88 SO-7010-PARA              VALUE '7010'.
               88 SO-7011-PARA              VALUE '7011'.
               88 SO-7013-PARA              VALUE '7013'.
               88 SO-7014-PARA              VALUE '7014'.
               88 SO-7015-PARA              VALUE '7015'.
               88 SO-7016-PARA              VALUE '7016'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-ACTION-ADD-QUALIFICATION             VALUE 'Q'.
               88 SO-ACTION-ASSIGN-CREW                   VALUE 'G'.
               88 SO-ACTION-REMOVE-ASSIGNMENT             VALUE 'R'.
               88 SO-ACTION-RECORD-MEDICAL                VALUE 'M'.
               88 SO-ACTION-RECORD-TRAINING               VALUE 'T'.
           05 SW-IF-CREW-FOUND                            PIC X.
               88 SO-CREW-FOUND                           VALUE 'Y'.
               88 SO-CREW-NOT-FOUND                       VALUE 'N'.
           05 WS-FLIGHT-MINUTES             PIC S9(9) COMP.
           05 WS-DEPARTURE-DATE             PIC X(10).
           05 WS-CREW-ID-FORMAT             PIC 9(9).
           05 WS-MAX-DUTY-MINUTES           PIC S9(9) COMP.
           05 WS-VALID-UNTIL                PIC X(10).
           05 WS-ITEM-TYPE                  PIC X(8).
           05 WS-ITEM-MODEL                 PIC X(20).
           05 WS-DATE-CHECK                 PIC X.
           05 WS-TYPE-VALID-COUNT           PIC S9(4) COMP.
           05 WS-MEDICAL-VALID-COUNT        PIC S9(4) COMP.
           05 WS-TRAINING-VALID-COUNT       PIC S9(4) COMP.
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
              PERFORM 2040-ASSIGN-CREW
           WHEN SO-ACTION-REMOVE-ASSIGNMENT
              PERFORM 2045-REMOVE-ASSIGNMENT
           WHEN SO-ACTION-RECORD-MEDICAL
              PERFORM 2035-RECORD-VALIDITY
           WHEN SO-ACTION-RECORD-TRAINING
              PERFORM 2035-RECORD-VALIDITY
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
           MOVE PLANE-MODELI   TO WS-PLANE-MODEL
           MOVE CREW-ROLEI     TO WS-CREW-ROLE
           MOVE FLIGHT-IDI     TO WS-FLIGHT-ID
           MOVE VALIDI         TO WS-VALID-UNTIL
           IF NOT (SO-ACTION-ADD-CREW OR SO-ACTION-ADD-QUALIFICATION
                   OR SO-ACTION-ASSIGN-CREW
                   OR SO-ACTION-REMOVE-ASSIGNMENT
                   OR SO-ACTION-RECORD-MEDICAL
                   OR SO-ACTION-RECORD-TRAINING) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE A, Q, M, T, G OR R' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-ADD-QUALIFICATION OR SO-ACTION-RECORD-MEDICAL
              OR SO-ACTION-RECORD-TRAINING THEN
              IF WS-VALID-UNTIL = SPACE OR
                 WS-VALID-UNTIL = LOW-VALUES THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'PLEASE PROVIDE THE VALID-UNTIL DATE' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              PERFORM 7013-CHECK-VALID-UNTIL
           END-IF
           .
      ******************************************************************
      *                2020-ADD-CREW-MEMBER
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7014-CHECK-ALREADY-QUALIFIED
           IF WS-EXISTS-COUNT = 0 THEN
              PERFORM 7005-INSERT-QUALIFICATION
           END-IF
           MOVE CT-ITEM-TYPE-RATING TO WS-ITEM-TYPE
           MOVE WS-PLANE-MODEL     TO WS-ITEM-MODEL
           PERFORM 7015-SAVE-VALIDITY
           MOVE 'CREW QUALIFY'     TO WS-LOG-ACTION-TEXT
           MOVE WS-CREW-ID         TO WS-CREW-ID-FORMAT
           MOVE WS-CREW-ID-FORMAT  TO WS-LOG-ENTITY-KEY
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2035-RECORD-VALIDITY
      * 'M' AND 'T' -- ONE ROW PER CREW MEMBER, REPLACED ON RENEWAL
      ******************************************************************
       2035-RECORD-VALIDITY.
           PERFORM 7003-LOOKUP-CREW
           IF SO-CREW-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CREW MEMBER NOT FOUND' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE SPACE TO WS-ITEM-MODEL
           IF SO-ACTION-RECORD-MEDICAL THEN
              MOVE CT-ITEM-MEDICAL    TO WS-ITEM-TYPE
              MOVE 'CREW MEDICAL'     TO WS-LOG-ACTION-TEXT
           ELSE
              MOVE CT-ITEM-RECURRENT  TO WS-ITEM-TYPE
              MOVE 'CREW RECURRENT'   TO WS-LOG-ACTION-TEXT
           END-IF
           PERFORM 7015-SAVE-VALIDITY
           MOVE WS-CREW-ID         TO WS-CREW-ID-FORMAT
           MOVE WS-CREW-ID-FORMAT  TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2040-ASSIGN-CREW
      * THE LEGALITY GATE -- QUALIFICATION, LICENCE VALIDITY,
      * OVERLAP, DUTY MINUTES
      ******************************************************************
       2040-ASSIGN-CREW.
           PERFORM 7003-LOOKUP-CREW
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7016-CHECK-VALIDITY
           IF WS-TYPE-VALID-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'TYPE RATING EXPIRED OR NOT ON FILE FOR THIS DATE'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-MEDICAL-VALID-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MEDICAL EXPIRED OR NOT ON FILE FOR THIS DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-TRAINING-VALID-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'RECURRENT TRAINING OVERDUE FOR THIS DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7008-CHECK-CREW-OVERLAP
           IF WS-OVERLAP-COUNT > 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7009-CHECK-DUTY-MINUTES
           PERFORM 7012-GET-MAX-DUTY-MINUTES
           IF WS-DUTY-MINUTES + WS-FLIGHT-MINUTES >
                                         WS-MAX-DUTY-MINUTES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DUTY TIME LIMIT WOULD BE EXCEEDED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                    ARRIVAL_TIMESTAMP,
                    DATE(DEPARTURE_TIMESTAMP),
                    TIMESTAMPDIFF(4, CHAR(ARRIVAL_TIMESTAMP
                                          - DEPARTURE_TIMESTAMP)),
                    AIRLINE_CODE
             INTO :T05-PLANE-ID,
                  :T05-DEPARTURE-TIMESTAMP,
                  :T05-ARRIVAL-TIMESTAMP,
                  :WS-DEPARTURE-DATE,
                  :WS-FLIGHT-MINUTES,
                  :T05-AIRLINE-CODE
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           END-IF
           .
      ******************************************************************
      *                7012-GET-MAX-DUTY-MINUTES
      * THE LIMIT FOR THE FLIGHT'S AIRLINE IN FORCE ON THE DEPARTURE
      * DAY -- A DAY ALREADY ROSTERED KEEPS THE LIMIT IT WAS BUILT
      * UNDER.  NO ROW (OR A FAILED READ) LEAVES THE CT- DEFAULT
      ******************************************************************
       7012-GET-MAX-DUTY-MINUTES.
           MOVE 'MAX-DUTY-MINUTES'  TO PARM-NAME
           MOVE T05-AIRLINE-CODE    TO PARM-SCOPE
           MOVE WS-DEPARTURE-DATE   TO PARM-AS-OF-DATE
           MOVE CT-MAX-DUTY-MINUTES TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-MAX-DUTY-MINUTES
           .
      ******************************************************************
      *                7010-INSERT-ASSIGNMENT
      ******************************************************************
       7010-INSERT-ASSIGNMENT.
           END-IF
           .
      ******************************************************************
      *                7013-CHECK-VALID-UNTIL
      * DB2 VALIDATES THE DATE FOR US -- -180/-181 IS A BAD DATE, AND
      * A DATE ALREADY PAST IS NO RENEWAL
      ******************************************************************
       7013-CHECK-VALID-UNTIL.
           EXEC SQL
             VALUES CASE WHEN DATE(:WS-VALID-UNTIL) < CURRENT DATE
                         THEN 'P' ELSE 'F' END
             INTO :WS-DATE-CHECK
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-BAD-DATE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'VALID-UNTIL DATE MUST BE YYYY-MM-DD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7013-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           IF WS-DATE-CHECK = 'P' THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'VALID-UNTIL DATE IS ALREADY PAST' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                7014-CHECK-ALREADY-QUALIFIED
      ******************************************************************
       7014-CHECK-ALREADY-QUALIFIED.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-EXISTS-COUNT
             FROM T28_CREW_QUALIFICATION
             WHERE CREW_ID     = :WS-CREW-ID
               AND PLANE_MODEL = :WS-PLANE-MODEL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7014-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7015-SAVE-VALIDITY
      * A RENEWAL REPLACES THE EXPIRY ON THE EXISTING ROW
      ******************************************************************
       7015-SAVE-VALIDITY.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T91_CREW_VALIDITY
                SET EXPIRY_DATE        = DATE(:WS-VALID-UNTIL),
                    RECORDED_BY        = :WS-OPERATOR-ID,
                    RECORDED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE CREW_ID     = :WS-CREW-ID
                AND ITEM_TYPE   = :WS-ITEM-TYPE
                AND PLANE_MODEL = :WS-ITEM-MODEL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE EIBOPID TO WS-OPERATOR-ID
              EXEC SQL
                INSERT INTO T91_CREW_VALIDITY
                   (CREW_ID, ITEM_TYPE, PLANE_MODEL, EXPIRY_DATE,
                    RECORDED_BY, RECORDED_TIMESTAMP)
                VALUES
                   (:WS-CREW-ID, :WS-ITEM-TYPE, :WS-ITEM-MODEL,
                    DATE(:WS-VALID-UNTIL), :WS-OPERATOR-ID,
                    CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 SET SO-7015-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
           WHEN OTHER
              SET SO-7015-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7016-CHECK-VALIDITY
      * EVERY ITEM MUST STILL BE VALID ON THE DEPARTURE DAY -- THE
      * TYPE RATING FOR A MODEL THE FLIGHT'S PLANE CARRIES ON T08
      ******************************************************************
       7016-CHECK-VALIDITY.
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN T91.ITEM_TYPE =
                                         :CT-ITEM-TYPE-RATING
                                  AND T91.PLANE_MODEL IN
                                     (SELECT T08.PLANE_MODEL
                                        FROM T08_TABLE_PLANE_TABLE T08
                                       WHERE T08.PLANE_ID =
                                                    :T05-PLANE-ID)
                                 THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN T91.ITEM_TYPE =
                                         :CT-ITEM-MEDICAL
                                 THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN T91.ITEM_TYPE =
                                         :CT-ITEM-RECURRENT
                                 THEN 1 ELSE 0 END), 0)
             INTO :WS-TYPE-VALID-COUNT,
                  :WS-MEDICAL-VALID-COUNT,
                  :WS-TRAINING-VALID-COUNT
             FROM T91_CREW_VALIDITY T91
             WHERE T91.CREW_ID = :WS-CREW-ID
               AND T91.EXPIRY_DATE >= DATE(:WS-DEPARTURE-DATE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7016-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                     9050-LOG-TRANSACTION
      * SAME T24 ROW SHAPE AS Z02232'S 9050-LOG-TRANSACTION
      ******************************************************************
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
