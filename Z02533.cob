       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02533.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- PASSENGER PERSONAL DATA MASKING
      *
      * THE INQUIRY SCREENS SHOWED A PASSENGER'S DOCUMENT NUMBER,
      * DATE OF BIRTH AND CONTACT DETAILS IN FULL TO EVERY SIGNED-ON
      * AGENT.  A SCREEN NOW ASKS THIS SUBPROGRAM FOR THE VALUES TO
      * SHOW, AND GETS THEM PARTLY MASKED UNLESS THE OPERATOR'S T40
      * ROLE IS ALLOWED FULL VIEW:
      *
      *   DOCUMENT NUMBER   ********1234   (LAST FOUR KEPT)
      *   DATE OF BIRTH     1984-**-**     (YEAR KEPT)
      *   PHONE             *******4567    (LAST FOUR KEPT)
      *   E-MAIL            J***@MAIL.COM  (FIRST LETTER AND DOMAIN)
      *
      * A ROLE HAS FULL VIEW WHEN T87 PARAMETER PII-FULL-VIEW-<ROLE>
      * (E.G. PII-FULL-VIEW-ADMIN, SET ON Z02458) IS 1.  NO ROW MEANS
      * MASKED, SO UNTIL SUCH A ROW IS SET NOBODY SEES FULL DATA.
      * A SUPERVISOR (SUPER OR ADMIN) MAY UNMASK ONE PASSENGER AT A
      * TIME WITH A STATED REASON; EVERY UNMASK IS WRITTEN TO
      * T24_TRANSACTION_LOG_TABLE (ACTION 'PII UNMASK', ENTITY KEY
      * THE PASSENGER ID) AND, WITH ITS REASON, TO
      *
      *   T150_PII_UNMASK_LOG
      *      UNMASK_ID               INTEGER       NOT NULL  (T20
      *                                                      SEQUENCE)
      *      OPERATOR_ID             CHAR(8)       NOT NULL
      *      OPERATOR_ROLE           CHAR(5)       NOT NULL
      *      PASSENGER_ID            INTEGER       NOT NULL  T06
      *      PROGRAM_ID              CHAR(8)       NOT NULL  SCREEN
      *      TRANSACTION_ID          CHAR(4)       NOT NULL
      *      REASON_TEXT             CHAR(40)      NOT NULL
      *      UNMASKED_TIMESTAMP      TIMESTAMP     NOT NULL
      *      PRIMARY KEY (UNMASK_ID),
      *      INDEX (UNMASKED_TIMESTAMP, OPERATOR_ID)
      *
      * WHICH Z02534 REPORTS MONTHLY FOR THE DATA-PROTECTION OFFICER.
      *
      *   'SHOW ' -- THE PASSENGER'S VALUES, MASKED OR FULL BY ROLE
      *   'UNMSK' -- THE PASSENGER'S VALUES IN FULL, LOGGED.  REFUSED
      *              WITHOUT A SUPERVISOR ROLE OR A REASON
      *
      * CALLED WITH THE NEW ZZEC0275 AREA:
      *
      *   PII-FUNCTION         X(5)             IN  SEE ABOVE
      *   PII-OPERATOR-ID      X(8)             IN  EIBOPID
      *   PII-OPERATOR-ROLE    X(5)             IN  WS-SIGNON-ROLE;
      *                                             SPACE = READ T40
      *   PII-PROGRAM-ID       X(8)             IN  THE CALLING SCREEN
      *   PII-TRANSACTION-ID   X(4)             IN  EIBTRNID
      *   PII-ID-NUMBER        9(12)            IN  T06 IDENTIFICATION
      *                                             NUMBER
      *   PII-REASON           X(40)            IN  ('UNMSK' NEEDS ONE)
      *   PII-PASSENGER-ID     S9(9) COMP       OUT ZERO WHEN NOT ON
      *                                             T06
      *   PII-DOCUMENT-SHOWN   X(12)            OUT
      *   PII-BIRTH-DATE-SHOWN X(10)            OUT
      *   PII-PHONE-SHOWN      X(15)            OUT
      *   PII-EMAIL-SHOWN      X(40)            OUT
      *   PII-FULL-VIEW        X                OUT 'Y' FULL, 'N'
      *                                             MASKED
      *   PII-RESULT           X                OUT 'O' DONE, 'R'
      *                                             REFUSED, 'E' DB2
      *                                             ERROR
      *   PII-MESSAGE          X(40)            OUT
      *   PII-STATEMENT-ID     X(4)             OUT ON 'E' -- THE
      *   PII-SQLCODE          S9(9) COMP       OUT FAILING STATEMENT,
      *   PII-SQLERRMC         X(70)            OUT FOR THE CALLER'S
      *                                             ERROR LOG
      *
      * A REFUSED UNMASK STILL RETURNS THE MASKED VALUES, SO THE
      * CALLER CAN REDRAW ITS SCREEN AS IT WAS.  COMMIT IS THE
      * CALLER'S BUSINESS, AS WITH EVERY OTHER SUBPROGRAM IN THE
      * SUITE.
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
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-PII-FUNCTION               PIC X(5).
               88 SO-FUNCTION-SHOW          VALUE 'SHOW '.
               88 SO-FUNCTION-UNMASK        VALUE 'UNMSK'.
           05 SW-OPERATOR-ROLE              PIC X(5).
               88 SO-ROLE-MAY-UNMASK        VALUE 'SUPER' 'ADMIN'.
           05 SW-IF-PASSENGER-FOUND         PIC X.
               88 SO-PASSENGER-FOUND        VALUE 'Y'.
               88 SO-PASSENGER-NOT-FOUND    VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-ACTIVE-STATUS              PIC X(15) VALUE 'ACTIVE'.
           05 CT-UNMASK-ACTION              PIC X(20)
              VALUE 'PII UNMASK'.
           05 CT-MASK-CHARACTER             PIC X VALUE '*'.
           05 CT-KEEP-LAST                  PIC S9(4) COMP VALUE 4.

       01 WS-PASSENGER-FIELDS.
           05 WS-ID-NUMBER-TEXT             PIC X(12).
           05 WS-BIRTH-DATE                 PIC X(10).
           05 WS-CONTACT-PHONE              PIC X(15).
           05 WS-CONTACT-EMAIL              PIC X(40).
           05 WS-UNMASK-ID                  PIC S9(9) COMP.
           05 WS-PASSENGER-ID-FORMAT        PIC 9(9).
           05 WS-ENTITY-KEY                 PIC X(20).

       01 WS-MASK-FIELDS.
           05 WS-FIELD-LENGTH               PIC S9(4) COMP.
           05 WS-CHAR-SUB                   PIC S9(4) COMP.
           05 WS-EMAIL-LOCAL                PIC X(40).
           05 WS-EMAIL-DOMAIN               PIC X(40).
           05 WS-EMAIL-AT-COUNT             PIC S9(4) COMP.

       LINKAGE SECTION.
           COPY ZZEC0275.

       PROCEDURE DIVISION USING WS-ZZEC0275.
      ******************************************************************
      *                       0000-MAINLINE
      * THE VALUES ARE ALWAYS READ AND MASKED FIRST; ONLY A GOOD
      * UNMASK OR A FULL-VIEW ROLE REPLACES THEM WITH THE REAL ONES
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O'   TO PII-RESULT
           MOVE 'N'   TO PII-FULL-VIEW
           MOVE SPACE TO PII-MESSAGE
                         PII-STATEMENT-ID
                         PII-SQLERRMC
           MOVE 0     TO PII-SQLCODE
                         PII-PASSENGER-ID
           MOVE PII-FUNCTION TO SW-PII-FUNCTION
           IF PII-REASON = LOW-VALUES THEN
              MOVE SPACE TO PII-REASON
           END-IF
           IF NOT (SO-FUNCTION-SHOW OR SO-FUNCTION-UNMASK) THEN
              MOVE 'R' TO PII-RESULT
              MOVE 'UNKNOWN MASKING FUNCTION' TO PII-MESSAGE
           END-IF
           IF PII-RESULT = 'O' THEN
              PERFORM 1000-RESOLVE-THE-ROLE
           END-IF
           IF PII-RESULT = 'O' THEN
              PERFORM 7002-READ-THE-PASSENGER
           END-IF
           IF PII-RESULT = 'O' THEN
              PERFORM 2000-MASK-THE-VALUES
           END-IF
           IF PII-RESULT = 'O' AND SO-FUNCTION-SHOW THEN
              PERFORM 1100-CHECK-FULL-VIEW
           END-IF
           IF PII-RESULT = 'O' AND SO-FUNCTION-UNMASK THEN
              PERFORM 3000-UNMASK-THE-PASSENGER
           END-IF
           IF PII-RESULT = 'O' AND PII-FULL-VIEW = 'Y' THEN
              PERFORM 2100-SHOW-FULL-VALUES
           END-IF
           GOBACK
           .
      ******************************************************************
      *                  1000-RESOLVE-THE-ROLE
      * THE SCREEN PASSES THE ROLE Z02383 PARKED ON THE COMMAREA; A
      * SCREEN REACHED WITHOUT IT GETS THE SAME T40 READ-BACK AS
      * Z02331'S 2165
      ******************************************************************
       1000-RESOLVE-THE-ROLE.
           IF PII-OPERATOR-ROLE = SPACE OR
              PII-OPERATOR-ROLE = LOW-VALUES THEN
              MOVE SPACE TO PII-OPERATOR-ROLE
              PERFORM 7001-READ-OPERATOR-ROLE
           END-IF
           MOVE PII-OPERATOR-ROLE TO SW-OPERATOR-ROLE
           .
      ******************************************************************
      *                  1100-CHECK-FULL-VIEW
      ******************************************************************
       1100-CHECK-FULL-VIEW.
           IF PII-OPERATOR-ROLE NOT = SPACE THEN
              MOVE SPACE TO PARM-NAME
              STRING 'PII-FULL-VIEW-' PII-OPERATOR-ROLE
                DELIMITED BY SPACE INTO PARM-NAME
              END-STRING
              MOVE SPACE             TO PARM-SCOPE
              MOVE SPACE             TO PARM-AS-OF-DATE
              MOVE 0                 TO PARM-DEFAULT-VALUE
              CALL 'Z02457' USING WS-ZZEC0269
              IF PARM-VALUE = 1 THEN
                 MOVE 'Y' TO PII-FULL-VIEW
              END-IF
           END-IF
           .
      ******************************************************************
      *                  2000-MASK-THE-VALUES
      ******************************************************************
       2000-MASK-THE-VALUES.
           MOVE WS-ID-NUMBER-TEXT TO PII-DOCUMENT-SHOWN
           MOVE 12 TO WS-FIELD-LENGTH
           PERFORM 2010-MASK-ALL-BUT-LAST-FOUR
           MOVE SPACE TO PII-BIRTH-DATE-SHOWN
           IF WS-BIRTH-DATE NOT = SPACE THEN
              MOVE WS-BIRTH-DATE(1:4) TO PII-BIRTH-DATE-SHOWN
              MOVE '-**-**' TO PII-BIRTH-DATE-SHOWN(5:6)
           END-IF
           MOVE SPACE TO PII-PHONE-SHOWN
           MOVE 0 TO WS-FIELD-LENGTH
           PERFORM VARYING WS-CHAR-SUB FROM 15 BY -1
                   UNTIL WS-CHAR-SUB < 1 OR WS-FIELD-LENGTH > 0
              IF WS-CONTACT-PHONE(WS-CHAR-SUB:1) NOT = SPACE THEN
                 MOVE WS-CHAR-SUB TO WS-FIELD-LENGTH
              END-IF
           END-PERFORM
           IF WS-FIELD-LENGTH > 0 THEN
              MOVE WS-CONTACT-PHONE TO PII-PHONE-SHOWN
              PERFORM 2020-MASK-THE-PHONE
           END-IF
           PERFORM 2030-MASK-THE-EMAIL
           .
      ******************************************************************
      *              2010-MASK-ALL-BUT-LAST-FOUR
      * MASKS PII-DOCUMENT-SHOWN(1:WS-FIELD-LENGTH - 4)
      ******************************************************************
       2010-MASK-ALL-BUT-LAST-FOUR.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > WS-FIELD-LENGTH - CT-KEEP-LAST
              MOVE CT-MASK-CHARACTER TO
                                   PII-DOCUMENT-SHOWN(WS-CHAR-SUB:1)
           END-PERFORM
           .
      ******************************************************************
      *                  2020-MASK-THE-PHONE
      * EVERY DIGIT BUT THE LAST FOUR; A LEADING '+' STAYS
      ******************************************************************
       2020-MASK-THE-PHONE.
           PERFORM VARYING WS-CHAR-SUB FROM 1 BY 1
                   UNTIL WS-CHAR-SUB > WS-FIELD-LENGTH - CT-KEEP-LAST
              IF PII-PHONE-SHOWN(WS-CHAR-SUB:1) NOT = '+' AND
                 PII-PHONE-SHOWN(WS-CHAR-SUB:1) NOT = SPACE THEN
                 MOVE CT-MASK-CHARACTER TO
                                   PII-PHONE-SHOWN(WS-CHAR-SUB:1)
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                  2030-MASK-THE-EMAIL
      * FIRST LETTER, '***', THEN THE DOMAIN FROM THE '@' ON
      ******************************************************************
       2030-MASK-THE-EMAIL.
           MOVE SPACE TO PII-EMAIL-SHOWN
                         WS-EMAIL-LOCAL
                         WS-EMAIL-DOMAIN
           MOVE 0 TO WS-EMAIL-AT-COUNT
           IF WS-CONTACT-EMAIL NOT = SPACE THEN
              INSPECT WS-CONTACT-EMAIL TALLYING WS-EMAIL-AT-COUNT
                 FOR ALL '@'
              UNSTRING WS-CONTACT-EMAIL DELIMITED BY '@'
                 INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
              END-UNSTRING
              IF WS-EMAIL-AT-COUNT > 0 THEN
                 STRING WS-EMAIL-LOCAL(1:1) '***@'
                        WS-EMAIL-DOMAIN DELIMITED BY SPACE
                   INTO PII-EMAIL-SHOWN
                 END-STRING
              ELSE
                 STRING WS-EMAIL-LOCAL(1:1) '***'
                   DELIMITED BY SIZE INTO PII-EMAIL-SHOWN
                 END-STRING
              END-IF
           END-IF
           .
      ******************************************************************
      *                  2100-SHOW-FULL-VALUES
      ******************************************************************
       2100-SHOW-FULL-VALUES.
           MOVE PII-ID-NUMBER    TO PII-DOCUMENT-SHOWN
           MOVE WS-BIRTH-DATE    TO PII-BIRTH-DATE-SHOWN
           MOVE WS-CONTACT-PHONE TO PII-PHONE-SHOWN
           MOVE WS-CONTACT-EMAIL TO PII-EMAIL-SHOWN
           .
      ******************************************************************
      *               3000-UNMASK-THE-PASSENGER
      ******************************************************************
       3000-UNMASK-THE-PASSENGER.
           EVALUATE TRUE
           WHEN NOT SO-ROLE-MAY-UNMASK
              MOVE 'R' TO PII-RESULT
              MOVE 'UNMASKING NEEDS A SUPERVISOR SIGN-ON'
                TO PII-MESSAGE
           WHEN PII-REASON = SPACE
              MOVE 'R' TO PII-RESULT
              MOVE 'STATE A REASON TO UNMASK' TO PII-MESSAGE
           WHEN SO-PASSENGER-NOT-FOUND
              MOVE 'R' TO PII-RESULT
              MOVE 'PASSENGER NOT FOUND' TO PII-MESSAGE
           WHEN OTHER
              PERFORM 7003-WRITE-UNMASK-LOG
              IF PII-RESULT = 'O' THEN
                 PERFORM 7004-WRITE-TRANSACTION-LOG
              END-IF
              IF PII-RESULT = 'O' THEN
                 MOVE 'Y' TO PII-FULL-VIEW
                 MOVE 'UNMASKED -- LOGGED UNDER YOUR ID'
                   TO PII-MESSAGE
              END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                 7001-READ-OPERATOR-ROLE
      ******************************************************************
       7001-READ-OPERATOR-ROLE.
           EXEC SQL
             SELECT OPERATOR_ROLE
             INTO :PII-OPERATOR-ROLE
             FROM T40_OPERATOR_TABLE
             WHERE OPERATOR_ID     = :PII-OPERATOR-ID
               AND OPERATOR_STATUS = :CT-ACTIVE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE SPACE TO PII-OPERATOR-ROLE
           WHEN OTHER
              MOVE '7001' TO PII-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7002-READ-THE-PASSENGER
      * A PASSENGER NOT ON T06 STILL GETS ITS KEYED NUMBER MASKED
      ******************************************************************
       7002-READ-THE-PASSENGER.
           SET SO-PASSENGER-NOT-FOUND TO TRUE
           MOVE PII-ID-NUMBER TO WS-ID-NUMBER-TEXT
           MOVE SPACE TO WS-BIRTH-DATE
                         WS-CONTACT-PHONE
                         WS-CONTACT-EMAIL
           EXEC SQL
             SELECT PASSENGER_ID,
                    COALESCE(CHAR(DATE_OF_BIRTH, ISO), ' '),
                    COALESCE(CONTACT_PHONE, ' '),
                    COALESCE(CONTACT_EMAIL, ' ')
             INTO :PII-PASSENGER-ID,
                  :WS-BIRTH-DATE,
                  :WS-CONTACT-PHONE,
                  :WS-CONTACT-EMAIL
             FROM T06_PASSENGERS_TABLE
             WHERE IDENTIFICATION_NUMBER = :PII-ID-NUMBER
             ORDER BY PASSENGER_ID
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-PASSENGER-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              MOVE 0 TO PII-PASSENGER-ID
           WHEN OTHER
              MOVE '7002' TO PII-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7003-WRITE-UNMASK-LOG
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
       7003-WRITE-UNMASK-LOG.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-UNMASK-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7003' TO PII-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           IF PII-RESULT = 'O' THEN
              EXEC SQL
                INSERT INTO T150_PII_UNMASK_LOG
                   (UNMASK_ID, OPERATOR_ID, OPERATOR_ROLE,
                    PASSENGER_ID, PROGRAM_ID, TRANSACTION_ID,
                    REASON_TEXT, UNMASKED_TIMESTAMP)
                VALUES
                   (:WS-UNMASK-ID, :PII-OPERATOR-ID,
                    :PII-OPERATOR-ROLE, :PII-PASSENGER-ID,
                    :PII-PROGRAM-ID, :PII-TRANSACTION-ID,
                    :PII-REASON, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE '7003' TO PII-STATEMENT-ID
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *               7004-WRITE-TRANSACTION-LOG
      * THE SAME T24 ROW Z02252'S 9050-LOG-TRANSACTION WRITES
      ******************************************************************
       7004-WRITE-TRANSACTION-LOG.
           MOVE PII-PASSENGER-ID TO WS-PASSENGER-ID-FORMAT
           MOVE WS-PASSENGER-ID-FORMAT TO WS-ENTITY-KEY
           EXEC SQL
             INSERT INTO T24_TRANSACTION_LOG_TABLE
                (OPERATOR_ID, TRANSACTION_ID, PROGRAM_ID, ACTION_TEXT,
                 ENTITY_KEY, LOG_TIMESTAMP)
             VALUES
                (:PII-OPERATOR-ID, :PII-TRANSACTION-ID,
                 :PII-PROGRAM-ID, :CT-UNMASK-ACTION, :WS-ENTITY-KEY,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE '7004' TO PII-STATEMENT-ID
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                      9000-DB2-ERROR
      * THE CALLER LOGS THE FAILURE THROUGH ITS OWN 9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'Z02533 -- STATEMENT ' PII-STATEMENT-ID
                   ' FAILED, SQLCODE ' WS-SQLCODE-FORMAT
           MOVE SQLCODE  TO PII-SQLCODE
           MOVE SQLERRMC TO PII-SQLERRMC
           MOVE 'E' TO PII-RESULT
           MOVE 'DB2 ERROR IN THE DATA MASKING' TO PII-MESSAGE
           .
