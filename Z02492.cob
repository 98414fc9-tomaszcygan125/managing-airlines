       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02492.
      ******************************************************************
      *
      * GENERAL-LEDGER ACCOUNT MAPPING
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'M' ON
      * THE SECOND MENU PAGE (Z02455) "GL ACCOUNT MAPPING" -- SUPER
      * (OR ADMIN) SIGN-ON ONLY, THE SAME AS THE RULE PARAMETERS,
      * CHECKED BOTH THERE AND HERE (2170-CHECK-THE-ROLE).
      *
      * THE NIGHTLY JOURNAL (Z02491) POSTS EACH DAY'S MONEY
      * MOVEMENTS TO THE LEDGER ACCOUNTS AND COST CENTRES KEPT ON THE
      * NEW T112_GL_ACCOUNT_MAP TABLE, ONE ROW PER TRANSACTION TYPE
      * AND CURRENCY:
      *
      *     TRANSACTION_TYPE      CHAR(12)     SEE BELOW
      *     CURRENCY_CODE         CHAR(3)      A T17 CURRENCY
      *     DEBIT_ACCOUNT         CHAR(10)
      *     DEBIT_COST_CENTRE     CHAR(6)
      *     CREDIT_ACCOUNT        CHAR(10)
      *     CREDIT_COST_CENTRE    CHAR(6)
      *     MAP_STATUS            CHAR(10)     'ACTIVE' / 'ENDED'
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *     KEY (TRANSACTION_TYPE, CURRENCY_CODE)
      *
      * THE TRANSACTION TYPES Z02491 POSTS:
      *
      *     CARD-PAYMENT   CARD PAYMENTS TAKEN (T64)
      *     VOUCHER        VOUCHERS REDEEMED AGAINST BOOKINGS (T58)
      *     REFUND         REFUNDS PAID (T36)
      *     FLOWN          COUPONS FLOWN OUT OF THE LIABILITY (T110)
      *     AIRPORT-FEE    AIRPORT FEES ON FLOWN COUPONS (T76)
      *     COMMISSION     AGENCY COMMISSION ON FLOWN COUPONS (T77)
      *     DBC            DENIED-BOARDING COMPENSATION (T47)
      *     WELFARE        WELFARE VOUCHERS ISSUED (T79)
      *
      *   'S' -- SET THE ACCOUNTS FOR THE TYPE AND CURRENCY KEYED.
      *          AN EXISTING ROW (ACTIVE OR ENDED) HAS ITS ACCOUNTS
      *          REPLACED AND IS ACTIVE AGAIN; OTHERWISE A ROW IS ADDED
      *   'E' -- END THE MAPPING FOR THE TYPE AND CURRENCY KEYED --
      *          ITS MOVEMENTS GO TO Z02491'S SUSPENSE LIST UNTIL IT
      *          IS SET AGAIN (ROWS ARE NEVER DELETED)
      *
      * EVERY CHANGE IS LOGGED TO T24 AND ITS BEFORE/AFTER IMAGES GO
      * TO T65_CONFIG_AUDIT THROUGH Z02421, AS Z02484 DOES FOR T102.
      *
      *   NEW MAPSET MP0292 (COPYBOOK ZZMP0292), FIELDS:
      *      ACTIONI        PIC X(1)   'S' / 'E'
      *      TRANTYPI       PIC X(12)  TRANSACTION TYPE
      *      CURRENCYI      PIC X(3)
      *      DRACCTI        PIC X(10)  DEBIT ACCOUNT ('S')
      *      DRCCI          PIC X(6)   DEBIT COST CENTRE ('S')
      *      CRACCTI        PIC X(10)  CREDIT ACCOUNT ('S')
      *      CRCCI          PIC X(6)   CREDIT COST CENTRE ('S')
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
           COPY ZZMP0292.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0267.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.
       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02492'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-ACTIVE-STATUS                PIC X(10) VALUE 'ACTIVE'.
           05 CT-ENDED-STATUS                 PIC X(10) VALUE 'ENDED'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-SET-MAPPING                   VALUE 'S'.
               88 SO-ACTION-END-MAPPING                   VALUE 'E'.
           05 SW-TRANSACTION-TYPE                         PIC X(12).
               88 SO-KNOWN-TRANSACTION-TYPE
                                 VALUE 'CARD-PAYMENT' 'VOUCHER'
                                       'REFUND'       'FLOWN'
                                       'AIRPORT-FEE'  'COMMISSION'
                                       'DBC'          'WELFARE'.
           05 SW-IF-MAPPING-FOUND                         PIC X.
               88 SO-MAPPING-FOUND                        VALUE 'Y'.
               88 SO-MAPPING-NOT-FOUND                    VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-CURRENCY-COUNT             PIC S9(4) COMP.
           05 WS-DEBIT-ACCOUNT              PIC X(10).
           05 WS-DEBIT-COST-CENTRE          PIC X(6).
           05 WS-CREDIT-ACCOUNT             PIC X(10).
           05 WS-CREDIT-COST-CENTRE         PIC X(6).
           05 WS-OLD-DEBIT-ACCOUNT          PIC X(10).
           05 WS-OLD-DEBIT-COST-CENTRE      PIC X(6).
           05 WS-OLD-CREDIT-ACCOUNT         PIC X(10).
           05 WS-OLD-CREDIT-COST-CENTRE     PIC X(6).
           05 WS-OLD-MAP-STATUS             PIC X(10).

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
      ******************************************************************
       2001-PROCESS-IF-FIRST-TIME.
           PERFORM 2170-CHECK-THE-ROLE
           PERFORM 2050-SEND-CLEAN-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM 2170-CHECK-THE-ROLE
               PERFORM 2010-PROCESS-USER-INPUT
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
      *                    2050-SEND-CLEAN-MAP
      ******************************************************************
       2050-SEND-CLEAN-MAP.
           MOVE LOW-VALUES TO MP0292O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0292') MAPSET('MP0292')
             FROM(MP0292O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2012-VALIDATE-ACTION
           EVALUATE TRUE
           WHEN SO-ACTION-SET-MAPPING
              PERFORM 2020-SET-THE-MAPPING
           WHEN SO-ACTION-END-MAPPING
              PERFORM 2030-END-THE-MAPPING
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0292I
           EXEC CICS
           RECEIVE MAP('MP0292') MAPSET('MP0292')
           INTO(MP0292I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND MAPPING DATA' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           MOVE TRANTYPI    TO SW-TRANSACTION-TYPE
           MOVE CURRENCYI   TO WS-CURRENCY-CODE
           IF NOT (SO-ACTION-SET-MAPPING OR SO-ACTION-END-MAPPING)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE S OR E' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF NOT SO-KNOWN-TRANSACTION-TYPE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'UNKNOWN TRANSACTION TYPE -- SEE THE TYPE LIST'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              MOVE 'CARD-PAYMENT VOUCHER REFUND FLOWN AIRPORT-FEE'
                               TO WS-Z02141-I-ERROR-MESSAGE(2)
              MOVE 'COMMISSION DBC WELFARE'
                               TO WS-Z02141-I-ERROR-MESSAGE(3)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7006-CHECK-CURRENCY
           IF WS-CURRENCY-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CURRENCY NOT ON THE CURRENCY RATE TABLE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-SET-MAPPING THEN
              PERFORM 2013-VALIDATE-ACCOUNTS
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING SW-TRANSACTION-TYPE '/' WS-CURRENCY-CODE
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                2013-VALIDATE-ACCOUNTS
      * BOTH SIDES OF THE ENTRY NEED AN ACCOUNT; A COST CENTRE MAY
      * BE LEFT BLANK FOR A BALANCE-SHEET ACCOUNT
      ******************************************************************
       2013-VALIDATE-ACCOUNTS.
           MOVE DRACCTI     TO WS-DEBIT-ACCOUNT
           MOVE DRCCI       TO WS-DEBIT-COST-CENTRE
           MOVE CRACCTI     TO WS-CREDIT-ACCOUNT
           MOVE CRCCI       TO WS-CREDIT-COST-CENTRE
           IF WS-DEBIT-COST-CENTRE = LOW-VALUES THEN
              MOVE SPACE TO WS-DEBIT-COST-CENTRE
           END-IF
           IF WS-CREDIT-COST-CENTRE = LOW-VALUES THEN
              MOVE SPACE TO WS-CREDIT-COST-CENTRE
           END-IF
           IF WS-DEBIT-ACCOUNT = SPACE OR
              WS-DEBIT-ACCOUNT = LOW-VALUES OR
              WS-CREDIT-ACCOUNT = SPACE OR
              WS-CREDIT-ACCOUNT = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE BOTH DEBIT AND CREDIT ACCOUNTS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-DEBIT-ACCOUNT = WS-CREDIT-ACCOUNT AND
              WS-DEBIT-COST-CENTRE = WS-CREDIT-COST-CENTRE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DEBIT AND CREDIT SIDES MUST DIFFER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-SET-THE-MAPPING
      ******************************************************************
       2020-SET-THE-MAPPING.
           PERFORM 7001-READ-MAPPING
           IF SO-MAPPING-FOUND THEN
              PERFORM 2040-BUILD-BEFORE-IMAGE
              PERFORM 7004-UPDATE-MAPPING
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
              PERFORM 7005-INSERT-MAPPING
           END-IF
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'DR=' WS-DEBIT-ACCOUNT '/' WS-DEBIT-COST-CENTRE
                  ' CR=' WS-CREDIT-ACCOUNT '/' WS-CREDIT-COST-CENTRE
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'GL MAPPING SET'      TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2030-END-THE-MAPPING
      ******************************************************************
       2030-END-THE-MAPPING.
           PERFORM 7001-READ-MAPPING
           IF SO-MAPPING-NOT-FOUND OR
              WS-OLD-MAP-STATUS NOT = CT-ACTIVE-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO ACTIVE MAPPING FOR THIS TYPE AND CURRENCY'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 2040-BUILD-BEFORE-IMAGE
           PERFORM 7003-END-MAPPING
           MOVE '(ENDED)' TO CAUD-AFTER-IMAGE
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'GL MAPPING END'      TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2040-BUILD-BEFORE-IMAGE
      ******************************************************************
       2040-BUILD-BEFORE-IMAGE.
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING 'DR=' WS-OLD-DEBIT-ACCOUNT '/'
                  WS-OLD-DEBIT-COST-CENTRE
                  ' CR=' WS-OLD-CREDIT-ACCOUNT '/'
                  WS-OLD-CREDIT-COST-CENTRE ' ' WS-OLD-MAP-STATUS
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           .
      ******************************************************************
      *                2060-SEND-DONE-MAP
      ******************************************************************
       2060-SEND-DONE-MAP.
           MOVE LOW-VALUES TO MP0292O
           MOVE 'DONE -- NEXT ACTION OR F3 TO RETURN' TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * SUPER (ADMIN GETS EVERYTHING) -- SAME T40 READ-BACK AS
      * Z02469'S 2170, OFF THE OPERATOR Z02383 VALIDATED
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
           IF SO-ROLE-SUPER OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'GL ACCOUNT MAPPING NEEDS A SUPER SIGN-ON' TO
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
      *                  7001-READ-MAPPING
      * ANY STATUS -- AN ENDED ROW IS REVIVED BY 'S', NOT ADDED AGAIN
      ******************************************************************
       7001-READ-MAPPING.
           SET SO-MAPPING-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-OLD-MAP-STATUS
           EXEC SQL
             SELECT DEBIT_ACCOUNT, DEBIT_COST_CENTRE,
                    CREDIT_ACCOUNT, CREDIT_COST_CENTRE, MAP_STATUS
             INTO :WS-OLD-DEBIT-ACCOUNT, :WS-OLD-DEBIT-COST-CENTRE,
                  :WS-OLD-CREDIT-ACCOUNT, :WS-OLD-CREDIT-COST-CENTRE,
                  :WS-OLD-MAP-STATUS
             FROM T112_GL_ACCOUNT_MAP
             WHERE TRANSACTION_TYPE = :SW-TRANSACTION-TYPE
               AND CURRENCY_CODE    = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-MAPPING-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                    7003-END-MAPPING
      ******************************************************************
       7003-END-MAPPING.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T112_GL_ACCOUNT_MAP
                SET MAP_STATUS        = :CT-ENDED-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE TRANSACTION_TYPE = :SW-TRANSACTION-TYPE
                AND CURRENCY_CODE    = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7004-UPDATE-MAPPING
      ******************************************************************
       7004-UPDATE-MAPPING.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T112_GL_ACCOUNT_MAP
                SET DEBIT_ACCOUNT      = :WS-DEBIT-ACCOUNT,
                    DEBIT_COST_CENTRE  = :WS-DEBIT-COST-CENTRE,
                    CREDIT_ACCOUNT     = :WS-CREDIT-ACCOUNT,
                    CREDIT_COST_CENTRE = :WS-CREDIT-COST-CENTRE,
                    MAP_STATUS         = :CT-ACTIVE-STATUS,
                    CHANGED_BY         = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP  = CURRENT TIMESTAMP
              WHERE TRANSACTION_TYPE = :SW-TRANSACTION-TYPE
                AND CURRENCY_CODE    = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7005-INSERT-MAPPING
      ******************************************************************
       7005-INSERT-MAPPING.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T112_GL_ACCOUNT_MAP
                (TRANSACTION_TYPE, CURRENCY_CODE,
                 DEBIT_ACCOUNT, DEBIT_COST_CENTRE,
                 CREDIT_ACCOUNT, CREDIT_COST_CENTRE,
                 MAP_STATUS, CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:SW-TRANSACTION-TYPE, :WS-CURRENCY-CODE,
                 :WS-DEBIT-ACCOUNT, :WS-DEBIT-COST-CENTRE,
                 :WS-CREDIT-ACCOUNT, :WS-CREDIT-COST-CENTRE,
                 :CT-ACTIVE-STATUS, :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7006-CHECK-CURRENCY
      ******************************************************************
       7006-CHECK-CURRENCY.
           MOVE 0 TO WS-CURRENCY-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CURRENCY-COUNT
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * BEFORE/AFTER IMAGES ON T65_CONFIG_AUDIT FOR Z02422'S BROWSE,
      * THE SAME WAY Z02484 AUDITS T102
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T112_GL_ACCT_MAP' TO CAUD-TABLE-NAME
           MOVE WS-LOG-ENTITY-KEY TO CAUD-ROW-KEY
           MOVE EIBOPID TO CAUD-OPERATOR-ID
           CALL 'Z02421' USING WS-ZZEC0267
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
               RETURN TRANSID('0292') COMMAREA(WS-ZZEC0215)
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
