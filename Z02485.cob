       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02485.
      ******************************************************************
      *
      * CORPORATE ACCOUNTS -- BILL-TO-ACCOUNT CUSTOMERS
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'K' ON
      * THE SECOND MENU PAGE (Z02455) "CORPORATE ACCOUNTS" -- SUPER
      * (OR ADMIN) SIGN-ON ONLY, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * A CORPORATE CUSTOMER UNDER CONTRACT NO LONGER PAYS BY CARD
      * AT BOOKING TIME: Z02202'S PAYMENT METHOD 'ACCT' CHARGES THE
      * COMPANY CODE KEYED IN CORPACCTI, UP TO ITS CREDIT LIMIT, AND
      * THE COMPANY SETTLES A MONTHLY INVOICE (Z02486).  THE ACCOUNT
      * MASTER IS THE NEW T105_CORPORATE_ACCOUNT TABLE:
      *
      *     ACCOUNT_CODE          CHAR(10)     THE CORPACCTI CODE
      *     COMPANY_NAME          CHAR(30)
      *     CREDIT_LIMIT          DECIMAL(11,2)
      *     PAYMENT_TERMS_DAYS    SMALLINT     INVOICE DATE TO DUE DATE
      *     ACCOUNT_STATUS        CHAR(10)     'ACTIVE'
      *                                        'OVERDUE'   -- SET AND
      *                                          CLEARED BY Z02487
      *                                        'SUSPENDED' -- BY HAND
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *     KEY (ACCOUNT_CODE)
      *
      * ONLY AN 'ACTIVE' ACCOUNT MAY BOOK ON ACCOUNT.  EVERY MOVEMENT
      * OF MONEY IS A ROW ON THE NEW T106_CORPORATE_LEDGER TABLE, SO
      * THE ACCOUNT BALANCE IS ALWAYS THE SUM OF ITS AMOUNTS:
      *
      *     ENTRY_ID              INTEGER      OFF T20_ID_SEQUENCE
      *     ACCOUNT_CODE          CHAR(10)
      *     ENTRY_TYPE            CHAR(8)      'CHARGE'  -- Z02202,
      *                                          BOOKING PAID ON ACCOUNT
      *                                        'CREDIT'  -- Z02371, AN
      *                                          APPROVED T36 REFUND OF
      *                                          SUCH A BOOKING
      *                                        'PAYMENT' -- THIS SCREEN
      *     RESERVATION_ID        INTEGER      0 FOR A PAYMENT
      *     REFUND_ID             INTEGER      T36 ITEM OF A CREDIT,
      *                                        OTHERWISE 0
      *     INVOICE_ID            INTEGER      T107 INVOICE -- 0 UNTIL
      *                                        Z02486 INVOICES A CHARGE
      *                                        OR CREDIT; THE INVOICE
      *                                        PAID FOR A PAYMENT
      *     AMOUNT                DECIMAL(11,2) CHARGE POSITIVE,
      *                                        CREDIT/PAYMENT NEGATIVE
      *     ENTRY_DATE            DATE
      *     POSTED_BY             CHAR(8)
      *     ENTRY_TIMESTAMP       TIMESTAMP
      *
      *   'I' -- SHOW THE ACCOUNT AND ITS BALANCE
      *   'S' -- SET NAME, CREDIT LIMIT AND TERMS.  A NEW ACCOUNT
      *          STARTS 'ACTIVE'; AN EXISTING ONE KEEPS ITS STATUS
      *   'H' -- HOLD: SUSPEND BILL-TO-ACCOUNT BOOKING BY HAND
      *   'R' -- REINSTATE A HELD OR OVERDUE ACCOUNT (AN ACCOUNT
      *          STILL OVERDUE IS SUSPENDED AGAIN BY Z02487'S NEXT RUN)
      *   'P' -- POST A PAYMENT RECEIVED AGAINST ONE OF THE ACCOUNT'S
      *          OPEN T107 INVOICES, UP TO WHAT IS STILL OWED ON IT.
      *          THE INVOICE GOES 'PAID' ONCE FULLY SETTLED
      *
      * 'S'/'H'/'R' ARE LOGGED TO T24 AND THEIR BEFORE/AFTER IMAGES
      * GO TO T65_CONFIG_AUDIT THROUGH Z02421, AS Z02469 DOES FOR
      * T95; A PAYMENT IS LOGGED TO T24 WITH THE INVOICE.
      *
      *   NEW MAPSET MP0290 (COPYBOOK ZZMP0290), FIELDS:
      *      ACTIONI        PIC X(1)   'I' / 'S' / 'H' / 'R' / 'P'
      *      ACCOUNTI       PIC X(10)  ACCOUNT CODE
      *      NAMEI/NAMEO    PIC X(30)  COMPANY NAME ('S')
      *      LIMITI/LIMITO  PIC X(12)  CREDIT LIMIT, E.G. 25000.00
      *      TERMSI/TERMSO  PIC X(3)   PAYMENT TERMS IN DAYS ('S')
      *      INVOICEI       PIC X(9)   INVOICE NUMBER ('P')
      *      AMOUNTI        PIC X(12)  AMOUNT RECEIVED ('P')
      *      STATUSO        PIC X(10)  ACCOUNT STATUS
      *      BALANCEO       PIC X(14)  BALANCE OWED
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
           COPY ZZMP0290.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02485'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-ACTIVE-STATUS                PIC X(10) VALUE 'ACTIVE'.
           05 CT-OVERDUE-STATUS               PIC X(10) VALUE 'OVERDUE'.
           05 CT-SUSPENDED-STATUS             PIC X(10)
                                                 VALUE 'SUSPENDED'.
           05 CT-OPEN-INVOICE-STATUS          PIC X(10) VALUE 'OPEN'.
           05 CT-PAID-INVOICE-STATUS          PIC X(10) VALUE 'PAID'.
           05 CT-PAYMENT-ENTRY                PIC X(8) VALUE 'PAYMENT'.
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
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-INQUIRE                       VALUE 'I'.
               88 SO-ACTION-SET-ACCOUNT                   VALUE 'S'.
               88 SO-ACTION-HOLD-ACCOUNT                  VALUE 'H'.
               88 SO-ACTION-REINSTATE-ACCOUNT             VALUE 'R'.
               88 SO-ACTION-POST-PAYMENT                  VALUE 'P'.
           05 SW-IF-ACCOUNT-FOUND                         PIC X.
               88 SO-ACCOUNT-FOUND                        VALUE 'Y'.
               88 SO-ACCOUNT-NOT-FOUND                    VALUE 'N'.
           05 SW-IF-INVOICE-FOUND                         PIC X.
               88 SO-INVOICE-FOUND                        VALUE 'Y'.
               88 SO-INVOICE-NOT-FOUND                    VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-ACCOUNT-CODE               PIC X(10).
           05 WS-COMPANY-NAME               PIC X(30).
           05 WS-CREDIT-LIMIT               PIC S9(9)V99 COMP-3.
           05 WS-TERMS-DAYS                 PIC S9(4) COMP.
           05 WS-NEW-ACCOUNT-STATUS         PIC X(10).
           05 WS-OLD-COMPANY-NAME           PIC X(30).
           05 WS-OLD-CREDIT-LIMIT           PIC S9(9)V99 COMP-3.
           05 WS-OLD-TERMS-DAYS             PIC S9(4) COMP.
           05 WS-OLD-ACCOUNT-STATUS         PIC X(10).
           05 WS-ACCOUNT-BALANCE            PIC S9(9)V99 COMP-3.
           05 WS-INVOICE-ID                 PIC S9(9) COMP.
           05 WS-INVOICE-ID-FORMAT          PIC 9(9).
           05 WS-PAYMENT-AMOUNT             PIC S9(9)V99 COMP-3.
           05 WS-INV-ACCOUNT-CODE           PIC X(10).
           05 WS-INV-AMOUNT                 PIC S9(9)V99 COMP-3.
           05 WS-INV-AMOUNT-PAID            PIC S9(9)V99 COMP-3.
           05 WS-INV-STATUS                 PIC X(10).
           05 WS-INV-OUTSTANDING            PIC S9(9)V99 COMP-3.
           05 WS-INV-NEW-STATUS             PIC X(10).
           05 WS-ENTRY-ID                   PIC S9(9) COMP.
           05 WS-LEDGER-AMOUNT              PIC S9(9)V99 COMP-3.
           05 WS-LIMIT-FORMAT               PIC ZZZZZZZZ9.99.
           05 WS-TERMS-FORMAT               PIC ZZ9.
           05 WS-BALANCE-FORMAT             PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-AMOUNT-FORMAT              PIC ZZZZZZZZ9.99.

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
           MOVE LOW-VALUES TO MP0290O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0290') MAPSET('MP0290')
             FROM(MP0290O)
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
           WHEN SO-ACTION-INQUIRE
              PERFORM 2060-SEND-ACCOUNT-MAP
           WHEN SO-ACTION-SET-ACCOUNT
              PERFORM 2020-SET-THE-ACCOUNT
           WHEN SO-ACTION-HOLD-ACCOUNT
              MOVE CT-SUSPENDED-STATUS TO WS-NEW-ACCOUNT-STATUS
              MOVE 'CORP ACCOUNT HELD'  TO WS-LOG-ACTION-TEXT
              PERFORM 2030-CHANGE-THE-STATUS
           WHEN SO-ACTION-REINSTATE-ACCOUNT
              MOVE CT-ACTIVE-STATUS TO WS-NEW-ACCOUNT-STATUS
              MOVE 'CORP ACCOUNT REINST' TO WS-LOG-ACTION-TEXT
              PERFORM 2030-CHANGE-THE-STATUS
           WHEN SO-ACTION-POST-PAYMENT
              PERFORM 2050-POST-THE-PAYMENT
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0290I
           EXEC CICS
           RECEIVE MAP('MP0290') MAPSET('MP0290')
           INTO(MP0290I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND ACCOUNT CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      * EVERY ACTION BUT 'S' NEEDS THE ACCOUNT ALREADY ON FILE
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           MOVE ACCOUNTI    TO WS-ACCOUNT-CODE
           IF NOT (SO-ACTION-INQUIRE OR SO-ACTION-SET-ACCOUNT OR
                   SO-ACTION-HOLD-ACCOUNT OR
                   SO-ACTION-REINSTATE-ACCOUNT OR
                   SO-ACTION-POST-PAYMENT)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE I, S, H, R OR P' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-ACCOUNT-CODE = SPACE OR
              WS-ACCOUNT-CODE = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE ACCOUNT CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-ACCOUNT-CODE TO WS-LOG-ENTITY-KEY
           PERFORM 7001-READ-ACCOUNT
           IF SO-ACCOUNT-NOT-FOUND AND NOT SO-ACTION-SET-ACCOUNT THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO CORPORATE ACCOUNT WITH THIS CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           EVALUATE TRUE
           WHEN SO-ACTION-SET-ACCOUNT
              PERFORM 2013-VALIDATE-TERMS
           WHEN SO-ACTION-POST-PAYMENT
              PERFORM 2014-VALIDATE-PAYMENT
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                2013-VALIDATE-TERMS
      ******************************************************************
       2013-VALIDATE-TERMS.
           MOVE NAMEI TO WS-COMPANY-NAME
           IF WS-COMPANY-NAME = SPACE OR
              WS-COMPANY-NAME = LOW-VALUES OR
              LIMITI = SPACE OR LIMITI = LOW-VALUES OR
              TERMSI = SPACE OR TERMSI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE NAME, CREDIT LIMIT AND TERMS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-CREDIT-LIMIT = FUNCTION NUMVAL(LIMITI)
           COMPUTE WS-TERMS-DAYS   = FUNCTION NUMVAL(TERMSI)
           IF WS-CREDIT-LIMIT NOT > ZERO THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CREDIT LIMIT MUST BE ABOVE 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-TERMS-DAYS < 1 OR WS-TERMS-DAYS > 120 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PAYMENT TERMS MUST BE 1 TO 120 DAYS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2014-VALIDATE-PAYMENT
      * THE INVOICE MUST BE THIS ACCOUNT'S, STILL OPEN, AND THE
      * AMOUNT NO MORE THAN WHAT IS STILL OWED ON IT
      ******************************************************************
       2014-VALIDATE-PAYMENT.
           IF INVOICEI = SPACE OR INVOICEI = LOW-VALUES OR
              AMOUNTI = SPACE OR AMOUNTI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE INVOICE NUMBER AND AMOUNT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-INVOICE-ID     = FUNCTION NUMVAL(INVOICEI)
           COMPUTE WS-PAYMENT-AMOUNT = FUNCTION NUMVAL(AMOUNTI)
           PERFORM 7006-READ-INVOICE
           IF SO-INVOICE-NOT-FOUND OR
              WS-INV-ACCOUNT-CODE NOT = WS-ACCOUNT-CODE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH INVOICE ON THIS ACCOUNT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-INV-STATUS NOT = CT-OPEN-INVOICE-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'INVOICE IS ALREADY PAID' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-INV-OUTSTANDING =
              WS-INV-AMOUNT - WS-INV-AMOUNT-PAID
           IF WS-PAYMENT-AMOUNT NOT > ZERO OR
              WS-PAYMENT-AMOUNT > WS-INV-OUTSTANDING THEN
              MOVE WS-INV-OUTSTANDING TO WS-AMOUNT-FORMAT
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'PAYMENT MUST BE ABOVE 0 AND AT MOST '
                     WS-AMOUNT-FORMAT
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-SET-THE-ACCOUNT
      ******************************************************************
       2020-SET-THE-ACCOUNT.
           IF SO-ACCOUNT-FOUND THEN
              PERFORM 2040-BUILD-BEFORE-IMAGE
              PERFORM 7003-UPDATE-ACCOUNT
              MOVE WS-OLD-ACCOUNT-STATUS TO WS-NEW-ACCOUNT-STATUS
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
              MOVE CT-ACTIVE-STATUS TO WS-NEW-ACCOUNT-STATUS
              PERFORM 7002-INSERT-ACCOUNT
           END-IF
           MOVE WS-CREDIT-LIMIT TO WS-LIMIT-FORMAT
           MOVE WS-TERMS-DAYS   TO WS-TERMS-FORMAT
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING WS-COMPANY-NAME ' LIMIT=' WS-LIMIT-FORMAT
                  ' TERMS=' WS-TERMS-FORMAT ' ' WS-NEW-ACCOUNT-STATUS
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'CORP ACCOUNT SET'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-ACCOUNT-MAP
           .
      ******************************************************************
      *                2030-CHANGE-THE-STATUS
      * 'H' AND 'R' -- WS-NEW-ACCOUNT-STATUS AND THE LOG TEXT ARE SET
      * BY 2010
      ******************************************************************
       2030-CHANGE-THE-STATUS.
           IF WS-OLD-ACCOUNT-STATUS = WS-NEW-ACCOUNT-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACCOUNT ALREADY HAS THIS STATUS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 2040-BUILD-BEFORE-IMAGE
           PERFORM 7004-UPDATE-STATUS
           MOVE WS-NEW-ACCOUNT-STATUS TO CAUD-AFTER-IMAGE
           PERFORM 8200-WRITE-CONFIG-AUDIT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-ACCOUNT-MAP
           .
      ******************************************************************
      *                2040-BUILD-BEFORE-IMAGE
      ******************************************************************
       2040-BUILD-BEFORE-IMAGE.
           MOVE WS-OLD-CREDIT-LIMIT TO WS-LIMIT-FORMAT
           MOVE WS-OLD-TERMS-DAYS   TO WS-TERMS-FORMAT
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING WS-OLD-COMPANY-NAME ' LIMIT=' WS-LIMIT-FORMAT
                  ' TERMS=' WS-TERMS-FORMAT ' ' WS-OLD-ACCOUNT-STATUS
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           .
      ******************************************************************
      *                2050-POST-THE-PAYMENT
      * ONE 'PAYMENT' LEDGER ROW AGAINST THE INVOICE, AND THE
      * INVOICE'S AMOUNT PAID MOVED ON
      ******************************************************************
       2050-POST-THE-PAYMENT.
           MOVE CT-OPEN-INVOICE-STATUS TO WS-INV-NEW-STATUS
           IF WS-PAYMENT-AMOUNT = WS-INV-OUTSTANDING THEN
              MOVE CT-PAID-INVOICE-STATUS TO WS-INV-NEW-STATUS
           END-IF
           PERFORM 7007-INSERT-PAYMENT-ENTRY
           PERFORM 7008-UPDATE-INVOICE
           MOVE WS-INVOICE-ID TO WS-INVOICE-ID-FORMAT
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-ACCOUNT-CODE '/' WS-INVOICE-ID-FORMAT
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           MOVE 'CORP PAYMENT POSTED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-ACCOUNT-MAP
           .
      ******************************************************************
      *                2060-SEND-ACCOUNT-MAP
      * THE ACCOUNT AS IT NOW STANDS, WITH ITS LEDGER BALANCE
      ******************************************************************
       2060-SEND-ACCOUNT-MAP.
           PERFORM 7001-READ-ACCOUNT
           PERFORM 7005-READ-BALANCE
           MOVE LOW-VALUES TO MP0290O
           MOVE WS-ACCOUNT-CODE       TO ACCOUNTO
           MOVE WS-OLD-COMPANY-NAME   TO NAMEO
           MOVE WS-OLD-CREDIT-LIMIT   TO WS-LIMIT-FORMAT
           MOVE WS-LIMIT-FORMAT       TO LIMITO
           MOVE WS-OLD-TERMS-DAYS     TO WS-TERMS-FORMAT
           MOVE WS-TERMS-FORMAT       TO TERMSO
           MOVE WS-OLD-ACCOUNT-STATUS TO STATUSO
           MOVE WS-ACCOUNT-BALANCE    TO WS-BALANCE-FORMAT
           MOVE WS-BALANCE-FORMAT     TO BALANCEO
           IF SO-ACTION-INQUIRE THEN
              MOVE 'NEXT ACTION OR F3 TO RETURN' TO MSGO
           ELSE
              MOVE 'DONE -- NEXT ACTION OR F3 TO RETURN' TO MSGO
           END-IF
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
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
              MOVE 'CORPORATE ACCOUNTS NEED A SUPER SIGN-ON' TO
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
      *                7001-READ-ACCOUNT
      ******************************************************************
       7001-READ-ACCOUNT.
           SET SO-ACCOUNT-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-OLD-COMPANY-NAME
                         WS-OLD-ACCOUNT-STATUS
           MOVE 0     TO WS-OLD-CREDIT-LIMIT
                         WS-OLD-TERMS-DAYS
           EXEC SQL
             SELECT COMPANY_NAME, CREDIT_LIMIT, PAYMENT_TERMS_DAYS,
                    ACCOUNT_STATUS
             INTO :WS-OLD-COMPANY-NAME, :WS-OLD-CREDIT-LIMIT,
                  :WS-OLD-TERMS-DAYS, :WS-OLD-ACCOUNT-STATUS
             FROM T105_CORPORATE_ACCOUNT
             WHERE ACCOUNT_CODE = :WS-ACCOUNT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-ACCOUNT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7002-INSERT-ACCOUNT
      ******************************************************************
       7002-INSERT-ACCOUNT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T105_CORPORATE_ACCOUNT
                (ACCOUNT_CODE, COMPANY_NAME, CREDIT_LIMIT,
                 PAYMENT_TERMS_DAYS, ACCOUNT_STATUS, CHANGED_BY,
                 CHANGED_TIMESTAMP)
             VALUES
                (:WS-ACCOUNT-CODE, :WS-COMPANY-NAME, :WS-CREDIT-LIMIT,
                 :WS-TERMS-DAYS, :CT-ACTIVE-STATUS, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7003-UPDATE-ACCOUNT
      ******************************************************************
       7003-UPDATE-ACCOUNT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T105_CORPORATE_ACCOUNT
                SET COMPANY_NAME       = :WS-COMPANY-NAME,
                    CREDIT_LIMIT       = :WS-CREDIT-LIMIT,
                    PAYMENT_TERMS_DAYS = :WS-TERMS-DAYS,
                    CHANGED_BY         = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP  = CURRENT TIMESTAMP
              WHERE ACCOUNT_CODE = :WS-ACCOUNT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7004-UPDATE-STATUS
      ******************************************************************
       7004-UPDATE-STATUS.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T105_CORPORATE_ACCOUNT
                SET ACCOUNT_STATUS    = :WS-NEW-ACCOUNT-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE ACCOUNT_CODE = :WS-ACCOUNT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7005-READ-BALANCE
      * CHARGES LESS CREDITS AND PAYMENTS, INVOICED OR NOT
      ******************************************************************
       7005-READ-BALANCE.
           MOVE 0 TO WS-ACCOUNT-BALANCE
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
             INTO :WS-ACCOUNT-BALANCE
             FROM T106_CORPORATE_LEDGER
             WHERE ACCOUNT_CODE = :WS-ACCOUNT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7006-READ-INVOICE
      ******************************************************************
       7006-READ-INVOICE.
           SET SO-INVOICE-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT ACCOUNT_CODE, INVOICE_AMOUNT, AMOUNT_PAID,
                    INVOICE_STATUS
             INTO :WS-INV-ACCOUNT-CODE, :WS-INV-AMOUNT,
                  :WS-INV-AMOUNT-PAID, :WS-INV-STATUS
             FROM T107_CORPORATE_INVOICE
             WHERE INVOICE_ID = :WS-INVOICE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-INVOICE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              7007-INSERT-PAYMENT-ENTRY
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
       7007-INSERT-PAYMENT-ENTRY.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-ENTRY-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           COMPUTE WS-LEDGER-AMOUNT = 0 - WS-PAYMENT-AMOUNT
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T106_CORPORATE_LEDGER
                (ENTRY_ID, ACCOUNT_CODE, ENTRY_TYPE, RESERVATION_ID,
                 REFUND_ID, INVOICE_ID, AMOUNT, ENTRY_DATE,
                 POSTED_BY, ENTRY_TIMESTAMP)
             VALUES
                (:WS-ENTRY-ID, :WS-ACCOUNT-CODE, :CT-PAYMENT-ENTRY, 0,
                 0, :WS-INVOICE-ID, :WS-LEDGER-AMOUNT, CURRENT DATE,
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7008-UPDATE-INVOICE
      ******************************************************************
       7008-UPDATE-INVOICE.
           EXEC SQL
             UPDATE T107_CORPORATE_INVOICE
                SET AMOUNT_PAID    = AMOUNT_PAID + :WS-PAYMENT-AMOUNT,
                    INVOICE_STATUS = :WS-INV-NEW-STATUS
              WHERE INVOICE_ID = :WS-INVOICE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * BEFORE/AFTER IMAGES ON T65_CONFIG_AUDIT FOR Z02422'S BROWSE,
      * THE SAME WAY Z02469 AUDITS T95
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T105_CORP_ACCOUNT' TO CAUD-TABLE-NAME
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
               RETURN TRANSID('0290') COMMAREA(WS-ZZEC0215)
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
