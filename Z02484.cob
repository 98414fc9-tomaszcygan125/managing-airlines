       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02484.
      ******************************************************************
      *
      * INTERLINE PRORATION AGREEMENTS
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'J' ON
      * THE SECOND MENU PAGE (Z02455) "INTERLINE AGREEMENTS" -- SUPER
      * (OR ADMIN) SIGN-ON ONLY, THE SAME AS THE RULE PARAMETERS,
      * CHECKED BOTH THERE AND HERE (2170-CHECK-THE-ROLE).
      *
      * A COUPON ONE CARRIER FLIES ON ANOTHER CARRIER'S TICKET IS
      * BILLED BETWEEN THE TWO AT THE VALUE THEY AGREED.  THE AGREED
      * RULE FOR EACH PARTNER LIVES ON THE NEW T102_INTERLINE_AGREEMENT
      * TABLE, WHICH Z02482 READS TO VALUE EVERY FLOWN COUPON IN THE
      * MONTHLY INTERLINE BILLING RUN, IN BOTH DIRECTIONS:
      *
      *     PARTNER_CODE          CHAR(3)      PARTNER AIRLINE
      *     ORIGIN_AIRPORT_CODE   CHAR(3)      BLANK -- EVERY ROUTE
      *     DESTINATION_AIRPORT_CODE CHAR(3)   BLANK -- EVERY ROUTE
      *     PRORATE_METHOD        CHAR(7)      'MILEAGE' / 'FIXED'
      *     RATE_PER_KM           DECIMAL(7,4) 'MILEAGE' -- STRAIGHT
      *                                        RATE TIMES THE GREAT-
      *                                        CIRCLE KILOMETRES OF
      *                                        THE SECTOR (Z02342)
      *     FIXED_AMOUNT          DECIMAL(9,2) 'FIXED' -- SPECIAL
      *                                        PRORATE PER COUPON
      *     CURRENCY_CODE         CHAR(3)      A T17 CURRENCY
      *     AGREEMENT_STATUS      CHAR(10)     'ACTIVE' / 'ENDED'
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *     KEY (PARTNER_CODE, ORIGIN_AIRPORT_CODE,
      *          DESTINATION_AIRPORT_CODE)
      *
      * A PARTNER CARRIES ONE GENERAL ROW (ROUTE LEFT BLANK) AND ANY
      * NUMBER OF ROUTE ROWS; Z02482 TAKES THE ACTIVE ROUTE ROW FOR
      * THE SECTOR FLOWN WHEN THERE IS ONE, OTHERWISE THE GENERAL ROW:
      *
      *   'S' -- SET THE RULE FOR THE PARTNER AND ROUTE KEYED.  AN
      *          EXISTING ROW (ACTIVE OR ENDED) HAS ITS TERMS
      *          REPLACED AND IS ACTIVE AGAIN; OTHERWISE A ROW IS ADDED
      *   'E' -- END THE RULE FOR THE PARTNER AND ROUTE KEYED (ROWS
      *          ARE NEVER DELETED)
      *
      * EVERY CHANGE IS LOGGED TO T24 AND ITS BEFORE/AFTER IMAGES GO
      * TO T65_CONFIG_AUDIT THROUGH Z02421, AS Z02469 DOES FOR T95.
      *
      *   NEW MAPSET MP0289 (COPYBOOK ZZMP0289), FIELDS:
      *      ACTIONI        PIC X(1)   'S' / 'E'
      *      PARTNERI       PIC X(3)   PARTNER AIRLINE CODE
      *      ORIGINI        PIC X(3)   ROUTE, OR BOTH LEFT BLANK
      *      DESTI          PIC X(3)
      *      METHODI        PIC X(1)   'M' MILEAGE / 'F' FIXED ('S')
      *      AMOUNTI        PIC X(9)   RATE PER KM, E.G. 0.0850, OR
      *                                FIXED AMOUNT, E.G. 85.00 ('S')
      *      CURRENCYI      PIC X(3)   ('S')
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
           COPY ZZMP0289.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02484'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-ACTIVE-STATUS                PIC X(10) VALUE 'ACTIVE'.
           05 CT-ENDED-STATUS                 PIC X(10) VALUE 'ENDED'.
           05 CT-MILEAGE-METHOD               PIC X(7) VALUE 'MILEAGE'.
           05 CT-FIXED-METHOD                 PIC X(7) VALUE 'FIXED'.
           05 CT-OWN-AIRLINE-CODE             PIC X(3) VALUE 'ZZZ'.
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
               88 SO-ACTION-SET-AGREEMENT                 VALUE 'S'.
               88 SO-ACTION-END-AGREEMENT                 VALUE 'E'.
           05 SW-USER-METHOD                              PIC X.
               88 SO-METHOD-MILEAGE                       VALUE 'M'.
               88 SO-METHOD-FIXED                         VALUE 'F'.
           05 SW-IF-AGREEMENT-FOUND                       PIC X.
               88 SO-AGREEMENT-FOUND                      VALUE 'Y'.
               88 SO-AGREEMENT-NOT-FOUND                  VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-PARTNER-CODE               PIC X(3).
           05 WS-ORIGIN-CODE                PIC X(3).
           05 WS-DESTINATION-CODE           PIC X(3).
           05 WS-PRORATE-METHOD             PIC X(7).
           05 WS-RATE-PER-KM                PIC S9(3)V9(4) COMP-3.
           05 WS-FIXED-AMOUNT               PIC S9(7)V99 COMP-3.
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-CURRENCY-COUNT             PIC S9(4) COMP.
           05 WS-OLD-PRORATE-METHOD         PIC X(7).
           05 WS-OLD-RATE-PER-KM            PIC S9(3)V9(4) COMP-3.
           05 WS-OLD-FIXED-AMOUNT           PIC S9(7)V99 COMP-3.
           05 WS-OLD-CURRENCY-CODE          PIC X(3).
           05 WS-OLD-AGREEMENT-STATUS       PIC X(10).
           05 WS-KM-RATE-FORMAT             PIC ZZ9.9999.
           05 WS-AMOUNT-FORMAT              PIC ZZZZZZ9.99.

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
           MOVE LOW-VALUES TO MP0289O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0289') MAPSET('MP0289')
             FROM(MP0289O)
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
           WHEN SO-ACTION-SET-AGREEMENT
              PERFORM 2020-SET-THE-AGREEMENT
           WHEN SO-ACTION-END-AGREEMENT
              PERFORM 2030-END-THE-AGREEMENT
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0289I
           EXEC CICS
           RECEIVE MAP('MP0289') MAPSET('MP0289')
           INTO(MP0289I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND AGREEMENT DATA' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      * THE ROUTE IS BOTH AIRPORTS OR NEITHER -- NEITHER IS THE
      * PARTNER'S GENERAL RULE, KEPT WITH BLANK AIRPORT CODES
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           MOVE PARTNERI    TO WS-PARTNER-CODE
           MOVE ORIGINI     TO WS-ORIGIN-CODE
           MOVE DESTI       TO WS-DESTINATION-CODE
           IF WS-ORIGIN-CODE = LOW-VALUES THEN
              MOVE SPACE TO WS-ORIGIN-CODE
           END-IF
           IF WS-DESTINATION-CODE = LOW-VALUES THEN
              MOVE SPACE TO WS-DESTINATION-CODE
           END-IF
           IF NOT (SO-ACTION-SET-AGREEMENT OR SO-ACTION-END-AGREEMENT)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE S OR E' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-PARTNER-CODE = SPACE OR
              WS-PARTNER-CODE = LOW-VALUES OR
              WS-PARTNER-CODE = CT-OWN-AIRLINE-CODE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE PARTNER AIRLINE CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF (WS-ORIGIN-CODE = SPACE AND
               WS-DESTINATION-CODE NOT = SPACE) OR
              (WS-ORIGIN-CODE NOT = SPACE AND
               WS-DESTINATION-CODE = SPACE)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ROUTE NEEDS BOTH AIRPORTS, OR NEITHER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-SET-AGREEMENT THEN
              PERFORM 2013-VALIDATE-TERMS
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           IF WS-ORIGIN-CODE = SPACE THEN
              STRING WS-PARTNER-CODE '/ALL'
                DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
              END-STRING
           ELSE
              STRING WS-PARTNER-CODE '/' WS-ORIGIN-CODE '-'
                     WS-DESTINATION-CODE
                DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
              END-STRING
           END-IF
           .
      ******************************************************************
      *                2013-VALIDATE-TERMS
      * THE AMOUNT KEYED IS THE RATE PER KM FOR A MILEAGE RULE AND
      * THE AMOUNT PER COUPON FOR A FIXED ONE -- THE OTHER IS ZERO
      ******************************************************************
       2013-VALIDATE-TERMS.
           MOVE METHODI     TO SW-USER-METHOD
           MOVE CURRENCYI   TO WS-CURRENCY-CODE
           MOVE 0 TO WS-RATE-PER-KM
           MOVE 0 TO WS-FIXED-AMOUNT
           EVALUATE TRUE
           WHEN SO-METHOD-MILEAGE
              MOVE CT-MILEAGE-METHOD TO WS-PRORATE-METHOD
              COMPUTE WS-RATE-PER-KM = FUNCTION NUMVAL(AMOUNTI)
              IF WS-RATE-PER-KM NOT > ZERO THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'RATE PER KM MUST BE ABOVE 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           WHEN SO-METHOD-FIXED
              MOVE CT-FIXED-METHOD TO WS-PRORATE-METHOD
              COMPUTE WS-FIXED-AMOUNT = FUNCTION NUMVAL(AMOUNTI)
              IF WS-FIXED-AMOUNT NOT > ZERO THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'FIXED PRORATE AMOUNT MUST BE ABOVE 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'METHOD MUST BE M (MILEAGE) OR F (FIXED)' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           PERFORM 7006-CHECK-CURRENCY
           IF WS-CURRENCY-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CURRENCY NOT ON THE CURRENCY RATE TABLE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-SET-THE-AGREEMENT
      ******************************************************************
       2020-SET-THE-AGREEMENT.
           PERFORM 7001-READ-AGREEMENT
           IF SO-AGREEMENT-FOUND THEN
              PERFORM 2040-BUILD-BEFORE-IMAGE
              PERFORM 7004-UPDATE-AGREEMENT
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
              PERFORM 7005-INSERT-AGREEMENT
           END-IF
           MOVE WS-RATE-PER-KM  TO WS-KM-RATE-FORMAT
           MOVE WS-FIXED-AMOUNT TO WS-AMOUNT-FORMAT
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING WS-PRORATE-METHOD ' KM=' WS-KM-RATE-FORMAT
                  ' FIXED=' WS-AMOUNT-FORMAT ' ' WS-CURRENCY-CODE
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'INTERLINE RULE SET'  TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2030-END-THE-AGREEMENT
      ******************************************************************
       2030-END-THE-AGREEMENT.
           PERFORM 7001-READ-AGREEMENT
           IF SO-AGREEMENT-NOT-FOUND OR
              WS-OLD-AGREEMENT-STATUS NOT = CT-ACTIVE-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO ACTIVE AGREEMENT FOR THIS PARTNER AND ROUTE'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 2040-BUILD-BEFORE-IMAGE
           PERFORM 7003-END-AGREEMENT
           MOVE '(ENDED)' TO CAUD-AFTER-IMAGE
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'INTERLINE RULE END'  TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-DONE-MAP
           .
      ******************************************************************
      *                2040-BUILD-BEFORE-IMAGE
      ******************************************************************
       2040-BUILD-BEFORE-IMAGE.
           MOVE WS-OLD-RATE-PER-KM  TO WS-KM-RATE-FORMAT
           MOVE WS-OLD-FIXED-AMOUNT TO WS-AMOUNT-FORMAT
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING WS-OLD-PRORATE-METHOD ' KM=' WS-KM-RATE-FORMAT
                  ' FIXED=' WS-AMOUNT-FORMAT ' ' WS-OLD-CURRENCY-CODE
                  ' ' WS-OLD-AGREEMENT-STATUS
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           .
      ******************************************************************
      *                2060-SEND-DONE-MAP
      ******************************************************************
       2060-SEND-DONE-MAP.
           MOVE LOW-VALUES TO MP0289O
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
              MOVE 'INTERLINE AGREEMENTS NEED A SUPER SIGN-ON' TO
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
      *                7001-READ-AGREEMENT
      * ANY STATUS -- AN ENDED ROW IS REVIVED BY 'S', NOT ADDED AGAIN
      ******************************************************************
       7001-READ-AGREEMENT.
           SET SO-AGREEMENT-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-OLD-AGREEMENT-STATUS
           EXEC SQL
             SELECT PRORATE_METHOD, RATE_PER_KM, FIXED_AMOUNT,
                    CURRENCY_CODE, AGREEMENT_STATUS
             INTO :WS-OLD-PRORATE-METHOD, :WS-OLD-RATE-PER-KM,
                  :WS-OLD-FIXED-AMOUNT, :WS-OLD-CURRENCY-CODE,
                  :WS-OLD-AGREEMENT-STATUS
             FROM T102_INTERLINE_AGREEMENT
             WHERE PARTNER_CODE             = :WS-PARTNER-CODE
               AND ORIGIN_AIRPORT_CODE      = :WS-ORIGIN-CODE
               AND DESTINATION_AIRPORT_CODE = :WS-DESTINATION-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-AGREEMENT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7003-END-AGREEMENT
      ******************************************************************
       7003-END-AGREEMENT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T102_INTERLINE_AGREEMENT
                SET AGREEMENT_STATUS  = :CT-ENDED-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE PARTNER_CODE             = :WS-PARTNER-CODE
                AND ORIGIN_AIRPORT_CODE      = :WS-ORIGIN-CODE
                AND DESTINATION_AIRPORT_CODE = :WS-DESTINATION-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7004-UPDATE-AGREEMENT
      ******************************************************************
       7004-UPDATE-AGREEMENT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T102_INTERLINE_AGREEMENT
                SET PRORATE_METHOD    = :WS-PRORATE-METHOD,
                    RATE_PER_KM       = :WS-RATE-PER-KM,
                    FIXED_AMOUNT      = :WS-FIXED-AMOUNT,
                    CURRENCY_CODE     = :WS-CURRENCY-CODE,
                    AGREEMENT_STATUS  = :CT-ACTIVE-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE PARTNER_CODE             = :WS-PARTNER-CODE
                AND ORIGIN_AIRPORT_CODE      = :WS-ORIGIN-CODE
                AND DESTINATION_AIRPORT_CODE = :WS-DESTINATION-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7005-INSERT-AGREEMENT
      ******************************************************************
       7005-INSERT-AGREEMENT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T102_INTERLINE_AGREEMENT
                (PARTNER_CODE, ORIGIN_AIRPORT_CODE,
                 DESTINATION_AIRPORT_CODE, PRORATE_METHOD,
                 RATE_PER_KM, FIXED_AMOUNT, CURRENCY_CODE,
                 AGREEMENT_STATUS, CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-PARTNER-CODE, :WS-ORIGIN-CODE,
                 :WS-DESTINATION-CODE, :WS-PRORATE-METHOD,
                 :WS-RATE-PER-KM, :WS-FIXED-AMOUNT, :WS-CURRENCY-CODE,
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
      * THE SAME WAY Z02469 AUDITS T95
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T102_INTERLINE_AGR' TO CAUD-TABLE-NAME
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
               RETURN TRANSID('0289') COMMAREA(WS-ZZEC0215)
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
