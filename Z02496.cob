       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02496.
      ******************************************************************
      *
      * CARD CHARGEBACK WORKBENCH -- VIEW, REPRESENT, ACCEPT OR
      * WRITE OFF
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'N' ON
      * THE SECOND MENU PAGE (Z02455) "CARD CHARGEBACKS" -- SUPER
      * (OR ADMIN) SIGN-ON ONLY, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * Z02495 OPENS A CASE ON T117_CHARGEBACK_CASE FOR EVERY
      * CHARGEBACK ON THE ACQUIRER'S FILE, WITH THE COUPON, CHECK-IN
      * AND BOARDING EVIDENCE OF THE RESERVATION.  FINANCE WORKS
      * THEM HERE:
      *
      *   'I' -- SHOW THE CASE AND ITS EVIDENCE
      *   'R' -- REPRESENT: CONTEST AN 'OPEN' CASE WITH THE ACQUIRER.
      *          ONLY UP TO THE RESPONSE DEADLINE; THE REPRESENTMENT
      *          SENT IS KEPT FROM RESPONSEI
      *   'A' -- ACCEPT AN 'OPEN' OR 'REPRESENTED' CASE (THE
      *          CARDHOLDER KEEPS THE MONEY)
      *   'W' -- WRITE OFF AN 'OPEN' OR 'REPRESENTED' CASE (NOT
      *          WORTH PURSUING, OR THE REPRESENTMENT WAS LOST)
      *   'P' -- PRINT THE Z02390 ITINERARY OF THE RESERVATION FOR
      *          THE EVIDENCE PACK, ON THE SAME PRINT TS QUEUE
      *          Z02261'S '6' ACTION USES
      *
      * A CASE 'ACCEPTED' OR 'WRITTEN-OFF' CAN NO LONGER CHANGE.  ON
      * 'A' AND 'W' RESPONSEI MAY CARRY A RESOLUTION NOTE; LEFT
      * EMPTY THE NOTE ON FILE STAYS.  EVERY CHANGE IS LOGGED TO T24
      * AND ITS BEFORE/AFTER STATUS GOES TO T65_CONFIG_AUDIT THROUGH
      * Z02421, AS Z02489 DOES FOR T109.
      *
      *   NEW MAPSET MP0293 (COPYBOOK ZZMP0293), FIELDS:
      *      ACTIONI        PIC X(1)   'I' / 'R' / 'A' / 'W' / 'P'
      *      CASEIDI        PIC X(9)   CASE NUMBER
      *      ACQREFO        PIC X(20)  ACQUIRER REFERENCE
      *      RESERVO        PIC X(9)   RESERVATION
      *      PAYMENTO       PIC X(9)   T64 PAYMENT
      *      AMOUNTO        PIC X(14)  CHARGEBACK AMOUNT
      *      REASONO        PIC X(4)   ACQUIRER REASON CODE
      *      RECEIVO        PIC X(10)  DATE RECEIVED
      *      DEADLINO       PIC X(10)  RESPONSE DEADLINE
      *      STATUSO        PIC X(12)  CASE STATUS
      *      FLOWNO         PIC X(4)   COUPONS FLOWN
      *      UNUSEDO        PIC X(4)   COUPONS OPEN OR CHECKED-IN
      *      REFUNDO        PIC X(4)   COUPONS REFUNDED
      *      CHKINO         PIC X(4)   SEATS CHECKED IN
      *      BOARDO         PIC X(4)   SEATS BOARDED
      *      FIRSTCKO       PIC X(26)  FIRST CHECK-IN TIME
      *      RESPONSI/O     PIC X(60)  REPRESENTMENT / NOTE
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
           COPY ZZMP0293.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0267.
           COPY ZZEC0262.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02496'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-OPEN-STATUS                  PIC X(12) VALUE 'OPEN'.
           05 CT-REPRESENTED-STATUS           PIC X(12)
                                                 VALUE 'REPRESENTED'.
           05 CT-ACCEPTED-STATUS              PIC X(12)
                                                 VALUE 'ACCEPTED'.
           05 CT-WRITTEN-OFF-STATUS           PIC X(12)
                                                 VALUE 'WRITTEN-OFF'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-INQUIRE                       VALUE 'I'.
               88 SO-ACTION-REPRESENT                     VALUE 'R'.
               88 SO-ACTION-ACCEPT                        VALUE 'A'.
               88 SO-ACTION-WRITE-OFF                     VALUE 'W'.
               88 SO-ACTION-PRINT-ITINERARY               VALUE 'P'.
           05 SW-IF-CASE-FOUND                            PIC X.
               88 SO-CASE-FOUND                           VALUE 'Y'.
               88 SO-CASE-NOT-FOUND                       VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-CASE-ID                    PIC S9(9) COMP.
           05 WS-CASE-ID-FORMAT             PIC 9(9).
           05 WS-ACQUIRER-REFERENCE         PIC X(20).
           05 WS-PAYMENT-ID                 PIC S9(9) COMP.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-ID-FORMAT                  PIC 9(9).
           05 WS-CHARGEBACK-AMOUNT          PIC S9(9)V99 COMP-3.
           05 WS-REASON-CODE                PIC X(4).
           05 WS-RECEIVED-DATE              PIC X(10).
           05 WS-RESPONSE-DEADLINE          PIC X(10).
           05 WS-DAYS-TO-DEADLINE           PIC S9(9) COMP.
           05 WS-OLD-CASE-STATUS            PIC X(12).
           05 WS-NEW-CASE-STATUS            PIC X(12).
           05 WS-COUPONS-FLOWN              PIC S9(4) COMP.
           05 WS-COUPONS-UNUSED             PIC S9(4) COMP.
           05 WS-COUPONS-REFUNDED           PIC S9(4) COMP.
           05 WS-SEATS-CHECKED-IN           PIC S9(4) COMP.
           05 WS-SEATS-BOARDED              PIC S9(4) COMP.
           05 WS-FIRST-CHECKIN              PIC X(26).
           05 WS-OLD-RESPONSE-TEXT          PIC X(60).
           05 WS-RESPONSE-TEXT              PIC X(60).
           05 WS-COUNT-FORMAT               PIC ZZZ9.
           05 WS-AMOUNT-FORMAT              PIC ZZZ,ZZZ,ZZ9.99.

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
           MOVE LOW-VALUES TO MP0293O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0293') MAPSET('MP0293')
             FROM(MP0293O)
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
              PERFORM 2060-SEND-CASE-MAP
           WHEN SO-ACTION-REPRESENT
              MOVE CT-REPRESENTED-STATUS TO WS-NEW-CASE-STATUS
              MOVE 'CHARGEBACK REPRESENT' TO WS-LOG-ACTION-TEXT
              PERFORM 2030-CHANGE-THE-STATUS
           WHEN SO-ACTION-ACCEPT
              MOVE CT-ACCEPTED-STATUS    TO WS-NEW-CASE-STATUS
              MOVE 'CHARGEBACK ACCEPTED' TO WS-LOG-ACTION-TEXT
              PERFORM 2030-CHANGE-THE-STATUS
           WHEN SO-ACTION-WRITE-OFF
              MOVE CT-WRITTEN-OFF-STATUS TO WS-NEW-CASE-STATUS
              MOVE 'CHARGEBACK WRITE-OFF' TO WS-LOG-ACTION-TEXT
              PERFORM 2030-CHANGE-THE-STATUS
           WHEN SO-ACTION-PRINT-ITINERARY
              PERFORM 2040-PRINT-THE-ITINERARY
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0293I
           EXEC CICS
           RECEIVE MAP('MP0293') MAPSET('MP0293')
           INTO(MP0293I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND CASE NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      * EVERY ACTION NEEDS THE CASE ON FILE; A CHANGE ALSO NEEDS IT
      * IN A STATUS THE ACTION MAY MOVE IT FROM
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           IF NOT (SO-ACTION-INQUIRE OR SO-ACTION-REPRESENT OR
                   SO-ACTION-ACCEPT OR SO-ACTION-WRITE-OFF OR
                   SO-ACTION-PRINT-ITINERARY)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE I, R, A, W OR P' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF CASEIDI = SPACE OR CASEIDI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE CASE NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-CASE-ID = FUNCTION NUMVAL(CASEIDI)
           MOVE WS-CASE-ID TO WS-CASE-ID-FORMAT
           MOVE WS-CASE-ID-FORMAT TO WS-LOG-ENTITY-KEY
           PERFORM 7001-READ-CASE
           IF SO-CASE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO CHARGEBACK CASE WITH THIS NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE RESPONSI TO WS-RESPONSE-TEXT
           IF WS-RESPONSE-TEXT = LOW-VALUES THEN
              MOVE SPACE TO WS-RESPONSE-TEXT
           END-IF
           EVALUATE TRUE
           WHEN SO-ACTION-REPRESENT
              PERFORM 2013-VALIDATE-REPRESENTMENT
           WHEN SO-ACTION-ACCEPT OR SO-ACTION-WRITE-OFF
              IF WS-OLD-CASE-STATUS NOT = CT-OPEN-STATUS AND
                 WS-OLD-CASE-STATUS NOT = CT-REPRESENTED-STATUS THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'ONLY AN OPEN OR REPRESENTED CASE CAN BE CLOSED'
                                  TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *              2013-VALIDATE-REPRESENTMENT
      * THE ACQUIRER IGNORES AN ANSWER AFTER THE DEADLINE, SO THE
      * SCREEN REFUSES ONE
      ******************************************************************
       2013-VALIDATE-REPRESENTMENT.
           IF WS-OLD-CASE-STATUS NOT = CT-OPEN-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ONLY AN OPEN CASE CAN BE REPRESENTED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-DAYS-TO-DEADLINE < 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DEADLINE PASSED -- ACCEPT OR WRITE OFF' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-RESPONSE-TEXT = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE REPRESENTMENT SENT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2030-CHANGE-THE-STATUS
      * 'R', 'A' AND 'W' -- WS-NEW-CASE-STATUS AND THE LOG TEXT ARE
      * SET BY 2010.  AN EMPTY NOTE KEEPS THE ONE ON FILE
      ******************************************************************
       2030-CHANGE-THE-STATUS.
           IF WS-RESPONSE-TEXT = SPACE THEN
              MOVE WS-OLD-RESPONSE-TEXT TO WS-RESPONSE-TEXT
           END-IF
           MOVE WS-OLD-CASE-STATUS TO CAUD-BEFORE-IMAGE
           PERFORM 7002-UPDATE-STATUS
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING WS-NEW-CASE-STATUS ' ' WS-RESPONSE-TEXT
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-CASE-MAP
           .
      ******************************************************************
      *                2040-PRINT-THE-ITINERARY
      * Z02390 REBUILDS THE RESERVATION'S ITINERARY AND RECEIPT FROM
      * THE LIVE ROWS ONTO THE PRINT TS QUEUE, FOR THE EVIDENCE PACK
      ******************************************************************
       2040-PRINT-THE-ITINERARY.
           MOVE WS-RESERVATION-ID TO DOC-RESERVATION-ID
           MOVE 'Z239PRNT' TO DOC-QUEUE-NAME
      * A CALLED CICS PROGRAM'S TRANSLATED ENTRY EXPECTS THE EIB AND
      * COMMAREA AHEAD OF ITS OWN PARAMETERS
           CALL 'Z02390' USING DFHEIBLK DFHCOMMAREA WS-ZZEC0262
           PERFORM 2060-SEND-CASE-MAP
           .
      ******************************************************************
      *                2060-SEND-CASE-MAP
      * THE CASE AS IT NOW STANDS
      ******************************************************************
       2060-SEND-CASE-MAP.
           PERFORM 7001-READ-CASE
           MOVE LOW-VALUES TO MP0293O
           MOVE WS-CASE-ID-FORMAT     TO CASEIDO
           MOVE WS-ACQUIRER-REFERENCE TO ACQREFO
           MOVE WS-RESERVATION-ID     TO WS-ID-FORMAT
           MOVE WS-ID-FORMAT          TO RESERVO
           MOVE WS-PAYMENT-ID         TO WS-ID-FORMAT
           MOVE WS-ID-FORMAT          TO PAYMENTO
           MOVE WS-CHARGEBACK-AMOUNT  TO WS-AMOUNT-FORMAT
           MOVE WS-AMOUNT-FORMAT      TO AMOUNTO
           MOVE WS-REASON-CODE        TO REASONO
           MOVE WS-RECEIVED-DATE      TO RECEIVO
           MOVE WS-RESPONSE-DEADLINE  TO DEADLINO
           MOVE WS-OLD-CASE-STATUS    TO STATUSO
           MOVE WS-COUPONS-FLOWN      TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO FLOWNO
           MOVE WS-COUPONS-UNUSED     TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO UNUSEDO
           MOVE WS-COUPONS-REFUNDED   TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO REFUNDO
           MOVE WS-SEATS-CHECKED-IN   TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO CHKINO
           MOVE WS-SEATS-BOARDED      TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO BOARDO
           MOVE WS-FIRST-CHECKIN      TO FIRSTCKO
           MOVE WS-OLD-RESPONSE-TEXT  TO RESPONSO
           EVALUATE TRUE
           WHEN SO-ACTION-PRINT-ITINERARY AND DOC-RESULT = 'O'
              MOVE 'ITINERARY QUEUED FOR PRINT' TO MSGO
           WHEN SO-ACTION-PRINT-ITINERARY
              MOVE 'ITINERARY BUILD FAILED' TO MSGO
           WHEN NOT SO-ACTION-INQUIRE
              MOVE 'DONE -- NEXT ACTION OR F3 TO RETURN' TO MSGO
           WHEN WS-OLD-CASE-STATUS = CT-OPEN-STATUS AND
                WS-DAYS-TO-DEADLINE < 0
              MOVE 'DEADLINE PASSED -- ACCEPT OR WRITE OFF' TO MSGO
           WHEN WS-OLD-CASE-STATUS = CT-OPEN-STATUS AND
                (WS-COUPONS-FLOWN > 0 OR WS-SEATS-BOARDED > 0)
              MOVE 'PASSENGER FLEW -- REPRESENT BEFORE THE DEADLINE'
                                          TO MSGO
           WHEN OTHER
              MOVE 'NEXT ACTION OR F3 TO RETURN' TO MSGO
           END-EVALUATE
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
              MOVE 'CARD CHARGEBACKS NEED A SUPER SIGN-ON' TO
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
      *                7001-READ-CASE
      * THE CASE WITH ITS DAYS LEFT TO THE RESPONSE DEADLINE
      ******************************************************************
       7001-READ-CASE.
           SET SO-CASE-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT ACQUIRER_REFERENCE, PAYMENT_ID, RESERVATION_ID,
                    CHARGEBACK_AMOUNT, REASON_CODE,
                    CHAR(RECEIVED_DATE, ISO),
                    CHAR(RESPONSE_DEADLINE, ISO),
                    DAYS(RESPONSE_DEADLINE) - DAYS(CURRENT DATE),
                    CASE_STATUS, COUPONS_FLOWN, COUPONS_UNUSED,
                    COUPONS_REFUNDED, SEATS_CHECKED_IN, SEATS_BOARDED,
                    FIRST_CHECKIN, RESPONSE_TEXT
             INTO :WS-ACQUIRER-REFERENCE, :WS-PAYMENT-ID,
                  :WS-RESERVATION-ID, :WS-CHARGEBACK-AMOUNT,
                  :WS-REASON-CODE, :WS-RECEIVED-DATE,
                  :WS-RESPONSE-DEADLINE, :WS-DAYS-TO-DEADLINE,
                  :WS-OLD-CASE-STATUS, :WS-COUPONS-FLOWN,
                  :WS-COUPONS-UNUSED, :WS-COUPONS-REFUNDED,
                  :WS-SEATS-CHECKED-IN, :WS-SEATS-BOARDED,
                  :WS-FIRST-CHECKIN, :WS-OLD-RESPONSE-TEXT
             FROM T117_CHARGEBACK_CASE
             WHERE CASE_ID = :WS-CASE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CASE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7002-UPDATE-STATUS
      * ONLY FROM THE STATUS JUST READ -- A CASE CLOSED MEANWHILE AT
      * ANOTHER TERMINAL IS NOT TOUCHED
      ******************************************************************
       7002-UPDATE-STATUS.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T117_CHARGEBACK_CASE
                SET CASE_STATUS       = :WS-NEW-CASE-STATUS,
                    RESPONSE_TEXT     = :WS-RESPONSE-TEXT,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE CASE_ID     = :WS-CASE-ID
                AND CASE_STATUS = :WS-OLD-CASE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * BEFORE/AFTER IMAGES ON T65_CONFIG_AUDIT FOR Z02422'S BROWSE,
      * THE SAME WAY Z02489 AUDITS T109
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T117_CHARGEBACK' TO CAUD-TABLE-NAME
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
               RETURN TRANSID('0293') COMMAREA(WS-ZZEC0215)
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
