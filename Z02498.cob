       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02498.
      ******************************************************************
      *
      * CHARTER CONTRACTS -- WHOLE-AIRCRAFT SALE TO TOUR OPERATORS
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'O' ON
      * THE SECOND MENU PAGE (Z02455) "CHARTER CONTRACTS" -- SUPER
      * (OR ADMIN) SIGN-ON ONLY, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * A TOUR OPERATOR THAT CHARTERS A WHOLE AIRCRAFT USED TO BE
      * HANDLED BY CREATING THE FLIGHTS IN Z02292, BLOCKING EVERY
      * SEAT IN Z02377 AND BILLING FROM A SPREADSHEET.  THE FLIGHTS
      * ARE STILL CREATED IN Z02292, BUT THE CONTRACT NOW LIVES ON
      * THE NEW T119_CHARTER_CONTRACT TABLE:
      *
      *     CONTRACT_ID           INTEGER      OFF T20_ID_SEQUENCE
      *     CHARTERER_NAME        CHAR(30)
      *     CONTRACT_PRICE        DECIMAL(11,2) WHOLE-CONTRACT PRICE
      *     CURRENCY_CODE         CHAR(3)      MUST BE ON T17
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *     KEY (CONTRACT_ID)
      *
      * THE FLIGHTS SOLD UNDER IT ARE ROWS ON THE NEW
      * T120_CHARTER_FLIGHT TABLE.  A FLIGHT ON T120 IS SOLD WHOLE:
      * Z02172 NEVER OFFERS IT IN AVAILABILITY, AND ITS SEATS ARE
      * FILLED ONLY BY Z02499 FROM THE CHARTERER'S PASSENGER LIST:
      *
      *     CONTRACT_ID           INTEGER
      *     FLIGHT_ID             CHAR(8)      UNIQUE -- ONE CONTRACT
      *                                        PER FLIGHT
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *     KEY (CONTRACT_ID, FLIGHT_ID)
      *
      * THE CONTRACT PRICE IS BILLED IN PAYMENT MILESTONES ON THE
      * NEW T121_CHARTER_MILESTONE TABLE:
      *
      *     CONTRACT_ID           INTEGER
      *     MILESTONE_NO          SMALLINT     1 TO 9
      *     DUE_DATE              DATE
      *     AMOUNT                DECIMAL(11,2) IN THE CONTRACT
      *                                        CURRENCY
      *     MILESTONE_STATUS      CHAR(10)     'PLANNED'
      *                                        'INVOICED'
      *                                        'PAID'
      *     INVOICED_DATE         DATE         NULL UNTIL INVOICED
      *     AMOUNT_PAID           DECIMAL(11,2)
      *     CHANGED_BY            CHAR(8)
      *     CHANGED_TIMESTAMP     TIMESTAMP
      *     KEY (CONTRACT_ID, MILESTONE_NO)
      *
      * AND EVERY PAYMENT RECEIVED IS A ROW ON THE NEW
      * T122_CHARTER_PAYMENT TABLE, WHICH Z02359 AND Z02419 READ AS
      * CHARTER REVENUE:
      *
      *     PAYMENT_ID            INTEGER      OFF T20_ID_SEQUENCE
      *     CONTRACT_ID           INTEGER
      *     MILESTONE_NO          SMALLINT
      *     PAYMENT_DATE          DATE
      *     AMOUNT                DECIMAL(11,2) IN THE CONTRACT
      *                                        CURRENCY
      *     POSTED_BY             CHAR(8)
      *     POSTED_TIMESTAMP      TIMESTAMP
      *
      *   'I' -- SHOW THE CONTRACT, ITS FLIGHT COUNT AND MILESTONES
      *   'C' -- CREATE A CONTRACT (CONTRACT NUMBER LEFT BLANK, THE
      *          NEW NUMBER IS SHOWN BACK)
      *   'F' -- PUT A FLIGHT ON THE CONTRACT.  THE FLIGHT MUST NOT
      *          BE DELETED OR DEPARTED, NOT BE ON ANOTHER CONTRACT
      *          AND HAVE NO SEAT SOLD (BLOCKED SEATS ARE ALLOWED --
      *          RELEASE THEM IN Z02377 BEFORE THE LIST IS LOADED)
      *   'M' -- ADD A MILESTONE.  ALL MILESTONES TOGETHER MAY NOT
      *          EXCEED THE CONTRACT PRICE
      *   'V' -- INVOICE A PLANNED MILESTONE
      *   'P' -- POST A PAYMENT AGAINST AN INVOICED MILESTONE, UP TO
      *          WHAT IS STILL OWED ON IT.  THE MILESTONE GOES 'PAID'
      *          ONCE FULLY SETTLED
      *
      * EVERY CHANGE IS LOGGED TO T24 WITH THE CONTRACT NUMBER.
      *
      *   NEW MAPSET MP0294 (COPYBOOK ZZMP0294), FIELDS:
      *      ACTIONI        PIC X(1)   'I'/'C'/'F'/'M'/'V'/'P'
      *      CONTRCTI/O     PIC X(9)   CONTRACT NUMBER
      *      CHARTRI/O      PIC X(30)  CHARTERER NAME ('C')
      *      PRICEI/O       PIC X(12)  CONTRACT PRICE ('C')
      *      CURRI/O        PIC X(3)   CURRENCY CODE ('C')
      *      FLIGHTI        PIC X(8)   T05 FLIGHT_ID ('F')
      *      MILENOI        PIC X(1)   MILESTONE NUMBER ('M'/'V'/'P')
      *      DUEDATEI       PIC X(10)  DUE DATE, YYYY-MM-DD ('M')
      *      AMOUNTI        PIC X(12)  AMOUNT ('M'/'P')
      *      FLTCNTO        PIC X(3)   FLIGHTS ON THE CONTRACT
      *      INVTOTO        PIC X(14)  TOTAL INVOICED
      *      PAIDTOTO       PIC X(14)  TOTAL PAID
      *      MILE-LINEO     PIC X(60)  OCCURS 6 -- NUMBER, DUE DATE,
      *                                AMOUNT, STATUS, AMOUNT PAID
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
           COPY ZZMP0294.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * THE CONTRACT'S MILESTONES, IN NUMBER ORDER
           EXEC SQL
             DECLARE C-CONTRACT-MILESTONES CURSOR FOR
             SELECT MILESTONE_NO,
                    CHAR(DUE_DATE, ISO),
                    AMOUNT,
                    MILESTONE_STATUS,
                    AMOUNT_PAID
             FROM T121_CHARTER_MILESTONE
             WHERE CONTRACT_ID = :WS-CONTRACT-ID
             ORDER BY MILESTONE_NO
             FOR FETCH ONLY
           END-EXEC

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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02498'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-DELETED-STATUS               PIC X(15)
                                                 VALUE 'DELETED'.
           05 CT-BLOCKED-STATUS               PIC X(15)
                                                 VALUE 'BLOCKED'.
           05 CT-PLANNED-STATUS               PIC X(10) VALUE 'PLANNED'.
           05 CT-INVOICED-STATUS              PIC X(10)
                                                 VALUE 'INVOICED'.
           05 CT-PAID-STATUS                  PIC X(10) VALUE 'PAID'.
           05 CT-MAX-MILESTONE-LINES          PIC S9(4) COMP VALUE 6.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-BAD-DATE       VALUE -180 -181.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-7009-PARA              VALUE '7009'.
               88 SO-7010-PARA              VALUE '7010'.
               88 SO-7011-PARA              VALUE '7011'.
               88 SO-7012-PARA              VALUE '7012'.
               88 SO-7013-PARA              VALUE '7013'.
               88 SO-7014-PARA              VALUE '7014'.
               88 SO-7015-PARA              VALUE '7015'.
               88 SO-7016-PARA              VALUE '7016'.
               88 SO-7017-PARA              VALUE '7017'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-INQUIRE                       VALUE 'I'.
               88 SO-ACTION-CREATE-CONTRACT               VALUE 'C'.
               88 SO-ACTION-ADD-FLIGHT                    VALUE 'F'.
               88 SO-ACTION-ADD-MILESTONE                 VALUE 'M'.
               88 SO-ACTION-INVOICE-MILESTONE             VALUE 'V'.
               88 SO-ACTION-POST-PAYMENT                  VALUE 'P'.
           05 SW-IF-CONTRACT-FOUND                        PIC X.
               88 SO-CONTRACT-FOUND                       VALUE 'Y'.
               88 SO-CONTRACT-NOT-FOUND                   VALUE 'N'.
           05 SW-IF-FLIGHT-FOUND                          PIC X.
               88 SO-FLIGHT-FOUND                         VALUE 'Y'.
               88 SO-FLIGHT-NOT-FOUND                     VALUE 'N'.
           05 SW-IF-MILESTONE-FOUND                       PIC X.
               88 SO-MILESTONE-FOUND                      VALUE 'Y'.
               88 SO-MILESTONE-NOT-FOUND                  VALUE 'N'.
           05 SW-IF-FLIGHT-DEPARTED                       PIC X.
               88 SO-FLIGHT-DEPARTED                      VALUE 'Y'.
               88 SO-FLIGHT-NOT-DEPARTED                  VALUE 'N'.
           05 SW-IF-END-OF-MILESTONES                     PIC X.
               88 SO-END-OF-MILESTONES                    VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-CONTRACT-ID                PIC S9(9) COMP.
           05 WS-CONTRACT-ID-FORMAT         PIC 9(9).
           05 WS-CHARTERER-NAME             PIC X(30).
           05 WS-CONTRACT-PRICE             PIC S9(9)V99 COMP-3.
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-CURRENCY-COUNT             PIC S9(9) COMP.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-STATUS              PIC X(15).
           05 WS-OTHER-CONTRACT-ID          PIC S9(9) COMP.
           05 WS-SOLD-SEAT-COUNT            PIC S9(9) COMP.
           05 WS-FLIGHT-COUNT               PIC S9(9) COMP.
           05 WS-MILESTONE-DIGIT            PIC 9.
           05 WS-MILESTONE-NO               PIC S9(4) COMP.
           05 WS-DUE-DATE                   PIC X(10).
           05 WS-AMOUNT                     PIC S9(9)V99 COMP-3.
           05 WS-MILESTONE-TOTAL            PIC S9(9)V99 COMP-3.
           05 WS-MS-AMOUNT                  PIC S9(9)V99 COMP-3.
           05 WS-MS-AMOUNT-PAID             PIC S9(9)V99 COMP-3.
           05 WS-MS-STATUS                  PIC X(10).
           05 WS-MS-OUTSTANDING             PIC S9(9)V99 COMP-3.
           05 WS-MS-NEW-STATUS              PIC X(10).
           05 WS-INVOICED-TOTAL             PIC S9(9)V99 COMP-3.
           05 WS-PAID-TOTAL                 PIC S9(9)V99 COMP-3.
           05 WS-PAYMENT-ID                 PIC S9(9) COMP.
           05 WS-PRICE-FORMAT               PIC ZZZZZZZZ9.99.
           05 WS-AMOUNT-FORMAT              PIC ZZZZZZZZ9.99.
           05 WS-TOTAL-FORMAT               PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-COUNT-FORMAT               PIC ZZ9.
           05 WS-MILESTONE-LINE-SUB         PIC S9(4) COMP.

       01 WS-MILESTONE-LINE.
           05 WS-MLINE-NUMBER               PIC 9.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-MLINE-DUE-DATE             PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-MLINE-AMOUNT               PIC ZZZZZZZZ9.99.
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-MLINE-STATUS               PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-MLINE-PAID                 PIC ZZZZZZZZ9.99.
           05 FILLER                        PIC X(7) VALUE SPACE.

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
           MOVE LOW-VALUES TO MP0294O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0294') MAPSET('MP0294')
             FROM(MP0294O)
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
              PERFORM 2060-SEND-CONTRACT-MAP
           WHEN SO-ACTION-CREATE-CONTRACT
              PERFORM 2020-CREATE-THE-CONTRACT
           WHEN SO-ACTION-ADD-FLIGHT
              PERFORM 2025-ADD-THE-FLIGHT
           WHEN SO-ACTION-ADD-MILESTONE
              PERFORM 2030-ADD-THE-MILESTONE
           WHEN SO-ACTION-INVOICE-MILESTONE
              PERFORM 2035-INVOICE-THE-MILESTONE
           WHEN SO-ACTION-POST-PAYMENT
              PERFORM 2040-POST-THE-PAYMENT
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0294I
           EXEC CICS
           RECEIVE MAP('MP0294') MAPSET('MP0294')
           INTO(MP0294I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND CONTRACT NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      * 'C' TAKES NO CONTRACT NUMBER, EVERY OTHER ACTION NEEDS THE
      * CONTRACT ALREADY ON FILE
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           IF NOT (SO-ACTION-INQUIRE OR SO-ACTION-CREATE-CONTRACT OR
                   SO-ACTION-ADD-FLIGHT OR SO-ACTION-ADD-MILESTONE OR
                   SO-ACTION-INVOICE-MILESTONE OR
                   SO-ACTION-POST-PAYMENT)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE I, C, F, M, V OR P' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-CREATE-CONTRACT THEN
              IF CONTRCTI NOT = SPACE AND CONTRCTI NOT = LOW-VALUES
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'LEAVE CONTRACT NUMBER BLANK TO CREATE ONE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              PERFORM 2013-VALIDATE-CONTRACT-TERMS
           ELSE
              IF CONTRCTI = SPACE OR CONTRCTI = LOW-VALUES
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'PLEASE PROVIDE THE CONTRACT NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              COMPUTE WS-CONTRACT-ID = FUNCTION NUMVAL(CONTRCTI)
              MOVE WS-CONTRACT-ID TO WS-CONTRACT-ID-FORMAT
              MOVE WS-CONTRACT-ID-FORMAT TO WS-LOG-ENTITY-KEY
              PERFORM 7001-READ-CONTRACT
              IF SO-CONTRACT-NOT-FOUND THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'NO CHARTER CONTRACT WITH THIS NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           EVALUATE TRUE
           WHEN SO-ACTION-ADD-FLIGHT
              PERFORM 2014-VALIDATE-FLIGHT
           WHEN SO-ACTION-ADD-MILESTONE
              PERFORM 2015-VALIDATE-MILESTONE
           WHEN SO-ACTION-INVOICE-MILESTONE
              PERFORM 2016-VALIDATE-INVOICING
           WHEN SO-ACTION-POST-PAYMENT
              PERFORM 2017-VALIDATE-PAYMENT
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                2013-VALIDATE-CONTRACT-TERMS
      ******************************************************************
       2013-VALIDATE-CONTRACT-TERMS.
           MOVE CHARTRI TO WS-CHARTERER-NAME
           MOVE CURRI   TO WS-CURRENCY-CODE
           IF WS-CHARTERER-NAME = SPACE OR
              WS-CHARTERER-NAME = LOW-VALUES OR
              PRICEI = SPACE OR PRICEI = LOW-VALUES OR
              WS-CURRENCY-CODE = SPACE OR
              WS-CURRENCY-CODE = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE CHARTERER, PRICE AND CURRENCY' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-CONTRACT-PRICE = FUNCTION NUMVAL(PRICEI)
           IF WS-CONTRACT-PRICE NOT > ZERO THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CONTRACT PRICE MUST BE ABOVE 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7003-CHECK-CURRENCY
           IF WS-CURRENCY-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CURRENCY HAS NO RATE ON T17' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2014-VALIDATE-FLIGHT
      * THE FLIGHT MUST BE LIVE AND NOT YET FLOWN, ON NO OTHER
      * CONTRACT, AND WITH NO SEAT SOLD TO THE PUBLIC
      ******************************************************************
       2014-VALIDATE-FLIGHT.
           MOVE FLIGHTI TO WS-FLIGHT-ID
           IF WS-FLIGHT-ID = SPACE OR WS-FLIGHT-ID = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT ID' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7004-READ-FLIGHT
           IF SO-FLIGHT-NOT-FOUND OR
              WS-FLIGHT-STATUS = CT-DELETED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-FLIGHT-DEPARTED THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FLIGHT HAS ALREADY DEPARTED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7005-READ-FLIGHT-CONTRACT
           IF SO-SQLCODE-NORMAL THEN
              MOVE WS-OTHER-CONTRACT-ID TO WS-CONTRACT-ID-FORMAT
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'FLIGHT IS ALREADY ON CHARTER CONTRACT '
                     WS-CONTRACT-ID-FORMAT
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7006-COUNT-SOLD-SEATS
           IF WS-SOLD-SEAT-COUNT > 0 THEN
              MOVE WS-SOLD-SEAT-COUNT TO WS-COUNT-FORMAT
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'FLIGHT ALREADY HAS ' WS-COUNT-FORMAT
                     ' SEATS SOLD -- CANNOT BE CHARTERED'
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2015-VALIDATE-MILESTONE
      * A NEW NUMBER 1-9, A REAL DUE DATE, AND THE MILESTONES ALL
      * TOGETHER NO MORE THAN THE CONTRACT PRICE
      ******************************************************************
       2015-VALIDATE-MILESTONE.
           PERFORM 2018-VALIDATE-MILESTONE-NO
           IF SO-MILESTONE-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'THIS MILESTONE NUMBER IS ALREADY USED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF DUEDATEI = SPACE OR DUEDATEI = LOW-VALUES OR
              AMOUNTI = SPACE OR AMOUNTI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE DUE DATE AND AMOUNT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE DUEDATEI TO WS-DUE-DATE
           PERFORM 7010-CHECK-DUE-DATE
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(AMOUNTI)
           PERFORM 7009-READ-MILESTONE-TOTAL
           IF WS-AMOUNT NOT > ZERO OR
              WS-MILESTONE-TOTAL + WS-AMOUNT > WS-CONTRACT-PRICE THEN
              COMPUTE WS-MS-OUTSTANDING =
                 WS-CONTRACT-PRICE - WS-MILESTONE-TOTAL
              MOVE WS-MS-OUTSTANDING TO WS-AMOUNT-FORMAT
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'AMOUNT MUST BE ABOVE 0 AND AT MOST '
                     WS-AMOUNT-FORMAT
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2016-VALIDATE-INVOICING
      ******************************************************************
       2016-VALIDATE-INVOICING.
           PERFORM 2018-VALIDATE-MILESTONE-NO
           PERFORM 2019-CHECK-MILESTONE-FOUND
           IF WS-MS-STATUS NOT = CT-PLANNED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MILESTONE IS ALREADY INVOICED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2017-VALIDATE-PAYMENT
      * THE MILESTONE MUST BE INVOICED AND NOT SETTLED, THE AMOUNT NO
      * MORE THAN WHAT IS STILL OWED ON IT
      ******************************************************************
       2017-VALIDATE-PAYMENT.
           PERFORM 2018-VALIDATE-MILESTONE-NO
           PERFORM 2019-CHECK-MILESTONE-FOUND
           IF WS-MS-STATUS NOT = CT-INVOICED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MILESTONE IS NOT INVOICED OR IS ALREADY PAID' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF AMOUNTI = SPACE OR AMOUNTI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE AMOUNT RECEIVED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(AMOUNTI)
           COMPUTE WS-MS-OUTSTANDING =
              WS-MS-AMOUNT - WS-MS-AMOUNT-PAID
           IF WS-AMOUNT NOT > ZERO OR
              WS-AMOUNT > WS-MS-OUTSTANDING THEN
              MOVE WS-MS-OUTSTANDING TO WS-AMOUNT-FORMAT
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
      *                2018-VALIDATE-MILESTONE-NO
      * 1 TO 9, THEN READS THE MILESTONE IF IT IS ALREADY ON FILE
      ******************************************************************
       2018-VALIDATE-MILESTONE-NO.
           IF MILENOI < '1' OR MILENOI > '9' THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MILESTONE NUMBER MUST BE 1 TO 9' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE MILENOI            TO WS-MILESTONE-DIGIT
           MOVE WS-MILESTONE-DIGIT TO WS-MILESTONE-NO
           PERFORM 7008-READ-MILESTONE
           .
      ******************************************************************
      *                2019-CHECK-MILESTONE-FOUND
      ******************************************************************
       2019-CHECK-MILESTONE-FOUND.
           IF SO-MILESTONE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH MILESTONE ON THIS CONTRACT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-CREATE-THE-CONTRACT
      ******************************************************************
       2020-CREATE-THE-CONTRACT.
           PERFORM 7002-INSERT-CONTRACT
           MOVE WS-CONTRACT-ID TO WS-CONTRACT-ID-FORMAT
           MOVE WS-CONTRACT-ID-FORMAT TO WS-LOG-ENTITY-KEY
           MOVE 'CHARTER CONTRACT'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-CONTRACT-MAP
           .
      ******************************************************************
      *                2025-ADD-THE-FLIGHT
      ******************************************************************
       2025-ADD-THE-FLIGHT.
           PERFORM 7007-INSERT-CHARTER-FLIGHT
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-CONTRACT-ID-FORMAT '/' WS-FLIGHT-ID
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           MOVE 'CHARTER FLIGHT ADDED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-CONTRACT-MAP
           .
      ******************************************************************
      *                2030-ADD-THE-MILESTONE
      ******************************************************************
       2030-ADD-THE-MILESTONE.
           PERFORM 7011-INSERT-MILESTONE
           PERFORM 2045-BUILD-MILESTONE-KEY
           MOVE 'CHARTER MILESTONE'  TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-CONTRACT-MAP
           .
      ******************************************************************
      *                2035-INVOICE-THE-MILESTONE
      ******************************************************************
       2035-INVOICE-THE-MILESTONE.
           PERFORM 7012-INVOICE-MILESTONE
           PERFORM 2045-BUILD-MILESTONE-KEY
           MOVE 'CHARTER INVOICED'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-CONTRACT-MAP
           .
      ******************************************************************
      *                2040-POST-THE-PAYMENT
      * ONE T122 ROW FOR THE MONEY RECEIVED, AND THE MILESTONE'S
      * AMOUNT PAID MOVED ON
      ******************************************************************
       2040-POST-THE-PAYMENT.
           MOVE CT-INVOICED-STATUS TO WS-MS-NEW-STATUS
           IF WS-AMOUNT = WS-MS-OUTSTANDING THEN
              MOVE CT-PAID-STATUS TO WS-MS-NEW-STATUS
           END-IF
           PERFORM 7013-INSERT-PAYMENT
           PERFORM 7014-UPDATE-MILESTONE-PAID
           PERFORM 2045-BUILD-MILESTONE-KEY
           MOVE 'CHARTER PAYMENT'    TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-CONTRACT-MAP
           .
      ******************************************************************
      *                2045-BUILD-MILESTONE-KEY
      ******************************************************************
       2045-BUILD-MILESTONE-KEY.
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-CONTRACT-ID-FORMAT '/' WS-MILESTONE-DIGIT
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                2060-SEND-CONTRACT-MAP
      * THE CONTRACT AS IT NOW STANDS, WITH ITS FLIGHT COUNT, TOTALS
      * AND THE FIRST SIX MILESTONES
      ******************************************************************
       2060-SEND-CONTRACT-MAP.
           PERFORM 7001-READ-CONTRACT
           PERFORM 7015-READ-CONTRACT-TOTALS
           MOVE LOW-VALUES TO MP0294O
           MOVE WS-CONTRACT-ID-FORMAT TO CONTRCTO
           MOVE WS-CHARTERER-NAME     TO CHARTRO
           MOVE WS-CONTRACT-PRICE     TO WS-PRICE-FORMAT
           MOVE WS-PRICE-FORMAT       TO PRICEO
           MOVE WS-CURRENCY-CODE      TO CURRO
           MOVE WS-FLIGHT-COUNT       TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO FLTCNTO
           MOVE WS-INVOICED-TOTAL     TO WS-TOTAL-FORMAT
           MOVE WS-TOTAL-FORMAT       TO INVTOTO
           MOVE WS-PAID-TOTAL         TO WS-TOTAL-FORMAT
           MOVE WS-TOTAL-FORMAT       TO PAIDTOTO
           PERFORM 7016-FILL-MILESTONE-LINES
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
      * Z02485'S 2170, OFF THE OPERATOR Z02383 VALIDATED
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
              MOVE 'CHARTER CONTRACTS NEED A SUPER SIGN-ON' TO
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
      *                7001-READ-CONTRACT
      ******************************************************************
       7001-READ-CONTRACT.
           SET SO-CONTRACT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT CHARTERER_NAME, CONTRACT_PRICE, CURRENCY_CODE
             INTO :WS-CHARTERER-NAME, :WS-CONTRACT-PRICE,
                  :WS-CURRENCY-CODE
             FROM T119_CHARTER_CONTRACT
             WHERE CONTRACT_ID = :WS-CONTRACT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-CONTRACT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7002-INSERT-CONTRACT
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
       7002-INSERT-CONTRACT.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-CONTRACT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T119_CHARTER_CONTRACT
                (CONTRACT_ID, CHARTERER_NAME, CONTRACT_PRICE,
                 CURRENCY_CODE, CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-CONTRACT-ID, :WS-CHARTERER-NAME,
                 :WS-CONTRACT-PRICE, :WS-CURRENCY-CODE, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7003-CHECK-CURRENCY
      ******************************************************************
       7003-CHECK-CURRENCY.
           MOVE 0 TO WS-CURRENCY-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-CURRENCY-COUNT
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7004-READ-FLIGHT
      ******************************************************************
       7004-READ-FLIGHT.
           SET SO-FLIGHT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT FLIGHT_STATUS,
                    CASE WHEN DEPARTURE_TIMESTAMP <= CURRENT TIMESTAMP
                         THEN 'Y' ELSE 'N' END
             INTO :WS-FLIGHT-STATUS, :SW-IF-FLIGHT-DEPARTED
             FROM T05_FLIGHT_TABLE
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-FLIGHT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              7005-READ-FLIGHT-CONTRACT
      * SQLCODE 0 HERE MEANS THE FLIGHT IS ALREADY CHARTERED
      ******************************************************************
       7005-READ-FLIGHT-CONTRACT.
           EXEC SQL
             SELECT CONTRACT_ID
             INTO :WS-OTHER-CONTRACT-ID
             FROM T120_CHARTER_FLIGHT
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7006-COUNT-SOLD-SEATS
      * LIVE T04 ROWS -- CANCELLED AND BLOCKED SEATS DO NOT COUNT
      ******************************************************************
       7006-COUNT-SOLD-SEATS.
           MOVE 0 TO WS-SOLD-SEAT-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-SOLD-SEAT-COUNT
             FROM T04_FLIGHT_SEATS
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
               AND (RESERVATION_STATUS IS NULL OR
                    RESERVATION_STATUS NOT IN
                       (:CT-DELETED-STATUS, :CT-BLOCKED-STATUS))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7007-INSERT-CHARTER-FLIGHT
      ******************************************************************
       7007-INSERT-CHARTER-FLIGHT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T120_CHARTER_FLIGHT
                (CONTRACT_ID, FLIGHT_ID, CHANGED_BY,
                 CHANGED_TIMESTAMP)
             VALUES
                (:WS-CONTRACT-ID, :WS-FLIGHT-ID, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7008-READ-MILESTONE
      ******************************************************************
       7008-READ-MILESTONE.
           SET SO-MILESTONE-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-MS-STATUS
           MOVE 0     TO WS-MS-AMOUNT
                         WS-MS-AMOUNT-PAID
           EXEC SQL
             SELECT AMOUNT, AMOUNT_PAID, MILESTONE_STATUS
             INTO :WS-MS-AMOUNT, :WS-MS-AMOUNT-PAID, :WS-MS-STATUS
             FROM T121_CHARTER_MILESTONE
             WHERE CONTRACT_ID  = :WS-CONTRACT-ID
               AND MILESTONE_NO = :WS-MILESTONE-NO
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-MILESTONE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              7009-READ-MILESTONE-TOTAL
      ******************************************************************
       7009-READ-MILESTONE-TOTAL.
           MOVE 0 TO WS-MILESTONE-TOTAL
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
             INTO :WS-MILESTONE-TOTAL
             FROM T121_CHARTER_MILESTONE
             WHERE CONTRACT_ID = :WS-CONTRACT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7010-CHECK-DUE-DATE
      * DB2 VALIDATES THE DATE FOR US -- -180/-181 IS A BAD DATE
      ******************************************************************
       7010-CHECK-DUE-DATE.
           EXEC SQL
             VALUES CHAR(DATE(:WS-DUE-DATE), ISO)
             INTO :WS-DUE-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-BAD-DATE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DUE DATE MUST BE YYYY-MM-DD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7010-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7011-INSERT-MILESTONE
      ******************************************************************
       7011-INSERT-MILESTONE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T121_CHARTER_MILESTONE
                (CONTRACT_ID, MILESTONE_NO, DUE_DATE, AMOUNT,
                 MILESTONE_STATUS, INVOICED_DATE, AMOUNT_PAID,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-CONTRACT-ID, :WS-MILESTONE-NO,
                 DATE(:WS-DUE-DATE), :WS-AMOUNT, :CT-PLANNED-STATUS,
                 NULL, 0, :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7011-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7012-INVOICE-MILESTONE
      ******************************************************************
       7012-INVOICE-MILESTONE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T121_CHARTER_MILESTONE
                SET MILESTONE_STATUS  = :CT-INVOICED-STATUS,
                    INVOICED_DATE     = CURRENT DATE,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE CONTRACT_ID  = :WS-CONTRACT-ID
                AND MILESTONE_NO = :WS-MILESTONE-NO
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7012-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7013-INSERT-PAYMENT
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
       7013-INSERT-PAYMENT.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-PAYMENT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7013-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T122_CHARTER_PAYMENT
                (PAYMENT_ID, CONTRACT_ID, MILESTONE_NO, PAYMENT_DATE,
                 AMOUNT, POSTED_BY, POSTED_TIMESTAMP)
             VALUES
                (:WS-PAYMENT-ID, :WS-CONTRACT-ID, :WS-MILESTONE-NO,
                 CURRENT DATE, :WS-AMOUNT, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7013-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7014-UPDATE-MILESTONE-PAID
      ******************************************************************
       7014-UPDATE-MILESTONE-PAID.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T121_CHARTER_MILESTONE
                SET AMOUNT_PAID       = AMOUNT_PAID + :WS-AMOUNT,
                    MILESTONE_STATUS  = :WS-MS-NEW-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE CONTRACT_ID  = :WS-CONTRACT-ID
                AND MILESTONE_NO = :WS-MILESTONE-NO
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7014-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7015-READ-CONTRACT-TOTALS
      * FLIGHTS ON THE CONTRACT, THEN WHAT HAS BEEN INVOICED (EVERY
      * MILESTONE PAST 'PLANNED') AND WHAT HAS BEEN PAID
      ******************************************************************
       7015-READ-CONTRACT-TOTALS.
           MOVE 0 TO WS-FLIGHT-COUNT
                     WS-INVOICED-TOTAL
                     WS-PAID-TOTAL
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FLIGHT-COUNT
             FROM T120_CHARTER_FLIGHT
             WHERE CONTRACT_ID = :WS-CONTRACT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7015-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN MILESTONE_STATUS <>
                                           :CT-PLANNED-STATUS
                                      THEN AMOUNT ELSE 0 END), 0),
                    COALESCE(SUM(AMOUNT_PAID), 0)
             INTO :WS-INVOICED-TOTAL, :WS-PAID-TOTAL
             FROM T121_CHARTER_MILESTONE
             WHERE CONTRACT_ID = :WS-CONTRACT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7015-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7016-FILL-MILESTONE-LINES
      ******************************************************************
       7016-FILL-MILESTONE-LINES.
           MOVE 'N' TO SW-IF-END-OF-MILESTONES
           MOVE 0 TO WS-MILESTONE-LINE-SUB
           EXEC SQL
             OPEN C-CONTRACT-MILESTONES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7016-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7017-FETCH-MILESTONE-LINE
           PERFORM UNTIL SO-END-OF-MILESTONES
              IF WS-MILESTONE-LINE-SUB < CT-MAX-MILESTONE-LINES THEN
                 ADD 1 TO WS-MILESTONE-LINE-SUB
                 MOVE WS-MILESTONE-NO   TO WS-MLINE-NUMBER
                 MOVE WS-DUE-DATE       TO WS-MLINE-DUE-DATE
                 MOVE WS-MS-AMOUNT      TO WS-MLINE-AMOUNT
                 MOVE WS-MS-STATUS      TO WS-MLINE-STATUS
                 MOVE WS-MS-AMOUNT-PAID TO WS-MLINE-PAID
                 MOVE WS-MILESTONE-LINE TO
                                 MILE-LINEO(WS-MILESTONE-LINE-SUB)
              END-IF
              PERFORM 7017-FETCH-MILESTONE-LINE
           END-PERFORM
           EXEC SQL
             CLOSE C-CONTRACT-MILESTONES
           END-EXEC
           .
      ******************************************************************
      *              7017-FETCH-MILESTONE-LINE
      ******************************************************************
       7017-FETCH-MILESTONE-LINE.
           EXEC SQL
             FETCH C-CONTRACT-MILESTONES
             INTO :WS-MILESTONE-NO,
                  :WS-DUE-DATE,
                  :WS-MS-AMOUNT,
                  :WS-MS-STATUS,
                  :WS-MS-AMOUNT-PAID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-MILESTONES TO TRUE
           WHEN OTHER
              SET SO-7017-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
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
               RETURN TRANSID('0294') COMMAREA(WS-ZZEC0215)
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
