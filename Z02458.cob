       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02458.
      ******************************************************************
      *
      * BUSINESS-RULE PARAMETER MAINTENANCE
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'A' ON
      * THE SECOND MENU PAGE (Z02455) "RULE PARAMETERS" -- SUPER
      * (OR ADMIN) SIGN-ON ONLY, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * MAINTAINS THE NEW T87_BUSINESS_PARAMETER TABLE THE Z02457
      * LOOKUP READS (LAYOUT IN Z02457'S HEADER).  A VALUE IS NEVER
      * OVERWRITTEN IN PLACE FOR A DAY THAT HAS ALREADY RUN -- A NEW
      * VALUE GETS ITS OWN EFFECTIVE-FROM DATE, TODAY OR LATER, SO
      * YESTERDAY'S FIGURES CAN STILL BE EXPLAINED.  Z02333-STYLE
      * ACTION CODES:
      *
      *   'S' -- SET A VALUE FROM AN EFFECTIVE DATE (TODAY OR LATER)
      *          FOR A NAME AND OPTIONAL AIRLINE/AIRPORT SCOPE;
      *          RE-KEYING THE SAME NAME/SCOPE/DATE REPLACES THAT
      *          NOT-YET-RUN VALUE
      *   'D' -- DELETE A VALUE THAT HAS NOT TAKEN EFFECT YET
      *   'I' -- SHOW THE VALUE IN FORCE TODAY FOR NAME/SCOPE
      *
      * ONLY THE NAMES IN CT-KNOWN-PARAMETERS ARE ACCEPTED, SO A
      * MISTYPED NAME CANNOT SIT ON THE TABLE UNREAD.  EVERY 'S'
      * AND 'D' WRITES BEFORE/AFTER IMAGES TO T65_CONFIG_AUDIT
      * THROUGH Z02421 (8200-WRITE-CONFIG-AUDIT), THE SAME WAY
      * Z02423 AUDITS THE SSR CATALOG.
      *
      *   NEW MAPSET MP0280 (COPYBOOK ZZMP0280), FIELDS:
      *      ACTIONI   PIC X(1)   'S' / 'D' / 'I'
      *      PNAMEI    PIC X(30)  PARAMETER NAME
      *      SCOPEI    PIC X(3)   AIRLINE/AIRPORT CODE, BLANK = ALL
      *      EFFDATEI  PIC X(10)  EFFECTIVE FROM, YYYY-MM-DD
      *      PVALUEI   PIC X(12)  VALUE ('S')
      *      MSGO      PIC X(60)  RESULT LINE
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-10-15  INITIAL VERSION
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  Z02462'S THREE OVERBOOKING-ANALYSIS LIMITS
      *              (OVERBOOK-MIN-SAMPLE-FLIGHTS, OVERBOOK-MAX-PERCENT,
      *              OVERBOOK-HORIZON-DAYS) ADDED TO CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02464'S THREE BOOKING-CLASS RE-OPTIMIZATION LIMITS
      *              (CLASS-REOPT-DEADBAND-PCT,
      *              CLASS-REOPT-TOLERANCE-SEATS,
      *              CLASS-REOPT-HORIZON-DAYS) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02467'S THREE CREW-PAIRING LIMITS
      *              (PAIRING-MAX-LEGS, PAIRING-CREW-COUNT,
      *              PAIRING-MIN-CONNECT-MINUTES) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02470'S ROOMING-LIST WINDOW
      *              (CREW-HOTEL-HORIZON-DAYS) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02432'S DANGEROUS-GOODS NET QUANTITY LIMIT
      *              (DG-MAX-NET-KG, SCOPED BY DG CLASS) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  UNACCOMPANIED-MINOR LIMITS -- Z02202'S PER-FLIGHT
      *              CAP (UM-MAX-PER-FLIGHT) AND Z02478'S COLLECTION
      *              GRACE (UM-COLLECT-GRACE-MINUTES) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02479'S PER-FLIGHT DEPORTEE CAP
      *              (DEPORTEE-MAX-PER-FLIGHT) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02481'S PNL LEAD TIME AND ADL INTERVAL
      *              (PNL-LEAD-MINUTES, ADL-INTERVAL-MINUTES) ADDED
      *              TO CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02487'S CORPORATE-ACCOUNT OVERDUE GRACE
      *              (CORP-OVERDUE-GRACE-DAYS) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  EVERY T87 NAME READ THROUGH Z02457 SINCE Z02487 --
      *              CHARGEBACK, CHECK-IN DESK, CO2, MEL, PRM, SCHEDULE
      *              CHANGE, SIGN-ON, UPGRADE BID, CONFIG CHANGE,
      *              RESPONSE TIME AND Z02540'S RECONCILIATION TOLERANCE
      *              (RECON-VALUE-TOLERANCE-PCT) -- ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02542'S TANKERING RESERVE AND MINIMUM SAVING
      *              (TANKER-RESERVE-FUEL-KG, TANKER-MIN-SAVING) ADDED
      *              TO CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  Z02546'S MISSING-MILEAGE CLAIM WINDOW
      *              (MILEAGE-CLAIM-DAYS) ADDED TO CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  THE LOST PROPERTY HOLDING PERIOD AND SHIPMENT
      *              CHASE DAYS OF Z02549/Z02551
      *              (LOST-PROPERTY-DISPOSE-DAYS,
      *              LOST-PROPERTY-SHIP-DAYS) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  THE TRAVEL INSURANCE COMMISSION, COOLING-OFF
      *              PERIOD AND UNZONED-COUNTRY ZONE OF
      *              Z02202/Z02371/Z02554
      *              (INSURANCE-COMMISSION-PERCENT,
      *              INSURANCE-COOLING-OFF-DAYS,
      *              INSURANCE-DEFAULT-ZONE) ADDED TO
      *              CT-KNOWN-PARAMETERS
      *
      *  2026-10-15  THE Z02533 FULL-VIEW SWITCHES, ONE PER Z02383 ROLE
      *              (PII-FULL-VIEW-AGENT, PII-FULL-VIEW-SUPER,
      *              PII-FULL-VIEW-OPS, PII-FULL-VIEW-ADMIN) ADDED TO
      *              CT-KNOWN-PARAMETERS -- THEY COULD NOT BE SET
      *
      ******************************************************************

      ******************************************************************
      *                        DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0280.
           COPY ZZEC0215.
      * ERROR-LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * CONFIG-AUDIT PARM BLOCK (SEE Z02421)
           COPY ZZEC0267.
      * PARAMETER LOOKUP PARM BLOCK (SEE Z02457)
           COPY ZZEC0269.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02458'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
      * THE PARAMETER NAMES THE PROGRAMS ACTUALLY READ
       01 CT-KNOWN-PARAMETERS.
           05 FILLER PIC X(30) VALUE 'OVERBOOKING-ALLOWANCE'.
           05 FILLER PIC X(30) VALUE 'MAX-DUTY-MINUTES'.
           05 FILLER PIC X(30) VALUE 'MIN-TURNAROUND-MINUTES'.
           05 FILLER PIC X(30) VALUE 'FREE-BAGGAGE-ALLOWANCE'.
           05 FILLER PIC X(30) VALUE 'HOLD-KG-PER-SEAT'.
           05 FILLER PIC X(30) VALUE 'OVERBOOK-MIN-SAMPLE-FLIGHTS'.
           05 FILLER PIC X(30) VALUE 'OVERBOOK-MAX-PERCENT'.
           05 FILLER PIC X(30) VALUE 'OVERBOOK-HORIZON-DAYS'.
           05 FILLER PIC X(30) VALUE 'CLASS-REOPT-DEADBAND-PCT'.
           05 FILLER PIC X(30) VALUE 'CLASS-REOPT-TOLERANCE-SEATS'.
           05 FILLER PIC X(30) VALUE 'CLASS-REOPT-HORIZON-DAYS'.
           05 FILLER PIC X(30) VALUE 'PAIRING-MAX-LEGS'.
           05 FILLER PIC X(30) VALUE 'PAIRING-CREW-COUNT'.
           05 FILLER PIC X(30) VALUE 'PAIRING-MIN-CONNECT-MINUTES'.
           05 FILLER PIC X(30) VALUE 'CREW-HOTEL-HORIZON-DAYS'.
           05 FILLER PIC X(30) VALUE 'DG-MAX-NET-KG'.
           05 FILLER PIC X(30) VALUE 'UM-MAX-PER-FLIGHT'.
           05 FILLER PIC X(30) VALUE 'UM-COLLECT-GRACE-MINUTES'.
           05 FILLER PIC X(30) VALUE 'DEPORTEE-MAX-PER-FLIGHT'.
           05 FILLER PIC X(30) VALUE 'PNL-LEAD-MINUTES'.
           05 FILLER PIC X(30) VALUE 'ADL-INTERVAL-MINUTES'.
           05 FILLER PIC X(30) VALUE 'CORP-OVERDUE-GRACE-DAYS'.
           05 FILLER PIC X(30) VALUE 'CHARGEBACK-ALERT-DAYS'.
           05 FILLER PIC X(30) VALUE 'CHARGEBACK-RESPONSE-DAYS'.
           05 FILLER PIC X(30) VALUE 'CHECKIN-CLOSE-MINUTES'.
           05 FILLER PIC X(30) VALUE 'CHECKIN-DESK-COUNT'.
           05 FILLER PIC X(30) VALUE 'CHECKIN-OPEN-MINUTES'.
           05 FILLER PIC X(30) VALUE 'CO2-DEFAULT-BURN-RATE'.
           05 FILLER PIC X(30) VALUE 'CO2-KG-PER-KG-FUEL'.
           05 FILLER PIC X(30) VALUE 'CO2-PASSENGER-MASS-KG'.
           05 FILLER PIC X(30) VALUE 'CO2-PREMIUM-WEIGHT'.
           05 FILLER PIC X(30) VALUE 'CO2-RECALC-DAYS'.
           05 FILLER PIC X(30) VALUE 'CONFIG-CHANGE-EXPIRY-HOURS'.
           05 FILLER PIC X(30) VALUE 'FUEL-DENSITY-KG-PER-LITRE'.
           05 FILLER PIC X(30) VALUE 'INSURANCE-COMMISSION-PERCENT'.
           05 FILLER PIC X(30) VALUE 'INSURANCE-COOLING-OFF-DAYS'.
           05 FILLER PIC X(30) VALUE 'INSURANCE-DEFAULT-ZONE'.
           05 FILLER PIC X(30) VALUE 'LOST-PROPERTY-DISPOSE-DAYS'.
           05 FILLER PIC X(30) VALUE 'LOST-PROPERTY-SHIP-DAYS'.
           05 FILLER PIC X(30) VALUE 'MEL-CAT-B-DAYS'.
           05 FILLER PIC X(30) VALUE 'MEL-CAT-C-DAYS'.
           05 FILLER PIC X(30) VALUE 'MEL-CAT-D-DAYS'.
           05 FILLER PIC X(30) VALUE 'MEL-GROUNDING-DAYS'.
           05 FILLER PIC X(30) VALUE 'MEL-WARNING-DAYS'.
           05 FILLER PIC X(30) VALUE 'MILEAGE-CLAIM-DAYS'.
           05 FILLER PIC X(30) VALUE 'PII-FULL-VIEW-ADMIN'.
           05 FILLER PIC X(30) VALUE 'PII-FULL-VIEW-AGENT'.
           05 FILLER PIC X(30) VALUE 'PII-FULL-VIEW-OPS'.
           05 FILLER PIC X(30) VALUE 'PII-FULL-VIEW-SUPER'.
           05 FILLER PIC X(30) VALUE 'PRM-ACK-CHASE-HOURS'.
           05 FILLER PIC X(30) VALUE 'PRM-NOTICE-HOURS'.
           05 FILLER PIC X(30) VALUE 'RECON-VALUE-TOLERANCE-PCT'.
           05 FILLER PIC X(30) VALUE 'RESPONSE-BASELINE-MIN-TASKS'.
           05 FILLER PIC X(30) VALUE 'RESPONSE-KEEP-DAYS'.
           05 FILLER PIC X(30) VALUE 'RESPONSE-SLOWER-PERCENT'.
           05 FILLER PIC X(30) VALUE 'SCHEDCHG-ANSWER-HOURS'.
           05 FILLER PIC X(30) VALUE 'SCHEDCHG-MIN-LAYOVER-MINUTES'.
           05 FILLER PIC X(30) VALUE 'SCHEDCHG-MIN-MINUTES'.
           05 FILLER PIC X(30) VALUE 'SCHEDCHG-SEARCH-DAYS'.
           05 FILLER PIC X(30) VALUE 'SCHEDCHG-SIGNIFICANT-MINUTES'.
           05 FILLER PIC X(30) VALUE 'SIGNON-IDLE-DAYS'.
           05 FILLER PIC X(30) VALUE 'SIGNON-MAX-FAILURES'.
           05 FILLER PIC X(30) VALUE 'TANKER-MIN-SAVING'.
           05 FILLER PIC X(30) VALUE 'TANKER-RESERVE-FUEL-KG'.
           05 FILLER PIC X(30) VALUE 'UPGRADE-BID-CUTOFF-HOURS'.
       01 CT-KNOWN-PARAMETER-TABLE REDEFINES CT-KNOWN-PARAMETERS.
           05 CT-KNOWN-PARAMETER     PIC X(30) OCCURS 65 TIMES.
       01 CT-KNOWN-PARAMETER-COUNT   PIC S9(4) COMP VALUE 65.
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
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-SET-VALUE                     VALUE 'S'.
               88 SO-ACTION-DELETE-VALUE                  VALUE 'D'.
               88 SO-ACTION-INQUIRE                       VALUE 'I'.
           05 SW-IF-NAME-KNOWN                            PIC X.
               88 SO-NAME-KNOWN                           VALUE 'Y'.
               88 SO-NAME-NOT-KNOWN                       VALUE 'N'.
           05 SW-IF-ROW-FOUND                             PIC X.
               88 SO-ROW-FOUND                            VALUE 'Y'.
               88 SO-ROW-NOT-FOUND                        VALUE 'N'.
           05 SW-DATE-CHECK                               PIC X.
               88 SO-DATE-IN-PAST                         VALUE 'P'.
               88 SO-DATE-TODAY-OR-LATER                  VALUE 'F'.
       01 WS-VARIABLES.
           05 WS-PARAM-NAME                 PIC X(30).
           05 WS-SCOPE-CODE                 PIC X(3).
           05 WS-EFFECTIVE-DATE             PIC X(10).
           05 WS-PARAM-VALUE                PIC S9(9)V99 COMP-3.
           05 WS-OLD-PARAM-VALUE            PIC S9(9)V99 COMP-3.
           05 WS-VALUE-EDITED               PIC -(8)9.99.
           05 WS-KNOWN-SUB                  PIC S9(4) COMP.

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
           MOVE LOW-VALUES TO MP0280O
           MOVE 'KEY ACTION S/D/I, NAME, SCOPE, DATE, VALUE' TO MSGO
           PERFORM 2100-SEND-THE-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
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
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0280') MAPSET('MP0280')
             FROM(MP0280O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * SUPER ONLY (ADMIN GETS EVERYTHING) -- SAME T40 READ-BACK AS
      * Z02431'S 2170, OFF THE OPERATOR Z02383 VALIDATED
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
              MOVE 'RULE PARAMETERS NEED A SUPER SIGN-ON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2170-CHECK-THE-ROLE
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2012-VALIDATE-INPUT
           EVALUATE TRUE
           WHEN SO-ACTION-SET-VALUE
              PERFORM 2020-SET-THE-VALUE
           WHEN SO-ACTION-DELETE-VALUE
              PERFORM 2030-DELETE-THE-VALUE
           WHEN SO-ACTION-INQUIRE
              PERFORM 2040-SHOW-VALUE-IN-FORCE
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0280I
           EXEC CICS
           RECEIVE MAP('MP0280') MAPSET('MP0280')
           INTO(MP0280I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND PARAMETER NAME' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-INPUT
      ******************************************************************
       2012-VALIDATE-INPUT.
           MOVE ACTIONI  TO SW-USER-ACTION
           MOVE PNAMEI   TO WS-PARAM-NAME
           MOVE SCOPEI   TO WS-SCOPE-CODE
           MOVE EFFDATEI TO WS-EFFECTIVE-DATE
           IF WS-SCOPE-CODE = LOW-VALUES THEN
              MOVE SPACE TO WS-SCOPE-CODE
           END-IF
           IF NOT (SO-ACTION-SET-VALUE OR SO-ACTION-DELETE-VALUE
                       OR SO-ACTION-INQUIRE) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE S, D OR I' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 2013-CHECK-NAME-KNOWN
           IF SO-NAME-NOT-KNOWN THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'UNKNOWN PARAMETER NAME' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-SET-VALUE OR SO-ACTION-DELETE-VALUE THEN
              PERFORM 7001-CHECK-EFFECTIVE-DATE
              IF SO-DATE-IN-PAST THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'EFFECTIVE DATE MUST BE TODAY OR LATER' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           MOVE 0 TO WS-PARAM-VALUE
           IF SO-ACTION-SET-VALUE THEN
              IF FUNCTION TEST-NUMVAL(PVALUEI) = 0 THEN
                 COMPUTE WS-PARAM-VALUE = FUNCTION NUMVAL(PVALUEI)
              ELSE
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'VALUE MUST BE NUMERIC' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           .
      ******************************************************************
      *                2013-CHECK-NAME-KNOWN
      ******************************************************************
       2013-CHECK-NAME-KNOWN.
           SET SO-NAME-NOT-KNOWN TO TRUE
           PERFORM VARYING WS-KNOWN-SUB FROM 1 BY 1
                   UNTIL WS-KNOWN-SUB > CT-KNOWN-PARAMETER-COUNT
              IF WS-PARAM-NAME = CT-KNOWN-PARAMETER(WS-KNOWN-SUB) THEN
                 SET SO-NAME-KNOWN TO TRUE
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2020-SET-THE-VALUE
      ******************************************************************
       2020-SET-THE-VALUE.
           PERFORM 7002-READ-BEFORE-IMAGE
           IF SO-ROW-FOUND THEN
              PERFORM 7004-UPDATE-VALUE
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
              PERFORM 7003-INSERT-VALUE
           END-IF
           MOVE WS-PARAM-VALUE TO WS-VALUE-EDITED
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'VALUE=' WS-VALUE-EDITED
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'RULE PARM SET'    TO WS-LOG-ACTION-TEXT
           MOVE WS-PARAM-NAME      TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           MOVE LOW-VALUES TO MP0280O
           MOVE 'VALUE SET -- NEXT ACTION OR F3 TO RETURN' TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2030-DELETE-THE-VALUE
      * ONLY A VALUE NOT YET IN FORCE -- 2012 ALREADY REFUSED A PAST
      * DATE, AND TODAY'S VALUE MAY ALREADY HAVE BEEN READ
      ******************************************************************
       2030-DELETE-THE-VALUE.
           PERFORM 7002-READ-BEFORE-IMAGE
           IF SO-ROW-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO VALUE FOR THAT NAME, SCOPE AND DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7005-DELETE-VALUE
           MOVE '(DELETED)' TO CAUD-AFTER-IMAGE
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'RULE PARM DELETE' TO WS-LOG-ACTION-TEXT
           MOVE WS-PARAM-NAME      TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           MOVE LOW-VALUES TO MP0280O
           MOVE 'VALUE DELETED -- NEXT ACTION OR F3 TO RETURN' TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2040-SHOW-VALUE-IN-FORCE
      * THE SAME Z02457 LOOKUP THE PROGRAMS THEMSELVES MAKE
      ******************************************************************
       2040-SHOW-VALUE-IN-FORCE.
           MOVE WS-PARAM-NAME TO PARM-NAME
           MOVE WS-SCOPE-CODE TO PARM-SCOPE
           MOVE SPACE         TO PARM-AS-OF-DATE
           MOVE 0             TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE LOW-VALUES TO MP0280O
           MOVE PARM-VALUE TO WS-VALUE-EDITED
           EVALUATE PARM-RESULT
           WHEN 'O'
              STRING 'IN FORCE TODAY: ' WS-VALUE-EDITED
                DELIMITED BY SIZE INTO MSGO
              END-STRING
           WHEN 'D'
              MOVE 'NO VALUE ON FILE -- PROGRAM DEFAULT APPLIES'
                                                        TO MSGO
           WHEN OTHER
              MOVE 'PARAMETER LOOKUP FAILED -- SEE JOB LOG' TO MSGO
           END-EVALUATE
           MOVE WS-PARAM-NAME TO PNAMEO
           MOVE WS-SCOPE-CODE TO SCOPEO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * THE BEFORE/AFTER IMAGES THE T24 LOG ROW NEVER CARRIED --
      * Z02421 PUTS THEM ON T65_CONFIG_AUDIT FOR Z02422'S BROWSE.
      * ROW KEY IS NAME/SCOPE/DATE SQUEEZED INTO THE 30 BYTES
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T87_BUSINESS_PARM' TO CAUD-TABLE-NAME
           MOVE SPACE TO CAUD-ROW-KEY
           STRING WS-PARAM-NAME     DELIMITED BY SPACE
                  '/'               DELIMITED BY SIZE
                  WS-SCOPE-CODE     DELIMITED BY SPACE
                  '/'               DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE DELIMITED BY SIZE
             INTO CAUD-ROW-KEY
           END-STRING
           MOVE EIBOPID TO CAUD-OPERATOR-ID
           CALL 'Z02421' USING WS-ZZEC0267
           .
      ******************************************************************
      *                7001-CHECK-EFFECTIVE-DATE
      * DB2 VALIDATES THE DATE FOR US -- -180/-181 IS A BAD DATE
      ******************************************************************
       7001-CHECK-EFFECTIVE-DATE.
           EXEC SQL
             VALUES CASE WHEN DATE(:WS-EFFECTIVE-DATE) < CURRENT DATE
                         THEN 'P' ELSE 'F' END
             INTO :SW-DATE-CHECK
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-BAD-DATE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'EFFECTIVE DATE MUST BE YYYY-MM-DD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7002-READ-BEFORE-IMAGE
      * THE ROW'S CURRENT VALUE IS THE BEFORE IMAGE
      ******************************************************************
       7002-READ-BEFORE-IMAGE.
           SET SO-ROW-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-OLD-PARAM-VALUE
           EXEC SQL
             SELECT PARAM_VALUE
             INTO :WS-OLD-PARAM-VALUE
             FROM T87_BUSINESS_PARAMETER
             WHERE PARAM_NAME          = :WS-PARAM-NAME
               AND SCOPE_CODE          = :WS-SCOPE-CODE
               AND EFFECTIVE_FROM_DATE = DATE(:WS-EFFECTIVE-DATE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              SET SO-ROW-FOUND TO TRUE
           END-IF
           MOVE WS-OLD-PARAM-VALUE TO WS-VALUE-EDITED
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING 'VALUE=' WS-VALUE-EDITED
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           .
      ******************************************************************
      *                7003-INSERT-VALUE
      ******************************************************************
       7003-INSERT-VALUE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T87_BUSINESS_PARAMETER
                (PARAM_NAME, SCOPE_CODE, EFFECTIVE_FROM_DATE,
                 PARAM_VALUE, CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-PARAM-NAME, :WS-SCOPE-CODE,
                 DATE(:WS-EFFECTIVE-DATE), :WS-PARAM-VALUE,
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7004-UPDATE-VALUE
      ******************************************************************
       7004-UPDATE-VALUE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T87_BUSINESS_PARAMETER
                SET PARAM_VALUE       = :WS-PARAM-VALUE,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE PARAM_NAME          = :WS-PARAM-NAME
                AND SCOPE_CODE          = :WS-SCOPE-CODE
                AND EFFECTIVE_FROM_DATE = DATE(:WS-EFFECTIVE-DATE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7005-DELETE-VALUE
      ******************************************************************
       7005-DELETE-VALUE.
           EXEC SQL
             DELETE FROM T87_BUSINESS_PARAMETER
              WHERE PARAM_NAME          = :WS-PARAM-NAME
                AND SCOPE_CODE          = :WS-SCOPE-CODE
                AND EFFECTIVE_FROM_DATE = DATE(:WS-EFFECTIVE-DATE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
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
               RETURN TRANSID('0280') COMMAREA(WS-ZZEC0215)
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
