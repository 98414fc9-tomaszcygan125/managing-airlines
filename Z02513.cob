       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02513.
      ******************************************************************
      *
      * AIRPORT LOUNGES -- LOUNGE DESK AND LOUNGE MASTER
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'S' ON
      * THE SECOND MENU PAGE (Z02455) "AIRPORT LOUNGES".  ANY AGENT AT
      * A LOUNGE DESK MAY CHECK A PASSENGER AND RECORD THE VISIT;
      * KEEPING THE LOUNGES AND THEIR ENTITLEMENT RULES IS SUPER (OR
      * ADMIN) ONLY (2170-CHECK-THE-ROLE).
      *
      * THE DESK NAMES THE PASSENGER BY BOOKING REFERENCE AND
      * IDENTIFICATION NUMBER; THE Z02512 LOUNGE CHECK FINDS THE DAY'S
      * DEPARTURE FROM THE LOUNGE'S AIRPORT AND THE RULE THAT ADMITS
      * THE PASSENGER (CABIN, FREQUENT-FLYER TIER, OR A LOUNGE PASS
      * BOUGHT AS AN ANCILLARY):
      *
      *   'C' -- CHECK THE PASSENGER'S ENTITLEMENT FOR TODAY
      *   'V' -- CHECK AND RECORD THE VISIT ON T134, WITH THE NUMBER
      *          OF GUESTS BROUGHT IN
      *   'L' -- ADD OR CHANGE A LOUNGE ON T132 (SUPER ONLY)
      *   'Z' -- CLOSE A LOUNGE (SUPER ONLY) -- ROWS ARE NEVER
      *          DELETED, Z02514 STILL RECONCILES ITS LATE BILLS
      *   'A' -- ADD OR CHANGE AN ENTITLEMENT RULE ON T133 (SUPER
      *          ONLY)
      *   'D' -- DROP AN ENTITLEMENT RULE (SUPER ONLY)
      *
      * NEW TABLES:
      *   T132_LOUNGE
      *      LOUNGE_CODE             CHAR(4)       NOT NULL
      *      AIRPORT_CODE            CHAR(3)       NOT NULL  T02
      *      LOUNGE_NAME             CHAR(30)      NOT NULL
      *      LOUNGE_TYPE             CHAR(8)       NOT NULL  'OWN'/
      *                                                      'CONTRACT'
      *      PRICE_PER_VISIT         DECIMAL(9,2)  NOT NULL  WHAT A
      *                                                      CONTRACT
      *                                                      LOUNGE
      *                                                      BILLS PER
      *                                                      PERSON
      *      CURRENCY_CODE           CHAR(3)       NOT NULL  T17
      *      LOUNGE_STATUS           CHAR(8)       NOT NULL  'ACTIVE'/
      *                                                      'CLOSED'
      *      CHANGED_BY              CHAR(8)       NOT NULL
      *      CHANGED_TIMESTAMP       TIMESTAMP     NOT NULL
      *      PRIMARY KEY (LOUNGE_CODE), INDEX (AIRPORT_CODE)
      *   T133_LOUNGE_RULE
      *      LOUNGE_CODE             CHAR(4)       NOT NULL
      *      RULE_TYPE               CHAR(5)       NOT NULL  'CABIN'/
      *                                                      'TIER '/
      *                                                      'PASS '
      *      RULE_VALUE              CHAR(10)      NOT NULL  T13 SEAT
      *                                                      TYPE /
      *                                                      TIER / T34
      *                                                      ITEM CODE
      *      GUESTS_ALLOWED          SMALLINT      NOT NULL
      *      CHANGED_BY              CHAR(8)       NOT NULL
      *      CHANGED_TIMESTAMP       TIMESTAMP     NOT NULL
      *      PRIMARY KEY (LOUNGE_CODE, RULE_TYPE, RULE_VALUE)
      *
      * EVERY CHANGE IS LOGGED TO T24, AND LOUNGE AND RULE CHANGES
      * PUT THEIR BEFORE/AFTER IMAGES ON T65_CONFIG_AUDIT THROUGH
      * Z02421, AS Z02469 DOES FOR THE HOTEL CONTRACTS.
      *
      *   NEW MAPSET MP0298 (COPYBOOK ZZMP0298), FIELDS:
      *      ACTIONI        PIC X(1)   'C'/'V'/'L'/'Z'/'A'/'D'
      *      LOUNGEI/O      PIC X(4)   LOUNGE CODE (ALL ACTIONS)
      *      LOCATRI/O      PIC X(6)   BOOKING REFERENCE ('C'/'V')
      *      IDNUMI/O       PIC X(12)  PASSENGER IDENTIFICATION
      *                                NUMBER ('C'/'V')
      *      GUESTSI/O      PIC X(2)   GUESTS BROUGHT IN ('V'),
      *                                GUESTS ALLOWED ('A'; SHOWN ON
      *                                'C'/'V')
      *      AIRPORTI/O     PIC X(3)   LOUNGE AIRPORT ('L')
      *      LNAMEI/O       PIC X(30)  LOUNGE NAME ('L')
      *      LTYPEI/O       PIC X(8)   'OWN'/'CONTRACT' ('L')
      *      PRICEI/O       PIC X(12)  PRICE PER VISIT ('L')
      *      CURRNCYI/O     PIC X(3)   CURRENCY ('L')
      *      RTYPEI/O       PIC X(5)   RULE TYPE ('A'/'D'; THE RULE
      *                                MATCHED ON 'C'/'V')
      *      RVALUEI/O      PIC X(10)  RULE VALUE (DITTO)
      *      FLIGHTO        PIC X(8)   THE DAY'S DEPARTURE
      *      VISITO         PIC 9(9)   VISIT NUMBER
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
           COPY ZZMP0298.
           COPY ZZEC0215.
           COPY ZZEC0270.
           COPY ZZEC0267.
           COPY ZZEC0273.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02513'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-LOUNGE-CHECK-NAME            PIC X(8) VALUE 'Z02512  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-ACTIVE-STATUS                PIC X(8) VALUE 'ACTIVE'.
           05 CT-CLOSED-STATUS                PIC X(8) VALUE 'CLOSED'.
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
               88 SO-7009-PARA              VALUE '7009'.
               88 SO-7010-PARA              VALUE '7010'.
               88 SO-7011-PARA              VALUE '7011'.
               88 SO-7012-PARA              VALUE '7012'.
               88 SO-7013-PARA              VALUE '7013'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-CHECK                         VALUE 'C'.
               88 SO-ACTION-VISIT                         VALUE 'V'.
               88 SO-ACTION-LOUNGE                        VALUE 'L'.
               88 SO-ACTION-CLOSE                         VALUE 'Z'.
               88 SO-ACTION-ADD-RULE                      VALUE 'A'.
               88 SO-ACTION-DROP-RULE                     VALUE 'D'.
           05 SW-IF-LOUNGE-FOUND                          PIC X.
               88 SO-LOUNGE-FOUND                         VALUE 'Y'.
               88 SO-LOUNGE-NOT-FOUND                     VALUE 'N'.
           05 SW-RULE-TYPE                                PIC X(5).
               88 SO-RULE-CABIN                           VALUE 'CABIN'.
               88 SO-RULE-TIER                            VALUE 'TIER '.
               88 SO-RULE-PASS                            VALUE 'PASS '.
           05 SW-LOUNGE-TYPE                              PIC X(8).
               88 SO-VALID-LOUNGE-TYPE           VALUE 'OWN     '
                                                       'CONTRACT'.
       01 WS-VARIABLES.
           05 WS-LOUNGE-CODE                PIC X(4).
           05 WS-AIRPORT-CODE               PIC X(3).
           05 WS-LOUNGE-NAME                PIC X(30).
           05 WS-PRICE-PER-VISIT            PIC S9(7)V99 COMP-3.
           05 WS-CURRENCY-CODE              PIC X(3).
           05 WS-OLD-AIRPORT-CODE           PIC X(3).
           05 WS-OLD-LOUNGE-TYPE            PIC X(8).
           05 WS-OLD-PRICE-PER-VISIT        PIC S9(7)V99 COMP-3.
           05 WS-OLD-CURRENCY-CODE          PIC X(3).
           05 WS-OLD-LOUNGE-STATUS          PIC X(8).
           05 WS-RULE-VALUE                 PIC X(10).
           05 WS-GUESTS-ALLOWED             PIC S9(4) COMP.
           05 WS-OLD-GUESTS-ALLOWED         PIC S9(4) COMP.
           05 WS-SEAT-TYPE-ID               PIC S9(9) COMP.
           05 WS-FOUND-COUNT                PIC S9(9) COMP.
           05 WS-MONEY-FORMAT               PIC Z,ZZZ,ZZ9.99.
           05 WS-GUESTS-FORMAT              PIC Z9.
           05 WS-SCREEN-MESSAGE             PIC X(60).

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
           PERFORM 2050-SEND-CLEAN-MAP
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
      *                    2050-SEND-CLEAN-MAP
      ******************************************************************
       2050-SEND-CLEAN-MAP.
           MOVE LOW-VALUES TO MP0298O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0298') MAPSET('MP0298')
             FROM(MP0298O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           MOVE ACTIONI TO SW-USER-ACTION
           MOVE LOUNGEI TO WS-LOUNGE-CODE
           INSPECT WS-LOUNGE-CODE REPLACING ALL LOW-VALUES BY SPACE
           IF WS-LOUNGE-CODE = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE LOUNGE CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-LOUNGE-CODE TO WS-LOG-ENTITY-KEY
           EVALUATE TRUE
           WHEN SO-ACTION-CHECK
              MOVE 'CHECK' TO LGE-FUNCTION
              MOVE 0 TO LGE-GUEST-COUNT
              PERFORM 2020-CALL-THE-LOUNGE-CHECK
           WHEN SO-ACTION-VISIT
              MOVE 'VISIT' TO LGE-FUNCTION
              PERFORM 2012-VALIDATE-GUESTS
              MOVE WS-GUESTS-ALLOWED TO LGE-GUEST-COUNT
              PERFORM 2020-CALL-THE-LOUNGE-CHECK
           WHEN SO-ACTION-LOUNGE
              PERFORM 2170-CHECK-THE-ROLE
              PERFORM 2030-VALIDATE-LOUNGE
              PERFORM 2040-SET-THE-LOUNGE
           WHEN SO-ACTION-CLOSE
              PERFORM 2170-CHECK-THE-ROLE
              PERFORM 2045-CLOSE-THE-LOUNGE
           WHEN SO-ACTION-ADD-RULE
              PERFORM 2170-CHECK-THE-ROLE
              PERFORM 2070-VALIDATE-RULE
              PERFORM 2012-VALIDATE-GUESTS
              PERFORM 2080-SET-THE-RULE
           WHEN SO-ACTION-DROP-RULE
              PERFORM 2170-CHECK-THE-ROLE
              PERFORM 2070-VALIDATE-RULE
              PERFORM 2085-DROP-THE-RULE
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE C, V, L, Z, A OR D' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0298I
           EXEC CICS
           RECEIVE MAP('MP0298') MAPSET('MP0298')
           INTO(MP0298I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND LOUNGE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                 2012-VALIDATE-GUESTS
      * GUESTS BROUGHT IN ('V') OR GUESTS A RULE ALLOWS ('A') -- BLANK
      * MEANS NONE
      ******************************************************************
       2012-VALIDATE-GUESTS.
           IF GUESTSI = SPACE OR GUESTSI = LOW-VALUES THEN
              MOVE 0 TO WS-GUESTS-ALLOWED
           ELSE
              IF GUESTSI IS NUMERIC THEN
                 MOVE GUESTSI TO WS-GUESTS-ALLOWED
              ELSE
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'GUESTS MUST BE A NUMBER 0 TO 99' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           .
      ******************************************************************
      *              2020-CALL-THE-LOUNGE-CHECK
      * Z02512 MAKES EVERY CHECK; A REFUSAL COMES BACK AS ITS MESSAGE
      * ON THE MAP, A DB2 FAILURE THROUGH 9000-DB2-ERROR
      ******************************************************************
       2020-CALL-THE-LOUNGE-CHECK.
           MOVE WS-LOUNGE-CODE  TO LGE-LOUNGE-CODE
           MOVE LOCATRI         TO LGE-RECORD-LOCATOR
           MOVE IDNUMI          TO LGE-ID-NUMBER
           INSPECT LGE-RECORD-LOCATOR REPLACING ALL LOW-VALUES BY SPACE
           INSPECT LGE-ID-NUMBER      REPLACING ALL LOW-VALUES BY SPACE
           IF LGE-RECORD-LOCATOR = SPACE OR LGE-ID-NUMBER = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE BOOKING AND ID NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE SPACE           TO LGE-VISIT-DATE
                                   LGE-LAST-NAME
           MOVE EIBOPID         TO LGE-OPERATOR-ID
           CALL CT-LOUNGE-CHECK-NAME USING WS-ZZEC0273
           MOVE LGE-RECORD-LOCATOR TO WS-LOG-ENTITY-KEY
           IF LGE-RESULT = 'E' THEN
              MOVE LGE-STATEMENT-ID TO SW-STATEMENT-ID
              MOVE LGE-SQLCODE      TO SQLCODE
              MOVE LGE-SQLERRMC     TO SQLERRMC
              PERFORM 9000-DB2-ERROR
           END-IF
           IF LGE-RESULT = 'O' AND SO-ACTION-VISIT THEN
              MOVE 'LOUNGE VISIT'   TO WS-LOG-ACTION-TEXT
              PERFORM 9050-LOG-TRANSACTION
           END-IF
           PERFORM 2060-SEND-CHECK-MAP
           .
      ******************************************************************
      *                  2030-VALIDATE-LOUNGE
      * AIRPORT ON T02, NAME, OWN/CONTRACT, PRICE, CURRENCY ON T17
      ******************************************************************
       2030-VALIDATE-LOUNGE.
           MOVE AIRPORTI  TO WS-AIRPORT-CODE
           MOVE LNAMEI    TO WS-LOUNGE-NAME
           MOVE LTYPEI    TO SW-LOUNGE-TYPE
           MOVE CURRNCYI  TO WS-CURRENCY-CODE
           PERFORM 7001-CHECK-AIRPORT
           IF WS-FOUND-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE A T02 AIRPORT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-LOUNGE-NAME = SPACE OR WS-LOUNGE-NAME = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE LOUNGE NAME' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF NOT SO-VALID-LOUNGE-TYPE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'LOUNGE TYPE MUST BE OWN OR CONTRACT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF PRICEI = SPACE OR PRICEI = LOW-VALUES THEN
              MOVE 0 TO WS-PRICE-PER-VISIT
           ELSE
              COMPUTE WS-PRICE-PER-VISIT = FUNCTION NUMVAL(PRICEI)
           END-IF
           IF WS-PRICE-PER-VISIT < ZERO OR
              (SW-LOUNGE-TYPE = 'CONTRACT' AND
               WS-PRICE-PER-VISIT = ZERO) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'A CONTRACT LOUNGE NEEDS A PRICE ABOVE 0' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7002-CHECK-CURRENCY
           IF WS-FOUND-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CURRENCY NOT ON THE CURRENCY RATE TABLE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                    2040-SET-THE-LOUNGE
      * CHANGE THE LOUNGE (AND REOPEN IT), OR ADD IT WHEN THERE IS NONE
      ******************************************************************
       2040-SET-THE-LOUNGE.
           PERFORM 7003-READ-LOUNGE
           IF SO-LOUNGE-FOUND THEN
              PERFORM 2041-BUILD-BEFORE-IMAGE
              PERFORM 7004-UPDATE-LOUNGE
              MOVE 'LOUNGE CHANGED'   TO WS-LOG-ACTION-TEXT
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
              PERFORM 7005-INSERT-LOUNGE
              MOVE 'LOUNGE ADDED'     TO WS-LOG-ACTION-TEXT
           END-IF
           MOVE WS-PRICE-PER-VISIT TO WS-MONEY-FORMAT
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'AIRPORT=' WS-AIRPORT-CODE ' ' SW-LOUNGE-TYPE
                  ' PRICE=' WS-MONEY-FORMAT ' ' WS-CURRENCY-CODE
                  ' ' CT-ACTIVE-STATUS
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           MOVE 'T132_LOUNGE' TO CAUD-TABLE-NAME
           PERFORM 8200-WRITE-CONFIG-AUDIT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'LOUNGE SAVED -- NEXT ACTION OR F3 TO RETURN' TO
                                         WS-SCREEN-MESSAGE
           PERFORM 2065-SEND-DONE-MAP
           .
      ******************************************************************
      *                2041-BUILD-BEFORE-IMAGE
      ******************************************************************
       2041-BUILD-BEFORE-IMAGE.
           MOVE WS-OLD-PRICE-PER-VISIT TO WS-MONEY-FORMAT
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING 'AIRPORT=' WS-OLD-AIRPORT-CODE ' '
                  WS-OLD-LOUNGE-TYPE ' PRICE=' WS-MONEY-FORMAT ' '
                  WS-OLD-CURRENCY-CODE ' ' WS-OLD-LOUNGE-STATUS
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           .
      ******************************************************************
      *                   2045-CLOSE-THE-LOUNGE
      ******************************************************************
       2045-CLOSE-THE-LOUNGE.
           PERFORM 7003-READ-LOUNGE
           IF SO-LOUNGE-NOT-FOUND OR
              WS-OLD-LOUNGE-STATUS NOT = CT-ACTIVE-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO OPEN LOUNGE WITH THIS CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 2041-BUILD-BEFORE-IMAGE
           PERFORM 7006-CLOSE-LOUNGE
           MOVE '(CLOSED)' TO CAUD-AFTER-IMAGE
           MOVE 'T132_LOUNGE' TO CAUD-TABLE-NAME
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'LOUNGE CLOSED'       TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'LOUNGE CLOSED -- NEXT ACTION OR F3 TO RETURN' TO
                                         WS-SCREEN-MESSAGE
           PERFORM 2065-SEND-DONE-MAP
           .
      ******************************************************************
      *                  2060-SEND-CHECK-MAP
      ******************************************************************
       2060-SEND-CHECK-MAP.
           MOVE LOW-VALUES TO MP0298O
           MOVE LGE-LOUNGE-CODE       TO LOUNGEO
           MOVE LGE-RECORD-LOCATOR    TO LOCATRO
           MOVE LGE-ID-NUMBER         TO IDNUMO
           MOVE LGE-FLIGHT-ID         TO FLIGHTO
           IF LGE-RESULT = 'O' THEN
              MOVE LGE-BASIS          TO RTYPEO
              MOVE LGE-BASIS-VALUE    TO RVALUEO
              MOVE LGE-GUESTS-ALLOWED TO WS-GUESTS-FORMAT
              MOVE WS-GUESTS-FORMAT   TO GUESTSO
           END-IF
           IF LGE-VISIT-ID > 0 THEN
              MOVE LGE-VISIT-ID       TO VISITO
           END-IF
           MOVE LGE-MESSAGE           TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                  2065-SEND-DONE-MAP
      * THE LOUNGE JUST WORKED ON STAYS ON THE MAP
      ******************************************************************
       2065-SEND-DONE-MAP.
           MOVE LOW-VALUES TO MP0298O
           MOVE WS-LOUNGE-CODE        TO LOUNGEO
           MOVE WS-SCREEN-MESSAGE     TO MSGO
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                   2070-VALIDATE-RULE
      * CABIN = A T13 SEAT TYPE, TIER = A Z02398 TIER, PASS = A T34
      * ITEM.  THE LOUNGE MUST BE ON T132
      ******************************************************************
       2070-VALIDATE-RULE.
           PERFORM 7003-READ-LOUNGE
           IF SO-LOUNGE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH LOUNGE -- ADD IT WITH ACTION L FIRST' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE RTYPEI  TO SW-RULE-TYPE
           MOVE RVALUEI TO WS-RULE-VALUE
           INSPECT WS-RULE-VALUE REPLACING ALL LOW-VALUES BY SPACE
           IF WS-RULE-VALUE = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE RULE VALUE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           EVALUATE TRUE
           WHEN SO-RULE-CABIN
              COMPUTE WS-SEAT-TYPE-ID = FUNCTION NUMVAL(WS-RULE-VALUE)
              PERFORM 7007-CHECK-SEAT-TYPE
           WHEN SO-RULE-TIER
              IF WS-RULE-VALUE = 'GOLD' OR WS-RULE-VALUE = 'SILVER'
                 OR WS-RULE-VALUE = 'STANDARD' THEN
                 MOVE 1 TO WS-FOUND-COUNT
              ELSE
                 MOVE 0 TO WS-FOUND-COUNT
              END-IF
           WHEN SO-RULE-PASS
              PERFORM 7008-CHECK-ANCILLARY-ITEM
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'RULE TYPE MUST BE CABIN, TIER OR PASS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           IF WS-FOUND-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH SEAT TYPE, TIER OR ANCILLARY ITEM' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-LOUNGE-CODE '/' SW-RULE-TYPE '/' WS-RULE-VALUE
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                    2080-SET-THE-RULE
      * A CABIN RULE'S VALUE IS KEPT AS DB2 CHAR() OF THE SEAT TYPE,
      * THE FORM Z02512 COMPARES WITH
      ******************************************************************
       2080-SET-THE-RULE.
           IF SO-RULE-CABIN THEN
              PERFORM 7009-FORMAT-SEAT-TYPE
           END-IF
           PERFORM 7010-READ-RULE
           IF SO-SQLCODE-NORMAL THEN
              MOVE WS-OLD-GUESTS-ALLOWED TO WS-GUESTS-FORMAT
              MOVE SPACE TO CAUD-BEFORE-IMAGE
              STRING 'GUESTS=' WS-GUESTS-FORMAT
                DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
              END-STRING
              PERFORM 7011-UPDATE-RULE
              MOVE 'LOUNGE RULE CHANGED' TO WS-LOG-ACTION-TEXT
           ELSE
              MOVE '(ABSENT)' TO CAUD-BEFORE-IMAGE
              PERFORM 7012-INSERT-RULE
              MOVE 'LOUNGE RULE ADDED'   TO WS-LOG-ACTION-TEXT
           END-IF
           MOVE WS-GUESTS-ALLOWED TO WS-GUESTS-FORMAT
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'GUESTS=' WS-GUESTS-FORMAT
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           MOVE 'T133_LOUNGE_RULE' TO CAUD-TABLE-NAME
           PERFORM 8200-WRITE-CONFIG-AUDIT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'RULE SAVED -- NEXT ACTION OR F3 TO RETURN' TO
                                         WS-SCREEN-MESSAGE
           PERFORM 2065-SEND-DONE-MAP
           .
      ******************************************************************
      *                    2085-DROP-THE-RULE
      ******************************************************************
       2085-DROP-THE-RULE.
           IF SO-RULE-CABIN THEN
              PERFORM 7009-FORMAT-SEAT-TYPE
           END-IF
           PERFORM 7010-READ-RULE
           IF SO-SQLCODE-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH RULE ON THIS LOUNGE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-OLD-GUESTS-ALLOWED TO WS-GUESTS-FORMAT
           MOVE SPACE TO CAUD-BEFORE-IMAGE
           STRING 'GUESTS=' WS-GUESTS-FORMAT
             DELIMITED BY SIZE INTO CAUD-BEFORE-IMAGE
           END-STRING
           PERFORM 7013-DELETE-RULE
           MOVE '(DROPPED)' TO CAUD-AFTER-IMAGE
           MOVE 'T133_LOUNGE_RULE' TO CAUD-TABLE-NAME
           PERFORM 8200-WRITE-CONFIG-AUDIT
           MOVE 'LOUNGE RULE DROPPED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           MOVE 'RULE DROPPED -- NEXT ACTION OR F3 TO RETURN' TO
                                         WS-SCREEN-MESSAGE
           PERFORM 2065-SEND-DONE-MAP
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * SUPER (ADMIN GETS EVERYTHING) FOR THE LOUNGES AND RULES --
      * SAME T40 READ-BACK AS Z02485'S 2170, OFF THE OPERATOR Z02383
      * VALIDATED
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
              MOVE 'LOUNGES AND RULES NEED A SUPER SIGN-ON' TO
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
      *                   7001-CHECK-AIRPORT
      ******************************************************************
       7001-CHECK-AIRPORT.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T02_AIRPORT_TABLE
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7002-CHECK-CURRENCY
      ******************************************************************
       7002-CHECK-CURRENCY.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE = :WS-CURRENCY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7003-READ-LOUNGE
      ******************************************************************
       7003-READ-LOUNGE.
           SET SO-LOUNGE-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT AIRPORT_CODE,
                    LOUNGE_TYPE,
                    PRICE_PER_VISIT,
                    CURRENCY_CODE,
                    LOUNGE_STATUS
             INTO :WS-OLD-AIRPORT-CODE,
                  :WS-OLD-LOUNGE-TYPE,
                  :WS-OLD-PRICE-PER-VISIT,
                  :WS-OLD-CURRENCY-CODE,
                  :WS-OLD-LOUNGE-STATUS
             FROM T132_LOUNGE
             WHERE LOUNGE_CODE = :WS-LOUNGE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-LOUNGE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                   7004-UPDATE-LOUNGE
      ******************************************************************
       7004-UPDATE-LOUNGE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T132_LOUNGE
                SET AIRPORT_CODE      = :WS-AIRPORT-CODE,
                    LOUNGE_NAME       = :WS-LOUNGE-NAME,
                    LOUNGE_TYPE       = :SW-LOUNGE-TYPE,
                    PRICE_PER_VISIT   = :WS-PRICE-PER-VISIT,
                    CURRENCY_CODE     = :WS-CURRENCY-CODE,
                    LOUNGE_STATUS     = :CT-ACTIVE-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE LOUNGE_CODE = :WS-LOUNGE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7005-INSERT-LOUNGE
      ******************************************************************
       7005-INSERT-LOUNGE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T132_LOUNGE
                (LOUNGE_CODE, AIRPORT_CODE, LOUNGE_NAME, LOUNGE_TYPE,
                 PRICE_PER_VISIT, CURRENCY_CODE, LOUNGE_STATUS,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-LOUNGE-CODE, :WS-AIRPORT-CODE, :WS-LOUNGE-NAME,
                 :SW-LOUNGE-TYPE, :WS-PRICE-PER-VISIT,
                 :WS-CURRENCY-CODE, :CT-ACTIVE-STATUS,
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7006-CLOSE-LOUNGE
      ******************************************************************
       7006-CLOSE-LOUNGE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T132_LOUNGE
                SET LOUNGE_STATUS     = :CT-CLOSED-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE LOUNGE_CODE = :WS-LOUNGE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7007-CHECK-SEAT-TYPE
      ******************************************************************
       7007-CHECK-SEAT-TYPE.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T13_TYPE_OF_SEATS_TABLE
             WHERE TYPE_OF_SEATS_ID = :WS-SEAT-TYPE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7008-CHECK-ANCILLARY-ITEM
      ******************************************************************
       7008-CHECK-ANCILLARY-ITEM.
           MOVE 0 TO WS-FOUND-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FOUND-COUNT
             FROM T34_ANCILLARY_CATALOG
             WHERE ITEM_CODE = RTRIM(:WS-RULE-VALUE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7009-FORMAT-SEAT-TYPE
      ******************************************************************
       7009-FORMAT-SEAT-TYPE.
           EXEC SQL
             VALUES CHAR(:WS-SEAT-TYPE-ID)
             INTO :WS-RULE-VALUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                     7010-READ-RULE
      ******************************************************************
       7010-READ-RULE.
           EXEC SQL
             SELECT GUESTS_ALLOWED
             INTO :WS-OLD-GUESTS-ALLOWED
             FROM T133_LOUNGE_RULE
             WHERE LOUNGE_CODE = :WS-LOUNGE-CODE
               AND RULE_TYPE   = :SW-RULE-TYPE
               AND RULE_VALUE  = :WS-RULE-VALUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7010-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7011-UPDATE-RULE
      ******************************************************************
       7011-UPDATE-RULE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T133_LOUNGE_RULE
                SET GUESTS_ALLOWED    = :WS-GUESTS-ALLOWED,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE LOUNGE_CODE = :WS-LOUNGE-CODE
                AND RULE_TYPE   = :SW-RULE-TYPE
                AND RULE_VALUE  = :WS-RULE-VALUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7011-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7012-INSERT-RULE
      ******************************************************************
       7012-INSERT-RULE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T133_LOUNGE_RULE
                (LOUNGE_CODE, RULE_TYPE, RULE_VALUE, GUESTS_ALLOWED,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-LOUNGE-CODE, :SW-RULE-TYPE, :WS-RULE-VALUE,
                 :WS-GUESTS-ALLOWED, :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7012-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7013-DELETE-RULE
      ******************************************************************
       7013-DELETE-RULE.
           EXEC SQL
             DELETE FROM T133_LOUNGE_RULE
              WHERE LOUNGE_CODE = :WS-LOUNGE-CODE
                AND RULE_TYPE   = :SW-RULE-TYPE
                AND RULE_VALUE  = :WS-RULE-VALUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7013-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                8200-WRITE-CONFIG-AUDIT
      * BEFORE/AFTER IMAGES ON T65_CONFIG_AUDIT FOR Z02422'S BROWSE,
      * THE SAME WAY Z02469 AUDITS T95
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
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
               RETURN TRANSID('0298') COMMAREA(WS-ZZEC0215)
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
