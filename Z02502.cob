       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02502.
      ******************************************************************
      *
      * CHECK-IN DESKS -- STATION SUPERVISOR MAINTENANCE AND OVERRIDE
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'P' ON
      * THE SECOND MENU PAGE (Z02455) "CHECK-IN DESKS" -- SUPER (OR
      * ADMIN) SIGN-ON ONLY, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * THE NIGHTLY Z02501 RUN GIVES EVERY DEPARTURE A RANGE OF
      * CHECK-IN DESKS OFF THE STATION'S DESK INVENTORY (T124) AND
      * THE AIRLINE/ROUTE DESK RULE (T125), WRITING T126 -- THE
      * TABLES ARE DESCRIBED IN Z02501.  THIS SCREEN IS WHERE THE
      * STATION SUPERVISOR KEEPS THE INVENTORY AND RULES UP TO DATE
      * AND SETS A FLIGHT'S DESKS BY HAND WHEN THE PLAN HAS TO
      * CHANGE OR A FLIGHT CAME OUT SHORT:
      *
      *   'I' -- SHOW THE STATION'S ACTIVE DESK COUNT AND ITS NEXT
      *          ALLOCATIONS (COUNTERS NOT YET CLOSED)
      *   'A' -- ADD A DESK, OR PUT AN INACTIVE ONE BACK IN SERVICE
      *   'X' -- TAKE A DESK OUT OF SERVICE.  ALLOCATIONS ALREADY
      *          MADE ARE NOT TOUCHED -- THE NEXT Z02501 RUN OR AN
      *          OVERRIDE MOVES THEM
      *   'R' -- SET THE DESK RULE OF AN AIRLINE AT THE STATION, FOR
      *          ONE ROUTE OR (ROUTE LEFT BLANK) ALL ITS ROUTES
      *   'O' -- OVERRIDE A FLIGHT'S DESKS.  THE FLIGHT MUST DEPART
      *          THE STATION AND NOT HAVE DEPARTED, EVERY DESK OF THE
      *          RANGE MUST BE ACTIVE AND HELD BY NO OTHER FLIGHT
      *          WHILE ITS COUNTER IS OPEN.  THE COUNTER WINDOW OF AN
      *          EXISTING ALLOCATION IS KEPT; A FLIGHT WITH NONE GETS
      *          THE WINDOW OF ITS DESK RULE, THE SAME WAY Z02501
      *          WORKS IT OUT.  THE ROW IS MARKED 'OVERRIDE' AND
      *          Z02501 LEAVES IT ALONE FROM THEN ON
      *   'D' -- DROP A FLIGHT'S OVERRIDE, HANDING IT BACK TO THE
      *          NEXT Z02501 RUN
      *
      * EVERY CHANGE IS LOGGED TO T24 WITH THE STATION AND THE DESK,
      * AIRLINE OR FLIGHT CHANGED.
      *
      *   NEW MAPSET MP0295 (COPYBOOK ZZMP0295), FIELDS:
      *      ACTIONI        PIC X(1)   'I'/'A'/'X'/'R'/'O'/'D'
      *      AIRPORTI/O     PIC X(3)   STATION
      *      DESKI          PIC X(3)   DESK NUMBER ('A'/'X')
      *      AIRLINI        PIC X(3)   AIRLINE CODE ('R')
      *      ROUTEI         PIC X(3)   ARRIVAL AIRPORT, BLANK = ALL
      *                                ROUTES ('R')
      *      DESKCNTI       PIC X(2)   DESKS TO OPEN ('R')
      *      OPENMINI       PIC X(3)   MINUTES BEFORE DEPARTURE THE
      *                                COUNTER OPENS ('R')
      *      CLOSMINI       PIC X(3)   MINUTES BEFORE DEPARTURE IT
      *                                CLOSES ('R')
      *      FLIGHTI        PIC X(8)   T05 FLIGHT_ID ('O'/'D')
      *      DESKFRI        PIC X(3)   FIRST DESK ('O')
      *      DESKTOI        PIC X(3)   LAST DESK ('O')
      *      ACTDSKO        PIC X(3)   ACTIVE DESKS AT THE STATION
      *      ALLOC-LINEO    PIC X(60)  OCCURS 8 -- DESKS, OPEN AND
      *                                CLOSE TIME, FLIGHT, SOURCE,
      *                                STATUS
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
           COPY ZZMP0295.
           COPY ZZEC0215.
           COPY ZZEC0269.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * THE STATION'S ALLOCATIONS WHOSE COUNTER HAS NOT YET CLOSED
           EXEC SQL
             DECLARE C-STATION-ALLOCATIONS CURSOR FOR
             SELECT DESK_FROM,
                    DESK_TO,
                    CHAR(OPEN_TIMESTAMP),
                    CHAR(CLOSE_TIMESTAMP),
                    FLIGHT_ID,
                    ALLOCATION_SOURCE,
                    ALLOCATION_STATUS
             FROM T126_DESK_ALLOCATION
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND CLOSE_TIMESTAMP >= CURRENT TIMESTAMP
             ORDER BY OPEN_TIMESTAMP, DESK_FROM
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02502'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-DELETED-STATUS               PIC X(15)
                                                 VALUE 'DELETED'.
           05 CT-CANCELED-STATUS              PIC X(15)
                                                 VALUE 'CANCELED'.
           05 CT-ACTIVE-DESK                  PIC X(8) VALUE 'ACTIVE'.
           05 CT-INACTIVE-DESK                PIC X(8)
                                                 VALUE 'INACTIVE'.
           05 CT-ANY-ROUTE                    PIC X(3) VALUE '***'.
           05 CT-OVERRIDE-SOURCE              PIC X(8)
                                                 VALUE 'OVERRIDE'.
           05 CT-ALLOCATED-STATUS             PIC X(10)
                                                 VALUE 'ALLOCATED'.
      * SAME FALLBACKS AS Z02501 WHEN NEITHER T125 NOR T87 HAS A VALUE
           05 CT-DEFAULT-DESK-COUNT           PIC S9(4) COMP VALUE 2.
           05 CT-DEFAULT-OPEN-MINUTES         PIC S9(4) COMP VALUE 120.
           05 CT-DEFAULT-CLOSE-MINUTES        PIC S9(4) COMP VALUE 45.
           05 CT-MAX-ALLOCATION-LINES         PIC S9(4) COMP VALUE 8.
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
               88 SO-7014-PARA              VALUE '7014'.
               88 SO-7015-PARA              VALUE '7015'.
               88 SO-7016-PARA              VALUE '7016'.
               88 SO-7017-PARA              VALUE '7017'.
               88 SO-7018-PARA              VALUE '7018'.
               88 SO-7019-PARA              VALUE '7019'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-INQUIRE                       VALUE 'I'.
               88 SO-ACTION-ADD-DESK                      VALUE 'A'.
               88 SO-ACTION-DEACTIVATE-DESK               VALUE 'X'.
               88 SO-ACTION-SET-RULE                      VALUE 'R'.
               88 SO-ACTION-OVERRIDE                      VALUE 'O'.
               88 SO-ACTION-DROP-OVERRIDE                 VALUE 'D'.
           05 SW-IF-DESK-FOUND                            PIC X.
               88 SO-DESK-FOUND                           VALUE 'Y'.
               88 SO-DESK-NOT-FOUND                       VALUE 'N'.
           05 SW-IF-RULE-FOUND                            PIC X.
               88 SO-RULE-FOUND                           VALUE 'Y'.
               88 SO-RULE-NOT-FOUND                       VALUE 'N'.
           05 SW-IF-FLIGHT-FOUND                          PIC X.
               88 SO-FLIGHT-FOUND                         VALUE 'Y'.
               88 SO-FLIGHT-NOT-FOUND                     VALUE 'N'.
           05 SW-IF-FLIGHT-DEPARTED                       PIC X.
               88 SO-FLIGHT-DEPARTED                      VALUE 'Y'.
               88 SO-FLIGHT-NOT-DEPARTED                  VALUE 'N'.
           05 SW-IF-ALLOCATION-FOUND                      PIC X.
               88 SO-ALLOCATION-FOUND                     VALUE 'Y'.
               88 SO-ALLOCATION-NOT-FOUND                 VALUE 'N'.
           05 SW-IF-END-OF-ALLOCATIONS                    PIC X.
               88 SO-END-OF-ALLOCATIONS                   VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-AIRPORT-CODE               PIC X(3).
           05 WS-AIRPORT-COUNT              PIC S9(9) COMP.
           05 WS-AIRLINE-COUNT              PIC S9(9) COMP.
           05 WS-DESK-NUMBER                PIC S9(4) COMP.
           05 WS-DESK-STATUS                PIC X(8).
           05 WS-ACTIVE-DESK-COUNT          PIC S9(9) COMP.
           05 WS-AIRLINE-CODE               PIC X(3).
           05 WS-ROUTE-CODE                 PIC X(3).
           05 WS-DESK-COUNT                 PIC S9(4) COMP.
           05 WS-OPEN-MINUTES               PIC S9(4) COMP.
           05 WS-CLOSE-MINUTES              PIC S9(4) COMP.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-STATUS              PIC X(15).
           05 WS-FLIGHT-DEP-AIRPORT         PIC X(3).
           05 WS-FLIGHT-ARR-AIRPORT         PIC X(3).
           05 WS-FLIGHT-AIRLINE             PIC X(3).
           05 WS-DEPARTURE-TS               PIC X(26).
           05 WS-DESK-FROM                  PIC S9(4) COMP.
           05 WS-DESK-TO                    PIC S9(4) COMP.
           05 WS-OPEN-TS                    PIC X(26).
           05 WS-CLOSE-TS                   PIC X(26).
           05 WS-ALLOCATION-SOURCE          PIC X(8).
           05 WS-ALLOCATION-STATUS          PIC X(10).
           05 WS-HOLDING-FLIGHT-ID          PIC X(8).
           05 WS-DESK-FORMAT                PIC 9(3).
           05 WS-COUNT-FORMAT               PIC ZZ9.
           05 WS-ALLOCATION-LINE-SUB        PIC S9(4) COMP.

       01 WS-ALLOCATION-LINE.
           05 WS-ALINE-DESK-FROM            PIC 9(3).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-ALINE-DESK-TO              PIC 9(3).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-ALINE-OPEN                 PIC X(11).
           05 FILLER                        PIC X VALUE '-'.
           05 WS-ALINE-CLOSE                PIC X(5).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-ALINE-FLIGHT-ID            PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-ALINE-SOURCE               PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-ALINE-STATUS               PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACE.

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
           MOVE LOW-VALUES TO MP0295O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0295') MAPSET('MP0295')
             FROM(MP0295O)
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
              CONTINUE
           WHEN SO-ACTION-ADD-DESK
              PERFORM 2020-ADD-THE-DESK
           WHEN SO-ACTION-DEACTIVATE-DESK
              PERFORM 2025-DEACTIVATE-THE-DESK
           WHEN SO-ACTION-SET-RULE
              PERFORM 2030-SET-THE-RULE
           WHEN SO-ACTION-OVERRIDE
              PERFORM 2035-OVERRIDE-THE-FLIGHT
           WHEN SO-ACTION-DROP-OVERRIDE
              PERFORM 2040-DROP-THE-OVERRIDE
           END-EVALUATE
           PERFORM 2060-SEND-STATION-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0295I
           EXEC CICS
           RECEIVE MAP('MP0295') MAPSET('MP0295')
           INTO(MP0295I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND STATION' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      * EVERY ACTION NEEDS A STATION ON T02
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           IF NOT (SO-ACTION-INQUIRE OR SO-ACTION-ADD-DESK OR
                   SO-ACTION-DEACTIVATE-DESK OR SO-ACTION-SET-RULE OR
                   SO-ACTION-OVERRIDE OR SO-ACTION-DROP-OVERRIDE)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE I, A, X, R, O OR D' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE AIRPORTI TO WS-AIRPORT-CODE
           IF WS-AIRPORT-CODE = SPACE OR
              WS-AIRPORT-CODE = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE STATION' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7001-CHECK-AIRPORT
           IF WS-AIRPORT-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH STATION ON T02' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-AIRPORT-CODE TO WS-LOG-ENTITY-KEY
           EVALUATE TRUE
           WHEN SO-ACTION-ADD-DESK
           WHEN SO-ACTION-DEACTIVATE-DESK
              PERFORM 2013-VALIDATE-DESK
           WHEN SO-ACTION-SET-RULE
              PERFORM 2014-VALIDATE-RULE
           WHEN SO-ACTION-OVERRIDE
              PERFORM 2015-VALIDATE-FLIGHT
              PERFORM 2016-VALIDATE-OVERRIDE
           WHEN SO-ACTION-DROP-OVERRIDE
              PERFORM 2015-VALIDATE-FLIGHT
              PERFORM 2017-VALIDATE-DROP
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                2013-VALIDATE-DESK
      * 'A' ON A DESK ALREADY ACTIVE OR 'X' ON ONE NOT ACTIVE IS
      * REFUSED
      ******************************************************************
       2013-VALIDATE-DESK.
           IF DESKI = SPACE OR DESKI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE DESK NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-DESK-NUMBER = FUNCTION NUMVAL(DESKI)
           IF WS-DESK-NUMBER < 1 OR WS-DESK-NUMBER > 999 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DESK NUMBER MUST BE 1 TO 999' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-DESK-NUMBER TO WS-DESK-FORMAT
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-AIRPORT-CODE '/' WS-DESK-FORMAT
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           PERFORM 7002-READ-DESK
           IF SO-ACTION-ADD-DESK AND SO-DESK-FOUND AND
              WS-DESK-STATUS = CT-ACTIVE-DESK THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DESK IS ALREADY IN SERVICE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-DEACTIVATE-DESK AND
              (SO-DESK-NOT-FOUND OR
               WS-DESK-STATUS NOT = CT-ACTIVE-DESK) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO DESK IN SERVICE WITH THIS NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2014-VALIDATE-RULE
      * A KNOWN AIRLINE, AT LEAST ONE DESK, AND A COUNTER THAT OPENS
      * BEFORE IT CLOSES
      ******************************************************************
       2014-VALIDATE-RULE.
           MOVE AIRLINI TO WS-AIRLINE-CODE
           MOVE ROUTEI  TO WS-ROUTE-CODE
           IF WS-ROUTE-CODE = SPACE OR WS-ROUTE-CODE = LOW-VALUES THEN
              MOVE CT-ANY-ROUTE TO WS-ROUTE-CODE
           END-IF
           IF WS-AIRLINE-CODE = SPACE OR
              WS-AIRLINE-CODE = LOW-VALUES OR
              DESKCNTI = SPACE OR DESKCNTI = LOW-VALUES OR
              OPENMINI = SPACE OR OPENMINI = LOW-VALUES OR
              CLOSMINI = SPACE OR CLOSMINI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE AIRLINE, DESKS, OPEN AND CLOSE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7004-CHECK-AIRLINE
           IF WS-AIRLINE-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH AIRLINE ON T01' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-DESK-COUNT    = FUNCTION NUMVAL(DESKCNTI)
           COMPUTE WS-OPEN-MINUTES  = FUNCTION NUMVAL(OPENMINI)
           COMPUTE WS-CLOSE-MINUTES = FUNCTION NUMVAL(CLOSMINI)
           IF WS-DESK-COUNT < 1 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'AT LEAST ONE DESK MUST OPEN' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-CLOSE-MINUTES < 0 OR
              WS-OPEN-MINUTES NOT > WS-CLOSE-MINUTES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'OPEN MINUTES MUST BE ABOVE CLOSE MINUTES' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-AIRPORT-CODE '/' WS-AIRLINE-CODE '/'
                  WS-ROUTE-CODE
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                2015-VALIDATE-FLIGHT
      * THE FLIGHT MUST BE LIVE, DEPART THIS STATION AND NOT HAVE
      * DEPARTED YET
      ******************************************************************
       2015-VALIDATE-FLIGHT.
           MOVE FLIGHTI TO WS-FLIGHT-ID
           IF WS-FLIGHT-ID = SPACE OR WS-FLIGHT-ID = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT ID' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7005-READ-FLIGHT
           IF SO-FLIGHT-NOT-FOUND OR
              WS-FLIGHT-STATUS = CT-DELETED-STATUS OR
              WS-FLIGHT-STATUS = CT-CANCELED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-FLIGHT-DEP-AIRPORT NOT = WS-AIRPORT-CODE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FLIGHT DOES NOT DEPART THIS STATION' TO
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
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-AIRPORT-CODE '/' WS-FLIGHT-ID
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           PERFORM 7006-READ-ALLOCATION
           .
      ******************************************************************
      *                2016-VALIDATE-OVERRIDE
      * A RANGE OF ACTIVE DESKS NO OTHER FLIGHT HOLDS WHILE THIS
      * FLIGHT'S COUNTER IS OPEN
      ******************************************************************
       2016-VALIDATE-OVERRIDE.
           IF DESKFRI = SPACE OR DESKFRI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FIRST DESK' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-DESK-FROM = FUNCTION NUMVAL(DESKFRI)
           IF DESKTOI = SPACE OR DESKTOI = LOW-VALUES THEN
              MOVE WS-DESK-FROM TO WS-DESK-TO
           ELSE
              COMPUTE WS-DESK-TO = FUNCTION NUMVAL(DESKTOI)
           END-IF
           IF WS-DESK-FROM < 1 OR WS-DESK-TO > 999 OR
              WS-DESK-TO < WS-DESK-FROM THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DESK RANGE MUST RUN UPWARD WITHIN 1 TO 999' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-DESK-COUNT = WS-DESK-TO - WS-DESK-FROM + 1
           PERFORM 7007-COUNT-ACTIVE-IN-RANGE
           IF WS-ACTIVE-DESK-COUNT NOT = WS-DESK-COUNT THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'EVERY DESK OF THE RANGE MUST BE IN SERVICE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ALLOCATION-NOT-FOUND THEN
              PERFORM 2018-COUNTER-WINDOW-FROM-RULE
           END-IF
           PERFORM 7008-FIND-HOLDING-FLIGHT
           IF SO-SQLCODE-NORMAL THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'DESKS ARE HELD BY FLIGHT ' WS-HOLDING-FLIGHT-ID
                     ' WHILE THIS COUNTER IS OPEN'
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2017-VALIDATE-DROP
      ******************************************************************
       2017-VALIDATE-DROP.
           IF SO-ALLOCATION-NOT-FOUND OR
              WS-ALLOCATION-SOURCE NOT = CT-OVERRIDE-SOURCE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FLIGHT HAS NO DESK OVERRIDE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *              2018-COUNTER-WINDOW-FROM-RULE
      * NO ALLOCATION YET -- THE FLIGHT'S T125 RULE (ROUTE ROW FIRST),
      * ELSE THE STATION'S T87 PARAMETERS, AS Z02501 DOES.  ONLY THE
      * OPEN AND CLOSE TIMES ARE TAKEN, THE DESKS ARE THE OVERRIDE'S
      ******************************************************************
       2018-COUNTER-WINDOW-FROM-RULE.
           PERFORM 7009-READ-FLIGHT-RULE
           IF SO-RULE-NOT-FOUND THEN
              MOVE 'CHECKIN-OPEN-MINUTES'     TO PARM-NAME
              MOVE WS-AIRPORT-CODE            TO PARM-SCOPE
              MOVE WS-DEPARTURE-TS(1:10)      TO PARM-AS-OF-DATE
              MOVE CT-DEFAULT-OPEN-MINUTES    TO PARM-DEFAULT-VALUE
              CALL 'Z02457' USING WS-ZZEC0269
              MOVE PARM-VALUE TO WS-OPEN-MINUTES
              MOVE 'CHECKIN-CLOSE-MINUTES'    TO PARM-NAME
              MOVE CT-DEFAULT-CLOSE-MINUTES   TO PARM-DEFAULT-VALUE
              CALL 'Z02457' USING WS-ZZEC0269
              MOVE PARM-VALUE TO WS-CLOSE-MINUTES
           END-IF
           PERFORM 7010-COMPUTE-COUNTER-WINDOW
           .
      ******************************************************************
      *                2020-ADD-THE-DESK
      ******************************************************************
       2020-ADD-THE-DESK.
           MOVE CT-ACTIVE-DESK TO WS-DESK-STATUS
           IF SO-DESK-FOUND THEN
              PERFORM 7011-UPDATE-DESK-STATUS
           ELSE
              PERFORM 7012-INSERT-DESK
           END-IF
           MOVE 'CHECK-IN DESK ADDED'  TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2025-DEACTIVATE-THE-DESK
      ******************************************************************
       2025-DEACTIVATE-THE-DESK.
           MOVE CT-INACTIVE-DESK TO WS-DESK-STATUS
           PERFORM 7011-UPDATE-DESK-STATUS
           MOVE 'CHECK-IN DESK OUT'    TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2030-SET-THE-RULE
      ******************************************************************
       2030-SET-THE-RULE.
           PERFORM 7013-UPDATE-RULE
           IF SO-SQLCODE-NOT-FOUND THEN
              PERFORM 7014-INSERT-RULE
           END-IF
           MOVE 'CHECK-IN DESK RULE'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2035-OVERRIDE-THE-FLIGHT
      * AN EXISTING ROW KEEPS ITS COUNTER WINDOW, A NEW ONE TAKES THE
      * WINDOW 2018 WORKED OUT
      ******************************************************************
       2035-OVERRIDE-THE-FLIGHT.
           IF SO-ALLOCATION-FOUND THEN
              PERFORM 7015-UPDATE-ALLOCATION
           ELSE
              PERFORM 7016-INSERT-ALLOCATION
           END-IF
           MOVE 'CHECK-IN DESK OVRD'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2040-DROP-THE-OVERRIDE
      ******************************************************************
       2040-DROP-THE-OVERRIDE.
           PERFORM 7017-DELETE-ALLOCATION
           MOVE 'CHECK-IN OVRD DROP'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2060-SEND-STATION-MAP
      * THE STATION AS IT NOW STANDS -- ACTIVE DESKS AND THE NEXT
      * ALLOCATIONS
      ******************************************************************
       2060-SEND-STATION-MAP.
           PERFORM 7003-COUNT-ACTIVE-DESKS
           MOVE LOW-VALUES TO MP0295O
           MOVE WS-AIRPORT-CODE       TO AIRPORTO
           MOVE WS-ACTIVE-DESK-COUNT  TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO ACTDSKO
           PERFORM 7018-FILL-ALLOCATION-LINES
           IF SO-ACTION-INQUIRE THEN
              MOVE 'NEXT ACTION OR F3 TO RETURN' TO MSGO
           ELSE
              MOVE 'DONE -- NEXT ACTION OR F3 TO RETURN' TO MSGO
           END-IF
           PERFORM 2100-SEND-THE-MAP
           .
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
              MOVE 'CHECK-IN DESKS NEED A SUPER SIGN-ON' TO
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
      *                 7001-CHECK-AIRPORT
      ******************************************************************
       7001-CHECK-AIRPORT.
           MOVE 0 TO WS-AIRPORT-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-AIRPORT-COUNT
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
      *                   7002-READ-DESK
      ******************************************************************
       7002-READ-DESK.
           SET SO-DESK-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-DESK-STATUS
           EXEC SQL
             SELECT DESK_STATUS
             INTO :WS-DESK-STATUS
             FROM T124_CHECKIN_DESK
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND DESK_NUMBER  = :WS-DESK-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-DESK-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *               7003-COUNT-ACTIVE-DESKS
      ******************************************************************
       7003-COUNT-ACTIVE-DESKS.
           MOVE 0 TO WS-ACTIVE-DESK-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-ACTIVE-DESK-COUNT
             FROM T124_CHECKIN_DESK
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND DESK_STATUS  = :CT-ACTIVE-DESK
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7004-CHECK-AIRLINE
      ******************************************************************
       7004-CHECK-AIRLINE.
           MOVE 0 TO WS-AIRLINE-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-AIRLINE-COUNT
             FROM T01_AIRLINE_NAMES_TABLE
             WHERE AIRLINE_CODE = :WS-AIRLINE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7005-READ-FLIGHT
      * REVISED DEPARTURE WHEN Z02364 HAS SET ONE, AS Z02354 READS IT
      ******************************************************************
       7005-READ-FLIGHT.
           SET SO-FLIGHT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT FLIGHT_STATUS,
                    DEPARTURE_AIRPORT_CODE,
                    ARRIVAL_AIRPORT_CODE,
                    AIRLINE_CODE,
                    CHAR(COALESCE(NEW_DEPARTURE_TIMESTAMP,
                                  DEPARTURE_TIMESTAMP)),
                    CASE WHEN COALESCE(NEW_DEPARTURE_TIMESTAMP,
                                       DEPARTURE_TIMESTAMP)
                              <= CURRENT TIMESTAMP
                         THEN 'Y' ELSE 'N' END
             INTO :WS-FLIGHT-STATUS, :WS-FLIGHT-DEP-AIRPORT,
                  :WS-FLIGHT-ARR-AIRPORT, :WS-FLIGHT-AIRLINE,
                  :WS-DEPARTURE-TS, :SW-IF-FLIGHT-DEPARTED
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
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7006-READ-ALLOCATION
      ******************************************************************
       7006-READ-ALLOCATION.
           SET SO-ALLOCATION-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-ALLOCATION-SOURCE
           EXEC SQL
             SELECT CHAR(OPEN_TIMESTAMP),
                    CHAR(CLOSE_TIMESTAMP),
                    ALLOCATION_SOURCE
             INTO :WS-OPEN-TS, :WS-CLOSE-TS, :WS-ALLOCATION-SOURCE
             FROM T126_DESK_ALLOCATION
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-ALLOCATION-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *               7007-COUNT-ACTIVE-IN-RANGE
      ******************************************************************
       7007-COUNT-ACTIVE-IN-RANGE.
           MOVE 0 TO WS-ACTIVE-DESK-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-ACTIVE-DESK-COUNT
             FROM T124_CHECKIN_DESK
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND DESK_STATUS  = :CT-ACTIVE-DESK
               AND DESK_NUMBER BETWEEN :WS-DESK-FROM AND :WS-DESK-TO
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               7008-FIND-HOLDING-FLIGHT
      * SQLCODE 0 HERE MEANS ANOTHER FLIGHT HOLDS ONE OF THE DESKS
      * WHILE THIS COUNTER IS OPEN
      ******************************************************************
       7008-FIND-HOLDING-FLIGHT.
           EXEC SQL
             SELECT FLIGHT_ID
             INTO :WS-HOLDING-FLIGHT-ID
             FROM T126_DESK_ALLOCATION
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND FLIGHT_ID <> :WS-FLIGHT-ID
               AND ALLOCATION_STATUS = :CT-ALLOCATED-STATUS
               AND OPEN_TIMESTAMP  < :WS-CLOSE-TS
               AND CLOSE_TIMESTAMP > :WS-OPEN-TS
               AND DESK_FROM <= :WS-DESK-TO
               AND DESK_TO   >= :WS-DESK-FROM
             ORDER BY OPEN_TIMESTAMP
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7009-READ-FLIGHT-RULE
      * THE ROUTE'S OWN ROW BEFORE THE AIRLINE'S '***' ROW
      ******************************************************************
       7009-READ-FLIGHT-RULE.
           SET SO-RULE-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT OPEN_MINUTES_BEFORE,
                    CLOSE_MINUTES_BEFORE
             INTO :WS-OPEN-MINUTES,
                  :WS-CLOSE-MINUTES
             FROM T125_DESK_RULE
             WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
               AND AIRLINE_CODE = :WS-FLIGHT-AIRLINE
               AND (ARRIVAL_AIRPORT_CODE = :WS-FLIGHT-ARR-AIRPORT OR
                    ARRIVAL_AIRPORT_CODE = :CT-ANY-ROUTE)
             ORDER BY CASE WHEN ARRIVAL_AIRPORT_CODE = :CT-ANY-ROUTE
                           THEN 1 ELSE 0 END
             FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-RULE-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *              7010-COMPUTE-COUNTER-WINDOW
      ******************************************************************
       7010-COMPUTE-COUNTER-WINDOW.
           EXEC SQL
             VALUES (CHAR(TIMESTAMP(:WS-DEPARTURE-TS)
                            - :WS-OPEN-MINUTES MINUTES),
                     CHAR(TIMESTAMP(:WS-DEPARTURE-TS)
                            - :WS-CLOSE-MINUTES MINUTES))
             INTO :WS-OPEN-TS, :WS-CLOSE-TS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7010-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               7011-UPDATE-DESK-STATUS
      ******************************************************************
       7011-UPDATE-DESK-STATUS.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T124_CHECKIN_DESK
                SET DESK_STATUS       = :WS-DESK-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE AIRPORT_CODE = :WS-AIRPORT-CODE
                AND DESK_NUMBER  = :WS-DESK-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7011-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7012-INSERT-DESK
      ******************************************************************
       7012-INSERT-DESK.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T124_CHECKIN_DESK
                (AIRPORT_CODE, DESK_NUMBER, DESK_STATUS,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-AIRPORT-CODE, :WS-DESK-NUMBER, :WS-DESK-STATUS,
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7012-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7013-UPDATE-RULE
      * SQLCODE 100 HERE MEANS THERE IS NO RULE YET TO CHANGE
      ******************************************************************
       7013-UPDATE-RULE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T125_DESK_RULE
                SET DESK_COUNT           = :WS-DESK-COUNT,
                    OPEN_MINUTES_BEFORE  = :WS-OPEN-MINUTES,
                    CLOSE_MINUTES_BEFORE = :WS-CLOSE-MINUTES,
                    CHANGED_BY           = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP    = CURRENT TIMESTAMP
              WHERE AIRPORT_CODE         = :WS-AIRPORT-CODE
                AND AIRLINE_CODE         = :WS-AIRLINE-CODE
                AND ARRIVAL_AIRPORT_CODE = :WS-ROUTE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7013-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7014-INSERT-RULE
      ******************************************************************
       7014-INSERT-RULE.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T125_DESK_RULE
                (AIRPORT_CODE, AIRLINE_CODE, ARRIVAL_AIRPORT_CODE,
                 DESK_COUNT, OPEN_MINUTES_BEFORE, CLOSE_MINUTES_BEFORE,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-AIRPORT-CODE, :WS-AIRLINE-CODE, :WS-ROUTE-CODE,
                 :WS-DESK-COUNT, :WS-OPEN-MINUTES, :WS-CLOSE-MINUTES,
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7014-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7015-UPDATE-ALLOCATION
      ******************************************************************
       7015-UPDATE-ALLOCATION.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T126_DESK_ALLOCATION
                SET DESK_FROM         = :WS-DESK-FROM,
                    DESK_TO           = :WS-DESK-TO,
                    DESK_COUNT        = :WS-DESK-COUNT,
                    ALLOCATION_SOURCE = :CT-OVERRIDE-SOURCE,
                    ALLOCATION_STATUS = :CT-ALLOCATED-STATUS,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7015-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7016-INSERT-ALLOCATION
      ******************************************************************
       7016-INSERT-ALLOCATION.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T126_DESK_ALLOCATION
                (FLIGHT_ID, AIRPORT_CODE, DESK_FROM, DESK_TO,
                 DESK_COUNT, OPEN_TIMESTAMP, CLOSE_TIMESTAMP,
                 ALLOCATION_SOURCE, ALLOCATION_STATUS,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-FLIGHT-ID, :WS-AIRPORT-CODE, :WS-DESK-FROM,
                 :WS-DESK-TO, :WS-DESK-COUNT, :WS-OPEN-TS,
                 :WS-CLOSE-TS, :CT-OVERRIDE-SOURCE,
                 :CT-ALLOCATED-STATUS, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7016-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7017-DELETE-ALLOCATION
      ******************************************************************
       7017-DELETE-ALLOCATION.
           EXEC SQL
             DELETE FROM T126_DESK_ALLOCATION
              WHERE FLIGHT_ID = :WS-FLIGHT-ID
                AND ALLOCATION_SOURCE = :CT-OVERRIDE-SOURCE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7017-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7018-FILL-ALLOCATION-LINES
      ******************************************************************
       7018-FILL-ALLOCATION-LINES.
           MOVE 'N' TO SW-IF-END-OF-ALLOCATIONS
           MOVE 0 TO WS-ALLOCATION-LINE-SUB
           EXEC SQL
             OPEN C-STATION-ALLOCATIONS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7018-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7019-FETCH-ALLOCATION-LINE
           PERFORM UNTIL SO-END-OF-ALLOCATIONS OR
                   WS-ALLOCATION-LINE-SUB NOT < CT-MAX-ALLOCATION-LINES
              ADD 1 TO WS-ALLOCATION-LINE-SUB
              MOVE WS-DESK-FROM          TO WS-ALINE-DESK-FROM
              MOVE WS-DESK-TO            TO WS-ALINE-DESK-TO
              MOVE WS-OPEN-TS(6:11)      TO WS-ALINE-OPEN
              MOVE WS-CLOSE-TS(12:5)     TO WS-ALINE-CLOSE
              MOVE WS-FLIGHT-ID          TO WS-ALINE-FLIGHT-ID
              MOVE WS-ALLOCATION-SOURCE  TO WS-ALINE-SOURCE
              MOVE WS-ALLOCATION-STATUS  TO WS-ALINE-STATUS
              MOVE WS-ALLOCATION-LINE TO
                               ALLOC-LINEO(WS-ALLOCATION-LINE-SUB)
              PERFORM 7019-FETCH-ALLOCATION-LINE
           END-PERFORM
           EXEC SQL
             CLOSE C-STATION-ALLOCATIONS
           END-EXEC
           .
      ******************************************************************
      *              7019-FETCH-ALLOCATION-LINE
      ******************************************************************
       7019-FETCH-ALLOCATION-LINE.
           EXEC SQL
             FETCH C-STATION-ALLOCATIONS
             INTO :WS-DESK-FROM,
                  :WS-DESK-TO,
                  :WS-OPEN-TS,
                  :WS-CLOSE-TS,
                  :WS-FLIGHT-ID,
                  :WS-ALLOCATION-SOURCE,
                  :WS-ALLOCATION-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-ALLOCATIONS TO TRUE
           WHEN OTHER
              SET SO-7019-PARA TO TRUE
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
               RETURN TRANSID('0295') COMMAREA(WS-ZZEC0215)
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
