       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02548.
      ******************************************************************
      *
      * MAIN MENU -- THIRD PAGE
      *
      * THIS PROGRAM IS CALLED WHEN USER PRESSES PF8 ON THE SECOND
      * MENU PAGE (Z02455) "MORE OPTIONS" -- EVERY SINGLE-CHARACTER
      * CHOICE THERE (1-9, A-Z, 0) IS TAKEN, SO THE NEWER SCREENS
      * DISPATCH FROM HERE, THE WAY Z02455 TOOK OVER FROM Z02131.
      * THE SAME Z02383 SIGN-ON FRONTS THIS PAGE: THE ROLE IS READ
      * BACK OFF T40 BY EIBOPID EXACTLY AS Z02455'S 2165 DOES, AND
      * 2160-CHECK-ROLE-ALLOWED REJECTS OPTIONS THE ROLE DOES NOT
      * COVER BEFORE DISPATCH.
      *
      *   IF USER WILL CHOOSE OPTION '1' THEN PROGRAM Z02549 WILL
      * BE CALLED (LOST PROPERTY REGISTER)
      *
      *   IF USER WILL CHOOSE OPTION '2' THEN PROGRAM Z02550 WILL
      * BE CALLED (LOST PROPERTY SEARCH)
      *
      *   IF USER WILL CHOOSE OPTION '3' THEN PROGRAM Z02555 WILL
      * BE CALLED (SCHEDULE FLIGHT-NUMBER CHANGE -- OPS ONLY)
      *
      *   NEW MAPSET MP0308 (COPYBOOK ZZMP0308), FIELDS: CHOICEI
      * (PIC X) AND MSGO.  F3 RETURNS TO THE SECOND MENU PAGE.
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-10-15  INITIAL VERSION
      *
      *  2026-10-15  OPTION '3' -- Z02555 SCHEDULE FLIGHT-NUMBER CHANGE,
      *              LIMITED TO OPS SIGN-ONS IN 2160 THE WAY Z02455
      *              LIMITS ITS SCHEDULE RETIME
      *
      ******************************************************************

      ******************************************************************
      *                        DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0308.
           COPY ZZEC0215.
           EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
       01 WS-SQLERRMC                   PIC X(70).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02548'.
           05 CT-MENU-PAGE-2-PROG             PIC X(8) VALUE 'Z02455  '.
           05 CT-LOST-PROPERTY-PROG           PIC X(8) VALUE 'Z02549  '.
           05 CT-LOST-SEARCH-PROG             PIC X(8) VALUE 'Z02550  '.
           05 CT-FLIGHT-RENUMBER-PROG         PIC X(8) VALUE 'Z02555  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.

       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-CHOICE                              PIC X.
               88 SO-LOST-PROPERTY                        VALUE '1'.
               88 SO-LOST-PROPERTY-SEARCH                 VALUE '2'.
               88 SO-FLIGHT-RENUMBER                      VALUE '3'.

       01 WS-ROLE-LOOKUP-FIELDS.
           05 WS-ROLE-OPERATOR-ID           PIC X(8).
           05 WS-ROLE-TERMINAL-ID           PIC X(4).
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
           MOVE LOW-VALUES TO MP0308O
           MOVE 'CHOOSE AN OPTION AND PRESS ENTER' TO MSGO
           PERFORM 2100-SEND-THE-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM 2150-PROCESS-USER-CHOICE
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
             SEND MAP('MP0308') MAPSET('MP0308')
             FROM(MP0308O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2150-PROCESS-USER-CHOICE
      ******************************************************************
       2150-PROCESS-USER-CHOICE.
           PERFORM 2151-GET-USER-CHOICE
           PERFORM 2152-EVALUATE-USER-CHOICE
           .
      ******************************************************************
      *                2151-GET-USER-CHOICE
      ******************************************************************
       2151-GET-USER-CHOICE.
           MOVE LOW-VALUES TO MP0308I
           EXEC CICS
           RECEIVE MAP('MP0308') MAPSET('MP0308')
           INTO(MP0308I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE A CHOICE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           MOVE CHOICEI TO SW-USER-CHOICE
           .
      ******************************************************************
      *                2152-EVALUATE-USER-CHOICE
      ******************************************************************
       2152-EVALUATE-USER-CHOICE.
           PERFORM 2160-CHECK-ROLE-ALLOWED
           EVALUATE TRUE
             WHEN SO-LOST-PROPERTY
                PERFORM 2510-CALL-TO-LOST-PROPERTY
             WHEN SO-LOST-PROPERTY-SEARCH
                PERFORM 2511-CALL-TO-LOST-SEARCH
             WHEN SO-FLIGHT-RENUMBER
                PERFORM 2512-CALL-TO-FLIGHT-RENUMBER
             WHEN OTHER
                PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                MOVE ' YOU NEED TO PROVIDE VALID DATA IN CHOICE FIELD '
                TO WS-Z02141-I-ERROR-MESSAGE(1)
                SET SO-Z02141-M-WITH TO TRUE
                PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                 2160-CHECK-ROLE-ALLOWED
      * SAME GATING SHAPE AS Z02455'S 2160.  THE LOST PROPERTY
      * SCREENS ARE WORKED BY EVERY STATION AND CALL-CENTRE AGENT, SO
      * A Z02383 SIGN-ON IS ALL THEY NEED.  THE FLIGHT-NUMBER CHANGE
      * IS OPS WORK, LIKE THE RETIME ON THE SECOND PAGE
      ******************************************************************
       2160-CHECK-ROLE-ALLOWED.
           PERFORM 2165-RESOLVE-SIGNON-ROLE
           IF WS-SIGNON-ROLE = SPACE OR WS-SIGNON-ROLE = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE SIGN ON THROUGH Z02383 FIRST'
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-FLIGHT-RENUMBER AND
              NOT SO-ROLE-ADMIN AND NOT SO-ROLE-OPS THEN
              PERFORM 2161-REJECT-THE-CHOICE
           END-IF
           .
      ******************************************************************
      *                 2161-REJECT-THE-CHOICE
      ******************************************************************
       2161-REJECT-THE-CHOICE.
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE
           MOVE 'YOUR SIGN-ON ROLE DOES NOT ALLOW THIS OPTION'
           TO WS-Z02141-I-ERROR-MESSAGE(1)
           SET SO-Z02141-M-WITH TO TRUE
           PERFORM 2300-CALL-ERROR-ROUTINE
           .
      ******************************************************************
      *                 2165-RESOLVE-SIGNON-ROLE
      * SAME T40 READ-BACK AS Z02455'S 2165 -- THE CALLERS ENTER
      * WITH LENGTH(0), SO THE ROLE CANNOT RIDE THE COMMAREA IN
      ******************************************************************
       2165-RESOLVE-SIGNON-ROLE.
           IF WS-SIGNON-ROLE = SPACE OR WS-SIGNON-ROLE = LOW-VALUES
              MOVE EIBOPID TO WS-ROLE-OPERATOR-ID
              MOVE EIBTRMID TO WS-ROLE-TERMINAL-ID
              MOVE SPACE TO WS-ROLE-FROM-T40
              EXEC SQL
                SELECT OPERATOR_ROLE
                INTO :WS-ROLE-FROM-T40
                FROM T40_OPERATOR_TABLE
                WHERE OPERATOR_ID = :WS-ROLE-OPERATOR-ID
                  AND OPERATOR_STATUS = 'ACTIVE'
                  AND SIGNON_TERMINAL = :WS-ROLE-TERMINAL-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF SO-SQLCODE-NORMAL THEN
                 MOVE WS-ROLE-FROM-T40    TO WS-SIGNON-ROLE
                 MOVE WS-ROLE-OPERATOR-ID TO WS-SIGNON-OPERATOR-ID
              END-IF
           END-IF
           .
      ******************************************************************
      *              2510-CALL-TO-LOST-PROPERTY
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE '1' OPTION
      ******************************************************************
       2510-CALL-TO-LOST-PROPERTY.
           EXEC CICS
            XCTL PROGRAM(CT-LOST-PROPERTY-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *              2511-CALL-TO-LOST-SEARCH
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE '2' OPTION
      ******************************************************************
       2511-CALL-TO-LOST-SEARCH.
           EXEC CICS
            XCTL PROGRAM(CT-LOST-SEARCH-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *              2512-CALL-TO-FLIGHT-RENUMBER
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE '3' OPTION
      ******************************************************************
       2512-CALL-TO-FLIGHT-RENUMBER.
           EXEC CICS
            XCTL PROGRAM(CT-FLIGHT-RENUMBER-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
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
               RETURN TRANSID('0308') COMMAREA(WS-ZZEC0215)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                   3002-REUTRN-TO-CALLING-PROG
      * BACK TO THE SECOND PAGE, WHICH PF8 CAME FROM
      ******************************************************************
       3002-REUTRN-TO-CALLING-PROG.
           EXEC CICS
              XCTL PROGRAM(CT-MENU-PAGE-2-PROG)
                 COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
