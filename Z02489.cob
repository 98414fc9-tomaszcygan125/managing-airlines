       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02489.
      ******************************************************************
      *
      * AGENCY DEBIT MEMOS -- VIEW, DISPUTE, ACCEPT OR CANCEL
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'L' ON
      * THE SECOND MENU PAGE (Z02455) "AGENCY DEBIT MEMOS" -- SUPER
      * (OR ADMIN) SIGN-ON ONLY, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * Z02488'S NIGHTLY AUDIT OF AGENCY SALES RAISES AN AGENCY DEBIT
      * MEMO (ADM) ON T109_AGENCY_DEBIT_MEMO FOR EVERY SALE THAT
      * COLLECTED LESS THAN THE T14/T82/T56 FARE OF ITS SALE DATE
      * ('FARE') OR CLAIMED MORE COMMISSION THAN THE T77 CONTRACT
      * ('COMMISSION').  REVENUE ACCOUNTING WORKS THEM HERE:
      *
      *   'I' -- SHOW THE ADM
      *   'D' -- DISPUTE: THE AGENCY CONTESTS A 'RAISED' ADM; THE
      *          REASON GIVEN IN DISPUTEI IS KEPT ON THE ROW
      *   'A' -- ACCEPT A 'RAISED' OR 'DISPUTED' ADM.  Z02438 NETS
      *          IT OFF THE AGENCY'S NEXT COMMISSION STATEMENT AND
      *          MARKS IT 'NETTED' WITH THE STATEMENT MONTH
      *   'C' -- CANCEL A 'RAISED' OR 'DISPUTED' ADM (DISPUTE UPHELD)
      *
      * AN ADM ALREADY 'NETTED' OR 'CANCELED' CAN NO LONGER CHANGE.
      * EVERY CHANGE IS LOGGED TO T24 AND ITS BEFORE/AFTER STATUS
      * GOES TO T65_CONFIG_AUDIT THROUGH Z02421, AS Z02485 DOES FOR
      * T105.
      *
      *   NEW MAPSET MP0291 (COPYBOOK ZZMP0291), FIELDS:
      *      ACTIONI        PIC X(1)   'I' / 'D' / 'A' / 'C'
      *      ADMIDI         PIC X(9)   ADM NUMBER
      *      AGENCYO        PIC X(8)   AGENCY IATA NUMBER
      *      RESERVO        PIC X(9)   RESERVATION
      *      REASONO        PIC X(10)  'FARE' / 'COMMISSION'
      *      EXPECTO        PIC X(12)  EXPECTED PER PASSENGER
      *      COLLECTO       PIC X(12)  COLLECTED PER PASSENGER
      *      AMOUNTO        PIC X(14)  ADM AMOUNT
      *      STATUSO        PIC X(10)  ADM STATUS
      *      NETTEDO        PIC X(7)   COMMISSION MONTH NETTED IN
      *      DISPUTEI/O     PIC X(60)  DISPUTE REASON ('D')
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
           COPY ZZMP0291.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02489'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-RAISED-STATUS                PIC X(10) VALUE 'RAISED'.
           05 CT-DISPUTED-STATUS              PIC X(10)
                                                 VALUE 'DISPUTED'.
           05 CT-ACCEPTED-STATUS              PIC X(10)
                                                 VALUE 'ACCEPTED'.
           05 CT-CANCELED-STATUS              PIC X(10)
                                                 VALUE 'CANCELED'.
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
               88 SO-ACTION-DISPUTE-ADM                   VALUE 'D'.
               88 SO-ACTION-ACCEPT-ADM                    VALUE 'A'.
               88 SO-ACTION-CANCEL-ADM                    VALUE 'C'.
           05 SW-IF-ADM-FOUND                             PIC X.
               88 SO-ADM-FOUND                            VALUE 'Y'.
               88 SO-ADM-NOT-FOUND                        VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-ADM-ID                     PIC S9(9) COMP.
           05 WS-ADM-ID-FORMAT              PIC 9(9).
           05 WS-IATA-NUMBER                PIC X(8).
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-RESERVATION-FORMAT         PIC 9(9).
           05 WS-ADM-REASON                 PIC X(10).
           05 WS-EXPECTED-AMOUNT            PIC S9(7)V99 COMP-3.
           05 WS-COLLECTED-AMOUNT           PIC S9(7)V99 COMP-3.
           05 WS-ADM-AMOUNT                 PIC S9(9)V99 COMP-3.
           05 WS-OLD-ADM-STATUS             PIC X(10).
           05 WS-NEW-ADM-STATUS             PIC X(10).
           05 WS-OLD-DISPUTE-TEXT           PIC X(60).
           05 WS-DISPUTE-TEXT               PIC X(60).
           05 WS-NETTED-MONTH               PIC X(7).
           05 WS-FARE-FORMAT                PIC ZZZZZZ9.99.
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
           MOVE LOW-VALUES TO MP0291O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0291') MAPSET('MP0291')
             FROM(MP0291O)
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
              PERFORM 2060-SEND-ADM-MAP
           WHEN SO-ACTION-DISPUTE-ADM
              MOVE CT-DISPUTED-STATUS  TO WS-NEW-ADM-STATUS
              MOVE 'ADM DISPUTED'      TO WS-LOG-ACTION-TEXT
              PERFORM 2030-CHANGE-THE-STATUS
           WHEN SO-ACTION-ACCEPT-ADM
              MOVE CT-ACCEPTED-STATUS  TO WS-NEW-ADM-STATUS
              MOVE 'ADM ACCEPTED'      TO WS-LOG-ACTION-TEXT
              PERFORM 2030-CHANGE-THE-STATUS
           WHEN SO-ACTION-CANCEL-ADM
              MOVE CT-CANCELED-STATUS  TO WS-NEW-ADM-STATUS
              MOVE 'ADM CANCELED'      TO WS-LOG-ACTION-TEXT
              PERFORM 2030-CHANGE-THE-STATUS
           END-EVALUATE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0291I
           EXEC CICS
           RECEIVE MAP('MP0291') MAPSET('MP0291')
           INTO(MP0291I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND ADM NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      * EVERY ACTION NEEDS THE ADM ON FILE; A CHANGE ALSO NEEDS IT
      * IN A STATUS THE ACTION MAY MOVE IT FROM
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           IF NOT (SO-ACTION-INQUIRE OR SO-ACTION-DISPUTE-ADM OR
                   SO-ACTION-ACCEPT-ADM OR SO-ACTION-CANCEL-ADM)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE I, D, A OR C' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF ADMIDI = SPACE OR ADMIDI = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE ADM NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           COMPUTE WS-ADM-ID = FUNCTION NUMVAL(ADMIDI)
           MOVE WS-ADM-ID TO WS-ADM-ID-FORMAT
           MOVE WS-ADM-ID-FORMAT TO WS-LOG-ENTITY-KEY
           PERFORM 7001-READ-ADM
           IF SO-ADM-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO AGENCY DEBIT MEMO WITH THIS NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           EVALUATE TRUE
           WHEN SO-ACTION-DISPUTE-ADM
              PERFORM 2013-VALIDATE-DISPUTE
           WHEN SO-ACTION-ACCEPT-ADM OR SO-ACTION-CANCEL-ADM
              IF WS-OLD-ADM-STATUS NOT = CT-RAISED-STATUS AND
                 WS-OLD-ADM-STATUS NOT = CT-DISPUTED-STATUS THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'ONLY A RAISED OR DISPUTED ADM CAN BE SETTLED'
                                  TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                2013-VALIDATE-DISPUTE
      ******************************************************************
       2013-VALIDATE-DISPUTE.
           IF WS-OLD-ADM-STATUS NOT = CT-RAISED-STATUS THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ONLY A RAISED ADM CAN BE DISPUTED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE DISPUTEI TO WS-DISPUTE-TEXT
           IF WS-DISPUTE-TEXT = SPACE OR
              WS-DISPUTE-TEXT = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE AGENCY''S DISPUTE REASON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2030-CHANGE-THE-STATUS
      * 'D', 'A' AND 'C' -- WS-NEW-ADM-STATUS AND THE LOG TEXT ARE
      * SET BY 2010.  ONLY 'D' CHANGES THE DISPUTE TEXT
      ******************************************************************
       2030-CHANGE-THE-STATUS.
           IF NOT SO-ACTION-DISPUTE-ADM THEN
              MOVE WS-OLD-DISPUTE-TEXT TO WS-DISPUTE-TEXT
           END-IF
           MOVE WS-OLD-ADM-STATUS TO CAUD-BEFORE-IMAGE
           PERFORM 7002-UPDATE-STATUS
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING WS-NEW-ADM-STATUS ' ' WS-DISPUTE-TEXT
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           PERFORM 9050-LOG-TRANSACTION
           PERFORM 2060-SEND-ADM-MAP
           .
      ******************************************************************
      *                2060-SEND-ADM-MAP
      * THE ADM AS IT NOW STANDS
      ******************************************************************
       2060-SEND-ADM-MAP.
           PERFORM 7001-READ-ADM
           MOVE LOW-VALUES TO MP0291O
           MOVE WS-ADM-ID-FORMAT      TO ADMIDO
           MOVE WS-IATA-NUMBER        TO AGENCYO
           MOVE WS-RESERVATION-ID     TO WS-RESERVATION-FORMAT
           MOVE WS-RESERVATION-FORMAT TO RESERVO
           MOVE WS-ADM-REASON         TO REASONO
           MOVE WS-EXPECTED-AMOUNT    TO WS-FARE-FORMAT
           MOVE WS-FARE-FORMAT        TO EXPECTO
           MOVE WS-COLLECTED-AMOUNT   TO WS-FARE-FORMAT
           MOVE WS-FARE-FORMAT        TO COLLECTO
           MOVE WS-ADM-AMOUNT         TO WS-AMOUNT-FORMAT
           MOVE WS-AMOUNT-FORMAT      TO AMOUNTO
           MOVE WS-OLD-ADM-STATUS     TO STATUSO
           MOVE WS-NETTED-MONTH       TO NETTEDO
           MOVE WS-OLD-DISPUTE-TEXT   TO DISPUTEO
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
              MOVE 'AGENCY DEBIT MEMOS NEED A SUPER SIGN-ON' TO
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
      *                7001-READ-ADM
      ******************************************************************
       7001-READ-ADM.
           SET SO-ADM-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT IATA_NUMBER, RESERVATION_ID, ADM_REASON,
                    EXPECTED_AMOUNT, COLLECTED_AMOUNT, ADM_AMOUNT,
                    ADM_STATUS, DISPUTE_TEXT, NETTED_MONTH
             INTO :WS-IATA-NUMBER, :WS-RESERVATION-ID,
                  :WS-ADM-REASON, :WS-EXPECTED-AMOUNT,
                  :WS-COLLECTED-AMOUNT, :WS-ADM-AMOUNT,
                  :WS-OLD-ADM-STATUS, :WS-OLD-DISPUTE-TEXT,
                  :WS-NETTED-MONTH
             FROM T109_AGENCY_DEBIT_MEMO
             WHERE ADM_ID = :WS-ADM-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-ADM-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7002-UPDATE-STATUS
      * ONLY FROM THE STATUS JUST READ -- AN ADM Z02438 NETTED
      * MEANWHILE IS NOT TOUCHED
      ******************************************************************
       7002-UPDATE-STATUS.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T109_AGENCY_DEBIT_MEMO
                SET ADM_STATUS        = :WS-NEW-ADM-STATUS,
                    DISPUTE_TEXT      = :WS-DISPUTE-TEXT,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE ADM_ID     = :WS-ADM-ID
                AND ADM_STATUS = :WS-OLD-ADM-STATUS
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
      * THE SAME WAY Z02485 AUDITS T105
      ******************************************************************
       8200-WRITE-CONFIG-AUDIT.
           MOVE 'T109_AGENCY_ADM' TO CAUD-TABLE-NAME
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
               RETURN TRANSID('0291') COMMAREA(WS-ZZEC0215)
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
