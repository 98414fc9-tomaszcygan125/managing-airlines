       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02546.
      ******************************************************************
      *
      * MISSING-MILEAGE CLAIMS
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION '0' ON
      * THE SECOND MENU PAGE (Z02455) "MISSING-MILEAGE CLAIMS"
      *
      * Z02398 CREDITS A FLIGHT'S MILES ONLY TO PASSENGERS WHO CARRIED
      * THEIR FREQUENT_FLYER_NUMBER AT BOOKING.  A MEMBER WHO FORGOT
      * IT, OR WHO WAS BOOKED THROUGH A PARTNER (Z02349 FEED), CALLS
      * IN AND UNTIL NOW THE AGENT JUST ADJUSTED THE BALANCE.  THE
      * AGENT NOW KEYS THE MEMBER NUMBER AND THE FLIGHT OR THE TICKET
      * AND THE CLAIM IS CHECKED BEFORE ANYTHING IS CREDITED:
      *
      *   1. THE MEMBER IS ON T06 AND THE FLIGHT ON T05 (OR, ONCE
      *      ARCHIVED BY Z02357, ON T31_FLIGHT_HISTORY)
      *   2. THE FLIGHT HAS OPERATED -- CLOSED OUT ON T30, OR ARCHIVED
      *   3. THE CLAIM COMES WITHIN THE CLAIM WINDOW AFTER TRAVEL --
      *      T87 PARAMETER MILEAGE-CLAIM-DAYS THROUGH Z02457 (DEFAULT
      *      CT-CLAIM-WINDOW-DAYS)
      *   4. A SEAT ON THE FLIGHT BELONGS TO THE MEMBER -- FOUND BY THE
      *      TICKET (OUR T45 TICKET NUMBER, OR THE PARTNER TICKET
      *      NUMBER Z02349 KEEPS ON T09) AND THEN NAME-MATCHED AGAINST
      *      THE MEMBER, OR WITHOUT A TICKET FOUND BY THE MEMBER'S OWN
      *      NAME.  AN ARCHIVED FLIGHT IS SEARCHED BY NAME ON
      *      T32_SEAT_HISTORY (ITS TICKETS ARE PURGED WITH THE FLIGHT)
      *   5. THE SEAT BOARDED -- BOARDING_STATUS 'CHECKED IN' ON T04
      *      OR T32, AS Z02398 ITSELF REQUIRES
      *   6. ANY E-TICKET COUPON THE PASSENGER HOLDS FOR THE FLIGHT IS
      *      'FLOWN' (Z02356) -- A PARTNER-TICKETED OR ARCHIVED SEAT
      *      HAS NO COUPON HERE AND RESTS ON THE BOARDING RECORD
      *   7. THE MEMBER HAS NO LEDGER CREDIT FOR THE FLIGHT YET
      *
      * A CLAIM THAT PASSES CREDITS THE ROUTE'S GREAT-CIRCLE MILES
      * (THE SAME HAVERSINE AS Z02398'S 2030-CALCULATE-DISTANCE) AS
      * AN ORDINARY 'CREDIT' ROW ON T51_MILEAGE_LEDGER, SO BALANCES,
      * TIERS AND AWARD PAYMENTS NEED NO CHANGE, CARRYING THE CLAIM
      * REFERENCE IN THE NEW T51 COLUMN CLAIM_ID (NULL ON Z02398'S OWN
      * CREDITS).  PASSED OR NOT, EVERY CLAIM IS KEPT ON THE NEW
      * T160_MILEAGE_CLAIM TABLE, WHICH Z02547 REPORTS MONTHLY:
      *
      *     CLAIM_ID               INTEGER      OFF T20_ID_SEQUENCE
      *     FREQUENT_FLYER_NUMBER  CHAR(10)
      *     FLIGHT_ID              CHAR(8)
      *     TICKET_REFERENCE       CHAR(14)     AS KEYED, MAY BE BLANK
      *     CLAIM_RESULT           CHAR(8)      'POSTED' / 'REJECTED'
      *     REJECT_REASON          CHAR(30)     BLANK WHEN POSTED
      *     MILES                  INTEGER      0 WHEN REJECTED
      *     LEDGER_ID              INTEGER      T51 ROW, NULL = REJECTED
      *     CLAIMED_BY             CHAR(8)      OPERATOR
      *     CLAIM_TIMESTAMP        TIMESTAMP
      *
      *   NEW MAPSET MP0307 (COPYBOOK ZZMP0307), FIELDS:
      *      MEMBERI        PIC X(10)  MEMBER NUMBER
      *      FLIGHTI        PIC X(8)   FLIGHT ID (BLANK = FROM TICKET)
      *      TICKETI        PIC X(14)  TICKET NUMBER (OPTIONAL WITH A
      *                                FLIGHT)
      *      MSGO           PIC X(60)  CLAIM REFERENCE AND OUTCOME
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
           COPY ZZMP0307.
           COPY ZZEC0215.
           COPY ZZEC0270.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02546'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-CLAIM-WINDOW-DAYS            PIC S9(9)V99 COMP-3
                                                 VALUE 180.
           05 CT-POSTED-RESULT                PIC X(8) VALUE 'POSTED'.
           05 CT-REJECTED-RESULT              PIC X(8) VALUE 'REJECTED'.
           05 CT-PI-VALUE                     PIC 9(1)V9(6) COMP
                                                 VALUE 3.141592.
           05 CT-MILES-PER-KM                 PIC 9(1)V9(4) COMP-3
                                                 VALUE 0.6214.
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
           05 SW-IF-MEMBER-FOUND                          PIC X.
               88 SO-MEMBER-FOUND                         VALUE 'Y'.
               88 SO-MEMBER-NOT-FOUND                     VALUE 'N'.
           05 SW-FLIGHT-SOURCE                            PIC X.
               88 SO-FLIGHT-LIVE                          VALUE 'L'.
               88 SO-FLIGHT-ARCHIVED                      VALUE 'A'.
               88 SO-FLIGHT-NOT-FOUND                     VALUE 'N'.
           05 SW-IF-SEAT-FOUND                            PIC X.
               88 SO-SEAT-FOUND                           VALUE 'Y'.
               88 SO-SEAT-NOT-FOUND                       VALUE 'N'.
           05 SW-IF-TICKET-KEYED                          PIC X.
               88 SO-TICKET-KEYED                         VALUE 'Y'.
               88 SO-TICKET-NOT-KEYED                     VALUE 'N'.
           05 SW-IF-CLAIM-REJECTED                        PIC X.
               88 SO-CLAIM-REJECTED                       VALUE 'Y'.
               88 SO-CLAIM-NOT-REJECTED                   VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-MEMBER-NUMBER              PIC X(10).
           05 WS-MEMBER-FIRST-NAME          PIC X(30).
           05 WS-MEMBER-LAST-NAME           PIC X(30).
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-TICKET-TEXT                PIC X(14).
           05 WS-TICKET-NUMBER              PIC S9(9) COMP.
           05 WS-TICKET-DIGITS              PIC S9(4) COMP.
           05 WS-TICKET-FLIGHTS             PIC S9(4) COMP.
           05 WS-ORIGIN-AIRPORT             PIC X(3).
           05 WS-DESTINATION-AIRPORT        PIC X(3).
           05 WS-DAYS-SINCE-TRAVEL          PIC S9(9) COMP.
           05 WS-CLOSEOUT-COUNT             PIC S9(4) COMP.
           05 WS-WINDOW-DAYS                PIC S9(9) COMP.
           05 WS-SEAT-PASSENGER-ID          PIC S9(9) COMP.
           05 WS-SEAT-FIRST-NAME            PIC X(30).
           05 WS-SEAT-LAST-NAME             PIC X(30).
           05 WS-SEAT-BOARDING-STATUS       PIC X(12).
           05 WS-COUPON-COUNT               PIC S9(4) COMP.
           05 WS-FLOWN-COUPON-COUNT         PIC S9(4) COMP.
           05 WS-LEDGER-COUNT               PIC S9(4) COMP.
           05 WS-CLAIM-ID                   PIC S9(9) COMP.
           05 WS-LEDGER-ID                  PIC S9(9) COMP.
           05 WS-LEDGER-ID-IND              PIC S9(4) COMP.
           05 WS-CLAIM-MILES                PIC S9(7) COMP.
           05 WS-CLAIM-RESULT               PIC X(8).
           05 WS-REJECT-REASON              PIC X(30).
           05 WS-CLAIM-ID-FORMAT            PIC Z(8)9.
           05 WS-MILES-FORMAT               PIC ZZZ,ZZ9.

      * HAVERSINE WORK FIELDS -- SAME SHAPES AS Z02398'S
       01 WS-DISTANCE-FIELDS.
           05 WS-LATITUDE                   PIC S9(3)V9(6) COMP-3.
           05 WS-LONGITUDE                  PIC S9(3)V9(6) COMP-3.
           05 WS-ORG-LATITUDE               PIC S9(3)V9(6) COMP-3.
           05 WS-ORG-LONGITUDE              PIC S9(3)V9(6) COMP-3.
           05 WS-DES-LATITUDE               PIC S9(3)V9(6) COMP-3.
           05 WS-DES-LONGITUDE              PIC S9(3)V9(6) COMP-3.
           05 WS-RAD-ORG-LATITUDE           PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-ORG-LONGITUDE          PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-DES-LATITUDE           PIC S9(3)V9(8) COMP-3.
           05 WS-RAD-DES-LONGITUDE          PIC S9(3)V9(8) COMP-3.
           05 WS-A                          PIC S9(3)V9(8) COMP-3.
           05 WS-C                          PIC S9(3)V9(8) COMP-3.
           05 WS-D                          PIC S9(7)V9(2) COMP-3.
           05 WS-EARTCH-RADIOUS             PIC S9(5) COMP VALUE 6371.
           05 WS-POSITION-AIRPORT           PIC X(3).
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
           MOVE LOW-VALUES TO MP0307O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0307') MAPSET('MP0307')
             FROM(MP0307O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      * A KEYING MISTAKE GOES BACK THROUGH THE ERROR ROUTINE AND IS
      * NOT A CLAIM; FROM THE MEMBER CHECK ON, EVERY OUTCOME IS KEPT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2012-VALIDATE-INPUT
           SET SO-CLAIM-NOT-REJECTED TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE 0 TO WS-CLAIM-MILES
           PERFORM 2020-CHECK-THE-CLAIM
           IF SO-CLAIM-REJECTED THEN
              PERFORM 2040-REJECT-THE-CLAIM
           ELSE
              PERFORM 2030-POST-THE-CLAIM
           END-IF
           PERFORM 2060-SEND-DONE-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0307I
           EXEC CICS
           RECEIVE MAP('MP0307') MAPSET('MP0307')
           INTO(MP0307I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE MEMBER NUMBER AND FLIGHT OR TICKET'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-INPUT
      * AN ALL-DIGIT TICKET OF UP TO NINE DIGITS MAY BE ONE OF OUR
      * OWN T45 NUMBERS; ANY TICKET IS ALSO TRIED AS A PARTNER'S
      ******************************************************************
       2012-VALIDATE-INPUT.
           MOVE MEMBERI     TO WS-MEMBER-NUMBER
           MOVE FLIGHTI     TO WS-FLIGHT-ID
           MOVE TICKETI     TO WS-TICKET-TEXT
           INSPECT WS-FLIGHT-ID REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-TICKET-TEXT REPLACING ALL LOW-VALUES BY SPACE
           IF WS-MEMBER-NUMBER = SPACE OR
              WS-MEMBER-NUMBER = LOW-VALUES
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE MEMBER NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-FLIGHT-ID = SPACE AND WS-TICKET-TEXT = SPACE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE FLIGHT OR THE TICKET NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE 0 TO WS-TICKET-NUMBER
           IF WS-TICKET-TEXT = SPACE THEN
              SET SO-TICKET-NOT-KEYED TO TRUE
           ELSE
              SET SO-TICKET-KEYED TO TRUE
              MOVE 0 TO WS-TICKET-DIGITS
              INSPECT WS-TICKET-TEXT TALLYING WS-TICKET-DIGITS
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TICKET-DIGITS > 0 AND WS-TICKET-DIGITS <= 9 AND
                 WS-TICKET-TEXT(1:WS-TICKET-DIGITS) IS NUMERIC THEN
                 MOVE WS-TICKET-TEXT(1:WS-TICKET-DIGITS)
                                                 TO WS-TICKET-NUMBER
              END-IF
           END-IF
           IF WS-FLIGHT-ID = SPACE THEN
              PERFORM 2013-FLIGHT-FROM-TICKET
           END-IF
           MOVE SPACE TO WS-LOG-ENTITY-KEY
           STRING WS-MEMBER-NUMBER '/' WS-FLIGHT-ID
             DELIMITED BY SIZE INTO WS-LOG-ENTITY-KEY
           END-STRING
           .
      ******************************************************************
      *                2013-FLIGHT-FROM-TICKET
      * A TICKET ALONE IS ENOUGH ONLY WHEN IT COVERS ONE FLIGHT
      ******************************************************************
       2013-FLIGHT-FROM-TICKET.
           PERFORM 7012-READ-TICKET-FLIGHTS
           EVALUATE TRUE
           WHEN WS-TICKET-FLIGHTS = 0
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'TICKET NOT FOUND -- PLEASE PROVIDE THE FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN WS-TICKET-FLIGHTS > 1
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'TICKET COVERS SEVERAL FLIGHTS -- PROVIDE THE FLIGHT'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                2020-CHECK-THE-CLAIM
      * THE CHECKS IN THE ORDER THE PROGRAM HEADER GIVES THEM -- THE
      * FIRST ONE THAT FAILS IS THE REASON KEPT ON T160
      ******************************************************************
       2020-CHECK-THE-CLAIM.
           PERFORM 7001-READ-THE-MEMBER
           IF SO-MEMBER-NOT-FOUND THEN
              MOVE 'UNKNOWN MEMBER' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           END-IF
           IF SO-CLAIM-NOT-REJECTED THEN
              PERFORM 2021-CHECK-THE-FLIGHT
           END-IF
           IF SO-CLAIM-NOT-REJECTED THEN
              PERFORM 2022-CHECK-THE-SEAT
           END-IF
           IF SO-CLAIM-NOT-REJECTED THEN
              PERFORM 2023-CHECK-COUPON-AND-LEDGER
           END-IF
           .
      ******************************************************************
      *                2021-CHECK-THE-FLIGHT
      ******************************************************************
       2021-CHECK-THE-FLIGHT.
           PERFORM 7002-READ-LIVE-FLIGHT
           IF SO-FLIGHT-NOT-FOUND THEN
              PERFORM 7003-READ-ARCHIVED-FLIGHT
           END-IF
           MOVE 'MILEAGE-CLAIM-DAYS' TO PARM-NAME
           MOVE SPACE                TO PARM-SCOPE
           MOVE SPACE                TO PARM-AS-OF-DATE
           MOVE CT-CLAIM-WINDOW-DAYS TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-WINDOW-DAYS
           EVALUATE TRUE
           WHEN SO-FLIGHT-NOT-FOUND
              MOVE 'UNKNOWN FLIGHT' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN SO-FLIGHT-LIVE AND WS-CLOSEOUT-COUNT = 0
              MOVE 'FLIGHT NOT CLOSED OUT YET' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN WS-DAYS-SINCE-TRAVEL > WS-WINDOW-DAYS
              MOVE 'OUTSIDE THE CLAIM WINDOW' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                2022-CHECK-THE-SEAT
      * WITH A TICKET THE SEAT IS THE TICKET'S AND ITS NAME MUST
      * MATCH THE MEMBER'S; WITHOUT ONE THE SEAT IS LOOKED UP BY THE
      * MEMBER'S NAME, SO IT MATCHES BY CONSTRUCTION.  A PARTNER SEAT
      * CARRIES ONLY THE BOOKING'S LAST NAME, AND THAT IS ALL THAT
      * CAN BE COMPARED
      ******************************************************************
       2022-CHECK-THE-SEAT.
           EVALUATE TRUE
           WHEN SO-FLIGHT-ARCHIVED
              PERFORM 7006-FIND-ARCHIVED-SEAT
           WHEN SO-TICKET-KEYED
              PERFORM 7004-FIND-SEAT-BY-TICKET
           WHEN OTHER
              PERFORM 7005-FIND-SEAT-BY-NAME
           END-EVALUATE
           EVALUATE TRUE
           WHEN SO-SEAT-NOT-FOUND AND SO-TICKET-KEYED AND
                SO-FLIGHT-LIVE
              MOVE 'TICKET NOT ON THIS FLIGHT' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN SO-SEAT-NOT-FOUND
              MOVE 'NO SEAT IN THE MEMBER NAME' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN WS-SEAT-LAST-NAME NOT = WS-MEMBER-LAST-NAME
              MOVE 'NAME DOES NOT MATCH MEMBER' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN WS-SEAT-FIRST-NAME NOT = SPACE AND
                WS-SEAT-FIRST-NAME NOT = WS-MEMBER-FIRST-NAME
              MOVE 'NAME DOES NOT MATCH MEMBER' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN WS-SEAT-BOARDING-STATUS NOT = 'CHECKED IN'
              MOVE 'PASSENGER DID NOT BOARD' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *              2023-CHECK-COUPON-AND-LEDGER
      ******************************************************************
       2023-CHECK-COUPON-AND-LEDGER.
           MOVE 0 TO WS-COUPON-COUNT
                     WS-FLOWN-COUPON-COUNT
           IF SO-FLIGHT-LIVE AND WS-SEAT-PASSENGER-ID NOT = 0 THEN
              PERFORM 7007-COUNT-FLOWN-COUPONS
           END-IF
           PERFORM 7008-COUNT-LEDGER-ENTRIES
           EVALUATE TRUE
           WHEN WS-COUPON-COUNT > 0 AND WS-FLOWN-COUPON-COUNT = 0
              MOVE 'COUPON NOT FLOWN' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN WS-LEDGER-COUNT > 0
              MOVE 'MILES ALREADY CREDITED' TO WS-REJECT-REASON
              SET SO-CLAIM-REJECTED TO TRUE
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                2030-POST-THE-CLAIM
      ******************************************************************
       2030-POST-THE-CLAIM.
           PERFORM 2050-CALCULATE-DISTANCE
           COMPUTE WS-CLAIM-MILES ROUNDED = WS-D * CT-MILES-PER-KM
           PERFORM 7010-GET-CLAIM-ID
           PERFORM 7011-INSERT-LEDGER-CREDIT
           MOVE CT-POSTED-RESULT TO WS-CLAIM-RESULT
           MOVE 0 TO WS-LEDGER-ID-IND
           PERFORM 7013-INSERT-CLAIM
           MOVE 'MILEAGE CLAIM POSTED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2040-REJECT-THE-CLAIM
      ******************************************************************
       2040-REJECT-THE-CLAIM.
           PERFORM 7010-GET-CLAIM-ID
           MOVE CT-REJECTED-RESULT TO WS-CLAIM-RESULT
           MOVE 0  TO WS-LEDGER-ID
           MOVE -1 TO WS-LEDGER-ID-IND
           PERFORM 7013-INSERT-CLAIM
           MOVE 'MILEAGE CLAIM REJECT' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2050-CALCULATE-DISTANCE
      * SAME HAVERSINE AS Z02398'S 2030-CALCULATE-DISTANCE
      ******************************************************************
       2050-CALCULATE-DISTANCE.
           MOVE WS-DESTINATION-AIRPORT TO WS-POSITION-AIRPORT
           PERFORM 7009-GET-GEOGRAF-POS
           MOVE WS-LATITUDE  TO WS-DES-LATITUDE
           MOVE WS-LONGITUDE TO WS-DES-LONGITUDE
           MOVE WS-ORIGIN-AIRPORT TO WS-POSITION-AIRPORT
           PERFORM 7009-GET-GEOGRAF-POS
           MOVE WS-LATITUDE  TO WS-ORG-LATITUDE
           MOVE WS-LONGITUDE TO WS-ORG-LONGITUDE
           COMPUTE WS-RAD-DES-LATITUDE =
                (CT-PI-VALUE * WS-DES-LATITUDE)  / 180
           COMPUTE WS-RAD-DES-LONGITUDE =
                (CT-PI-VALUE * WS-DES-LONGITUDE)  / 180
           COMPUTE WS-RAD-ORG-LATITUDE =
                (CT-PI-VALUE * WS-ORG-LATITUDE)  / 180
           COMPUTE WS-RAD-ORG-LONGITUDE =
                (CT-PI-VALUE * WS-ORG-LONGITUDE)  / 180
           COMPUTE WS-LATITUDE = WS-RAD-DES-LATITUDE -
                                 WS-RAD-ORG-LATITUDE
           COMPUTE WS-LONGITUDE = WS-RAD-DES-LONGITUDE -
                                 WS-RAD-ORG-LONGITUDE
           COMPUTE WS-A = ( FUNCTION SIN(WS-LATITUDE / 2) ** 2 ) +
            FUNCTION COS(WS-RAD-DES-LATITUDE) *
            FUNCTION COS(WS-RAD-ORG-LATITUDE) *
            FUNCTION SIN(WS-LONGITUDE / 2) ** 2
           COMPUTE WS-C  = 2 * FUNCTION ATAN(
              FUNCTION SQRT(WS-A) / FUNCTION SQRT(1 - WS-A) )
           COMPUTE WS-D = WS-EARTCH-RADIOUS * WS-C
           .
      ******************************************************************
      *                2060-SEND-DONE-MAP
      * THE CLAIM REFERENCE GOES BACK TO THE AGENT EITHER WAY, SO THE
      * MEMBER CAN QUOTE IT
      ******************************************************************
       2060-SEND-DONE-MAP.
           MOVE LOW-VALUES TO MP0307O
           MOVE WS-CLAIM-ID    TO WS-CLAIM-ID-FORMAT
           MOVE WS-CLAIM-MILES TO WS-MILES-FORMAT
           IF SO-CLAIM-REJECTED THEN
              STRING 'CLAIM ' WS-CLAIM-ID-FORMAT ' REJECTED -- '
                     WS-REJECT-REASON
                DELIMITED BY SIZE INTO MSGO
              END-STRING
           ELSE
              STRING 'CLAIM ' WS-CLAIM-ID-FORMAT ' POSTED -- '
                     WS-MILES-FORMAT ' MILES CREDITED'
                DELIMITED BY SIZE INTO MSGO
              END-STRING
           END-IF
           PERFORM 2100-SEND-THE-MAP
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
      *                   7001-READ-THE-MEMBER
      ******************************************************************
       7001-READ-THE-MEMBER.
           SET SO-MEMBER-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-MEMBER-FIRST-NAME
                         WS-MEMBER-LAST-NAME
           EXEC SQL
             SELECT PASSENGER_NAME,
                    PASSENGER_LAST_NAME
             INTO :WS-MEMBER-FIRST-NAME,
                  :WS-MEMBER-LAST-NAME
             FROM T06_PASSENGERS_TABLE
             WHERE FREQUENT_FLYER_NUMBER = :WS-MEMBER-NUMBER
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-MEMBER-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                   7002-READ-LIVE-FLIGHT
      ******************************************************************
       7002-READ-LIVE-FLIGHT.
           SET SO-FLIGHT-NOT-FOUND TO TRUE
           MOVE 0 TO WS-CLOSEOUT-COUNT
           EXEC SQL
             SELECT T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    DAYS(CURRENT DATE) - DAYS(T05.DEPARTURE_TIMESTAMP),
                    (SELECT COUNT(*)
                       FROM T30_FLIGHT_CLOSEOUT T30
                      WHERE T30.FLIGHT_ID = T05.FLIGHT_ID)
             INTO :WS-ORIGIN-AIRPORT,
                  :WS-DESTINATION-AIRPORT,
                  :WS-DAYS-SINCE-TRAVEL,
                  :WS-CLOSEOUT-COUNT
             FROM T05_FLIGHT_TABLE T05
             WHERE T05.FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-FLIGHT-LIVE TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7003-READ-ARCHIVED-FLIGHT
      * Z02357 ARCHIVES ONLY FLIGHTS THAT ARE DONE WITH, SO AN
      * ARCHIVED FLIGHT NEEDS NO CLOSE-OUT CHECK
      ******************************************************************
       7003-READ-ARCHIVED-FLIGHT.
           EXEC SQL
             SELECT DEPARTURE_AIRPORT_CODE,
                    ARRIVAL_AIRPORT_CODE,
                    DAYS(CURRENT DATE) - DAYS(DEPARTURE_TIMESTAMP)
             INTO :WS-ORIGIN-AIRPORT,
                  :WS-DESTINATION-AIRPORT,
                  :WS-DAYS-SINCE-TRAVEL
             FROM T31_FLIGHT_HISTORY
             WHERE FLIGHT_ID = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-FLIGHT-ARCHIVED TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7004-FIND-SEAT-BY-TICKET
      * OUR OWN TICKET POINTS AT ITS PASSENGER, A PARTNER TICKET AT
      * ITS BOOKING -- A BOARDED SEAT IS PREFERRED WHEN THERE ARE TWO
      ******************************************************************
       7004-FIND-SEAT-BY-TICKET.
           SET SO-SEAT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT COALESCE(T04.PASSENGER_ID, 0),
                    COALESCE(T06.PASSENGER_NAME, ' '),
                    COALESCE(T06.PASSENGER_LAST_NAME,
                             T09.MAIN_PASSENGER_LAST_NAME),
                    COALESCE(T04.BOARDING_STATUS, ' ')
             INTO :WS-SEAT-PASSENGER-ID,
                  :WS-SEAT-FIRST-NAME,
                  :WS-SEAT-LAST-NAME,
                  :WS-SEAT-BOARDING-STATUS
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09 ON
                T09.RESERVATION_ID = T04.RESERVATION_ID
             LEFT JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T04.PASSENGER_ID
             WHERE T04.FLIGHT_ID = :WS-FLIGHT-ID
               AND (T09.PARTNER_TICKET_NUMBER = :WS-TICKET-TEXT
                    OR T04.PASSENGER_ID IN
                       (SELECT T45.PASSENGER_ID
                          FROM T45_TICKET T45
                         WHERE T45.TICKET_NUMBER = :WS-TICKET-NUMBER))
             ORDER BY CASE WHEN T04.BOARDING_STATUS = 'CHECKED IN'
                           THEN 0 ELSE 1 END
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-SEAT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7005-FIND-SEAT-BY-NAME
      ******************************************************************
       7005-FIND-SEAT-BY-NAME.
           SET SO-SEAT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT T04.PASSENGER_ID,
                    T06.PASSENGER_NAME,
                    T06.PASSENGER_LAST_NAME,
                    COALESCE(T04.BOARDING_STATUS, ' ')
             INTO :WS-SEAT-PASSENGER-ID,
                  :WS-SEAT-FIRST-NAME,
                  :WS-SEAT-LAST-NAME,
                  :WS-SEAT-BOARDING-STATUS
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T04.PASSENGER_ID
             WHERE T04.FLIGHT_ID = :WS-FLIGHT-ID
               AND T06.PASSENGER_LAST_NAME = :WS-MEMBER-LAST-NAME
               AND T06.PASSENGER_NAME      = :WS-MEMBER-FIRST-NAME
             ORDER BY CASE WHEN T04.BOARDING_STATUS = 'CHECKED IN'
                           THEN 0 ELSE 1 END
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-SEAT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7006-FIND-ARCHIVED-SEAT
      * THE ARCHIVED SEAT BY NAME -- THE PASSENGER'S OWN NAME WHERE
      * THE SEAT HAD ONE, THE ARCHIVED BOOKING'S LAST NAME OTHERWISE
      ******************************************************************
       7006-FIND-ARCHIVED-SEAT.
           SET SO-SEAT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT COALESCE(T32.PASSENGER_ID, 0),
                    COALESCE(T06.PASSENGER_NAME, ' '),
                    COALESCE(T06.PASSENGER_LAST_NAME,
                             T33.MAIN_PASSENGER_LAST_NAME),
                    COALESCE(T32.BOARDING_STATUS, ' ')
             INTO :WS-SEAT-PASSENGER-ID,
                  :WS-SEAT-FIRST-NAME,
                  :WS-SEAT-LAST-NAME,
                  :WS-SEAT-BOARDING-STATUS
             FROM T32_SEAT_HISTORY T32
             INNER JOIN T33_RESERVATION_HISTORY T33 ON
                T33.RESERVATION_ID = T32.RESERVATION_ID
             LEFT JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T32.PASSENGER_ID
             WHERE T32.FLIGHT_ID = :WS-FLIGHT-ID
               AND COALESCE(T06.PASSENGER_LAST_NAME,
                            T33.MAIN_PASSENGER_LAST_NAME)
                                             = :WS-MEMBER-LAST-NAME
               AND COALESCE(T06.PASSENGER_NAME,
                            :WS-MEMBER-FIRST-NAME)
                                             = :WS-MEMBER-FIRST-NAME
             ORDER BY CASE WHEN T32.BOARDING_STATUS = 'CHECKED IN'
                           THEN 0 ELSE 1 END
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-SEAT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7007-COUNT-FLOWN-COUPONS
      ******************************************************************
       7007-COUNT-FLOWN-COUPONS.
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN T46.COUPON_STATUS = 'FLOWN'
                                      THEN 1 ELSE 0 END), 0)
             INTO :WS-COUPON-COUNT,
                  :WS-FLOWN-COUPON-COUNT
             FROM T46_TICKET_COUPON T46
             INNER JOIN T45_TICKET T45 ON
                T45.TICKET_NUMBER = T46.TICKET_NUMBER
             WHERE T45.PASSENGER_ID = :WS-SEAT-PASSENGER-ID
               AND T46.FLIGHT_ID    = :WS-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7008-COUNT-LEDGER-ENTRIES
      * ANY CREDIT FOR THE MEMBER AND FLIGHT -- Z02398'S OWN OR AN
      * EARLIER CLAIM'S
      ******************************************************************
       7008-COUNT-LEDGER-ENTRIES.
           MOVE 0 TO WS-LEDGER-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-LEDGER-COUNT
             FROM T51_MILEAGE_LEDGER
             WHERE FREQUENT_FLYER_NUMBER = :WS-MEMBER-NUMBER
               AND FLIGHT_ID             = :WS-FLIGHT-ID
               AND ENTRY_TYPE            = 'CREDIT'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7009-GET-GEOGRAF-POS
      ******************************************************************
       7009-GET-GEOGRAF-POS.
           EXEC SQL
             SELECT LATITUDE, LONGITUDE
             INTO :WS-LATITUDE, :WS-LONGITUDE
             FROM T02_AIRPORT_TABLE
             WHERE AIRPORT_CODE = :WS-POSITION-AIRPORT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7010-GET-CLAIM-ID
      * CLAIM REFERENCE OFF T20 -- SAME DRAW AS Z02398'S LEDGER ID
      ******************************************************************
       7010-GET-CLAIM-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-CLAIM-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7010-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7011-INSERT-LEDGER-CREDIT
      * AN ORDINARY 'CREDIT' ROW, SO THE BALANCE ARITHMETIC IN Z02202
      * AND Z02399 TAKES IT UNCHANGED; CLAIM_ID TIES IT TO T160
      ******************************************************************
       7011-INSERT-LEDGER-CREDIT.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-LEDGER-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7011-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           EXEC SQL
             INSERT INTO T51_MILEAGE_LEDGER
                (LEDGER_ID, FREQUENT_FLYER_NUMBER, FLIGHT_ID,
                 MILES, ENTRY_TYPE, ENTRY_TIMESTAMP, CLAIM_ID)
             VALUES
                (:WS-LEDGER-ID, :WS-MEMBER-NUMBER, :WS-FLIGHT-ID,
                 :WS-CLAIM-MILES, 'CREDIT', CURRENT TIMESTAMP,
                 :WS-CLAIM-ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7011-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7012-READ-TICKET-FLIGHTS
      * THE FLIGHTS A TICKET COVERS -- OUR COUPONS, OR THE SEATS OF THE
      * BOOKING A PARTNER TICKET CAME IN ON
      ******************************************************************
       7012-READ-TICKET-FLIGHTS.
           MOVE 0 TO WS-TICKET-FLIGHTS
           EXEC SQL
             SELECT COUNT(DISTINCT TKT.FLIGHT_ID),
                    COALESCE(MIN(TKT.FLIGHT_ID), ' ')
             INTO :WS-TICKET-FLIGHTS,
                  :WS-FLIGHT-ID
             FROM (SELECT T46.FLIGHT_ID
                     FROM T46_TICKET_COUPON T46
                    WHERE T46.TICKET_NUMBER = :WS-TICKET-NUMBER
                   UNION
                   SELECT T04.FLIGHT_ID
                     FROM T04_FLIGHT_SEATS T04
                     INNER JOIN T09_RESERVATION_MAIN_PASSENGER_TABLE T09
                        ON T09.RESERVATION_ID = T04.RESERVATION_ID
                    WHERE T09.PARTNER_TICKET_NUMBER = :WS-TICKET-TEXT)
                  AS TKT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7012-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7013-INSERT-CLAIM
      ******************************************************************
       7013-INSERT-CLAIM.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T160_MILEAGE_CLAIM
                (CLAIM_ID, FREQUENT_FLYER_NUMBER, FLIGHT_ID,
                 TICKET_REFERENCE, CLAIM_RESULT, REJECT_REASON,
                 MILES, LEDGER_ID, CLAIMED_BY, CLAIM_TIMESTAMP)
             VALUES
                (:WS-CLAIM-ID, :WS-MEMBER-NUMBER, :WS-FLIGHT-ID,
                 :WS-TICKET-TEXT, :WS-CLAIM-RESULT, :WS-REJECT-REASON,
                 :WS-CLAIM-MILES, :WS-LEDGER-ID :WS-LEDGER-ID-IND,
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7013-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
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
               RETURN TRANSID('0307') COMMAREA(WS-ZZEC0215)
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
