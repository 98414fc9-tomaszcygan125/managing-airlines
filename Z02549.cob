       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02549.
      ******************************************************************
      *
      * LOST PROPERTY REGISTER
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION '1' ON
      * THE THIRD MENU PAGE (Z02548) "LOST PROPERTY REGISTER"
      *
      * ITEMS LEFT ON BOARD WERE WRITTEN IN A NOTEBOOK AT EACH
      * STATION AND A PASSENGER WHO CALLED WAS TOLD TO PHONE THE
      * AIRPORT -- ONE OF THE COMMONEST COMPLAINT CATEGORIES ON
      * Z02443.  EVERY ITEM IS NOW A ROW WITH ITS FLIGHT, WHERE IT WAS
      * FOUND, WHO FOUND IT, THE STATION STORING IT AND ITS STATUS:
      *
      *   'I' -- SHOW AN ITEM
      *   'R' -- REGISTER A FOUND ITEM ON A FLIGHT OF T05.  A SEAT
      *          ('12C') OR AN AREA ('GALLEY', 'OVERHEAD 14') IS
      *          NEEDED.  WHEN A SEAT IS GIVEN THE PASSENGER WHO SAT
      *          IN IT ON T04_FLIGHT_SEATS IS SUGGESTED AS THE OWNER
      *          AND A 'PENDING' T23_NOTIFICATION_QUEUE ROW IS QUEUED
      *          SO THE PASSENGER IS CONTACTED (NONE WHEN ONE IS
      *          ALREADY WAITING, THE Z02525 7004 SHAPE).  A PARTNER
      *          SEAT FROM Z02349 CARRIES NO PASSENGER_ID, SO NOBODY
      *          IS SUGGESTED FOR IT
      *   'C' -- CLAIMED: A STORED ITEM HANDED BACK, WITH THE NAME
      *          OF WHOEVER COLLECTED IT
      *   'F' -- FORWARDED: A STORED ITEM SHIPPED TO THE OWNER; THE
      *          ADDRESS, CARRIER AND TRACKING NUMBER GO ON T162
      *   'V' -- DELIVERED: THE CARRIER CONFIRMED A FORWARDED ITEM
      *          ARRIVED; THE SHIPMENT IS CLOSED
      *   'D' -- DISPOSED: A STORED ITEM HELD PAST THE HOLDING
      *          PERIOD -- T87 PARAMETER LOST-PROPERTY-DISPOSE-DAYS
      *          THROUGH Z02457 (DEFAULT CT-DISPOSE-DAYS) -- THE SAME
      *          PERIOD THE Z02551 DISPOSAL LIST USES
      *
      * Z02550 SEARCHES THE REGISTER FOR A CALLER; Z02551 LISTS THE
      * ITEMS DUE FOR DISPOSAL AND THE SHIPMENTS STILL NOT DELIVERED.
      *
      * NEW TABLES:
      *   T161_LOST_PROPERTY
      *      ITEM_ID                  INTEGER   NOT NULL  (T20 SEQUENCE)
      *      FLIGHT_ID                CHAR(8)   NOT NULL
      *      ROW_NUMBER               SMALLINT  NOT NULL  0 = NO SEAT
      *      SEAT_LETTER              CHAR(1)   NOT NULL  SPACE = NONE
      *      FOUND_AREA               CHAR(20)  NOT NULL  SPACE = NONE
      *      DESCRIPTION              CHAR(40)  NOT NULL
      *      FOUND_BY                 CHAR(20)  NOT NULL
      *      STORAGE_STATION          CHAR(3)   NOT NULL  T02 AIRPORT
      *      ITEM_STATUS              CHAR(10)  NOT NULL  'STORED' /
      *                                         'CLAIMED' / 'FORWARDED'
      *                                         / 'DISPOSED'
      *      FOUND_DATE               DATE      NOT NULL
      *      SUGGESTED_PASSENGER_ID   INTEGER             NULL = NONE
      *      SUGGESTED_RESERVATION_ID INTEGER             NULL = NONE
      *      CLAIMANT_NAME            CHAR(30)  NOT NULL  SPACE UNTIL
      *                                                   CLAIMED
      *      STATUS_DATE              DATE      NOT NULL
      *      CHANGED_BY               CHAR(8)   NOT NULL
      *      CHANGED_TIMESTAMP        TIMESTAMP NOT NULL
      *      PRIMARY KEY (ITEM_ID), INDEX (FLIGHT_ID),
      *      INDEX (ITEM_STATUS, FOUND_DATE)
      *   T162_LOST_PROPERTY_SHIPMENT
      *      ITEM_ID                  INTEGER   NOT NULL
      *      DELIVERY_ADDRESS         CHAR(40)  NOT NULL
      *      CARRIER                  CHAR(10)  NOT NULL
      *      TRACKING_NUMBER          CHAR(20)  NOT NULL
      *      SHIP_STATUS              CHAR(10)  NOT NULL  'IN TRANSIT'
      *                                                   / 'DELIVERED'
      *      SHIPPED_DATE             DATE      NOT NULL
      *      DELIVERED_DATE           DATE                NULL UNTIL
      *                                                   DELIVERED
      *      CHANGED_BY               CHAR(8)   NOT NULL
      *      CHANGED_TIMESTAMP        TIMESTAMP NOT NULL
      *      PRIMARY KEY (ITEM_ID)
      *
      *   NEW MAPSET MP0309 (COPYBOOK ZZMP0309), FIELDS:
      *      ACTIONI        PIC X(1)   'I'/'R'/'C'/'F'/'V'/'D'
      *      ITEMI/O        PIC 9(9)   ITEM NUMBER (ALL BUT 'R')
      *      FLIGHTI/O      PIC X(8)   FLIGHT ID ('R')
      *      SEATI/O        PIC X(3)   SEAT, '12C' ('R')
      *      AREAI/O        PIC X(20)  AREA WHEN NO SEAT ('R')
      *      DESCI/O        PIC X(40)  WHAT THE ITEM IS ('R')
      *      FINDERI/O      PIC X(20)  WHO FOUND IT ('R')
      *      STATNI/O       PIC X(3)   STORAGE STATION ('R')
      *      CLAIMI/O       PIC X(30)  WHO COLLECTED IT ('C')
      *      ADDRI/O        PIC X(40)  FORWARDING ADDRESS ('F')
      *      CARRIERI/O     PIC X(10)  CARRIER ('F')
      *      TRACKI/O       PIC X(20)  TRACKING NUMBER ('F')
      *      STATUSO        PIC X(10)
      *      FOUNDO         PIC X(10)  FOUND DATE YYYY-MM-DD
      *      PAXO           PIC X(40)  SUGGESTED OWNER
      *      SHIPSTO        PIC X(10)  SHIPMENT STATUS
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
           COPY ZZMP0309.
           COPY ZZEC0215.
           COPY ZZEC0269.
           COPY ZZEC0270.
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
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02549'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-STORED-STATUS                PIC X(10) VALUE 'STORED'.
           05 CT-CLAIMED-STATUS               PIC X(10) VALUE 'CLAIMED'.
           05 CT-FORWARDED-STATUS             PIC X(10)
                                                 VALUE 'FORWARDED'.
           05 CT-DISPOSED-STATUS              PIC X(10)
                                                 VALUE 'DISPOSED'.
           05 CT-IN-TRANSIT-STATUS            PIC X(10)
                                                 VALUE 'IN TRANSIT'.
           05 CT-DELIVERED-STATUS             PIC X(10)
                                                 VALUE 'DELIVERED'.
      * HOLDING PERIOD WHEN T87 HAS NO LOST-PROPERTY-DISPOSE-DAYS
           05 CT-DISPOSE-DAYS                 PIC S9(9)V99 COMP-3
                                                 VALUE 90.
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
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-INQUIRE                       VALUE 'I'.
               88 SO-ACTION-REGISTER                      VALUE 'R'.
               88 SO-ACTION-CLAIMED                       VALUE 'C'.
               88 SO-ACTION-FORWARD                       VALUE 'F'.
               88 SO-ACTION-DELIVERED                     VALUE 'V'.
               88 SO-ACTION-DISPOSE                       VALUE 'D'.
           05 SW-IF-ITEM-FOUND                            PIC X.
               88 SO-ITEM-FOUND                           VALUE 'Y'.
               88 SO-ITEM-NOT-FOUND                       VALUE 'N'.
           05 SW-IF-SEAT-KEYED                            PIC X.
               88 SO-SEAT-KEYED                           VALUE 'Y'.
               88 SO-SEAT-NOT-KEYED                       VALUE 'N'.
           05 SW-IF-PASSENGER-FOUND                       PIC X.
               88 SO-PASSENGER-FOUND                      VALUE 'Y'.
               88 SO-PASSENGER-NOT-FOUND                  VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-ITEM-ID                    PIC S9(9) COMP.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-SEAT-INPUT                 PIC X(3).
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-SEAT-LETTER                PIC X(1).
           05 WS-FOUND-AREA                 PIC X(20).
           05 WS-DESCRIPTION                PIC X(40).
           05 WS-FOUND-BY                   PIC X(20).
           05 WS-STORAGE-STATION            PIC X(3).
           05 WS-ITEM-STATUS                PIC X(10).
           05 WS-NEW-STATUS                 PIC X(10).
           05 WS-FOUND-DATE                 PIC X(10).
           05 WS-DAYS-HELD                  PIC S9(9) COMP.
           05 WS-DISPOSE-DAYS               PIC S9(9) COMP.
           05 WS-CLAIMANT-NAME              PIC X(30).
           05 WS-PASSENGER-ID               PIC S9(9) COMP.
           05 WS-PASSENGER-ID-IND           PIC S9(4) COMP.
           05 WS-RESERVATION-ID             PIC S9(9) COMP.
           05 WS-RESERVATION-ID-IND         PIC S9(4) COMP.
           05 WS-PASSENGER-FIRST-NAME       PIC X(30).
           05 WS-PASSENGER-LAST-NAME        PIC X(30).
           05 WS-DELIVERY-ADDRESS           PIC X(40).
           05 WS-CARRIER                    PIC X(10).
           05 WS-TRACKING-NUMBER            PIC X(20).
           05 WS-SHIP-STATUS                PIC X(10).
           05 WS-FLIGHT-COUNT               PIC S9(9) COMP.
           05 WS-STATION-COUNT              PIC S9(9) COMP.
           05 WS-CONTACTS-QUEUED            PIC S9(9) COMP.
           05 WS-ID-FORMAT                  PIC 9(9).
           05 WS-SEAT-ROW-TEXT              PIC X(2).
           05 WS-SEAT-ROW-DIGITS REDEFINES WS-SEAT-ROW-TEXT
                                            PIC 9(2).
           05 WS-SEAT-ROW-FORMAT            PIC 9(2).
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
           MOVE LOW-VALUES TO MP0309O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0309') MAPSET('MP0309')
             FROM(MP0309O)
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
           SET SO-PASSENGER-NOT-FOUND TO TRUE
           MOVE 0 TO WS-CONTACTS-QUEUED
           EVALUATE TRUE
           WHEN SO-ACTION-INQUIRE
              CONTINUE
           WHEN SO-ACTION-REGISTER
              PERFORM 2020-REGISTER-THE-ITEM
           WHEN SO-ACTION-CLAIMED
              PERFORM 2030-CLAIM-THE-ITEM
           WHEN SO-ACTION-FORWARD
              PERFORM 2040-FORWARD-THE-ITEM
           WHEN SO-ACTION-DELIVERED
              PERFORM 2045-CONFIRM-DELIVERY
           WHEN SO-ACTION-DISPOSE
              PERFORM 2048-DISPOSE-THE-ITEM
           END-EVALUATE
           PERFORM 7002-READ-ITEM
           PERFORM 2060-SEND-ITEM-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0309I
           EXEC CICS
           RECEIVE MAP('MP0309') MAPSET('MP0309')
           INTO(MP0309I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND ITEM OR FLIGHT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           IF NOT (SO-ACTION-INQUIRE OR SO-ACTION-REGISTER OR
                   SO-ACTION-CLAIMED OR SO-ACTION-FORWARD OR
                   SO-ACTION-DELIVERED OR SO-ACTION-DISPOSE)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE I, R, C, F, V OR D' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-REGISTER THEN
              PERFORM 2014-VALIDATE-NEW-ITEM
           ELSE
              PERFORM 2013-VALIDATE-ITEM-NUMBER
           END-IF
           .
      ******************************************************************
      *                2013-VALIDATE-ITEM-NUMBER
      * 'I' TAKES ANY ITEM; 'C', 'F' AND 'D' ONLY A STORED ONE, 'D'
      * ONLY ONCE THE HOLDING PERIOD IS OVER; 'V' ONLY A SHIPMENT
      * STILL IN TRANSIT
      ******************************************************************
       2013-VALIDATE-ITEM-NUMBER.
           IF ITEMI IS NUMERIC AND ITEMI > ZERO THEN
              MOVE ITEMI TO WS-ITEM-ID
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE A NUMERIC ITEM NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-ITEM-ID   TO WS-ID-FORMAT
           MOVE WS-ID-FORMAT TO WS-LOG-ENTITY-KEY
           PERFORM 7002-READ-ITEM
           IF SO-ITEM-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH ITEM' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           EVALUATE TRUE
           WHEN SO-ACTION-INQUIRE
              CONTINUE
           WHEN SO-ACTION-DELIVERED
              IF WS-SHIP-STATUS NOT = CT-IN-TRANSIT-STATUS THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'ITEM HAS NO SHIPMENT IN TRANSIT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           WHEN WS-ITEM-STATUS NOT = CT-STORED-STATUS
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'ITEM IS ALREADY ' WS-ITEM-STATUS
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN SO-ACTION-DISPOSE
              PERFORM 2016-GET-DISPOSE-DAYS
              IF WS-DAYS-HELD < WS-DISPOSE-DAYS THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'ITEM IS STILL WITHIN ITS HOLDING PERIOD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                2014-VALIDATE-NEW-ITEM
      * A FLIGHT ON T05, A SEAT OR AN AREA, A DESCRIPTION, THE FINDER
      * AND A STORAGE STATION ON T02
      ******************************************************************
       2014-VALIDATE-NEW-ITEM.
           MOVE FLIGHTI  TO WS-FLIGHT-ID
           MOVE SEATI    TO WS-SEAT-INPUT
           MOVE AREAI    TO WS-FOUND-AREA
           MOVE DESCI    TO WS-DESCRIPTION
           MOVE FINDERI  TO WS-FOUND-BY
           MOVE STATNI   TO WS-STORAGE-STATION
           INSPECT WS-FLIGHT-ID REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-SEAT-INPUT REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-FOUND-AREA REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-DESCRIPTION REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-FOUND-BY REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-STORAGE-STATION REPLACING ALL LOW-VALUES BY SPACE
           MOVE WS-FLIGHT-ID TO WS-LOG-ENTITY-KEY
           PERFORM 7001-CHECK-FLIGHT-AND-STATION
           IF WS-FLIGHT-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH FLIGHT ON T05' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-SEAT-INPUT = SPACE THEN
              SET SO-SEAT-NOT-KEYED TO TRUE
              MOVE 0     TO WS-ROW-NUMBER
              MOVE SPACE TO WS-SEAT-LETTER
              IF WS-FOUND-AREA = SPACE THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'PLEASE PROVIDE THE SEAT OR THE AREA' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           ELSE
              SET SO-SEAT-KEYED TO TRUE
              PERFORM 2015-PARSE-THE-SEAT
           END-IF
           IF WS-DESCRIPTION = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE DESCRIBE THE ITEM' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-FOUND-BY = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE WHO FOUND THE ITEM' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-STATION-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'STORAGE STATION MUST BE AN AIRPORT ON T02' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2015-PARSE-THE-SEAT
      * ROW THEN LETTER ('3A', '12C'), THE Z02503 2017 SHAPE
      ******************************************************************
       2015-PARSE-THE-SEAT.
           IF WS-SEAT-INPUT(3:1) = SPACE THEN
              MOVE '0' TO WS-SEAT-ROW-TEXT(1:1)
              MOVE WS-SEAT-INPUT(1:1) TO WS-SEAT-ROW-TEXT(2:1)
              MOVE WS-SEAT-INPUT(2:1) TO WS-SEAT-LETTER
           ELSE
              MOVE WS-SEAT-INPUT(1:2) TO WS-SEAT-ROW-TEXT
              MOVE WS-SEAT-INPUT(3:1) TO WS-SEAT-LETTER
           END-IF
           IF WS-SEAT-ROW-TEXT IS NOT NUMERIC OR
              WS-SEAT-LETTER IS NOT ALPHABETIC OR
              WS-SEAT-LETTER = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'SEAT ' WS-SEAT-INPUT
                     ' MUST BE ROW THEN LETTER, E.G. 12C'
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-SEAT-ROW-DIGITS TO WS-ROW-NUMBER
           .
      ******************************************************************
      *                2016-GET-DISPOSE-DAYS
      ******************************************************************
       2016-GET-DISPOSE-DAYS.
           MOVE 'LOST-PROPERTY-DISPOSE-DAYS' TO PARM-NAME
           MOVE SPACE                        TO PARM-SCOPE
           MOVE SPACE                        TO PARM-AS-OF-DATE
           MOVE CT-DISPOSE-DAYS              TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-DISPOSE-DAYS
           .
      ******************************************************************
      *                2020-REGISTER-THE-ITEM
      * THE SEAT'S PASSENGER, IF ANY, IS SUGGESTED AS THE OWNER AND
      * QUEUED FOR CONTACT IN THE SAME UNIT OF WORK AS THE ITEM
      ******************************************************************
       2020-REGISTER-THE-ITEM.
           MOVE -1 TO WS-PASSENGER-ID-IND
                      WS-RESERVATION-ID-IND
           MOVE 0  TO WS-PASSENGER-ID
                      WS-RESERVATION-ID
           IF SO-SEAT-KEYED THEN
              PERFORM 7003-FIND-SEAT-PASSENGER
           END-IF
           IF SO-PASSENGER-FOUND THEN
              MOVE 0 TO WS-PASSENGER-ID-IND
                        WS-RESERVATION-ID-IND
           END-IF
           PERFORM 7004-GET-ITEM-ID
           MOVE WS-ITEM-ID   TO WS-ID-FORMAT
           MOVE WS-ID-FORMAT TO WS-LOG-ENTITY-KEY
           PERFORM 7005-INSERT-ITEM
           IF SO-PASSENGER-FOUND THEN
              PERFORM 7006-QUEUE-CONTACT
           END-IF
           MOVE 'LOST ITEM REGISTERED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2030-CLAIM-THE-ITEM
      ******************************************************************
       2030-CLAIM-THE-ITEM.
           MOVE CLAIMI TO WS-CLAIMANT-NAME
           INSPECT WS-CLAIMANT-NAME REPLACING ALL LOW-VALUES BY SPACE
           IF WS-CLAIMANT-NAME = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE WHO COLLECTED THE ITEM' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE CT-CLAIMED-STATUS TO WS-NEW-STATUS
           PERFORM 7007-UPDATE-ITEM-STATUS
           MOVE 'LOST ITEM CLAIMED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2040-FORWARD-THE-ITEM
      * THE SHIPMENT IS TRACKED ON T162 UNTIL 'V' CLOSES IT
      ******************************************************************
       2040-FORWARD-THE-ITEM.
           MOVE ADDRI    TO WS-DELIVERY-ADDRESS
           MOVE CARRIERI TO WS-CARRIER
           MOVE TRACKI   TO WS-TRACKING-NUMBER
           INSPECT WS-DELIVERY-ADDRESS
                   REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-CARRIER REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-TRACKING-NUMBER
                   REPLACING ALL LOW-VALUES BY SPACE
           IF WS-DELIVERY-ADDRESS = SPACE OR WS-CARRIER = SPACE OR
              WS-TRACKING-NUMBER = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ADDRESS, CARRIER AND TRACKING NUMBER'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE SPACE TO WS-CLAIMANT-NAME
           MOVE CT-FORWARDED-STATUS TO WS-NEW-STATUS
           PERFORM 7007-UPDATE-ITEM-STATUS
           PERFORM 7008-INSERT-SHIPMENT
           MOVE 'LOST ITEM FORWARDED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2045-CONFIRM-DELIVERY
      ******************************************************************
       2045-CONFIRM-DELIVERY.
           PERFORM 7009-CLOSE-SHIPMENT
           MOVE 'LOST ITEM DELIVERED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2048-DISPOSE-THE-ITEM
      ******************************************************************
       2048-DISPOSE-THE-ITEM.
           MOVE SPACE TO WS-CLAIMANT-NAME
           MOVE CT-DISPOSED-STATUS TO WS-NEW-STATUS
           PERFORM 7007-UPDATE-ITEM-STATUS
           MOVE 'LOST ITEM DISPOSED' TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                  2060-SEND-ITEM-MAP
      ******************************************************************
       2060-SEND-ITEM-MAP.
           MOVE LOW-VALUES TO MP0309O
           MOVE WS-ITEM-ID          TO ITEMO
           MOVE WS-FLIGHT-ID        TO FLIGHTO
           IF WS-ROW-NUMBER > 0 THEN
              MOVE WS-ROW-NUMBER TO WS-SEAT-ROW-FORMAT
              STRING WS-SEAT-ROW-FORMAT WS-SEAT-LETTER
                DELIMITED BY SIZE INTO SEATO
              END-STRING
           END-IF
           MOVE WS-FOUND-AREA       TO AREAO
           MOVE WS-DESCRIPTION      TO DESCO
           MOVE WS-FOUND-BY         TO FINDERO
           MOVE WS-STORAGE-STATION  TO STATNO
           MOVE WS-CLAIMANT-NAME    TO CLAIMO
           MOVE WS-DELIVERY-ADDRESS TO ADDRO
           MOVE WS-CARRIER          TO CARRIERO
           MOVE WS-TRACKING-NUMBER  TO TRACKO
           MOVE WS-ITEM-STATUS      TO STATUSO
           MOVE WS-FOUND-DATE       TO FOUNDO
           MOVE WS-SHIP-STATUS      TO SHIPSTO
           IF WS-PASSENGER-LAST-NAME NOT = SPACE THEN
              STRING WS-PASSENGER-FIRST-NAME DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     WS-PASSENGER-LAST-NAME DELIMITED BY '  '
                INTO PAXO
              END-STRING
           END-IF
           EVALUATE TRUE
           WHEN SO-ACTION-REGISTER AND WS-CONTACTS-QUEUED > 0
              MOVE 'ITEM REGISTERED -- SEAT PASSENGER QUEUED TO CONTACT'
                                              TO MSGO
           WHEN SO-ACTION-REGISTER AND SO-PASSENGER-FOUND
              MOVE 'ITEM REGISTERED -- PASSENGER CONTACT ALREADY QUEUED'
                                              TO MSGO
           WHEN SO-ACTION-REGISTER AND SO-SEAT-KEYED
              MOVE 'ITEM REGISTERED -- NO PASSENGER ON FILE FOR SEAT'
                                              TO MSGO
           WHEN SO-ACTION-REGISTER
              MOVE 'ITEM REGISTERED' TO MSGO
           WHEN SO-ACTION-CLAIMED
              MOVE 'ITEM MARKED CLAIMED' TO MSGO
           WHEN SO-ACTION-FORWARD
              MOVE 'ITEM FORWARDED -- SHIPMENT IN TRANSIT' TO MSGO
           WHEN SO-ACTION-DELIVERED
              MOVE 'SHIPMENT MARKED DELIVERED' TO MSGO
           WHEN SO-ACTION-DISPOSE
              MOVE 'ITEM MARKED DISPOSED' TO MSGO
           WHEN OTHER
              MOVE SPACE TO MSGO
           END-EVALUATE
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
      *              7001-CHECK-FLIGHT-AND-STATION
      ******************************************************************
       7001-CHECK-FLIGHT-AND-STATION.
           MOVE 0 TO WS-FLIGHT-COUNT
                     WS-STATION-COUNT
           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM T05_FLIGHT_TABLE T05
                      WHERE T05.FLIGHT_ID = :WS-FLIGHT-ID),
                    (SELECT COUNT(*)
                       FROM T02_AIRPORT_TABLE T02
                      WHERE T02.AIRPORT_CODE = :WS-STORAGE-STATION)
             INTO :WS-FLIGHT-COUNT,
                  :WS-STATION-COUNT
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                     7002-READ-ITEM
      * THE ITEM WITH ITS SUGGESTED OWNER'S NAME AND ITS SHIPMENT
      ******************************************************************
       7002-READ-ITEM.
           SET SO-ITEM-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT T161.FLIGHT_ID,
                    T161.ROW_NUMBER,
                    T161.SEAT_LETTER,
                    T161.FOUND_AREA,
                    T161.DESCRIPTION,
                    T161.FOUND_BY,
                    T161.STORAGE_STATION,
                    T161.ITEM_STATUS,
                    CHAR(T161.FOUND_DATE, ISO),
                    DAYS(CURRENT DATE) - DAYS(T161.FOUND_DATE),
                    T161.CLAIMANT_NAME,
                    COALESCE(T06.PASSENGER_NAME, ' '),
                    COALESCE(T06.PASSENGER_LAST_NAME, ' '),
                    COALESCE(T162.DELIVERY_ADDRESS, ' '),
                    COALESCE(T162.CARRIER, ' '),
                    COALESCE(T162.TRACKING_NUMBER, ' '),
                    COALESCE(T162.SHIP_STATUS, ' ')
             INTO :WS-FLIGHT-ID, :WS-ROW-NUMBER, :WS-SEAT-LETTER,
                  :WS-FOUND-AREA, :WS-DESCRIPTION, :WS-FOUND-BY,
                  :WS-STORAGE-STATION, :WS-ITEM-STATUS,
                  :WS-FOUND-DATE, :WS-DAYS-HELD, :WS-CLAIMANT-NAME,
                  :WS-PASSENGER-FIRST-NAME, :WS-PASSENGER-LAST-NAME,
                  :WS-DELIVERY-ADDRESS, :WS-CARRIER,
                  :WS-TRACKING-NUMBER, :WS-SHIP-STATUS
             FROM T161_LOST_PROPERTY T161
             LEFT JOIN T06_PASSENGERS_TABLE T06
               ON T06.PASSENGER_ID = T161.SUGGESTED_PASSENGER_ID
             LEFT JOIN T162_LOST_PROPERTY_SHIPMENT T162
               ON T162.ITEM_ID = T161.ITEM_ID
             WHERE T161.ITEM_ID = :WS-ITEM-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-ITEM-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7003-FIND-SEAT-PASSENGER
      * THE PASSENGER HOLDING THE SEAT ON THE FLIGHT -- A BLOCKED OR
      * PARTNER SEAT HAS NO T06 PASSENGER AND SUGGESTS NOBODY
      ******************************************************************
       7003-FIND-SEAT-PASSENGER.
           SET SO-PASSENGER-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT T04.PASSENGER_ID,
                    T04.RESERVATION_ID
             INTO :WS-PASSENGER-ID,
                  :WS-RESERVATION-ID
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T06_PASSENGERS_TABLE T06
                ON T06.PASSENGER_ID = T04.PASSENGER_ID
             WHERE T04.FLIGHT_ID   = :WS-FLIGHT-ID
               AND T04.ROW_NUMBER  = :WS-ROW-NUMBER
               AND T04.SEAT_LETTER = :WS-SEAT-LETTER
               AND (T04.RESERVATION_STATUS IS NULL OR
                    T04.RESERVATION_STATUS <> 'DELETED')
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-PASSENGER-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                    7004-GET-ITEM-ID
      ******************************************************************
       7004-GET-ITEM-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-ITEM-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7005-INSERT-ITEM
      ******************************************************************
       7005-INSERT-ITEM.
           MOVE SPACE TO WS-CLAIMANT-NAME
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T161_LOST_PROPERTY
                (ITEM_ID, FLIGHT_ID, ROW_NUMBER, SEAT_LETTER,
                 FOUND_AREA, DESCRIPTION, FOUND_BY, STORAGE_STATION,
                 ITEM_STATUS, FOUND_DATE, SUGGESTED_PASSENGER_ID,
                 SUGGESTED_RESERVATION_ID, CLAIMANT_NAME, STATUS_DATE,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-ITEM-ID, :WS-FLIGHT-ID, :WS-ROW-NUMBER,
                 :WS-SEAT-LETTER, :WS-FOUND-AREA, :WS-DESCRIPTION,
                 :WS-FOUND-BY, :WS-STORAGE-STATION, :CT-STORED-STATUS,
                 CURRENT DATE,
                 :WS-PASSENGER-ID :WS-PASSENGER-ID-IND,
                 :WS-RESERVATION-ID :WS-RESERVATION-ID-IND,
                 :WS-CLAIMANT-NAME, CURRENT DATE, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7006-QUEUE-CONTACT
      * ONE 'PENDING' T23 ROW FOR THE SEAT'S PASSENGER, NONE WHERE
      * ONE IS STILL WAITING TO GO OUT (THE Z02525 7004 SHAPE)
      ******************************************************************
       7006-QUEUE-CONTACT.
           EXEC SQL
             INSERT INTO T23_NOTIFICATION_QUEUE
                (FLIGHT_ID, RESERVATION_ID, PASSENGER_ID,
                 NOTIFICATION_STATUS, CREATED_TIMESTAMP)
             SELECT :WS-FLIGHT-ID,
                    :WS-RESERVATION-ID,
                    :WS-PASSENGER-ID,
                    'PENDING',
                    CURRENT TIMESTAMP
             FROM SYSIBM.SYSDUMMY1
             WHERE NOT EXISTS
                   (SELECT 1
                      FROM T23_NOTIFICATION_QUEUE T23
                     WHERE T23.FLIGHT_ID      = :WS-FLIGHT-ID
                       AND T23.RESERVATION_ID = :WS-RESERVATION-ID
                       AND T23.PASSENGER_ID   = :WS-PASSENGER-ID
                       AND T23.NOTIFICATION_STATUS = 'PENDING')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE SQLERRD(3) TO WS-CONTACTS-QUEUED
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7007-UPDATE-ITEM-STATUS
      * ONLY A STILL-STORED ITEM MOVES ON -- IF ANOTHER AGENT GOT TO
      * IT FIRST THE ROW IS NOT FOUND AND NOTHING IS CHANGED
      ******************************************************************
       7007-UPDATE-ITEM-STATUS.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T161_LOST_PROPERTY
                SET ITEM_STATUS       = :WS-NEW-STATUS,
                    CLAIMANT_NAME     = :WS-CLAIMANT-NAME,
                    STATUS_DATE       = CURRENT DATE,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE ITEM_ID     = :WS-ITEM-ID
                AND ITEM_STATUS = :CT-STORED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ITEM WAS CHANGED BY ANOTHER AGENT -- SHOW IT AGAIN'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                   7008-INSERT-SHIPMENT
      ******************************************************************
       7008-INSERT-SHIPMENT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T162_LOST_PROPERTY_SHIPMENT
                (ITEM_ID, DELIVERY_ADDRESS, CARRIER, TRACKING_NUMBER,
                 SHIP_STATUS, SHIPPED_DATE, DELIVERED_DATE,
                 CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-ITEM-ID, :WS-DELIVERY-ADDRESS, :WS-CARRIER,
                 :WS-TRACKING-NUMBER, :CT-IN-TRANSIT-STATUS,
                 CURRENT DATE, NULL, :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7009-CLOSE-SHIPMENT
      ******************************************************************
       7009-CLOSE-SHIPMENT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T162_LOST_PROPERTY_SHIPMENT
                SET SHIP_STATUS       = :CT-DELIVERED-STATUS,
                    DELIVERED_DATE    = CURRENT DATE,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE ITEM_ID     = :WS-ITEM-ID
                AND SHIP_STATUS = :CT-IN-TRANSIT-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ITEM WAS CHANGED BY ANOTHER AGENT -- SHOW IT AGAIN'
                               TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7009-PARA TO TRUE
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
               RETURN TRANSID('0309') COMMAREA(WS-ZZEC0215)
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
