      *   'A' -- BOOK A SHIPMENT ONTO A FLIGHT.  REFUSED WHEN THE
      *          FLIGHT'S CARGO WOULD PASS ITS HOLD CAPACITY --
      *          TAKEN AS THE PLANE'S SEAT COUNT (THE SAME
      *          T08/T13 CAPACITY SUM Z02172 USES) TIMES THE
      *          'HOLD-KG-PER-SEAT' VALUE ON T87 (Z02457 LOOKUP,
      *          CT-HOLD-KG-PER-SEAT WHEN NO ROW IS IN FORCE), THE
      *          LOAD PLANNERS' WORKING RULE OF THUMB UNTIL THE
      *          FLEET FILE CARRIES A REAL PAYLOAD FIGURE
      *   'D' -- DELETE A SHIPMENT BY ITS ID (CANCELED CONTRACT)
      *
      * A SHIPMENT KEYED WITH A UN NUMBER IS DANGEROUS GOODS.  ITS
      * CLASS/DIVISION, PACKING GROUP, NET QUANTITY AND
      * CARGO-AIRCRAFT-ONLY MARK GO ON THE NEW T73 COLUMNS
      * DG_UN_NUMBER CHAR(4) (SPACE = NOT DG), DG_CLASS CHAR(3),
      * DG_PACKING_GROUP CHAR(3), DG_NET_QTY_KG INTEGER AND
      * DG_CAO_ONLY CHAR(1), AND ACCEPTANCE (2013-VALIDATE-DG,
      * 2040-CHECK-DG-ACCEPTANCE) REFUSES IT WHEN:
      *
      *   - IT IS MARKED CARGO AIRCRAFT ONLY, OR ITS CLASS IS ONE
      *     NEVER CARRIED ON A PASSENGER AIRCRAFT (CT-DG-CLASSES) --
      *     EVERY FLIGHT WE OPERATE CARRIES PASSENGERS
      *   - ITS NET QUANTITY PASSES THE 'DG-MAX-NET-KG' VALUE ON T87
      *     FOR ITS CLASS (Z02457 LOOKUP SCOPED BY THE CLASS,
      *     CT-DG-MAX-NET-KG WHEN NO ROW IS IN FORCE)
      *   - THE SAME HOLD OF THE FLIGHT ALREADY CARRIES A CLASS IT
      *     MUST BE SEGREGATED FROM (CT-DG-SEGREGATION PAIRS)
      *
      * Z02475 PRINTS THE NOTOC FOR THE CAPTAIN OFF THESE COLUMNS.
      *
      * THE CARGO WEIGHT FOLDS INTO Z02378'S LOADSHEET AND Z02433
      * PRINTS THE DAILY CARGO UPLIFT MANIFEST PER DEPARTURE.
      *
      *      HOLDI      PIC X(3)   FWD / AFT
      *      SHIPPERI   PIC X(15)  SHIPPER REFERENCE
      *      SHIP-IDI   PIC X(9)   SHIPMENT ID ('D')
      *      UN-NUMBERI PIC X(4)   UN NUMBER, BLANK = NOT DG ('A')
      *      DG-CLASSI  PIC X(3)   CLASS/DIVISION, E.G. 3 / 6.1
      *      PACK-GRPI  PIC X(3)   I / II / III / BLANK
      *      NET-QTYI   PIC X(5)   DG NET QUANTITY KG
      *      CAO-ONLYI  PIC X(1)   Y = CARGO AIRCRAFT ONLY
      *      SHIP-IDO   PIC 9(9)   BOOKED SHIPMENT ID ECHO
      *      MSGO       PIC X(60)
      *
      *                  CHANGE LOG
      *
      *  2026-09-02  INITIAL VERSION
      *  2026-10-15  KG PER SEAT READ OFF T87 THROUGH Z02457 (7005)
      *              INSTEAD OF THE FIXED CT-HOLD-KG-PER-SEAT
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *  2026-10-15  DANGEROUS GOODS ACCEPTANCE -- UN NUMBER, CLASS,
      *              PACKING GROUP, NET QUANTITY AND CAO MARK KEPT ON
      *              NEW T73 DG_ COLUMNS; CAO AND FORBIDDEN CLASSES
      *              REFUSED, NET QUANTITY CAPPED BY T87
      *              DG-MAX-NET-KG, INCOMPATIBLE CLASSES KEPT OUT OF
      *              THE SAME HOLD
      *
      ******************************************************************

           COPY DFHAID.
           COPY ZZMP0270.
           COPY ZZEC0215.
           COPY ZZEC0270.
      * BUSINESS-RULE PARAMETER LOOKUP (SEE Z02457)
           COPY ZZEC0269.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * DG CLASSES ALREADY IN THE HOLD THE NEW SHIPMENT GOES INTO
           EXEC SQL
             DECLARE C-HOLD-DG-CLASSES CURSOR FOR
             SELECT DISTINCT DG_CLASS
             FROM T73_CARGO_SHIPMENT
             WHERE FLIGHT_ID     = :WS-FLIGHT-ID
               AND HOLD_POSITION = :WS-HOLD-POSITION
               AND DG_UN_NUMBER <> ' '
             FOR FETCH ONLY
           END-EXEC

       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02432'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-HOLD-KG-PER-SEAT             PIC S9(4) COMP VALUE 20.
           05 CT-DG-MAX-NET-KG                PIC S9(5) COMP VALUE 60.
      * DG CLASSES/DIVISIONS, 'Y' WHEN A PASSENGER AIRCRAFT MAY
      * CARRY THEM
       01 CT-DG-CLASSES.
           05 FILLER PIC X(4) VALUE '1.1N'.
           05 FILLER PIC X(4) VALUE '1.2N'.
           05 FILLER PIC X(4) VALUE '1.3N'.
           05 FILLER PIC X(4) VALUE '1.4Y'.
           05 FILLER PIC X(4) VALUE '1.5N'.
           05 FILLER PIC X(4) VALUE '1.6N'.
           05 FILLER PIC X(4) VALUE '2.1Y'.
           05 FILLER PIC X(4) VALUE '2.2Y'.
           05 FILLER PIC X(4) VALUE '2.3N'.
           05 FILLER PIC X(4) VALUE '3  Y'.
           05 FILLER PIC X(4) VALUE '4.1Y'.
           05 FILLER PIC X(4) VALUE '4.2Y'.
           05 FILLER PIC X(4) VALUE '4.3Y'.
           05 FILLER PIC X(4) VALUE '5.1Y'.
           05 FILLER PIC X(4) VALUE '5.2Y'.
           05 FILLER PIC X(4) VALUE '6.1Y'.
           05 FILLER PIC X(4) VALUE '6.2Y'.
           05 FILLER PIC X(4) VALUE '7  Y'.
           05 FILLER PIC X(4) VALUE '8  Y'.
           05 FILLER PIC X(4) VALUE '9  Y'.
       01 CT-DG-CLASS-TABLE REDEFINES CT-DG-CLASSES.
           05 CT-DG-CLASS-ENTRY OCCURS 20 TIMES.
              10 CT-DG-CLASS              PIC X(3).
              10 CT-DG-PASSENGER-OK       PIC X.
       01 CT-DG-CLASS-COUNT   PIC S9(4) COMP VALUE 20.
      * CLASS PAIRS THAT MAY NOT SHARE A HOLD
       01 CT-DG-SEGREGATION.
           05 FILLER PIC X(6) VALUE '2.15.1'.
           05 FILLER PIC X(6) VALUE '3  5.1'.
           05 FILLER PIC X(6) VALUE '4.25.1'.
           05 FILLER PIC X(6) VALUE '4.38  '.
       01 CT-DG-SEGREGATION-TABLE REDEFINES CT-DG-SEGREGATION.
           05 CT-DG-PAIR OCCURS 4 TIMES.
              10 CT-DG-PAIR-CLASS-1       PIC X(3).
              10 CT-DG-PAIR-CLASS-2       PIC X(3).
       01 CT-DG-PAIR-COUNT    PIC S9(4) COMP VALUE 4.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-ADD-SHIPMENT                  VALUE 'A'.
               88 SO-ACTION-DELETE-SHIPMENT               VALUE 'D'.
           05 SW-IF-DG-SHIPMENT                           PIC X.
               88 SO-DG-SHIPMENT                          VALUE 'Y'.
               88 SO-NOT-DG-SHIPMENT                      VALUE 'N'.
           05 SW-IF-DG-CLASS-FOUND                        PIC X.
               88 SO-DG-CLASS-FOUND                       VALUE 'Y'.
               88 SO-DG-CLASS-NOT-FOUND                   VALUE 'N'.
           05 SW-IF-END-OF-HOLD-CLASSES                   PIC X.
               88 SO-END-OF-HOLD-CLASSES                  VALUE 'Y'.
           05 SW-IF-SEGREGATION-CLASH                     PIC X.
               88 SO-SEGREGATION-CLASH                    VALUE 'Y'.
               88 SO-NO-SEGREGATION-CLASH                 VALUE 'N'.
       01 WS-VARIABLES.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-WEIGHT-KG                  PIC S9(5) COMP.
           05 WS-SHIPMENT-ID-FORMAT         PIC 9(9).
           05 WS-SEAT-CAPACITY              PIC S9(7) COMP.
           05 WS-HOLD-CAPACITY              PIC S9(7) COMP.
           05 WS-HOLD-KG-PER-SEAT           PIC S9(4) COMP.
           05 WS-CARGO-BOOKED               PIC S9(7) COMP.
           05 WS-DG-UN-NUMBER               PIC X(4).
           05 WS-DG-CLASS                   PIC X(3).
           05 WS-DG-PACKING-GROUP           PIC X(3).
           05 WS-DG-NET-QTY-KG              PIC S9(5) COMP.
           05 WS-DG-CAO-ONLY                PIC X.
           05 WS-DG-MAX-NET-KG              PIC S9(5) COMP.
           05 WS-HOLD-DG-CLASS              PIC X(3).
           05 WS-DG-SUB                     PIC S9(4) COMP.
           05 WS-DG-PASSENGER-OK            PIC X.
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              PERFORM 2013-VALIDATE-DG
           END-IF
           IF SO-ACTION-DELETE-SHIPMENT THEN
              IF SHIP-IDI IS NUMERIC AND SHIP-IDI > ZERO THEN
           END-IF
           .
      ******************************************************************
      *                   2013-VALIDATE-DG
      * A UN NUMBER MAKES THE SHIPMENT DANGEROUS GOODS -- THE REST
      * OF THE DG FIELDS MUST THEN BE GOOD.  NO UN NUMBER LEAVES THE
      * DG COLUMNS BLANK
      ******************************************************************
       2013-VALIDATE-DG.
           MOVE UN-NUMBERI TO WS-DG-UN-NUMBER
           IF WS-DG-UN-NUMBER = SPACE OR WS-DG-UN-NUMBER = LOW-VALUES
              SET SO-NOT-DG-SHIPMENT TO TRUE
              MOVE SPACE TO WS-DG-UN-NUMBER
                            WS-DG-CLASS
                            WS-DG-PACKING-GROUP
                            WS-DG-CAO-ONLY
              MOVE 0 TO WS-DG-NET-QTY-KG
           ELSE
              SET SO-DG-SHIPMENT TO TRUE
              MOVE DG-CLASSI  TO WS-DG-CLASS
              MOVE PACK-GRPI  TO WS-DG-PACKING-GROUP
              MOVE CAO-ONLYI  TO WS-DG-CAO-ONLY
              IF WS-DG-PACKING-GROUP = LOW-VALUES THEN
                 MOVE SPACE TO WS-DG-PACKING-GROUP
              END-IF
              IF WS-DG-CAO-ONLY = LOW-VALUE OR
                 WS-DG-CAO-ONLY = SPACE THEN
                 MOVE 'N' TO WS-DG-CAO-ONLY
              END-IF
              IF WS-DG-UN-NUMBER IS NOT NUMERIC THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'UN NUMBER MUST BE 4 DIGITS' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              PERFORM 2014-FIND-DG-CLASS
              IF SO-DG-CLASS-NOT-FOUND THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'NOT A DANGEROUS GOODS CLASS/DIVISION' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF WS-DG-PACKING-GROUP NOT = SPACE AND
                 WS-DG-PACKING-GROUP NOT = 'I' AND
                 WS-DG-PACKING-GROUP NOT = 'II' AND
                 WS-DG-PACKING-GROUP NOT = 'III' THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'PACKING GROUP MUST BE I, II, III OR BLANK' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF NET-QTYI IS NUMERIC AND NET-QTYI > ZERO THEN
                 MOVE NET-QTYI TO WS-DG-NET-QTY-KG
              ELSE
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'DG NET QUANTITY MUST BE NUMERIC KG ABOVE 0' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF WS-DG-NET-QTY-KG > WS-WEIGHT-KG THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'DG NET QUANTITY CANNOT PASS THE WEIGHT' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF WS-DG-CAO-ONLY NOT = 'Y' AND
                 WS-DG-CAO-ONLY NOT = 'N' THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'CARGO AIRCRAFT ONLY MUST BE Y OR N' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           .
      ******************************************************************
      *                   2014-FIND-DG-CLASS
      ******************************************************************
       2014-FIND-DG-CLASS.
           SET SO-DG-CLASS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-DG-SUB FROM 1 BY 1
                   UNTIL WS-DG-SUB > CT-DG-CLASS-COUNT
                      OR SO-DG-CLASS-FOUND
              IF WS-DG-CLASS = CT-DG-CLASS(WS-DG-SUB) THEN
                 SET SO-DG-CLASS-FOUND TO TRUE
                 MOVE CT-DG-PASSENGER-OK(WS-DG-SUB)
                   TO WS-DG-PASSENGER-OK
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2020-BOOK-THE-SHIPMENT
      ******************************************************************
       2020-BOOK-THE-SHIPMENT.
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-DG-SHIPMENT THEN
              PERFORM 2040-CHECK-DG-ACCEPTANCE
           END-IF
           PERFORM 7002-GET-NEW-SHIPMENT-ID
           PERFORM 7003-INSERT-SHIPMENT
           MOVE 'CARGO BOOK'       TO WS-LOG-ACTION-TEXT
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2040-CHECK-DG-ACCEPTANCE
      ******************************************************************
       2040-CHECK-DG-ACCEPTANCE.
           IF WS-DG-CAO-ONLY = 'Y' OR WS-DG-PASSENGER-OK NOT = 'Y'
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DG FORBIDDEN ON PASSENGER AIRCRAFT -- REFUSED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7006-GET-DG-MAX-NET-KG
           IF WS-DG-NET-QTY-KG > WS-DG-MAX-NET-KG THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DG NET QUANTITY PASSES THE LIMIT FOR ITS CLASS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7007-CHECK-HOLD-SEGREGATION
           IF SO-SEGREGATION-CLASH THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'CLASS ' WS-DG-CLASS ' MAY NOT SHARE THE '
                     WS-HOLD-POSITION ' HOLD WITH CLASS '
                     WS-HOLD-DG-CLASS
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2045-CHECK-CLASS-PAIR
      * IS WS-HOLD-DG-CLASS ONE THE NEW SHIPMENT'S CLASS MUST BE
      * KEPT APART FROM (EITHER WAY ROUND)
      ******************************************************************
       2045-CHECK-CLASS-PAIR.
           PERFORM VARYING WS-DG-SUB FROM 1 BY 1
                   UNTIL WS-DG-SUB > CT-DG-PAIR-COUNT
              IF (WS-DG-CLASS = CT-DG-PAIR-CLASS-1(WS-DG-SUB) AND
                  WS-HOLD-DG-CLASS = CT-DG-PAIR-CLASS-2(WS-DG-SUB))
              OR (WS-DG-CLASS = CT-DG-PAIR-CLASS-2(WS-DG-SUB) AND
                  WS-HOLD-DG-CLASS = CT-DG-PAIR-CLASS-1(WS-DG-SUB))
                 SET SO-SEGREGATION-CLASH TO TRUE
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                7001-CHECK-HOLD-CAPACITY
      * CAPACITY = THE PLANE'S SEAT COUNT (SAME T08/T13 SUM Z02172'S
      * CAPACITY SUBQUERY USES) TIMES THE T87 KG PER SEAT; BOOKED =
      * THE FLIGHT'S EXISTING T73 WEIGHT
      ******************************************************************
       7001-CHECK-HOLD-CAPACITY.
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7005-GET-HOLD-KG-PER-SEAT
           COMPUTE WS-HOLD-CAPACITY =
              WS-SEAT-CAPACITY * WS-HOLD-KG-PER-SEAT
           MOVE 0 TO WS-CARGO-BOOKED
           EXEC SQL
             SELECT COALESCE(SUM(WEIGHT_KG), 0)
           END-IF
           .
      ******************************************************************
      *                7005-GET-HOLD-KG-PER-SEAT
      * NO T87 ROW IN FORCE (OR A FAILED READ) LEAVES THE CT- VALUE
      ******************************************************************
       7005-GET-HOLD-KG-PER-SEAT.
           MOVE 'HOLD-KG-PER-SEAT'  TO PARM-NAME
           MOVE SPACE               TO PARM-SCOPE
           MOVE SPACE               TO PARM-AS-OF-DATE
           MOVE CT-HOLD-KG-PER-SEAT TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-HOLD-KG-PER-SEAT
           .
      ******************************************************************
      *                7006-GET-DG-MAX-NET-KG
      * T87 ROW SCOPED BY THE DG CLASS FIRST, THEN AN UNSCOPED ONE,
      * THEN THE CT- VALUE
      ******************************************************************
       7006-GET-DG-MAX-NET-KG.
           MOVE 'DG-MAX-NET-KG'     TO PARM-NAME
           MOVE WS-DG-CLASS         TO PARM-SCOPE
           MOVE SPACE               TO PARM-AS-OF-DATE
           MOVE CT-DG-MAX-NET-KG    TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-DG-MAX-NET-KG
           .
      ******************************************************************
      *                7007-CHECK-HOLD-SEGREGATION
      ******************************************************************
       7007-CHECK-HOLD-SEGREGATION.
           SET SO-NO-SEGREGATION-CLASH TO TRUE
           MOVE 'N' TO SW-IF-END-OF-HOLD-CLASSES
           EXEC SQL
             OPEN C-HOLD-DG-CLASSES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7008-FETCH-HOLD-CLASS
           PERFORM UNTIL SO-END-OF-HOLD-CLASSES OR
                         SO-SEGREGATION-CLASH
              PERFORM 2045-CHECK-CLASS-PAIR
              IF SO-NO-SEGREGATION-CLASH THEN
                 PERFORM 7008-FETCH-HOLD-CLASS
              END-IF
           END-PERFORM
           EXEC SQL
             CLOSE C-HOLD-DG-CLASSES
           END-EXEC
           .
      ******************************************************************
      *                7008-FETCH-HOLD-CLASS
      ******************************************************************
       7008-FETCH-HOLD-CLASS.
           EXEC SQL
             FETCH C-HOLD-DG-CLASSES
             INTO :WS-HOLD-DG-CLASS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-HOLD-CLASSES TO TRUE
           WHEN OTHER
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7002-GET-NEW-SHIPMENT-ID
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
           EXEC SQL
             INSERT INTO T73_CARGO_SHIPMENT
                (SHIPMENT_ID, FLIGHT_ID, WEIGHT_KG, PIECES,
                 HOLD_POSITION, SHIPPER_REF, DG_UN_NUMBER, DG_CLASS,
                 DG_PACKING_GROUP, DG_NET_QTY_KG, DG_CAO_ONLY,
                 RECORDED_TIMESTAMP)
             VALUES
                (:WS-SHIPMENT-ID, :WS-FLIGHT-ID, :WS-WEIGHT-KG,
                 :WS-PIECES, :WS-HOLD-POSITION, :WS-SHIPPER-REF,
                 :WS-DG-UN-NUMBER, :WS-DG-CLASS,
                 :WS-DG-PACKING-GROUP, :WS-DG-NET-QTY-KG,
                 :WS-DG-CAO-ONLY, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
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
