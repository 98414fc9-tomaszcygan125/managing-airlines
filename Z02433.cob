      *   'F' FLIGHT RECORD   -- FLIGHT ID, NUMBER, DEPARTURE,
      *                          TOTAL CARGO KG AND PIECES
      *   'G' SHIPMENT RECORD -- SHIPMENT ID, HOLD, WEIGHT, PIECES,
      *                          SHIPPER REFERENCE, UN NUMBER AND
      *                          DG CLASS (BLANK WHEN NOT DANGEROUS
      *                          GOODS)
      *
      * THE CAPTAIN'S NOTOC FOR THE DANGEROUS GOODS AMONG THEM IS
      * PRINTED BY Z02475, RUN WITH THE SAME PARM RIGHT AFTER THIS.
      *
      * SCOPE COMES IN ON THE PARM FIELD OF THE EXEC STATEMENT, THE
      * SAME SYSIN-CARD CONVENTION Z02343/Z02344 USE:
      *
      * 2026-09-02   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   'G' RECORD NOW CARRIES THE SHIPMENT'S UN
      *                    NUMBER AND DG CLASS (Z02432 DG ACCEPTANCE)
      *                    IN WHAT WAS FILLER
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T05TAB END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * THE DAY'S DEPARTURES THAT CARRY CARGO, STATION ORDER
           EXEC SQL
             DECLARE C-CARGO-DEPARTURES CURSOR FOR
           EXEC SQL
             DECLARE C-FLIGHT-SHIPMENTS CURSOR FOR
             SELECT SHIPMENT_ID, HOLD_POSITION, WEIGHT_KG, PIECES,
                    SHIPPER_REF, DG_UN_NUMBER, DG_CLASS
             FROM T73_CARGO_SHIPMENT
             WHERE FLIGHT_ID = :T05-FLIGHT-ID
             ORDER BY SHIPMENT_ID
           05 WS-WEIGHT-KG                  PIC S9(5) COMP.
           05 WS-PIECES                     PIC S9(4) COMP.
           05 WS-SHIPPER-REF                PIC X(15).
           05 WS-DG-UN-NUMBER               PIC X(4).
           05 WS-DG-CLASS                   PIC X(3).
           05 WS-FLIGHT-KG                  PIC S9(7) COMP.
           05 WS-FLIGHT-PIECES              PIC S9(5) COMP.

           05 WS-SHP-WEIGHT                 PIC 9(5).
           05 WS-SHP-PIECES                 PIC 9(4).
           05 WS-SHP-SHIPPER                PIC X(15).
           05 WS-SHP-UN-NUMBER              PIC X(4).
           05 WS-SHP-DG-CLASS               PIC X(3).
           05 FILLER                        PIC X(36) VALUE SPACE.

       01 WS-COUNTERS.
           05 WS-FLIGHTS-WRITTEN            PIC S9(7) COMP VALUE 0.
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02433 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-DEPARTURE
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02433 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-FLIGHT-CURSOR TO TRUE
           END-EVALUATE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02433 -- CARGO TOTAL FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02433 -- SHIPMENT CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2040' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2041-FETCH-NEXT-SHIPMENT
              MOVE WS-WEIGHT-KG    TO WS-SHP-WEIGHT
              MOVE WS-PIECES       TO WS-SHP-PIECES
              MOVE WS-SHIPPER-REF  TO WS-SHP-SHIPPER
              MOVE WS-DG-UN-NUMBER TO WS-SHP-UN-NUMBER
              MOVE WS-DG-CLASS     TO WS-SHP-DG-CLASS
              WRITE CARGO-MANIFEST-RECORD FROM WS-SHIPMENT-RECORD
              PERFORM 2041-FETCH-NEXT-SHIPMENT
           END-PERFORM
                  :WS-HOLD-POSITION,
                  :WS-WEIGHT-KG,
                  :WS-PIECES,
                  :WS-SHIPPER-REF,
                  :WS-DG-UN-NUMBER,
                  :WS-DG-CLASS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02433 -- SHIPMENT FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2041' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-SHIPMENTS TO TRUE
           END-EVALUATE
           .
           DISPLAY 'Z02433 -- FLIGHTS WRITTEN: ' WS-FLIGHTS-WRITTEN
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02433  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
