       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02541.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- STATION FUEL PRICE INTAKE
      *
      * DISPATCH DECIDED WHETHER TO CARRY EXTRA FUEL ON A ROTATION BY
      * FEEL, WITH THE SUPPLIERS' PRICE LISTS IN A DRAWER.  THE
      * SUPPLIERS' PRICE FILE NOW ARRIVES ON DDNAME FUELPRC, ONE
      * COMMA-SEPARATED LINE PER STATION AND SUPPLIER PRICE:
      *
      *    AIRPORT,SUPPLIER,CURRENCY,PRICE_PER_LITRE,
      *    EFFECTIVE_FROM (YYYY-MM-DD),
      *    EFFECTIVE_TO (YYYY-MM-DD, MAY BE EMPTY = UNTIL REPLACED)
      *
      * AND EACH GOOD LINE LANDS ON THE NEW T155_FUEL_PRICE TABLE:
      *
      *     AIRPORT_CODE          CHAR(3)        T02 STATION
      *     SUPPLIER              CHAR(15)       AS ON THE Z02428
      *                                          UPLIFT FILE
      *     EFFECTIVE_FROM_DATE   DATE
      *     EFFECTIVE_TO_DATE     DATE           9999-12-31 WHEN OPEN
      *     CURRENCY_CODE         CHAR(3)        T17 CURRENCY
      *     PRICE_PER_LITRE       DECIMAL(9,4)   IN THAT CURRENCY
      *     LOADED_TIMESTAMP      TIMESTAMP
      *
      *     PRIMARY KEY (AIRPORT_CODE, SUPPLIER, EFFECTIVE_FROM_DATE)
      *
      * A LINE FOR A KEY ALREADY ON FILE REPLACES IT (A SUPPLIER
      * RE-SENDING A CORRECTED PRICE), AND A NEW PRICE CLOSES THE
      * SAME SUPPLIER'S EARLIER PRICE AT THE STATION ON THE DAY
      * BEFORE IT STARTS, SO ONLY ONE PRICE PER SUPPLIER APPLIES ON
      * ANY DAY.  A LINE NAMING AN UNKNOWN AIRPORT OR CURRENCY, OR
      * WITH NO USABLE PRICE OR DATE, IS LISTED WITH THE RAW RECORD
      * FOR FUEL PURCHASING TO TAKE UP WITH THE SUPPLIER.
      *
      * Z02542 READS THE CHEAPEST SUPPLIER AT EACH STATION OFF THIS
      * TABLE WHEN IT PLANS THE NEXT DAY'S TANKERING.
      *
      * UNDER Z02380 RUN-REGISTRY PROTECTION -- ONE RUN PER RUN DATE,
      * WHICH IS TODAY UNLESS THE PARM FIELD OF THE EXEC STATEMENT
      * NAMES ONE:
      *
      *    DATE=YYYY-MM-DD
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      * 2026-10-15   OSG   INITIAL VERSION
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUEL-PRICE-FILE ASSIGN TO 'FUELPRC'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FUEL-PRICE-FILE.
       01  FUEL-PRICE-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-FILE             PIC X VALUE 'N'.
               88 SO-END-OF-FILE            VALUE 'Y'.

       01 CT-CONSTANTS.
           05 CT-OPEN-ENDED-DATE            PIC X(10)
                                                 VALUE '9999-12-31'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).

       01 WS-PRICE-FIELDS.
           05 WS-PRC-AIRPORT                PIC X(3).
           05 WS-PRC-SUPPLIER               PIC X(15).
           05 WS-PRC-CURRENCY               PIC X(3).
           05 WS-PRC-PRICE-X                PIC X(12).
           05 WS-PRC-FROM-DATE              PIC X(10).
           05 WS-PRC-TO-DATE                PIC X(10).
           05 WS-PRC-PRICE                  PIC S9(5)V9(4) COMP-3.
           05 WS-AIRPORT-COUNT              PIC S9(9) COMP.
           05 WS-CURRENCY-COUNT             PIC S9(9) COMP.
           05 WS-REJECT-REASON              PIC X(30).

      * A DATE ON THE FILE -- CHECKED FOR SHAPE BEFORE DB2 SEES IT
       01 WS-DATE-CHECK.
           05 WS-CHK-YEAR                   PIC X(4).
           05 WS-CHK-DASH1                  PIC X.
           05 WS-CHK-MONTH                  PIC X(2).
           05 WS-CHK-DASH2                  PIC X.
           05 WS-CHK-DAY                    PIC X(2).
       01 SW-IF-DATE-VALID                  PIC X VALUE 'N'.
           88 SO-DATE-VALID                 VALUE 'Y'.
           88 SO-DATE-NOT-VALID             VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-LINES-READ                 PIC S9(7) COMP VALUE 0.
           05 WS-PRICES-LOADED              PIC S9(7) COMP VALUE 0.
           05 WS-PRICES-CLOSED              PIC S9(7) COMP VALUE 0.
           05 WS-LINES-REJECTED             PIC S9(7) COMP VALUE 0.

       01 WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'REJECTED '.
           05 WS-EXC-RECORD                 PIC X(80).
           05 FILLER                        PIC X(4)
              VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(30).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'PRICE LINES READ..............'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'PRICES LOADED.................'.
           05 WS-TOTALS-LOADED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'EARLIER PRICES CLOSED.........'.
           05 WS-TOTALS-CLOSED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'LINES REJECTED................'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TAKE-IN-PRICES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02541 -- FUEL PRICE INTAKE STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02541 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'STATION FUEL PRICES LOADED ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT FUEL-PRICE-FILE
           .
      ******************************************************************
      *                      1010-GET-TODAY
      ******************************************************************
       1010-GET-TODAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02541 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   2000-TAKE-IN-PRICES
      ******************************************************************
       2000-TAKE-IN-PRICES.
           PERFORM 2010-READ-NEXT-PRICE
           PERFORM UNTIL SO-END-OF-FILE
              PERFORM 2020-TAKE-IN-ONE-PRICE
              PERFORM 2010-READ-NEXT-PRICE
           END-PERFORM
           CLOSE FUEL-PRICE-FILE
           .
      ******************************************************************
      *                  2010-READ-NEXT-PRICE
      ******************************************************************
       2010-READ-NEXT-PRICE.
           READ FUEL-PRICE-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                 2020-TAKE-IN-ONE-PRICE
      ******************************************************************
       2020-TAKE-IN-ONE-PRICE.
           ADD 1 TO WS-LINES-READ
           MOVE SPACE TO WS-PRC-AIRPORT
                         WS-PRC-SUPPLIER
                         WS-PRC-CURRENCY
                         WS-PRC-PRICE-X
                         WS-PRC-FROM-DATE
                         WS-PRC-TO-DATE
           UNSTRING FUEL-PRICE-RECORD DELIMITED BY ','
              INTO WS-PRC-AIRPORT
                   WS-PRC-SUPPLIER
                   WS-PRC-CURRENCY
                   WS-PRC-PRICE-X
                   WS-PRC-FROM-DATE
                   WS-PRC-TO-DATE
           END-UNSTRING
           MOVE SPACE TO WS-REJECT-REASON
           PERFORM 2025-VALIDATE-THE-LINE
           IF WS-REJECT-REASON = SPACE THEN
              PERFORM 7002-CLOSE-EARLIER-PRICE
              PERFORM 7003-UPSERT-THE-PRICE
              ADD 1 TO WS-PRICES-LOADED
           ELSE
              PERFORM 2040-REJECT-THE-LINE
           END-IF
           .
      ******************************************************************
      *                 2025-VALIDATE-THE-LINE
      * THE FIRST FAULT FOUND IS THE ONE LISTED
      ******************************************************************
       2025-VALIDATE-THE-LINE.
           IF WS-PRC-AIRPORT = SPACE OR WS-PRC-SUPPLIER = SPACE OR
              WS-PRC-CURRENCY = SPACE OR WS-PRC-PRICE-X = SPACE THEN
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              COMPUTE WS-PRC-PRICE = FUNCTION NUMVAL(WS-PRC-PRICE-X)
              IF WS-PRC-PRICE NOT > 0 THEN
                 MOVE 'PRICE MUST BE ABOVE ZERO' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              MOVE WS-PRC-FROM-DATE TO WS-DATE-CHECK
              PERFORM 2030-CHECK-THE-DATE
              IF SO-DATE-NOT-VALID THEN
                 MOVE 'BAD EFFECTIVE-FROM DATE' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              IF WS-PRC-TO-DATE = SPACE THEN
                 MOVE CT-OPEN-ENDED-DATE TO WS-PRC-TO-DATE
              END-IF
              MOVE WS-PRC-TO-DATE TO WS-DATE-CHECK
              PERFORM 2030-CHECK-THE-DATE
              IF SO-DATE-NOT-VALID OR
                 WS-PRC-TO-DATE < WS-PRC-FROM-DATE THEN
                 MOVE 'BAD EFFECTIVE-TO DATE' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              PERFORM 7001-CHECK-AIRPORT-CURRENCY
              IF WS-AIRPORT-COUNT = 0 THEN
                 MOVE 'UNKNOWN AIRPORT' TO WS-REJECT-REASON
              ELSE
                 IF WS-CURRENCY-COUNT = 0 THEN
                    MOVE 'UNKNOWN CURRENCY' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                   2030-CHECK-THE-DATE
      ******************************************************************
       2030-CHECK-THE-DATE.
           SET SO-DATE-NOT-VALID TO TRUE
           IF WS-CHK-YEAR  IS NUMERIC AND
              WS-CHK-MONTH IS NUMERIC AND
              WS-CHK-DAY   IS NUMERIC AND
              WS-CHK-DASH1 = '-' AND WS-CHK-DASH2 = '-' THEN
              IF WS-CHK-MONTH >= '01' AND WS-CHK-MONTH <= '12' AND
                 WS-CHK-DAY   >= '01' AND WS-CHK-DAY   <= '31' THEN
                 SET SO-DATE-VALID TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *                  2040-REJECT-THE-LINE
      ******************************************************************
       2040-REJECT-THE-LINE.
           ADD 1 TO WS-LINES-REJECTED
           MOVE FUEL-PRICE-RECORD TO WS-EXC-RECORD
           MOVE WS-REJECT-REASON  TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-LINES-READ      TO WS-TOTALS-READ
           MOVE WS-PRICES-LOADED   TO WS-TOTALS-LOADED
           MOVE WS-PRICES-CLOSED   TO WS-TOTALS-CLOSED
           MOVE WS-LINES-REJECTED  TO WS-TOTALS-REJECTED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *               7001-CHECK-AIRPORT-CURRENCY
      ******************************************************************
       7001-CHECK-AIRPORT-CURRENCY.
           MOVE 0 TO WS-AIRPORT-COUNT
                     WS-CURRENCY-COUNT
           EXEC SQL
             SELECT (SELECT COUNT(*)
                       FROM T02_AIRPORT_TABLE T02
                      WHERE T02.AIRPORT_CODE = :WS-PRC-AIRPORT),
                    (SELECT COUNT(*)
                       FROM T17_CURRENCY_RATE_TABLE T17
                      WHERE T17.CURRENCY_CODE = :WS-PRC-CURRENCY)
             INTO :WS-AIRPORT-COUNT,
                  :WS-CURRENCY-COUNT
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02541 -- AIRPORT/CURRENCY CHECK FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7002-CLOSE-EARLIER-PRICE
      * THE SUPPLIER'S PRICE STILL RUNNING WHEN THIS ONE STARTS ENDS
      * THE DAY BEFORE
      ******************************************************************
       7002-CLOSE-EARLIER-PRICE.
           EXEC SQL
             UPDATE T155_FUEL_PRICE
                SET EFFECTIVE_TO_DATE =
                       DATE(:WS-PRC-FROM-DATE) - 1 DAY
              WHERE AIRPORT_CODE        = :WS-PRC-AIRPORT
                AND SUPPLIER            = :WS-PRC-SUPPLIER
                AND EFFECTIVE_FROM_DATE < :WS-PRC-FROM-DATE
                AND EFFECTIVE_TO_DATE  >= :WS-PRC-FROM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02541 -- EARLIER PRICE CLOSE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              ADD SQLERRD(3) TO WS-PRICES-CLOSED
           END-IF
           .
      ******************************************************************
      *                 7003-UPSERT-THE-PRICE
      * SAME UPDATE-THEN-INSERT SHAPE AS Z02428'S UPLIFT
      ******************************************************************
       7003-UPSERT-THE-PRICE.
           EXEC SQL
             UPDATE T155_FUEL_PRICE
                SET EFFECTIVE_TO_DATE = :WS-PRC-TO-DATE,
                    CURRENCY_CODE     = :WS-PRC-CURRENCY,
                    PRICE_PER_LITRE   = :WS-PRC-PRICE,
                    LOADED_TIMESTAMP  = CURRENT TIMESTAMP
              WHERE AIRPORT_CODE        = :WS-PRC-AIRPORT
                AND SUPPLIER            = :WS-PRC-SUPPLIER
                AND EFFECTIVE_FROM_DATE = :WS-PRC-FROM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-NOT-FOUND THEN
              EXEC SQL
                INSERT INTO T155_FUEL_PRICE
                   (AIRPORT_CODE, SUPPLIER, EFFECTIVE_FROM_DATE,
                    EFFECTIVE_TO_DATE, CURRENCY_CODE,
                    PRICE_PER_LITRE, LOADED_TIMESTAMP)
                VALUES
                   (:WS-PRC-AIRPORT, :WS-PRC-SUPPLIER,
                    :WS-PRC-FROM-DATE, :WS-PRC-TO-DATE,
                    :WS-PRC-CURRENCY, :WS-PRC-PRICE,
                    CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02541 -- PRICE APPLY FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE RUN DATE -- SEE
      * Z02380, THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02541  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02541 -- ALREADY RUN OR RUNNING FOR '
                      JRUN-BUSINESS-DATE ' -- REFUSING TO START'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   8010-REGISTER-RUN-END
      ******************************************************************
       8010-REGISTER-RUN-END.
           MOVE 'END  ' TO JRUN-FUNCTION
           MOVE WS-PRICES-LOADED TO JRUN-ROWS-PROCESSED
           MOVE 0 TO JRUN-RETURN-CODE
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                   8020-REGISTER-RUN-FAIL
      ******************************************************************
       8020-REGISTER-RUN-FAIL.
           MOVE 'FAIL ' TO JRUN-FUNCTION
           CALL 'Z02380' USING WS-ZZEC0261
           SET SO-RUN-ENDED TO TRUE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02541  ' TO RPT-REPORT-TYPE
           MOVE WS-PARM-DATE TO RPT-BUSINESS-DATE
           CALL 'Z02401' USING WS-ZZEC0263
           .
      ******************************************************************
      *                 8100-STORE-REPORT-LINE
      ******************************************************************
       8100-STORE-REPORT-LINE.
           MOVE 'LINE ' TO RPT-FUNCTION
           MOVE WS-REPORT-BUFFER TO RPT-LINE-TEXT
           CALL 'Z02401' USING WS-ZZEC0263
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02541  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           MOVE WS-PRC-AIRPORT TO ERRL-ENTITY-KEY(1:3)
           MOVE WS-PRC-SUPPLIER TO ERRL-ENTITY-KEY(5:15)
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02541 -- FUEL PRICE INTAKE ENDING'
           GOBACK
           .
