       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02553.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- TRAVEL INSURANCE RATE INTAKE
      *
      * THE INSURER SENDS ITS COUNTRY ZONES AND PREMIUM TARIFF ON
      * DDNAME INSRATE, ONE COMMA-SEPARATED LINE PER ZONE OR TARIFF
      * BAND, THE FIRST FIELD SAYING WHICH:
      *
      *    Z,COUNTRY,ZONE
      *    T,ZONE,AGE_FROM,AGE_TO,DAYS_FROM,DAYS_TO,PREMIUM,
      *      EFFECTIVE_FROM (YYYY-MM-DD),
      *      EFFECTIVE_TO (YYYY-MM-DD, MAY BE EMPTY = UNTIL REPLACED)
      *
      * A 'Z' LINE SETS THE ZONE OF A T03 COUNTRY ON THE NEW
      * T166_INSURANCE_ZONE TABLE (A COUNTRY THE INSURER NEVER ZONED
      * TAKES 'INSURANCE-DEFAULT-ZONE' AT SALE):
      *
      *     COUNTRY_CODE          CHAR(3)        PRIMARY KEY (T03)
      *     ZONE_NUMBER           SMALLINT       1 TO 9
      *     LOADED_TIMESTAMP      TIMESTAMP
      *
      * A 'T' LINE IS ONE PER-PASSENGER PREMIUM ON THE NEW
      * T167_INSURANCE_TARIFF TABLE:
      *
      *     ZONE_NUMBER           SMALLINT
      *     AGE_FROM              SMALLINT       AGE ON FIRST DEPARTURE
      *     AGE_TO                SMALLINT
      *     DAYS_FROM             SMALLINT       TRIP LENGTH IN DAYS,
      *     DAYS_TO               SMALLINT       BOTH ENDS COUNTED
      *     EFFECTIVE_FROM_DATE   DATE
      *     EFFECTIVE_TO_DATE     DATE           9999-12-31 WHEN OPEN
      *     PREMIUM_AMOUNT        DECIMAL(9,2)   PER PASSENGER
      *     LOADED_TIMESTAMP      TIMESTAMP
      *
      *     PRIMARY KEY (ZONE_NUMBER, AGE_FROM, DAYS_FROM,
      *                  EFFECTIVE_FROM_DATE)
      *
      * A BAND ALREADY ON FILE FOR THE SAME START DATE IS REPLACED
      * (THE INSURER RE-SENDING A CORRECTION), AND A NEW BAND CLOSES
      * THE SAME BAND'S EARLIER PREMIUM ON THE DAY BEFORE IT STARTS,
      * THE SAME WAY Z02541 HANDLES FUEL PRICES.  A LINE NAMING AN
      * UNKNOWN COUNTRY, OR WITH NO USABLE ZONE, AGE, DAYS, PREMIUM
      * OR DATE, IS LISTED WITH THE RAW RECORD FOR THE INSURANCE
      * DESK TO TAKE UP WITH THE INSURER.
      *
      * Z02202 PRICES THE POLICIES IT SELLS OFF THESE TWO TABLES.
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
           SELECT INSURANCE-RATE-FILE ASSIGN TO 'INSRATE'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSURANCE-RATE-FILE.
       01  INSURANCE-RATE-RECORD                PIC X(80).

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
           05 CT-HIGHEST-ZONE               PIC S9(4) COMP VALUE 9.
           05 CT-HIGHEST-AGE                PIC S9(4) COMP VALUE 120.
           05 CT-LONGEST-TRIP               PIC S9(4) COMP VALUE 366.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-DATE                  PIC X(10).

       01 WS-RATE-FIELDS.
           05 WS-RATE-TYPE                  PIC X(2).
               88 SO-ZONE-LINE              VALUE 'Z '.
               88 SO-TARIFF-LINE            VALUE 'T '.
           05 WS-RATE-FIELD-X               PIC X(12) OCCURS 8 TIMES.
           05 WS-RATE-COUNTRY               PIC X(3).
           05 WS-RATE-ZONE                  PIC S9(4) COMP.
           05 WS-RATE-AGE-FROM              PIC S9(4) COMP.
           05 WS-RATE-AGE-TO                PIC S9(4) COMP.
           05 WS-RATE-DAYS-FROM             PIC S9(4) COMP.
           05 WS-RATE-DAYS-TO               PIC S9(4) COMP.
           05 WS-RATE-PREMIUM               PIC S9(7)V99 COMP-3.
           05 WS-RATE-FROM-DATE             PIC X(10).
           05 WS-RATE-TO-DATE               PIC X(10).
           05 WS-COUNTRY-COUNT              PIC S9(9) COMP.
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
           05 WS-ZONES-LOADED               PIC S9(7) COMP VALUE 0.
           05 WS-BANDS-LOADED               PIC S9(7) COMP VALUE 0.
           05 WS-BANDS-CLOSED               PIC S9(7) COMP VALUE 0.
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
              VALUE 'RATE LINES READ...............'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'COUNTRY ZONES LOADED..........'.
           05 WS-TOTALS-ZONES               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'TARIFF BANDS LOADED...........'.
           05 WS-TOTALS-BANDS               PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'EARLIER BANDS CLOSED..........'.
           05 WS-TOTALS-CLOSED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
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
           PERFORM 2000-TAKE-IN-RATES
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02553 -- INSURANCE RATE INTAKE STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02553 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'TRAVEL INSURANCE RATES LOADED ' WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           OPEN INPUT INSURANCE-RATE-FILE
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
              DISPLAY 'Z02553 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   2000-TAKE-IN-RATES
      ******************************************************************
       2000-TAKE-IN-RATES.
           PERFORM 2010-READ-NEXT-RATE
           PERFORM UNTIL SO-END-OF-FILE
              PERFORM 2020-TAKE-IN-ONE-RATE
              PERFORM 2010-READ-NEXT-RATE
           END-PERFORM
           CLOSE INSURANCE-RATE-FILE
           .
      ******************************************************************
      *                  2010-READ-NEXT-RATE
      ******************************************************************
       2010-READ-NEXT-RATE.
           READ INSURANCE-RATE-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                 2020-TAKE-IN-ONE-RATE
      ******************************************************************
       2020-TAKE-IN-ONE-RATE.
           ADD 1 TO WS-LINES-READ
           MOVE SPACE TO WS-RATE-TYPE
                         WS-RATE-FIELD-X(1) WS-RATE-FIELD-X(2)
                         WS-RATE-FIELD-X(3) WS-RATE-FIELD-X(4)
                         WS-RATE-FIELD-X(5) WS-RATE-FIELD-X(6)
                         WS-RATE-FIELD-X(7) WS-RATE-FIELD-X(8)
           UNSTRING INSURANCE-RATE-RECORD DELIMITED BY ','
              INTO WS-RATE-TYPE
                   WS-RATE-FIELD-X(1) WS-RATE-FIELD-X(2)
                   WS-RATE-FIELD-X(3) WS-RATE-FIELD-X(4)
                   WS-RATE-FIELD-X(5) WS-RATE-FIELD-X(6)
                   WS-RATE-FIELD-X(7) WS-RATE-FIELD-X(8)
           END-UNSTRING
           MOVE SPACE TO WS-REJECT-REASON
           EVALUATE TRUE
           WHEN SO-ZONE-LINE
              PERFORM 2025-VALIDATE-ZONE-LINE
              IF WS-REJECT-REASON = SPACE THEN
                 PERFORM 7002-UPSERT-THE-ZONE
                 ADD 1 TO WS-ZONES-LOADED
              END-IF
           WHEN SO-TARIFF-LINE
              PERFORM 2026-VALIDATE-TARIFF-LINE
              IF WS-REJECT-REASON = SPACE THEN
                 PERFORM 7003-CLOSE-EARLIER-BAND
                 PERFORM 7004-UPSERT-THE-BAND
                 ADD 1 TO WS-BANDS-LOADED
              END-IF
           WHEN OTHER
              MOVE 'LINE TYPE MUST BE Z OR T' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACE THEN
              PERFORM 2040-REJECT-THE-LINE
           END-IF
           .
      ******************************************************************
      *                2025-VALIDATE-ZONE-LINE
      ******************************************************************
       2025-VALIDATE-ZONE-LINE.
           MOVE WS-RATE-FIELD-X(1) TO WS-RATE-COUNTRY
           IF WS-RATE-COUNTRY = SPACE OR
              WS-RATE-FIELD-X(2) = SPACE THEN
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              COMPUTE WS-RATE-ZONE =
                 FUNCTION NUMVAL(WS-RATE-FIELD-X(2))
              IF WS-RATE-ZONE < 1 OR WS-RATE-ZONE > CT-HIGHEST-ZONE
                 MOVE 'ZONE MUST BE 1 TO 9' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              PERFORM 7001-CHECK-THE-COUNTRY
              IF WS-COUNTRY-COUNT = 0 THEN
                 MOVE 'UNKNOWN COUNTRY' TO WS-REJECT-REASON
              END-IF
           END-IF
           .
      ******************************************************************
      *               2026-VALIDATE-TARIFF-LINE
      * THE FIRST FAULT FOUND IS THE ONE LISTED
      ******************************************************************
       2026-VALIDATE-TARIFF-LINE.
           IF WS-RATE-FIELD-X(1) = SPACE OR
              WS-RATE-FIELD-X(2) = SPACE OR
              WS-RATE-FIELD-X(3) = SPACE OR
              WS-RATE-FIELD-X(4) = SPACE OR
              WS-RATE-FIELD-X(5) = SPACE OR
              WS-RATE-FIELD-X(6) = SPACE THEN
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              COMPUTE WS-RATE-ZONE =
                 FUNCTION NUMVAL(WS-RATE-FIELD-X(1))
              IF WS-RATE-ZONE < 1 OR WS-RATE-ZONE > CT-HIGHEST-ZONE
                 MOVE 'ZONE MUST BE 1 TO 9' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              COMPUTE WS-RATE-AGE-FROM =
                 FUNCTION NUMVAL(WS-RATE-FIELD-X(2))
              COMPUTE WS-RATE-AGE-TO =
                 FUNCTION NUMVAL(WS-RATE-FIELD-X(3))
              IF WS-RATE-AGE-FROM < 0 OR
                 WS-RATE-AGE-TO < WS-RATE-AGE-FROM OR
                 WS-RATE-AGE-TO > CT-HIGHEST-AGE THEN
                 MOVE 'BAD AGE BAND' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              COMPUTE WS-RATE-DAYS-FROM =
                 FUNCTION NUMVAL(WS-RATE-FIELD-X(4))
              COMPUTE WS-RATE-DAYS-TO =
                 FUNCTION NUMVAL(WS-RATE-FIELD-X(5))
              IF WS-RATE-DAYS-FROM < 1 OR
                 WS-RATE-DAYS-TO < WS-RATE-DAYS-FROM OR
                 WS-RATE-DAYS-TO > CT-LONGEST-TRIP THEN
                 MOVE 'BAD TRIP-LENGTH BAND' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              COMPUTE WS-RATE-PREMIUM =
                 FUNCTION NUMVAL(WS-RATE-FIELD-X(6))
              IF WS-RATE-PREMIUM NOT > 0 THEN
                 MOVE 'PREMIUM MUST BE ABOVE ZERO' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              MOVE WS-RATE-FIELD-X(7) TO WS-RATE-FROM-DATE
              MOVE WS-RATE-FROM-DATE TO WS-DATE-CHECK
              PERFORM 2030-CHECK-THE-DATE
              IF SO-DATE-NOT-VALID THEN
                 MOVE 'BAD EFFECTIVE-FROM DATE' TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACE THEN
              MOVE WS-RATE-FIELD-X(8) TO WS-RATE-TO-DATE
              IF WS-RATE-TO-DATE = SPACE THEN
                 MOVE CT-OPEN-ENDED-DATE TO WS-RATE-TO-DATE
              END-IF
              MOVE WS-RATE-TO-DATE TO WS-DATE-CHECK
              PERFORM 2030-CHECK-THE-DATE
              IF SO-DATE-NOT-VALID OR
                 WS-RATE-TO-DATE < WS-RATE-FROM-DATE THEN
                 MOVE 'BAD EFFECTIVE-TO DATE' TO WS-REJECT-REASON
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
           MOVE INSURANCE-RATE-RECORD TO WS-EXC-RECORD
           MOVE WS-REJECT-REASON      TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-LINES-READ      TO WS-TOTALS-READ
           MOVE WS-ZONES-LOADED    TO WS-TOTALS-ZONES
           MOVE WS-BANDS-LOADED    TO WS-TOTALS-BANDS
           MOVE WS-BANDS-CLOSED    TO WS-TOTALS-CLOSED
           MOVE WS-LINES-REJECTED  TO WS-TOTALS-REJECTED
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE3 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 7001-CHECK-THE-COUNTRY
      ******************************************************************
       7001-CHECK-THE-COUNTRY.
           MOVE 0 TO WS-COUNTRY-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-COUNTRY-COUNT
             FROM T03_COUNTRY_TABLE
             WHERE COUNTRY_CODE = :WS-RATE-COUNTRY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02553 -- COUNTRY CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7002-UPSERT-THE-ZONE
      * SAME UPDATE-THEN-INSERT SHAPE AS Z02541'S PRICES
      ******************************************************************
       7002-UPSERT-THE-ZONE.
           EXEC SQL
             UPDATE T166_INSURANCE_ZONE
                SET ZONE_NUMBER      = :WS-RATE-ZONE,
                    LOADED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE COUNTRY_CODE = :WS-RATE-COUNTRY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-NOT-FOUND THEN
              EXEC SQL
                INSERT INTO T166_INSURANCE_ZONE
                   (COUNTRY_CODE, ZONE_NUMBER, LOADED_TIMESTAMP)
                VALUES
                   (:WS-RATE-COUNTRY, :WS-RATE-ZONE,
                    CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02553 -- ZONE APPLY FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                7003-CLOSE-EARLIER-BAND
      * THE SAME BAND'S PREMIUM STILL RUNNING WHEN THIS ONE STARTS
      * ENDS THE DAY BEFORE
      ******************************************************************
       7003-CLOSE-EARLIER-BAND.
           EXEC SQL
             UPDATE T167_INSURANCE_TARIFF
                SET EFFECTIVE_TO_DATE =
                       DATE(:WS-RATE-FROM-DATE) - 1 DAY
              WHERE ZONE_NUMBER         = :WS-RATE-ZONE
                AND AGE_FROM            = :WS-RATE-AGE-FROM
                AND DAYS_FROM           = :WS-RATE-DAYS-FROM
                AND EFFECTIVE_FROM_DATE < :WS-RATE-FROM-DATE
                AND EFFECTIVE_TO_DATE  >= :WS-RATE-FROM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02553 -- EARLIER BAND CLOSE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7003' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              ADD SQLERRD(3) TO WS-BANDS-CLOSED
           END-IF
           .
      ******************************************************************
      *                  7004-UPSERT-THE-BAND
      ******************************************************************
       7004-UPSERT-THE-BAND.
           EXEC SQL
             UPDATE T167_INSURANCE_TARIFF
                SET AGE_TO            = :WS-RATE-AGE-TO,
                    DAYS_TO           = :WS-RATE-DAYS-TO,
                    EFFECTIVE_TO_DATE = :WS-RATE-TO-DATE,
                    PREMIUM_AMOUNT    = :WS-RATE-PREMIUM,
                    LOADED_TIMESTAMP  = CURRENT TIMESTAMP
              WHERE ZONE_NUMBER         = :WS-RATE-ZONE
                AND AGE_FROM            = :WS-RATE-AGE-FROM
                AND DAYS_FROM           = :WS-RATE-DAYS-FROM
                AND EFFECTIVE_FROM_DATE = :WS-RATE-FROM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-NOT-FOUND THEN
              EXEC SQL
                INSERT INTO T167_INSURANCE_TARIFF
                   (ZONE_NUMBER, AGE_FROM, AGE_TO, DAYS_FROM,
                    DAYS_TO, EFFECTIVE_FROM_DATE, EFFECTIVE_TO_DATE,
                    PREMIUM_AMOUNT, LOADED_TIMESTAMP)
                VALUES
                   (:WS-RATE-ZONE, :WS-RATE-AGE-FROM,
                    :WS-RATE-AGE-TO, :WS-RATE-DAYS-FROM,
                    :WS-RATE-DAYS-TO, :WS-RATE-FROM-DATE,
                    :WS-RATE-TO-DATE, :WS-RATE-PREMIUM,
                    CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02553 -- BAND APPLY FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7004' TO ERRL-STATEMENT-ID
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
           MOVE 'Z02553  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02553 -- ALREADY RUN OR RUNNING FOR '
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
           COMPUTE JRUN-ROWS-PROCESSED =
              WS-ZONES-LOADED + WS-BANDS-LOADED
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
           MOVE 'Z02553  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02553  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
                                ERRL-ENTITY-KEY
           MOVE INSURANCE-RATE-RECORD TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02553 -- INSURANCE RATE INTAKE ENDING'
           GOBACK
           .
