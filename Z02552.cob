       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02552.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- FARE FILING EXTRACT FOR DISTRIBUTION PARTNERS
      *
      * Z02374 AND Z02417 PUBLISH THE SCHEDULE TO PARTNERS, BUT FARES
      * WENT OUT AS E-MAILED SPREADSHEETS, SO PARTNERS SHOWED STALE
      * PRICES AND Z02349 REJECTED THE BOOKINGS THEY SOLD ON THEM.
      * THIS JOB WRITES A FARE FILING FOR ONE PARTNER IN ONE CURRENCY
      * ON DDNAME FAREOUT, COVERING EVERYTHING OUR OWN PRICING USES:
      *
      *   'F' -- THE T14_FARE_TABLE FARE OF EVERY FUTURE FLIGHT WE
      *          OPERATE (CT-OWN-AIRLINE-CODE), LOWEST ROW PER FLIGHT
      *   'R' -- EVERY ACTIVE T56_FARE_RULE NOT YET EXPIRED (ADVANCE
      *          PURCHASE, DAY OF WEEK, SEASON) -- THE PARTNER APPLIES
      *          THEM AS Z02409 DOES
      *   'T' -- EVERY T82_THROUGH_FARE NOT YET EXPIRED
      *   'A' -- EVERY T76_AIRPORT_FEE NOT YET EXPIRED
      *
      * FARES AND THROUGH FARES ARE HELD IN OUR HOME CURRENCY (THE T01
      * HOME_CURRENCY_CODE OF CT-OWN-AIRLINE-CODE) AND AIRPORT FEES IN
      * THEIR OWN; ALL AMOUNTS ARE FILED IN THE PARTNER'S CURRENCY
      * THROUGH THE FRESHEST T17 RATE_TO_COMMON OF EACH SIDE, THE SAME
      * CONVERSION Z02172'S 7096 MAKES.
      *
      * FIXED 120-BYTE PARTNER LAYOUT (WS-FILING-RECORD):
      *
      *   1     RECORD TYPE   'H' HEADER / 'F' / 'R' / 'T' / 'A' /
      *                       'Z' TRAILER
      *   2     ACTION        'A' ADDED / 'C' CHANGED / 'W' WITHDRAWN
      *                       (BLANK ON HEADER AND TRAILER)
      *   3-22  RECORD KEY    'F' FLIGHT ID, 'R' RULE ID, 'T' ORIGIN +
      *                       DESTINATION + FROM DATE, 'A' AIRPORT +
      *                       AUTHORITY
      *   23-102 RECORD DATA  BY TYPE (SEE 2110/2210/2310/2410); THE
      *                       HEADER CARRIES PARTNER, CURRENCY, FILING
      *                       SEQUENCE, MODE AND DATE, THE TRAILER THE
      *                       RECORD COUNTS
      *
      * SNAPSHOT AND DELTAS -- AS Z02374 DOES FOR THE SCHEDULE, THE JOB
      * KEEPS WHAT IT LAST FILED FOR EACH PARTNER AND CURRENCY ON THE
      * NEW T163_FARE_PUB_SNAPSHOT.  MODE=FULL FILES EVERYTHING AS
      * ADDED AND REBUILDS THE SNAPSHOT; MODE=CHANGES FILES ONLY THE
      * RECORDS ADDED OR CHANGED SINCE, PLUS A WITHDRAWAL FOR EVERY
      * SNAPSHOT RECORD NO LONGER ON OFFER (SEEN_FLAG LEFT 'N' BY THE
      * RUN), WHICH THEN LEAVES THE SNAPSHOT.
      *
      * EVERY FILING IS NUMBERED PER PARTNER AND CURRENCY ON THE NEW
      * T164_FARE_FILING, AND ITS LINES ARE KEPT ON T165 SO THAT
      * MODE=RESEND WRITES THAT FILING AGAIN BYTE FOR BYTE WHEN THE
      * PARTNER ASKS FOR IT -- NOTHING IS RE-DERIVED AND THE SNAPSHOT
      * IS NOT TOUCHED.
      *
      * THE SYSIN CARD, FIELDS IN ANY ORDER, COMMA SEPARATED:
      *
      *    MODE=FULL|CHANGES,PARTNER=XXXXXXXX,CURRENCY=XXX
      *    MODE=RESEND,PARTNER=XXXXXXXX,CURRENCY=XXX,SEQUENCE=NNNNNN
      *
      * NEW TABLES:
      *   T163_FARE_PUB_SNAPSHOT
      *      PARTNER_CODE        CHAR(8)   NOT NULL
      *      CURRENCY_CODE       CHAR(3)   NOT NULL
      *      RECORD_TYPE         CHAR(1)   NOT NULL
      *      RECORD_KEY          CHAR(20)  NOT NULL
      *      ROW_IMAGE           CHAR(80)  NOT NULL  AS LAST FILED
      *      SEEN_FLAG           CHAR(1)   NOT NULL  'Y' / 'N'
      *      FILING_SEQUENCE     INTEGER   NOT NULL  LAST FILED IN
      *      EXTRACTED_TIMESTAMP TIMESTAMP NOT NULL
      *      PRIMARY KEY (PARTNER_CODE, CURRENCY_CODE, RECORD_TYPE,
      *                   RECORD_KEY)
      *   T164_FARE_FILING
      *      PARTNER_CODE        CHAR(8)   NOT NULL
      *      CURRENCY_CODE       CHAR(3)   NOT NULL
      *      FILING_SEQUENCE     INTEGER   NOT NULL  1, 2, 3 ...
      *      FILING_MODE         CHAR(7)   NOT NULL  'FULL'/'CHANGES'
      *      RECORD_COUNT        INTEGER   NOT NULL  DETAIL RECORDS
      *      ADDED_COUNT         INTEGER   NOT NULL
      *      CHANGED_COUNT       INTEGER   NOT NULL
      *      WITHDRAWN_COUNT     INTEGER   NOT NULL
      *      FILED_TIMESTAMP     TIMESTAMP NOT NULL
      *      PRIMARY KEY (PARTNER_CODE, CURRENCY_CODE, FILING_SEQUENCE)
      *   T165_FARE_FILING_LINE
      *      PARTNER_CODE        CHAR(8)   NOT NULL
      *      CURRENCY_CODE       CHAR(3)   NOT NULL
      *      FILING_SEQUENCE     INTEGER   NOT NULL
      *      LINE_NUMBER         INTEGER   NOT NULL
      *      RECORD_TEXT         CHAR(120) NOT NULL
      *      PRIMARY KEY (PARTNER_CODE, CURRENCY_CODE, FILING_SEQUENCE,
      *                   LINE_NUMBER)
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
           SELECT FARE-FILING-FILE ASSIGN TO 'FAREOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FARE-FILING-FILE.
       01  FARE-FILING-OUT-RECORD               PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * FUTURE FLIGHTS WE OPERATE WITH THEIR LOWEST T14 FARE
           EXEC SQL
             DECLARE C-FLIGHT-FARES CURSOR FOR
             SELECT T05.FLIGHT_ID,
                    T05.FLIGHT_NUMBER,
                    T05.DEPARTURE_AIRPORT_CODE,
                    T05.ARRIVAL_AIRPORT_CODE,
                    CHAR(DATE(T05.DEPARTURE_TIMESTAMP), ISO),
                    MIN(T14.FARE_AMOUNT)
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN T14_FARE_TABLE T14
                ON T14.FLIGHT_ID = T05.FLIGHT_ID
             WHERE T05.AIRLINE_CODE = :CT-OWN-AIRLINE-CODE
               AND T05.FLIGHT_STATUS <> 'CANCELED'
               AND T05.FLIGHT_STATUS <> 'DELETED'
               AND DATE(T05.DEPARTURE_TIMESTAMP) >= CURRENT DATE
             GROUP BY T05.FLIGHT_ID,
                      T05.FLIGHT_NUMBER,
                      T05.DEPARTURE_AIRPORT_CODE,
                      T05.ARRIVAL_AIRPORT_CODE,
                      DATE(T05.DEPARTURE_TIMESTAMP)
             ORDER BY T05.FLIGHT_ID
             FOR FETCH ONLY
           END-EXEC

      * ACTIVE FARE RULES STILL IN FORCE OR STILL TO COME -- THE
      * COLUMNS A RULE TYPE DOES NOT USE ARE FILED AS ZERO OR BLANK
           EXEC SQL
             DECLARE C-FARE-RULES CURSOR FOR
             SELECT RULE_ID,
                    FLIGHT_ID,
                    RULE_TYPE,
                    CHAR(EFFECTIVE_FROM_DATE, ISO),
                    CHAR(EFFECTIVE_TO_DATE, ISO),
                    COALESCE(DAYS_BEFORE_MIN, 0),
                    COALESCE(DAYS_BEFORE_MAX, 0),
                    COALESCE(DAY_OF_WEEK, 0),
                    COALESCE(CHAR(SEASON_FROM_DATE, ISO), ' '),
                    COALESCE(CHAR(SEASON_TO_DATE, ISO), ' '),
                    ADJUST_PERCENT
             FROM T56_FARE_RULE
             WHERE RULE_STATUS = 'ACTIVE'
               AND EFFECTIVE_TO_DATE >= CURRENT DATE
             ORDER BY RULE_ID
             FOR FETCH ONLY
           END-EXEC

      * THROUGH FARES STILL IN FORCE OR STILL TO COME
           EXEC SQL
             DECLARE C-THROUGH-FARES CURSOR FOR
             SELECT ORIGIN_AIRPORT_CODE,
                    DESTINATION_AIRPORT_CODE,
                    CHAR(EFFECTIVE_FROM_DATE, ISO),
                    CHAR(EFFECTIVE_TO_DATE, ISO),
                    THROUGH_FARE_AMOUNT
             FROM T82_THROUGH_FARE
             WHERE EFFECTIVE_TO_DATE >= CURRENT DATE
             ORDER BY ORIGIN_AIRPORT_CODE, DESTINATION_AIRPORT_CODE,
                      EFFECTIVE_FROM_DATE
             FOR FETCH ONLY
           END-EXEC

      * AIRPORT FEES STILL IN FORCE OR STILL TO COME, EACH WITH THE
      * FRESHEST RATE OF ITS OWN CURRENCY (1 WHEN T17 HAS NONE)
           EXEC SQL
             DECLARE C-AIRPORT-FEES CURSOR FOR
             SELECT T76.AIRPORT_CODE,
                    T76.AUTHORITY,
                    CHAR(T76.EFFECTIVE_FROM_DATE, ISO),
                    CHAR(T76.EFFECTIVE_TO_DATE, ISO),
                    T76.FEE_AMOUNT,
                    COALESCE(
                    (SELECT T17.RATE_TO_COMMON
                       FROM T17_CURRENCY_RATE_TABLE T17
                      WHERE T17.CURRENCY_CODE = T76.CURRENCY_CODE
                      ORDER BY T17.EFFECTIVE_DATE DESC
                      FETCH FIRST ROW ONLY), 1)
             FROM T76_AIRPORT_FEE T76
             WHERE T76.EFFECTIVE_TO_DATE >= CURRENT DATE
             ORDER BY T76.AIRPORT_CODE, T76.AUTHORITY
             FOR FETCH ONLY
           END-EXEC

      * SNAPSHOT RECORDS THIS RUN DID NOT SEE -- THE WITHDRAWALS
           EXEC SQL
             DECLARE C-WITHDRAWN CURSOR FOR
             SELECT RECORD_TYPE,
                    RECORD_KEY,
                    ROW_IMAGE
             FROM T163_FARE_PUB_SNAPSHOT
             WHERE PARTNER_CODE  = :WS-PARTNER-CODE
               AND CURRENCY_CODE = :WS-FILING-CURRENCY
               AND SEEN_FLAG     = 'N'
             ORDER BY RECORD_TYPE, RECORD_KEY
             FOR FETCH ONLY
           END-EXEC

      * THE LINES OF AN EARLIER FILING, FOR A RESEND
           EXEC SQL
             DECLARE C-FILING-LINES CURSOR FOR
             SELECT RECORD_TEXT
             FROM T165_FARE_FILING_LINE
             WHERE PARTNER_CODE    = :WS-PARTNER-CODE
               AND CURRENCY_CODE   = :WS-FILING-CURRENCY
               AND FILING_SEQUENCE = :WS-FILING-SEQUENCE
             ORDER BY LINE_NUMBER
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-CURSOR           PIC X VALUE 'N'.
               88 SO-END-OF-CURSOR          VALUE 'Y'.
           05 SW-RUN-MODE                   PIC X VALUE SPACE.
               88 SO-FULL-MODE              VALUE 'F'.
               88 SO-CHANGES-MODE           VALUE 'C'.
               88 SO-RESEND-MODE            VALUE 'R'.
           05 SW-IF-SNAPSHOT-FOUND          PIC X VALUE 'N'.
               88 SO-SNAPSHOT-FOUND         VALUE 'Y'.
               88 SO-SNAPSHOT-NOT-FOUND     VALUE 'N'.

       01 CT-CONSTANTS.
           05 CT-OWN-AIRLINE-CODE           PIC X(3) VALUE 'ZZZ'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-ITEM OCCURS 4 TIMES   PIC X(20).
           05 WS-PARM-SUB                   PIC S9(4) COMP.
           05 WS-PARM-MODE                  PIC X(7).
           05 WS-PARM-SEQUENCE              PIC X(6).

       01 WS-FILING-FIELDS.
           05 WS-PARTNER-CODE               PIC X(8) VALUE SPACE.
           05 WS-FILING-CURRENCY            PIC X(3) VALUE SPACE.
           05 WS-FILING-SEQUENCE            PIC S9(9) COMP VALUE 0.
           05 WS-LINE-NUMBER                PIC S9(9) COMP VALUE 0.
           05 WS-HOME-CURRENCY              PIC X(3).
           05 WS-HOME-RATE                  PIC 9(5)V9(6) COMP-3.
           05 WS-FILING-RATE                PIC 9(5)V9(6) COMP-3.
           05 WS-SOURCE-RATE                PIC 9(5)V9(6) COMP-3.
           05 WS-SOURCE-AMOUNT              PIC S9(7)V99 COMP-3.
           05 WS-FILING-AMOUNT              PIC S9(7)V99 COMP-3.
           05 WS-FILING-LINE-COUNT          PIC S9(9) COMP.

       01 WS-FETCH-FIELDS.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FLIGHT-NUMBER              PIC X(15).
           05 WS-ORIGIN-CODE                PIC X(3).
           05 WS-DESTINATION-CODE           PIC X(3).
           05 WS-DEPARTURE-DATE             PIC X(10).
           05 WS-RULE-ID                    PIC S9(9) COMP.
           05 WS-RULE-ID-DISPLAY            PIC 9(9).
           05 WS-RULE-TYPE                  PIC X(7).
           05 WS-FROM-DATE                  PIC X(10).
           05 WS-TO-DATE                    PIC X(10).
           05 WS-DAYS-BEFORE-MIN            PIC S9(4) COMP.
           05 WS-DAYS-BEFORE-MAX            PIC S9(4) COMP.
           05 WS-DAY-OF-WEEK                PIC S9(4) COMP.
           05 WS-SEASON-FROM-DATE           PIC X(10).
           05 WS-SEASON-TO-DATE             PIC X(10).
           05 WS-ADJUST-PERCENT             PIC S9(3)V99 COMP-3.
           05 WS-AIRPORT-CODE               PIC X(3).
           05 WS-AUTHORITY                  PIC X(20).
           05 WS-RECORD-TYPE                PIC X(1).
           05 WS-RECORD-KEY                 PIC X(20).
           05 WS-RECORD-TEXT                PIC X(120).

       01 WS-ROW-IMAGE                      PIC X(80).
       01 WS-SNAPSHOT-IMAGE                 PIC X(80).

      * ONE RECORD OF THE PARTNER FILE
       01 WS-FILING-RECORD.
           05 WS-FIL-RECORD-TYPE            PIC X(1).
           05 WS-FIL-ACTION                 PIC X(1).
           05 WS-FIL-RECORD-KEY             PIC X(20).
           05 WS-FIL-RECORD-DATA            PIC X(80).
           05 FILLER                        PIC X(18) VALUE SPACE.

      * THE RECORD DATA OF EACH TYPE
       01 WS-FARE-DATA.
           05 WS-FD-FLIGHT-NUMBER           PIC X(15).
           05 WS-FD-ORIGIN                  PIC X(3).
           05 WS-FD-DESTINATION             PIC X(3).
           05 WS-FD-DEPARTURE-DATE          PIC X(10).
           05 WS-FD-AMOUNT                  PIC 9(7).99.
       01 WS-RULE-DATA.
           05 WS-RD-FLIGHT-ID               PIC X(8).
           05 WS-RD-RULE-TYPE               PIC X(7).
           05 WS-RD-FROM-DATE               PIC X(10).
           05 WS-RD-TO-DATE                 PIC X(10).
           05 WS-RD-DAYS-MIN                PIC 9(3).
           05 WS-RD-DAYS-MAX                PIC 9(3).
           05 WS-RD-DAY-OF-WEEK             PIC 9(1).
           05 WS-RD-SEASON-FROM             PIC X(10).
           05 WS-RD-SEASON-TO               PIC X(10).
           05 WS-RD-PERCENT                 PIC +999.99.
       01 WS-THROUGH-DATA.
           05 WS-TD-ORIGIN                  PIC X(3).
           05 WS-TD-DESTINATION             PIC X(3).
           05 WS-TD-FROM-DATE               PIC X(10).
           05 WS-TD-TO-DATE                 PIC X(10).
           05 WS-TD-AMOUNT                  PIC 9(7).99.
       01 WS-FEE-DATA.
           05 WS-AD-AIRPORT                 PIC X(3).
           05 WS-AD-AUTHORITY               PIC X(20).
           05 WS-AD-FROM-DATE               PIC X(10).
           05 WS-AD-TO-DATE                 PIC X(10).
           05 WS-AD-AMOUNT                  PIC 9(7).99.
       01 WS-HEADER-DATA.
           05 WS-HD-PARTNER                 PIC X(8).
           05 WS-HD-CURRENCY                PIC X(3).
           05 WS-HD-SEQUENCE                PIC 9(6).
           05 WS-HD-MODE                    PIC X(7).
           05 WS-HD-FILING-DATE             PIC X(10).
       01 WS-TRAILER-DATA.
           05 WS-ZD-RECORDS                 PIC 9(7).
           05 WS-ZD-ADDED                   PIC 9(7).
           05 WS-ZD-CHANGED                 PIC 9(7).
           05 WS-ZD-WITHDRAWN               PIC 9(7).

       01 WS-COUNTERS.
           05 WS-RECORDS-SEEN               PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-FILED              PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-ADDED              PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-CHANGED            PIC S9(7) COMP VALUE 0.
           05 WS-RECORDS-WITHDRAWN          PIC S9(7) COMP VALUE 0.
           05 WS-LINES-RESENT               PIC S9(7) COMP VALUE 0.

       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF SO-RESEND-MODE THEN
              PERFORM 5000-RESEND-FILING
           ELSE
              PERFORM 2000-BUILD-FILING
           END-IF
           CLOSE FARE-FILING-FILE
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02552 -- FARE FILING EXTRACT STARTING'
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           IF NOT SO-RESEND-MODE THEN
              PERFORM 1020-GET-RATES
           END-IF
           OPEN OUTPUT FARE-FILING-FILE
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      ******************************************************************
       1010-PARSE-PARM.
           MOVE SPACE TO WS-PARM-ITEM(1) WS-PARM-ITEM(2)
                         WS-PARM-ITEM(3) WS-PARM-ITEM(4)
           MOVE SPACE TO WS-PARM-MODE WS-PARM-SEQUENCE
           UNSTRING WS-PARM-TEXT DELIMITED BY ','
              INTO WS-PARM-ITEM(1) WS-PARM-ITEM(2)
                   WS-PARM-ITEM(3) WS-PARM-ITEM(4)
           END-UNSTRING
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 4
              PERFORM 1015-PARSE-ONE-ITEM
           END-PERFORM
           EVALUATE WS-PARM-MODE
           WHEN 'FULL'
              SET SO-FULL-MODE TO TRUE
           WHEN 'CHANGES'
              SET SO-CHANGES-MODE TO TRUE
           WHEN 'RESEND'
              SET SO-RESEND-MODE TO TRUE
           WHEN OTHER
              PERFORM 1019-INVALID-PARM
           END-EVALUATE
           IF WS-PARTNER-CODE = SPACE OR
              WS-FILING-CURRENCY = SPACE THEN
              PERFORM 1019-INVALID-PARM
           END-IF
           IF SO-RESEND-MODE THEN
              IF WS-PARM-SEQUENCE IS NUMERIC THEN
                 MOVE WS-PARM-SEQUENCE TO WS-FILING-SEQUENCE
              ELSE
                 PERFORM 1019-INVALID-PARM
              END-IF
           END-IF
           .
      ******************************************************************
      *                     1015-PARSE-ONE-ITEM
      ******************************************************************
       1015-PARSE-ONE-ITEM.
           EVALUATE TRUE
           WHEN WS-PARM-ITEM(WS-PARM-SUB) = SPACE
              CONTINUE
           WHEN WS-PARM-ITEM(WS-PARM-SUB)(1:5) = 'MODE='
              MOVE WS-PARM-ITEM(WS-PARM-SUB)(6:7) TO WS-PARM-MODE
           WHEN WS-PARM-ITEM(WS-PARM-SUB)(1:8) = 'PARTNER='
              MOVE WS-PARM-ITEM(WS-PARM-SUB)(9:8) TO WS-PARTNER-CODE
           WHEN WS-PARM-ITEM(WS-PARM-SUB)(1:9) = 'CURRENCY='
              MOVE WS-PARM-ITEM(WS-PARM-SUB)(10:3)
                                            TO WS-FILING-CURRENCY
           WHEN WS-PARM-ITEM(WS-PARM-SUB)(1:9) = 'SEQUENCE='
              MOVE WS-PARM-ITEM(WS-PARM-SUB)(10:6) TO WS-PARM-SEQUENCE
           WHEN OTHER
              PERFORM 1019-INVALID-PARM
           END-EVALUATE
           .
      ******************************************************************
      *                     1019-INVALID-PARM
      ******************************************************************
       1019-INVALID-PARM.
           DISPLAY 'Z02552 -- INVALID PARM, EXPECTED '
                   'MODE=FULL|CHANGES,PARTNER=X,CURRENCY=XXX'
           DISPLAY '          OR MODE=RESEND,PARTNER=X,CURRENCY=XXX,'
                   'SEQUENCE=NNNNNN'
           DISPLAY '          GOT: ' WS-PARM-TEXT
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1020-GET-RATES
      * THE HOME CURRENCY'S RATE AND THE FILING CURRENCY'S RATE, EACH
      * THE FRESHEST T17 ROW.  A FILING CURRENCY T17 DOES NOT KNOW
      * STOPS THE RUN RATHER THAN FILE UNCONVERTED AMOUNTS
      ******************************************************************
       1020-GET-RATES.
           EXEC SQL
             SELECT T01.HOME_CURRENCY_CODE
             INTO :WS-HOME-CURRENCY
             FROM T01_AIRLINE_NAMES_TABLE T01
             WHERE T01.AIRLINE_CODE = :CT-OWN-AIRLINE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- HOME CURRENCY READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE 1 TO WS-HOME-RATE
           EXEC SQL
             SELECT RATE_TO_COMMON
             INTO :WS-HOME-RATE
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE = :WS-HOME-CURRENCY
             ORDER BY EFFECTIVE_DATE DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- HOME RATE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           EXEC SQL
             SELECT RATE_TO_COMMON
             INTO :WS-FILING-RATE
             FROM T17_CURRENCY_RATE_TABLE
             WHERE CURRENCY_CODE = :WS-FILING-CURRENCY
             ORDER BY EFFECTIVE_DATE DESC
             FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              DISPLAY 'Z02552 -- CURRENCY ' WS-FILING-CURRENCY
                      ' HAS NO RATE ON T17'
              PERFORM 9999-EXIT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FILING RATE READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           IF WS-FILING-RATE = 0 THEN
              DISPLAY 'Z02552 -- CURRENCY ' WS-FILING-CURRENCY
                      ' HAS A ZERO RATE ON T17'
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                     2000-BUILD-FILING
      ******************************************************************
       2000-BUILD-FILING.
           PERFORM 7010-GET-NEXT-SEQUENCE
           IF SO-FULL-MODE THEN
              PERFORM 7011-CLEAR-SNAPSHOT
           ELSE
              PERFORM 7012-UNMARK-SNAPSHOT
           END-IF
           PERFORM 2800-WRITE-HEADER
           PERFORM 2100-FILE-FLIGHT-FARES
           PERFORM 2200-FILE-FARE-RULES
           PERFORM 2300-FILE-THROUGH-FARES
           PERFORM 2400-FILE-AIRPORT-FEES
           IF SO-CHANGES-MODE THEN
              PERFORM 2500-FILE-WITHDRAWALS
           END-IF
           PERFORM 2850-WRITE-TRAILER
           PERFORM 7015-INSERT-FILING-LOG
           .
      ******************************************************************
      *                   2050-FILE-IF-DUE
      * FULL MODE FILES EVERY RECORD AS ADDED; CHANGES MODE ONLY WHAT
      * IS NEW OR DIFFERS FROM THE SNAPSHOT.  EITHER WAY THE SNAPSHOT
      * ROW IS REFRESHED AND MARKED SEEN
      ******************************************************************
       2050-FILE-IF-DUE.
           ADD 1 TO WS-RECORDS-SEEN
           MOVE WS-RECORD-TYPE TO WS-FIL-RECORD-TYPE
           MOVE WS-RECORD-KEY  TO WS-FIL-RECORD-KEY
           MOVE WS-ROW-IMAGE   TO WS-FIL-RECORD-DATA
           IF SO-FULL-MODE THEN
              SET SO-SNAPSHOT-NOT-FOUND TO TRUE
           ELSE
              PERFORM 7001-READ-SNAPSHOT
           END-IF
           EVALUATE TRUE
           WHEN SO-SNAPSHOT-NOT-FOUND
              MOVE 'A' TO WS-FIL-ACTION
              ADD 1 TO WS-RECORDS-ADDED
              PERFORM 2060-WRITE-FILING-RECORD
           WHEN WS-SNAPSHOT-IMAGE NOT = WS-ROW-IMAGE
              MOVE 'C' TO WS-FIL-ACTION
              ADD 1 TO WS-RECORDS-CHANGED
              PERFORM 2060-WRITE-FILING-RECORD
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           PERFORM 7002-UPSERT-SNAPSHOT
           .
      ******************************************************************
      *                 2060-WRITE-FILING-RECORD
      * EVERY LINE WRITTEN IS ALSO KEPT ON T165 FOR A LATER RESEND
      ******************************************************************
       2060-WRITE-FILING-RECORD.
           WRITE FARE-FILING-OUT-RECORD FROM WS-FILING-RECORD
           IF WS-FIL-RECORD-TYPE NOT = 'H' AND
              WS-FIL-RECORD-TYPE NOT = 'Z' THEN
              ADD 1 TO WS-RECORDS-FILED
           END-IF
           ADD 1 TO WS-LINE-NUMBER
           MOVE WS-FILING-RECORD TO WS-RECORD-TEXT
           PERFORM 7020-INSERT-FILING-LINE
           .
      ******************************************************************
      *                   2100-FILE-FLIGHT-FARES
      ******************************************************************
       2100-FILE-FLIGHT-FARES.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-FLIGHT-FARES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- OPEN OF FARE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2100' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2105-FETCH-FLIGHT-FARE
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2110-BUILD-FARE-RECORD
              PERFORM 2050-FILE-IF-DUE
              PERFORM 2105-FETCH-FLIGHT-FARE
           END-PERFORM
           EXEC SQL
             CLOSE C-FLIGHT-FARES
           END-EXEC
           .
      ******************************************************************
      *                   2105-FETCH-FLIGHT-FARE
      ******************************************************************
       2105-FETCH-FLIGHT-FARE.
           EXEC SQL
             FETCH C-FLIGHT-FARES
             INTO :WS-FLIGHT-ID,
                  :WS-FLIGHT-NUMBER,
                  :WS-ORIGIN-CODE,
                  :WS-DESTINATION-CODE,
                  :WS-DEPARTURE-DATE,
                  :WS-SOURCE-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FETCH OF FARE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2105' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   2110-BUILD-FARE-RECORD
      ******************************************************************
       2110-BUILD-FARE-RECORD.
           MOVE WS-HOME-RATE TO WS-SOURCE-RATE
           PERFORM 2700-CONVERT-AMOUNT
           MOVE 'F'                 TO WS-RECORD-TYPE
           MOVE WS-FLIGHT-ID        TO WS-RECORD-KEY
           MOVE WS-FLIGHT-NUMBER    TO WS-FD-FLIGHT-NUMBER
           MOVE WS-ORIGIN-CODE      TO WS-FD-ORIGIN
           MOVE WS-DESTINATION-CODE TO WS-FD-DESTINATION
           MOVE WS-DEPARTURE-DATE   TO WS-FD-DEPARTURE-DATE
           MOVE WS-FILING-AMOUNT    TO WS-FD-AMOUNT
           MOVE WS-FARE-DATA        TO WS-ROW-IMAGE
           .
      ******************************************************************
      *                   2200-FILE-FARE-RULES
      ******************************************************************
       2200-FILE-FARE-RULES.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-FARE-RULES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- OPEN OF RULE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2200' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2205-FETCH-FARE-RULE
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2210-BUILD-RULE-RECORD
              PERFORM 2050-FILE-IF-DUE
              PERFORM 2205-FETCH-FARE-RULE
           END-PERFORM
           EXEC SQL
             CLOSE C-FARE-RULES
           END-EXEC
           .
      ******************************************************************
      *                   2205-FETCH-FARE-RULE
      ******************************************************************
       2205-FETCH-FARE-RULE.
           EXEC SQL
             FETCH C-FARE-RULES
             INTO :WS-RULE-ID,
                  :WS-FLIGHT-ID,
                  :WS-RULE-TYPE,
                  :WS-FROM-DATE,
                  :WS-TO-DATE,
                  :WS-DAYS-BEFORE-MIN,
                  :WS-DAYS-BEFORE-MAX,
                  :WS-DAY-OF-WEEK,
                  :WS-SEASON-FROM-DATE,
                  :WS-SEASON-TO-DATE,
                  :WS-ADJUST-PERCENT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FETCH OF RULE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2205' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   2210-BUILD-RULE-RECORD
      * A PERCENT ADJUSTMENT -- NOTHING TO CONVERT
      ******************************************************************
       2210-BUILD-RULE-RECORD.
           MOVE 'R'                 TO WS-RECORD-TYPE
           MOVE WS-RULE-ID          TO WS-RULE-ID-DISPLAY
           MOVE WS-RULE-ID-DISPLAY  TO WS-RECORD-KEY
           MOVE WS-FLIGHT-ID        TO WS-RD-FLIGHT-ID
           MOVE WS-RULE-TYPE        TO WS-RD-RULE-TYPE
           MOVE WS-FROM-DATE        TO WS-RD-FROM-DATE
           MOVE WS-TO-DATE          TO WS-RD-TO-DATE
           MOVE WS-DAYS-BEFORE-MIN  TO WS-RD-DAYS-MIN
           MOVE WS-DAYS-BEFORE-MAX  TO WS-RD-DAYS-MAX
           MOVE WS-DAY-OF-WEEK      TO WS-RD-DAY-OF-WEEK
           MOVE WS-SEASON-FROM-DATE TO WS-RD-SEASON-FROM
           MOVE WS-SEASON-TO-DATE   TO WS-RD-SEASON-TO
           MOVE WS-ADJUST-PERCENT   TO WS-RD-PERCENT
           MOVE WS-RULE-DATA        TO WS-ROW-IMAGE
           .
      ******************************************************************
      *                  2300-FILE-THROUGH-FARES
      ******************************************************************
       2300-FILE-THROUGH-FARES.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-THROUGH-FARES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- OPEN OF THROUGH FARE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2300' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2305-FETCH-THROUGH-FARE
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2310-BUILD-THROUGH-RECORD
              PERFORM 2050-FILE-IF-DUE
              PERFORM 2305-FETCH-THROUGH-FARE
           END-PERFORM
           EXEC SQL
             CLOSE C-THROUGH-FARES
           END-EXEC
           .
      ******************************************************************
      *                  2305-FETCH-THROUGH-FARE
      ******************************************************************
       2305-FETCH-THROUGH-FARE.
           EXEC SQL
             FETCH C-THROUGH-FARES
             INTO :WS-ORIGIN-CODE,
                  :WS-DESTINATION-CODE,
                  :WS-FROM-DATE,
                  :WS-TO-DATE,
                  :WS-SOURCE-AMOUNT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FETCH OF THROUGH FARE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2305' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2310-BUILD-THROUGH-RECORD
      ******************************************************************
       2310-BUILD-THROUGH-RECORD.
           MOVE WS-HOME-RATE TO WS-SOURCE-RATE
           PERFORM 2700-CONVERT-AMOUNT
           MOVE 'T'                 TO WS-RECORD-TYPE
           MOVE SPACE               TO WS-RECORD-KEY
           STRING WS-ORIGIN-CODE WS-DESTINATION-CODE WS-FROM-DATE
             DELIMITED BY SIZE INTO WS-RECORD-KEY
           END-STRING
           MOVE WS-ORIGIN-CODE      TO WS-TD-ORIGIN
           MOVE WS-DESTINATION-CODE TO WS-TD-DESTINATION
           MOVE WS-FROM-DATE        TO WS-TD-FROM-DATE
           MOVE WS-TO-DATE          TO WS-TD-TO-DATE
           MOVE WS-FILING-AMOUNT    TO WS-TD-AMOUNT
           MOVE WS-THROUGH-DATA     TO WS-ROW-IMAGE
           .
      ******************************************************************
      *                   2400-FILE-AIRPORT-FEES
      ******************************************************************
       2400-FILE-AIRPORT-FEES.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-AIRPORT-FEES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- OPEN OF FEE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2400' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2405-FETCH-AIRPORT-FEE
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2410-BUILD-FEE-RECORD
              PERFORM 2050-FILE-IF-DUE
              PERFORM 2405-FETCH-AIRPORT-FEE
           END-PERFORM
           EXEC SQL
             CLOSE C-AIRPORT-FEES
           END-EXEC
           .
      ******************************************************************
      *                   2405-FETCH-AIRPORT-FEE
      ******************************************************************
       2405-FETCH-AIRPORT-FEE.
           EXEC SQL
             FETCH C-AIRPORT-FEES
             INTO :WS-AIRPORT-CODE,
                  :WS-AUTHORITY,
                  :WS-FROM-DATE,
                  :WS-TO-DATE,
                  :WS-SOURCE-AMOUNT,
                  :WS-SOURCE-RATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FETCH OF FEE CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2405' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   2410-BUILD-FEE-RECORD
      * THE FEE'S OWN CURRENCY RATE CAME WITH THE ROW
      ******************************************************************
       2410-BUILD-FEE-RECORD.
           PERFORM 2700-CONVERT-AMOUNT
           MOVE 'A'                 TO WS-RECORD-TYPE
           MOVE SPACE               TO WS-RECORD-KEY
           STRING WS-AIRPORT-CODE WS-AUTHORITY(1:17)
             DELIMITED BY SIZE INTO WS-RECORD-KEY
           END-STRING
           MOVE WS-AIRPORT-CODE     TO WS-AD-AIRPORT
           MOVE WS-AUTHORITY        TO WS-AD-AUTHORITY
           MOVE WS-FROM-DATE        TO WS-AD-FROM-DATE
           MOVE WS-TO-DATE          TO WS-AD-TO-DATE
           MOVE WS-FILING-AMOUNT    TO WS-AD-AMOUNT
           MOVE WS-FEE-DATA         TO WS-ROW-IMAGE
           .
      ******************************************************************
      *                   2500-FILE-WITHDRAWALS
      * WHAT THE PARTNER STILL HOLDS BUT WE NO LONGER OFFER GOES OUT
      * WITH ITS LAST-FILED IMAGE AND LEAVES THE SNAPSHOT
      ******************************************************************
       2500-FILE-WITHDRAWALS.
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-WITHDRAWN
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- OPEN OF WITHDRAWN CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2500' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2505-FETCH-WITHDRAWN
           PERFORM UNTIL SO-END-OF-CURSOR
              MOVE WS-RECORD-TYPE    TO WS-FIL-RECORD-TYPE
              MOVE 'W'               TO WS-FIL-ACTION
              MOVE WS-RECORD-KEY     TO WS-FIL-RECORD-KEY
              MOVE WS-SNAPSHOT-IMAGE TO WS-FIL-RECORD-DATA
              ADD 1 TO WS-RECORDS-WITHDRAWN
              PERFORM 2060-WRITE-FILING-RECORD
              PERFORM 2505-FETCH-WITHDRAWN
           END-PERFORM
           EXEC SQL
             CLOSE C-WITHDRAWN
           END-EXEC
           PERFORM 7013-DROP-WITHDRAWN
           .
      ******************************************************************
      *                   2505-FETCH-WITHDRAWN
      ******************************************************************
       2505-FETCH-WITHDRAWN.
           EXEC SQL
             FETCH C-WITHDRAWN
             INTO :WS-RECORD-TYPE,
                  :WS-RECORD-KEY,
                  :WS-SNAPSHOT-IMAGE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FETCH OF WITHDRAWN CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2505' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                    2700-CONVERT-AMOUNT
      * SOURCE CURRENCY TO THE COMMON UNIT AND ON TO THE PARTNER'S
      ******************************************************************
       2700-CONVERT-AMOUNT.
           IF WS-SOURCE-RATE = 0 THEN
              MOVE 1 TO WS-SOURCE-RATE
           END-IF
           COMPUTE WS-FILING-AMOUNT ROUNDED =
              WS-SOURCE-AMOUNT * WS-SOURCE-RATE / WS-FILING-RATE
           .
      ******************************************************************
      *                     2800-WRITE-HEADER
      ******************************************************************
       2800-WRITE-HEADER.
           MOVE WS-PARTNER-CODE    TO WS-HD-PARTNER
           MOVE WS-FILING-CURRENCY TO WS-HD-CURRENCY
           MOVE WS-FILING-SEQUENCE TO WS-HD-SEQUENCE
           MOVE WS-PARM-MODE       TO WS-HD-MODE
           MOVE WS-TODAY-DATE      TO WS-HD-FILING-DATE
           MOVE 'H'                TO WS-FIL-RECORD-TYPE
           MOVE SPACE              TO WS-FIL-ACTION
           MOVE SPACE              TO WS-FIL-RECORD-KEY
           MOVE WS-HEADER-DATA     TO WS-FIL-RECORD-DATA
           PERFORM 2060-WRITE-FILING-RECORD
           .
      ******************************************************************
      *                     2850-WRITE-TRAILER
      ******************************************************************
       2850-WRITE-TRAILER.
           MOVE WS-RECORDS-FILED     TO WS-ZD-RECORDS
           MOVE WS-RECORDS-ADDED     TO WS-ZD-ADDED
           MOVE WS-RECORDS-CHANGED   TO WS-ZD-CHANGED
           MOVE WS-RECORDS-WITHDRAWN TO WS-ZD-WITHDRAWN
           MOVE 'Z'                  TO WS-FIL-RECORD-TYPE
           MOVE SPACE                TO WS-FIL-ACTION
           MOVE SPACE                TO WS-FIL-RECORD-KEY
           MOVE WS-TRAILER-DATA      TO WS-FIL-RECORD-DATA
           PERFORM 2060-WRITE-FILING-RECORD
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           DISPLAY ' '
           DISPLAY 'PARTNER:          ' WS-PARTNER-CODE
           DISPLAY 'CURRENCY:         ' WS-FILING-CURRENCY
           DISPLAY 'FILING SEQUENCE:  ' WS-FILING-SEQUENCE
           IF SO-RESEND-MODE THEN
              DISPLAY 'LINES RESENT:     ' WS-LINES-RESENT
           ELSE
              DISPLAY 'RECORDS SEEN:     ' WS-RECORDS-SEEN
              DISPLAY 'RECORDS FILED:    ' WS-RECORDS-FILED
              DISPLAY '  ADDED:          ' WS-RECORDS-ADDED
              DISPLAY '  CHANGED:        ' WS-RECORDS-CHANGED
              DISPLAY '  WITHDRAWN:      ' WS-RECORDS-WITHDRAWN
           END-IF
           .
      ******************************************************************
      *                     5000-RESEND-FILING
      * AN EARLIER FILING, WRITTEN AGAIN FROM ITS KEPT LINES
      ******************************************************************
       5000-RESEND-FILING.
           PERFORM 7030-CHECK-FILING-EXISTS
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-FILING-LINES
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- OPEN OF FILING LINE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '5000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 5010-FETCH-FILING-LINE
           PERFORM UNTIL SO-END-OF-CURSOR
              WRITE FARE-FILING-OUT-RECORD FROM WS-RECORD-TEXT
              ADD 1 TO WS-LINES-RESENT
              PERFORM 5010-FETCH-FILING-LINE
           END-PERFORM
           EXEC SQL
             CLOSE C-FILING-LINES
           END-EXEC
           .
      ******************************************************************
      *                   5010-FETCH-FILING-LINE
      ******************************************************************
       5010-FETCH-FILING-LINE.
           EXEC SQL
             FETCH C-FILING-LINES
             INTO :WS-RECORD-TEXT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FETCH OF FILING LINE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '5010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     7001-READ-SNAPSHOT
      ******************************************************************
       7001-READ-SNAPSHOT.
           SET SO-SNAPSHOT-NOT-FOUND TO TRUE
           MOVE SPACE TO WS-SNAPSHOT-IMAGE
           EXEC SQL
             SELECT ROW_IMAGE
             INTO :WS-SNAPSHOT-IMAGE
             FROM T163_FARE_PUB_SNAPSHOT
             WHERE PARTNER_CODE  = :WS-PARTNER-CODE
               AND CURRENCY_CODE = :WS-FILING-CURRENCY
               AND RECORD_TYPE   = :WS-RECORD-TYPE
               AND RECORD_KEY    = :WS-RECORD-KEY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-SNAPSHOT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- SNAPSHOT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                     7002-UPSERT-SNAPSHOT
      ******************************************************************
       7002-UPSERT-SNAPSHOT.
           EXEC SQL
             UPDATE T163_FARE_PUB_SNAPSHOT
                SET ROW_IMAGE           = :WS-ROW-IMAGE,
                    SEEN_FLAG           = 'Y',
                    FILING_SEQUENCE     = :WS-FILING-SEQUENCE,
                    EXTRACTED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE PARTNER_CODE  = :WS-PARTNER-CODE
                AND CURRENCY_CODE = :WS-FILING-CURRENCY
                AND RECORD_TYPE   = :WS-RECORD-TYPE
                AND RECORD_KEY    = :WS-RECORD-KEY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              EXEC SQL
                INSERT INTO T163_FARE_PUB_SNAPSHOT
                   (PARTNER_CODE, CURRENCY_CODE, RECORD_TYPE,
                    RECORD_KEY, ROW_IMAGE, SEEN_FLAG,
                    FILING_SEQUENCE, EXTRACTED_TIMESTAMP)
                VALUES
                   (:WS-PARTNER-CODE, :WS-FILING-CURRENCY,
                    :WS-RECORD-TYPE, :WS-RECORD-KEY, :WS-ROW-IMAGE,
                    'Y', :WS-FILING-SEQUENCE, CURRENT TIMESTAMP)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 MOVE SQLCODE TO WS-SQLCODE-FORMAT
                 DISPLAY 'Z02552 -- SNAPSHOT INSERT FAILED, '
                         'SQLCODE ' WS-SQLCODE-FORMAT
                 MOVE '7002' TO ERRL-STATEMENT-ID
                 PERFORM 9060-WRITE-ERROR-LOG
                 PERFORM 9999-EXIT
              END-IF
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- SNAPSHOT UPDATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                   7010-GET-NEXT-SEQUENCE
      ******************************************************************
       7010-GET-NEXT-SEQUENCE.
           EXEC SQL
             SELECT COALESCE(MAX(FILING_SEQUENCE), 0) + 1
             INTO :WS-FILING-SEQUENCE
             FROM T164_FARE_FILING
             WHERE PARTNER_CODE  = :WS-PARTNER-CODE
               AND CURRENCY_CODE = :WS-FILING-CURRENCY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FILING SEQUENCE READ FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7011-CLEAR-SNAPSHOT
      * A FULL FILING STARTS THE PARTNER'S SNAPSHOT AFRESH
      ******************************************************************
       7011-CLEAR-SNAPSHOT.
           EXEC SQL
             DELETE FROM T163_FARE_PUB_SNAPSHOT
              WHERE PARTNER_CODE  = :WS-PARTNER-CODE
                AND CURRENCY_CODE = :WS-FILING-CURRENCY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- SNAPSHOT CLEAR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7011' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7012-UNMARK-SNAPSHOT
      * EVERY RECORD STILL ON OFFER IS MARKED SEEN AGAIN BY 7002
      ******************************************************************
       7012-UNMARK-SNAPSHOT.
           EXEC SQL
             UPDATE T163_FARE_PUB_SNAPSHOT
                SET SEEN_FLAG = 'N'
              WHERE PARTNER_CODE  = :WS-PARTNER-CODE
                AND CURRENCY_CODE = :WS-FILING-CURRENCY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- SNAPSHOT UNMARK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7012' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7013-DROP-WITHDRAWN
      ******************************************************************
       7013-DROP-WITHDRAWN.
           EXEC SQL
             DELETE FROM T163_FARE_PUB_SNAPSHOT
              WHERE PARTNER_CODE  = :WS-PARTNER-CODE
                AND CURRENCY_CODE = :WS-FILING-CURRENCY
                AND SEEN_FLAG     = 'N'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- SNAPSHOT DROP FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7013' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7015-INSERT-FILING-LOG
      ******************************************************************
       7015-INSERT-FILING-LOG.
           EXEC SQL
             INSERT INTO T164_FARE_FILING
                (PARTNER_CODE, CURRENCY_CODE, FILING_SEQUENCE,
                 FILING_MODE, RECORD_COUNT, ADDED_COUNT,
                 CHANGED_COUNT, WITHDRAWN_COUNT, FILED_TIMESTAMP)
             VALUES
                (:WS-PARTNER-CODE, :WS-FILING-CURRENCY,
                 :WS-FILING-SEQUENCE, :WS-PARM-MODE,
                 :WS-RECORDS-FILED, :WS-RECORDS-ADDED,
                 :WS-RECORDS-CHANGED, :WS-RECORDS-WITHDRAWN,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FILING LOG INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7015' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   7020-INSERT-FILING-LINE
      ******************************************************************
       7020-INSERT-FILING-LINE.
           EXEC SQL
             INSERT INTO T165_FARE_FILING_LINE
                (PARTNER_CODE, CURRENCY_CODE, FILING_SEQUENCE,
                 LINE_NUMBER, RECORD_TEXT)
             VALUES
                (:WS-PARTNER-CODE, :WS-FILING-CURRENCY,
                 :WS-FILING-SEQUENCE, :WS-LINE-NUMBER,
                 :WS-RECORD-TEXT)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FILING LINE INSERT FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7030-CHECK-FILING-EXISTS
      ******************************************************************
       7030-CHECK-FILING-EXISTS.
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-FILING-LINE-COUNT
             FROM T164_FARE_FILING
             WHERE PARTNER_CODE    = :WS-PARTNER-CODE
               AND CURRENCY_CODE   = :WS-FILING-CURRENCY
               AND FILING_SEQUENCE = :WS-FILING-SEQUENCE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02552 -- FILING LOG READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           IF WS-FILING-LINE-COUNT = 0 THEN
              DISPLAY 'Z02552 -- NO FILING ' WS-PARM-SEQUENCE
                      ' FOR ' WS-PARTNER-CODE ' ' WS-FILING-CURRENCY
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02552  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-PARTNER-CODE TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02552 -- FARE FILING EXTRACT ENDING'
           GOBACK
           .
