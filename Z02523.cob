       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02523.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- MARKETING CAMPAIGN SELECTION EXTRACT
      *
      * MARKETING USED TO BE HANDED A CONTACT LIST WITH NO WAY OF
      * SHOWING THAT EVERYONE ON IT HAD AGREED TO BE CONTACTED.  THE
      * CONSENT NOW LIVES ON T140_MARKETING_CONSENT (TAKEN AT BOOKING
      * BY Z02202, CHANGED LATER AT THE Z02522 CONSENT DESK) AND THIS
      * EXTRACT IS THE ONLY WAY A CAMPAIGN LIST LEAVES THE SYSTEM.
      * ONE RUN SELECTS ONE CAMPAIGN'S AUDIENCE FOR ONE CHANNEL:
      *
      *   - THE LATEST T140 ROW OF THE CHANNEL MUST SAY 'Y' -- NO ROW
      *     (NEVER ASKED) OR A LATER 'N' KEEPS THE PASSENGER OUT
      *   - AN ANONYMIZED PASSENGER (Z02400) IS NEVER SELECTED, EVEN
      *     IF A CONSENT ROW WERE SOMEHOW LEFT BEHIND
      *   - THE CHANNEL MUST BE REACHABLE: AN E-MAIL ADDRESS FOR
      *     EMAIL, A PHONE NUMBER FOR SMS, A FREQUENT FLYER NUMBER
      *     FOR POST (NO POSTAL ADDRESS IS HELD -- THE MAILING HOUSE
      *     ADDRESSES THE MEMBER BY NUMBER)
      *   - ONLY PASSENGERS WHO HAVE FLOWN ARE SELECTED: A CHECKED-IN
      *     SEAT ON A CLOSED-OUT FLIGHT (T30), THE SAME 'FLOWN' RULE
      *     Z02398 ACCRUES MILES ON.  THE LATEST SUCH DEPARTURE IS
      *     THE LAST TRAVEL DATE
      *
      * THE CRITERIA COME IN ON THE PARM FIELD OF THE EXEC STATEMENT
      * AS KEYWORDS SEPARATED BY SPACES, IN ANY ORDER:
      *
      *    CAMPAIGN=xxxxxxxxxx   REQUIRED, THE CAMPAIGN CODE
      *    CHANNEL=EMAIL         REQUIRED, EMAIL / SMS / POST
      *    ROUTE=AAABBB          OPTIONAL, FLOWN AAA-BBB EITHER WAY
      *    TIER=xxxxxxxx         OPTIONAL, T06 MEMBER_TIER AS Z02398
      *                          SETS IT FROM THE T51 MILES
      *    FROM=YYYY-MM-DD       OPTIONAL, LAST TRAVEL ON OR AFTER
      *    TO=YYYY-MM-DD         OPTIONAL, LAST TRAVEL ON OR BEFORE
      *
      * OUTPUT ON DDNAME CAMPOUT, ONE 120-BYTE RECORD PER PASSENGER
      * BETWEEN A HEADER AND A TRAILER:
      *
      *   CAMPAIGN xxxxxxxxxx CHANNEL EMAIL EXTRACT 123456789 ...
      *   PASSENGER-ID LAST-NAME FIRST-NAME CONTACT TIER LAST-TRAVEL
      *   END OF EXTRACT 00000123
      *
      * EVERY RUN IS ITS OWN PROOF: THE EXTRACT (NUMBERED OFF
      * T20_ID_SEQUENCE) IS LOGGED ON T141 WITH ITS CRITERIA AND
      * COUNT, AND EACH PASSENGER SELECTED ON T142 WITH THE CONSENT
      * TIMESTAMP THE SELECTION RELIED ON -- SO A LATER "WHY DID I
      * GET THIS" IS ANSWERED FROM THE CONSENT ROW ITSELF.  THE RUN
      * REPORT IS STORED ON T52 THROUGH Z02401.
      *
      * NEW TABLES:
      *   T141_CAMPAIGN_EXTRACT_LOG -- ONE ROW PER EXTRACT
      *      EXTRACT_ID              INTEGER       PRIMARY KEY (T20)
      *      CAMPAIGN_CODE           CHAR(10)      NOT NULL
      *      CHANNEL_CODE            CHAR(5)       NOT NULL
      *      CRITERIA                CHAR(80)      NOT NULL  THE PARM
      *      RECORD_COUNT            INTEGER       NOT NULL
      *      RUN_TIMESTAMP           TIMESTAMP     NOT NULL
      *      INDEX (CAMPAIGN_CODE)
      *
      *   T142_CAMPAIGN_EXTRACT_PASSENGER -- WHO WENT OUT ON IT
      *      EXTRACT_ID              INTEGER       NOT NULL  T141
      *      PASSENGER_ID            INTEGER       NOT NULL  T06
      *      CONSENT_TIMESTAMP       TIMESTAMP     NOT NULL  T140
      *      PRIMARY KEY (EXTRACT_ID, PASSENGER_ID),
      *      INDEX (PASSENGER_ID)
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
           SELECT CAMPAIGN-OUT-FILE ASSIGN TO 'CAMPOUT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-OUT-FILE.
       01  CAMPAIGN-OUT-RECORD                  PIC X(120).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * REPORT REPOSITORY PARM BLOCK (SEE Z02401)
           COPY ZZEC0263.

      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

      * THE AUDIENCE: LATEST CONSENT OF THE CHANNEL IS 'Y', NOT
      * ANONYMIZED, REACHABLE ON THE CHANNEL, FLOWN, AND INSIDE THE
      * OPTIONAL ROUTE / TIER / LAST TRAVEL CRITERIA
           EXEC SQL
             DECLARE C-CAMPAIGN-AUDIENCE CURSOR FOR
             SELECT T06.PASSENGER_ID,
                    T06.PASSENGER_LAST_NAME,
                    T06.PASSENGER_NAME,
                    COALESCE(T06.CONTACT_EMAIL, ' '),
                    COALESCE(T06.CONTACT_PHONE, ' '),
                    COALESCE(T06.FREQUENT_FLYER_NUMBER, ' '),
                    COALESCE(T06.MEMBER_TIER, ' '),
                    CHAR(T140.CONSENT_TIMESTAMP),
                    CHAR(FLOWN.LAST_TRAVEL)
             FROM T06_PASSENGERS_TABLE T06
             INNER JOIN T140_MARKETING_CONSENT T140 ON
                   T140.PASSENGER_ID = T06.PASSENGER_ID
               AND T140.CHANNEL_CODE = :WS-PARM-CHANNEL
               AND T140.CONSENT_TIMESTAMP =
                      (SELECT MAX(C140.CONSENT_TIMESTAMP)
                         FROM T140_MARKETING_CONSENT C140
                        WHERE C140.PASSENGER_ID = T140.PASSENGER_ID
                          AND C140.CHANNEL_CODE = T140.CHANNEL_CODE)
             INNER JOIN
                   (SELECT T04.PASSENGER_ID,
                           MAX(DATE(T05.DEPARTURE_TIMESTAMP))
                                               AS LAST_TRAVEL
                      FROM T04_FLIGHT_SEATS T04
                      INNER JOIN T05_FLIGHT_TABLE T05 ON
                            T05.FLIGHT_ID = T04.FLIGHT_ID
                      INNER JOIN T30_FLIGHT_CLOSEOUT T30 ON
                            T30.FLIGHT_ID = T05.FLIGHT_ID
                     WHERE T04.BOARDING_STATUS = 'CHECKED IN'
                     GROUP BY T04.PASSENGER_ID) FLOWN ON
                   FLOWN.PASSENGER_ID = T06.PASSENGER_ID
             WHERE T140.CONSENT_FLAG = 'Y'
               AND T06.PASSENGER_NAME <> 'ANONYMIZED'
               AND FLOWN.LAST_TRAVEL BETWEEN DATE(:WS-PARM-FROM-DATE)
                                         AND DATE(:WS-PARM-TO-DATE)
               AND (:WS-PARM-TIER = ' ' OR
                    T06.MEMBER_TIER = :WS-PARM-TIER)
               AND (:WS-PARM-CHANNEL <> 'EMAIL' OR
                    COALESCE(T06.CONTACT_EMAIL, ' ') <> ' ')
               AND (:WS-PARM-CHANNEL <> 'SMS' OR
                    COALESCE(T06.CONTACT_PHONE, ' ') <> ' ')
               AND (:WS-PARM-CHANNEL <> 'POST' OR
                    COALESCE(T06.FREQUENT_FLYER_NUMBER, ' ') <> ' ')
               AND (:WS-PARM-ROUTE-FROM = ' ' OR
                    EXISTS
                       (SELECT 1
                          FROM T04_FLIGHT_SEATS R04
                          INNER JOIN T05_FLIGHT_TABLE R05 ON
                                R05.FLIGHT_ID = R04.FLIGHT_ID
                          INNER JOIN T30_FLIGHT_CLOSEOUT R30 ON
                                R30.FLIGHT_ID = R05.FLIGHT_ID
                         WHERE R04.PASSENGER_ID = T06.PASSENGER_ID
                           AND R04.BOARDING_STATUS = 'CHECKED IN'
                           AND ((R05.DEPARTURE_AIRPORT_CODE =
                                              :WS-PARM-ROUTE-FROM
                             AND R05.ARRIVAL_AIRPORT_CODE =
                                              :WS-PARM-ROUTE-TO)
                            OR  (R05.DEPARTURE_AIRPORT_CODE =
                                              :WS-PARM-ROUTE-TO
                             AND R05.ARRIVAL_AIRPORT_CODE =
                                              :WS-PARM-ROUTE-FROM))))
             ORDER BY T06.PASSENGER_ID
             FOR FETCH ONLY
           END-EXEC

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
               88 SO-SQLCODE-BAD-DATE       VALUE -180 -181.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 CT-CONSTANTS.
           05 CT-EARLIEST-DATE              PIC X(10) VALUE
                                                  '0001-01-01'.
           05 CT-LATEST-DATE                PIC X(10) VALUE
                                                  '9999-12-31'.

       01 SW-SWITCHES.
           05 SW-IF-END-OF-AUDIENCE         PIC X VALUE 'N'.
               88 SO-END-OF-AUDIENCE        VALUE 'Y'.
           05 SW-IF-PARM-VALID              PIC X VALUE 'Y'.
               88 SO-PARM-VALID             VALUE 'Y'.
               88 SO-PARM-INVALID           VALUE 'N'.
           05 SW-PARM-CHANNEL               PIC X(5) VALUE SPACE.
               88 SO-CHANNEL-EMAIL          VALUE 'EMAIL'.
               88 SO-CHANNEL-SMS            VALUE 'SMS'.
               88 SO-CHANNEL-POST           VALUE 'POST'.

       01 WS-PARM-FIELDS.
           05 WS-PARM-TEXT                  PIC X(80) VALUE SPACE.
           05 WS-PARM-WORD                  PIC X(30) OCCURS 6 TIMES.
           05 WS-PARM-SUB                   PIC S9(4) COMP.
           05 WS-PARM-CAMPAIGN              PIC X(10) VALUE SPACE.
           05 WS-PARM-CHANNEL               PIC X(5)  VALUE SPACE.
           05 WS-PARM-ROUTE.
              10 WS-PARM-ROUTE-FROM         PIC X(3)  VALUE SPACE.
              10 WS-PARM-ROUTE-TO           PIC X(3)  VALUE SPACE.
           05 WS-PARM-TIER                  PIC X(8)  VALUE SPACE.
           05 WS-PARM-FROM-DATE             PIC X(10) VALUE SPACE.
           05 WS-PARM-TO-DATE               PIC X(10) VALUE SPACE.

       01 WS-RUN-FIELDS.
           05 WS-EXTRACT-ID                 PIC S9(9) COMP.
           05 WS-EXTRACT-ID-TEXT            PIC 9(9).
           05 WS-RUN-TIMESTAMP              PIC X(26).
           05 WS-RECORD-COUNT               PIC S9(9) COMP VALUE 0.
           05 WS-RECORD-COUNT-TEXT          PIC 9(8).

       01 WS-AUDIENCE-FIELDS.
           05 WS-PASSENGER-ID               PIC S9(9) COMP.
           05 WS-PAX-LAST-NAME              PIC X(50).
           05 WS-PAX-FIRST-NAME             PIC X(50).
           05 WS-CONTACT-EMAIL              PIC X(40).
           05 WS-CONTACT-PHONE              PIC X(20).
           05 WS-MEMBER-NUMBER              PIC X(10).
           05 WS-MEMBER-TIER                PIC X(8).
           05 WS-CONSENT-TIMESTAMP          PIC X(26).
           05 WS-LAST-TRAVEL                PIC X(10).

      * ONE AUDIENCE RECORD -- THE CONTACT COLUMN IS THE E-MAIL, THE
      * PHONE OR THE MEMBER NUMBER, BY CHANNEL
       01 WS-EXTRACT-RECORD.
           05 WS-EXT-PASSENGER-ID           PIC 9(9).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXT-LAST-NAME              PIC X(25).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXT-FIRST-NAME             PIC X(20).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXT-CONTACT                PIC X(40).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXT-TIER                   PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXT-LAST-TRAVEL            PIC X(10).
           05 FILLER                        PIC X(3) VALUE SPACE.
       01 WS-EXTRACT-TEXT REDEFINES WS-EXTRACT-RECORD
                                            PIC X(120).

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
           05 WS-TODAY-YMD                  PIC X(8).
           05 WS-TODAY-DATE.
              10 WS-TODAY-YEAR              PIC X(4).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-MONTH             PIC X(2).
              10 FILLER                     PIC X VALUE '-'.
              10 WS-TODAY-DAY               PIC X(2).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'EXTRACT NUMBER................'.
           05 WS-TOTALS-EXTRACT-ID          PIC 9(9).
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'PASSENGERS SELECTED...........'.
           05 WS-TOTALS-SELECTED            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-THE-AUDIENCE
           PERFORM 2800-LOG-THE-EXTRACT
           PERFORM 2900-WRITE-TOTALS
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02523 -- CAMPAIGN SELECTION EXTRACT STARTING'
           OPEN OUTPUT CAMPAIGN-OUT-FILE
           ACCEPT WS-PARM-TEXT FROM SYSIN
           PERFORM 1010-PARSE-PARM
           PERFORM 1020-CHECK-THE-DATES
           PERFORM 1030-GET-EXTRACT-ID
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CAMPAIGN ' WS-PARM-CAMPAIGN
                  ' CHANNEL ' WS-PARM-CHANNEL
                  ' EXTRACT ' WS-EXTRACT-ID-TEXT
                  ' RUN ' WS-RUN-TIMESTAMP(1:16)
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           MOVE WS-REPORT-BUFFER TO WS-EXTRACT-TEXT
           PERFORM 8000-WRITE-EXTRACT-LINE
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           STRING 'CRITERIA ' WS-PARM-TEXT
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                       1010-PARSE-PARM
      * KEYWORDS IN ANY ORDER; CAMPAIGN= AND CHANNEL= ARE REQUIRED,
      * THE REST NARROW THE AUDIENCE WHEN GIVEN
      ******************************************************************
       1010-PARSE-PARM.
           MOVE SPACE TO WS-PARM-WORD(1) WS-PARM-WORD(2)
                         WS-PARM-WORD(3) WS-PARM-WORD(4)
                         WS-PARM-WORD(5) WS-PARM-WORD(6)
           UNSTRING WS-PARM-TEXT DELIMITED BY ALL SPACE
               INTO WS-PARM-WORD(1) WS-PARM-WORD(2)
                    WS-PARM-WORD(3) WS-PARM-WORD(4)
                    WS-PARM-WORD(5) WS-PARM-WORD(6)
           END-UNSTRING
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                     UNTIL WS-PARM-SUB > 6
              EVALUATE TRUE
              WHEN WS-PARM-WORD(WS-PARM-SUB) = SPACE
                 CONTINUE
              WHEN WS-PARM-WORD(WS-PARM-SUB)(1:9) = 'CAMPAIGN='
                 MOVE WS-PARM-WORD(WS-PARM-SUB)(10:10)
                   TO WS-PARM-CAMPAIGN
              WHEN WS-PARM-WORD(WS-PARM-SUB)(1:8) = 'CHANNEL='
                 MOVE WS-PARM-WORD(WS-PARM-SUB)(9:5)
                   TO WS-PARM-CHANNEL
              WHEN WS-PARM-WORD(WS-PARM-SUB)(1:6) = 'ROUTE='
                 MOVE WS-PARM-WORD(WS-PARM-SUB)(7:6)
                   TO WS-PARM-ROUTE
                 IF WS-PARM-WORD(WS-PARM-SUB)(13:1) NOT = SPACE OR
                    WS-PARM-ROUTE-TO = SPACE THEN
                    SET SO-PARM-INVALID TO TRUE
                 END-IF
              WHEN WS-PARM-WORD(WS-PARM-SUB)(1:5) = 'TIER='
                 MOVE WS-PARM-WORD(WS-PARM-SUB)(6:8)
                   TO WS-PARM-TIER
              WHEN WS-PARM-WORD(WS-PARM-SUB)(1:5) = 'FROM='
                 MOVE WS-PARM-WORD(WS-PARM-SUB)(6:10)
                   TO WS-PARM-FROM-DATE
              WHEN WS-PARM-WORD(WS-PARM-SUB)(1:3) = 'TO='
                 MOVE WS-PARM-WORD(WS-PARM-SUB)(4:10)
                   TO WS-PARM-TO-DATE
              WHEN OTHER
                 SET SO-PARM-INVALID TO TRUE
              END-EVALUATE
           END-PERFORM
           MOVE WS-PARM-CHANNEL TO SW-PARM-CHANNEL
           IF WS-PARM-CAMPAIGN = SPACE OR
              NOT (SO-CHANNEL-EMAIL OR SO-CHANNEL-SMS OR
                   SO-CHANNEL-POST) THEN
              SET SO-PARM-INVALID TO TRUE
           END-IF
           IF SO-PARM-INVALID THEN
              DISPLAY 'Z02523 -- INVALID PARM, EXPECTED CAMPAIGN=xxx '
                      'CHANNEL=EMAIL|SMS|POST [ROUTE=AAABBB] '
                      '[TIER=xxx] [FROM=YYYY-MM-DD] [TO=YYYY-MM-DD]'
              DISPLAY '          GOT: ' WS-PARM-TEXT
              PERFORM 9999-EXIT
           END-IF
           IF WS-PARM-FROM-DATE = SPACE THEN
              MOVE CT-EARLIEST-DATE TO WS-PARM-FROM-DATE
           END-IF
           IF WS-PARM-TO-DATE = SPACE THEN
              MOVE CT-LATEST-DATE TO WS-PARM-TO-DATE
           END-IF
           .
      ******************************************************************
      *                    1020-CHECK-THE-DATES
      * DB2 VALIDATES THE DATES FOR US -- -180/-181 IS A BAD DATE.
      * ONE RUN TIMESTAMP STAMPS THE EXTRACT LOG
      ******************************************************************
       1020-CHECK-THE-DATES.
           EXEC SQL
             VALUES (CHAR(DATE(:WS-PARM-FROM-DATE)),
                     CHAR(DATE(:WS-PARM-TO-DATE)),
                     CHAR(CURRENT TIMESTAMP))
             INTO :WS-PARM-FROM-DATE,
                  :WS-PARM-TO-DATE,
                  :WS-RUN-TIMESTAMP
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-BAD-DATE
              DISPLAY 'Z02523 -- INVALID PARM, FROM= AND TO= MUST BE '
                      'YYYY-MM-DD'
              DISPLAY '          GOT: ' WS-PARM-TEXT
              PERFORM 9999-EXIT
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02523 -- DATE CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           IF WS-PARM-FROM-DATE > WS-PARM-TO-DATE THEN
              DISPLAY 'Z02523 -- INVALID PARM, FROM= IS AFTER TO='
              DISPLAY '          GOT: ' WS-PARM-TEXT
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                    1030-GET-EXTRACT-ID
      ******************************************************************
       1030-GET-EXTRACT-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-EXTRACT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02523 -- EXTRACT NUMBER FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1030' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           MOVE WS-EXTRACT-ID TO WS-EXTRACT-ID-TEXT
           .
      ******************************************************************
      *                 2000-SELECT-THE-AUDIENCE
      ******************************************************************
       2000-SELECT-THE-AUDIENCE.
           EXEC SQL
             OPEN C-CAMPAIGN-AUDIENCE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02523 -- OPEN AUDIENCE CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-PASSENGER
           PERFORM UNTIL SO-END-OF-AUDIENCE
              PERFORM 2020-EXTRACT-THE-PASSENGER
              PERFORM 2010-FETCH-NEXT-PASSENGER
           END-PERFORM
           EXEC SQL
             CLOSE C-CAMPAIGN-AUDIENCE
           END-EXEC
           .
      ******************************************************************
      *                 2010-FETCH-NEXT-PASSENGER
      ******************************************************************
       2010-FETCH-NEXT-PASSENGER.
           EXEC SQL
             FETCH C-CAMPAIGN-AUDIENCE
             INTO :WS-PASSENGER-ID,
                  :WS-PAX-LAST-NAME,
                  :WS-PAX-FIRST-NAME,
                  :WS-CONTACT-EMAIL,
                  :WS-CONTACT-PHONE,
                  :WS-MEMBER-NUMBER,
                  :WS-MEMBER-TIER,
                  :WS-CONSENT-TIMESTAMP,
                  :WS-LAST-TRAVEL
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-AUDIENCE TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02523 -- FETCH AUDIENCE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2020-EXTRACT-THE-PASSENGER
      ******************************************************************
       2020-EXTRACT-THE-PASSENGER.
           MOVE SPACE                TO WS-EXTRACT-TEXT
           MOVE WS-PASSENGER-ID      TO WS-EXT-PASSENGER-ID
           MOVE WS-PAX-LAST-NAME     TO WS-EXT-LAST-NAME
           MOVE WS-PAX-FIRST-NAME    TO WS-EXT-FIRST-NAME
           EVALUATE TRUE
           WHEN SO-CHANNEL-EMAIL
              MOVE WS-CONTACT-EMAIL  TO WS-EXT-CONTACT
           WHEN SO-CHANNEL-SMS
              MOVE WS-CONTACT-PHONE  TO WS-EXT-CONTACT
           WHEN OTHER
              MOVE WS-MEMBER-NUMBER  TO WS-EXT-CONTACT
           END-EVALUATE
           MOVE WS-MEMBER-TIER       TO WS-EXT-TIER
           MOVE WS-LAST-TRAVEL       TO WS-EXT-LAST-TRAVEL
           PERFORM 8000-WRITE-EXTRACT-LINE
           PERFORM 7001-LOG-THE-PASSENGER
           ADD 1 TO WS-RECORD-COUNT
           .
      ******************************************************************
      *                  2800-LOG-THE-EXTRACT
      * THE TRAILER, AND THE T141 ROW THE T142 ROWS HANG OFF
      ******************************************************************
       2800-LOG-THE-EXTRACT.
           MOVE WS-RECORD-COUNT TO WS-RECORD-COUNT-TEXT
           MOVE SPACE TO WS-EXTRACT-TEXT
           STRING 'END OF EXTRACT ' WS-RECORD-COUNT-TEXT
             DELIMITED BY SIZE INTO WS-EXTRACT-TEXT
           END-STRING
           PERFORM 8000-WRITE-EXTRACT-LINE
           PERFORM 7002-LOG-THE-EXTRACT
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-EXTRACT-ID   TO WS-TOTALS-EXTRACT-ID
           MOVE WS-RECORD-COUNT TO WS-TOTALS-SELECTED
           DISPLAY WS-TOTALS-LINE1
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-TOTALS-LINE2
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 7001-LOG-THE-PASSENGER
      * THE CONSENT ROW THE SELECTION RELIED ON IS THE PROOF
      ******************************************************************
       7001-LOG-THE-PASSENGER.
           EXEC SQL
             INSERT INTO T142_CAMPAIGN_EXTRACT_PASSENGER
                (EXTRACT_ID, PASSENGER_ID, CONSENT_TIMESTAMP)
             VALUES
                (:WS-EXTRACT-ID, :WS-PASSENGER-ID,
                 TIMESTAMP(:WS-CONSENT-TIMESTAMP))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02523 -- EXTRACT PASSENGER LOG FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                  7002-LOG-THE-EXTRACT
      ******************************************************************
       7002-LOG-THE-EXTRACT.
           EXEC SQL
             INSERT INTO T141_CAMPAIGN_EXTRACT_LOG
                (EXTRACT_ID, CAMPAIGN_CODE, CHANNEL_CODE, CRITERIA,
                 RECORD_COUNT, RUN_TIMESTAMP)
             VALUES
                (:WS-EXTRACT-ID, :WS-PARM-CAMPAIGN, :WS-PARM-CHANNEL,
                 :WS-PARM-TEXT, :WS-RECORD-COUNT,
                 TIMESTAMP(:WS-RUN-TIMESTAMP))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02523 -- EXTRACT LOG FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7002' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                8000-WRITE-EXTRACT-LINE
      ******************************************************************
       8000-WRITE-EXTRACT-LINE.
           WRITE CAMPAIGN-OUT-RECORD FROM WS-EXTRACT-TEXT
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
      ******************************************************************
       8090-OPEN-REPORT-STORE.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE 'OPEN '  TO RPT-FUNCTION
           MOVE 'Z02523  ' TO RPT-REPORT-TYPE
           MOVE WS-TODAY-DATE TO RPT-BUSINESS-DATE
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
           MOVE 'Z02523  '   TO ERRL-PROGRAM-ID
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
           CLOSE CAMPAIGN-OUT-FILE
           DISPLAY 'Z02523 -- CAMPAIGN SELECTION EXTRACT ENDING'
           GOBACK
           .
