       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02466.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- WEEKLY CREW LICENCE, MEDICAL AND RECURRENT
      * TRAINING EXPIRY LIST
      *
      * Z02355 KEEPS ONE T91_CREW_VALIDITY ROW PER CREW MEMBER FOR
      * EACH TYPE RATING, THE MEDICAL AND THE RECURRENT TRAINING, AND
      * REFUSES AN ASSIGNMENT ('G') TO A FLIGHT DEPARTING AFTER ANY OF
      * THEM HAS LAPSED.  THIS JOB GIVES CREW SCHEDULING AND THE
      * TRAINING DEPARTMENT THE WARNING BEFORE THAT HAPPENS: EVERY
      * ITEM OF AN ACTIVE CREW MEMBER THAT HAS EXPIRED OR EXPIRES IN
      * THE NEXT CT-WINDOW-DAYS DAYS, GROUPED BY THE CREW MEMBER'S
      * BASE AIRPORT AND BUCKETED:
      *
      *   EXPIRED    EXPIRY DATE BEFORE THE RUN DATE
      *   30 DAYS    EXPIRES IN THE NEXT 30 DAYS
      *   60 DAYS    EXPIRES IN 31 TO 60 DAYS
      *   90 DAYS    EXPIRES IN 61 TO 90 DAYS
      *
      * A CREW MEMBER WITH NO ROW AT ALL FOR AN ITEM IS NOT LISTED --
      * Z02355 ALREADY REFUSES TO ROSTER THEM.
      *
      * PRINTED AND STORED TO THE T52 REPOSITORY THROUGH Z02401, AND
      * REGISTERED WITH Z02380 AGAINST THE RUN DATE SO A SECOND RUN
      * FOR THE SAME DAY IS REFUSED.
      *
      * THE RUN DATE IS TODAY UNLESS THE PARM FIELD OF THE EXEC
      * STATEMENT NAMES ONE, THE SAME SYSIN-CARD CONVENTION Z02439
      * USES:
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
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * JOB-RUN REGISTRY PARM BLOCK (SEE Z02380)
           COPY ZZEC0261.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
       01 WS-JOBRUN-CONTROL.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.

      * EVERY ITEM OF AN ACTIVE CREW MEMBER EXPIRED OR FALLING DUE
      * INSIDE THE WINDOW, BY BASE AND THEN SOONEST FIRST
           EXEC SQL
             DECLARE C-EXPIRING-ITEMS CURSOR FOR
             SELECT T27.BASE_AIRPORT_CODE,
                    T91.CREW_ID,
                    T27.CREW_LAST_NAME,
                    T91.ITEM_TYPE,
                    T91.PLANE_MODEL,
                    CHAR(T91.EXPIRY_DATE, ISO),
                    DAYS(T91.EXPIRY_DATE) - DAYS(DATE(:WS-PARM-DATE))
             FROM T91_CREW_VALIDITY T91
             INNER JOIN T27_CREW_TABLE T27 ON
                   T27.CREW_ID = T91.CREW_ID
             WHERE T27.CREW_STATUS = :CT-ACTIVE-STATUS
               AND T91.EXPIRY_DATE <=
                      DATE(:WS-PARM-DATE) + :CT-WINDOW-DAYS DAYS
             ORDER BY T27.BASE_AIRPORT_CODE,
                      T91.EXPIRY_DATE,
                      T27.CREW_LAST_NAME,
                      T91.CREW_ID
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

       01 CT-CONSTANTS.
           05 CT-WINDOW-DAYS           PIC S9(4) COMP VALUE 90.
           05 CT-FIRST-BUCKET-DAYS     PIC S9(4) COMP VALUE 30.
           05 CT-SECOND-BUCKET-DAYS    PIC S9(4) COMP VALUE 60.
           05 CT-ACTIVE-STATUS         PIC X(15) VALUE 'ACTIVE'.

       01 WS-PARM-TEXT                      PIC X(20) VALUE SPACE.
       01 WS-PARM-DATE                      PIC X(10) VALUE SPACE.

       01 WS-FETCH-FIELDS.
           05 WS-BASE-AIRPORT               PIC X(3).
           05 WS-CREW-ID                    PIC S9(9) COMP.
           05 WS-CREW-LAST-NAME             PIC X(25).
           05 WS-ITEM-TYPE                  PIC X(8).
           05 WS-PLANE-MODEL                PIC X(20).
           05 WS-EXPIRY-DATE                PIC X(10).
           05 WS-DAYS-LEFT                  PIC S9(5) COMP.

       01 WS-BREAK-FIELDS.
           05 WS-PREVIOUS-BASE              PIC X(3) VALUE SPACE.
           05 WS-CREW-ID-FORMAT             PIC 9(9).

       01 WS-COUNTERS.
           05 WS-ITEMS-READ                 PIC S9(7) COMP VALUE 0.
           05 WS-ITEMS-EXPIRED              PIC S9(7) COMP VALUE 0.
           05 WS-ITEMS-30-DAYS              PIC S9(7) COMP VALUE 0.
           05 WS-ITEMS-60-DAYS              PIC S9(7) COMP VALUE 0.
           05 WS-ITEMS-90-DAYS              PIC S9(7) COMP VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER                        PIC X(40) VALUE
              'CREW ID    LAST NAME                  IT'.
           05 FILLER                        PIC X(40) VALUE
              'EM      MODEL                 EXPIRES   '.
           05 FILLER                        PIC X(20) VALUE
              '  DUE'.

       01 WS-BASE-LINE.
           05 FILLER                        PIC X(5) VALUE 'BASE '.
           05 WS-BASE-LINE-AIRPORT          PIC X(3).

       01 WS-DETAIL-LINE.
           05 WS-LINE-CREW-ID               PIC 9(9).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-LAST-NAME             PIC X(25).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-ITEM                  PIC X(8).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-MODEL                 PIC X(20).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-EXPIRY                PIC X(10).
           05 FILLER                        PIC X(2) VALUE SPACE.
           05 WS-LINE-BUCKET                PIC X(7).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'ITEMS LISTED..................'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'ALREADY EXPIRED...............'.
           05 WS-TOTALS-EXPIRED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'EXPIRING WITHIN 30 DAYS.......'.
           05 WS-TOTALS-30-DAYS             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'EXPIRING IN 31 TO 60 DAYS.....'.
           05 WS-TOTALS-60-DAYS             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'EXPIRING IN 61 TO 90 DAYS.....'.
           05 WS-TOTALS-90-DAYS             PIC ZZZ,ZZ9.

           COPY ZZEC0263.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.

       PROCEDURE DIVISION.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-EXPIRING-ITEMS
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02466 -- CREW VALIDITY EXPIRY LIST STARTING'
           INITIALIZE WS-FETCH-FIELDS
           ACCEPT WS-PARM-TEXT FROM SYSIN
           EVALUATE TRUE
           WHEN WS-PARM-TEXT(1:5) = 'DATE='
              MOVE WS-PARM-TEXT(6:10) TO WS-PARM-DATE
           WHEN WS-PARM-TEXT = SPACE
              PERFORM 1010-GET-TODAY
           WHEN OTHER
              DISPLAY 'Z02466 -- PARM MUST BE BLANK OR DATE=YYYY-MM-DD'
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-EVALUATE
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           STRING 'CREW LICENCE, MEDICAL AND TRAINING EXPIRY LIST '
                  WS-PARM-DATE
             DELIMITED BY SIZE INTO WS-REPORT-BUFFER
           END-STRING
           DISPLAY WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           DISPLAY WS-HEADER-LINE
           MOVE WS-HEADER-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                       1010-GET-TODAY
      ******************************************************************
       1010-GET-TODAY.
           EXEC SQL
             VALUES CHAR(CURRENT DATE, ISO)
             INTO :WS-PARM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02466 -- RUN DATE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '1010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-RUN-ENDED TO TRUE
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 2000-WALK-EXPIRING-ITEMS
      ******************************************************************
       2000-WALK-EXPIRING-ITEMS.
           EXEC SQL
             OPEN C-EXPIRING-ITEMS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02466 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-ITEM
           PERFORM UNTIL SO-END-OF-CURSOR
              PERFORM 2020-LIST-ONE-ITEM
              PERFORM 2010-FETCH-NEXT-ITEM
           END-PERFORM
           EXEC SQL
             CLOSE C-EXPIRING-ITEMS
           END-EXEC
           .
      ******************************************************************
      *                  2010-FETCH-NEXT-ITEM
      ******************************************************************
       2010-FETCH-NEXT-ITEM.
           EXEC SQL
             FETCH C-EXPIRING-ITEMS
             INTO :WS-BASE-AIRPORT,
                  :WS-CREW-ID,
                  :WS-CREW-LAST-NAME,
                  :WS-ITEM-TYPE,
                  :WS-PLANE-MODEL,
                  :WS-EXPIRY-DATE,
                  :WS-DAYS-LEFT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              ADD 1 TO WS-ITEMS-READ
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-CURSOR TO TRUE
           WHEN OTHER
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02466 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                  2020-LIST-ONE-ITEM
      * A NEW BASE GETS ITS OWN HEADING LINE
      ******************************************************************
       2020-LIST-ONE-ITEM.
           IF WS-BASE-AIRPORT NOT = WS-PREVIOUS-BASE THEN
              MOVE WS-BASE-AIRPORT TO WS-PREVIOUS-BASE
                                      WS-BASE-LINE-AIRPORT
              DISPLAY ' '
              DISPLAY WS-BASE-LINE
              MOVE SPACE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
              MOVE WS-BASE-LINE TO WS-REPORT-BUFFER
              PERFORM 8100-STORE-REPORT-LINE
           END-IF
           EVALUATE TRUE
           WHEN WS-DAYS-LEFT < 0
              MOVE 'EXPIRED' TO WS-LINE-BUCKET
              ADD 1 TO WS-ITEMS-EXPIRED
           WHEN WS-DAYS-LEFT <= CT-FIRST-BUCKET-DAYS
              MOVE '30 DAYS' TO WS-LINE-BUCKET
              ADD 1 TO WS-ITEMS-30-DAYS
           WHEN WS-DAYS-LEFT <= CT-SECOND-BUCKET-DAYS
              MOVE '60 DAYS' TO WS-LINE-BUCKET
              ADD 1 TO WS-ITEMS-60-DAYS
           WHEN OTHER
              MOVE '90 DAYS' TO WS-LINE-BUCKET
              ADD 1 TO WS-ITEMS-90-DAYS
           END-EVALUATE
           MOVE WS-CREW-ID        TO WS-LINE-CREW-ID
           MOVE WS-CREW-LAST-NAME TO WS-LINE-LAST-NAME
           MOVE WS-ITEM-TYPE      TO WS-LINE-ITEM
           MOVE WS-PLANE-MODEL    TO WS-LINE-MODEL
           MOVE WS-EXPIRY-DATE    TO WS-LINE-EXPIRY
           DISPLAY WS-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-ITEMS-READ    TO WS-TOTALS-READ
           MOVE WS-ITEMS-EXPIRED TO WS-TOTALS-EXPIRED
           MOVE WS-ITEMS-30-DAYS TO WS-TOTALS-30-DAYS
           MOVE WS-ITEMS-60-DAYS TO WS-TOTALS-60-DAYS
           MOVE WS-ITEMS-90-DAYS TO WS-TOTALS-90-DAYS
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           DISPLAY WS-TOTALS-LINE3
           DISPLAY WS-TOTALS-LINE4
           DISPLAY WS-TOTALS-LINE5
           MOVE SPACE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
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
      *                  8000-REGISTER-RUN-START
      * GUARD AGAINST A DOUBLE RUN FOR THE RUN DATE -- SEE Z02380,
      * THE JOB-RUN REGISTRY
      ******************************************************************
       8000-REGISTER-RUN-START.
           MOVE WS-PARM-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02466  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02466 -- ALREADY RUN OR RUNNING FOR '
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
           MOVE WS-ITEMS-READ TO JRUN-ROWS-PROCESSED
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
           MOVE 'Z02466  ' TO RPT-REPORT-TYPE
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
           MOVE 'Z02466  '   TO ERRL-PROGRAM-ID
           MOVE SQLCODE      TO ERRL-SQLCODE
           MOVE SQLERRMC     TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE WS-CREW-ID   TO WS-CREW-ID-FORMAT
           MOVE WS-CREW-ID-FORMAT TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           IF NOT SO-RUN-ENDED THEN
              PERFORM 8020-REGISTER-RUN-FAIL
           END-IF
           DISPLAY 'Z02466 -- CREW VALIDITY EXPIRY LIST ENDING'
           GOBACK
           .
