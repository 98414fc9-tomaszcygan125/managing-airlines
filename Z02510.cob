       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02510.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * BATCH JOB -- WEB UPGRADE BID INTAKE
      *
      * THE WEB VENDOR DELIVERS THE UPGRADE BIDS PASSENGERS PLACED,
      * CHANGED OR WITHDREW ONLINE AS A FILE, THE WAY IT DELIVERS
      * CHECK-INS TO Z02424.  EACH LINE ON DDNAME WEBBID IS A
      * COMMA-SEPARATED RECORD:
      *
      *    ACTION,RECORD_LOCATOR,FLIGHT_ID,IDENTIFICATION_NUMBER,AMOUNT
      *
      * ACTION 'B' PLACES A BID (OR CHANGES THE AMOUNT OF THE OPEN
      * ONE), 'W' WITHDRAWS IT (AMOUNT MAY BE EMPTY).  EVERY RECORD
      * GOES THROUGH THE Z02508 BID STORE, SO A WEB BID GETS EXACTLY
      * THE CHECKS AN AGENT'S BID GETS ON THE Z02509 SCREEN -- LIVE
      * SEAT BEHIND THE PREMIUM CABIN, THE ROUTE'S T130 RANGE, THE
      * CUT-OFF.  A REFUSAL GOES ON THE EXCEPTION REPORT (STORED TO
      * T52 THROUGH Z02401) WITH Z02508'S REASON; NOTHING IS
      * SILENTLY DROPPED.
      *
      * UNDER Z02380 RUN-REGISTRY PROTECTION -- A RE-RUN OF THE SAME
      * BUSINESS DATE IS REFUSED, SO AN OLDER FILE CANNOT PUT BACK A
      * BID THE PASSENGER HAS SINCE CHANGED.  RUN IT BEFORE THE
      * Z02434 CLEARANCE STEPS OF THE DAY.
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
           SELECT WEB-BID-FILE ASSIGN TO 'WEBBID'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WEB-BID-FILE.
       01  WEB-BID-RECORD                       PIC X(60).

       WORKING-STORAGE SECTION.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           COPY ZZEC0261.
      * UPGRADE BID STORE PARM BLOCK (SEE Z02508)
           COPY ZZEC0272.

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 SW-SWITCHES.
           05 SW-IF-END-OF-FILE             PIC X VALUE 'N'.
               88 SO-END-OF-FILE            VALUE 'Y'.
           05 SW-IF-RUN-ENDED               PIC X VALUE 'N'.
               88 SO-RUN-ENDED              VALUE 'Y'.
           05 SW-BID-ACTION                 PIC X VALUE SPACE.
               88 SO-ACTION-BID             VALUE 'B'.
               88 SO-ACTION-WITHDRAW        VALUE 'W'.

       01 CT-CONSTANTS.
           05 CT-WEB-CHANNEL       PIC X(4) VALUE 'WEB '.
           05 CT-WEB-OPERATOR      PIC X(8) VALUE 'WEBBID  '.

       01 WS-RECORD-FIELDS.
           05 WS-ACTION                     PIC X(1).
           05 WS-RECORD-LOCATOR             PIC X(6).
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-ID-NUMBER                  PIC X(12).
           05 WS-AMOUNT-X                   PIC X(12).
           05 WS-REJECT-REASON              PIC X(40).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ               PIC S9(7) COMP VALUE 0.
           05 WS-BIDS-PLACED                PIC S9(7) COMP VALUE 0.
           05 WS-BIDS-WITHDRAWN             PIC S9(7) COMP VALUE 0.
           05 WS-REJECTED                   PIC S9(7) COMP VALUE 0.

       01 WS-EXCEPTION-LINE.
           05 FILLER                        PIC X(9)
              VALUE 'REJECTED '.
           05 WS-EXC-ACTION                 PIC X(1).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXC-LOCATOR                PIC X(6).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXC-FLIGHT-ID              PIC X(8).
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-EXC-ID-NUMBER              PIC X(12).
           05 FILLER                        PIC X(4)
              VALUE ' -- '.
           05 WS-EXC-REASON                 PIC X(40).

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'RECORDS READ..................'.
           05 WS-TOTALS-READ                PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'BIDS PLACED OR CHANGED........'.
           05 WS-TOTALS-PLACED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE3.
           05 FILLER                        PIC X(30)
              VALUE 'BIDS WITHDRAWN................'.
           05 WS-TOTALS-WITHDRAWN           PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE4.
           05 FILLER                        PIC X(30)
              VALUE 'REJECTED TO EXCEPTION LIST....'.
           05 WS-TOTALS-REJECTED            PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
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
           PERFORM 2000-PROCESS-THE-FILE
           PERFORM 2900-WRITE-TOTALS
           PERFORM 8010-REGISTER-RUN-END
           PERFORM 9999-EXIT
           .
      ******************************************************************
      *                       1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           DISPLAY 'Z02510 -- WEB UPGRADE BID INTAKE STARTING'
           PERFORM 8000-REGISTER-RUN-START
           PERFORM 8090-OPEN-REPORT-STORE
           OPEN INPUT WEB-BID-FILE
           .
      ******************************************************************
      *                2000-PROCESS-THE-FILE
      ******************************************************************
       2000-PROCESS-THE-FILE.
           PERFORM 2010-READ-NEXT-RECORD
           PERFORM UNTIL SO-END-OF-FILE
              ADD 1 TO WS-RECORDS-READ
              PERFORM 2020-PROCESS-ONE-RECORD
              PERFORM 2010-READ-NEXT-RECORD
           END-PERFORM
           CLOSE WEB-BID-FILE
           .
      ******************************************************************
      *                2010-READ-NEXT-RECORD
      ******************************************************************
       2010-READ-NEXT-RECORD.
           READ WEB-BID-FILE
              AT END SET SO-END-OF-FILE TO TRUE
           END-READ
           .
      ******************************************************************
      *                2020-PROCESS-ONE-RECORD
      ******************************************************************
       2020-PROCESS-ONE-RECORD.
           MOVE SPACE TO WS-ACTION
                         WS-RECORD-LOCATOR
                         WS-FLIGHT-ID
                         WS-ID-NUMBER
                         WS-AMOUNT-X
           UNSTRING WEB-BID-RECORD DELIMITED BY ','
              INTO WS-ACTION
                   WS-RECORD-LOCATOR
                   WS-FLIGHT-ID
                   WS-ID-NUMBER
                   WS-AMOUNT-X
           END-UNSTRING
           MOVE WS-ACTION TO SW-BID-ACTION
           EVALUATE TRUE
           WHEN WS-RECORD-LOCATOR = SPACE
           WHEN WS-FLIGHT-ID = SPACE
           WHEN WS-ID-NUMBER = SPACE
           WHEN NOT (SO-ACTION-BID OR SO-ACTION-WITHDRAW)
           WHEN SO-ACTION-BID AND WS-AMOUNT-X = SPACE
              MOVE 'MALFORMED RECORD' TO WS-REJECT-REASON
              PERFORM 2040-REJECT-THE-RECORD
           WHEN OTHER
              PERFORM 2030-CALL-THE-BID-STORE
           END-EVALUATE
           .
      ******************************************************************
      *                2030-CALL-THE-BID-STORE
      ******************************************************************
       2030-CALL-THE-BID-STORE.
           MOVE WS-RECORD-LOCATOR TO BID-RECORD-LOCATOR
           MOVE WS-FLIGHT-ID      TO BID-FLIGHT-ID
           MOVE WS-ID-NUMBER      TO BID-ID-NUMBER
           MOVE CT-WEB-CHANNEL    TO BID-CHANNEL
           MOVE CT-WEB-OPERATOR   TO BID-OPERATOR-ID
           IF SO-ACTION-BID THEN
              MOVE 'PLACE' TO BID-FUNCTION
              COMPUTE BID-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-X)
           ELSE
              MOVE 'WDRAW' TO BID-FUNCTION
              MOVE 0 TO BID-AMOUNT
           END-IF
           CALL 'Z02508' USING WS-ZZEC0272
           EVALUATE BID-RESULT
           WHEN 'O'
              IF SO-ACTION-BID THEN
                 ADD 1 TO WS-BIDS-PLACED
              ELSE
                 ADD 1 TO WS-BIDS-WITHDRAWN
              END-IF
           WHEN 'R'
              MOVE BID-MESSAGE TO WS-REJECT-REASON
              PERFORM 2040-REJECT-THE-RECORD
           WHEN OTHER
              MOVE BID-SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02510 -- BID STORE FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE BID-STATEMENT-ID TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 8020-REGISTER-RUN-FAIL
              PERFORM 9999-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                2040-REJECT-THE-RECORD
      ******************************************************************
       2040-REJECT-THE-RECORD.
           ADD 1 TO WS-REJECTED
           MOVE WS-ACTION         TO WS-EXC-ACTION
           MOVE WS-RECORD-LOCATOR TO WS-EXC-LOCATOR
           MOVE WS-FLIGHT-ID      TO WS-EXC-FLIGHT-ID
           MOVE WS-ID-NUMBER      TO WS-EXC-ID-NUMBER
           MOVE WS-REJECT-REASON  TO WS-EXC-REASON
           DISPLAY WS-EXCEPTION-LINE
           MOVE WS-EXCEPTION-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                     2900-WRITE-TOTALS
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-RECORDS-READ   TO WS-TOTALS-READ
           MOVE WS-BIDS-PLACED    TO WS-TOTALS-PLACED
           MOVE WS-BIDS-WITHDRAWN TO WS-TOTALS-WITHDRAWN
           MOVE WS-REJECTED       TO WS-TOTALS-REJECTED
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
      *                  8000-REGISTER-RUN-START
      ******************************************************************
       8000-REGISTER-RUN-START.
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD
           MOVE WS-TODAY-YMD(1:4) TO WS-TODAY-YEAR
           MOVE WS-TODAY-YMD(5:2) TO WS-TODAY-MONTH
           MOVE WS-TODAY-YMD(7:2) TO WS-TODAY-DAY
           MOVE WS-TODAY-DATE TO JRUN-BUSINESS-DATE
           MOVE 'START'   TO JRUN-FUNCTION
           MOVE 'Z02510  ' TO JRUN-JOB-NAME
           CALL 'Z02380' USING WS-ZZEC0261
           IF JRUN-RESULT = 'R' THEN
              DISPLAY 'Z02510 -- ALREADY RUN OR RUNNING FOR '
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
           MOVE WS-RECORDS-READ TO JRUN-ROWS-PROCESSED
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
           MOVE 'Z02510  ' TO RPT-REPORT-TYPE
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
      * BID STORE HANDS BACK ITS FAILING STATEMENT, SQLCODE AND
      * SQLERRMC
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02510  '   TO ERRL-PROGRAM-ID
           MOVE BID-SQLCODE  TO ERRL-SQLCODE
           MOVE BID-SQLERRMC TO ERRL-SQLERRMC
           MOVE SPACE        TO ERRL-OPERATOR-ID
                                ERRL-TRANSACTION-ID
           MOVE BID-RECORD-LOCATOR TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           .
      ******************************************************************
      *                       9999-EXIT
      ******************************************************************
       9999-EXIT.
           DISPLAY 'Z02510 -- WEB UPGRADE BID INTAKE ENDING'
           GOBACK
           .
