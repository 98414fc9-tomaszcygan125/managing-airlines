      *               (COLUMNS 22-37) DIFFERS
      *   FREQCHG  -- WEEK-DAY PATTERN OR EFFECTIVE PERIOD PORTION
      *               (COLUMNS 38-64) DIFFERS
      *   NUMCHG   -- FLIGHT NUMBER PORTION (COLUMNS 1-15) DIFFERS,
      *               I.E. THE SCHEDULE WAS RENUMBERED THROUGH Z02555;
      *               THE NUMBER LAST PUBLISHED RIDES IN THE RECORD
      *               AFTER THE IMAGE SO THE PARTNER CAN RE-KEY
      *   DELETED  -- PUBLISHED IMAGE WHOSE SCHEDULE IS GONE,
      *               SUSPENDED OR PAST ITS END DATE
      *
      *
      *   CHANGE-TYPE X(8), SCHEDULE-ID 9(9), ROW IMAGE X(64)
      *   (THE CURRENT IMAGE, OR THE LAST-PUBLISHED ONE FOR A
      *   DELETED LINE), OLD FLIGHT NUMBER X(15) (NUMCHG ONLY,
      *   BLANK OTHERWISE)
      *
      * THE T37 SNAPSHOT IS NOT TOUCHED -- Z02374'S NEXT PUBLISH
      * REFRESHES IT WHEN THE CHANGES ACTUALLY GO OUT IN FULL.
      *
      * 2026-09-02   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   NEW NUMCHG LINE FOR A SCHEDULE WHOSE FLIGHT
      *                    NUMBER CHANGED SINCE THE LAST PUBLISH, WITH
      *                    THE OLD NUMBER IN THE RECORD
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-CHG-TYPE                   PIC X(8).
           05 WS-CHG-SCHEDULE-ID            PIC 9(9).
           05 WS-CHG-IMAGE                  PIC X(64).
           05 WS-CHG-OLD-FLIGHT-NUMBER      PIC X(15) VALUE SPACE.
           05 FILLER                        PIC X(4)  VALUE SPACE.

       01 WS-COUNTERS.
           05 WS-NEW-COUNT                  PIC S9(7) COMP VALUE 0.
           05 WS-TIMECHG-COUNT              PIC S9(7) COMP VALUE 0.
           05 WS-FREQCHG-COUNT              PIC S9(7) COMP VALUE 0.
           05 WS-DELETED-COUNT              PIC S9(7) COMP VALUE 0.
           05 WS-NUMCHG-COUNT               PIC S9(7) COMP VALUE 0.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
           05 FILLER                        PIC X(30)
              VALUE 'DELETED SCHEDULES.............'.
           05 WS-TOTALS-DELETED             PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE5.
           05 FILLER                        PIC X(30)
              VALUE 'NUMBER CHANGES................'.
           05 WS-TOTALS-NUMCHG              PIC ZZZ,ZZ9.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02417 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-SCHEDULE
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02417 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
      *                2020-COMPARE-ONE-SCHEDULE
      * THE IMAGE COLUMNS ARE FIXED BY Z02374'S 2030-BUILD-ROW-IMAGE:
      * 1-15 FLIGHT, 16-21 ROUTE, 22-37 TIMES, 38-44 WEEK DAYS,
      * 45-64 EFFECTIVE PERIOD.  A RENUMBER IS A NUMCHG ON TOP OF
      * WHATEVER ELSE MOVED
      ******************************************************************
       2020-COMPARE-ONE-SCHEDULE.
           PERFORM 2030-BUILD-ROW-IMAGE
                 PERFORM 2050-WRITE-CHANGE
                 ADD 1 TO WS-FREQCHG-COUNT
              END-IF
              IF WS-ROW-IMAGE(1:15) NOT = WS-SNAPSHOT-IMAGE(1:15)
                 MOVE 'NUMCHG  ' TO WS-CHG-TYPE
                 MOVE WS-ROW-IMAGE(1:64) TO WS-CHG-IMAGE
                 MOVE WS-SNAPSHOT-IMAGE(1:15)
                                   TO WS-CHG-OLD-FLIGHT-NUMBER
                 PERFORM 2050-WRITE-CHANGE
                 MOVE SPACE TO WS-CHG-OLD-FLIGHT-NUMBER
                 ADD 1 TO WS-NUMCHG-COUNT
              END-IF
           END-EVALUATE
           .
      ******************************************************************
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02417 -- OPEN DROPPED CURSOR FAILED, '
                      'SQLCODE ' WS-SQLCODE-FORMAT
              MOVE '3000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 3010-FETCH-NEXT-DROPPED
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02417 -- DROPPED FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '3010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-DROPPED TO TRUE
           END-EVALUATE
           .
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02417 -- SNAPSHOT READ FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7001' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-EVALUATE
           .
           MOVE WS-TIMECHG-COUNT TO WS-TOTALS-TIME
           MOVE WS-FREQCHG-COUNT TO WS-TOTALS-FREQ
           MOVE WS-DELETED-COUNT TO WS-TOTALS-DELETED
           MOVE WS-NUMCHG-COUNT  TO WS-TOTALS-NUMCHG
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
           MOVE WS-TOTALS-LINE4 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE5 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 8090-OPEN-REPORT-STORE
           MOVE SPACE TO WS-REPORT-BUFFER
           .
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE JUST DISPLAYED ON T88 THROUGH Z02459 -- THE
      * ROW IS COMMITTED WITH THE REST OF THE RUN'S WORK AT STEP END
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE 'Z02417  '   TO ERRL-PROGRAM-ID
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
