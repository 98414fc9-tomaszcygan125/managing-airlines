      * COUPONS, NOT BOOKINGS, SO CANCELLATIONS STOP GENERATING
      * COMMISSION.
      *
      * AGENCY DEBIT MEMOS (T109, RAISED BY Z02488) THAT REVENUE
      * ACCOUNTING HAS 'ACCEPTED' ON Z02489 ARE NETTED OFF THE
      * AGENCY'S COMMISSION AND MARKED 'NETTED' WITH THE PARM MONTH,
      * SO A RERUN OF THE SAME MONTH NETS THE SAME ONES AGAIN AND A
      * LATER MONTH NEVER DOES.  A NEGATIVE NET IS OWED BY THE
      * AGENCY.  AN AGENCY WITH NO COMMISSION IN THE MONTH KEEPS ITS
      * ACCEPTED ADMS FOR THE NEXT STATEMENT IT GETS.
      *
      * ONE STATEMENT LINE PER AGENCY, PRINTED AND STORED TO THE
      * T52 REPOSITORY THROUGH Z02401.
      *
      *
      * 2026-09-02   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   EVERY 'FAILED, SQLCODE' EXIT NOW ALSO PUTS
      *                    THE FAILURE ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 (NEW 9060-WRITE-ERROR-LOG),
      *                    THE FAILING PARAGRAPH STANDING AS THE
      *                    STATEMENT ID
      *
      * 2026-10-15   OSG   ACCEPTED AGENCY DEBIT MEMOS (T109) NETTED
      *                    OFF THE COMMISSION AND MARKED 'NETTED'
      *                    (7010/7020); ADM AND NET COLUMNS ADDED
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 WS-FLOWN-VALUE                PIC S9(11)V99 COMP-3.

       01 WS-COMMISSION-DUE                 PIC S9(9)V99 COMP-3.
       01 WS-ADM-FIELDS.
           05 WS-ADM-NETTED                 PIC S9(9)V99 COMP-3.
           05 WS-NET-COMMISSION             PIC S9(9)V99 COMP-3.
           05 WS-TOTAL-ADM-NETTED           PIC S9(11)V99 COMP-3
                                                           VALUE 0.

       01 WS-COUNTERS.
           05 WS-AGENCIES-LISTED            PIC S9(5) COMP VALUE 0.
           05 FILLER                        PIC X(2)
              VALUE '% '.
           05 WS-LINE-COMMISSION            PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-ADM                   PIC ZZZ,ZZ9.99.
           05 FILLER                        PIC X VALUE SPACE.
           05 WS-LINE-NET                   PIC ZZZ,ZZ9.99-.

       01 WS-TOTALS-LINE1.
           05 FILLER                        PIC X(30)
              VALUE 'AGENCIES LISTED...............'.
           05 WS-TOTALS-LISTED              PIC ZZZ,ZZ9.
       01 WS-TOTALS-LINE2.
           05 FILLER                        PIC X(30)
              VALUE 'DEBIT MEMOS NETTED............'.
           05 WS-TOTALS-ADM                 PIC ZZZ,ZZZ,ZZ9.99.

           COPY ZZEC0263.
      * APPLICATION ERROR LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.

       01 WS-REPORT-BUFFER                  PIC X(132) VALUE SPACE.
       01 WS-TODAY-FIELDS.
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02438 -- OPEN CURSOR FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2000' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           PERFORM 2010-FETCH-NEXT-AGENCY
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02438 -- FETCH FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '2010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              SET SO-END-OF-CURSOR TO TRUE
           END-EVALUATE
           .
       2020-STATE-ONE-AGENCY.
           COMPUTE WS-COMMISSION-DUE ROUNDED =
              WS-FLOWN-VALUE * WS-COMMISSION-PERCENT / 100
           PERFORM 7010-SUM-ACCEPTED-ADMS
           IF WS-ADM-NETTED NOT = 0 THEN
              PERFORM 7020-MARK-ADMS-NETTED
           END-IF
           COMPUTE WS-NET-COMMISSION =
              WS-COMMISSION-DUE - WS-ADM-NETTED
           ADD WS-ADM-NETTED TO WS-TOTAL-ADM-NETTED
           MOVE WS-IATA-NUMBER        TO WS-LINE-IATA
           MOVE WS-AGENCY-NAME        TO WS-LINE-NAME
           MOVE WS-COUPON-COUNT       TO WS-LINE-COUPONS
           MOVE WS-FLOWN-VALUE        TO WS-LINE-VALUE
           MOVE WS-COMMISSION-PERCENT TO WS-LINE-RATE
           MOVE WS-COMMISSION-DUE     TO WS-LINE-COMMISSION
           MOVE WS-ADM-NETTED         TO WS-LINE-ADM
           MOVE WS-NET-COMMISSION     TO WS-LINE-NET
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
      ******************************************************************
       2900-WRITE-TOTALS.
           MOVE WS-AGENCIES-LISTED TO WS-TOTALS-LISTED
           MOVE WS-TOTAL-ADM-NETTED TO WS-TOTALS-ADM
           DISPLAY ' '
           DISPLAY WS-TOTALS-LINE1
           DISPLAY WS-TOTALS-LINE2
           MOVE WS-TOTALS-LINE1 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           MOVE WS-TOTALS-LINE2 TO WS-REPORT-BUFFER
           PERFORM 8100-STORE-REPORT-LINE
           .
      ******************************************************************
      *                 7010-SUM-ACCEPTED-ADMS
      * ACCEPTED AND NOT YET NETTED, PLUS THOSE THIS MONTH'S EARLIER
      * RUN ALREADY NETTED
      ******************************************************************
       7010-SUM-ACCEPTED-ADMS.
           MOVE 0 TO WS-ADM-NETTED
           EXEC SQL
             SELECT COALESCE(SUM(ADM_AMOUNT), 0)
             INTO :WS-ADM-NETTED
             FROM T109_AGENCY_DEBIT_MEMO
             WHERE IATA_NUMBER = :WS-IATA-NUMBER
               AND ((ADM_STATUS = 'ACCEPTED' AND NETTED_MONTH = ' ')
                 OR (ADM_STATUS = 'NETTED' AND
                     NETTED_MONTH = :WS-PARM-MONTH))
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02438 -- ADM SUM FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7010' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
           .
      ******************************************************************
      *                 7020-MARK-ADMS-NETTED
      ******************************************************************
       7020-MARK-ADMS-NETTED.
           EXEC SQL
             UPDATE T109_AGENCY_DEBIT_MEMO
                SET ADM_STATUS        = 'NETTED',
                    NETTED_MONTH      = :WS-PARM-MONTH,
                    CHANGED_BY        = 'Z02438',
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE IATA_NUMBER  = :WS-IATA-NUMBER
                AND ADM_STATUS   = 'ACCEPTED'
                AND NETTED_MONTH = ' '
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02438 -- ADM NETTING FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              MOVE '7020' TO ERRL-STATEMENT-ID
              PERFORM 9060-WRITE-ERROR-LOG
              PERFORM 9999-EXIT
           END-IF
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
           MOVE 'Z02438  '   TO ERRL-PROGRAM-ID
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
