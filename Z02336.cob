      *       THE ROW FROM T11_SCHENGEN_COUNTRIES_TABLE. REFUSED IF THE
      *       COUNTRY IS NOT CURRENTLY A MEMBER
      *
      *   'T' SET OR REMOVE A VAT / GST RATE OF THE COUNTRY FOR ONE
      *       PRODUCT TYPE FROM A GIVEN DATE -- SEE 2018-SET-VAT-RATE
      *
      * NEW COLUMN ON T03_COUNTRY_TABLE FOR THIS PROGRAM : COUNTRY_
      * STATUS, PIC X(15), 'ACTIVE' OR 'INACTIVE' -- EVERY EXISTING ROW
      * IS TREATED AS A PRE-EXISTING 'ACTIVE' COUNTRY
      *
      * 2026-08-09   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   9000-DB2-ERROR NOW ALSO PUTS THE FAILURE
      *                    (STATEMENT ID, SQLCODE, SQLERRMC, OPERATOR,
      *                    TRANSACTION) ON THE T88 APPLICATION ERROR LOG
      *                    THROUGH Z02459 -- NEW 9060-WRITE-ERROR-LOG,
      *                    WHICH ROLLS THE FAILED WORK BACK BEFORE
      *                    COMMITTING THE ERROR ROW
      *
      * 2026-10-15   OSG   NEW ACTION 'T' KEEPS THE VAT / GST RATES
      *                    PER COUNTRY AND PRODUCT TYPE ON THE NEW
      *                    T113_VAT_RATE TABLE, READ BY THE FISCAL
      *                    DOCUMENT WRITER Z02493
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0238.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T02TAB END-EXEC.
           EXEC SQL INCLUDE T03TAB END-EXEC.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-7009-PARA              VALUE '7009'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 WS-CODE                       PIC X(2).
           05 WS-VISA-DESTINATION           PIC X(3).
           05 WS-VISA-LEVEL                 PIC X(8).
           05 WS-VAT-PRODUCT-TYPE           PIC X(10).
           05 WS-VAT-PERCENT                PIC S9(3)V99 COMP-3.
           05 WS-VAT-FROM-DATE              PIC X(10).
           05 WS-CONFIRM-ANSWER             PIC X.
           05 WS-ACTIVE-AIRPORT-COUNT       PIC S9(8) COMP.
           05 WS-SCHENGEN-MEMBER-COUNT      PIC S9(8) COMP.
                   PERFORM 2014-START-CONFIRM
                WHEN 'V'
                   PERFORM 2017-SET-VISA-RULE
                WHEN 'T'
                   PERFORM 2018-SET-VAT-RATE
              END-EVALUATE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION A, D, J, L, V OR T, CODE 2 LETTERS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN 'J'
           WHEN 'L'
           WHEN 'V'
           WHEN 'T'
              SET SO-ACTION-VALID TO TRUE
           WHEN OTHER
              SET SO-ACTION-INVALID TO TRUE
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2018-SET-VAT-RATE
      * 'T' RECORDS THE VAT / GST PERCENT THE KEYED COUNTRY CHARGES ON
      * ONE PRODUCT TYPE FROM A GIVEN DATE -- NEW MP0238 FIELDS
      * TPRODI (PIC X(10), FARE / FEE / ANCILLARY / SEAT-FEE), TRATEI
      * (PIC X(6), PERCENT SUCH AS 20.00, OR NONE) AND TFROMI (PIC
      * X(10), YYYY-MM-DD).  ONE ROW PER COUNTRY, TYPE AND START DATE
      * ON THE NEW T113_VAT_RATE TABLE (COUNTRY_CODE, PRODUCT_TYPE,
      * EFFECTIVE_FROM_DATE, VAT_PERCENT DECIMAL(5,2)); THE RATE OF A
      * DAY IS THE ROW WITH THE LATEST START DATE NOT AFTER IT, SO A
      * RATE CHANGE IS KEYED AS A NEW ROW AND HISTORY IS KEPT.  'NONE'
      * REMOVES THE ROW OF THAT START DATE (A KEYING MISTAKE).  A
      * COUNTRY WITH NO ROWS AT ALL IS NOT A FISCAL COUNTRY AND GETS
      * NO TAX INVOICES FROM Z02493
      ******************************************************************
       2018-SET-VAT-RATE.
           PERFORM 7001-LOOKUP-COUNTRY
           IF SO-COUNTRY-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'COUNTRY NOT FOUND' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE TPRODI TO WS-VAT-PRODUCT-TYPE
           MOVE TFROMI TO WS-VAT-FROM-DATE
           IF WS-VAT-PRODUCT-TYPE NOT = 'FARE' AND
              WS-VAT-PRODUCT-TYPE NOT = 'FEE' AND
              WS-VAT-PRODUCT-TYPE NOT = 'ANCILLARY' AND
              WS-VAT-PRODUCT-TYPE NOT = 'SEAT-FEE' THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'TYPE MUST BE FARE, FEE, ANCILLARY OR SEAT-FEE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-VAT-FROM-DATE = SPACE OR
              WS-VAT-FROM-DATE = LOW-VALUES THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE THE DATE THE RATE STARTS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           EXEC SQL
             DELETE FROM T113_VAT_RATE
              WHERE COUNTRY_CODE        = :WS-CODE
                AND PRODUCT_TYPE        = :WS-VAT-PRODUCT-TYPE
                AND EFFECTIVE_FROM_DATE = :WS-VAT-FROM-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF TRATEI NOT = 'NONE' THEN
              COMPUTE WS-VAT-PERCENT = FUNCTION NUMVAL(TRATEI)
              IF WS-VAT-PERCENT < ZERO OR WS-VAT-PERCENT > 99 THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'RATE MUST BE A PERCENT BELOW 100 OR NONE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              EXEC SQL
                INSERT INTO T113_VAT_RATE
                   (COUNTRY_CODE, PRODUCT_TYPE, EFFECTIVE_FROM_DATE,
                    VAT_PERCENT)
                VALUES
                   (:WS-CODE, :WS-VAT-PRODUCT-TYPE, :WS-VAT-FROM-DATE,
                    :WS-VAT-PERCENT)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 SET SO-7009-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           PERFORM 2050-SEND-CLEAN-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                     2013-START-ADD
      ******************************************************************
       2013-START-ADD.
             DELIMITED BY SIZE
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
           MOVE SPACE                TO ERRL-ENTITY-KEY
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
