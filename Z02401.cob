      *
      *    RPT-RESULT             'O' OK, 'E' DB2 ERROR (SQLCODE
      *                           ALREADY DISPLAYED)
      *    RPT-AIRLINE-CODE       X(3), NEW AT THE END OF THE AREA
      *                           (VALUE SPACE IN THE COPYBOOK, SO A
      *                           WRITER THAT NEVER SETS IT STORES A
      *                           NETWORK-WIDE REPORT).  A WRITER RUN
      *                           FOR ONE HANDLED CARRIER (AIRLINE=
      *                           PARM) PUTS THE CARRIER HERE; IT IS
      *                           STORED ON THE NEW T52 COLUMN
      *
      *      AIRLINE_CODE   CHAR(3) NOT NULL DEFAULT ' '
      *
      *                           AND IS PART OF THE REPLACE KEY, SO
      *                           EACH CARRIER'S RUN KEEPS ITS OWN COPY.
      *                           Z02402 SHOWS A CARRIER-SCOPED
      *                           OPERATOR ONLY THAT CARRIER'S COPIES
      *
      * COMMIT IS THE CALLER'S BUSINESS, AS WITH EVERY OTHER
      * SUBPROGRAM IN THE SUITE.
      *                  CHANGE LOG
      *
      * 2026-08-21   OSG   INITIAL VERSION
      * 2026-10-15   OSG   A REPORT MAY NOW BE STORED FOR ONE HANDLED
      *                    CARRIER -- NEW RPT-AIRLINE-CODE, KEPT ON THE
      *                    NEW T52 AIRLINE_CODE COLUMN AND PART OF THE
      *                    RERUN REPLACE KEY
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
             DELETE FROM T52_REPORT_REPOSITORY
              WHERE REPORT_TYPE   = :RPT-REPORT-TYPE
                AND BUSINESS_DATE = :RPT-BUSINESS-DATE
                AND AIRLINE_CODE  = :RPT-AIRLINE-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
           EXEC SQL
             INSERT INTO T52_REPORT_REPOSITORY
                (REPORT_TYPE, BUSINESS_DATE, LINE_NUMBER, LINE_TEXT,
                 STORED_TIMESTAMP, AIRLINE_CODE)
             VALUES
                (:RPT-REPORT-TYPE, :RPT-BUSINESS-DATE,
                 :WS-LINE-NUMBER, :RPT-LINE-TEXT, CURRENT TIMESTAMP,
                 :RPT-AIRLINE-CODE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
