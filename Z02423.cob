      * ONE SCREEN, Z02333-STYLE ACTION CODES:
      *
      *   'A' -- ADD A CODE WITH ITS DESCRIPTION AND PER-FLIGHT
      *          LIMIT (REFUSED WHEN THE CODE ALREADY EXISTS), AND
      *          WHETHER BOOKING IT OPENS A MEDICAL CLEARANCE CASE
      *          (T66 MEDICAL_CLEARANCE CHAR(1), SEE Z02517)
      *   'L' -- CHANGE AN EXISTING CODE'S PER-FLIGHT LIMIT
      *   'D' -- DEACTIVATE A CODE (SOFT -- BOOKED SSRS KEEP THEIR
      *          HISTORY, NEW BOOKINGS STOP ACCEPTING IT)
      *      SSR-CODEI PIC X(4)   THE CODE
      *      DESCI     PIC X(30)  DESCRIPTION ('A')
      *      LIMITI    PIC X(3)   PER-FLIGHT LIMIT ('A'/'L')
      *      MEDIFI    PIC X(1)   'Y' WHEN THE CODE NEEDS A MEDICAL
      *                           CLEARANCE ('A', BLANK = 'N')
      *      MSGO      PIC X(60)  RESULT LINE
      *
      ******************************************************************
      *              Z02421 (8200-WRITE-CONFIG-AUDIT), THE SAME WAY
      *              Z02384/Z02388/Z02410 AUDIT THEIR CONFIG TABLES
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  'A' NOW ALSO TAKES MEDIFI -- A CODE ADDED WITH 'Y'
      *              ON THE NEW T66 MEDICAL_CLEARANCE COLUMN OPENS A
      *              MEDICAL CLEARANCE CASE WHEN Z02202 BOOKS IT; THE
      *              AUDIT AFTER IMAGE CARRIES IT
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0267.
           COPY ZZEC0215.
      * ERROR-LOG PARM BLOCK (SEE Z02459)
           COPY ZZEC0270.
      * CONFIG-AUDIT PARM BLOCK (SEE Z02421)
           COPY ZZEC0267.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           05 WS-LIMIT-EDITED               PIC ZZZ9.
           05 WS-PER-FLIGHT-LIMIT           PIC S9(3) COMP VALUE 0.
           05 WS-EXISTS-COUNT               PIC S9(4) COMP.
           05 WS-MEDICAL-CLEARANCE          PIC X(1).
               88 SO-MEDIF-REQUIRED         VALUE 'Y'.
               88 SO-MEDIF-NOT-REQUIRED     VALUE 'N'.
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           MOVE MEDIFI TO WS-MEDICAL-CLEARANCE
           IF WS-MEDICAL-CLEARANCE = SPACE OR
              WS-MEDICAL-CLEARANCE = LOW-VALUES THEN
              SET SO-MEDIF-NOT-REQUIRED TO TRUE
           END-IF
           IF NOT (SO-MEDIF-REQUIRED OR SO-MEDIF-NOT-REQUIRED) THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MEDICAL CLEARANCE MUST BE Y OR N' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2020-ADD-THE-CODE
           MOVE WS-PER-FLIGHT-LIMIT TO WS-LIMIT-EDITED
           MOVE SPACE TO CAUD-AFTER-IMAGE
           STRING 'LIMIT=' WS-LIMIT-EDITED ' STATUS=ACTIVE'
                  ' MEDIF=' WS-MEDICAL-CLEARANCE
             DELIMITED BY SIZE INTO CAUD-AFTER-IMAGE
           END-STRING
           PERFORM 8200-WRITE-CONFIG-AUDIT
           EXEC SQL
             INSERT INTO T66_SSR_CATALOG
                (SSR_CODE, SSR_DESCRIPTION, PER_FLIGHT_LIMIT,
                 SSR_STATUS, MEDICAL_CLEARANCE)
             VALUES
                (:WS-SSR-CODE, :WS-SSR-DESCRIPTION,
                 :WS-PER-FLIGHT-LIMIT, :CT-ACTIVE-STATUS,
                 :WS-MEDICAL-CLEARANCE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
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
           MOVE WS-LOG-ENTITY-KEY    TO ERRL-ENTITY-KEY
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
