      *      AUD-OPO    PIC X(8)  OCCURS 8
      *      AUD-BEFO   PIC X(25) OCCURS 8
      *      AUD-AFTO   PIC X(25) OCCURS 8
      *      AUD-STATO  PIC X(8)  OCCURS 8  CHANGE STATUS (SEE
      *                                     Z02421)
      *      MSGO       PIC X(60)
      *
      ******************************************************************
      *
      *  2026-09-02  INITIAL VERSION
      *
      *  2026-10-15  9000-DB2-ERROR NOW ALSO PUTS THE FAILURE (STATEMENT
      *              ID, SQLCODE, SQLERRMC, OPERATOR, TRANSACTION) ON
      *              THE T88 APPLICATION ERROR LOG THROUGH Z02459 -- NEW
      *              9060-WRITE-ERROR-LOG, WHICH ROLLS THE FAILED WORK
      *              BACK BEFORE COMMITTING THE ERROR ROW
      *
      *  2026-10-15  EACH ROW NOW SHOWS ITS CHANGE STATUS (NEW MAP
      *              FIELD AUD-STATO) -- PENDING, APPLIED, REJECTED OR
      *              EXPIRED UNDER THE Z02530 FOUR-EYES APPROVAL
      *
      ******************************************************************

      ******************************************************************
           COPY DFHAID.
           COPY ZZMP0266.
           COPY ZZEC0215.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * THE DAY'S CHANGES, NEWEST FIRST -- A BLANK TABLE NAME
      * MATCHES EVERYTHING
           EXEC SQL
             DECLARE C-AUDIT-ROWS CURSOR FOR
             SELECT ROW_KEY, OPERATOR_ID, BEFORE_IMAGE, AFTER_IMAGE,
                    CHANGE_STATUS
             FROM T65_CONFIG_AUDIT
             WHERE DATE(AUDIT_TIMESTAMP) = :WS-AUDIT-DATE
               AND (TABLE_NAME = :WS-TABLE-NAME OR
           05 WS-OPERATOR-ID                PIC X(8).
           05 WS-BEFORE-IMAGE               PIC X(60).
           05 WS-AFTER-IMAGE                PIC X(60).
           05 WS-CHANGE-STATUS              PIC X(10).
           05 WS-ROWS-SHOWN                 PIC S9(4) COMP.
      ******************************************************************
      *                      PROCEDURE DIVISION
              MOVE WS-OPERATOR-ID  TO AUD-OPO(WS-ROWS-SHOWN)
              MOVE WS-BEFORE-IMAGE TO AUD-BEFO(WS-ROWS-SHOWN)
              MOVE WS-AFTER-IMAGE  TO AUD-AFTO(WS-ROWS-SHOWN)
              MOVE WS-CHANGE-STATUS TO AUD-STATO(WS-ROWS-SHOWN)
              PERFORM 2021-FETCH-NEXT-CHANGE
           END-PERFORM
           EXEC SQL
             INTO :WS-ROW-KEY,
                  :WS-OPERATOR-ID,
                  :WS-BEFORE-IMAGE,
                  :WS-AFTER-IMAGE,
                  :WS-CHANGE-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
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
