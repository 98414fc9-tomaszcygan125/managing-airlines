      *   CAUD-BEFORE-IMAGE X(60)  '(ABSENT)' FOR AN INSERT
      *   CAUD-AFTER-IMAGE  X(60)  '(DELETED)' FOR A DELETE
      *   CAUD-RESULT       X      'O' OK, 'E' DB2 ERROR
      *   CAUD-CHANGE-STATUS X(10) 'PENDING', 'APPLIED', 'REJECTED'
      *                            OR 'EXPIRED' (SEE Z02530); ANY
      *                            OTHER VALUE IS A CHANGE MADE
      *                            STRAIGHT AWAY AND LANDS AS
      *                            'APPLIED'
      *   CAUD-DECIDED-BY   X(8)   THE SECOND OPERATOR WHO APPROVED
      *                            OR REJECTED IT
      *   CAUD-REASON       X(40)  THE REJECTION OR EXPIRY REASON
      *
      * T65_CONFIG_AUDIT CARRIES THE LAST THREE AS NEW COLUMNS
      * CHANGE_STATUS CHAR(10), DECIDED_BY CHAR(8) AND DECISION_REASON
      * CHAR(40), SO A CHANGE THAT NEVER WENT LIVE IS KEPT WITH ITS
      * REASON.  CALLERS THAT DO NOT FILL THEM GET 'APPLIED' AND
      * BLANKS.
      *
      * COMMIT IS THE CALLER'S BUSINESS, AS WITH EVERY OTHER
      * SUBPROGRAM IN THE SUITE.
      *
      * 2026-09-02   OSG   INITIAL VERSION
      *
      * 2026-10-15   OSG   CHANGE STATUS, DECIDING OPERATOR AND REASON
      *                    CARRIED ONTO T65 FOR THE FOUR-EYES
      *                    APPROVAL OF PRICING AND INVENTORY CHANGES
      *                    (Z02530) -- NEW 1000-SET-CHANGE-STATUS
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O' TO CAUD-RESULT
           PERFORM 1000-SET-CHANGE-STATUS
           PERFORM 2000-INSERT-AUDIT-ROW
           GOBACK
           .
      ******************************************************************
      *                1000-SET-CHANGE-STATUS
      * THE OLDER CALLERS NEVER SET THE STATUS FIELDS -- WHATEVER
      * THEY HOLD IS A CHANGE THAT WENT LIVE AT ONCE
      ******************************************************************
       1000-SET-CHANGE-STATUS.
           EVALUATE CAUD-CHANGE-STATUS
           WHEN 'PENDING'
           WHEN 'APPLIED'
           WHEN 'REJECTED'
           WHEN 'EXPIRED'
              CONTINUE
           WHEN OTHER
              MOVE 'APPLIED' TO CAUD-CHANGE-STATUS
              MOVE SPACE     TO CAUD-DECIDED-BY
                                CAUD-REASON
           END-EVALUATE
           .
      ******************************************************************
      *                2000-INSERT-AUDIT-ROW
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
           EXEC SQL
             INSERT INTO T65_CONFIG_AUDIT
                (AUDIT_ID, TABLE_NAME, ROW_KEY, OPERATOR_ID,
                 BEFORE_IMAGE, AFTER_IMAGE, AUDIT_TIMESTAMP,
                 CHANGE_STATUS, DECIDED_BY, DECISION_REASON)
             VALUES
                (:WS-AUDIT-ID, :CAUD-TABLE-NAME, :CAUD-ROW-KEY,
                 :CAUD-OPERATOR-ID, :CAUD-BEFORE-IMAGE,
                 :CAUD-AFTER-IMAGE, CURRENT TIMESTAMP,
                 :CAUD-CHANGE-STATUS, :CAUD-DECIDED-BY,
                 :CAUD-REASON)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
