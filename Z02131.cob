      * ALLOWED REJECTS OPTIONS THE ROLE DOES NOT COVER.  THE MENU'S
      * OWN TURNS NOW CARRY THE FULL COMMAREA (3002/1011) SO THE
      * LOOKED-UP ROLE IS NOT RE-READ EVERY ENTER
      *
      *   Z02383 NOW ALSO ASKS FOR A SIGN-ON PIN AND STAMPS THE
      * TERMINAL OF THE GOOD SIGN-ON ON T40 (SIGNON_TERMINAL).  THE
      * READ-BACK IN 2165 ONLY FINDS THE ROLE FOR THAT TERMINAL, SO
      * STARTING THE MENU ANYWHERE ELSE, OR AROUND THE PIN, SENDS
      * THE OPERATOR TO SIGN ON FIRST
      ******************************************************************
      *                  CHANGE LOG                                     
      *                                                                 
           05 CT-MENU-PAGE-2-PROG             PIC X(8) VALUE 'Z02455  '.
       01 WS-ROLE-LOOKUP-FIELDS.
           05 WS-ROLE-OPERATOR-ID                         PIC X(8).
           05 WS-ROLE-TERMINAL-ID                         PIC X(4).
           05 WS-ROLE-FROM-T40                            PIC X(5).
           05 SW-SQLCODE                                  PIC S9(5).
               88 SO-SQLCODE-NORMAL                       VALUE 0.
      * OPERATOR Z02383 VALIDATED, SO WHEN THE COMMAREA COPY IS
      * BLANK THE ROLE IS READ BACK OFF T40 THE SAME WAY Z02383'S
      * 7001-LOOKUP-OPERATOR DOES.  AN OPERATOR NOT ON T40 (OR NOT
      * ACTIVE, OR LAST SIGNED ON AT ANOTHER TERMINAL) STAYS BLANK
      * AND 2160 SENDS HIM TO SIGN ON
      ******************************************************************
       2165-RESOLVE-SIGNON-ROLE.
           IF WS-SIGNON-ROLE = SPACE OR WS-SIGNON-ROLE = LOW-VALUES
              MOVE EIBOPID TO WS-ROLE-OPERATOR-ID
              MOVE EIBTRMID TO WS-ROLE-TERMINAL-ID
              MOVE SPACE TO WS-ROLE-FROM-T40
              EXEC SQL
                SELECT OPERATOR_ROLE
                FROM T40_OPERATOR_TABLE
                WHERE OPERATOR_ID = :WS-ROLE-OPERATOR-ID
                  AND OPERATOR_STATUS = 'ACTIVE'
                  AND SIGNON_TERMINAL = :WS-ROLE-TERMINAL-ID
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF SO-SQLCODE-NORMAL THEN
