       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02456.
       AUTHOR. OPERATIONS-SYSTEMS-GROUP.
       DATE-WRITTEN. 2026-10-15.
      ******************************************************************
      *
      * CALLED SUBPROGRAM -- BOOKING REFERENCE (RECORD LOCATOR)
      *
      * A RESERVATION WAS ONLY EVER KNOWN BY ITS NUMERIC
      * RESERVATION_ID OFF T20 AND CALL-CENTRE STAFF KEPT MISREADING
      * LONG NUMBERS BACK TO PASSENGERS.  EVERY PATH THAT CREATES A
      * T09 ROW (Z02202'S HOLD, Z02349'S FEED INTAKE, Z02362'S SPLIT)
      * NOW CALLS THIS SUBPROGRAM FIRST AND STORES THE RESULT ON THE
      * NEW T09_RESERVATION_MAIN_PASSENGER_TABLE COLUMN
      * RECORD_LOCATOR CHAR(6), UNIQUE INDEX.
      *
      * THE LOCATOR IS SIX CHARACTERS FROM A 32-SYMBOL ALPHABET THAT
      * LEAVES OUT I, O, 0 AND 1 SO NOTHING READS TWO WAYS OVER THE
      * PHONE.  IT IS BUILT FROM A FRESH T20 DRAW, SCRAMBLED BY AN
      * ODD MULTIPLIER MODULO 32**6 SO CONSECUTIVE BOOKINGS DO NOT
      * GET CONSECUTIVE LOCATORS -- THE MAPPING IS ONE-TO-ONE, SO
      * TWO DRAWS ONLY COLLIDE ONCE THE SEQUENCE HAS WRAPPED PAST
      * 32**6.  T09 IS STILL CHECKED AND A FEW FRESH DRAWS TRIED
      * BEFORE GIVING UP.
      *
      * CALLED WITH THE ZZEC0268 AREA:
      *
      *   RLOC-RECORD-LOCATOR X(6)  OUT
      *   RLOC-RESULT         X     'O' OK, 'E' DB2 ERROR OR NO
      *                             FREE LOCATOR AFTER THE RETRIES
      *
      * COMMIT IS THE CALLER'S BUSINESS, AS WITH EVERY OTHER
      * SUBPROGRAM IN THE SUITE.
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

       01 WS-DB2-ERROR.
           05 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           05 WS-SQLCODE-FORMAT             PIC -(5).

       01 WS-WORK-FIELDS.
           05 WS-SEQUENCE-VALUE             PIC S9(9) COMP.
           05 WS-SCRAMBLED-VALUE            PIC S9(18) COMP-3.
           05 WS-SCRAMBLED-QUOTIENT         PIC S9(18) COMP-3.
           05 WS-SYMBOL-INDEX               PIC S9(4) COMP.
           05 WS-CHAR-SUB                   PIC S9(4) COMP.
           05 WS-ATTEMPT                    PIC S9(4) COMP.
           05 WS-LOCATOR-COUNT              PIC S9(9) COMP.

       01 SW-SWITCHES.
           05 SW-LOCATOR-STATUS             PIC X.
               88 SO-LOCATOR-FREE           VALUE 'F'.
               88 SO-LOCATOR-TAKEN          VALUE 'T'.
               88 SO-LOCATOR-ERROR          VALUE 'E'.

       01 CT-CONSTANTS.
           05 CT-ALPHABET                   PIC X(32) VALUE
                            'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.
           05 CT-MULTIPLIER                 PIC S9(9) COMP-3
                                            VALUE 387420489.
           05 CT-OFFSET                     PIC S9(9) COMP-3
                                            VALUE 172365911.
           05 CT-MODULUS                    PIC S9(11) COMP-3
                                            VALUE 1073741824.
           05 CT-MAX-ATTEMPTS               PIC S9(4) COMP VALUE 5.

       LINKAGE SECTION.
           COPY ZZEC0268.

       PROCEDURE DIVISION USING WS-ZZEC0268.
      ******************************************************************
      *                       0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           MOVE 'O' TO RLOC-RESULT
           MOVE SPACE TO RLOC-RECORD-LOCATOR
           SET SO-LOCATOR-TAKEN TO TRUE
           MOVE 0 TO WS-ATTEMPT
           PERFORM 2000-TRY-ONE-LOCATOR
              UNTIL NOT SO-LOCATOR-TAKEN
                 OR WS-ATTEMPT >= CT-MAX-ATTEMPTS
           IF NOT SO-LOCATOR-FREE THEN
              DISPLAY 'Z02456 -- NO FREE RECORD LOCATOR AFTER '
                                                    WS-ATTEMPT
                      ' ATTEMPTS'
              MOVE SPACE TO RLOC-RECORD-LOCATOR
              MOVE 'E' TO RLOC-RESULT
           END-IF
           GOBACK
           .
      ******************************************************************
      *                  2000-TRY-ONE-LOCATOR
      ******************************************************************
       2000-TRY-ONE-LOCATOR.
           ADD 1 TO WS-ATTEMPT
           PERFORM 2010-DRAW-SEQUENCE-VALUE
           IF NOT SO-LOCATOR-ERROR THEN
              PERFORM 2020-ENCODE-THE-VALUE
              PERFORM 2030-CHECK-LOCATOR-FREE
           END-IF
           .
      ******************************************************************
      *                 2010-DRAW-SEQUENCE-VALUE
      * SAME T20 SEQUENCE DRAW AS Z02202'S 7016-GET-NEW-RESERVATION-ID
      ******************************************************************
       2010-DRAW-SEQUENCE-VALUE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-SEQUENCE-VALUE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02456 -- ID DRAW FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              SET SO-LOCATOR-ERROR TO TRUE
           END-IF
           .
      ******************************************************************
      *                  2020-ENCODE-THE-VALUE
      * (VALUE * ODD MULTIPLIER + OFFSET) MODULO 32**6, THEN SIX
      * BASE-32 DIGITS, LEAST SIGNIFICANT IN THE LAST POSITION
      ******************************************************************
       2020-ENCODE-THE-VALUE.
           COMPUTE WS-SCRAMBLED-VALUE =
                   WS-SEQUENCE-VALUE * CT-MULTIPLIER + CT-OFFSET
           DIVIDE WS-SCRAMBLED-VALUE BY CT-MODULUS
                  GIVING WS-SCRAMBLED-QUOTIENT
                  REMAINDER WS-SCRAMBLED-VALUE
           PERFORM VARYING WS-CHAR-SUB FROM 6 BY -1
                   UNTIL WS-CHAR-SUB < 1
              DIVIDE WS-SCRAMBLED-VALUE BY 32
                     GIVING WS-SCRAMBLED-QUOTIENT
                     REMAINDER WS-SYMBOL-INDEX
              ADD 1 TO WS-SYMBOL-INDEX
              MOVE CT-ALPHABET(WS-SYMBOL-INDEX:1) TO
                                   RLOC-RECORD-LOCATOR(WS-CHAR-SUB:1)
              MOVE WS-SCRAMBLED-QUOTIENT TO WS-SCRAMBLED-VALUE
           END-PERFORM
           .
      ******************************************************************
      *                 2030-CHECK-LOCATOR-FREE
      ******************************************************************
       2030-CHECK-LOCATOR-FREE.
           MOVE 0 TO WS-LOCATOR-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-LOCATOR-COUNT
             FROM T09_RESERVATION_MAIN_PASSENGER_TABLE
             WHERE RECORD_LOCATOR = :RLOC-RECORD-LOCATOR
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN NOT SO-SQLCODE-NORMAL
              MOVE SQLCODE TO WS-SQLCODE-FORMAT
              DISPLAY 'Z02456 -- LOCATOR CHECK FAILED, SQLCODE '
                                                    WS-SQLCODE-FORMAT
              SET SO-LOCATOR-ERROR TO TRUE
           WHEN WS-LOCATOR-COUNT > 0
              SET SO-LOCATOR-TAKEN TO TRUE
           WHEN OTHER
              SET SO-LOCATOR-FREE TO TRUE
           END-EVALUATE
           .
