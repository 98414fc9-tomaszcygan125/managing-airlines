       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02550.
      ******************************************************************
      *
      * LOST PROPERTY SEARCH
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION '2' ON
      * THE THIRD MENU PAGE (Z02548) "SEARCH LOST PROPERTY"
      *
      * WHEN A PASSENGER CALLS ABOUT SOMETHING LEFT ON BOARD THE AGENT
      * SEARCHES THE T161 REGISTER KEPT BY Z02549 WITH ANY OF:
      *   - THE FLIGHT ID
      *   - THE DATE THE ITEM WAS FOUND (YYYY-MM-DD, THROUGH Z02043)
      *   - A WORD OF THE DESCRIPTION ('WALLET', 'IPAD') -- ONLY THE
      *     FIRST WORD KEYED IS USED, AS IN Z02162
      *   - THE STATION STORING IT
      *   - THE CALLER'S LAST NAME, MATCHED AGAINST THE PASSENGER
      *     Z02549 SUGGESTED AS THE OWNER FROM THE SEAT
      * AT LEAST ONE IS NEEDED.  THE NEWEST CT-MAX-LINES ITEMS ARE
      * LISTED; WHEN MORE MATCH THE AGENT IS ASKED TO NARROW THE
      * SEARCH.  THE ITEM NUMBER IS THEN TAKEN TO Z02549 TO CLAIM OR
      * FORWARD IT.
      *
      *   NEW MAPSET MP0310 (COPYBOOK ZZMP0310), FIELDS:
      *      FLIGHTI    PIC X(8)
      *      DATEI      PIC X(10)  FOUND DATE YYYY-MM-DD
      *      WORDI      PIC X(20)  WORD OF THE DESCRIPTION
      *      STATNI     PIC X(3)   STORAGE STATION
      *      NAMEI      PIC X(30)  CALLER'S LAST NAME
      *      LP-ITEMO   PIC X(9)   OCCURS 10
      *      LP-FLIGHTO PIC X(8)   OCCURS 10
      *      LP-SEATO   PIC X(3)   OCCURS 10  SEAT OR FIRST OF AREA
      *      LP-DESCO   PIC X(30)  OCCURS 10
      *      LP-STATNO  PIC X(3)   OCCURS 10
      *      LP-STATO   PIC X(10)  OCCURS 10
      *      MSGO       PIC X(60)
      *
      ******************************************************************
      *                  CHANGE LOG
      *
      *  2026-10-15  INITIAL VERSION
      *
      ******************************************************************

      ******************************************************************
      *                        DATA DIVISION
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0310.
           COPY ZZEC0215.
           COPY ZZEC0243.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.

      * EVERY CRITERION LEFT BLANK MATCHES ALL ITEMS; A BLANK DATE IS
      * TURNED INTO THE WIDEST RANGE SO THE DATE COLUMN NEEDS NO
      * SPECIAL CASE
           EXEC SQL
             DECLARE C-LOST-ITEMS CURSOR FOR
             SELECT T161.ITEM_ID,
                    T161.FLIGHT_ID,
                    T161.ROW_NUMBER,
                    T161.SEAT_LETTER,
                    T161.FOUND_AREA,
                    T161.DESCRIPTION,
                    T161.STORAGE_STATION,
                    T161.ITEM_STATUS
             FROM T161_LOST_PROPERTY T161
             WHERE (:WS-FLIGHT-ID = ' ' OR
                    T161.FLIGHT_ID = :WS-FLIGHT-ID)
               AND T161.FOUND_DATE BETWEEN DATE(:WS-DATE-FROM)
                                       AND DATE(:WS-DATE-TO)
               AND T161.DESCRIPTION LIKE :WS-LIKE-PATTERN
               AND (:WS-STATION = ' ' OR
                    T161.STORAGE_STATION = :WS-STATION)
               AND (:WS-LAST-NAME = ' ' OR
                    EXISTS (SELECT 1
                              FROM T06_PASSENGERS_TABLE T06
                             WHERE T06.PASSENGER_ID =
                                   T161.SUGGESTED_PASSENGER_ID
                               AND T06.PASSENGER_LAST_NAME =
                                   :WS-LAST-NAME))
             ORDER BY T161.FOUND_DATE DESC, T161.ITEM_ID DESC
             FOR FETCH ONLY
           END-EXEC
       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
       01 WS-SQLERRMC                   PIC X(70).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02550'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-DATE-ROUTINE-NAME            PIC X(8) VALUE 'Z02043  '.
           05 CT-MAX-LINES                    PIC S9(4) COMP VALUE 10.
           05 CT-LOWEST-DATE                  PIC X(10)
                                                 VALUE '0001-01-01'.
           05 CT-HIGHEST-DATE                 PIC X(10)
                                                 VALUE '9999-12-31'.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-IF-END-OF-CURSOR                         PIC X.
               88 SO-END-OF-ITEMS                         VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-FLIGHT-ID                  PIC X(8).
           05 WS-FOUND-DATE                 PIC X(10).
           05 WS-DATE-FROM                  PIC X(10).
           05 WS-DATE-TO                    PIC X(10).
           05 WS-KEYWORD                    PIC X(20).
           05 WS-LIKE-PATTERN               PIC X(22).
           05 WS-STATION                    PIC X(3).
           05 WS-LAST-NAME                  PIC X(30).
           05 WS-ITEM-ID                    PIC S9(9) COMP.
           05 WS-ITEM-FORMAT                PIC 9(9).
           05 WS-ITEM-FLIGHT-ID             PIC X(8).
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-SEAT-ROW-FORMAT            PIC 9(2).
           05 WS-SEAT-LETTER                PIC X(1).
           05 WS-FOUND-AREA                 PIC X(20).
           05 WS-DESCRIPTION                PIC X(40).
           05 WS-STORAGE-STATION            PIC X(3).
           05 WS-ITEM-STATUS                PIC X(10).
           05 WS-ROWS-SHOWN                 PIC S9(4) COMP.
      ******************************************************************
      *                      PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ******************************************************************
      *                     1000-INIT
      ******************************************************************
       1000-INIT.
           PERFORM 1010-CHECK-IF-FIRST-TIME
           PERFORM 1011-INITIALIZE-COPYBOOK
           .
      ******************************************************************
      *                  1005-CICS-IGNORE
      ******************************************************************
       1005-CICS-IGNORE.
           EXEC CICS
            IGNORE CONDITION ERROR
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                1010-CHECK-IF-FIRST-TIME
      ******************************************************************
       1010-CHECK-IF-FIRST-TIME.
           IF EIBCALEN = 0         THEN
              PERFORM 1005-CICS-IGNORE
              SET SO-FIRST-TIME-PROGRAM-RUNS TO TRUE
           ELSE
              SET SO-NOT-FIRST-TIME-PROGRAM-RUNS TO TRUE
           END-IF
           .
      ******************************************************************
      *                  1011-INITIALIZE-COPYBOOK
      ******************************************************************
       1011-INITIALIZE-COPYBOOK.
           IF SO-FIRST-TIME-PROGRAM-RUNS THEN
              MOVE LOW-VALUES TO WS-ZZEC0215
           ELSE
              MOVE DFHCOMMAREA TO WS-ZZEC0215
           END-IF
           .
      ******************************************************************
      *                      2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           IF SO-FIRST-TIME-PROGRAM-RUNS THEN
              PERFORM 2001-PROCESS-IF-FIRST-TIME
           ELSE
              PERFORM 2002-PROCESS-IF-NOT-FIRST-TIME
           END-IF
           .
      ******************************************************************
      *                2001-PROCESS-IF-FIRST-TIME
      ******************************************************************
       2001-PROCESS-IF-FIRST-TIME.
           PERFORM 2050-SEND-CLEAN-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM 2010-PROCESS-USER-INPUT
             WHEN DFHPF3
               SET SO-FINAL-TERMINATION TO TRUE
             WHEN OTHER
               PERFORM 2400-INITIALIZE-ERROR-MESSAGE
               MOVE 'YOU HAVE PRESSED NO ACTION KEY '
               TO WS-Z02141-I-ERROR-MESSAGE(1)
               SET SO-Z02141-M-WITH TO TRUE
               PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                    2050-SEND-CLEAN-MAP
      ******************************************************************
       2050-SEND-CLEAN-MAP.
           MOVE LOW-VALUES TO MP0310O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0310') MAPSET('MP0310')
             FROM(MP0310O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2012-VALIDATE-CRITERIA
           PERFORM 2020-SHOW-THE-ITEMS
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0310I
           EXEC CICS
           RECEIVE MAP('MP0310') MAPSET('MP0310')
           INTO(MP0310I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE AT LEAST ONE SEARCH CRITERION' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-CRITERIA
      ******************************************************************
       2012-VALIDATE-CRITERIA.
           MOVE FLIGHTI TO WS-FLIGHT-ID
           MOVE DATEI   TO WS-FOUND-DATE
           MOVE STATNI  TO WS-STATION
           MOVE NAMEI   TO WS-LAST-NAME
           MOVE SPACE   TO WS-KEYWORD
           INSPECT WS-FLIGHT-ID REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-FOUND-DATE REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-STATION REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-LAST-NAME REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WORDI REPLACING ALL LOW-VALUES BY SPACE
           UNSTRING WORDI DELIMITED BY ALL SPACE
              INTO WS-KEYWORD
           END-UNSTRING
           IF WS-FLIGHT-ID = SPACE AND WS-FOUND-DATE = SPACE AND
              WS-KEYWORD = SPACE AND WS-STATION = SPACE AND
              WS-LAST-NAME = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE AT LEAST ONE SEARCH CRITERION' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-FOUND-DATE = SPACE THEN
              MOVE CT-LOWEST-DATE  TO WS-DATE-FROM
              MOVE CT-HIGHEST-DATE TO WS-DATE-TO
           ELSE
              MOVE WS-FOUND-DATE TO ZZEC0243-I-DATE-VALUE
              SET ZZEC0243-M-10-CHAR TO TRUE
              CALL CT-DATE-ROUTINE-NAME USING ZZEC0243
              IF NOT ZZEC0243-O-RC-NO-ERROR THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'FOUND DATE MUST BE A VALID YYYY-MM-DD DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              MOVE WS-FOUND-DATE TO WS-DATE-FROM
              MOVE WS-FOUND-DATE TO WS-DATE-TO
           END-IF
           MOVE SPACE TO WS-LIKE-PATTERN
           STRING '%' WS-KEYWORD DELIMITED BY SPACE '%'
             DELIMITED BY SIZE INTO WS-LIKE-PATTERN
           END-STRING
           .
      ******************************************************************
      *                  2020-SHOW-THE-ITEMS
      ******************************************************************
       2020-SHOW-THE-ITEMS.
           MOVE LOW-VALUES TO MP0310O
           MOVE WS-FLIGHT-ID  TO FLIGHTO
           MOVE WS-FOUND-DATE TO DATEO
           MOVE WS-KEYWORD    TO WORDO
           MOVE WS-STATION    TO STATNO
           MOVE WS-LAST-NAME  TO NAMEO
           MOVE 0 TO WS-ROWS-SHOWN
           MOVE 'N' TO SW-IF-END-OF-CURSOR
           EXEC SQL
             OPEN C-LOST-ITEMS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 2021-FETCH-NEXT-ITEM
           PERFORM UNTIL SO-END-OF-ITEMS OR
                         WS-ROWS-SHOWN >= CT-MAX-LINES
              ADD 1 TO WS-ROWS-SHOWN
              PERFORM 2022-FORMAT-ONE-ITEM
              PERFORM 2021-FETCH-NEXT-ITEM
           END-PERFORM
           EXEC SQL
             CLOSE C-LOST-ITEMS
           END-EXEC
           EVALUATE TRUE
           WHEN WS-ROWS-SHOWN = 0
              MOVE 'NO ITEM ON THE REGISTER MATCHES' TO MSGO
           WHEN NOT SO-END-OF-ITEMS
              MOVE 'MORE ITEMS MATCH -- PLEASE NARROW THE SEARCH'
                                                            TO MSGO
           WHEN OTHER
              MOVE 'TAKE THE ITEM NUMBER TO THE REGISTER OR F3' TO MSGO
           END-EVALUATE
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2021-FETCH-NEXT-ITEM
      ******************************************************************
       2021-FETCH-NEXT-ITEM.
           EXEC SQL
             FETCH C-LOST-ITEMS
             INTO :WS-ITEM-ID,
                  :WS-ITEM-FLIGHT-ID,
                  :WS-ROW-NUMBER,
                  :WS-SEAT-LETTER,
                  :WS-FOUND-AREA,
                  :WS-DESCRIPTION,
                  :WS-STORAGE-STATION,
                  :WS-ITEM-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-ITEMS TO TRUE
           WHEN OTHER
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                2022-FORMAT-ONE-ITEM
      * THE SEAT WHEN THERE IS ONE, OTHERWISE THE START OF THE AREA
      ******************************************************************
       2022-FORMAT-ONE-ITEM.
           MOVE WS-ITEM-ID TO WS-ITEM-FORMAT
           MOVE WS-ITEM-FORMAT     TO LP-ITEMO(WS-ROWS-SHOWN)
           MOVE WS-ITEM-FLIGHT-ID  TO LP-FLIGHTO(WS-ROWS-SHOWN)
           IF WS-ROW-NUMBER > 0 THEN
              MOVE WS-ROW-NUMBER TO WS-SEAT-ROW-FORMAT
              STRING WS-SEAT-ROW-FORMAT WS-SEAT-LETTER
                DELIMITED BY SIZE INTO LP-SEATO(WS-ROWS-SHOWN)
              END-STRING
           ELSE
              MOVE WS-FOUND-AREA TO LP-SEATO(WS-ROWS-SHOWN)
           END-IF
           MOVE WS-DESCRIPTION     TO LP-DESCO(WS-ROWS-SHOWN)
           MOVE WS-STORAGE-STATION TO LP-STATNO(WS-ROWS-SHOWN)
           MOVE WS-ITEM-STATUS     TO LP-STATO(WS-ROWS-SHOWN)
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE ' YOU NEED TO PROVIDE  DATA IN CHOICE FIELD '
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              DISPLAY 'UNKNOWN EIBERSP '
              DISPLAY 'EIBRESP VALUE : ' EIBRESP
              MOVE EIBRESP TO WS-EIBRESP-TEMP
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING '  UNKNOWN EIBERSP '  'EIBRESP VALUE : '
              WS-EIBRESP-TEMP
              DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                2400-INITIALIZE-ERROR-MESSAGE
      ******************************************************************
       2400-INITIALIZE-ERROR-MESSAGE.
           PERFORM VARYING WS-ITER2 FROM 1 BY 1 UNTIL WS-ITER2 > 10
             MOVE SPACE TO WS-Z02141-I-ERROR-MESSAGE(WS-ITER2)
           END-PERFORM
           .
      ******************************************************************
      *                  2300-CALL-ERROR-ROUTINE
      ******************************************************************
       2300-CALL-ERROR-ROUTINE.
           SET SO-Z02141-I-FIRST-TIME TO TRUE

           MOVE CT-THIS-PROGRAM-NAME TO WS-Z02141-I-CALLING-PROGRAM
           MOVE WS-ZZEC0215 TO DFHCOMMAREA
           EXEC CICS
            XCTL PROGRAM(CT-ERROR-ROUTINE) COMMAREA(WS-ZZEC0215)
           END-EXEC
           .
      ******************************************************************
      *                       9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
           MOVE SQLCODE TO WS-SQLCODE-FORMAT
           MOVE SQLERRMC TO WS-SQLERRMC
           PERFORM 2400-INITIALIZE-ERROR-MESSAGE

           MOVE 'DB2 ERROR ' TO  WS-Z02141-I-ERROR-MESSAGE(1)

           STRING 'IN SATATEMENT: ' SW-STATEMENT-ID
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(2)
           END-STRING

           STRING 'SQLCODE: ' WS-SQLCODE-FORMAT
             DELIMITED BY SIZE
             INTO WS-Z02141-I-ERROR-MESSAGE(3)
           END-STRING

           STRING 'SQLERRMC: ' WS-SQLERRMC
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
           MOVE WS-FLIGHT-ID         TO ERRL-ENTITY-KEY
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
           EVALUATE TRUE
           WHEN SO-FINAL-WITH-COMMAREA
              PERFORM 3001-REUTRN-WITH-TRANSID
           WHEN SO-FINAL-TERMINATION
              PERFORM 3002-REUTRN-TO-CALLING-PROG
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE ' 3000 PARA ERROR SHOULDNT HAPPEN  '
              TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ******************************************************************
      *                    3001-REUTRN-WITH-TRANSID
      ******************************************************************
       3001-REUTRN-WITH-TRANSID.
           MOVE WS-ZZEC0215 TO DFHCOMMAREA
           EXEC CICS
               RETURN TRANSID('0310') COMMAREA(WS-ZZEC0215)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                   3002-REUTRN-TO-CALLING-PROG
      ******************************************************************
       3002-REUTRN-TO-CALLING-PROG.
           EXEC CICS
              XCTL PROGRAM(CT-FIRST-PROGRAM-NAME)
                 COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
