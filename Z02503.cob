       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02503.
      ******************************************************************
      *
      * DEFERRED DEFECT (MEL) LOG
      *
      * THIS PROGRAM IS CALLED WHEN USER WILL CHOOSE OPTION 'Q' ON
      * THE SECOND MENU PAGE (Z02455) "DEFERRED DEFECTS" -- OPS OR
      * SUPER (OR ADMIN) SIGN-ON ONLY, CHECKED BOTH THERE AND HERE
      * (2170-CHECK-THE-ROLE).
      *
      * Z02386 GROUNDS A WHOLE PLANE AND Z02427 FOLLOWS ITS
      * SCHEDULED CHECKS, BUT A BROKEN SEAT OR A DEAD OVEN WAS ONLY
      * WRITTEN IN THE PAPER TECH LOG, AND PASSENGERS WERE SOLD SEATS
      * ENGINEERING HAD ALREADY DECLARED UNUSABLE.  EACH DEFERRED
      * DEFECT IS NOW A ROW PER PLANE WITH ITS MEL CATEGORY, A
      * RECTIFICATION DEADLINE AND THE SEATS OR EQUIPMENT IT PUTS
      * OUT OF USE:
      *
      *   'I' -- SHOW A DEFECT
      *   'D' -- RAISE A DEFECT.  CATEGORY A MUST CARRY ITS OWN
      *          DEADLINE; FOR B, C AND D A BLANK DEADLINE IS TODAY
      *          PLUS THE CATEGORY'S DAYS FROM T87 (Z02457 NAMES
      *          MEL-CAT-B-DAYS, MEL-CAT-C-DAYS, MEL-CAT-D-DAYS,
      *          DEFAULTS 3, 10 AND 120).  UP TO FOUR SEATS ('12C')
      *          CAN BE NAMED, EACH WITHIN THE PLANE'S T08 ROWS
      *   'C' -- CLEAR (RECTIFY) AN OPEN DEFECT
      *
      * A DEFECT THAT NAMES SEATS BLOCKS THEM THE SAME WAY Z02377
      * DOES -- A T04_FLIGHT_SEATS ROW WITH RESERVATION_STATUS
      * 'BLOCKED', RESERVATION_ID 0 -- BUT WITH BLOCK_REASON
      * 'DEFECT', ON EVERY FLIGHT OF THE PLANE NOT YET DEPARTED.  A
      * FLIGHT WHERE THE SEAT IS ALREADY SOLD CANNOT BE BLOCKED; THE
      * NUMBER OF THOSE IS SHOWN SO THE PASSENGERS CAN BE RESEATED.
      * CLEARING THE DEFECT DELETES ITS BLOCKS AGAIN, EXCEPT WHERE
      * ANOTHER OPEN DEFECT OF THE PLANE NAMES THE SAME SEAT.  Z02377
      * WILL NOT RELEASE A 'DEFECT' BLOCK, AND THE NIGHTLY Z02504
      * SWEEP BLOCKS THE SEATS ON FLIGHTS ADDED TO THE PLANE LATER,
      * WARNS AS THE DEADLINES COME CLOSE AND PROPOSES A Z02386
      * GROUNDING FOR A DEFECT PAST ITS DEADLINE.
      *
      * NEW TABLES:
      *   T127_DEFERRED_DEFECT
      *      DEFECT_ID          INTEGER     NOT NULL  (T20 SEQUENCE)
      *      PLANE_ID           INTEGER     NOT NULL
      *      MEL_CATEGORY       CHAR(1)     NOT NULL  'A'-'D'
      *      DESCRIPTION        CHAR(40)    NOT NULL
      *      EQUIPMENT          CHAR(20)    NOT NULL  SPACE = NONE
      *      RAISED_DATE        DATE        NOT NULL
      *      DEADLINE_DATE      DATE        NOT NULL
      *      DEFECT_STATUS      CHAR(10)    NOT NULL  'OPEN'/'CLEARED'
      *      CLEARED_DATE       DATE                  NULL WHILE OPEN
      *      CHANGED_BY         CHAR(8)     NOT NULL
      *      CHANGED_TIMESTAMP  TIMESTAMP   NOT NULL
      *      PRIMARY KEY (DEFECT_ID), INDEX (PLANE_ID, DEFECT_STATUS)
      *   T128_DEFECT_SEAT
      *      DEFECT_ID          INTEGER     NOT NULL
      *      ROW_NUMBER         SMALLINT    NOT NULL
      *      SEAT_LETTER        CHAR(1)     NOT NULL
      *      PRIMARY KEY (DEFECT_ID, ROW_NUMBER, SEAT_LETTER)
      *
      *   NEW MAPSET MP0296 (COPYBOOK ZZMP0296), FIELDS:
      *      ACTIONI        PIC X(1)   'I'/'D'/'C'
      *      DEFECTI/O      PIC 9(9)   DEFECT NUMBER ('I'/'C')
      *      PLANEI/O       PIC 9(9)   T08 PLANE_ID ('D')
      *      MELCATI/O      PIC X(1)   MEL CATEGORY A-D ('D')
      *      DESCI/O        PIC X(40)  DEFECT TEXT ('D')
      *      EQUIPI/O       PIC X(20)  EQUIPMENT OUT OF USE ('D')
      *      DEADLNI/O      PIC X(10)  YYYY-MM-DD, BLANK = BY
      *                                CATEGORY ('D')
      *      SEAT1I-SEAT4I  PIC X(3)   SEATS OUT OF USE, '12C' ('D')
      *      SEATSO         PIC X(20)  THE DEFECT'S SEATS
      *      RAISEDO        PIC X(10)
      *      STATUSO        PIC X(10)
      *      BLOCKSO        PIC ZZZZ9  SEAT BLOCKS PLACED ('D') OR
      *                                RELEASED ('C')
      *      RESEATO        PIC ZZZZ9  FLIGHTS WHERE A NAMED SEAT WAS
      *                                ALREADY SOLD ('D')
      *      MSGO           PIC X(60)
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
           COPY ZZMP0296.
           COPY ZZEC0215.
           COPY ZZEC0243.
           COPY ZZEC0269.
           COPY ZZEC0270.
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE T24TAB END-EXEC.

      * THE SEATS A DEFECT NAMES
           EXEC SQL
             DECLARE C-DEFECT-SEATS CURSOR FOR
             SELECT ROW_NUMBER,
                    SEAT_LETTER
             FROM T128_DEFECT_SEAT
             WHERE DEFECT_ID = :WS-DEFECT-ID
             ORDER BY ROW_NUMBER, SEAT_LETTER
             FOR FETCH ONLY
           END-EXEC

       01 WS-ITER2    PIC S9(4) COMP VALUE 0.
      * COMMAREA
       01 WS-COMMAREA PIC X VALUE 'A'.
       01 WS-EIBRESP-TEMP  PIC X(10) VALUE SPACE.
       01 WS-SQLCODE-FORMAT             PIC -(5).
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-SQLERRMC                   PIC X(70).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-ERROR-ROUTINE                PIC X(8) VALUE 'Z02141'.
           05 CT-THIS-PROGRAM-NAME            PIC X(8) VALUE 'Z02503'.
           05 CT-FIRST-PROGRAM-NAME           PIC X(8) VALUE 'Z02131  '.
           05 CT-DATE-ROUTINE-NAME            PIC X(8) VALUE 'Z02043  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.
           05 CT-DELETED-STATUS               PIC X(15)
                                                 VALUE 'DELETED'.
           05 CT-CANCELED-STATUS              PIC X(15)
                                                 VALUE 'CANCELED'.
           05 CT-BLOCKED-STATUS               PIC X(15)
                                                 VALUE 'BLOCKED'.
           05 CT-DEFECT-REASON                PIC X(15)
                                                 VALUE 'DEFECT'.
           05 CT-OPEN-DEFECT                  PIC X(10) VALUE 'OPEN'.
           05 CT-CLEARED-DEFECT               PIC X(10) VALUE 'CLEARED'.
      * RECTIFICATION DAYS WHEN T87 HAS NO VALUE FOR THE CATEGORY
           05 CT-DEFAULT-CAT-B-DAYS           PIC S9(4) COMP VALUE 3.
           05 CT-DEFAULT-CAT-C-DAYS           PIC S9(4) COMP VALUE 10.
           05 CT-DEFAULT-CAT-D-DAYS           PIC S9(4) COMP VALUE 120.
           05 CT-MAX-SEATS                    PIC S9(4) COMP VALUE 4.
       01 SW-SWITCHES.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 SW-STATEMENT-ID               PIC X(4).
               88 SO-7001-PARA              VALUE '7001'.
               88 SO-7002-PARA              VALUE '7002'.
               88 SO-7003-PARA              VALUE '7003'.
               88 SO-7004-PARA              VALUE '7004'.
               88 SO-7005-PARA              VALUE '7005'.
               88 SO-7006-PARA              VALUE '7006'.
               88 SO-7007-PARA              VALUE '7007'.
               88 SO-7008-PARA              VALUE '7008'.
               88 SO-7009-PARA              VALUE '7009'.
               88 SO-7010-PARA              VALUE '7010'.
               88 SO-7011-PARA              VALUE '7011'.
               88 SO-7012-PARA              VALUE '7012'.
               88 SO-7013-PARA              VALUE '7013'.
               88 SO-9050-PARA              VALUE '9050'.
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME               PIC X.
               88 SO-FIRST-TIME-PROGRAM-RUNS              VALUE 'Y'.
               88 SO-NOT-FIRST-TIME-PROGRAM-RUNS          VALUE 'N'.
           05 SW-WHAT-TYPE-OF-FINAL                       PIC X.
               88 SO-FINAL-WITH-COMMAREA                  VALUE 'C'.
               88 SO-FINAL-TERMINATION                    VALUE 'F'.
           05 SW-USER-ACTION                              PIC X.
               88 SO-ACTION-INQUIRE                       VALUE 'I'.
               88 SO-ACTION-RAISE                         VALUE 'D'.
               88 SO-ACTION-CLEAR                         VALUE 'C'.
           05 SW-MEL-CATEGORY                             PIC X.
               88 SO-MEL-CATEGORY-VALID        VALUE 'A' 'B' 'C' 'D'.
               88 SO-MEL-CATEGORY-A                       VALUE 'A'.
               88 SO-MEL-CATEGORY-B                       VALUE 'B'.
               88 SO-MEL-CATEGORY-C                       VALUE 'C'.
               88 SO-MEL-CATEGORY-D                       VALUE 'D'.
           05 SW-IF-DEFECT-FOUND                          PIC X.
               88 SO-DEFECT-FOUND                         VALUE 'Y'.
               88 SO-DEFECT-NOT-FOUND                     VALUE 'N'.
           05 SW-IF-DEADLINE-PASSED                       PIC X.
               88 SO-DEADLINE-PASSED                      VALUE 'Y'.
               88 SO-DEADLINE-NOT-PASSED                  VALUE 'N'.
           05 SW-IF-END-OF-SEATS                          PIC X.
               88 SO-END-OF-SEATS                         VALUE 'Y'.
       01 WS-VARIABLES.
           05 WS-DEFECT-ID                  PIC S9(9) COMP.
           05 WS-PLANE-ID                   PIC S9(9) COMP.
           05 WS-PLANE-ROW-COUNT            PIC S9(9) COMP.
           05 WS-PLANE-FIRST-ROW            PIC S9(4) COMP.
           05 WS-PLANE-LAST-ROW             PIC S9(4) COMP.
           05 WS-DESCRIPTION                PIC X(40).
           05 WS-EQUIPMENT                  PIC X(20).
           05 WS-RAISED-DATE                PIC X(10).
           05 WS-DEADLINE-DATE              PIC X(10).
           05 WS-DEADLINE-DAYS              PIC S9(4) COMP.
           05 WS-DEFECT-STATUS              PIC X(10).
           05 WS-ROW-NUMBER                 PIC S9(4) COMP.
           05 WS-ONE-SEAT-LETTER            PIC X(1).
           05 WS-SEAT-COUNT                 PIC S9(4) COMP.
           05 WS-SEAT-SUB                   PIC S9(4) COMP.
           05 WS-SEAT-SUB2                  PIC S9(4) COMP.
           05 WS-ROWS-CHANGED               PIC S9(9) COMP.
           05 WS-BLOCK-COUNT                PIC S9(9) COMP.
           05 WS-SOLD-COUNT                 PIC S9(9) COMP.
           05 WS-FLIGHTS-SOLD               PIC S9(9) COMP.
           05 WS-ID-FORMAT                  PIC 9(9).
           05 WS-COUNT-FORMAT               PIC ZZZZ9.
           05 WS-SEAT-LIST-POINTER          PIC S9(4) COMP.
           05 WS-SEAT-ROW-TEXT              PIC X(2).
           05 WS-SEAT-ROW-DIGITS REDEFINES WS-SEAT-ROW-TEXT
                                            PIC 9(2).
           05 WS-SEAT-ROW-FORMAT            PIC 9(2).

      * THE SEATS KEYED FOR 'D', AS TYPED AND AS ROW AND LETTER
       01 WS-SEAT-ENTRIES.
           05 WS-SEAT-ENTRY OCCURS 4 TIMES.
               10 WS-SEAT-INPUT             PIC X(3).
               10 WS-SEAT-ROW               PIC S9(4) COMP.
               10 WS-SEAT-LETTER            PIC X(1).

       01 WS-ROLE-LOOKUP-FIELDS.
           05 WS-ROLE-OPERATOR-ID           PIC X(8).
           05 WS-ROLE-FROM-T40              PIC X(5).
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
           PERFORM 2170-CHECK-THE-ROLE
           PERFORM 2050-SEND-CLEAN-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *               2002-PROCESS-IF-NOT-FIRST-TIME
      ******************************************************************
       2002-PROCESS-IF-NOT-FIRST-TIME.
           EVALUATE EIBAID
             WHEN DFHENTER
               PERFORM 2170-CHECK-THE-ROLE
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
           MOVE LOW-VALUES TO MP0296O
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                    2100-SEND-THE-MAP
      ******************************************************************
       2100-SEND-THE-MAP.
           EXEC CICS
             SEND MAP('MP0296') MAPSET('MP0296')
             FROM(MP0296O)
             ERASE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                2010-PROCESS-USER-INPUT
      ******************************************************************
       2010-PROCESS-USER-INPUT.
           PERFORM 2011-RECEIVE-USER-INPUT
           PERFORM 2012-VALIDATE-ACTION
           MOVE 0 TO WS-BLOCK-COUNT
           MOVE 0 TO WS-FLIGHTS-SOLD
           EVALUATE TRUE
           WHEN SO-ACTION-INQUIRE
              CONTINUE
           WHEN SO-ACTION-RAISE
              PERFORM 2020-RAISE-THE-DEFECT
           WHEN SO-ACTION-CLEAR
              PERFORM 2030-CLEAR-THE-DEFECT
           END-EVALUATE
           PERFORM 2060-SEND-DEFECT-MAP
           SET SO-FINAL-WITH-COMMAREA TO TRUE
           .
      ******************************************************************
      *                2011-RECEIVE-USER-INPUT
      ******************************************************************
       2011-RECEIVE-USER-INPUT.
           MOVE LOW-VALUES TO MP0296I
           EXEC CICS
           RECEIVE MAP('MP0296') MAPSET('MP0296')
           INTO(MP0296I)
           NOHANDLE
           END-EXEC
           EVALUATE EIBRESP
           WHEN DFHRESP(NORMAL)
              CONTINUE
           WHEN DFHRESP(MAPFAIL)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE ACTION AND DEFECT OR PLANE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              PERFORM 2200-CHECK-EIBRESP
           END-EVALUATE
           .
      ******************************************************************
      *                2012-VALIDATE-ACTION
      ******************************************************************
       2012-VALIDATE-ACTION.
           MOVE ACTIONI     TO SW-USER-ACTION
           IF NOT (SO-ACTION-INQUIRE OR SO-ACTION-RAISE OR
                   SO-ACTION-CLEAR)
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'ACTION MUST BE I, D OR C' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-RAISE THEN
              PERFORM 2014-VALIDATE-NEW-DEFECT
           ELSE
              PERFORM 2013-VALIDATE-DEFECT-NUMBER
           END-IF
           .
      ******************************************************************
      *                2013-VALIDATE-DEFECT-NUMBER
      * 'I' TAKES ANY DEFECT, 'C' ONLY AN OPEN ONE
      ******************************************************************
       2013-VALIDATE-DEFECT-NUMBER.
           IF DEFECTI IS NUMERIC AND DEFECTI > ZERO THEN
              MOVE DEFECTI TO WS-DEFECT-ID
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE A NUMERIC DEFECT NUMBER' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-DEFECT-ID TO WS-ID-FORMAT
           MOVE WS-ID-FORMAT TO WS-LOG-ENTITY-KEY
           PERFORM 7002-READ-DEFECT
           IF SO-DEFECT-NOT-FOUND THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH DEFECT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF SO-ACTION-CLEAR AND
              WS-DEFECT-STATUS NOT = CT-OPEN-DEFECT THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DEFECT IS ALREADY CLEARED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2014-VALIDATE-NEW-DEFECT
      * A PLANE ON T08, A CATEGORY, A DESCRIPTION AND A DEADLINE NOT
      * ALREADY PAST
      ******************************************************************
       2014-VALIDATE-NEW-DEFECT.
           IF PLANEI IS NUMERIC AND PLANEI > ZERO THEN
              MOVE PLANEI TO WS-PLANE-ID
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE PROVIDE A NUMERIC PLANE ID' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-PLANE-ID  TO WS-ID-FORMAT
           MOVE WS-ID-FORMAT TO WS-LOG-ENTITY-KEY
           PERFORM 7001-READ-PLANE
           IF WS-PLANE-ROW-COUNT = 0 THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO SUCH PLANE ON T08' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE MELCATI TO SW-MEL-CATEGORY
           IF NOT SO-MEL-CATEGORY-VALID THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MEL CATEGORY MUST BE A, B, C OR D' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE DESCI  TO WS-DESCRIPTION
           MOVE EQUIPI TO WS-EQUIPMENT
           INSPECT WS-DESCRIPTION REPLACING ALL LOW-VALUES BY SPACE
           INSPECT WS-EQUIPMENT   REPLACING ALL LOW-VALUES BY SPACE
           IF WS-DESCRIPTION = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'PLEASE DESCRIBE THE DEFECT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 2015-VALIDATE-DEADLINE
           PERFORM 2016-VALIDATE-SEATS
           .
      ******************************************************************
      *                2015-VALIDATE-DEADLINE
      * A KEYED DEADLINE GOES THROUGH Z02043 LIKE ANY OTHER DATE; A
      * BLANK ONE COMES FROM THE CATEGORY'S RECTIFICATION INTERVAL
      ******************************************************************
       2015-VALIDATE-DEADLINE.
           MOVE DEADLNI TO WS-DEADLINE-DATE
           IF WS-DEADLINE-DATE = SPACE OR
              WS-DEADLINE-DATE = LOW-VALUES THEN
              IF SO-MEL-CATEGORY-A THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'CATEGORY A DEFECT NEEDS ITS OWN DEADLINE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              EVALUATE TRUE
              WHEN SO-MEL-CATEGORY-B
                 MOVE 'MEL-CAT-B-DAYS'        TO PARM-NAME
                 MOVE CT-DEFAULT-CAT-B-DAYS   TO PARM-DEFAULT-VALUE
              WHEN SO-MEL-CATEGORY-C
                 MOVE 'MEL-CAT-C-DAYS'        TO PARM-NAME
                 MOVE CT-DEFAULT-CAT-C-DAYS   TO PARM-DEFAULT-VALUE
              WHEN OTHER
                 MOVE 'MEL-CAT-D-DAYS'        TO PARM-NAME
                 MOVE CT-DEFAULT-CAT-D-DAYS   TO PARM-DEFAULT-VALUE
              END-EVALUATE
              MOVE SPACE TO PARM-SCOPE
              MOVE SPACE TO PARM-AS-OF-DATE
              CALL 'Z02457' USING WS-ZZEC0269
              MOVE PARM-VALUE TO WS-DEADLINE-DAYS
              PERFORM 7004-COMPUTE-DEADLINE
           ELSE
              MOVE WS-DEADLINE-DATE TO ZZEC0243-I-DATE-VALUE
              SET ZZEC0243-M-10-CHAR TO TRUE
              CALL CT-DATE-ROUTINE-NAME USING ZZEC0243
              IF NOT ZZEC0243-O-RC-NO-ERROR THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'DEADLINE MUST BE A VALID YYYY-MM-DD DATE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              PERFORM 7005-CHECK-DEADLINE-PASSED
              IF SO-DEADLINE-PASSED THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'DEADLINE CANNOT BE BEFORE TODAY' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           .
      ******************************************************************
      *                2016-VALIDATE-SEATS
      * EACH SEAT IS ROW THEN LETTER ('3A', '12C'), INSIDE THE
      * PLANE'S T08 ROW RANGE AND NOT KEYED TWICE
      ******************************************************************
       2016-VALIDATE-SEATS.
           MOVE SEAT1I TO WS-SEAT-INPUT(1)
           MOVE SEAT2I TO WS-SEAT-INPUT(2)
           MOVE SEAT3I TO WS-SEAT-INPUT(3)
           MOVE SEAT4I TO WS-SEAT-INPUT(4)
           MOVE 0 TO WS-SEAT-COUNT
           PERFORM VARYING WS-SEAT-SUB FROM 1 BY 1
                   UNTIL WS-SEAT-SUB > CT-MAX-SEATS
              INSPECT WS-SEAT-INPUT(WS-SEAT-SUB)
                      REPLACING ALL LOW-VALUES BY SPACE
              IF WS-SEAT-INPUT(WS-SEAT-SUB) NOT = SPACE THEN
                 ADD 1 TO WS-SEAT-COUNT
                 PERFORM 2017-PARSE-ONE-SEAT
              END-IF
           END-PERFORM
           IF WS-SEAT-COUNT = 0 AND WS-EQUIPMENT = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NAME THE SEATS OR EQUIPMENT OUT OF USE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ******************************************************************
      *                2017-PARSE-ONE-SEAT
      * THE KEYED SEATS ARE PACKED TO THE FRONT OF THE TABLE AS THEY
      * ARE PARSED, SO ENTRIES 1 TO WS-SEAT-COUNT ARE THE REAL ONES
      ******************************************************************
       2017-PARSE-ONE-SEAT.
           MOVE WS-SEAT-INPUT(WS-SEAT-SUB) TO
                                     WS-SEAT-INPUT(WS-SEAT-COUNT)
           IF WS-SEAT-INPUT(WS-SEAT-COUNT)(3:1) = SPACE THEN
              MOVE '0' TO WS-SEAT-ROW-TEXT(1:1)
              MOVE WS-SEAT-INPUT(WS-SEAT-COUNT)(1:1) TO
                                     WS-SEAT-ROW-TEXT(2:1)
              MOVE WS-SEAT-INPUT(WS-SEAT-COUNT)(2:1) TO
                                     WS-SEAT-LETTER(WS-SEAT-COUNT)
           ELSE
              MOVE WS-SEAT-INPUT(WS-SEAT-COUNT)(1:2) TO
                                     WS-SEAT-ROW-TEXT
              MOVE WS-SEAT-INPUT(WS-SEAT-COUNT)(3:1) TO
                                     WS-SEAT-LETTER(WS-SEAT-COUNT)
           END-IF
           IF WS-SEAT-ROW-TEXT IS NOT NUMERIC OR
              WS-SEAT-LETTER(WS-SEAT-COUNT) IS NOT ALPHABETIC OR
              WS-SEAT-LETTER(WS-SEAT-COUNT) = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'SEAT ' WS-SEAT-INPUT(WS-SEAT-COUNT)
                     ' MUST BE ROW THEN LETTER, E.G. 12C'
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           MOVE WS-SEAT-ROW-DIGITS TO WS-SEAT-ROW(WS-SEAT-COUNT)
           IF WS-SEAT-ROW(WS-SEAT-COUNT) < WS-PLANE-FIRST-ROW OR
              WS-SEAT-ROW(WS-SEAT-COUNT) > WS-PLANE-LAST-ROW THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'SEAT ' WS-SEAT-INPUT(WS-SEAT-COUNT)
                     ' IS NOT A ROW OF THIS PLANE'
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM VARYING WS-SEAT-SUB2 FROM 1 BY 1
                   UNTIL WS-SEAT-SUB2 NOT < WS-SEAT-COUNT
              IF WS-SEAT-ROW(WS-SEAT-SUB2) =
                                     WS-SEAT-ROW(WS-SEAT-COUNT) AND
                 WS-SEAT-LETTER(WS-SEAT-SUB2) =
                                     WS-SEAT-LETTER(WS-SEAT-COUNT) THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 STRING 'SEAT ' WS-SEAT-INPUT(WS-SEAT-COUNT)
                        ' IS KEYED TWICE'
                   DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
                 END-STRING
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2020-RAISE-THE-DEFECT
      * THE DEFECT, ITS SEATS, THEN A BLOCK ON EVERY FLIGHT OF THE
      * PLANE STILL TO DEPART WHERE THE SEAT IS FREE
      ******************************************************************
       2020-RAISE-THE-DEFECT.
           PERFORM 7006-DRAW-DEFECT-ID
           PERFORM 7007-INSERT-DEFECT
           PERFORM VARYING WS-SEAT-SUB FROM 1 BY 1
                   UNTIL WS-SEAT-SUB > WS-SEAT-COUNT
              MOVE WS-SEAT-ROW(WS-SEAT-SUB)    TO WS-ROW-NUMBER
              MOVE WS-SEAT-LETTER(WS-SEAT-SUB) TO WS-ONE-SEAT-LETTER
              PERFORM 7008-INSERT-DEFECT-SEAT
              PERFORM 7009-BLOCK-SEAT-ON-FLIGHTS
              ADD WS-ROWS-CHANGED TO WS-BLOCK-COUNT
              PERFORM 7010-COUNT-SOLD-SEAT
              ADD WS-SOLD-COUNT TO WS-FLIGHTS-SOLD
           END-PERFORM
           MOVE WS-DEFECT-ID TO WS-ID-FORMAT
           MOVE WS-ID-FORMAT TO WS-LOG-ENTITY-KEY
           MOVE 'MEL DEFECT RAISED'    TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2030-CLEAR-THE-DEFECT
      ******************************************************************
       2030-CLEAR-THE-DEFECT.
           PERFORM 7011-CLEAR-DEFECT
           PERFORM 7012-RELEASE-DEFECT-BLOCKS
           MOVE WS-ROWS-CHANGED TO WS-BLOCK-COUNT
           MOVE 'MEL DEFECT CLEARED'   TO WS-LOG-ACTION-TEXT
           PERFORM 9050-LOG-TRANSACTION
           .
      ******************************************************************
      *                2060-SEND-DEFECT-MAP
      * THE DEFECT AS IT NOW STANDS, WITH THE BLOCK COUNTS OF THIS
      * ACTION
      ******************************************************************
       2060-SEND-DEFECT-MAP.
           PERFORM 7002-READ-DEFECT
           MOVE LOW-VALUES TO MP0296O
           MOVE WS-DEFECT-ID          TO DEFECTO
           MOVE WS-PLANE-ID           TO PLANEO
           MOVE SW-MEL-CATEGORY       TO MELCATO
           MOVE WS-DESCRIPTION        TO DESCO
           MOVE WS-EQUIPMENT          TO EQUIPO
           MOVE WS-RAISED-DATE        TO RAISEDO
           MOVE WS-DEADLINE-DATE      TO DEADLNO
           MOVE WS-DEFECT-STATUS      TO STATUSO
           PERFORM 2061-FILL-SEAT-LIST
           MOVE WS-BLOCK-COUNT        TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO BLOCKSO
           MOVE WS-FLIGHTS-SOLD       TO WS-COUNT-FORMAT
           MOVE WS-COUNT-FORMAT       TO RESEATO
           EVALUATE TRUE
           WHEN SO-ACTION-RAISE AND WS-FLIGHTS-SOLD > 0
              MOVE 'RAISED -- RESEAT PASSENGERS ON SOLD SEATS' TO MSGO
           WHEN SO-ACTION-RAISE
              MOVE 'RAISED -- NEXT ACTION OR F3 TO RETURN' TO MSGO
           WHEN SO-ACTION-CLEAR
              MOVE 'CLEARED -- SEATS BACK ON SALE' TO MSGO
           WHEN OTHER
              MOVE 'NEXT ACTION OR F3 TO RETURN' TO MSGO
           END-EVALUATE
           PERFORM 2100-SEND-THE-MAP
           .
      ******************************************************************
      *                2061-FILL-SEAT-LIST
      * '3A 12C 12D' -- A ROW BELOW 10 LOSES ITS LEADING ZERO
      ******************************************************************
       2061-FILL-SEAT-LIST.
           MOVE SPACE TO SEATSO
           MOVE 1 TO WS-SEAT-LIST-POINTER
           MOVE 'N' TO SW-IF-END-OF-SEATS
           EXEC SQL
             OPEN C-DEFECT-SEATS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM 7003-FETCH-DEFECT-SEAT
           PERFORM UNTIL SO-END-OF-SEATS
              MOVE WS-ROW-NUMBER TO WS-SEAT-ROW-FORMAT
              IF WS-SEAT-ROW-FORMAT < 10 THEN
                 STRING WS-SEAT-ROW-FORMAT(2:1) WS-ONE-SEAT-LETTER ' '
                   DELIMITED BY SIZE INTO SEATSO
                   WITH POINTER WS-SEAT-LIST-POINTER
                 END-STRING
              ELSE
                 STRING WS-SEAT-ROW-FORMAT WS-ONE-SEAT-LETTER ' '
                   DELIMITED BY SIZE INTO SEATSO
                   WITH POINTER WS-SEAT-LIST-POINTER
                 END-STRING
              END-IF
              PERFORM 7003-FETCH-DEFECT-SEAT
           END-PERFORM
           EXEC SQL
             CLOSE C-DEFECT-SEATS
           END-EXEC
           .
      ******************************************************************
      *                2170-CHECK-THE-ROLE
      * OPS OR SUPER (ADMIN GETS EVERYTHING) -- SAME T40 READ-BACK AS
      * Z02485'S 2170, OFF THE OPERATOR Z02383 VALIDATED
      ******************************************************************
       2170-CHECK-THE-ROLE.
           IF WS-SIGNON-ROLE = SPACE OR WS-SIGNON-ROLE = LOW-VALUES
              MOVE EIBOPID TO WS-ROLE-OPERATOR-ID
              MOVE SPACE TO WS-ROLE-FROM-T40
              EXEC SQL
                SELECT OPERATOR_ROLE
                INTO :WS-ROLE-FROM-T40
                FROM T40_OPERATOR_TABLE
                WHERE OPERATOR_ID = :WS-ROLE-OPERATOR-ID
                  AND OPERATOR_STATUS = 'ACTIVE'
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF SO-SQLCODE-NORMAL THEN
                 MOVE WS-ROLE-FROM-T40    TO WS-SIGNON-ROLE
                 MOVE WS-ROLE-OPERATOR-ID TO WS-SIGNON-OPERATOR-ID
              END-IF
           END-IF
           IF SO-ROLE-OPS OR SO-ROLE-SUPER OR SO-ROLE-ADMIN THEN
              CONTINUE
           ELSE
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'DEFECT LOG NEEDS AN OPS OR SUPER SIGN-ON' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
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
      *                   7001-READ-PLANE
      * A PLANE IS ONE T08 ROW PER CABIN -- ITS ROWS RUN FROM THE
      * LOWEST ROW_NUMBER_FROM TO THE HIGHEST ROW_NUMBER_TO
      ******************************************************************
       7001-READ-PLANE.
           MOVE 0 TO WS-PLANE-ROW-COUNT
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(MIN(ROW_NUMBER_FROM), 0),
                    COALESCE(MAX(ROW_NUMBER_TO), 0)
             INTO :WS-PLANE-ROW-COUNT,
                  :WS-PLANE-FIRST-ROW,
                  :WS-PLANE-LAST-ROW
             FROM T08_TABLE_PLANE_TABLE
             WHERE PLANE_ID = :WS-PLANE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7001-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7002-READ-DEFECT
      ******************************************************************
       7002-READ-DEFECT.
           SET SO-DEFECT-NOT-FOUND TO TRUE
           EXEC SQL
             SELECT PLANE_ID,
                    MEL_CATEGORY,
                    DESCRIPTION,
                    EQUIPMENT,
                    CHAR(RAISED_DATE, ISO),
                    CHAR(DEADLINE_DATE, ISO),
                    DEFECT_STATUS
             INTO :WS-PLANE-ID, :SW-MEL-CATEGORY, :WS-DESCRIPTION,
                  :WS-EQUIPMENT, :WS-RAISED-DATE, :WS-DEADLINE-DATE,
                  :WS-DEFECT-STATUS
             FROM T127_DEFERRED_DEFECT
             WHERE DEFECT_ID = :WS-DEFECT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              SET SO-DEFECT-FOUND TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7002-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7003-FETCH-DEFECT-SEAT
      ******************************************************************
       7003-FETCH-DEFECT-SEAT.
           EXEC SQL
             FETCH C-DEFECT-SEATS
             INTO :WS-ROW-NUMBER,
                  :WS-ONE-SEAT-LETTER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-SEATS TO TRUE
           WHEN OTHER
              SET SO-7003-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7004-COMPUTE-DEADLINE
      ******************************************************************
       7004-COMPUTE-DEADLINE.
           EXEC SQL
             VALUES CHAR(CURRENT DATE + :WS-DEADLINE-DAYS DAYS, ISO)
             INTO :WS-DEADLINE-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7004-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7005-CHECK-DEADLINE-PASSED
      ******************************************************************
       7005-CHECK-DEADLINE-PASSED.
           EXEC SQL
             VALUES CASE WHEN DATE(:WS-DEADLINE-DATE) < CURRENT DATE
                         THEN 'Y' ELSE 'N' END
             INTO :SW-IF-DEADLINE-PASSED
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7005-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7006-DRAW-DEFECT-ID
      * SAME T20 SEQUENCE DRAW AS Z02292'S 7013-GET-THIS-VALUE
      ******************************************************************
       7006-DRAW-DEFECT-ID.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-DEFECT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7006-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7007-INSERT-DEFECT
      ******************************************************************
       7007-INSERT-DEFECT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T127_DEFERRED_DEFECT
                (DEFECT_ID, PLANE_ID, MEL_CATEGORY, DESCRIPTION,
                 EQUIPMENT, RAISED_DATE, DEADLINE_DATE, DEFECT_STATUS,
                 CLEARED_DATE, CHANGED_BY, CHANGED_TIMESTAMP)
             VALUES
                (:WS-DEFECT-ID, :WS-PLANE-ID, :SW-MEL-CATEGORY,
                 :WS-DESCRIPTION, :WS-EQUIPMENT, CURRENT DATE,
                 :WS-DEADLINE-DATE, :CT-OPEN-DEFECT, NULL,
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7007-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7008-INSERT-DEFECT-SEAT
      ******************************************************************
       7008-INSERT-DEFECT-SEAT.
           EXEC SQL
             INSERT INTO T128_DEFECT_SEAT
                (DEFECT_ID, ROW_NUMBER, SEAT_LETTER)
             VALUES
                (:WS-DEFECT-ID, :WS-ROW-NUMBER, :WS-ONE-SEAT-LETTER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7008-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7009-BLOCK-SEAT-ON-FLIGHTS
      * THE SAME T04 ROW Z02377'S 7002-INSERT-BLOCK-ROW WRITES, ON
      * EVERY LIVE FLIGHT OF THE PLANE STILL TO DEPART WHERE THE SEAT
      * HAS NO ROW YET -- SOLD, ALREADY BLOCKED OR HELD BY ANOTHER
      * DEFECT IS LEFT AS IT IS.  SQLCODE 100 MEANS NOTHING TO BLOCK
      ******************************************************************
       7009-BLOCK-SEAT-ON-FLIGHTS.
           MOVE 0 TO WS-ROWS-CHANGED
           EXEC SQL
             INSERT INTO T04_FLIGHT_SEATS
                (FLIGHT_ID, ROW_NUMBER, SEAT_LETTER, RESERVATION_ID,
                 RESERVATION_STATUS, BLOCK_REASON)
             SELECT T05.FLIGHT_ID, :WS-ROW-NUMBER, :WS-ONE-SEAT-LETTER,
                    0, :CT-BLOCKED-STATUS, :CT-DEFECT-REASON
             FROM T05_FLIGHT_TABLE T05
             WHERE T05.PLANE_ID = :WS-PLANE-ID
               AND COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                            T05.DEPARTURE_TIMESTAMP) > CURRENT TIMESTAMP
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND NOT EXISTS
                   (SELECT 1
                      FROM T04_FLIGHT_SEATS T04
                     WHERE T04.FLIGHT_ID   = T05.FLIGHT_ID
                       AND T04.ROW_NUMBER  = :WS-ROW-NUMBER
                       AND T04.SEAT_LETTER = :WS-ONE-SEAT-LETTER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7009-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              MOVE SQLERRD(3) TO WS-ROWS-CHANGED
           END-IF
           .
      ******************************************************************
      *                7010-COUNT-SOLD-SEAT
      * FLIGHTS STILL TO DEPART WHERE A PASSENGER ALREADY HOLDS THE
      * SEAT -- THEY NEED RESEATING BY HAND
      ******************************************************************
       7010-COUNT-SOLD-SEAT.
           MOVE 0 TO WS-SOLD-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-SOLD-COUNT
             FROM T05_FLIGHT_TABLE T05
             INNER JOIN T04_FLIGHT_SEATS T04 ON
                T04.FLIGHT_ID = T05.FLIGHT_ID
             WHERE T05.PLANE_ID = :WS-PLANE-ID
               AND COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                            T05.DEPARTURE_TIMESTAMP) > CURRENT TIMESTAMP
               AND T05.FLIGHT_STATUS <> :CT-CANCELED-STATUS
               AND T05.FLIGHT_STATUS <> :CT-DELETED-STATUS
               AND T04.ROW_NUMBER  = :WS-ROW-NUMBER
               AND T04.SEAT_LETTER = :WS-ONE-SEAT-LETTER
               AND T04.RESERVATION_STATUS <> :CT-BLOCKED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7010-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7011-CLEAR-DEFECT
      ******************************************************************
       7011-CLEAR-DEFECT.
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             UPDATE T127_DEFERRED_DEFECT
                SET DEFECT_STATUS     = :CT-CLEARED-DEFECT,
                    CLEARED_DATE      = CURRENT DATE,
                    CHANGED_BY        = :WS-OPERATOR-ID,
                    CHANGED_TIMESTAMP = CURRENT TIMESTAMP
              WHERE DEFECT_ID     = :WS-DEFECT-ID
                AND DEFECT_STATUS = :CT-OPEN-DEFECT
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7011-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              7012-RELEASE-DEFECT-BLOCKS
      * THE DEFECT'S 'DEFECT' BLOCKS ON FLIGHTS OF THE PLANE STILL TO
      * DEPART, UNLESS ANOTHER OPEN DEFECT OF THE PLANE NAMES THE SAME
      * SEAT.  RUNS AFTER 7011, SO THIS DEFECT IS NO LONGER OPEN
      ******************************************************************
       7012-RELEASE-DEFECT-BLOCKS.
           MOVE 0 TO WS-ROWS-CHANGED
           EXEC SQL
             DELETE FROM T04_FLIGHT_SEATS T04
              WHERE T04.RESERVATION_STATUS = :CT-BLOCKED-STATUS
                AND T04.BLOCK_REASON       = :CT-DEFECT-REASON
                AND EXISTS
                    (SELECT 1
                       FROM T128_DEFECT_SEAT T128
                      WHERE T128.DEFECT_ID   = :WS-DEFECT-ID
                        AND T128.ROW_NUMBER  = T04.ROW_NUMBER
                        AND T128.SEAT_LETTER = T04.SEAT_LETTER)
                AND T04.FLIGHT_ID IN
                    (SELECT T05.FLIGHT_ID
                       FROM T05_FLIGHT_TABLE T05
                      WHERE T05.PLANE_ID = :WS-PLANE-ID
                        AND COALESCE(T05.NEW_DEPARTURE_TIMESTAMP,
                                     T05.DEPARTURE_TIMESTAMP)
                                   > CURRENT TIMESTAMP)
                AND NOT EXISTS
                    (SELECT 1
                       FROM T127_DEFERRED_DEFECT T127
                       INNER JOIN T128_DEFECT_SEAT T128O ON
                          T128O.DEFECT_ID = T127.DEFECT_ID
                      WHERE T127.PLANE_ID      = :WS-PLANE-ID
                        AND T127.DEFECT_STATUS = :CT-OPEN-DEFECT
                        AND T128O.ROW_NUMBER   = T04.ROW_NUMBER
                        AND T128O.SEAT_LETTER  = T04.SEAT_LETTER)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7012-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF SO-SQLCODE-NORMAL THEN
              MOVE SQLERRD(3) TO WS-ROWS-CHANGED
           END-IF
           .
      ******************************************************************
      *                     9050-LOG-TRANSACTION
      * SAME T24 ROW SHAPE AS Z02232'S 9050-LOG-TRANSACTION
      ******************************************************************
       9050-LOG-TRANSACTION.
           MOVE EIBOPID              TO T24-OPERATOR-ID
           MOVE EIBTRNID             TO T24-TRANSACTION-ID
           MOVE CT-THIS-PROGRAM-NAME TO T24-PROGRAM-ID
           MOVE WS-LOG-ACTION-TEXT   TO T24-ACTION-TEXT
           MOVE WS-LOG-ENTITY-KEY    TO T24-ENTITY-KEY
           EXEC SQL
             INSERT INTO T24_TRANSACTION_LOG_TABLE
                (OPERATOR_ID, TRANSACTION_ID, PROGRAM_ID,
                 ACTION_TEXT, ENTITY_KEY, LOG_TIMESTAMP)
             VALUES
                (:T24-OPERATOR-ID, :T24-TRANSACTION-ID,
                 :T24-PROGRAM-ID, :T24-ACTION-TEXT, :T24-ENTITY-KEY,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-9050-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
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
               RETURN TRANSID('0296') COMMAREA(WS-ZZEC0215)
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
