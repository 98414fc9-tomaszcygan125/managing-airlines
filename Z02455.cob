      *   IF USER WILL CHOOSE OPTION '9' THEN PROGRAM Z02453 WILL
      * BE CALLED (BALANCE SETTLEMENT)
      *
      *   IF USER WILL CHOOSE OPTION 'A' THEN PROGRAM Z02458 WILL
      * BE CALLED (RULE PARAMETERS -- SUPER ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'B' THEN PROGRAM Z02460 WILL
      * BE CALLED (APPLICATION ERROR LOG -- OPS/SUPER)
      *
      *   IF USER WILL CHOOSE OPTION 'C' THEN PROGRAM Z02463 WILL
      * BE CALLED (OVERBOOKING REVIEW -- OPS ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'D' THEN PROGRAM Z02465 WILL
      * BE CALLED (TARGET BOOKING CURVES -- OPS ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'E' THEN PROGRAM Z02468 WILL
      * BE CALLED (CREW PAIRING REVIEW -- OPS ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'F' THEN PROGRAM Z02469 WILL
      * BE CALLED (CREW HOTEL CONTRACTS -- OPS ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'G' THEN PROGRAM Z02474 WILL
      * BE CALLED (BAG MATCH / OVERRIDE -- OPS OR SUPER)
      *
      *   IF USER WILL CHOOSE OPTION 'H' THEN PROGRAM Z02476 WILL
      * BE CALLED (UM HANDOVER -- OPS OR SUPER)
      *
      *   IF USER WILL CHOOSE OPTION 'I' THEN PROGRAM Z02479 WILL
      * BE CALLED (INAD AND DEPORTEE CASES -- OPS OR SUPER)
      *
      *   IF USER WILL CHOOSE OPTION 'J' THEN PROGRAM Z02484 WILL
      * BE CALLED (INTERLINE AGREEMENTS -- SUPER ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'K' THEN PROGRAM Z02485 WILL
      * BE CALLED (CORPORATE ACCOUNTS -- SUPER ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'L' THEN PROGRAM Z02489 WILL
      * BE CALLED (AGENCY DEBIT MEMOS -- SUPER ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'M' THEN PROGRAM Z02492 WILL
      * BE CALLED (GL ACCOUNT MAPPING -- SUPER ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'N' THEN PROGRAM Z02496 WILL
      * BE CALLED (CARD CHARGEBACKS -- SUPER ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'O' THEN PROGRAM Z02498 WILL
      * BE CALLED (CHARTER CONTRACTS -- SUPER ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'P' THEN PROGRAM Z02502 WILL
      * BE CALLED (CHECK-IN DESKS -- SUPER ONLY)
      *
      *   IF USER WILL CHOOSE OPTION 'Q' THEN PROGRAM Z02503 WILL
      * BE CALLED (DEFERRED DEFECT LOG -- OPS OR SUPER)
      *
      *   IF USER WILL CHOOSE OPTION 'R' THEN PROGRAM Z02509 WILL
      * BE CALLED (UPGRADE BIDS)
      *
      *   IF USER WILL CHOOSE OPTION 'S' THEN PROGRAM Z02513 WILL
      * BE CALLED (AIRPORT LOUNGES)
      *
      *   IF USER WILL CHOOSE OPTION 'T' THEN PROGRAM Z02517 WILL
      * BE CALLED (MEDICAL CLEARANCE)
      *
      *   IF USER WILL CHOOSE OPTION 'U' THEN PROGRAM Z02522 WILL
      * BE CALLED (MARKETING CONSENT)
      *
      *   IF USER WILL CHOOSE OPTION 'V' THEN PROGRAM Z02526 WILL
      * BE CALLED (SCHEDULE CHANGE ANSWERS)
      *
      *   IF USER WILL CHOOSE OPTION 'W' THEN PROGRAM Z02529 WILL
      * BE CALLED (OPERATOR ACCESS)
      *
      *   IF USER WILL CHOOSE OPTION 'X' THEN PROGRAM Z02531 WILL
      * BE CALLED (CHANGE APPROVALS)
      *
      *   IF USER WILL CHOOSE OPTION 'Y' THEN PROGRAM Z02537 WILL
      * BE CALLED (BATCH CHAIN STATUS)
      *
      *   IF USER WILL CHOOSE OPTION 'Z' THEN PROGRAM Z02544 WILL
      * BE CALLED (GROUND HANDLER CONTRACTS)
      *
      *   IF USER WILL CHOOSE OPTION '0' THEN PROGRAM Z02546 WILL
      * BE CALLED (MISSING-MILEAGE CLAIMS)
      *
      *   EVERY SINGLE-CHARACTER CHOICE (1-9, A-Z, 0) IS NOW TAKEN
      * HERE TOO, SO PF8 OPENS THE THIRD MENU PAGE (Z02548) UNDER THE
      * SAME SIGN-ON, AS PF8 ON Z02131 OPENS THIS ONE.  NEW MP0279
      * MAP LEGEND LINE 'PF8 = MORE OPTIONS'
      *
      *   NEW MAPSET MP0279 (COPYBOOK ZZMP0279), FIELDS: CHOICEI
      * (PIC X) AND MSGO.  F3 RETURNS TO THE FIRST MENU PAGE.
      *
      *                  CHANGE LOG
      *
      *  2026-09-02  INITIAL VERSION
      *  2026-10-15  OPTION 'A' -- Z02458 RULE PARAMETER MAINTENANCE,
      *              SUPER ONLY
      *  2026-10-15  OPTION 'B' -- Z02460 APPLICATION ERROR LOG INQUIRY,
      *              SUPER/OPS
      *  2026-10-15  OPTION 'C' -- Z02463 OVERBOOKING RECOMMENDATION
      *              REVIEW, OPS ONLY
      *  2026-10-15  OPTION 'D' -- Z02465 TARGET BOOKING-CURVE
      *              MAINTENANCE, OPS ONLY
      *  2026-10-15  OPTION 'E' -- Z02468 CREW PAIRING REVIEW, OPS ONLY
      *  2026-10-15  OPTION 'F' -- Z02469 CREW LAYOVER HOTEL CONTRACTS,
      *              OPS ONLY
      *  2026-10-15  OPTION 'G' -- Z02474 PASSENGER / BAG MATCH AND
      *              SUPERVISOR OVERRIDE, OPS OR SUPER
      *  2026-10-15  OPTION 'H' -- Z02476 UNACCOMPANIED MINOR HANDOVER
      *              CONFIRMATION, OPS OR SUPER
      *  2026-10-15  OPTION 'I' -- Z02479 INAD AND DEPORTEE CASE
      *              REGISTER, OPS OR SUPER
      *  2026-10-15  OPTION 'J' -- Z02484 INTERLINE PRORATION
      *              AGREEMENTS, SUPER ONLY
      *  2026-10-15  OPTION 'K' -- Z02485 CORPORATE ACCOUNTS AND
      *              PAYMENTS, SUPER ONLY
      *  2026-10-15  OPTION 'L' -- Z02489 AGENCY DEBIT MEMOS, SUPER
      *              SIGN-ON ONLY
      *  2026-10-15  OPTION 'M' -- Z02492 GL ACCOUNT MAPPING, SUPER
      *              SIGN-ON ONLY
      *  2026-10-15  OPTION 'N' -- Z02496 CARD CHARGEBACKS, SUPER
      *              SIGN-ON ONLY
      *  2026-10-15  OPTION 'O' -- Z02498 CHARTER CONTRACTS, SUPER
      *              SIGN-ON ONLY
      *  2026-10-15  OPTION 'P' -- Z02502 CHECK-IN DESKS, SUPER SIGN-ON
      *              ONLY
      *  2026-10-15  OPTION 'Q' -- Z02503 DEFERRED DEFECT (MEL) LOG,
      *              OPS OR SUPER
      *  2026-10-15  OPTION 'R' -- Z02509 PAID UPGRADE BIDS -- PLACE,
      *              WITHDRAW, SHOW; BID RANGES PER ROUTE
      *  2026-10-15  OPTION 'S' -- Z02513 AIRPORT LOUNGE DESK AND LOUNGE
      *              MASTER (Z02513)
      *  2026-10-15  OPTION 'T' -- Z02517 MEDICAL CLEARANCE DESK
      *  2026-10-15  OPTION 'U' -- Z02522 MARKETING CONSENT DESK
      *  2026-10-15  OPTION 'V' -- Z02526 SCHEDULE CHANGE ANSWERS DESK,
      *              OPS AND SUPERVISOR SIGN-ONS
      *  2026-10-15  2165 ONLY READS THE ROLE BACK FOR THE TERMINAL THE
      *              OPERATOR LAST SIGNED ON AT THROUGH Z02383 (T40
      *              SIGNON_TERMINAL)
      *  2026-10-15  OPTION 'W' -- Z02529 OPERATOR ACCESS DESK, SUPER
      *              SIGN-ON ONLY
      *  2026-10-15  OPTION 'X' -- Z02531 CONFIGURATION CHANGE APPROVAL
      *              DESK, SUPER SIGN-ON
      *  2026-10-15  OPTION 'Y' -- Z02537 BATCH CHAIN STATUS SCREEN
      *  2026-10-15  OPTION 'Z' -- Z02544 GROUND HANDLER CONTRACT RATES
      *              SCREEN, OPS SIGN-ON
      *  2026-10-15  OPTION '0' -- Z02546 MISSING-MILEAGE CLAIMS,
      *              OPEN TO EVERY SIGNED-ON AGENT
      *  2026-10-15  PF8 -- THIRD MENU PAGE (Z02548), THIS PAGE'S
      *              CHOICES ARE ALL TAKEN
      *
      ******************************************************************

           05 CT-SCHEDULE-RETIME-PROG         PIC X(8) VALUE 'Z02450  '.
           05 CT-CONNECTIONS-BOARD-PROG       PIC X(8) VALUE 'Z02451  '.
           05 CT-BALANCE-SETTLE-PROG          PIC X(8) VALUE 'Z02453  '.
           05 CT-RULE-PARAMETER-PROG          PIC X(8) VALUE 'Z02458  '.
           05 CT-ERROR-LOG-PROG               PIC X(8) VALUE 'Z02460  '.
           05 CT-OVERBOOK-REVIEW-PROG         PIC X(8) VALUE 'Z02463  '.
           05 CT-BOOKING-CURVE-PROG           PIC X(8) VALUE 'Z02465  '.
           05 CT-PAIRING-REVIEW-PROG          PIC X(8) VALUE 'Z02468  '.
           05 CT-CREW-HOTEL-PROG              PIC X(8) VALUE 'Z02469  '.
           05 CT-BAG-MATCH-PROG               PIC X(8) VALUE 'Z02474  '.
           05 CT-UM-HANDOVER-PROG             PIC X(8) VALUE 'Z02476  '.
           05 CT-INAD-CASES-PROG              PIC X(8) VALUE 'Z02479  '.
           05 CT-INTERLINE-AGREE-PROG         PIC X(8) VALUE 'Z02484  '.
           05 CT-CORP-ACCOUNTS-PROG           PIC X(8) VALUE 'Z02485  '.
           05 CT-AGENCY-ADM-PROG              PIC X(8) VALUE 'Z02489  '.
           05 CT-GL-ACCOUNT-MAP-PROG          PIC X(8) VALUE 'Z02492  '.
           05 CT-CHARGEBACKS-PROG             PIC X(8) VALUE 'Z02496  '.
           05 CT-CHARTER-CONTRACTS-PROG       PIC X(8) VALUE 'Z02498  '.
           05 CT-CHECKIN-DESKS-PROG           PIC X(8) VALUE 'Z02502  '.
           05 CT-DEFECT-LOG-PROG              PIC X(8) VALUE 'Z02503  '.
           05 CT-UPGRADE-BIDS-PROG            PIC X(8) VALUE 'Z02509  '.
           05 CT-LOUNGE-DESK-PROG             PIC X(8) VALUE 'Z02513  '.
           05 CT-MEDICAL-DESK-PROG            PIC X(8) VALUE 'Z02517  '.
           05 CT-CONSENT-DESK-PROG            PIC X(8) VALUE 'Z02522  '.
           05 CT-SCHEDULE-CHANGE-DESK-PROG    PIC X(8) VALUE 'Z02526  '.
           05 CT-OPERATOR-ACCESS-PROG         PIC X(8) VALUE 'Z02529  '.
           05 CT-CHANGE-APPROVAL-PROG         PIC X(8) VALUE 'Z02531  '.
           05 CT-BATCH-CHAIN-PROG             PIC X(8) VALUE 'Z02537  '.
           05 CT-HANDLER-CONTRACTS-PROG       PIC X(8) VALUE 'Z02544  '.
           05 CT-MILEAGE-CLAIMS-PROG          PIC X(8) VALUE 'Z02546  '.
           05 CT-MENU-PAGE-3-PROG             PIC X(8) VALUE 'Z02548  '.
           05 CT-FINAL-MESSAGE                PIC X(79)
                                                 VALUE 'END OF PROGRAM'.

               88 SO-SCHEDULE-RETIME                      VALUE '7'.
               88 SO-CONNECTIONS-BOARD                    VALUE '8'.
               88 SO-BALANCE-SETTLEMENT                   VALUE '9'.
               88 SO-RULE-PARAMETERS                      VALUE 'A'.
               88 SO-ERROR-LOG                            VALUE 'B'.
               88 SO-OVERBOOK-REVIEW                      VALUE 'C'.
               88 SO-BOOKING-CURVES                       VALUE 'D'.
               88 SO-PAIRING-REVIEW                       VALUE 'E'.
               88 SO-CREW-HOTELS                          VALUE 'F'.
               88 SO-BAG-MATCH                            VALUE 'G'.
               88 SO-UM-HANDOVER                          VALUE 'H'.
               88 SO-INAD-CASES                           VALUE 'I'.
               88 SO-INTERLINE-AGREEMENTS                 VALUE 'J'.
               88 SO-CORPORATE-ACCOUNTS                   VALUE 'K'.
               88 SO-AGENCY-DEBIT-MEMOS                   VALUE 'L'.
               88 SO-GL-ACCOUNT-MAPPING                   VALUE 'M'.
               88 SO-CARD-CHARGEBACKS                     VALUE 'N'.
               88 SO-CHARTER-CONTRACTS                    VALUE 'O'.
               88 SO-CHECKIN-DESKS                        VALUE 'P'.
               88 SO-DEFECT-LOG                           VALUE 'Q'.
               88 SO-UPGRADE-BIDS                         VALUE 'R'.
               88 SO-LOUNGE-DESK                          VALUE 'S'.
               88 SO-MEDICAL-DESK                         VALUE 'T'.
               88 SO-CONSENT-DESK                         VALUE 'U'.
               88 SO-SCHEDULE-CHANGE-DESK                 VALUE 'V'.
               88 SO-OPERATOR-ACCESS                      VALUE 'W'.
               88 SO-CHANGE-APPROVAL                      VALUE 'X'.
               88 SO-BATCH-CHAIN-STATUS                   VALUE 'Y'.
               88 SO-HANDLER-CONTRACTS                    VALUE 'Z'.
               88 SO-MILEAGE-CLAIMS                       VALUE '0'.

       01 WS-ROLE-LOOKUP-FIELDS.
           05 WS-ROLE-OPERATOR-ID           PIC X(8).
           05 WS-ROLE-TERMINAL-ID           PIC X(4).
           05 WS-ROLE-FROM-T40              PIC X(5).
      ******************************************************************
      *                      PROCEDURE DIVISION
               PERFORM 2150-PROCESS-USER-CHOICE
             WHEN DFHPF3
               SET SO-FINAL-TERMINATION TO TRUE
      * PF8 OPENS THE THIRD MENU PAGE -- THE SINGLE-CHARACTER
      * CHOICES ON THIS ONE ARE ALL TAKEN
             WHEN DFHPF8
               PERFORM 2595-CALL-TO-MENU-PAGE-3
             WHEN OTHER
               PERFORM 2400-INITIALIZE-ERROR-MESSAGE
               MOVE 'YOU HAVE PRESSED NO ACTION KEY '
                PERFORM 2517-CALL-TO-CONNECTIONS
             WHEN SO-BALANCE-SETTLEMENT
                PERFORM 2518-CALL-TO-SETTLEMENT
             WHEN SO-RULE-PARAMETERS
                PERFORM 2519-CALL-TO-RULE-PARAMETERS
             WHEN SO-ERROR-LOG
                PERFORM 2520-CALL-TO-ERROR-LOG
             WHEN SO-OVERBOOK-REVIEW
                PERFORM 2521-CALL-TO-OVERBOOK-REVIEW
             WHEN SO-BOOKING-CURVES
                PERFORM 2522-CALL-TO-BOOKING-CURVES
             WHEN SO-PAIRING-REVIEW
                PERFORM 2523-CALL-TO-PAIRING-REVIEW
             WHEN SO-CREW-HOTELS
                PERFORM 2524-CALL-TO-CREW-HOTELS
             WHEN SO-BAG-MATCH
                PERFORM 2525-CALL-TO-BAG-MATCH
             WHEN SO-UM-HANDOVER
                PERFORM 2526-CALL-TO-UM-HANDOVER
             WHEN SO-INAD-CASES
                PERFORM 2527-CALL-TO-INAD-CASES
             WHEN SO-INTERLINE-AGREEMENTS
                PERFORM 2528-CALL-TO-INTERLINE
             WHEN SO-CORPORATE-ACCOUNTS
                PERFORM 2529-CALL-TO-CORP-ACCOUNTS
             WHEN SO-AGENCY-DEBIT-MEMOS
                PERFORM 2530-CALL-TO-AGENCY-ADM
             WHEN SO-GL-ACCOUNT-MAPPING
                PERFORM 2531-CALL-TO-GL-ACCOUNT-MAP
             WHEN SO-CARD-CHARGEBACKS
                PERFORM 2532-CALL-TO-CHARGEBACKS
             WHEN SO-CHARTER-CONTRACTS
                PERFORM 2533-CALL-TO-CHARTER-CONTRACTS
             WHEN SO-CHECKIN-DESKS
                PERFORM 2534-CALL-TO-CHECKIN-DESKS
             WHEN SO-DEFECT-LOG
                PERFORM 2535-CALL-TO-DEFECT-LOG
             WHEN SO-UPGRADE-BIDS
                PERFORM 2536-CALL-TO-UPGRADE-BIDS
             WHEN SO-LOUNGE-DESK
                PERFORM 2537-CALL-TO-LOUNGE-DESK
             WHEN SO-MEDICAL-DESK
                PERFORM 2538-CALL-TO-MEDICAL-DESK
             WHEN SO-CONSENT-DESK
                PERFORM 2539-CALL-TO-CONSENT-DESK
             WHEN SO-SCHEDULE-CHANGE-DESK
                PERFORM 2540-CALL-TO-SCHED-CHANGE-DESK
             WHEN SO-OPERATOR-ACCESS
                PERFORM 2550-CALL-TO-OPERATOR-ACCESS
             WHEN SO-CHANGE-APPROVAL
                PERFORM 2560-CALL-TO-CHANGE-APPROVAL
             WHEN SO-BATCH-CHAIN-STATUS
                PERFORM 2570-CALL-TO-BATCH-CHAIN
             WHEN SO-HANDLER-CONTRACTS
                PERFORM 2580-CALL-TO-HANDLER-CONTRACTS
             WHEN SO-MILEAGE-CLAIMS
                PERFORM 2590-CALL-TO-MILEAGE-CLAIMS
             WHEN OTHER
                PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                MOVE ' YOU NEED TO PROVIDE VALID DATA IN CHOICE FIELD '
           .
      ******************************************************************
      *                 2160-CHECK-ROLE-ALLOWED
      * SAME GATING SHAPE AS Z02131'S 2160, EACH OPTION MATCHING
      * THE ROLE CHECK IN THE CALLED PROGRAM'S OWN 2170:
      *
      *   SUPER/OPS -- '1' LOCATOR (Z02431), 'B' ERROR LOG (Z02460),
      *                'G' BAG MATCH (Z02474), 'H' UM HANDOVER
      *                (Z02476), 'I' INAD CASES (Z02479), 'Q' DEFECT
      *                LOG (Z02503), 'T' MEDICAL DESK (Z02517), 'U'
      *                CONSENT DESK (Z02522), 'V' SCHEDULE CHANGE
      *                DESK (Z02526), 'Y' BATCH CHAIN STATUS (Z02537)
      *   OPS       -- '2' CARGO, '4' AGENCY, '5' WELFARE VOUCHERS,
      *                '7' RETIME, 'C' OVERBOOKING REVIEW (Z02463),
      *                'D' BOOKING CURVES (Z02465), 'E' CREW PAIRING
      *                REVIEW (Z02468), 'F' CREW HOTELS (Z02469), 'Z'
      *                HANDLER CONTRACTS (Z02544)
      *   SUPER     -- 'A' RULE PARAMETERS (Z02458), 'J' INTERLINE
      *                AGREEMENTS (Z02484), 'K' CORPORATE ACCOUNTS
      *                (Z02485), 'L' AGENCY DEBIT MEMOS (Z02489), 'M'
      *                GL ACCOUNT MAPPING (Z02492), 'N' CHARGEBACKS
      *                (Z02496), 'O' CHARTER CONTRACTS (Z02498), 'P'
      *                CHECK-IN DESKS (Z02502), 'W' OPERATOR ACCESS
      *                (Z02529), 'X' CHANGE APPROVAL (Z02531)
      *
      * ADMIN GETS EVERYTHING.  THE REST ('3', '6', '8', '9', 'R',
      * 'S', '0') ARE OPEN TO ANY ROLE, AND NOBODY GETS ANYTHING
      * WITHOUT A Z02383 SIGN-ON
      ******************************************************************
       2160-CHECK-ROLE-ALLOWED.
           PERFORM 2165-RESOLVE-SIGNON-ROLE
           ELSE
              EVALUATE TRUE
              WHEN SO-EMERGENCY-LOCATOR
              WHEN SO-ERROR-LOG
              WHEN SO-BAG-MATCH
              WHEN SO-UM-HANDOVER
              WHEN SO-INAD-CASES
              WHEN SO-DEFECT-LOG
              WHEN SO-MEDICAL-DESK
              WHEN SO-CONSENT-DESK
              WHEN SO-SCHEDULE-CHANGE-DESK
              WHEN SO-BATCH-CHAIN-STATUS
                 IF NOT SO-ROLE-SUPER AND NOT SO-ROLE-OPS THEN
                    PERFORM 2161-REJECT-THE-CHOICE
                 END-IF
              WHEN SO-AGENCY-MASTER
              WHEN SO-WELFARE-VOUCHERS
              WHEN SO-SCHEDULE-RETIME
              WHEN SO-OVERBOOK-REVIEW
              WHEN SO-BOOKING-CURVES
              WHEN SO-PAIRING-REVIEW
              WHEN SO-CREW-HOTELS
              WHEN SO-HANDLER-CONTRACTS
                 IF NOT SO-ROLE-OPS THEN
                    PERFORM 2161-REJECT-THE-CHOICE
                 END-IF
              WHEN SO-RULE-PARAMETERS
              WHEN SO-INTERLINE-AGREEMENTS
              WHEN SO-CORPORATE-ACCOUNTS
              WHEN SO-AGENCY-DEBIT-MEMOS
              WHEN SO-GL-ACCOUNT-MAPPING
              WHEN SO-CARD-CHARGEBACKS
              WHEN SO-CHARTER-CONTRACTS
              WHEN SO-CHECKIN-DESKS
              WHEN SO-OPERATOR-ACCESS
              WHEN SO-CHANGE-APPROVAL
                 IF NOT SO-ROLE-SUPER THEN
                    PERFORM 2161-REJECT-THE-CHOICE
                 END-IF
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
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
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *              2519-CALL-TO-RULE-PARAMETERS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'A' OPTION
      ******************************************************************
       2519-CALL-TO-RULE-PARAMETERS.
           EXEC CICS
            XCTL PROGRAM(CT-RULE-PARAMETER-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2520-CALL-TO-ERROR-LOG
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'B' OPTION
      ******************************************************************
       2520-CALL-TO-ERROR-LOG.
           EXEC CICS
            XCTL PROGRAM(CT-ERROR-LOG-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *              2521-CALL-TO-OVERBOOK-REVIEW
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'C' OPTION
      ******************************************************************
       2521-CALL-TO-OVERBOOK-REVIEW.
           EXEC CICS
            XCTL PROGRAM(CT-OVERBOOK-REVIEW-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *              2522-CALL-TO-BOOKING-CURVES
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'D' OPTION
      ******************************************************************
       2522-CALL-TO-BOOKING-CURVES.
           EXEC CICS
            XCTL PROGRAM(CT-BOOKING-CURVE-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *              2523-CALL-TO-PAIRING-REVIEW
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'E' OPTION
      ******************************************************************
       2523-CALL-TO-PAIRING-REVIEW.
           EXEC CICS
            XCTL PROGRAM(CT-PAIRING-REVIEW-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2524-CALL-TO-CREW-HOTELS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'F' OPTION
      ******************************************************************
       2524-CALL-TO-CREW-HOTELS.
           EXEC CICS
            XCTL PROGRAM(CT-CREW-HOTEL-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2525-CALL-TO-BAG-MATCH
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'G' OPTION
      ******************************************************************
       2525-CALL-TO-BAG-MATCH.
           EXEC CICS
            XCTL PROGRAM(CT-BAG-MATCH-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2526-CALL-TO-UM-HANDOVER
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'H' OPTION
      ******************************************************************
       2526-CALL-TO-UM-HANDOVER.
           EXEC CICS
            XCTL PROGRAM(CT-UM-HANDOVER-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2527-CALL-TO-INAD-CASES
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'I' OPTION
      ******************************************************************
       2527-CALL-TO-INAD-CASES.
           EXEC CICS
            XCTL PROGRAM(CT-INAD-CASES-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2528-CALL-TO-INTERLINE
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'J' OPTION
      ******************************************************************
       2528-CALL-TO-INTERLINE.
           EXEC CICS
            XCTL PROGRAM(CT-INTERLINE-AGREE-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2529-CALL-TO-CORP-ACCOUNTS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'K' OPTION
      ******************************************************************
       2529-CALL-TO-CORP-ACCOUNTS.
           EXEC CICS
            XCTL PROGRAM(CT-CORP-ACCOUNTS-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2530-CALL-TO-AGENCY-ADM
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'L' OPTION
      ******************************************************************
       2530-CALL-TO-AGENCY-ADM.
           EXEC CICS
            XCTL PROGRAM(CT-AGENCY-ADM-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2531-CALL-TO-GL-ACCOUNT-MAP
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'M' OPTION
      ******************************************************************
       2531-CALL-TO-GL-ACCOUNT-MAP.
           EXEC CICS
            XCTL PROGRAM(CT-GL-ACCOUNT-MAP-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2532-CALL-TO-CHARGEBACKS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'N' OPTION
      ******************************************************************
       2532-CALL-TO-CHARGEBACKS.
           EXEC CICS
            XCTL PROGRAM(CT-CHARGEBACKS-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *              2533-CALL-TO-CHARTER-CONTRACTS
      ******************************************************************
       2533-CALL-TO-CHARTER-CONTRACTS.
           EXEC CICS
            XCTL PROGRAM(CT-CHARTER-CONTRACTS-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2534-CALL-TO-CHECKIN-DESKS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'P' OPTION
      ******************************************************************
       2534-CALL-TO-CHECKIN-DESKS.
           EXEC CICS
            XCTL PROGRAM(CT-CHECKIN-DESKS-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2535-CALL-TO-DEFECT-LOG
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'Q' OPTION
      ******************************************************************
       2535-CALL-TO-DEFECT-LOG.
           EXEC CICS
            XCTL PROGRAM(CT-DEFECT-LOG-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2536-CALL-TO-UPGRADE-BIDS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'R' OPTION
      ******************************************************************
       2536-CALL-TO-UPGRADE-BIDS.
           EXEC CICS
            XCTL PROGRAM(CT-UPGRADE-BIDS-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2537-CALL-TO-LOUNGE-DESK
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'S' OPTION
      ******************************************************************
       2537-CALL-TO-LOUNGE-DESK.
           EXEC CICS
            XCTL PROGRAM(CT-LOUNGE-DESK-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2538-CALL-TO-MEDICAL-DESK
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'T' OPTION
      ******************************************************************
       2538-CALL-TO-MEDICAL-DESK.
           EXEC CICS
            XCTL PROGRAM(CT-MEDICAL-DESK-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2539-CALL-TO-CONSENT-DESK
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'U' OPTION
      ******************************************************************
       2539-CALL-TO-CONSENT-DESK.
           EXEC CICS
            XCTL PROGRAM(CT-CONSENT-DESK-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2540-CALL-TO-SCHED-CHANGE-DESK
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'V' OPTION
      ******************************************************************
       2540-CALL-TO-SCHED-CHANGE-DESK.
           EXEC CICS
            XCTL PROGRAM(CT-SCHEDULE-CHANGE-DESK-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2550-CALL-TO-OPERATOR-ACCESS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'W' OPTION
      ******************************************************************
       2550-CALL-TO-OPERATOR-ACCESS.
           EXEC CICS
            XCTL PROGRAM(CT-OPERATOR-ACCESS-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2560-CALL-TO-CHANGE-APPROVAL
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'X' OPTION
      ******************************************************************
       2560-CALL-TO-CHANGE-APPROVAL.
           EXEC CICS
            XCTL PROGRAM(CT-CHANGE-APPROVAL-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2570-CALL-TO-BATCH-CHAIN
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'Y' OPTION
      ******************************************************************
       2570-CALL-TO-BATCH-CHAIN.
           EXEC CICS
            XCTL PROGRAM(CT-BATCH-CHAIN-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2580-CALL-TO-HANDLER-CONTRACTS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE 'Z' OPTION
      ******************************************************************
       2580-CALL-TO-HANDLER-CONTRACTS.
           EXEC CICS
            XCTL PROGRAM(CT-HANDLER-CONTRACTS-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                 2590-CALL-TO-MILEAGE-CLAIMS
      * THIS PROGRAM WILL BE CALLED IF USER CHOOSE '0' OPTION
      ******************************************************************
       2590-CALL-TO-MILEAGE-CLAIMS.
           EXEC CICS
            XCTL PROGRAM(CT-MILEAGE-CLAIMS-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *              2595-CALL-TO-MENU-PAGE-3
      * PF8 -- THE THIRD MENU PAGE CARRIES THE NEWER SCREENS UNDER
      * THE SAME SIGN-ON AND ROLE GATING
      ******************************************************************
       2595-CALL-TO-MENU-PAGE-3.
           EXEC CICS
            XCTL PROGRAM(CT-MENU-PAGE-3-PROG)
             COMMAREA(WS-ZZEC0215) LENGTH(0)
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP
           .
      ******************************************************************
      *                    2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.
