      * WRITTEN TO THE NEW T18_BAGGAGE_TABLE FOR EVERY PASSENGER ON     
      * THE RESERVATION (7022-INSERT-BAGGAGE-RECORD, CALLED FROM        
      * 2112-SAVE-PASSENGER-DATA), KEYED BY RESERVATION_ID AND          
      * PASSENGER_ID. BAGS OVER WS-FREE-BAGGAGE-ALLOWANCE ARE BILLED    
      * AT CT-EXCESS-BAG-CHARGE EACH AND ADDED TO THE FARE TOTAL BY     
      * 7091-ADD-BAGGAGE-CHARGES, CALLED FROM 7090-CALCULATE-TOTAL-     
      * CHARGE, OFF THE PER-PASSENGER COUNTS KEPT ON THE COMMAREA       
      * MARKS THEM ACKNOWLEDGED OFF THE PARTNER'S ACK FILE, SO THE
      * SEGMENT'S FEED STATUS CAN ALWAYS BE READ OFF T55 BY
      * RESERVATION
      *
      *   BOOKING REFERENCE: THE HOLD RESERVATION NOW ALSO GETS A
      * SIX-CHARACTER RECORD LOCATOR (NEW T09 COLUMN RECORD_LOCATOR)
      * FROM THE Z02456 SUBPROGRAM WHEN 7017 WRITES IT (7149).  IT
      * IS WHAT THE PASSENGER GETS READ BACK OVER THE PHONE AND SEES
      * ON THE Z02390 ITINERARY, AND Z02252 FINDS THE RESERVATION BY
      * IT TOGETHER WITH THE LEAD PASSENGER'S LAST NAME
      *
      *   RULE PARAMETERS: THE FREE BAGGAGE ALLOWANCE IS NO LONGER
      * FIXED AT CT-FREE-BAGGAGE-ALLOWANCE.  1020 READS
      * 'FREE-BAGGAGE-ALLOWANCE' OFF THE T87 PARAMETER TABLE THROUGH
      * Z02457 ONCE PER TASK INTO WS-FREE-BAGGAGE-ALLOWANCE, WHICH
      * 7022 AND 7091 NOW PRICE AGAINST -- THE CONSTANT IS ONLY THE
      * DEFAULT WHEN NO ROW IS IN FORCE
      *
      *   ERROR LOG: 9000-DB2-ERROR NOW ALSO PUTS THE FAILURE ON THE
      * T88 APPLICATION ERROR LOG THROUGH Z02459 (9060), AFTER THE
      * ROLLBACK, AND COMMITS THAT ONE ROW SO IT OUTLIVES THE ERROR
      * SCREEN
      *
      *   UNACCOMPANIED MINORS: A CHILD (CHD, SEE 2317) MAY NO LONGER
      * BE BOOKED ON ITS OWN BY ACCIDENT -- UNLESS AN ADULT HAS
      * ALREADY BEEN ENTERED ON THE RESERVATION, THE CHILD MUST COME
      * WITH BOTH GUARDIANS ON THE NEW OPTIONAL MP0220 FIELDS
      * UM-DNAMEI / UM-DDOCI / UM-DPHONEI (WHO HANDS THE CHILD OVER
      * AT DEPARTURE) AND UM-CNAMEI / UM-CDOCI / UM-CPHONEI (WHO
      * COLLECTS AT THE DESTINATION) -- NAME X(30), DOCUMENT X(12),
      * PHONE X(15), ALL SIX OR NONE (2316).  SSR UMNR IS FILLED IN
      * FOR SUCH A CHILD WHEN NO OTHER CODE WAS GIVEN, AND UMNR
      * KEYED WITHOUT THE GUARDIANS IS REFUSED.  AT SAVE TIME 7150
      * WRITES ONE ROW PER LEG TO THE NEW T98_UNACCOMPANIED_MINOR
      * TABLE, REFUSING A LEG ALREADY CARRYING 'UM-MAX-PER-FLIGHT'
      * (T87 THROUGH Z02457, DEFAULT CT-UM-MAX-PER-FLIGHT):
      *
      *     FLIGHT_ID             CHAR(8)
      *     RESERVATION_ID        INTEGER
      *     PASSENGER_ID          INTEGER
      *     DROP_OFF_NAME         CHAR(30)
      *     DROP_OFF_DOCUMENT     CHAR(12)
      *     DROP_OFF_PHONE        CHAR(15)
      *     COLLECT_NAME          CHAR(30)
      *     COLLECT_DOCUMENT      CHAR(12)
      *     COLLECT_PHONE         CHAR(15)
      *     UM_STATUS             CHAR(10)   'BOOKED', 'HANDED IN',
      *                                      'COLLECTED'
      *     HANDED_IN_BY          CHAR(8)    OPERATOR, DEPARTURE END
      *     HANDED_IN_TIMESTAMP   TIMESTAMP  NULL UNTIL HANDED IN
      *     COLLECTED_BY          CHAR(8)    OPERATOR, ARRIVAL END
      *     COLLECTED_TIMESTAMP   TIMESTAMP  NULL UNTIL COLLECTED
      *     OVERDUE_QUEUED        CHAR(1)    'Y' ONCE Z02478 HAS
      *                                      RAISED THE T61 ITEM
      *     ENTERED_TIMESTAMP     TIMESTAMP
      *
      * THE AIRPORT CONFIRMS EACH HANDOVER ON Z02476, CABIN CREW GET
      * Z02477'S UM LIST PER DEPARTURE, AND Z02478 QUEUES A CHILD
      * STILL NOT COLLECTED AFTER ARRIVAL TO THE 'UMCOLLCT' T61 QUEUE
      *
      *   BILL TO ACCOUNT: CORPACCTI USED TO BE A TAG ONLY -- THE
      * COMPANY STILL PAID BY CARD.  PAYMENT METHOD 'ACCT' NOW
      * CHARGES THE BOOKING TO THE CORPORATE ACCOUNT KEYED IN
      * CORPACCTI (T105_CORPORATE_ACCOUNT, MAINTAINED THROUGH
      * Z02485).  2153 REFUSES IT UNLESS THE ACCOUNT IS 'ACTIVE' --
      * Z02487 SUSPENDS AN ACCOUNT WITH AN OVERDUE INVOICE -- AND
      * ITS LEDGER BALANCE PLUS THIS BOOKING STAYS WITHIN THE CREDIT
      * LIMIT (7152); NO MONEY IS TENDERED AND NO DEPOSIT IS TAKEN.
      * ONCE CONFIRMED, 7153 WRITES THE 'CHARGE' ROW ON
      * T106_CORPORATE_LEDGER THAT Z02486 PUTS ON THE MONTHLY
      * INVOICE, AND THE T64 PAYMENT RECORD CARRIES METHOD 'ACCT'
      * (Z02420 ONLY SETTLES 'CARD' ROWS).  A LATER T36 REFUND OF
      * THE BOOKING IS CREDITED BACK TO THE ACCOUNT BY Z02371
      *
      *   AGENCY SALE AUDIT: A CONFIRMED AGENCY BOOKING NOW LEAVES
      * A T108_AGENCY_SALE ROW (7154) WITH THE PER-PASSENGER FARE
      * COLLECTED AND THE COMMISSION PERCENT THE AGENCY CLAIMS --
      * NEW OPTIONAL FIELD AGCOMMI ON MP0220, BLANK MEANING THE T77
      * CONTRACT RATE (2154).  Z02488 RE-PRICES EACH SALE AGAINST
      * THE T14/T82/T56 FARES OF ITS SALE DATE AND RAISES A
      * T109_AGENCY_DEBIT_MEMO FOR ANY SHORTFALL OR OVER-CLAIMED
      * COMMISSION; Z02489 VIEWS/DISPUTES/ACCEPTS/CANCELS THEM AND
      * Z02438 NETS ACCEPTED ONES OFF THE MONTHLY COMMISSION
      *
      *     T108_AGENCY_SALE
      *     RESERVATION_ID        INTEGER        PRIMARY KEY
      *     IATA_NUMBER           CHAR(8)
      *     SALE_DATE             DATE
      *     PASSENGER_COUNT       SMALLINT
      *     FARE_COLLECTED        DECIMAL(9,2)   PER PASSENGER
      *     CONTRACT_PERCENT      DECIMAL(5,2)
      *     CLAIMED_PERCENT       DECIMAL(5,2)
      *     AUDIT_STATUS          CHAR(10)       PENDING/AUDITED
      *
      *   FISCAL TAX INVOICE: WHEN THE TICKETS ARE ISSUED, 7155 ALSO
      * HAS Z02493 (ZZEC0271, FUNCTION 'INVOICE') WRITE THE LEGAL TAX
      * INVOICE OF THE RESERVATION WHEN ITS COUNTRY OF SALE HAS VAT
      * RATES ON T113_VAT_RATE.  THE INVOICE NUMBER IS TAKEN IN THIS
      * SAME UNIT OF WORK, SO A FAILURE ROLLS THE BOOKING BACK
      * RATHER THAN LEAVE A GAP IN THE SERIES
      *
      *   MRZ CAPTURE: THE TWO 44-CHARACTER LINES OF A PASSPORT OR
      * THE THREE 30-CHARACTER LINES OF AN ID CARD CAN BE SCANNED OR
      * PASTED INTO NEW OPTIONAL MP0220 FIELDS MRZ-L1I/MRZ-L2I/
      * MRZ-L3I INSTEAD OF KEYING THE DOCUMENT.  2161 VERIFIES EVERY
      * ICAO 9303 CHECK DIGIT (7-3-1 WEIGHTS) AND 2165 SENDS THE
      * SCREEN BACK PRE-FILLED -- NAMES, DOCUMENT TYPE, NATIONALITY
      * (T03 NAME OF THE MRZ COUNTRY CODE), DATE OF BIRTH, EXPIRY AND
      * THE PERSONAL NUMBER WHEN IT IS NUMERIC -- WITH NEW OUTPUT
      * FIELD MRZ-STATO ASKING THE AGENT TO CHECK IT.  NOTHING IS
      * SAVED UNTIL THE AGENT PRESSES ENTER AGAIN, WHEN THE SCREEN
      * GOES THROUGH THE USUAL CHECKS (2315 DATE OF BIRTH, 2356
      * EXPIRY ...) AS IF KEYED.  NEW ZZEC0215 FIELD
      * WS-Z02202-MRZ-CAPTURED ('Y'/'N') CARRIES THE FACT ACROSS
      * THAT TURN, AND THE NEW T06 COLUMN DOCUMENT_SOURCE CHAR(1)
      * RECORDS 'M' (MRZ) OR 'K' (KEYED) ON THE PASSENGER ROW -- A
      * RETURNING PASSENGER WHOSE DOCUMENT IS SCANNED HAS TYPE,
      * EXPIRY AND SOURCE REFRESHED FROM IT (7096)
      *
      *   MEDICAL CLEARANCE (MEDIF): A T66 CODE FLAGGED
      * MEDICAL_CLEARANCE = 'Y' (STRETCHER, OXYGEN, MEDA ... SET ON
      * Z02423) NO LONGER RIDES ON THE FREE-TEXT SSR ALONE.  SAVING
      * SUCH A PASSENGER (7157, CALLED FROM 2112) OPENS A 'PENDING'
      * CASE ON THE NEW T136_MEDICAL_CLEARANCE, LINKS IT TO EVERY
      * LEG OF THE RESERVATION ON THE NEW T137_MEDICAL_CLEARANCE_LEG
      * AND PUTS IT ON THE 'MEDIFREQ' WORK QUEUE (Z02414) FOR THE
      * MEDICAL DESK, WHICH RECORDS THE CONDITION, EQUIPMENT, DOCTOR
      * AND VALIDITY AND APPROVES OR REJECTS IT ON Z02517.
      * 2136-ISSUE-THE-TICKETS REFUSES TO TICKET (7158) WHILE ANY
      * CASE OF THE RESERVATION IS NOT 'APPROVED' -- THE PAYMENT
      * TURN IS ROLLED BACK AND THE AGENT RETRIES ONCE IT IS CLEARED.
      * Z02518 LISTS THE CLEARED PASSENGERS PER DEPARTURE FOR THE
      * STATION AND CABIN CREW; Z02519 QUEUES A CLEARANCE THAT
      * LAPSES BEFORE TRAVEL
      *
      *     T136_MEDICAL_CLEARANCE
      *     CLEARANCE_ID          INTEGER        PRIMARY KEY (T20)
      *     RESERVATION_ID        INTEGER
      *     PASSENGER_ID          INTEGER
      *     SSR_CODE              CHAR(4)
      *     CONDITION_CATEGORY    CHAR(10)       DESK-KEYED
      *     EQUIPMENT_NEEDED      CHAR(30)       DESK-KEYED
      *     APPROVING_DOCTOR      CHAR(30)       DESK-KEYED
      *     VALID_FROM            DATE           NULL UNTIL APPROVED
      *     VALID_UNTIL           DATE           NULL UNTIL APPROVED
      *     CLEARANCE_STATUS      CHAR(10)       PENDING/APPROVED/
      *                                          REJECTED
      *     LAPSE_QUEUED          CHAR(1)        Y/N (Z02519)
      *     OPENED_BY             CHAR(8)
      *     OPENED_TIMESTAMP      TIMESTAMP
      *     DECIDED_BY            CHAR(8)
      *     DECIDED_TIMESTAMP     TIMESTAMP
      *
      *     T137_MEDICAL_CLEARANCE_LEG
      *     CLEARANCE_ID          INTEGER
      *     FLIGHT_ID             VARCHAR(15)
      *
      * MARKETING CONSENT
      * THREE OPTIONAL Y/N FIELDS ON MP0220 (MKT-EMAILI, MKT-SMSI,
      * MKT-POSTI) CAPTURE THE PASSENGER'S CONSENT TO E-MAIL, SMS
      * AND POSTAL CAMPAIGNS.  BLANK MEANS NOT ASKED AND CHANGES
      * NOTHING.  A KEYED CHANNEL WRITES A NEW T140 ROW ONLY WHEN IT
      * DIFFERS FROM THE LATEST ONE ON FILE -- T140 IS NEVER
      * UPDATED, SO THE LATEST ROW PER CHANNEL IS THE CURRENT STATE
      * AND THE OLDER ROWS ARE THE PROOF OF WHO CHANGED WHAT WHEN.
      * LATER CHANGES ARE MADE AT THE CONSENT DESK (Z02522), THE
      * SUBJECT ACCESS EXPORT (Z02430) LISTS THE HISTORY, Z02400
      * DELETES IT ON ANONYMIZATION AND Z02523 SELECTS CAMPAIGN
      * AUDIENCES FROM IT
      *
      *     T140_MARKETING_CONSENT
      *     PASSENGER_ID          INTEGER
      *     CHANNEL_CODE          CHAR(5)        EMAIL/SMS/POST
      *     CONSENT_FLAG          CHAR(1)        Y/N
      *     CONSENT_TIMESTAMP     TIMESTAMP
      *     CONSENT_SOURCE        CHAR(8)        BOOKING/DESK/PHONE/
      *                                          LETTER/EMAIL
      *     OPERATOR_ID           CHAR(8)
      *     PRIMARY KEY (PASSENGER_ID, CHANNEL_CODE,
      *                  CONSENT_TIMESTAMP)
      *
      * EVERY TASK IS TIMED FOR THE RESPONSE-TIME STATISTICS: AN
      * ASKTIME IN 1090 AT THE START, ANOTHER IN 3090 AT 3000-FINAL,
      * AND ONE T154 ROW THROUGH Z02538 (SUMMARISED BY Z02539)
      *
      * TRAVEL INSURANCE
      * THE PAYMENT SCREEN QUOTES A TRAVEL INSURANCE PREMIUM FOR THE
      * WHOLE PARTY (NEW MP0220 OUTPUT FIELD INS-PREMO) AND NEW
      * OPTIONAL FIELD INSUREI ('Y') BUYS IT -- THE PREMIUM IS ADDED
      * TO THE AMOUNT DUE AFTER ANY VOUCHER (2155).  7160 PRICES IT
      * OFF THE INSURER'S TARIFF LOADED BY Z02553: THE COVER RUNS
      * FROM THE FIRST DEPARTURE DAY TO THE LAST ARRIVAL DAY OF THE
      * RESERVATION'S FLIGHTS, THE ZONE IS THE HIGHEST T166 ZONE OF
      * ANY ARRIVAL COUNTRY (T02 -> T03; A COUNTRY NOT ON T166 TAKES
      * 'INSURANCE-DEFAULT-ZONE'), AND EACH PASSENGER PAYS THE T167
      * PREMIUM OF THE ZONE, THEIR AGE ON THE FIRST DEPARTURE DAY
      * (T06 DATE_OF_BIRTH) AND THE TRIP LENGTH.  A PARTY WITH A
      * PASSENGER WITHOUT DATE OF BIRTH, OR A TRIP THE TARIFF DOES
      * NOT COVER, CANNOT BUY IT; NOR CAN AN AWARD BOOKING.  LAP
      * INFANTS TRAVEL ON THEIR ADULT'S COVER.  ONCE PAYMENT
      * CONFIRMS, 7163 WRITES THE POLICY, ITS INSURED PASSENGERS AND
      * ITS 'NEW' EVENT, WITH THE 'INSURANCE-COMMISSION-PERCENT' IN
      * FORCE AT SALE.  Z02371 CANCELS THE POLICY WHEN THE
      * RESERVATION IS CANCELED, Z02554 ENDORSES CHANGED COVER DATES
      * AND FILES THE MONTHLY BORDEREAU AND REMITTANCE
      *
      *     T168_INSURANCE_POLICY
      *     POLICY_ID             INTEGER        PRIMARY KEY (T20)
      *     RESERVATION_ID        INTEGER
      *     ZONE_NUMBER           SMALLINT
      *     COVER_FROM_DATE       DATE
      *     COVER_TO_DATE         DATE
      *     TRIP_DAYS             SMALLINT
      *     INSURED_COUNT         SMALLINT
      *     PREMIUM_AMOUNT        DECIMAL(9,2)   WHOLE PARTY
      *     COMMISSION_PERCENT    DECIMAL(5,2)   OURS, AT SALE
      *     POLICY_STATUS         CHAR(10)       ACTIVE/CANCELED
      *     REFUND_AMOUNT         DECIMAL(9,2)   PREMIUM RETURNED
      *     SOLD_BY               CHAR(8)
      *     SOLD_TIMESTAMP        TIMESTAMP
      *     CANCELED_TIMESTAMP    TIMESTAMP      NULL UNTIL CANCELED;
      *                                          THE T16 CANCELLATION
      *                                          TIME (Z02371)
      *
      *     T169_INSURED_PASSENGER
      *     POLICY_ID             INTEGER
      *     PASSENGER_ID          INTEGER
      *     AGE_AT_COVER          SMALLINT
      *     PREMIUM_AMOUNT        DECIMAL(9,2)
      *     PRIMARY KEY (POLICY_ID, PASSENGER_ID)
      *
      *     T170_INSURANCE_EVENT
      *     POLICY_ID             INTEGER
      *     EVENT_TYPE            CHAR(8)        NEW/CANCEL/ENDORSE
      *     EVENT_TIMESTAMP       TIMESTAMP
      *     PREMIUM_AMOUNT        DECIMAL(9,2)   SIGNED, DUE INSURER
      *     COVER_FROM_DATE       DATE           AS OF THE EVENT
      *     COVER_TO_DATE         DATE
      *     BORDEREAU_MONTH       CHAR(7)        YYYY-MM ONCE FILED
      *     PRIMARY KEY (POLICY_ID, EVENT_TYPE, EVENT_TIMESTAMP)
      ******************************************************************
       DATA DIVISION.                                                   
       WORKING-STORAGE SECTION.                                         
           COPY ZZEC0215.                                               
           COPY ZZEC0270.
           COPY ZZEC0277.
           COPY DFHAID.                                                 
           COPY ZZMP0220.
           COPY ZZMP0246.
           COPY ZZEC0262.
           COPY ZZEC0265.
           COPY ZZEC0268.
           COPY ZZEC0269.
           COPY ZZEC0271.
      * EXCEPTION WORK QUEUE PARM BLOCK (SEE Z02414)
           COPY ZZEC0266.
           EXEC SQL INCLUDE SQLCA END-EXEC.                             
           EXEC SQL INCLUDE T05TAB END-EXEC.                            
           EXEC SQL INCLUDE T06TAB END-EXEC.                            
               88 SO-7146-PARA              VALUE '7146'.
               88 SO-7147-PARA              VALUE '7147'.
               88 SO-7148-PARA              VALUE '7148'.
               88 SO-7149-PARA              VALUE '7149'.
               88 SO-7150-PARA              VALUE '7150'.
               88 SO-7152-PARA              VALUE '7152'.
               88 SO-7153-PARA              VALUE '7153'.
               88 SO-7154-PARA              VALUE '7154'.
               88 SO-7155-PARA              VALUE '7155'.
               88 SO-7156-PARA              VALUE '7156'.
               88 SO-7157-PARA              VALUE '7157'.
               88 SO-7158-PARA              VALUE '7158'.
               88 SO-7159-PARA              VALUE '7159'.
               88 SO-7160-PARA              VALUE '7160'.
               88 SO-7161-PARA              VALUE '7161'.
               88 SO-7162-PARA              VALUE '7162'.
               88 SO-7163-PARA              VALUE '7163'.
               88 SO-9050-PARA              VALUE '9050'.               
      * THE SIGNED-ON OPERATOR, BOUND IN THE SQL IN PLACE OF EIBOPID
       01 WS-OPERATOR-ID                PIC X(8).
       01 WS-LOG-FIELDS.
           05 WS-LOG-ACTION-TEXT            PIC X(20).
           05 WS-LOG-ENTITY-KEY             PIC X(20).
           05 SW-IF-AWARD-PAYMENT           PIC X VALUE 'N'.
               88 SO-AWARD-PAYMENT          VALUE 'Y'.
               88 SO-CASH-PAYMENT           VALUE 'N'.
       01 WS-ACCOUNT-PAYMENT-FIELDS.
           05 WS-ACCT-STATUS                PIC X(10) VALUE SPACE.
           05 WS-ACCT-CREDIT-LIMIT          PIC S9(9)V99 COMP-3
                                               VALUE 0.
           05 WS-ACCT-BALANCE               PIC S9(9)V99 COMP-3
                                               VALUE 0.
           05 WS-ACCT-ENTRY-ID              PIC S9(9) COMP.
           05 SW-IF-ACCOUNT-PAYMENT         PIC X VALUE 'N'.
               88 SO-ACCOUNT-PAYMENT        VALUE 'Y'.
               88 SO-NOT-ACCOUNT-PAYMENT    VALUE 'N'.
      * HAVERSINE WORK FIELDS -- SAME SHAPES AS Z02172'S
      * 2208-CALCULATE-DISTANCE
       01 WS-DISTANCE-FIELDS.
           05 SW-IF-AGENCY-GIVEN            PIC X VALUE 'N'.
               88 SO-AGENCY-GIVEN           VALUE 'Y'.
               88 SO-NO-AGENCY              VALUE 'N'.
           05 WS-AGENCY-CONTRACT-PCT        PIC S9(3)V99 COMP-3.
           05 WS-AGENCY-CLAIMED-PCT         PIC S9(3)V99 COMP-3.
           05 WS-AGENCY-SALE-FARE           PIC S9(7)V99 COMP-3.
           05 WS-AGENCY-SALE-PAX            PIC S9(4) COMP.
       01 WS-QUOTE-FIELDS.
           05 WS-QUOTE-ID                   PIC S9(9) COMP VALUE 0.
           05 WS-QUOTED-AMOUNT              PIC S9(7)V99 COMP-3.
           05 SW-IF-ANC-ITEM-FOUND          PIC X.
              88 SO-ANC-ITEM-FOUND          VALUE 'Y'.
              88 SO-ANC-ITEM-NOT-FOUND      VALUE 'N'.
       01 WS-MRZ-FIELDS.
           05 WS-MRZ-LINES.
              10 WS-MRZ-LINE-1              PIC X(44).
              10 WS-MRZ-LINE-2              PIC X(44).
              10 WS-MRZ-LINE-3              PIC X(44).
           05 WS-MRZ-NAMES                  PIC X(39).
           05 WS-MRZ-SURNAME                PIC X(39).
           05 WS-MRZ-GIVEN-NAMES            PIC X(39).
           05 WS-MRZ-DOC-TYPE               PIC X(1).
           05 WS-MRZ-DOCUMENT-NUMBER        PIC X(9).
           05 WS-MRZ-NATIONALITY            PIC X(3).
           05 WS-MRZ-BIRTH-YYMMDD           PIC X(6).
           05 WS-MRZ-EXPIRY-YYMMDD          PIC X(6).
           05 WS-MRZ-OPTIONAL-1             PIC X(15).
           05 WS-MRZ-OPTIONAL-2             PIC X(15).
           05 WS-MRZ-CHECK-FIELD            PIC X(50).
           05 WS-MRZ-CHECK-LEN              PIC S9(4) COMP.
           05 WS-MRZ-CHECK-DIGIT            PIC X(1).
           05 WS-MRZ-COMPUTED-DIGIT         PIC 9(1).
           05 WS-MRZ-FIELD-NAME             PIC X(16).
           05 WS-MRZ-FAILED-FIELD           PIC X(16).
           05 WS-MRZ-SUM                    PIC S9(7) COMP.
           05 WS-MRZ-QUOTIENT               PIC S9(7) COMP.
           05 WS-MRZ-POSITION               PIC S9(4) COMP.
           05 WS-MRZ-CHAR                   PIC X(1).
           05 WS-MRZ-CHAR-VALUE             PIC S9(4) COMP.
           05 WS-MRZ-WEIGHT-SUB             PIC S9(4) COMP.
           05 WS-MRZ-WEIGHT                 PIC 9(1).
           05 WS-MRZ-CENTURY                PIC X(2).
           05 WS-MRZ-DATE-IN                PIC X(6).
           05 WS-MRZ-DATE-OUT               PIC X(10).
           05 WS-MRZ-ID-CANDIDATE           PIC X(15).
           05 WS-MRZ-ID-NUMBER              PIC X(12).
           05 SW-IF-MRZ-VALID               PIC X.
              88 SO-MRZ-VALID               VALUE 'Y'.
              88 SO-MRZ-INVALID             VALUE 'N'.
           05 SW-IF-MRZ-PREFILLED           PIC X VALUE 'N'.
              88 SO-MRZ-PREFILL-SENT        VALUE 'Y'.
              88 SO-NO-MRZ-PREFILL          VALUE 'N'.
       01 WS-MEDIF-FIELDS.
           05 WS-MEDIF-CLEARANCE-ID         PIC S9(9) COMP.
           05 WS-MEDIF-CLEARANCE-ID-TEXT    PIC 9(9).
           05 WS-MEDIF-RESERVATION-TEXT     PIC 9(9).
           05 WS-MEDIF-LEG-SUB              PIC S9(4) COMP.
           05 WS-MEDIF-OPEN-COUNT           PIC S9(4) COMP.
       01 WS-CONSENT-FIELDS.
           05 WS-CONSENT-ENTRY OCCURS 3 TIMES.
               10 WS-CONSENT-CHANNEL        PIC X(5).
               10 WS-CONSENT-KEYED          PIC X(1).
           05 WS-CONSENT-SUB                PIC S9(4) COMP.
           05 WS-CONSENT-CHANNEL-CODE       PIC X(5).
           05 WS-CONSENT-FLAG               PIC X(1).
           05 WS-CONSENT-CURRENT            PIC X(1).
       01 WS-INSURANCE-FIELDS.
           05 SW-IF-INSURANCE-WANTED        PIC X VALUE 'N'.
               88 SO-INSURANCE-WANTED       VALUE 'Y'.
               88 SO-NO-INSURANCE           VALUE 'N'.
           05 SW-IF-INS-PRICED              PIC X VALUE 'N'.
               88 SO-INS-PRICED             VALUE 'Y'.
               88 SO-INS-NOT-PRICED         VALUE 'N'.
           05 SW-IF-INS-RECORDING           PIC X VALUE 'N'.
               88 SO-INS-RECORDING          VALUE 'Y'.
               88 SO-INS-QUOTING            VALUE 'N'.
           05 SW-IF-END-OF-INSPAX-CURSOR    PIC X VALUE 'N'.
               88 SO-END-OF-INSPAX-CURSOR   VALUE 'Y'.
           05 WS-INS-REFUSAL                PIC X(40) VALUE SPACE.
           05 WS-INS-POLICY-ID              PIC S9(9) COMP.
           05 WS-INS-POLICY-ID-TEXT         PIC 9(9).
           05 WS-INS-COVER-FROM             PIC X(10).
           05 WS-INS-COVER-TO               PIC X(10).
           05 WS-INS-TRIP-DAYS              PIC S9(4) COMP.
           05 WS-INS-ZONE                   PIC S9(4) COMP.
           05 WS-INS-DEFAULT-ZONE           PIC S9(4) COMP.
           05 WS-INS-COMMISSION-PCT         PIC S9(3)V99 COMP-3.
           05 WS-INS-PREMIUM                PIC 9(7)V99 COMP-3.
           05 WS-INS-PAX-PREMIUM            PIC 9(7)V99 COMP-3.
           05 WS-INS-PAX-COUNT              PIC S9(4) COMP.
           05 WS-INS-PASSENGER-ID           PIC S9(9) COMP.
           05 WS-INS-DOB                    PIC X(10).
           05 WS-INS-AGE                    PIC S9(4) COMP.
       01 CT-CONSTANTS.                                                 
           05 CT-CALLING-PROGRAM-NAME PIC X(8) VALUE 'Z02192  '.        
           05 CT-THIS-PROGRAM-NAME    PIC X(8) VALUE 'Z02202  '.        
           05 CT-INF-FARE-PERCENT        PIC S9(3)V99 COMP-3
                                          VALUE 10.00.
           05 CT-LAP-INFANT-CAP          PIC S9(4) COMP VALUE 10.
           05 CT-UM-MAX-PER-FLIGHT       PIC S9(4) COMP VALUE 4.
           05 CT-UM-BOOKED-STATUS        PIC X(10) VALUE 'BOOKED'.
           05 CT-UM-SSR-CODE             PIC X(4)  VALUE 'UMNR'.
           05 CT-MEDIF-PENDING-STATUS    PIC X(10) VALUE 'PENDING'.
           05 CT-MEDIF-APPROVED-STATUS   PIC X(10) VALUE 'APPROVED'.
           05 CT-MEDIF-QUEUE-NAME        PIC X(8)  VALUE 'MEDIFREQ'.
           05 CT-CONSENT-SOURCE          PIC X(8)  VALUE 'BOOKING'.
           05 CT-INS-ACTIVE-STATUS       PIC X(10) VALUE 'ACTIVE'.
           05 CT-INS-NEW-EVENT           PIC X(8)  VALUE 'NEW'.
           05 CT-INS-DEFAULT-ZONE        PIC S9(4) COMP VALUE 3.
           05 CT-INS-COMMISSION-PCT      PIC S9(3)V99 COMP-3
                                          VALUE 20.00.
      * ICAO 9303 CHECK DIGITS -- A CHARACTER'S VALUE IS ITS OFFSET
      * IN THE ALPHABET ('<' COUNTS 0), WEIGHTED 7-3-1 REPEATING
           05 CT-MRZ-ALPHABET            PIC X(36) VALUE
              '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 CT-MRZ-WEIGHTS             PIC X(3)  VALUE '731'.
       01 SW-SWITCHES.                                                  
           05 SW-IF-PROGRAM-RUNS-FIRST-TIME              PIC X.         
               88  SO-PROGRAM-RUNS-FIRST-TIME                VALUE 'Y'. 
             ORDER BY T08.ROW_NUMBER_FROM
             FOR FETCH ONLY
           END-EXEC
      * THE PARTY AN INSURANCE POLICY COVERS -- EVERY PASSENGER
      * HOLDING A SEAT OF THE RESERVATION
           EXEC SQL
             DECLARE C-INSURED-PASSENGERS CURSOR FOR
             SELECT DISTINCT T04.PASSENGER_ID,
                    COALESCE(T06.DATE_OF_BIRTH, ' ')
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T06_PASSENGERS_TABLE T06 ON
                T06.PASSENGER_ID = T04.PASSENGER_ID
             WHERE T04.RESERVATION_ID =
                               :WS-Z02202-I-HOLD-RESERVATION-ID
             ORDER BY 1
             FOR FETCH ONLY
           END-EXEC

       01 WS-VARIABLES.                                                 
           05 WS-FARE-AMOUNT                     PIC 9(7)V99 COMP-3.
           05 SW-IF-SSR-FOUND                     PIC X VALUE 'N'.
               88 SO-SSR-FOUND                    VALUE 'Y'.
               88 SO-SSR-NOT-FOUND                VALUE 'N'.
           05 SW-IF-SSR-NEEDS-MEDIF               PIC X VALUE 'N'.
               88 SO-SSR-NEEDS-MEDIF              VALUE 'Y'.
               88 SO-SSR-NO-MEDIF                 VALUE 'N'.
           05 WS-UM-DROP-NAME                     PIC X(30) VALUE SPACE.
           05 WS-UM-DROP-DOC                      PIC X(12) VALUE SPACE.
           05 WS-UM-DROP-PHONE                    PIC X(15) VALUE SPACE.
           05 WS-UM-COLLECT-NAME                  PIC X(30) VALUE SPACE.
           05 WS-UM-COLLECT-DOC                   PIC X(12) VALUE SPACE.
           05 WS-UM-COLLECT-PHONE                 PIC X(15) VALUE SPACE.
           05 WS-UM-COUNT                         PIC S9(4) COMP.
           05 WS-UM-MAX-PER-FLIGHT                PIC S9(4) COMP.
           05 WS-UM-SUB                           PIC S9(4) COMP.
           05 SW-IF-UNACCOMPANIED                 PIC X VALUE 'N'.
               88 SO-UNACCOMPANIED-MINOR          VALUE 'Y'.
               88 SO-NOT-UNACCOMPANIED            VALUE 'N'.
           05 SW-IF-ADULT-IN-PARTY                PIC X VALUE 'N'.
               88 SO-ADULT-IN-PARTY               VALUE 'Y'.
               88 SO-NO-ADULT-IN-PARTY            VALUE 'N'.
           05 WS-CONTACT-PHONE                    PIC X(15) VALUE SPACE.
           05 WS-CONTACT-EMAIL                    PIC X(40) VALUE SPACE.
           05 WS-EMERGENCY-NAME                   PIC X(30) VALUE SPACE.
                                                             VALUE 0.   
           05 WS-EXCESS-BAG-COUNT                 PIC S9(4) COMP        
                                                             VALUE 0.   
           05 WS-FREE-BAGGAGE-ALLOWANCE           PIC S9(4) COMP
                                                             VALUE 0.
           05 WS-TOTAL-BAGGAGE-CHARGE             PIC 9(7)V99 COMP-3.   
           05 WS-NATIONALITY                     PIC X(50) VALUE SPACE. 
           05 WS-TEMP-AIRPORT-CODE1              PIC X(3)  VALUE SPACE. 
      *                         1000-INIT                               
      ***************************************************************** 
       1000-INIT.                                                       
           PERFORM 1090-TAKE-START-TIME
           PERFORM  1005-CHECK-IF-FIRST-TIME                            
           PERFORM  1020-GET-FREE-BAG-ALLOWANCE
           .                                                            
      ******************************************************************
      *                    1090-TAKE-START-TIME
      * STARTS THE RESPONSE-TIME CLOCK FOR THIS TASK (SEE Z02538)
      ******************************************************************
       1090-TAKE-START-TIME.
           EXEC CICS
             ASKTIME ABSTIME(TTIM-START-ABSTIME)
           END-EXEC
           .
      ******************************************************************
      *                 1020-GET-FREE-BAG-ALLOWANCE
      * THE ALLOWANCE IN FORCE TODAY OFF T87 -- NO ROW (OR A FAILED
      * READ) LEAVES CT-FREE-BAGGAGE-ALLOWANCE
      ******************************************************************
       1020-GET-FREE-BAG-ALLOWANCE.
           MOVE 'FREE-BAGGAGE-ALLOWANCE'  TO PARM-NAME
           MOVE SPACE                     TO PARM-SCOPE
           MOVE SPACE                     TO PARM-AS-OF-DATE
           MOVE CT-FREE-BAGGAGE-ALLOWANCE TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-FREE-BAGGAGE-ALLOWANCE
           .
      ***************************************************************** 
      *                                                                 
      *                 1005-CHECK-IF-FIRST-TIME                        
           SET SO-NOT-ON-PAYMENT-SCREEN TO TRUE
           SET SO-NOT-ON-ANCILLARY-SCREEN TO TRUE
           MOVE SPACE TO WS-Z02202-SCREEN-PHASE
           MOVE 'N' TO WS-Z02202-MRZ-CAPTURED
           .                                                            
      ******************************************************************
      *                       2000-PROCESS                              
                       PERFORM 2116-RETURN-TO-LIVE-ENTRY
                   ELSE
                       PERFORM 2102-PROCESS-INPUT-DATA
                       IF SO-NO-MRZ-PREFILL THEN
                          PERFORM 2112-SAVE-PASSENGER-DATA
                          PERFORM 2111-DISPLAY-NEXT
                       END-IF
                   END-IF
               END-IF
               END-IF
      ****************************************************************  
       2102-PROCESS-INPUT-DATA.                                         
           PERFORM 2103-RECEIVE-USER-INPUT                              
           PERFORM 2160-GET-MRZ-LINES
           IF WS-MRZ-LINES NOT = SPACE THEN
              PERFORM 2161-PROCESS-MRZ-INPUT
           ELSE
              PERFORM 2101-CHECK-FREQUENT-FLYER-LOOKUP
              IF SO-FREQUENT-FLYER-FOUND THEN
                 CONTINUE
              ELSE
                 PERFORM 2104-CHECK-IF-INPUT-EMPTY
                 PERFORM 2105-CHECK-IF-INPUT-VALID
              END-IF
           END-IF
           .                                                            
      ****************************************************************  
      *              2101-CHECK-FREQUENT-FLYER-LOOKUP                   
           PERFORM 2311-PROCESS-ASSISTANCE-FLAG
           PERFORM 2315-PROCESS-DATE-OF-BIRTH
           PERFORM 2314-PROCESS-SSR-CODE
           PERFORM 2316-PROCESS-UM-GUARDIANS
           PERFORM 2312-PROCESS-BAGGAGE-COUNT
           PERFORM 2313-PROCESS-CONTACT-DETAILS
           PERFORM 2319-PROCESS-MARKETING-CONSENT
           .                                                            
      ****************************************************************
      *                2313-PROCESS-CONTACT-DETAILS
           END-IF
           .
      ****************************************************************
      *                2319-PROCESS-MARKETING-CONSENT
      * ONE OPTIONAL Y/N PER CHANNEL -- BLANK MEANS THE QUESTION WAS
      * NOT PUT AND LEAVES WHATEVER IS ON FILE ALONE
      ****************************************************************
       2319-PROCESS-MARKETING-CONSENT.
           MOVE 'EMAIL'   TO WS-CONSENT-CHANNEL(1)
           MOVE MKT-EMAILI TO WS-CONSENT-KEYED(1)
           MOVE 'SMS'     TO WS-CONSENT-CHANNEL(2)
           MOVE MKT-SMSI  TO WS-CONSENT-KEYED(2)
           MOVE 'POST'    TO WS-CONSENT-CHANNEL(3)
           MOVE MKT-POSTI TO WS-CONSENT-KEYED(3)
           PERFORM VARYING WS-CONSENT-SUB FROM 1 BY 1
                     UNTIL WS-CONSENT-SUB > 3
              IF WS-CONSENT-KEYED(WS-CONSENT-SUB) = LOW-VALUES OR '_'
                 MOVE SPACE TO WS-CONSENT-KEYED(WS-CONSENT-SUB)
              END-IF
              IF WS-CONSENT-KEYED(WS-CONSENT-SUB) = SPACE OR 'Y' OR 'N'
                 CONTINUE
              ELSE
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'MARKETING CONSENT MUST BE Y, N OR BLANK' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-PERFORM
           .
      ****************************************************************
      *                  2105-CHECK-IF-INPUT-VALID                      
      * PARAGRAPH WILL CHECK IF DATA PROVIDED BY THE USER IS CORRECT    
      *                                                                 
              SET SO-Z02141-M-WITH TO TRUE                              
              PERFORM 2300-CALL-ERROR-ROUTINE                           
           END-EVALUATE                                                 
           PERFORM 7159-RECORD-MARKETING-CONSENT
           .                                                            
      ****************************************************************  
      *                    2106-VALIDATE-OLD-PASSENGER                  
              PERFORM 7021-UPDATE-HOLD-PASSENGER-NAME                   
           END-IF                                                       
           PERFORM 7022-INSERT-BAGGAGE-RECORD
           IF SO-UNACCOMPANIED-MINOR THEN
              PERFORM 7150-INSERT-UM-RECORDS
           END-IF
           IF WS-SSR-CODE NOT = SPACE THEN
              PERFORM 7128-INSERT-SSR-RECORDS
           END-IF
           IF SO-SSR-NEEDS-MEDIF THEN
              PERFORM 7157-OPEN-MEDICAL-CLEARANCE
           END-IF
           IF WS-INFANT-NAME NOT = SPACE THEN
              PERFORM 7132-ATTACH-LAP-INFANT
           END-IF
           MOVE 'N' TO WS-Z02202-MRZ-CAPTURED
           .
      ****************************************************************  
      *              2113-DISPLAY-PREVIOUS-PASSENGER                    
      ****************************************************************  
       2116-RETURN-TO-LIVE-ENTRY.                                       
           MOVE ZERO TO Z02202-REVIEW-POINTER                           
           MOVE 'N' TO WS-Z02202-MRZ-CAPTURED
           SET SO-NOT-IN-REVIEW-MODE TO TRUE                            
           MOVE LOW-VALUES TO MP0220O                                   
           MOVE Z02202-SEAT-COUNTER TO WS-SEAT-COUNTER-FORMAT           
           MOVE WS-SEAT-COUNTER-FORMAT TO PAS-NO                        
           PERFORM 2100-SEND-THE-MAP                                    
           .                                                            
      ****************************************************************
      *                  2160-GET-MRZ-LINES
      * THE MRZ FIELDS ARE OPTIONAL -- SCREEN FILL COMES OFF AND A
      * PASTED LOWER-CASE LINE IS FOLDED TO THE UPPER CASE ICAO USES
      ****************************************************************
       2160-GET-MRZ-LINES.
           MOVE MRZ-L1I TO WS-MRZ-LINE-1
           MOVE MRZ-L2I TO WS-MRZ-LINE-2
           MOVE MRZ-L3I TO WS-MRZ-LINE-3
           INSPECT WS-MRZ-LINES REPLACING ALL LOW-VALUE BY SPACE
                                          ALL '_'       BY SPACE
           INSPECT WS-MRZ-LINES CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
      ****************************************************************
      *                  2161-PROCESS-MRZ-INPUT
      * A THIRD LINE MEANS AN ID CARD (TD1, 3 X 30), A FIRST LINE
      * STARTING 'P' A PASSPORT (TD3, 2 X 44).  ANY CHECK DIGIT THAT
      * DOES NOT ADD UP STOPS HERE WITH THE FIELD IT GUARDS -- A
      * MISREAD IS RE-SCANNED, NEVER SAVED
      ****************************************************************
       2161-PROCESS-MRZ-INPUT.
           SET SO-MRZ-VALID TO TRUE
           MOVE SPACE TO WS-MRZ-FAILED-FIELD
           EVALUATE TRUE
           WHEN WS-MRZ-LINE-3 NOT = SPACE
              IF WS-MRZ-LINE-1(30:1)  = SPACE OR
                 WS-MRZ-LINE-2(30:1)  = SPACE OR
                 WS-MRZ-LINE-3(31:14) NOT = SPACE OR
                 WS-MRZ-LINE-1(31:14) NOT = SPACE OR
                 WS-MRZ-LINE-2(31:14) NOT = SPACE THEN
                 SET SO-MRZ-INVALID TO TRUE
                 MOVE 'LINE LENGTH' TO WS-MRZ-FAILED-FIELD
              ELSE
                 PERFORM 2163-READ-ID-CARD-MRZ
              END-IF
           WHEN WS-MRZ-LINE-1(1:1) = 'P'
              IF WS-MRZ-LINE-1(44:1) = SPACE OR
                 WS-MRZ-LINE-2(44:1) = SPACE THEN
                 SET SO-MRZ-INVALID TO TRUE
                 MOVE 'LINE LENGTH' TO WS-MRZ-FAILED-FIELD
              ELSE
                 PERFORM 2162-READ-PASSPORT-MRZ
              END-IF
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MRZ NOT RECOGNISED - PASSPORT OR ID CARD' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           IF SO-MRZ-INVALID THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'MRZ CHECK FAILED: ' DELIMITED BY SIZE
                     WS-MRZ-FAILED-FIELD  DELIMITED BY SIZE
                INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           ELSE
              PERFORM 2165-PREFILL-FROM-MRZ
           END-IF
           .
      ****************************************************************
      *                  2162-READ-PASSPORT-MRZ
      * TD3 -- LINE 1 P<CCCSURNAME<<GIVEN<NAMES, LINE 2 DOCUMENT
      * NUMBER, NATIONALITY, BIRTH, SEX, EXPIRY, PERSONAL NUMBER,
      * EACH WITH ITS CHECK DIGIT, THEN THE COMPOSITE DIGIT
      ****************************************************************
       2162-READ-PASSPORT-MRZ.
           MOVE '2'                  TO WS-MRZ-DOC-TYPE
           MOVE WS-MRZ-LINE-1(6:39)  TO WS-MRZ-NAMES
           MOVE WS-MRZ-LINE-2(1:9)   TO WS-MRZ-DOCUMENT-NUMBER
           MOVE WS-MRZ-LINE-2(11:3)  TO WS-MRZ-NATIONALITY
           MOVE WS-MRZ-LINE-2(14:6)  TO WS-MRZ-BIRTH-YYMMDD
           MOVE WS-MRZ-LINE-2(22:6)  TO WS-MRZ-EXPIRY-YYMMDD
           MOVE WS-MRZ-LINE-2(29:14) TO WS-MRZ-OPTIONAL-1
           MOVE SPACE                TO WS-MRZ-OPTIONAL-2

           MOVE WS-MRZ-LINE-2(1:9)   TO WS-MRZ-CHECK-FIELD
           MOVE 9                    TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-2(10:1)  TO WS-MRZ-CHECK-DIGIT
           MOVE 'DOCUMENT NUMBER'    TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT

           MOVE WS-MRZ-LINE-2(14:6)  TO WS-MRZ-CHECK-FIELD
           MOVE 6                    TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-2(20:1)  TO WS-MRZ-CHECK-DIGIT
           MOVE 'DATE OF BIRTH'      TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT

           MOVE WS-MRZ-LINE-2(22:6)  TO WS-MRZ-CHECK-FIELD
           MOVE 6                    TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-2(28:1)  TO WS-MRZ-CHECK-DIGIT
           MOVE 'EXPIRY DATE'        TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT

           MOVE WS-MRZ-LINE-2(29:14) TO WS-MRZ-CHECK-FIELD
           MOVE 14                   TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-2(43:1)  TO WS-MRZ-CHECK-DIGIT
           MOVE 'PERSONAL NUMBER'    TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT

           MOVE SPACE                TO WS-MRZ-CHECK-FIELD
           STRING WS-MRZ-LINE-2(1:10)  DELIMITED BY SIZE
                  WS-MRZ-LINE-2(14:7)  DELIMITED BY SIZE
                  WS-MRZ-LINE-2(22:22) DELIMITED BY SIZE
             INTO WS-MRZ-CHECK-FIELD
           END-STRING
           MOVE 39                   TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-2(44:1)  TO WS-MRZ-CHECK-DIGIT
           MOVE 'COMPOSITE'          TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT
           .
      ****************************************************************
      *                  2163-READ-ID-CARD-MRZ
      * TD1 -- LINE 1 DOCUMENT NUMBER AND OPTIONAL DATA, LINE 2
      * BIRTH, SEX, EXPIRY, NATIONALITY, OPTIONAL DATA AND THE
      * COMPOSITE DIGIT, LINE 3 THE NAMES
      ****************************************************************
       2163-READ-ID-CARD-MRZ.
           MOVE '1'                  TO WS-MRZ-DOC-TYPE
           MOVE WS-MRZ-LINE-3(1:30)  TO WS-MRZ-NAMES
           MOVE WS-MRZ-LINE-1(6:9)   TO WS-MRZ-DOCUMENT-NUMBER
           MOVE WS-MRZ-LINE-2(16:3)  TO WS-MRZ-NATIONALITY
           MOVE WS-MRZ-LINE-2(1:6)   TO WS-MRZ-BIRTH-YYMMDD
           MOVE WS-MRZ-LINE-2(9:6)   TO WS-MRZ-EXPIRY-YYMMDD
           MOVE WS-MRZ-LINE-2(19:11) TO WS-MRZ-OPTIONAL-1
           MOVE WS-MRZ-LINE-1(16:15) TO WS-MRZ-OPTIONAL-2

           MOVE WS-MRZ-LINE-1(6:9)   TO WS-MRZ-CHECK-FIELD
           MOVE 9                    TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-1(15:1)  TO WS-MRZ-CHECK-DIGIT
           MOVE 'DOCUMENT NUMBER'    TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT

           MOVE WS-MRZ-LINE-2(1:6)   TO WS-MRZ-CHECK-FIELD
           MOVE 6                    TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-2(7:1)   TO WS-MRZ-CHECK-DIGIT
           MOVE 'DATE OF BIRTH'      TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT

           MOVE WS-MRZ-LINE-2(9:6)   TO WS-MRZ-CHECK-FIELD
           MOVE 6                    TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-2(15:1)  TO WS-MRZ-CHECK-DIGIT
           MOVE 'EXPIRY DATE'        TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT

           MOVE SPACE                TO WS-MRZ-CHECK-FIELD
           STRING WS-MRZ-LINE-1(6:25)  DELIMITED BY SIZE
                  WS-MRZ-LINE-2(1:7)   DELIMITED BY SIZE
                  WS-MRZ-LINE-2(9:7)   DELIMITED BY SIZE
                  WS-MRZ-LINE-2(19:11) DELIMITED BY SIZE
             INTO WS-MRZ-CHECK-FIELD
           END-STRING
           MOVE 50                   TO WS-MRZ-CHECK-LEN
           MOVE WS-MRZ-LINE-2(30:1)  TO WS-MRZ-CHECK-DIGIT
           MOVE 'COMPOSITE'          TO WS-MRZ-FIELD-NAME
           PERFORM 2164-VERIFY-MRZ-DIGIT
           .
      ****************************************************************
      *                  2164-VERIFY-MRZ-DIGIT
      * SUM OF CHARACTER VALUE X 7-3-1 WEIGHT OVER THE FIELD, MODULO
      * 10, MUST EQUAL THE CHECK DIGIT ('<' STANDS FOR 0).  ONLY THE
      * FIRST FIELD TO FAIL IS REPORTED
      ****************************************************************
       2164-VERIFY-MRZ-DIGIT.
           MOVE ZERO TO WS-MRZ-SUM
           PERFORM VARYING WS-MRZ-POSITION FROM 1 BY 1
                   UNTIL WS-MRZ-POSITION > WS-MRZ-CHECK-LEN
              MOVE WS-MRZ-CHECK-FIELD(WS-MRZ-POSITION:1) TO WS-MRZ-CHAR
              MOVE ZERO TO WS-MRZ-CHAR-VALUE
              IF WS-MRZ-CHAR NOT = '<' AND WS-MRZ-CHAR NOT = SPACE
                 INSPECT CT-MRZ-ALPHABET TALLYING WS-MRZ-CHAR-VALUE
                         FOR CHARACTERS BEFORE INITIAL WS-MRZ-CHAR
                 IF WS-MRZ-CHAR-VALUE > 35 THEN
                    MOVE ZERO TO WS-MRZ-CHAR-VALUE
                 END-IF
              END-IF
              DIVIDE WS-MRZ-POSITION BY 3 GIVING WS-MRZ-QUOTIENT
                                     REMAINDER WS-MRZ-WEIGHT-SUB
              IF WS-MRZ-WEIGHT-SUB = 0 THEN
                 MOVE 3 TO WS-MRZ-WEIGHT-SUB
              END-IF
              MOVE CT-MRZ-WEIGHTS(WS-MRZ-WEIGHT-SUB:1) TO WS-MRZ-WEIGHT
              COMPUTE WS-MRZ-SUM = WS-MRZ-SUM +
                                   WS-MRZ-CHAR-VALUE * WS-MRZ-WEIGHT
           END-PERFORM
           DIVIDE WS-MRZ-SUM BY 10 GIVING WS-MRZ-QUOTIENT
                                REMAINDER WS-MRZ-COMPUTED-DIGIT
           IF WS-MRZ-CHECK-DIGIT = '<' THEN
              MOVE '0' TO WS-MRZ-CHECK-DIGIT
           END-IF
           IF WS-MRZ-CHECK-DIGIT NOT = WS-MRZ-COMPUTED-DIGIT AND
              SO-MRZ-VALID THEN
              SET SO-MRZ-INVALID TO TRUE
              MOVE WS-MRZ-FIELD-NAME TO WS-MRZ-FAILED-FIELD
           END-IF
           .
      ****************************************************************
      *                  2165-PREFILL-FROM-MRZ
      * SENDS THE ENTRY SCREEN BACK WITH THE DOCUMENT FIELDS FILLED
      * FROM THE MRZ AND ANYTHING ELSE ALREADY KEYED LEFT AS IT WAS.
      * THE AGENT CHECKS IT AND PRESSES ENTER, WHICH VALIDATES AND
      * SAVES THE PASSENGER EXACTLY AS A KEYED ONE
      ****************************************************************
       2165-PREFILL-FROM-MRZ.
           MOVE SPACE TO WS-MRZ-SURNAME
           MOVE SPACE TO WS-MRZ-GIVEN-NAMES
           UNSTRING WS-MRZ-NAMES DELIMITED BY '<<'
               INTO WS-MRZ-SURNAME
                    WS-MRZ-GIVEN-NAMES
           END-UNSTRING
           INSPECT WS-MRZ-SURNAME     REPLACING ALL '<' BY ' '
           INSPECT WS-MRZ-GIVEN-NAMES REPLACING ALL '<' BY ' '
           MOVE WS-MRZ-GIVEN-NAMES TO NAMEO
           MOVE WS-MRZ-SURNAME     TO LNAMEO
           MOVE WS-MRZ-DOC-TYPE    TO TYPEO
           PERFORM 2167-PICK-MRZ-ID-NUMBER
           MOVE WS-MRZ-ID-NUMBER   TO PESELI
           PERFORM 7156-GET-MRZ-NATIONALITY
      * THE MRZ CARRIES A TWO-DIGIT YEAR -- A BIRTH YEAR PAST THE
      * DEPARTURE YEAR BELONGS TO THE LAST CENTURY, AN EXPIRY IS
      * ALWAYS IN THIS ONE
           PERFORM 7009-GET-FLIGHT-DEPARTURE-DATE
           MOVE WS-MRZ-BIRTH-YYMMDD TO WS-MRZ-DATE-IN
           IF WS-MRZ-DATE-IN(1:2) > WS-FLIGHT-DEPARTURE-DATE(3:2) THEN
              MOVE '19' TO WS-MRZ-CENTURY
           ELSE
              MOVE '20' TO WS-MRZ-CENTURY
           END-IF
           PERFORM 2166-CONVERT-MRZ-DATE
           MOVE WS-MRZ-DATE-OUT    TO DOBO
           MOVE WS-MRZ-EXPIRY-YYMMDD TO WS-MRZ-DATE-IN
           MOVE '20'               TO WS-MRZ-CENTURY
           PERFORM 2166-CONVERT-MRZ-DATE
           MOVE WS-MRZ-DATE-OUT    TO DEXPO
           MOVE Z02202-SEAT-COUNTER TO WS-SEAT-COUNTER-FORMAT
           MOVE WS-SEAT-COUNTER-FORMAT TO PAS-NO
           MOVE LOW-VALUES TO MRZ-L1O
           MOVE LOW-VALUES TO MRZ-L2O
           MOVE LOW-VALUES TO MRZ-L3O
           MOVE 'READ FROM MRZ - CHECK AND PRESS ENTER' TO MRZ-STATO
           MOVE 'Y' TO WS-Z02202-MRZ-CAPTURED
           SET SO-MRZ-PREFILL-SENT TO TRUE
           PERFORM 2100-SEND-THE-MAP
           .
      ****************************************************************
      *                  2166-CONVERT-MRZ-DATE
      * YYMMDD TO THE YYYY-MM-DD SHAPE THE SCREEN DATES ARE KEYED IN;
      * A DATE THE MRZ LEAVES UNKNOWN IS LEFT FOR THE AGENT TO KEY
      ****************************************************************
       2166-CONVERT-MRZ-DATE.
           MOVE SPACE TO WS-MRZ-DATE-OUT
           IF WS-MRZ-DATE-IN IS NUMERIC THEN
              STRING WS-MRZ-CENTURY      DELIMITED BY SIZE
                     WS-MRZ-DATE-IN(1:2) DELIMITED BY SIZE
                     '-'                 DELIMITED BY SIZE
                     WS-MRZ-DATE-IN(3:2) DELIMITED BY SIZE
                     '-'                 DELIMITED BY SIZE
                     WS-MRZ-DATE-IN(5:2) DELIMITED BY SIZE
                INTO WS-MRZ-DATE-OUT
              END-STRING
           END-IF
           .
      ****************************************************************
      *                  2167-PICK-MRZ-ID-NUMBER
      * IDENTIFICATION_NUMBER IS NUMERIC -- THE PERSONAL NUMBER IS
      * TRIED FIRST, THEN THE OTHER OPTIONAL DATA, THEN THE DOCUMENT
      * NUMBER.  WHEN NONE FITS THE FIELD IS LEFT FOR THE AGENT
      ****************************************************************
       2167-PICK-MRZ-ID-NUMBER.
           MOVE SPACE TO WS-MRZ-ID-NUMBER
           MOVE WS-MRZ-OPTIONAL-1 TO WS-MRZ-ID-CANDIDATE
           PERFORM 2168-TRY-MRZ-ID-CANDIDATE
           IF WS-MRZ-ID-NUMBER = SPACE THEN
              MOVE WS-MRZ-OPTIONAL-2 TO WS-MRZ-ID-CANDIDATE
              PERFORM 2168-TRY-MRZ-ID-CANDIDATE
           END-IF
           IF WS-MRZ-ID-NUMBER = SPACE THEN
              MOVE WS-MRZ-DOCUMENT-NUMBER TO WS-MRZ-ID-CANDIDATE
              PERFORM 2168-TRY-MRZ-ID-CANDIDATE
           END-IF
           .
      ****************************************************************
      *                  2168-TRY-MRZ-ID-CANDIDATE
      ****************************************************************
       2168-TRY-MRZ-ID-CANDIDATE.
           INSPECT WS-MRZ-ID-CANDIDATE REPLACING ALL '<' BY ' '
           IF WS-MRZ-ID-CANDIDATE NOT = SPACE AND
              WS-MRZ-ID-CANDIDATE(13:3) = SPACE THEN
              IF FUNCTION TEST-NUMVAL(WS-MRZ-ID-CANDIDATE) = 0 THEN
                 MOVE WS-MRZ-ID-CANDIDATE TO WS-MRZ-ID-NUMBER
              END-IF
           END-IF
           .
      ****************************************************************  
      *                  2120-SEND-PAYMENT-SCREEN                       
      * ALL PASSENGERS HAVE BEEN ENTERED, SO BEFORE CONTROL GOES TO     
           MOVE 'P' TO WS-Z02202-SCREEN-PHASE
           MOVE LOW-VALUES TO MP0220O
           MOVE WS-TOTAL-CHARGE TO AMOUNT-DUEO
      * THE PARTY'S INSURANCE PREMIUM IS QUOTED BESIDE THE AMOUNT
      * DUE -- ZERO WHEN THE PARTY CANNOT BE INSURED
           SET SO-INS-QUOTING TO TRUE
           PERFORM 7160-PRICE-INSURANCE
           IF SO-INS-PRICED THEN
              MOVE WS-INS-PREMIUM TO INS-PREMO
           ELSE
              MOVE ZERO TO INS-PREMO
           END-IF
           PERFORM 2100-SEND-THE-MAP
           .
      ****************************************************************
           PERFORM 2147-GET-QUOTE-REFERENCE
           PERFORM 2132-VALIDATE-PAYMENT-METHOD
           PERFORM 2143-GET-VOUCHER-CODE
           PERFORM 2155-GET-INSURANCE-CHOICE
           PERFORM 2148-GET-AGENCY-NUMBER
           PERFORM 2149-GET-DEPOSIT-PLAN
           EVALUATE TRUE
           WHEN SO-AWARD-PAYMENT
              PERFORM 2145-VALIDATE-AWARD-PAYMENT
           WHEN SO-ACCOUNT-PAYMENT
              PERFORM 2153-VALIDATE-ACCOUNT-PAYMENT
           WHEN OTHER
              PERFORM 2133-VALIDATE-PAYMENT-AMOUNT
           END-EVALUATE
           PERFORM 2137-GET-ALLOTMENT-ID
           IF SO-PAYMENT-METHOD-VALID AND SO-PAYMENT-AMOUNT-VALID THEN
               IF SO-DEPOSIT-GIVEN THEN
               END-IF
               IF SO-AGENCY-GIVEN THEN
                  PERFORM 7141-TAG-THE-AGENCY
                  PERFORM 7154-RECORD-AGENCY-SALE
               END-IF
               PERFORM 7127-RECORD-PAYMENT
               IF SO-INSURANCE-WANTED THEN
                  PERFORM 7163-RECORD-INSURANCE-POLICY
               END-IF
               IF SO-ACCOUNT-PAYMENT THEN
                  PERFORM 7153-CHARGE-THE-ACCOUNT
               END-IF
               IF SO-AWARD-PAYMENT THEN
                  PERFORM 7125-DEBIT-THE-MILES
               END-IF
      * BALANCE SETTLES
               IF SO-NO-DEPOSIT THEN
                  PERFORM 2136-ISSUE-THE-TICKETS
                  PERFORM 7155-ISSUE-TAX-INVOICE
               END-IF
               PERFORM 2135-PRINT-THE-ITINERARY
               PERFORM 2610-CALL-TO-NEXT-PROGRAM
      * ('OPEN') PER FLIGHT SEGMENT, ISSUED THE MOMENT PAYMENT
      * CONFIRMS.  Z02345 ADVANCES A COUPON TO 'CHECKED-IN', Z02356
      * TO 'FLOWN', AND THE CANCELLATION PATH TO 'REFUNDED'
      * -- BUT NOT WHILE A MEDICAL CLEARANCE OF THE RESERVATION IS
      * STILL WAITING ON THE MEDICAL DESK (7158)
      ****************************************************************
       2136-ISSUE-THE-TICKETS.
           PERFORM 7158-CHECK-MEDICAL-CLEARANCE
           PERFORM VARYING WS-TKT-PASS-SUB FROM 1 BY 1 UNTIL
                      WS-TKT-PASS-SUB > Z02202-SEAT-COUNTER
              PERFORM 7110-DRAW-TICKET-NUMBER
           END-IF
           .
      ****************************************************************
      *                7155-ISSUE-TAX-INVOICE
      * Z02493 DECIDES WHETHER THE COUNTRY OF SALE WANTS ONE ('N'
      * WHEN NOT); AN 'E' HAS ALREADY TAKEN A NUMBER, SO THE WHOLE
      * UNIT OF WORK MUST GO BACK
      ****************************************************************
       7155-ISSUE-TAX-INVOICE.
           MOVE 'INVOICE' TO FISC-FUNCTION
           MOVE WS-Z02202-I-HOLD-RESERVATION-ID TO FISC-RESERVATION-ID
           MOVE 0 TO FISC-AMOUNT
           MOVE EIBOPID TO FISC-OPERATOR-ID
           CALL 'Z02493' USING WS-ZZEC0271
           IF FISC-RESULT = 'E' THEN
              SET SO-7155-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ****************************************************************
      *                7156-GET-MRZ-NATIONALITY
      * THE SCREEN TAKES THE COUNTRY BY NAME -- A CODE T03 DOES NOT
      * KNOW LEAVES THE FIELD FOR THE AGENT TO KEY
      ****************************************************************
       7156-GET-MRZ-NATIONALITY.
           MOVE WS-MRZ-NATIONALITY TO T03-COUNTRY-CODE
           INITIALIZE T03-COUNTRY-NAME
           EXEC SQL
             SELECT COUNTRY_NAME
             INTO :T03-COUNTRY-NAME
             FROM T03_COUNTRY_TABLE
             WHERE COUNTRY_CODE = :T03-COUNTRY-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              MOVE T03-COUNTRY-NAME-TEXT TO NATIONO
           WHEN SO-SQLCODE-NOT-FOUND
              CONTINUE
           WHEN OTHER
              SET SO-7156-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ****************************************************************
      *              7157-OPEN-MEDICAL-CLEARANCE
      * ONE 'PENDING' CASE FOR THE PASSENGER, ONE T137 ROW PER LEG
      * OF THE RESERVATION, AND A 'MEDIFREQ' WORK ITEM SO THE
      * MEDICAL DESK PICKS IT UP ON Z02415
      ****************************************************************
       7157-OPEN-MEDICAL-CLEARANCE.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-MEDIF-CLEARANCE-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7157-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T136_MEDICAL_CLEARANCE
                (CLEARANCE_ID, RESERVATION_ID, PASSENGER_ID,
                 SSR_CODE, CLEARANCE_STATUS, LAPSE_QUEUED,
                 OPENED_BY, OPENED_TIMESTAMP)
             VALUES
                (:WS-MEDIF-CLEARANCE-ID,
                 :WS-Z02202-I-HOLD-RESERVATION-ID,
                 :PASSENGER-ID, :WS-SSR-CODE,
                 :CT-MEDIF-PENDING-STATUS, 'N',
                 :WS-OPERATOR-ID, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7157-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           PERFORM VARYING WS-MEDIF-LEG-SUB FROM 1 BY 1 UNTIL
                      WS-MEDIF-LEG-SUB > Z02192-NUMBER-OF-FLIGHTS
              MOVE Z02192-SEAT-FLIGHT-NUMBER(WS-MEDIF-LEG-SUB) TO
                                                 T05-FLIGHT-ID-TEXT
              COMPUTE T05-FLIGHT-ID-LEN = FUNCTION LENGTH(
                         Z02192-SEAT-FLIGHT-NUMBER(WS-MEDIF-LEG-SUB))
              EXEC SQL
                INSERT INTO T137_MEDICAL_CLEARANCE_LEG
                   (CLEARANCE_ID, FLIGHT_ID)
                VALUES
                   (:WS-MEDIF-CLEARANCE-ID, :T05-FLIGHT-ID)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 SET SO-7157-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-PERFORM
           MOVE WS-MEDIF-CLEARANCE-ID TO WS-MEDIF-CLEARANCE-ID-TEXT
           MOVE WS-Z02202-I-HOLD-RESERVATION-ID TO
                                          WS-MEDIF-RESERVATION-TEXT
           MOVE CT-MEDIF-QUEUE-NAME TO WQUE-QUEUE-NAME
           MOVE SPACE TO WQUE-ITEM-KEY
           STRING 'CLEARANCE ' WS-MEDIF-CLEARANCE-ID-TEXT
             DELIMITED BY SIZE INTO WQUE-ITEM-KEY
           END-STRING
           MOVE SPACE TO WQUE-ITEM-TEXT
           STRING 'MEDIF ' WS-SSR-CODE ' RESERVATION '
                  WS-MEDIF-RESERVATION-TEXT
                  ' -- CLEAR ON Z02517'
             DELIMITED BY SIZE INTO WQUE-ITEM-TEXT
           END-STRING
           CALL 'Z02414' USING WS-ZZEC0266
           IF WQUE-RESULT NOT = 'O' THEN
              SET SO-7157-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE 'MEDIF OPENED'             TO WS-LOG-ACTION-TEXT
           MOVE WS-MEDIF-CLEARANCE-ID-TEXT TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           .
      ****************************************************************
      *              7158-CHECK-MEDICAL-CLEARANCE
      * NO TICKETS WHILE ANY CASE OF THE RESERVATION IS STILL
      * PENDING (OR WAS REJECTED) -- THIS TURN'S PAYMENT WORK IS
      * ROLLED BACK, THE HOLD ITSELF WAS COMMITTED ON EARLIER TURNS
      ****************************************************************
       7158-CHECK-MEDICAL-CLEARANCE.
           MOVE 0 TO WS-MEDIF-OPEN-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-MEDIF-OPEN-COUNT
             FROM T136_MEDICAL_CLEARANCE
             WHERE RESERVATION_ID   = :WS-Z02202-I-HOLD-RESERVATION-ID
               AND CLEARANCE_STATUS <> :CT-MEDIF-APPROVED-STATUS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7158-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-MEDIF-OPEN-COUNT > 0 THEN
              PERFORM 9100-ROLLBACK
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'MEDICAL CLEARANCE PENDING - NO TICKETS' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              MOVE 'PAYMENT NOT TAKEN -- RETRY ONCE CLEARED' TO
                                  WS-Z02141-I-ERROR-MESSAGE(2)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ****************************************************************
      *              7159-RECORD-MARKETING-CONSENT
      * THE PASSENGER ROW EXISTS BY NOW (OLD, OR JUST INSERTED BY
      * 7007).  A KEYED CHANNEL ADDS A T140 ROW WHEN THERE IS NO
      * CONSENT ON FILE YET OR THE ANSWER HAS CHANGED -- RE-KEYING
      * THE SAME ANSWER ON EVERY BOOKING ADDS NOTHING
      ****************************************************************
       7159-RECORD-MARKETING-CONSENT.
           PERFORM VARYING WS-CONSENT-SUB FROM 1 BY 1
                     UNTIL WS-CONSENT-SUB > 3
              IF WS-CONSENT-KEYED(WS-CONSENT-SUB) NOT = SPACE THEN
                 MOVE WS-CONSENT-CHANNEL(WS-CONSENT-SUB) TO
                                     WS-CONSENT-CHANNEL-CODE
                 MOVE WS-CONSENT-KEYED(WS-CONSENT-SUB) TO
                                     WS-CONSENT-FLAG
                 MOVE SPACE TO WS-CONSENT-CURRENT
                 EXEC SQL
                   SELECT T140.CONSENT_FLAG
                   INTO :WS-CONSENT-CURRENT
                   FROM T140_MARKETING_CONSENT T140
                   INNER JOIN T06_PASSENGERS_TABLE T06
                     ON T06.PASSENGER_ID = T140.PASSENGER_ID
                   WHERE T06.IDENTIFICATION_NUMBER =
                                         :IDENTIFICATION-NUMBER
                     AND T140.CHANNEL_CODE = :WS-CONSENT-CHANNEL-CODE
                   ORDER BY T140.CONSENT_TIMESTAMP DESC
                   FETCH FIRST ROW ONLY
                 END-EXEC
                 MOVE SQLCODE TO SW-SQLCODE
                 IF NOT SO-SQLCODE-OK THEN
                    SET SO-7159-PARA TO TRUE
                    PERFORM 9000-DB2-ERROR
                 END-IF
                 IF WS-CONSENT-CURRENT NOT = WS-CONSENT-FLAG THEN
                    MOVE EIBOPID TO WS-OPERATOR-ID
                    EXEC SQL
                      INSERT INTO T140_MARKETING_CONSENT
                        (PASSENGER_ID, CHANNEL_CODE, CONSENT_FLAG,
                         CONSENT_TIMESTAMP, CONSENT_SOURCE,
                         OPERATOR_ID)
                      SELECT PASSENGER_ID, :WS-CONSENT-CHANNEL-CODE,
                             :WS-CONSENT-FLAG, CURRENT TIMESTAMP,
                             :CT-CONSENT-SOURCE, :WS-OPERATOR-ID
                        FROM T06_PASSENGERS_TABLE
                       WHERE IDENTIFICATION_NUMBER =
                                         :IDENTIFICATION-NUMBER
                    END-EXEC
                    MOVE SQLCODE TO SW-SQLCODE
                    IF NOT SO-SQLCODE-OK THEN
                       SET SO-7159-PARA TO TRUE
                       PERFORM 9000-DB2-ERROR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      ****************************************************************
      *                2155-GET-INSURANCE-CHOICE
      * INSUREI 'Y' BUYS THE QUOTED TRAVEL INSURANCE FOR THE WHOLE
      * PARTY; BLANK OR 'N' DOES NOT.  THE PREMIUM GOES ON TOP OF
      * THE AMOUNT DUE AFTER ANY VOUCHER -- A VOUCHER IS OUR MONEY,
      * THE PREMIUM IS THE INSURER'S
      ****************************************************************
       2155-GET-INSURANCE-CHOICE.
           SET SO-NO-INSURANCE TO TRUE
           EVALUATE TRUE
           WHEN INSUREI = SPACE OR INSUREI = LOW-VALUES OR
                INSUREI = 'N'
              CONTINUE
           WHEN INSUREI = 'Y'
              IF SO-AWARD-PAYMENT THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'INSURANCE CANNOT BE SOLD ON AN AWARD BOOKING'
                                  TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              SET SO-INS-QUOTING TO TRUE
              PERFORM 7160-PRICE-INSURANCE
              IF SO-INS-NOT-PRICED THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE WS-INS-REFUSAL TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              ADD WS-INS-PREMIUM TO WS-TOTAL-CHARGE
              SET SO-INSURANCE-WANTED TO TRUE
           WHEN OTHER
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'INSURANCE MUST BE Y OR N' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-EVALUATE
           .
      ****************************************************************
      *                  7160-PRICE-INSURANCE
      * THE WHOLE PARTY'S PREMIUM: ONE T167 TARIFF ROW PER INSURED
      * PASSENGER FOR THE TRIP'S ZONE AND LENGTH AND THE PASSENGER'S
      * AGE ON THE FIRST DEPARTURE DAY.  WHEN RECORDING (7163) EACH
      * PASSENGER PRICED IS ALSO WRITTEN TO T169 UNDER THE POLICY
      ****************************************************************
       7160-PRICE-INSURANCE.
           SET SO-INS-PRICED TO TRUE
           MOVE SPACE TO WS-INS-REFUSAL
           MOVE ZERO  TO WS-INS-PREMIUM
           MOVE ZERO  TO WS-INS-PAX-COUNT
           PERFORM 7164-GET-INSURANCE-PARMS
           PERFORM 7161-READ-TRIP-EXTENT
           IF WS-INS-TRIP-DAYS < 1 THEN
              SET SO-INS-NOT-PRICED TO TRUE
              MOVE 'NO FLIGHTS TO INSURE ON THE RESERVATION' TO
                                                  WS-INS-REFUSAL
           END-IF
           IF SO-INS-PRICED THEN
              MOVE 'N' TO SW-IF-END-OF-INSPAX-CURSOR
              EXEC SQL
                OPEN C-INSURED-PASSENGERS
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-NORMAL THEN
                 SET SO-7160-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
              PERFORM 7165-FETCH-INSURED-PASSENGER
              PERFORM UNTIL SO-END-OF-INSPAX-CURSOR
                 PERFORM 7162-PRICE-ONE-INSURED
                 PERFORM 7165-FETCH-INSURED-PASSENGER
              END-PERFORM
              EXEC SQL
                CLOSE C-INSURED-PASSENGERS
              END-EXEC
           END-IF
           .
      ****************************************************************
      *                  7161-READ-TRIP-EXTENT
      * COVER DATES AND ZONE OFF THE FLIGHTS THE RESERVATION HOLDS:
      * FIRST DEPARTURE DAY TO LAST ARRIVAL DAY, AND THE HIGHEST
      * ZONE OF ANY COUNTRY THE PARTY LANDS IN
      ****************************************************************
       7161-READ-TRIP-EXTENT.
           MOVE SPACE TO WS-INS-COVER-FROM
           MOVE SPACE TO WS-INS-COVER-TO
           MOVE ZERO  TO WS-INS-TRIP-DAYS
           EXEC SQL
             SELECT COALESCE(CHAR(MIN(DATE(T05.DEPARTURE_TIMESTAMP)),
                                  ISO), ' '),
                    COALESCE(CHAR(MAX(DATE(T05.ARRIVAL_TIMESTAMP)),
                                  ISO), ' '),
                    COALESCE(DAYS(MAX(DATE(T05.ARRIVAL_TIMESTAMP))) -
                             DAYS(MIN(DATE(T05.DEPARTURE_TIMESTAMP)))
                             + 1, 0),
                    COALESCE(MAX(COALESCE(T166.ZONE_NUMBER,
                                          :WS-INS-DEFAULT-ZONE)),
                             :WS-INS-DEFAULT-ZONE)
             INTO :WS-INS-COVER-FROM,
                  :WS-INS-COVER-TO,
                  :WS-INS-TRIP-DAYS,
                  :WS-INS-ZONE
             FROM T04_FLIGHT_SEATS T04
             INNER JOIN T05_FLIGHT_TABLE T05 ON
                T05.FLIGHT_ID = T04.FLIGHT_ID
             INNER JOIN T02_AIRPORT_TABLE T02 ON
                T02.AIRPORT_CODE = T05.ARRIVAL_AIRPORT_CODE
             LEFT JOIN T166_INSURANCE_ZONE T166 ON
                T166.COUNTRY_CODE = T02.COUNTRY_CODE
             WHERE T04.RESERVATION_ID =
                               :WS-Z02202-I-HOLD-RESERVATION-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7161-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ****************************************************************
      *                  7162-PRICE-ONE-INSURED
      * AGE IN WHOLE YEARS ON THE FIRST DEPARTURE DAY, THE SAME
      * STRING ARITHMETIC AS 2317
      ****************************************************************
       7162-PRICE-ONE-INSURED.
           IF WS-INS-DOB = SPACE OR WS-INS-DOB = LOW-VALUES THEN
              SET SO-INS-NOT-PRICED TO TRUE
              MOVE 'INSURANCE NEEDS EVERY DATE OF BIRTH' TO
                                                  WS-INS-REFUSAL
           ELSE
              COMPUTE WS-INS-AGE =
                 FUNCTION NUMVAL(WS-INS-COVER-FROM(1:4)) -
                    FUNCTION NUMVAL(WS-INS-DOB(1:4))
              IF WS-INS-DOB(6:5) > WS-INS-COVER-FROM(6:5)
                 SUBTRACT 1 FROM WS-INS-AGE
              END-IF
              MOVE ZERO TO WS-INS-PAX-PREMIUM
              EXEC SQL
                SELECT PREMIUM_AMOUNT
                INTO :WS-INS-PAX-PREMIUM
                FROM T167_INSURANCE_TARIFF
                WHERE ZONE_NUMBER = :WS-INS-ZONE
                  AND :WS-INS-AGE BETWEEN AGE_FROM AND AGE_TO
                  AND :WS-INS-TRIP-DAYS BETWEEN DAYS_FROM AND DAYS_TO
                  AND CURRENT DATE BETWEEN EFFECTIVE_FROM_DATE
                                       AND EFFECTIVE_TO_DATE
                ORDER BY EFFECTIVE_FROM_DATE DESC
                FETCH FIRST ROW ONLY
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 ADD WS-INS-PAX-PREMIUM TO WS-INS-PREMIUM
                 ADD 1 TO WS-INS-PAX-COUNT
                 IF SO-INS-RECORDING THEN
                    EXEC SQL
                      INSERT INTO T169_INSURED_PASSENGER
                         (POLICY_ID, PASSENGER_ID, AGE_AT_COVER,
                          PREMIUM_AMOUNT)
                      VALUES
                         (:WS-INS-POLICY-ID, :WS-INS-PASSENGER-ID,
                          :WS-INS-AGE, :WS-INS-PAX-PREMIUM)
                    END-EXEC
                    MOVE SQLCODE TO SW-SQLCODE
                    IF NOT SO-SQLCODE-NORMAL THEN
                       SET SO-7162-PARA TO TRUE
                       PERFORM 9000-DB2-ERROR
                    END-IF
                 END-IF
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-INS-NOT-PRICED TO TRUE
                 MOVE 'NO INSURANCE TARIFF COVERS THIS TRIP' TO
                                                  WS-INS-REFUSAL
              WHEN OTHER
                 SET SO-7162-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-EVALUATE
           END-IF
           .
      ****************************************************************
      *               7163-RECORD-INSURANCE-POLICY
      * THE POLICY AS PRICED BY 2155 ON THIS SAME TURN, ITS INSURED
      * PASSENGERS (7160 AGAIN, RECORDING) AND ITS 'NEW' EVENT FOR
      * THE NEXT BORDEREAU
      ****************************************************************
       7163-RECORD-INSURANCE-POLICY.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-INS-POLICY-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7163-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           SET SO-INS-RECORDING TO TRUE
           PERFORM 7160-PRICE-INSURANCE
           SET SO-INS-QUOTING TO TRUE
           MOVE EIBOPID TO WS-OPERATOR-ID
           EXEC SQL
             INSERT INTO T168_INSURANCE_POLICY
                (POLICY_ID, RESERVATION_ID, ZONE_NUMBER,
                 COVER_FROM_DATE, COVER_TO_DATE, TRIP_DAYS,
                 INSURED_COUNT, PREMIUM_AMOUNT, COMMISSION_PERCENT,
                 POLICY_STATUS, REFUND_AMOUNT, SOLD_BY,
                 SOLD_TIMESTAMP)
             VALUES
                (:WS-INS-POLICY-ID,
                 :WS-Z02202-I-HOLD-RESERVATION-ID,
                 :WS-INS-ZONE, :WS-INS-COVER-FROM, :WS-INS-COVER-TO,
                 :WS-INS-TRIP-DAYS, :WS-INS-PAX-COUNT,
                 :WS-INS-PREMIUM, :WS-INS-COMMISSION-PCT,
                 :CT-INS-ACTIVE-STATUS, 0, :WS-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7163-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           EXEC SQL
             INSERT INTO T170_INSURANCE_EVENT
                (POLICY_ID, EVENT_TYPE, EVENT_TIMESTAMP,
                 PREMIUM_AMOUNT, COVER_FROM_DATE, COVER_TO_DATE,
                 BORDEREAU_MONTH)
             VALUES
                (:WS-INS-POLICY-ID, :CT-INS-NEW-EVENT,
                 CURRENT TIMESTAMP, :WS-INS-PREMIUM,
                 :WS-INS-COVER-FROM, :WS-INS-COVER-TO, ' ')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7163-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE WS-INS-POLICY-ID  TO WS-INS-POLICY-ID-TEXT
           MOVE 'INSURANCE SOLD'  TO WS-LOG-ACTION-TEXT
           MOVE WS-INS-POLICY-ID-TEXT TO WS-LOG-ENTITY-KEY
           PERFORM 9050-LOG-TRANSACTION
           .
      ****************************************************************
      *                 7164-GET-INSURANCE-PARMS
      * THE ZONE OF A COUNTRY THE INSURER DID NOT ZONE, AND OUR
      * COMMISSION, OFF T87 -- THE CONSTANTS ARE ONLY THE DEFAULTS
      ****************************************************************
       7164-GET-INSURANCE-PARMS.
           MOVE 'INSURANCE-DEFAULT-ZONE'  TO PARM-NAME
           MOVE SPACE                     TO PARM-SCOPE
           MOVE SPACE                     TO PARM-AS-OF-DATE
           MOVE CT-INS-DEFAULT-ZONE       TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-INS-DEFAULT-ZONE
           MOVE 'INSURANCE-COMMISSION-PERCENT' TO PARM-NAME
           MOVE SPACE                     TO PARM-SCOPE
           MOVE SPACE                     TO PARM-AS-OF-DATE
           MOVE CT-INS-COMMISSION-PCT     TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-INS-COMMISSION-PCT
           .
      ****************************************************************
      *               7165-FETCH-INSURED-PASSENGER
      ****************************************************************
       7165-FETCH-INSURED-PASSENGER.
           EXEC SQL
             FETCH C-INSURED-PASSENGERS
             INTO :WS-INS-PASSENGER-ID,
                  :WS-INS-DOB
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              SET SO-END-OF-INSPAX-CURSOR TO TRUE
           WHEN OTHER
              SET SO-7160-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ****************************************************************
      *                2135-PRINT-THE-ITINERARY
      * THE PASSENGER LEAVES WITH PAPER NOW -- Z02390 BUILDS THE
      * ITINERARY/RECEIPT ONTO THE PRINT TS QUEUE AS SOON AS PAYMENT
       2132-VALIDATE-PAYMENT-METHOD.                                    
           SET SO-PAYMENT-METHOD-VALID TO TRUE
           SET SO-CASH-PAYMENT TO TRUE
           SET SO-NOT-ACCOUNT-PAYMENT TO TRUE
           EVALUATE PAYMENT-METHODI
           WHEN 'CASH'
           WHEN 'CARD'
               CONTINUE
           WHEN 'MILE'
               SET SO-AWARD-PAYMENT TO TRUE
           WHEN 'ACCT'
               SET SO-ACCOUNT-PAYMENT TO TRUE
           WHEN OTHER
               SET SO-PAYMENT-METHOD-INVALID TO TRUE
           END-EVALUATE
              END-IF
              IF WS-AGENCY-COUNT > 0 THEN
                 SET SO-AGENCY-GIVEN TO TRUE
                 PERFORM 2154-GET-CLAIMED-COMMISSION
              ELSE
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'AGENCY NOT ON FILE OR NOT ACTIVE' TO
      *              2149-GET-DEPOSIT-PLAN
      * A DEPOSIT MUST BE LESS THAN THE TOTAL, MUST COME WITH A
      * BALANCE DUE DATE, AND CANNOT RIDE AN AWARD (MILES) BOOKING
      * OR A BOOKING BILLED TO A CORPORATE ACCOUNT
      ****************************************************************
       2149-GET-DEPOSIT-PLAN.
           SET SO-NO-DEPOSIT TO TRUE
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF SO-ACCOUNT-PAYMENT THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'AN ACCOUNT BOOKING CANNOT TAKE A DEPOSIT' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF BAL-DUEI = SPACE OR BAL-DUEI = LOW-VALUES THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'A DEPOSIT NEEDS A BALANCE DUE DATE' TO
           END-IF
           .
      ****************************************************************
      *              2154-GET-CLAIMED-COMMISSION
      * AGCOMMI IS THE COMMISSION PERCENT THE AGENCY CLAIMS ON THIS
      * SALE.  BLANK TAKES THE T77 CONTRACT RATE; ANYTHING KEYED IS
      * KEPT AS CLAIMED SO Z02488 CAN CHALLENGE IT
      ****************************************************************
       2154-GET-CLAIMED-COMMISSION.
           MOVE 0 TO WS-AGENCY-CONTRACT-PCT
           EXEC SQL
             SELECT COMMISSION_PERCENT
             INTO :WS-AGENCY-CONTRACT-PCT
             FROM T77_AGENCY
             WHERE IATA_NUMBER = :WS-AGENCY-IATA
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7154-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF AGCOMMI = SPACE OR AGCOMMI = LOW-VALUES THEN
              MOVE WS-AGENCY-CONTRACT-PCT TO WS-AGENCY-CLAIMED-PCT
           ELSE
              COMPUTE WS-AGENCY-CLAIMED-PCT =
                                 FUNCTION NUMVAL(AGCOMMI)
              IF WS-AGENCY-CLAIMED-PCT < 0 OR
                 WS-AGENCY-CLAIMED-PCT > 100 THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'COMMISSION MUST BE BETWEEN 0 AND 100 PERCENT'
                                  TO WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
           END-IF
           .
      ****************************************************************
      *              7154-RECORD-AGENCY-SALE
      * THE FARE COLLECTED IS KEPT PER PASSENGER -- THE QUOTED
      * AMOUNT SPREAD OVER THE PARTY WHEN A T75 QUOTE WAS HONOURED,
      * OTHERWISE THE RULE-ADJUSTED FARE 7090 PRICED
      ****************************************************************
       7154-RECORD-AGENCY-SALE.
           MOVE Z02202-SEAT-COUNTER TO WS-AGENCY-SALE-PAX
           IF SO-QUOTE-GIVEN AND WS-AGENCY-SALE-PAX > 0 THEN
              COMPUTE WS-AGENCY-SALE-FARE ROUNDED =
                 WS-QUOTED-AMOUNT / WS-AGENCY-SALE-PAX
           ELSE
              MOVE WS-FARE-AMOUNT TO WS-AGENCY-SALE-FARE
           END-IF
           EXEC SQL
             INSERT INTO T108_AGENCY_SALE
                (RESERVATION_ID, IATA_NUMBER, SALE_DATE,
                 PASSENGER_COUNT, FARE_COLLECTED, CONTRACT_PERCENT,
                 CLAIMED_PERCENT, AUDIT_STATUS)
             VALUES
                (:T09-RESERVATION-ID, :WS-AGENCY-IATA, CURRENT DATE,
                 :WS-AGENCY-SALE-PAX, :WS-AGENCY-SALE-FARE,
                 :WS-AGENCY-CONTRACT-PCT, :WS-AGENCY-CLAIMED-PCT,
                 'PENDING')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7154-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ****************************************************************
      *              2153-VALIDATE-ACCOUNT-PAYMENT
      * PAYMENT METHOD 'ACCT' -- THE CORPACCTI ACCOUNT MUST BE ON
      * FILE AND 'ACTIVE', AND ITS LEDGER BALANCE PLUS THIS BOOKING
      * MUST STAY WITHIN THE CREDIT LIMIT.  NOTHING IS TENDERED
      ****************************************************************
       2153-VALIDATE-ACCOUNT-PAYMENT.
           SET SO-PAYMENT-AMOUNT-INVALID TO TRUE
           MOVE ZERO  TO WS-AMOUNT-TENDERED
           MOVE ZERO  TO WS-TENDERED-RAW
           MOVE SPACE TO WS-TENDERED-CURRENCY
           MOVE 1     TO WS-RATE-USED
           IF WS-CORP-ACCOUNT-CODE = SPACE THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'METHOD ACCT NEEDS THE CORPORATE ACCOUNT CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           PERFORM 7152-READ-CORP-ACCOUNT
           IF WS-ACCT-STATUS NOT = 'ACTIVE' THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              STRING 'ACCOUNT CANNOT BOOK ON ACCOUNT -- STATUS '
                     WS-ACCT-STATUS
                DELIMITED BY SIZE INTO WS-Z02141-I-ERROR-MESSAGE(1)
              END-STRING
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           IF WS-ACCT-BALANCE + WS-TOTAL-CHARGE >
                                         WS-ACCT-CREDIT-LIMIT THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'BOOKING WOULD EXCEED THE ACCOUNT CREDIT LIMIT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           SET SO-PAYMENT-AMOUNT-VALID TO TRUE
           .
      ****************************************************************
      *              7152-READ-CORP-ACCOUNT
      * STATUS AND LIMIT OFF T105, BALANCE AS THE SUM OF THE
      * ACCOUNT'S T106 LEDGER ROWS (INVOICED OR NOT)
      ****************************************************************
       7152-READ-CORP-ACCOUNT.
           MOVE SPACE TO WS-ACCT-STATUS
           MOVE ZERO  TO WS-ACCT-CREDIT-LIMIT
           MOVE ZERO  TO WS-ACCT-BALANCE
           EXEC SQL
             SELECT ACCOUNT_STATUS, CREDIT_LIMIT
             INTO :WS-ACCT-STATUS, :WS-ACCT-CREDIT-LIMIT
             FROM T105_CORPORATE_ACCOUNT
             WHERE ACCOUNT_CODE = :WS-CORP-ACCOUNT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
              CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'NO CORPORATE ACCOUNT WITH THIS CODE' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           WHEN OTHER
              SET SO-7152-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-EVALUATE
           EXEC SQL
             SELECT COALESCE(SUM(AMOUNT), 0)
             INTO :WS-ACCT-BALANCE
             FROM T106_CORPORATE_LEDGER
             WHERE ACCOUNT_CODE = :WS-CORP-ACCOUNT-CODE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7152-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ****************************************************************
      *              7153-CHARGE-THE-ACCOUNT
      * THE 'CHARGE' LEDGER ROW Z02486 INVOICES -- INVOICE_ID STAYS
      * 0 UNTIL THEN
      ****************************************************************
       7153-CHARGE-THE-ACCOUNT.
           EXEC SQL
             VALUES NEXT VALUE FOR T20_ID_SEQUENCE
             INTO :WS-ACCT-ENTRY-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7153-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           MOVE EIBOPID TO T24-OPERATOR-ID
           EXEC SQL
             INSERT INTO T106_CORPORATE_LEDGER
                (ENTRY_ID, ACCOUNT_CODE, ENTRY_TYPE, RESERVATION_ID,
                 REFUND_ID, INVOICE_ID, AMOUNT, ENTRY_DATE,
                 POSTED_BY, ENTRY_TIMESTAMP)
             VALUES
                (:WS-ACCT-ENTRY-ID, :WS-CORP-ACCOUNT-CODE, 'CHARGE',
                 :WS-Z02202-I-HOLD-RESERVATION-ID, 0, 0,
                 :WS-TOTAL-CHARGE, CURRENT DATE, :T24-OPERATOR-ID,
                 CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7153-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ****************************************************************
      *                  2147-GET-QUOTE-REFERENCE
      * QUOTEI IS AN OPTIONAL FIELD ON THE SAME PAYMENT SCREEN -- A
      * Z02435 QUOTE REFERENCE.  A VALID QUOTE REPLACES THE AMOUNT
           END-IF
           .
      ****************************************************************
      *               7150-INSERT-UM-RECORDS
      * ONE T98 ROW PER LEG WITH BOTH GUARDIANS -- A LEG ALREADY
      * CARRYING THE UM LIMIT IN FORCE REFUSES THE BOOKING
      ****************************************************************
       7150-INSERT-UM-RECORDS.
           MOVE 'UM-MAX-PER-FLIGHT'  TO PARM-NAME
           MOVE SPACE                TO PARM-SCOPE
           MOVE SPACE                TO PARM-AS-OF-DATE
           MOVE CT-UM-MAX-PER-FLIGHT TO PARM-DEFAULT-VALUE
           CALL 'Z02457' USING WS-ZZEC0269
           MOVE PARM-VALUE TO WS-UM-MAX-PER-FLIGHT
           PERFORM VARYING WS-UM-SUB FROM 1 BY 1 UNTIL
                                WS-UM-SUB > Z02192-NUMBER-OF-FLIGHTS
              MOVE Z02192-SEAT-FLIGHT-NUMBER(WS-UM-SUB) TO
                                                 T05-FLIGHT-ID-TEXT
              COMPUTE T05-FLIGHT-ID-LEN = FUNCTION LENGTH(
                            Z02192-SEAT-FLIGHT-NUMBER(WS-UM-SUB))
              PERFORM 7151-CHECK-AND-INSERT-UM
           END-PERFORM
           .
      ****************************************************************
      *               7151-CHECK-AND-INSERT-UM
      ****************************************************************
       7151-CHECK-AND-INSERT-UM.
           MOVE 0 TO WS-UM-COUNT
           EXEC SQL
             SELECT COUNT(*)
             INTO :WS-UM-COUNT
             FROM T98_UNACCOMPANIED_MINOR
             WHERE FLIGHT_ID = :T05-FLIGHT-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-UM-COUNT >= WS-UM-MAX-PER-FLIGHT THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'FLIGHT IS AT ITS UNACCOMPANIED-MINOR LIMIT' TO
                                  WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           EXEC SQL
             INSERT INTO T98_UNACCOMPANIED_MINOR
                (FLIGHT_ID, RESERVATION_ID, PASSENGER_ID,
                 DROP_OFF_NAME, DROP_OFF_DOCUMENT, DROP_OFF_PHONE,
                 COLLECT_NAME, COLLECT_DOCUMENT, COLLECT_PHONE,
                 UM_STATUS, HANDED_IN_BY, COLLECTED_BY,
                 OVERDUE_QUEUED, ENTERED_TIMESTAMP)
             VALUES
                (:T05-FLIGHT-ID, :WS-Z02202-I-HOLD-RESERVATION-ID,
                 :PASSENGER-ID,
                 :WS-UM-DROP-NAME, :WS-UM-DROP-DOC, :WS-UM-DROP-PHONE,
                 :WS-UM-COLLECT-NAME, :WS-UM-COLLECT-DOC,
                 :WS-UM-COLLECT-PHONE,
                 :CT-UM-BOOKED-STATUS, ' ', ' ',
                 'N', CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ****************************************************************
      *               7129-LOOKUP-SSR-CATALOG
      ****************************************************************
       7129-LOOKUP-SSR-CATALOG.
           SET SO-SSR-NOT-FOUND TO TRUE
           SET SO-SSR-NO-MEDIF TO TRUE
           MOVE 0 TO WS-SSR-LIMIT
           EXEC SQL
             SELECT PER_FLIGHT_LIMIT,
                    COALESCE(MEDICAL_CLEARANCE, 'N')
             INTO :WS-SSR-LIMIT,
                  :SW-IF-SSR-NEEDS-MEDIF
             FROM T66_SSR_CATALOG
             WHERE SSR_CODE   = :WS-SSR-CODE
               AND SSR_STATUS = 'ACTIVE'
      ****************************************************************
       2314-PROCESS-SSR-CODE.
           MOVE SPACE TO WS-SSR-CODE
           SET SO-SSR-NO-MEDIF TO TRUE
           IF SSRI = SPACE OR SSRI = LOW-VALUES THEN
              CONTINUE
           ELSE
           END-IF
           .
      ****************************************************************
      *                2316-PROCESS-UM-GUARDIANS
      * THE SIX GUARDIAN FIELDS ARE ALL OR NOTHING AND ONLY FOR A
      * CHILD.  A CHILD WITHOUT THEM NEEDS AN ADULT ALREADY ENTERED
      * ON THE RESERVATION (2318); ONE WITH THEM IS AN UNACCOMPANIED
      * MINOR AND GETS SSR UMNR IF NO OTHER CODE WAS KEYED
      ****************************************************************
       2316-PROCESS-UM-GUARDIANS.
           SET SO-NOT-UNACCOMPANIED TO TRUE
           MOVE UM-DNAMEI  TO WS-UM-DROP-NAME
           MOVE UM-DDOCI   TO WS-UM-DROP-DOC
           MOVE UM-DPHONEI TO WS-UM-DROP-PHONE
           MOVE UM-CNAMEI  TO WS-UM-COLLECT-NAME
           MOVE UM-CDOCI   TO WS-UM-COLLECT-DOC
           MOVE UM-CPHONEI TO WS-UM-COLLECT-PHONE
           INSPECT WS-UM-DROP-NAME
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-UM-DROP-DOC
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-UM-DROP-PHONE
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-UM-COLLECT-NAME
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-UM-COLLECT-DOC
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           INSPECT WS-UM-COLLECT-PHONE
              REPLACING ALL '_' BY ' ' ALL LOW-VALUE BY ' '
           IF WS-UM-DROP-NAME     = SPACE AND
              WS-UM-DROP-DOC      = SPACE AND
              WS-UM-DROP-PHONE    = SPACE AND
              WS-UM-COLLECT-NAME  = SPACE AND
              WS-UM-COLLECT-DOC   = SPACE AND
              WS-UM-COLLECT-PHONE = SPACE THEN
              IF WS-SSR-CODE = CT-UM-SSR-CODE THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'UMNR NEEDS BOTH GUARDIANS ENTERED' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF WS-PAX-TYPE = 'CHD' THEN
                 PERFORM 2318-CHECK-ADULT-IN-PARTY
              END-IF
           ELSE
              IF WS-PAX-TYPE NOT = 'CHD' THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'UM GUARDIANS ARE FOR A CHILD (2-11) ONLY' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              IF WS-UM-DROP-NAME     = SPACE OR
                 WS-UM-DROP-DOC      = SPACE OR
                 WS-UM-DROP-PHONE    = SPACE OR
                 WS-UM-COLLECT-NAME  = SPACE OR
                 WS-UM-COLLECT-DOC   = SPACE OR
                 WS-UM-COLLECT-PHONE = SPACE THEN
                 PERFORM 2400-INITIALIZE-ERROR-MESSAGE
                 MOVE 'EACH UM GUARDIAN NEEDS NAME, DOCUMENT, PHONE' TO
                                     WS-Z02141-I-ERROR-MESSAGE(1)
                 SET SO-Z02141-M-WITH TO TRUE
                 PERFORM 2300-CALL-ERROR-ROUTINE
              END-IF
              SET SO-UNACCOMPANIED-MINOR TO TRUE
              IF WS-SSR-CODE = SPACE THEN
                 MOVE CT-UM-SSR-CODE TO WS-SSR-CODE
                 PERFORM 7129-LOOKUP-SSR-CATALOG
                 IF SO-SSR-NOT-FOUND THEN
                    MOVE SPACE TO WS-SSR-CODE
                 END-IF
              END-IF
           END-IF
           .
      ****************************************************************
      *                2318-CHECK-ADULT-IN-PARTY
      * LOOKS BACK OVER THE PASSENGERS ALREADY SAVED ON THIS
      * RESERVATION FOR AN ADT -- THE ACCOMPANYING ADULT IS ENTERED
      * BEFORE THE CHILDREN, AS THE LEAD PASSENGER ALWAYS IS
      ****************************************************************
       2318-CHECK-ADULT-IN-PARTY.
           SET SO-NO-ADULT-IN-PARTY TO TRUE
           PERFORM VARYING WS-UM-SUB FROM 1 BY 1 UNTIL
                              WS-UM-SUB >= Z02202-SEAT-COUNTER
              IF Z02202-REVIEW-PAX-TYPE(WS-UM-SUB) = 'ADT' THEN
                 SET SO-ADULT-IN-PARTY TO TRUE
              END-IF
           END-PERFORM
           IF SO-NO-ADULT-IN-PARTY THEN
              PERFORM 2400-INITIALIZE-ERROR-MESSAGE
              MOVE 'CHILD ALONE -- ENTER ADULT FIRST OR UM GUARDIANS'
                TO WS-Z02141-I-ERROR-MESSAGE(1)
              SET SO-Z02141-M-WITH TO TRUE
              PERFORM 2300-CALL-ERROR-ROUTINE
           END-IF
           .
      ****************************************************************
      *                2312-PROCESS-BAGGAGE-COUNT                       
      * BAGSI IS OPTIONAL -- BLANK MEANS NO CHECKED BAGS. IF PROVIDED   
      * IT MUST BE A NON-NEGATIVE NUMBER. BAGS OVER                     
      * WS-FREE-BAGGAGE-ALLOWANCE ARE CHARGED CT-EXCESS-BAG-CHARGE      
      * EACH -- SEE 7022-INSERT-BAGGAGE-RECORD AND 7090-CALCULATE-      
      * TOTAL-CHARGE                                                    
      ****************************************************************  
      *                          3000-FINAL                             
      ***************************************************************** 
       3000-FINAL.                                                      
           PERFORM 3090-RECORD-RESPONSE-TIME
           EVALUATE TRUE                                                
           WHEN SO-FINAL-WITH-COMMAREA                                  
              MOVE WS-ZZEC0215 TO DFHCOMMAREA                           
           END-EVALUATE                                                 
           .                                                            
      ******************************************************************
      *                 3090-RECORD-RESPONSE-TIME
      * ONE T154 TIMING ROW FOR THIS TASK THROUGH Z02538
      ******************************************************************
       3090-RECORD-RESPONSE-TIME.
           EXEC CICS
             ASKTIME ABSTIME(TTIM-END-ABSTIME)
           END-EXEC
           MOVE 'Z02202  ' TO TTIM-PROGRAM-ID
           MOVE EIBTRNID   TO TTIM-TRANSACTION-ID
           MOVE EIBOPID    TO TTIM-OPERATOR-ID
           CALL 'Z02538' USING WS-ZZEC0277
           .
      ******************************************************************
      *                       7001-IF-PASSENGER-IN-BASE                 
      ******************************************************************
       7001-IF-PASSENGER-IN-BASE.                                       
           WHEN SO-SQLCODE-NORMAL                                       
              DISPLAY '7001 PASSENGER ID: '  PASSENGER-ID               
              DISPLAY '7001 FREQUENT FLYER: ' FREQUENT-FLYER-NUMBER     
      * A DOCUMENT JUST READ FROM ITS MRZ IS NEWER THAN THE ONE ON FILE
              IF WS-Z02202-MRZ-CAPTURED NOT = 'Y' THEN
                 MOVE DOCUMENT-EXPIRY-DATE TO WS-DOCUMENT-EXPIRY-DATE
              END-IF
              PERFORM 2120-CHECK-PASS-DATA                              
              SET SO-PASSENGER-FOUND  TO TRUE                           
           WHEN SO-SQLCODE-NOT-FOUND                                    
           MOVE WS-EMERGENCY-PHONE TO EMERGENCY-CONTACT-PHONE
           MOVE WS-SEAT-PREF-POSITION TO SEAT-PREF-POSITION
           MOVE WS-SEAT-PREF-ZONE     TO SEAT-PREF-ZONE
           IF WS-Z02202-MRZ-CAPTURED = 'Y' THEN
              MOVE 'M' TO DOCUMENT-SOURCE
           ELSE
              MOVE 'K' TO DOCUMENT-SOURCE
           END-IF
           DISPLAY '7007 ALL DATA START '                               
           DISPLAY 'PASS ID '                PASSENGER-ID               
           DISPLAY 'PASS NAME '              PASSENGER-NAME             
                       EMERGENCY_CONTACT_NAME,
                       EMERGENCY_CONTACT_PHONE,
                       SEAT_PREF_POSITION,
                       SEAT_PREF_ZONE,
                       DOCUMENT_SOURCE)
                  VALUES(                                               

                       :PASSENGER-NAME,                                 
                       :EMERGENCY-CONTACT-NAME,
                       :EMERGENCY-CONTACT-PHONE,
                       :SEAT-PREF-POSITION,
                       :SEAT-PREF-ZONE,
                       :DOCUMENT-SOURCE)
           END-EXEC                                                     
           MOVE SQLCODE TO SW-SQLCODE                                   
           MOVE SQLCODE TO WS-SQLCODE-FORMAT                            
      * PASSENGER-NAME ONCE THE MAIN PASSENGER'S DATA IS SAVED          
      ******************************************************************
       7017-INSERT-HOLD-RESERVATION.                                    
           PERFORM 7149-GET-RECORD-LOCATOR
           EXEC SQL                                                     
             INSERT INTO T09_RESERVATION_MAIN_PASSENGER_TABLE           
                (RESERVATION_ID, MAIN_PASSENGER_LAST_NAME,              
                 RESERVATION_STATUS, HOLD_TIMESTAMP, RECORD_LOCATOR)
             VALUES                                                     
                (:T09-RESERVATION-ID, SPACE,                            
                 :CT-HOLD-STATUS-TEXT, CURRENT TIMESTAMP,
                 :RLOC-RECORD-LOCATOR)
           END-EXEC                                                     
           MOVE SQLCODE TO SW-SQLCODE                                   
           IF NOT SO-SQLCODE-NORMAL THEN                                
           END-IF                                                       
           .                                                            
      ******************************************************************
      *                7149-GET-RECORD-LOCATOR
      * THE SIX-CHARACTER BOOKING REFERENCE FOR THE NEW RESERVATION
      * COMES FROM THE Z02456 SUBPROGRAM -- SAME ROUTINE Z02349 AND
      * Z02362 USE, SO EVERY T09 ROW GETS ONE NO MATTER HOW IT WAS
      * CREATED
      ******************************************************************
       7149-GET-RECORD-LOCATOR.
           CALL 'Z02456' USING WS-ZZEC0268
           IF RLOC-RESULT NOT = 'O' THEN
              SET SO-7149-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7018-HOLD-PICKED-SEATS                           
      * TAGS EVERY SEAT THE CUSTOMER PICKED ON Z02192 WITH THE NEW HOLD 
      * RESERVATION_ID, ONE FLIGHT LEG AT A TIME -- Z02192-NUMBER-OF-   
      * WRITES ONE ROW TO T18_BAGGAGE_TABLE FOR THE PASSENGER JUST      
      * SAVED, EVEN WHEN WS-BAG-COUNT IS ZERO, SO THE RESERVATION'S     
      * BAGGAGE RECORD IS COMPLETE FOR EVERY PASSENGER ON IT. BAGS      
      * OVER WS-FREE-BAGGAGE-ALLOWANCE ARE PRICED AT                    
      * CT-EXCESS-BAG-CHARGE EACH AND ROLLED INTO THE TOTAL CHARGE BY   
      * 7090-CALCULATE-TOTAL-CHARGE                                     
      ******************************************************************
       7022-INSERT-BAGGAGE-RECORD.                                      
           MOVE ZERO TO WS-EXCESS-BAG-COUNT                             
           IF WS-BAG-COUNT > WS-FREE-BAGGAGE-ALLOWANCE THEN             
              COMPUTE WS-EXCESS-BAG-COUNT =                             
                 WS-BAG-COUNT - WS-FREE-BAGGAGE-ALLOWANCE               
           END-IF                                                       
           MOVE WS-Z02202-I-HOLD-RESERVATION-ID TO T18-RESERVATION-ID   
           MOVE PASSENGER-ID           TO T18-PASSENGER-ID              
                                WS-ITER4 > Z02202-SEAT-COUNTER          
              MOVE ZERO TO WS-EXCESS-BAG-COUNT                          
              IF Z02202-REVIEW-BAG-COUNT(WS-ITER4) >                    
                                        WS-FREE-BAGGAGE-ALLOWANCE THEN  
                 COMPUTE WS-EXCESS-BAG-COUNT =                          
                    Z02202-REVIEW-BAG-COUNT(WS-ITER4) -                 
                                        WS-FREE-BAGGAGE-ALLOWANCE       
              END-IF                                                    
              COMPUTE WS-TOTAL-BAGGAGE-CHARGE =                         
                 WS-TOTAL-BAGGAGE-CHARGE +                              
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           IF WS-Z02202-MRZ-CAPTURED = 'Y' THEN
              MOVE WS-TYPE-OF-DOCUMENT     TO DOCUMENT-TYPE
              MOVE WS-DOCUMENT-EXPIRY-DATE TO DOCUMENT-EXPIRY-DATE
              MOVE 'M'                     TO DOCUMENT-SOURCE
              EXEC SQL
                UPDATE T06_PASSENGERS_TABLE
                   SET DOCUMENT_TYPE        = :DOCUMENT-TYPE,
                       DOCUMENT_EXPIRY_DATE = :DOCUMENT-EXPIRY-DATE,
                       DOCUMENT_SOURCE      = :DOCUMENT-SOURCE
                 WHERE IDENTIFICATION_NUMBER = :IDENTIFICATION-NUMBER
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-OK THEN
                 SET SO-7096-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                7093-LOOKUP-CATALOG-ITEM
             TO   WS-Z02141-I-ERROR-MESSAGE(5)                          
           PERFORM 9100-ROLLBACK                                        
                                                                        
           PERFORM 9060-WRITE-ERROR-LOG
           SET SO-Z02141-M-WITH  TO TRUE                                
           PERFORM 2300-CALL-ERROR-ROUTINE                              
           .                                                            
      ******************************************************************
      *                   9060-WRITE-ERROR-LOG
      * PUTS THE FAILURE ON T88 THROUGH Z02459 -- 9100 HAS ALREADY
      * ROLLED THE WORK BACK, SO THE SYNCPOINT COMMITS ONLY THE
      * ERROR ROW AND IT OUTLIVES THE ERROR SCREEN
      ******************************************************************
       9060-WRITE-ERROR-LOG.
           MOVE CT-THIS-PROGRAM-NAME TO ERRL-PROGRAM-ID
           MOVE SW-STATEMENT-ID      TO ERRL-STATEMENT-ID
           MOVE SQLCODE              TO ERRL-SQLCODE
           MOVE SQLERRMC             TO ERRL-SQLERRMC
           MOVE EIBOPID              TO ERRL-OPERATOR-ID
           MOVE EIBTRNID             TO ERRL-TRANSACTION-ID
           MOVE WS-LOG-ENTITY-KEY    TO ERRL-ENTITY-KEY
           CALL 'Z02459' USING WS-ZZEC0270
           EXEC CICS
              SYNCPOINT NOHANDLE
           END-EXEC
           .
      ******************************************************************
      *                     9050-LOG-TRANSACTION                        
      * WRITES ONE ROW TO T24_TRANSACTION_LOG_TABLE SO "WHICH AGENT     
      * DID THIS" CAN ALWAYS BE ANSWERED. THE CALLER MOVES              
