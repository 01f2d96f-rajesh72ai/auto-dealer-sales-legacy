      *             SETS DELIVERY_DATE AND FINAL AMOUNTS. UPDATES    *
      *             VEHICLE STATUS TO SD (SOLD). UPDATES             *
      *             STOCK_POSITION: DECREMENTS ON_HAND, INCREMENTS   *
      *             SOLD_MTD/SOLD_YTD. TRIGGERS WARRANTY REG,        *
      *             REGISTRATION DATA ASSEMBLY AND THE OEM RETAIL    *
      *             DELIVERY REPORT.                                 *
      *                                                              *
      * CALLS:      COMSTCK0 - STOCK UPDATE (SOLD FUNCTION)          *
      *             COMSEQL0 - SEQUENCE NUMBER GENERATOR              *
      *             COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *             COMFMTL0 - CURRENCY FORMATTING                   *
      *             COMLYPL0 - LOYALTY POINTS (EARN)                 *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_DEAL     (READ/UPDATE)            *
      *             AUTOSALE.VEHICLE        (UPDATE)                  *
      *             AUTOSALE.WARRANTY_RESERVE (INSERT)                *
      *             AUTOSALE.SYSTEM_CONFIG  (READ)                   *
      *             AUTOSALE.CUSTOMER_DEPOSIT (READ/UPDATE)          *
      *             AUTOSALE.ID_RED_FLAG    (READ)                   *
      *             AUTOSALE.DAMAGE_CLAIM   (READ)                   *
      *             AUTOSALE.DAMAGE_EVENT_VEHICLE (READ)             *
      *             AUTOSALE.VEHICLE_COST   (READ)                   *
      *             AUTOSALE.STATE_DAMAGE_RULE (READ)                *
      *             AUTOSALE.DAMAGE_DISCLOSURE (INSERT)              *
      *             AUTOSALE.LOYALTY_LEDGER (INSERT VIA COMLYPL0)    *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *                UNLESS A MANAGER OVERRIDE ID IS KEYED, WHICH  *
      *                IS RECORDED ON DEAL_INSURANCE AND AUDITED     *
      *                (RPTINS00 REPORTS OVERRIDE DELIVERIES)        *
      *   2026-10-15  THE VEHICLE ODOMETER AT DELIVERY IS STAMPED    *
      *               ON THE DEAL (DELIVERY_ODOM) AS THE STARTING    *
      *               POINT FOR BATSMR00 MAINTENANCE REMINDERS       *
      *   2026-10-15  CHECK 12: AN IDENTITY THEFT RED FLAG ON THE    *
      *               BUYER OR CO-BUYER MUST BE VERIFIED IN CUSIDV00 *
      *               BEFORE THE SALE CAN COMPLETE                   *
      *   2026-10-15  CHECK 13: NEW-VEHICLE DAMAGE DISCLOSURE - WHEN *
      *               TRANSIT CLAIMS, LOT DAMAGE EVENTS AND RECON    *
      *               COST ON THE VIN EXCEED THE STATE PERCENT OF    *
      *               MSRP (ADMDDR00), THE SIGNED DMGD DOCUMENT MUST *
      *               BE IN THE DEAL JACKET; THE DISCLOSURE IS       *
      *               RECORDED ON DAMAGE_DISCLOSURE AT DELIVERY      *
      *   2026-10-15  LOYALTY POINTS EARNED ON THE VEHICLE PRICE OF  *
      *               A DELIVERED RETAIL DEAL VIA COMLYPL0 (NONE ON  *
      *               WHOLESALE OR FLEET); SHOWN ON THE RESPONSE     *
      *   2026-10-15  OEM_RDR TRIGGER RAISED ON COMPLETION SO         *
      *               BATRDR00 SENDS THE OEM RETAIL DELIVERY REPORT  *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-CO-VEH-STAT  PIC X(02).
               10  FILLER           PIC X(06) VALUE ' (SD) '.
               10  FILLER           PIC X(55) VALUE SPACES.
           05  WS-CO-LOYALTY-LINE.
               10  FILLER           PIC X(16)
                   VALUE 'LOYALTY EARNED: '.
               10  WS-CO-LOY-EARNED PIC ZZZ,ZZZ,ZZ9.
               10  FILLER           PIC X(14)
                   VALUE '  BALANCE:   '.
               10  WS-CO-LOY-BAL   PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER           PIC X(26) VALUE SPACES.
           05  WS-CO-FILLER        PIC X(614) VALUE SPACES.
      *
      *    WORK FIELDS
      *
           05  WS-WB-EXEMPT-CERT   PIC X(20) VALUE SPACES.
           05  WS-WB-VALID-CT      PIC S9(04) COMP VALUE +0.
           05  WS-NSF-OPEN-CT      PIC S9(04) COMP VALUE +0.
           05  WS-RED-FLAG-CT      PIC S9(04) COMP VALUE +0.
           05  WS-JACKET-GATE      PIC X(01) VALUE 'N'.
           05  WS-JACKET-MISSING   PIC S9(04) COMP VALUE +0.
      *
           05  WS-HV-RESERVE-PCT   PIC S9(03)V9(03) COMP-3.
           05  WS-RESERVE-AMT      PIC S9(07)V99 COMP-3 VALUE +0.
      *
      *    LOYALTY POINTS CALL FIELDS (COMLYPL0)
      *
       01  WS-LYP-REQUEST.
           05  WS-LY-FUNCTION      PIC X(04).
           05  WS-LY-CUSTOMER-ID   PIC S9(09) COMP.
           05  WS-LY-DEALER-CODE   PIC X(05).
           05  WS-LY-DEPT-CODE     PIC X(02).
           05  WS-LY-BASE-AMT      PIC S9(09)V99 COMP-3.
           05  WS-LY-POINTS        PIC S9(09) COMP.
           05  WS-LY-REF-TYPE      PIC X(02).
           05  WS-LY-REF-KEY       PIC X(12).
           05  WS-LY-USER-ID       PIC X(08).
       01  WS-LYP-RESULT.
           05  WS-LY-RETURN-CODE   PIC S9(04) COMP.
           05  WS-LY-BALANCE       PIC S9(09) COMP.
           05  WS-LY-POINTS-POSTED PIC S9(09) COMP.
           05  WS-LY-VALUE-AMT     PIC S9(09)V99 COMP-3.
           05  WS-LY-POINT-VALUE   PIC S9(01)V9(04) COMP-3.
           05  WS-LY-RETURN-MSG    PIC X(50).
      *
      *    STOCK UPDATE CALL FIELDS (COMSTCK0)
      *
       01  WS-STK-REQUEST.
       01  WS-BRAND-FLAG           PIC X(01) VALUE SPACES.
       01  WS-BB-DOC-CT            PIC S9(04) COMP VALUE +0.
      *
      *    NEW-VEHICLE DAMAGE DISCLOSURE FIELDS (SEE 4985)
      *
       01  WS-DMG-DISCL-FIELDS.
           05  WS-DMG-ODOMETER     PIC S9(09) COMP VALUE +0.
           05  WS-DMG-MSRP         PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DMG-STATE        PIC X(02) VALUE SPACES.
           05  WS-DMG-TRANSIT-AMT  PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DMG-LOT-AMT      PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DMG-RECON-AMT    PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DMG-REPAIR-TOTAL PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DMG-PCT          PIC S9(03)V99 COMP-3 VALUE +0.
           05  WS-DMG-LIMIT        PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DMG-DOC-CT       PIC S9(04) COMP VALUE +0.
           05  WS-DMG-DISCLOSE-SW  PIC X(01) VALUE 'N'.
               88  WS-DMG-DISCLOSED          VALUE 'Y'.
      *
      *    SPLIT-DEAL FIELDS (SEE 3600)
      *
       01  WS-SPLIT-PCT-HV         PIC S9(03)V99 COMP-3 VALUE +0.
           IF WS-RETURN-CODE = +0 AND WS-ALL-CHECKS-PASS
               PERFORM 7700-CLOSE-FLEET-IF-DONE THRU 7700-EXIT
           END-IF
      *
           IF WS-RETURN-CODE = +0 AND WS-ALL-CHECKS-PASS
           AND WS-DMG-DISCLOSED
               PERFORM 7800-RECORD-DAMAGE-DISCL THRU 7800-EXIT
           END-IF
      *
           IF WS-RETURN-CODE = +0 AND WS-ALL-CHECKS-PASS
               PERFORM 7900-EARN-LOYALTY-POINTS THRU 7900-EXIT
           END-IF
      *
           PERFORM 8000-FORMAT-OUTPUT
           PERFORM 9000-SEND-OUTPUT
      *    ACKNOWLEDGMENT IN THE DEAL JACKET
      *
           PERFORM 4980-CHECK-BUYBACK-DISCLOSURE THRU 4980-EXIT
      *
      *    CHECK 12: IDENTITY THEFT RED FLAGS - A FRAUD ALERT,
      *    ACTIVE-DUTY ALERT OR ADDRESS MISMATCH ON THE BUYER OR A
      *    CO-BUYER NEEDS A RECORDED ID VERIFICATION (CUSIDV00)
      *
           MOVE +0 TO WS-RED-FLAG-CT
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-RED-FLAG-CT
               FROM  AUTOSALE.ID_RED_FLAG R
               WHERE R.FLAG_STATUS <> 'VF'
                 AND (R.CUSTOMER_ID = :CUSTOMER-ID OF DCLSALES-DEAL
                  OR  R.CUSTOMER_ID IN
                      (SELECT F.CO_CUSTOMER_ID
                       FROM   AUTOSALE.FINANCE_APP F
                       WHERE  F.DEAL_NUMBER = :WS-CI-DEAL-NUMBER
                         AND  F.CO_CUSTOMER_ID IS NOT NULL))
           END-EXEC
      *
           IF SQLCODE NOT = +0
               SET WS-CHECKS-FAIL TO TRUE
               MOVE 'UNABLE TO CHECK IDENTITY RED FLAGS'
                   TO WS-ERROR-MSG
           ELSE
               IF WS-RED-FLAG-CT > +0
                   SET WS-CHECKS-FAIL TO TRUE
                   MOVE 'IDENTITY RED FLAG NOT VERIFIED - SEE CUSIDV00'
                       TO WS-ERROR-MSG
               END-IF
           END-IF
      *
      *    CHECK 13: NEW-VEHICLE DAMAGE DISCLOSURE - REPAIR COST
      *    OVER THE STATE THRESHOLD NEEDS THE SIGNED DMGD DOCUMENT
      *
           PERFORM 4985-CHECK-DAMAGE-DISCLOSURE THRU 4985-EXIT
      *
           IF WS-CHECKS-FAIL
               MOVE 'CHECKLIST INCOMPLETE - CANNOT COMPLETE SALE'
           EXIT.
      *
      ****************************************************************
      *    4985-CHECK-DAMAGE-DISCLOSURE - A NEW UNIT (ACTIVE MSRP,   *
      *    UNDER 500 MILES - THE RPTSTK00 RULE) WHOSE REPAIR COST    *
      *    EXCEEDS THE DEALER STATE'S PERCENT OF MSRP NEEDS THE      *
      *    SIGNED DMGD DISCLOSURE RECEIVED IN THE DEAL JACKET.       *
      *    REPAIR COST = PLIDMG00 TRANSIT CLAIM ESTIMATES + STKDMG00 *
      *    LOT EVENT ESTIMATES + POSITIVE RC VEHICLE_COST POSTINGS   *
      *    (CARRIER RECOVERIES DO NOT UNDO THE REPAIR)               *
      ****************************************************************
       4985-CHECK-DAMAGE-DISCLOSURE.
      *
           INITIALIZE WS-DMG-DISCL-FIELDS
      *
           EXEC SQL
               SELECT V.ODOMETER
                    , COALESCE(
                        (SELECT P.MSRP
                         FROM AUTOSALE.PRICE_MASTER P
                         WHERE P.MODEL_YEAR = V.MODEL_YEAR
                           AND P.MAKE_CODE  = V.MAKE_CODE
                           AND P.MODEL_CODE = V.MODEL_CODE
                           AND P.PRICE_STATUS = 'A'
                         FETCH FIRST 1 ROW ONLY)
                      , 0)
                    , D.STATE_CODE
               INTO  :WS-DMG-ODOMETER
                    , :WS-DMG-MSRP
                    , :WS-DMG-STATE
               FROM  AUTOSALE.VEHICLE V
                    , AUTOSALE.DEALER D
               WHERE V.VIN = :VIN OF DCLSALES-DEAL
                 AND D.DEALER_CODE = :DEALER-CODE OF DCLSALES-DEAL
           END-EXEC
      *
           IF SQLCODE NOT = +0
               SET WS-CHECKS-FAIL TO TRUE
               MOVE 'UNABLE TO CHECK DAMAGE DISCLOSURE'
                   TO WS-ERROR-MSG
               GO TO 4985-EXIT
           END-IF
      *
           IF WS-DMG-MSRP NOT > +0
           OR WS-DMG-ODOMETER NOT < +500
               GO TO 4985-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(
                        (SELECT SUM(C.ESTIMATE_AMT)
                         FROM AUTOSALE.DAMAGE_CLAIM C
                         WHERE C.VIN = :VIN OF DCLSALES-DEAL), 0)
                    , COALESCE(
                        (SELECT SUM(E.DAMAGE_EST_AMT)
                         FROM AUTOSALE.DAMAGE_EVENT_VEHICLE E
                         WHERE E.VIN = :VIN OF DCLSALES-DEAL), 0)
                    , COALESCE(
                        (SELECT SUM(K.COST_AMT)
                         FROM AUTOSALE.VEHICLE_COST K
                         WHERE K.VIN = :VIN OF DCLSALES-DEAL
                           AND K.COST_BUCKET = 'RC'
                           AND K.COST_AMT > 0), 0)
               INTO  :WS-DMG-TRANSIT-AMT
                    , :WS-DMG-LOT-AMT
                    , :WS-DMG-RECON-AMT
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               SET WS-CHECKS-FAIL TO TRUE
               MOVE 'UNABLE TO TOTAL REPAIR COST FOR DISCLOSURE'
                   TO WS-ERROR-MSG
               GO TO 4985-EXIT
           END-IF
      *
           COMPUTE WS-DMG-REPAIR-TOTAL = WS-DMG-TRANSIT-AMT
                                       + WS-DMG-LOT-AMT
                                       + WS-DMG-RECON-AMT
      *
           IF WS-DMG-REPAIR-TOTAL NOT > +0
               GO TO 4985-EXIT
           END-IF
      *
      *    STATE THRESHOLD - NO ROW FALLS BACK TO 3.00 PERCENT
      *
           EXEC SQL
               SELECT DISCLOSE_PCT
               INTO  :WS-DMG-PCT
               FROM  AUTOSALE.STATE_DAMAGE_RULE
               WHERE STATE_CODE = :WS-DMG-STATE
           END-EXEC
      *
           IF SQLCODE = +100
               MOVE 3.00 TO WS-DMG-PCT
           ELSE
               IF SQLCODE NOT = +0
                   SET WS-CHECKS-FAIL TO TRUE
                   MOVE 'UNABLE TO READ STATE DAMAGE THRESHOLD'
                       TO WS-ERROR-MSG
                   GO TO 4985-EXIT
               END-IF
           END-IF
      *
           COMPUTE WS-DMG-LIMIT ROUNDED =
               WS-DMG-MSRP * WS-DMG-PCT / 100
      *
           IF WS-DMG-REPAIR-TOTAL NOT > WS-DMG-LIMIT
               GO TO 4985-EXIT
           END-IF
      *
           SET WS-DMG-DISCLOSED TO TRUE
      *
           MOVE +0 TO WS-DMG-DOC-CT
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-DMG-DOC-CT
               FROM  AUTOSALE.DEAL_DOCUMENT D
               WHERE D.DEAL_NUMBER = :WS-CI-DEAL-NUMBER
                 AND D.DOC_CODE = 'DMGD'
                 AND D.RECEIVED_FLAG = 'Y'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               SET WS-CHECKS-FAIL TO TRUE
               MOVE 'UNABLE TO CHECK DAMAGE DISCLOSURE DOCUMENT'
                   TO WS-ERROR-MSG
               GO TO 4985-EXIT
           END-IF
      *
           IF WS-DMG-DOC-CT = +0
               SET WS-CHECKS-FAIL TO TRUE
               MOVE 'REPAIRED NEW UNIT - SIGNED DAMAGE DISCLOSURE (DMGD)
      -            ' REQUIRED'
                   TO WS-ERROR-MSG
           END-IF
           .
       4985-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4500-APPLY-DEPOSITS - ROLL OPEN DEPOSITS INTO DOWN PMT    *
      ****************************************************************
       4500-APPLY-DEPOSITS.
                    , DOWN_PAYMENT   = :WS-DOWN-AMT-NUM
                    , AMOUNT_FINANCED = TOTAL_PRICE
                                       - :WS-DOWN-AMT-NUM
                    , DELIVERY_ODOM  =
                      (SELECT V.ODOMETER
                       FROM   AUTOSALE.VEHICLE V
                       WHERE  V.VIN = :VIN OF DCLSALES-DEAL)
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  DEAL_NUMBER = :WS-CI-DEAL-NUMBER
           END-EXEC
               )
           END-EXEC
      *
      *    INSERT OEM RETAIL DELIVERY REPORT TRIGGER
      *    (PICKED UP BY BATRDR00 THE SAME NIGHT)
      *
           EXEC SQL
               INSERT INTO AUTOSALE.COMMISSION_AUDIT
               ( DEAL_NUMBER
               , ENTITY_TYPE
               , DESCRIPTION
               , AUDIT_TS
               )
               VALUES
               ( :WS-CI-DEAL-NUMBER
               , 'OEM_RDR'
               , 'OEM RETAIL DELIVERY REPORT PENDING'
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
      *    POSITIVE TRADE EQUITY MEANS THE STORE OWES THE CUSTOMER
      *    A CHECK - RAISE THE DISBURSEMENT SO IT CANNOT BE
      *    FORGOTTEN (ISSUED AND AGED IN SALEQD00, AND BATMTH00
           EXIT.
      *
      ****************************************************************
      *    7800-RECORD-DAMAGE-DISCL - KEEP THE FIGURES THE DMGD      *
      *    DISCLOSURE WAS GIVEN ON FOR RPTDDS00 AND THE STATE FILE   *
      ****************************************************************
       7800-RECORD-DAMAGE-DISCL.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.DAMAGE_DISCLOSURE
               ( DEAL_NUMBER
               , VIN
               , DEALER_CODE
               , STATE_CODE
               , DELIVERY_DATE
               , MSRP
               , TRANSIT_AMT
               , LOT_EVENT_AMT
               , RECON_AMT
               , REPAIR_TOTAL
               , DISCLOSE_PCT
               , CREATED_TS
               )
               VALUES
               ( :WS-CI-DEAL-NUMBER
               , :VIN OF DCLSALES-DEAL
               , :DEALER-CODE OF DCLSALES-DEAL
               , :WS-DMG-STATE
               , :WS-CI-DELIVERY-DATE
               , :WS-DMG-MSRP
               , :WS-DMG-TRANSIT-AMT
               , :WS-DMG-LOT-AMT
               , :WS-DMG-RECON-AMT
               , :WS-DMG-REPAIR-TOTAL
               , :WS-DMG-PCT
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
      *    ADVISORY - THE SIGNED DOCUMENT IS ALREADY IN THE JACKET
      *
           IF SQLCODE NOT = +0
               DISPLAY 'SALCMP00: DAMAGE DISCLOSURE INSERT FAILED - '
                       SQLCODE
           END-IF
           .
       7800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7900-EARN-LOYALTY-POINTS - RETAIL DELIVERY EARNS ON THE   *
      *    VEHICLE PRICE AT THE DEALER'S SALES RATE (COMLYPL0)       *
      ****************************************************************
       7900-EARN-LOYALTY-POINTS.
      *
           MOVE +0 TO WS-LY-POINTS-POSTED
           MOVE +0 TO WS-LY-BALANCE
      *
      *    WHOLESALE AND FLEET BUYERS ARE NOT IN THE PROGRAM
      *
           IF DEAL-TYPE OF DCLSALES-DEAL = 'W'
           OR DEAL-TYPE OF DCLSALES-DEAL = 'F'
               GO TO 7900-EXIT
           END-IF
      *
           MOVE 'EARN' TO WS-LY-FUNCTION
           MOVE CUSTOMER-ID OF DCLSALES-DEAL TO WS-LY-CUSTOMER-ID
           MOVE DEALER-CODE OF DCLSALES-DEAL TO WS-LY-DEALER-CODE
           MOVE 'SA' TO WS-LY-DEPT-CODE
           MOVE VEHICLE-PRICE OF DCLSALES-DEAL TO WS-LY-BASE-AMT
           MOVE +0 TO WS-LY-POINTS
           MOVE 'DL' TO WS-LY-REF-TYPE
           MOVE WS-CI-DEAL-NUMBER TO WS-LY-REF-KEY
           MOVE IO-PCB-USER-ID TO WS-LY-USER-ID
      *
           CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                 WS-LYP-RESULT
      *
      *    ADVISORY - POINTS CAN BE ADJUSTED LATER, THE DELIVERY
      *    STANDS
      *
           IF WS-LY-RETURN-CODE NOT = +0
               DISPLAY 'SALCMP00: LOYALTY EARN FAILED - '
                       WS-LY-RETURN-MSG
           END-IF
           .
       7900-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-FORMAT-OUTPUT                                        *
      ****************************************************************
       8000-FORMAT-OUTPUT.
      *
           IF WS-ALL-CHECKS-PASS
               MOVE 'SD' TO WS-CO-VEH-STAT
               MOVE WS-LY-POINTS-POSTED TO WS-CO-LOY-EARNED
               MOVE WS-LY-BALANCE TO WS-CO-LOY-BAL
           ELSE
               MOVE DEAL-STATUS TO WS-CO-VEH-STAT
           END-IF
