      * MODULE:   SVC - SERVICE DEPARTMENT REPAIR ORDERS             *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-09-02                                         *
      * PURPOSE:  SERVICE REPAIR ORDER MAINTENANCE WITH EIGHT        *
      *           FUNCTIONS:                                         *
      *           OPN - OPEN A REPAIR ORDER AGAINST A VIN. RECON     *
      *                 FLAG Y MARKS IT AS THE UNIT'S RECON RO AND   *
      *                 MOVES VEHICLE_RECON FROM AI TO IR            *
      *           LAB - ADD A LABOR OPERATION LINE WITH FLAGGED      *
      *                 HOURS AND OPTIONAL ASSIGNED TECHNICIAN       *
      *           PRT - ADD A PARTS LINE                             *
      *           CLS - CLOSE THE RO. TOTALS ALL LINES, PRICES THE   *
      *                 CUSTOMER-PAY (CP) INVOICE WITH PARTS AND     *
      *                 LABOR TAX FROM COMTAXL0, GENERATES           *
      *                 A WARRANTY_CLAIM (STATUS NW) FROM WARRANTY-  *
      *                 PAY (WR) LINES, AND COMPLETES THE RECALL_    *
      *                 VEHICLE ROW FOR RECALL (RC) LINES THE SAME   *
      *                 WAY WRCRCL00 UPD DOES.                       *
      *                 PARTS ON THE WARRANTY CLAIM ARE TAGGED AS    *
      *                 RETAINED PARTS IN THE MONTH'S RETENTION BIN  *
      *                 (WARRANTY_PART_TAG) FOR THE OEM RETENTION    *
      *                 PERIOD.                                      *
      *                 SERVICE-CONTRACT (SC) LINES BECOME ONE CLAIM *
      *                 TO THE CONTRACT PROVIDER (SVC_CONTRACT_      *
      *                 CLAIM, STATUS NW) FOR BATREM00 TO SUBMIT.    *
      *                 INTERNAL (IN) LINES POST TO THE VIN'S COST   *
      *                 LEDGER (VEHICLE_COST, BUCKET RC) AT COST -   *
      *                 PARTS AT PARTS_MASTER UNIT COST, LABOR AT    *
      *                 FLAGGED HOURS TIMES THE INTERNAL LABOR RATE. *
      *                 CLOSING THE RECON RO MAKES THE UNIT FRONT-   *
      *                 LINE READY IN VEHICLE_RECON.                 *
      *           INQ - DISPLAY RO HEADER AND LINES                  *
      *           TON - TECHNICIAN CLOCK ON TO A LABOR LINE          *
      *           TOF - TECHNICIAN CLOCK OFF A LABOR LINE. THE       *
      *                 ELAPSED HOURS ARE ADDED TO THE LINE'S        *
      *                 CLOCKED HOURS. AN RO CANNOT CLOSE WHILE A    *
      *                 TECHNICIAN IS STILL CLOCKED ON.              *
      *           LPR - REDEEM LOYALTY POINTS AGAINST THE CUSTOMER-  *
      *                 PAY WORK (COMLYPL0). ADDS A NEGATIVE CP LINE *
      *                 OF TYPE LD THAT CLS TAKES OFF THE TAXABLE    *
      *                 BASE AND THE CP INVOICE. CLS EARNS POINTS    *
      *                 FOR THE RO CUSTOMER ON THE NET CP AMOUNT.    *
      *           PAY TYPES: CP=CUSTOMER PAY, WR=WARRANTY,           *
      *                      RC=RECALL REMEDY, IN=INTERNAL,          *
      *                      SC=SERVICE CONTRACT (VSC SOLD THROUGH   *
      *                      F&I - MUST BE ACTIVE, UNCANCELLED AND   *
      *                      WITHIN TERM AND MILEAGE)                *
      *           RO STATUS: OP=OPEN, CL=CLOSED, CA=CANCELLED        *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVRO - SERVICE REPAIR ORDER                        *
      *           AUTOSALE.WARRANTY_CLAIM    (INSERT)                *
      *           AUTOSALE.RECALL_VEHICLE    (UPDATE)                *
      *           AUTOSALE.RECALL_CAMPAIGN   (UPDATE)                *
      *           AUTOSALE.TECH_TIME_PUNCH   (READ/INSERT/UPDATE)    *
      *           AUTOSALE.SYSTEM_USER       (READ)                  *
      *           AUTOSALE.DEALER            (READ)                  *
      *           AUTOSALE.SYSTEM_CONFIG     (READ)                  *
      *           AUTOSALE.OEM_LABOR_TIME    (READ)                  *
      *           AUTOSALE.WARRANTY_PART_TAG (INSERT)                *
      *           AUTOSALE.FINANCE_PRODUCT   (READ)                  *
      *           AUTOSALE.SALES_DEAL        (READ)                  *
      *           AUTOSALE.FI_CHARGEBACK     (READ)                  *
      *           AUTOSALE.SVC_CONTRACT_CLAIM (INSERT)               *
      *           AUTOSALE.PARTS_MASTER      (READ)                  *
      *           AUTOSALE.VEHICLE_COST      (INSERT)                *
      *           AUTOSALE.VEHICLE_RECON     (READ/UPDATE)           *
      *           AUTOSALE.LOYALTY_LEDGER    (VIA COMLYPL0)          *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *           COMTAXL0 - SALES TAX ON CP PARTS AND LABOR         *
      *           COMLYPL0 - LOYALTY POINTS (EARN/REDEEM)            *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-14  TECHNICIAN TIME CLOCKING (TON/TOF) AGAINST     *
      *               LABOR LINES IN TECH_TIME_PUNCH. LAB NOW        *
      *               CARRIES FLAGGED HOURS AND TECHNICIAN ID ON     *
      *               THE LINE FOR FLAT-RATE PAY (SEE RPTTEC00)      *
      *   2026-10-14  CLS PRICES THE CUSTOMER-PAY INVOICE (CP LINES  *
      *               PLUS COMTAXL0 TAX) ONTO THE RO HEADER AND      *
      *               OPENS IT FOR SERVICE CASHIERING (SVCCSH00)     *
      *   2026-10-14  LAB ON A WARRANTY (WR) LINE CHECKS THE OP CODE *
      *               AND FLAGGED HOURS AGAINST THE OEM LABOR TIME   *
      *               GUIDE FOR THE VEHICLE (SEE BATLTG00)           *
      *   2026-10-14  CLS TAGS WR PARTS LINES AS RETAINED PARTS FOR  *
      *               THE OEM (WARRANTY_PART_TAG, SEE BATWCL00)      *
      *   2026-10-14  SERVICE-CONTRACT PAY TYPE (SC). LINES ARE      *
      *               VERIFIED AGAINST THE VSC SOLD ON THE VIN AND   *
      *               CLS BUILDS A PROVIDER CLAIM (SEE BATREM00)     *
      *   2026-10-15  CLS POSTS INTERNAL (IN) LINES AT COST TO THE   *
      *               VEHICLE_COST RECON BUCKET. OPN RECON FLAG      *
      *               TIES THE RO TO VEHICLE_RECON (IR ON OPEN, FL   *
      *               ON CLOSE)                                      *
      *   2026-10-15  LPR REDEEMS LOYALTY POINTS AS A CP DISCOUNT    *
      *               LINE (LD); CLS NETS IT FROM THE TAXABLE BASE   *
      *               AND INVOICE AND EARNS POINTS ON NET CP WORK    *
      *   2026-10-15  CLS RUNS ALL ITS EDITS BEFORE POSTING AND      *
      *               ROLLS BACK (ROLB) ON A LATER FAILURE. LPR      *
      *               REDEEMS ONLY AFTER THE LD LINE IS ON THE RO    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
           05  WS-ROLB                   PIC X(04) VALUE 'ROLB'.
      *
           COPY WSSQLCA.
      *
               88  WS-IN-FN-PRT                      VALUE 'PRT'.
               88  WS-IN-FN-CLS                      VALUE 'CLS'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-TON                      VALUE 'TON'.
               88  WS-IN-FN-TOF                      VALUE 'TOF'.
               88  WS-IN-FN-LPR                      VALUE 'LPR'.
           05  WS-IN-RO-NUMBER           PIC 9(09).
           05  WS-IN-VIN                 PIC X(17).
           05  WS-IN-CUSTOMER-ID         PIC X(10).
               88  WS-IN-PT-WARRANTY                 VALUE 'WR'.
               88  WS-IN-PT-RECALL                   VALUE 'RC'.
               88  WS-IN-PT-INTERNAL                 VALUE 'IN'.
               88  WS-IN-PT-SVC-CONTRACT             VALUE 'SC'.
           05  WS-IN-LABOR-OP            PIC X(08).
           05  WS-IN-CAMPAIGN-ID         PIC X(10).
           05  WS-IN-PART-NUMBER         PIC X(15).
           05  WS-IN-QUANTITY            PIC 9(03).
           05  WS-IN-UNIT-AMT            PIC 9(07)V99.
           05  WS-IN-LINE-DESC           PIC X(40).
           05  WS-IN-LINE-NUMBER         PIC 9(04).
           05  WS-IN-TECH-ID             PIC X(08).
           05  WS-IN-FLAG-HOURS          PIC 9(03)V99.
           05  WS-IN-RECON-FLAG          PIC X(01).
               88  WS-IN-RECON-RO                    VALUE 'Y'.
               88  WS-IN-RECON-VALID                 VALUE 'Y' 'N' ' '.
           05  WS-IN-LOY-POINTS          PIC 9(07).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
           05  WS-OUT-TOTAL-LABOR        PIC Z(6)9.99.
           05  WS-OUT-TOTAL-PARTS        PIC Z(6)9.99.
           05  WS-OUT-RO-TOTAL           PIC Z(6)9.99.
           05  WS-OUT-CP-TAX             PIC Z(6)9.99.
           05  WS-OUT-CP-INVOICE         PIC Z(6)9.99.
           05  WS-OUT-INVOICE-STATUS     PIC X(02).
           05  WS-OUT-LOY-DISCOUNT       PIC Z(6)9.99.
           05  WS-OUT-LOY-BALANCE        PIC Z(8)9-.
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 8 TIMES.
               10  WS-OUT-LN-NUMBER      PIC Z(3)9.
               10  WS-OUT-LN-QTY         PIC ZZZ9.
               10  WS-OUT-LN-AMT         PIC Z(6)9.99.
               10  WS-OUT-LN-DESC        PIC X(25).
               10  WS-OUT-LN-TECH        PIC X(08).
               10  WS-OUT-LN-FLAG-HRS    PIC ZZ9.99.
               10  WS-OUT-LN-CLK-HRS     PIC ZZ9.99.
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
           05  WS-WR-LINE-COUNT          PIC S9(04) COMP VALUE +0.
           05  WS-WR-LABOR-OP            PIC X(08)  VALUE SPACES.
           05  WS-RC-OLD-STATUS          PIC X(02)  VALUE SPACES.
           05  WS-RC-MISSING-COUNT       PIC S9(09) COMP VALUE +0.
           05  WS-PUNCH-ID-NUM           PIC S9(09) COMP VALUE +0.
           05  WS-OPEN-PUNCH-COUNT       PIC S9(09) COMP VALUE +0.
           05  WS-PUNCH-SECONDS          PIC S9(09) COMP VALUE +0.
           05  WS-RETAIN-DAYS            PIC S9(04) COMP VALUE +0.
           05  WS-RETAIN-BIN             PIC X(08)  VALUE SPACES.
           05  WS-SC-CLAIM-ID-NUM        PIC S9(09) COMP VALUE +0.
           05  WS-SC-LINE-COUNT          PIC S9(04) COMP VALUE +0.
           05  WS-IN-LINE-COUNT          PIC S9(04) COMP VALUE +0.
           05  WS-RECON-RO-COUNT         PIC S9(09) COMP VALUE +0.
           05  WS-INT-LABOR-RATE         PIC S9(05)V99 COMP-3
                                                     VALUE +0.
           05  WS-RO-NUMBER-DISP         PIC 9(09)  VALUE ZEROS.
      *
      *    DB2 HOST VARIABLES - REPAIR ORDER HEADER
      *
           05  WS-HV-RO-TOT-LABOR        PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-TOT-PARTS        PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-TOTAL            PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-CP-LABOR         PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-CP-PARTS         PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-CP-TAX           PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-CP-INVOICE       PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-INV-STATUS       PIC X(02).
           05  WS-HV-RO-RECON-RO         PIC X(01).
           05  WS-HV-RO-CP-LOYALTY       PIC S9(07)V99 COMP-3.
      *
      *    DB2 HOST VARIABLES - DEALER TAX JURISDICTION
      *
       01  WS-HV-DEALER.
           05  WS-HV-DL-STATE            PIC X(02).
           05  WS-HV-CFG-VALUE           PIC X(100).
           05  WS-TAX-LABOR-FLAG         PIC X(01)  VALUE 'Y'.
               88  WS-TAX-LABOR                     VALUE 'Y'.
      *
      *    DB2 HOST VARIABLES - REPAIR ORDER LINE
      *
           05  WS-HV-RL-UNIT-AMT         PIC S9(07)V99 COMP-3.
           05  WS-HV-RL-LINE-AMT         PIC S9(07)V99 COMP-3.
           05  WS-HV-RL-LINE-DESC        PIC X(40).
           05  WS-HV-RL-TECH-ID          PIC X(08).
           05  WS-HV-RL-FLAG-HRS         PIC S9(03)V99 COMP-3.
           05  WS-HV-RL-CLOCKED-HRS      PIC S9(03)V99 COMP-3.
      *
      *    DB2 HOST VARIABLES - TECHNICIAN TIME PUNCH
      *
       01  WS-HV-PUNCH.
           05  WS-HV-TP-PUNCH-ID         PIC S9(09) COMP.
           05  WS-HV-TP-TECH-ID          PIC X(08).
           05  WS-HV-TP-CLOCK-ON-TS      PIC X(26).
           05  WS-HV-TP-HOURS            PIC S9(03)V99 COMP-3.
           05  WS-HV-TP-USER-ACTIVE      PIC X(01).
      *
      *    DB2 HOST VARIABLES - VEHICLE
      *
           05  WS-HV-WR-ID               PIC S9(09) COMP.
           05  WS-HV-WC-TOTAL            PIC S9(07)V99 COMP-3.
      *
      *    DB2 HOST VARIABLES - OEM LABOR TIME GUIDE
      *
       01  WS-HV-TIME-GUIDE.
           05  WS-HV-TG-ALLOWED-HRS      PIC S9(03)V99 COMP-3.
           05  WS-TG-ALLOWED-DISP        PIC ZZ9.99.
      *
      *    DB2 HOST VARIABLES - SERVICE CONTRACT (VSC) AND CLAIM
      *
       01  WS-HV-SVC-CONTRACT.
           05  WS-HV-SC-DEAL-NUMBER      PIC X(10).
           05  WS-HV-SC-PRODUCT-SEQ      PIC S9(04) COMP.
           05  WS-HV-SC-PROVIDER         PIC X(40).
           05  WS-HV-SC-EXPIRE-DATE      PIC X(10).
           05  WS-HV-SC-MILEAGE-LIMIT    PIC S9(09) COMP.
           05  WS-HV-SC-LABOR-AMT        PIC S9(07)V99 COMP-3.
           05  WS-HV-SC-PARTS-AMT        PIC S9(07)V99 COMP-3.
           05  WS-HV-SC-CLAIM-AMT        PIC S9(07)V99 COMP-3.
      *
      *    DB2 HOST VARIABLES - INTERNAL COST AND RECON
      *
       01  WS-HV-INTERNAL.
           05  WS-HV-IN-LABOR-AMT        PIC S9(07)V99 COMP-3.
           05  WS-HV-IN-FLAG-HRS         PIC S9(05)V99 COMP-3.
           05  WS-HV-IN-LABOR-COST       PIC S9(07)V99 COMP-3.
           05  WS-HV-IN-PARTS-COST       PIC S9(07)V99 COMP-3.
           05  WS-HV-IN-COST-AMT         PIC S9(07)V99 COMP-3.
           05  WS-HV-IN-COST-DESC        PIC X(40).
           05  WS-HV-RC-STATUS           PIC X(02).
      *
      *    LOYALTY POINTS WORK FIELDS
      *
       01  WS-LOY-FIELDS.
           05  WS-LOY-CUST-NUM           PIC S9(09) COMP VALUE +0.
           05  WS-LOY-CP-NET             PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-LOY-TAX-PARTS          PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-LOY-TAX-LABOR          PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-LOY-POINTS-DISP        PIC Z(6)9.
      *
      *    COMMON MODULE LINKAGE - COMLYPL0
      *
       01  WS-LYP-REQUEST.
           05  WS-LY-FUNCTION            PIC X(04).
           05  WS-LY-CUSTOMER-ID         PIC S9(09) COMP.
           05  WS-LY-DEALER-CODE         PIC X(05).
           05  WS-LY-DEPT-CODE           PIC X(02).
           05  WS-LY-BASE-AMT            PIC S9(09)V99 COMP-3.
           05  WS-LY-POINTS              PIC S9(09) COMP.
           05  WS-LY-REF-TYPE            PIC X(02).
           05  WS-LY-REF-KEY             PIC X(12).
           05  WS-LY-USER-ID             PIC X(08).
       01  WS-LYP-RESULT.
           05  WS-LY-RETURN-CODE         PIC S9(04) COMP.
           05  WS-LY-BALANCE             PIC S9(09) COMP.
           05  WS-LY-POINTS-POSTED       PIC S9(09) COMP.
           05  WS-LY-VALUE-AMT           PIC S9(09)V99 COMP-3.
           05  WS-LY-POINT-VALUE         PIC S9(01)V9(04) COMP-3.
           05  WS-LY-RETURN-MSG          PIC X(50).
      *
      *    COMMON MODULE LINKAGE - COMTAXL0
      *
       01  WS-TAX-STATE-CODE             PIC X(02).
       01  WS-TAX-COUNTY-CODE            PIC X(05).
       01  WS-TAX-CITY-CODE              PIC X(05).
       01  WS-TAX-INPUT-AREA.
           05  WS-TAX-TAXABLE-AMT        PIC S9(09)V99 COMP-3.
           05  WS-TAX-TRADE-ALLOW        PIC S9(09)V99 COMP-3.
           05  WS-TAX-DOC-FEE-REQ        PIC S9(05)V99 COMP-3.
           05  WS-TAX-VEHICLE-TYPE       PIC X(02).
           05  WS-TAX-SALE-DATE          PIC X(10).
       01  WS-TAX-RESULT-AREA.
           05  WS-TAX-STATE-RATE         PIC S9(01)V9(04) COMP-3.
           05  WS-TAX-STATE-AMT          PIC S9(09)V99 COMP-3.
           05  WS-TAX-COUNTY-RATE        PIC S9(01)V9(04) COMP-3.
           05  WS-TAX-COUNTY-AMT         PIC S9(09)V99 COMP-3.
           05  WS-TAX-CITY-RATE          PIC S9(01)V9(04) COMP-3.
           05  WS-TAX-CITY-AMT           PIC S9(09)V99 COMP-3.
           05  WS-TAX-TOTAL-TAX          PIC S9(09)V99 COMP-3.
           05  WS-TAX-NET-TAXABLE        PIC S9(09)V99 COMP-3.
           05  WS-TAX-DOC-FEE            PIC S9(05)V99 COMP-3.
           05  WS-TAX-TITLE-FEE          PIC S9(05)V99 COMP-3.
           05  WS-TAX-REG-FEE            PIC S9(05)V99 COMP-3.
           05  WS-TAX-TOTAL-FEES         PIC S9(07)V99 COMP-3.
           05  WS-TAX-GRAND-TOTAL        PIC S9(09)V99 COMP-3.
       01  WS-TAX-RETURN-CODE            PIC S9(04) COMP.
       01  WS-TAX-ERROR-MSG              PIC X(50).
      *
      *    LOG MODULE LINKAGE
      *
       01  WS-LOG-FUNCTION               PIC X(04).
                    , RL.QUANTITY
                    , RL.LINE_AMT
                    , COALESCE(RL.LINE_DESC, ' ')
                    , COALESCE(RL.TECHNICIAN_ID, ' ')
                    , RL.FLAG_HOURS
                    , RL.CLOCKED_HOURS
               FROM   AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE  RL.RO_NUMBER = :WS-HV-RO-NUMBER
               ORDER BY RL.LINE_NUMBER
                       PERFORM 6000-CLOSE-RO
                   WHEN WS-IN-FN-INQ
                       PERFORM 7000-RO-INQUIRY
                   WHEN WS-IN-FN-TON
                       PERFORM 5600-CLOCK-ON THRU 5600-EXIT
                   WHEN WS-IN-FN-TOF
                       PERFORM 5700-CLOCK-OFF THRU 5700-EXIT
                   WHEN WS-IN-FN-LPR
                       PERFORM 5400-REDEEM-LOYALTY THRU 5400-EXIT
                   WHEN OTHER
                       STRING 'INVALID FUNCTION - USE OPN LAB PRT CLS'
                              ' INQ TON TOF LPR'
                              DELIMITED BY SIZE
                           INTO WS-OUT-MESSAGE
                       END-STRING
               END-EVALUATE
           END-IF
      *
                   MOVE 'VIN IS REQUIRED TO OPEN A REPAIR ORDER'
                       TO WS-OUT-MESSAGE
               END-IF
               IF NOT WS-IN-RECON-VALID
                   MOVE 'RECON FLAG MUST BE Y OR N'
                       TO WS-OUT-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
               AND NOT WS-IN-PT-WARRANTY
               AND NOT WS-IN-PT-RECALL
               AND NOT WS-IN-PT-INTERNAL
               AND NOT WS-IN-PT-SVC-CONTRACT
                   MOVE 'INVALID PAY TYPE - USE CP, WR, RC, IN, OR SC'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-LAB
               IF WS-IN-FLAG-HOURS = ZEROS
                   MOVE 'FLAGGED HOURS ARE REQUIRED ON LABOR LINES'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-TECH-ID NOT = SPACES
                   PERFORM 5800-VALIDATE-TECH
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-TON
           OR WS-IN-FN-TOF
               IF WS-IN-LINE-NUMBER = ZEROS
                   MOVE 'LINE NUMBER IS REQUIRED TO CLOCK ON OR OFF'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-TECH-ID = SPACES
                   MOVE 'TECHNICIAN ID IS REQUIRED TO CLOCK ON OR OFF'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               PERFORM 5800-VALIDATE-TECH
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-LPR
               IF WS-IN-LOY-POINTS NOT NUMERIC
               OR WS-IN-LOY-POINTS = ZEROS
                   MOVE 'POINTS TO REDEEM ARE REQUIRED'
                       TO WS-OUT-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-PRT
               IF WS-IN-PART-NUMBER = SPACES
                   GO TO 4000-EXIT
           END-EVALUATE
      *
      *    A RECON RO NEEDS AN OPEN RECON RECORD ON THE UNIT
      *
           IF WS-IN-RECON-RO
               PERFORM 4100-CHECK-RECON-RO THRU 4100-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 4000-EXIT
               END-IF
               MOVE 'Y' TO WS-HV-RO-RECON-RO
           ELSE
               MOVE 'N' TO WS-HV-RO-RECON-RO
           END-IF
      *
      *    GENERATE RO NUMBER
      *
           EXEC SQL
               , RO_TOTAL
               , CREATED_TS
               , UPDATED_TS
               , CP_LABOR_AMT
               , CP_PARTS_AMT
               , CP_TAX_AMT
               , CP_INVOICE_AMT
               , CP_PAID_AMT
               , INVOICE_STATUS
               , RECON_RO
               )
               VALUES
               ( :WS-HV-RO-NUMBER
               , 0
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               , 0
               , 0
               , 0
               , 0
               , 0
               , 'NA'
               , :WS-HV-RO-RECON-RO
               )
           END-EXEC
      *
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
      *
           IF WS-IN-RECON-RO
               PERFORM 4150-START-RECON THRU 4150-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 4000-EXIT
               END-IF
               MOVE 'RECON REPAIR ORDER OPENED - UNIT IN RECON'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'REPAIR ORDER OPENED SUCCESSFULLY'
               TO WS-OUT-MESSAGE
           EXIT.
      *
      ****************************************************************
      *    4100-CHECK-RECON-RO - THE UNIT MUST BE AWAITING           *
      *    INSPECTION OR IN RECON, WITH NO OTHER RECON RO OPEN       *
      ****************************************************************
       4100-CHECK-RECON-RO.
      *
           EXEC SQL
               SELECT R.RECON_STATUS
               INTO  :WS-HV-RC-STATUS
               FROM  AUTOSALE.VEHICLE_RECON R
               WHERE R.VIN = :WS-IN-VIN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'NO RECON RECORD FOR VIN - OPEN IT IN VEHRCN00'
                       TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR READING VEHICLE RECON'
                       TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
           END-EVALUATE
      *
           IF WS-HV-RC-STATUS NOT = 'AI'
           AND WS-HV-RC-STATUS NOT = 'IR'
               MOVE 'UNIT IS ALREADY FRONT-LINE READY - NOT IN RECON'
                   TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-RECON-RO-COUNT
               FROM  AUTOSALE.REPAIR_ORDER RO
               WHERE RO.VIN       = :WS-IN-VIN
                 AND RO.RO_STATUS = 'OP'
                 AND RO.RECON_RO  = 'Y'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING REPAIR ORDERS'
                   TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
           IF WS-RECON-RO-COUNT > +0
               MOVE 'A RECON RO IS ALREADY OPEN ON THIS VIN'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4150-START-RECON - THE UNIT IS IN THE SHOP, SO AN AI      *
      *    RECORD MOVES TO IR THE SAME WAY VEHRCN00 INS DOES         *
      ****************************************************************
       4150-START-RECON.
      *
           IF WS-HV-RC-STATUS NOT = 'AI'
               GO TO 4150-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE_RECON
                  SET RECON_STATUS = 'IR'
                    , INSPECT_DATE = :WS-CURRENT-DATE
                    , UPDATED_USER = :IO-USER
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  VIN = :WS-IN-VIN
                 AND  RECON_STATUS = 'AI'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   GO TO 4150-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR UPDATING VEHICLE RECON'
                       TO WS-OUT-MESSAGE
                   GO TO 4150-EXIT
           END-EVALUATE
      *
           MOVE WS-RO-NUMBER-NUM TO WS-RO-NUMBER-DISP
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'VEHICLE_RECON' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-IN-VIN TO WS-LOG-KEY-VALUE
           STRING 'RECON AI TO IR ON RECON RO ' WS-RO-NUMBER-DISP
                  ' BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
           .
       4150-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-ADD-LINE - ADD A LABOR OR PARTS LINE                 *
      ****************************************************************
       5000-ADD-LINE.
               GO TO 5000-EXIT
           END-IF
      *
      *    WARRANTY LABOR MUST BE WITHIN THE OEM TIME GUIDE
      *
           IF WS-IN-FN-LAB AND WS-IN-PT-WARRANTY
               PERFORM 5050-CHECK-TIME-GUIDE
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
      *    SERVICE-CONTRACT LINES NEED A CONTRACT THAT COVERS THE RO
      *
           IF WS-IN-PT-SVC-CONTRACT
               PERFORM 5070-CHECK-SVC-CONTRACT THRU 5070-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
      *    ASSIGN NEXT LINE NUMBER
      *
           EXEC SQL
           COMPUTE WS-HV-RL-LINE-AMT =
               WS-HV-RL-UNIT-AMT * WS-HV-RL-QUANTITY
           MOVE WS-IN-LINE-DESC TO WS-HV-RL-LINE-DESC
           MOVE WS-IN-TECH-ID TO WS-HV-RL-TECH-ID
           IF WS-IN-FN-LAB
               MOVE WS-IN-FLAG-HOURS TO WS-HV-RL-FLAG-HRS
           ELSE
               MOVE +0 TO WS-HV-RL-FLAG-HRS
           END-IF
           MOVE +0 TO WS-HV-RL-CLOCKED-HRS
      *
           EXEC SQL
               INSERT INTO AUTOSALE.REPAIR_ORDER_LINE
               , LINE_AMT
               , LINE_DESC
               , CREATED_TS
               , TECHNICIAN_ID
               , FLAG_HOURS
               , CLOCKED_HOURS
               )
               VALUES
               ( :WS-HV-RO-NUMBER
               , :WS-HV-RL-LINE-AMT
               , :WS-HV-RL-LINE-DESC
               , CURRENT TIMESTAMP
               , NULLIF(:WS-HV-RL-TECH-ID, ' ')
               , :WS-HV-RL-FLAG-HRS
               , :WS-HV-RL-CLOCKED-HRS
               )
           END-EXEC
      *
           EXIT.
      *
      ****************************************************************
      *    5050-CHECK-TIME-GUIDE - WR LABOR OP MUST BE IN THE OEM    *
      *    TIME GUIDE FOR THE VEHICLE AND THE FLAGGED HOURS MAY NOT  *
      *    EXCEED THE GUIDE'S ALLOWED HOURS                          *
      ****************************************************************
       5050-CHECK-TIME-GUIDE.
      *
           EXEC SQL
               SELECT G.ALLOWED_HOURS
               INTO  :WS-HV-TG-ALLOWED-HRS
               FROM  AUTOSALE.VEHICLE V
                   , AUTOSALE.OEM_LABOR_TIME G
               WHERE V.VIN = :WS-HV-RO-VIN
                 AND G.MAKE_CODE = V.MAKE_CODE
                 AND G.MODEL_CODE = V.MODEL_CODE
                 AND G.MODEL_YEAR = V.MODEL_YEAR
                 AND G.LABOR_OP_CODE = :WS-IN-LABOR-OP
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF WS-IN-FLAG-HOURS > WS-HV-TG-ALLOWED-HRS
                       MOVE WS-HV-TG-ALLOWED-HRS TO WS-TG-ALLOWED-DISP
                       STRING 'FLAGGED HOURS EXCEED OEM TIME GUIDE OF '
                              WS-TG-ALLOWED-DISP
                              DELIMITED BY SIZE
                              INTO WS-OUT-MESSAGE
                   END-IF
               WHEN +100
                   MOVE 'LABOR OP NOT IN OEM TIME GUIDE FOR THIS MODEL'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR READING OEM TIME GUIDE'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5070-CHECK-SVC-CONTRACT - THE VIN MUST CARRY A SERVICE    *
      *    CONTRACT (EXW) SOLD ON A DELIVERED DEAL THAT HAS NOT BEEN *
      *    CHARGED BACK (FINCHG00), STILL WITHIN ITS TERM, AND THE   *
      *    RO ODOMETER MAY NOT EXCEED ITS MILEAGE LIMIT              *
      ****************************************************************
       5070-CHECK-SVC-CONTRACT.
      *
           EXEC SQL
               SELECT P.DEAL_NUMBER
                    , P.PRODUCT_SEQ
                    , COALESCE(P.PROVIDER, 'UNKNOWN')
                    , CASE WHEN P.TERM_MONTHS IS NULL
                           THEN '9999-12-31'
                           ELSE CHAR(COALESCE(S.DELIVERY_DATE,
                                              S.DEAL_DATE)
                                + P.TERM_MONTHS MONTHS, ISO)
                      END
                    , COALESCE(P.MILEAGE_LIMIT, 0)
               INTO  :WS-HV-SC-DEAL-NUMBER
                    , :WS-HV-SC-PRODUCT-SEQ
                    , :WS-HV-SC-PROVIDER
                    , :WS-HV-SC-EXPIRE-DATE
                    , :WS-HV-SC-MILEAGE-LIMIT
               FROM  AUTOSALE.SALES_DEAL S
                   , AUTOSALE.FINANCE_PRODUCT P
               WHERE S.VIN          = :WS-HV-RO-VIN
                 AND S.DEAL_STATUS  = 'DL'
                 AND P.DEAL_NUMBER  = S.DEAL_NUMBER
                 AND P.PRODUCT_TYPE = 'EXW'
                 AND NOT EXISTS
                     (SELECT 1
                      FROM   AUTOSALE.FI_CHARGEBACK C
                      WHERE  C.DEAL_NUMBER = P.DEAL_NUMBER
                        AND  C.PRODUCT_SEQ = P.PRODUCT_SEQ)
               ORDER BY S.DELIVERY_DATE DESC
                      , P.PRODUCT_SEQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'NO ACTIVE SERVICE CONTRACT ON VIN - SC INVALID'
                       TO WS-OUT-MESSAGE
                   GO TO 5070-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR READING SERVICE CONTRACT'
                       TO WS-OUT-MESSAGE
                   GO TO 5070-EXIT
           END-EVALUATE
      *
           IF WS-HV-SC-EXPIRE-DATE < WS-HV-RO-OPEN-DATE
               STRING 'SERVICE CONTRACT EXPIRED '
                      WS-HV-SC-EXPIRE-DATE
                      ' - SC LINES NOT ALLOWED'
                      DELIMITED BY SIZE
                      INTO WS-OUT-MESSAGE
               GO TO 5070-EXIT
           END-IF
      *
           IF WS-HV-SC-MILEAGE-LIMIT > +0
           AND WS-HV-RO-ODOMETER > WS-HV-SC-MILEAGE-LIMIT
               MOVE 'RO ODOMETER EXCEEDS SERVICE CONTRACT MILEAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5070-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5400-REDEEM-LOYALTY - POINTS AS A CUSTOMER-PAY DISCOUNT   *
      *    LINE. THE POOLED BALANCE MUST COVER THE POINTS AND THE    *
      *    DISCOUNT MAY NOT EXCEED THE CP WORK ON THE RO.            *
      ****************************************************************
       5400-REDEEM-LOYALTY.
      *
           PERFORM 5500-READ-RO-HEADER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5400-EXIT
           END-IF
      *
           IF WS-HV-RO-STATUS NOT = 'OP'
               MOVE 'REPAIR ORDER IS NOT OPEN - CANNOT REDEEM POINTS'
                   TO WS-OUT-MESSAGE
               GO TO 5400-EXIT
           END-IF
      *
           IF WS-HV-RO-CUSTOMER = SPACES
               MOVE 'RO HAS NO CUSTOMER - CANNOT REDEEM POINTS'
                   TO WS-OUT-MESSAGE
               GO TO 5400-EXIT
           END-IF
      *
           COMPUTE WS-LOY-CUST-NUM =
               FUNCTION NUMVAL(WS-HV-RO-CUSTOMER)
      *
      *    THE DISCOUNT MAY NOT EXCEED THE CUSTOMER-PAY WORK LEFT
      *    AFTER ANY POINTS ALREADY REDEEMED ON THE RO
      *
           EXEC SQL
               SELECT COALESCE(SUM(RL.LINE_AMT), 0)
               INTO  :WS-LOY-CP-NET
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
                 AND RL.PAY_TYPE  = 'CP'
                 AND RL.LINE_TYPE IN ('LB', 'PT', 'LD')
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING CUSTOMER-PAY LINES'
                   TO WS-OUT-MESSAGE
               GO TO 5400-EXIT
           END-IF
      *
           MOVE 'CHEK' TO WS-LY-FUNCTION
           MOVE WS-LOY-CUST-NUM TO WS-LY-CUSTOMER-ID
           MOVE WS-HV-RO-DEALER TO WS-LY-DEALER-CODE
           MOVE 'SV' TO WS-LY-DEPT-CODE
           MOVE +0 TO WS-LY-BASE-AMT
           MOVE WS-IN-LOY-POINTS TO WS-LY-POINTS
           MOVE 'RO' TO WS-LY-REF-TYPE
           MOVE WS-HV-RO-NUMBER TO WS-RO-NUMBER-DISP
           MOVE WS-RO-NUMBER-DISP TO WS-LY-REF-KEY
           MOVE IO-USER TO WS-LY-USER-ID
      *
           CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                 WS-LYP-RESULT
      *
           IF WS-LY-RETURN-CODE NOT = +0
               MOVE WS-LY-RETURN-MSG TO WS-OUT-MESSAGE
               GO TO 5400-EXIT
           END-IF
      *
           IF WS-LY-VALUE-AMT > WS-LOY-CP-NET
               MOVE 'REDEMPTION EXCEEDS THE CUSTOMER-PAY WORK ON THE RO'
                   TO WS-OUT-MESSAGE
               GO TO 5400-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(MAX(RL.LINE_NUMBER), 0) + 1
               INTO  :WS-NEXT-LINE-NUM
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR ASSIGNING LINE NUMBER'
                   TO WS-OUT-MESSAGE
               GO TO 5400-EXIT
           END-IF
      *
           MOVE WS-IN-LOY-POINTS TO WS-LOY-POINTS-DISP
           MOVE WS-NEXT-LINE-NUM TO WS-HV-RL-LINE-NUM
           MOVE 'LD' TO WS-HV-RL-LINE-TYPE
           MOVE 'CP' TO WS-HV-RL-PAY-TYPE
           MOVE SPACES TO WS-HV-RL-LABOR-OP
           MOVE SPACES TO WS-HV-RL-CAMPAIGN
           MOVE SPACES TO WS-HV-RL-PART-NUM
           MOVE +1 TO WS-HV-RL-QUANTITY
           COMPUTE WS-HV-RL-UNIT-AMT = 0 - WS-LY-VALUE-AMT
           MOVE WS-HV-RL-UNIT-AMT TO WS-HV-RL-LINE-AMT
           MOVE SPACES TO WS-HV-RL-LINE-DESC
           STRING 'LOYALTY DISCOUNT ' WS-LOY-POINTS-DISP ' POINTS'
                  DELIMITED BY SIZE
               INTO WS-HV-RL-LINE-DESC
           END-STRING
           MOVE SPACES TO WS-HV-RL-TECH-ID
           MOVE +0 TO WS-HV-RL-FLAG-HRS
           MOVE +0 TO WS-HV-RL-CLOCKED-HRS
      *
           EXEC SQL
               INSERT INTO AUTOSALE.REPAIR_ORDER_LINE
               ( RO_NUMBER
               , LINE_NUMBER
               , LINE_TYPE
               , PAY_TYPE
               , LABOR_OP_CODE
               , CAMPAIGN_ID
               , PART_NUMBER
               , QUANTITY
               , UNIT_AMT
               , LINE_AMT
               , LINE_DESC
               , CREATED_TS
               , TECHNICIAN_ID
               , FLAG_HOURS
               , CLOCKED_HOURS
               )
               VALUES
               ( :WS-HV-RO-NUMBER
               , :WS-HV-RL-LINE-NUM
               , :WS-HV-RL-LINE-TYPE
               , :WS-HV-RL-PAY-TYPE
               , :WS-HV-RL-LABOR-OP
               , :WS-HV-RL-CAMPAIGN
               , :WS-HV-RL-PART-NUM
               , :WS-HV-RL-QUANTITY
               , :WS-HV-RL-UNIT-AMT
               , :WS-HV-RL-LINE-AMT
               , :WS-HV-RL-LINE-DESC
               , CURRENT TIMESTAMP
               , NULL
               , :WS-HV-RL-FLAG-HRS
               , :WS-HV-RL-CLOCKED-HRS
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR INSERTING RO LINE'
                   TO WS-OUT-MESSAGE
               GO TO 5400-EXIT
           END-IF
      *
      *    THE POINTS COME OFF ONLY ONCE THE DISCOUNT LINE IS ON THE
      *    RO - IF THE POSTING FAILS THE LINE IS BACKED OUT WITH IT
      *
           MOVE 'REDM' TO WS-LY-FUNCTION
           CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                 WS-LYP-RESULT
      *
           IF WS-LY-RETURN-CODE NOT = +0
               PERFORM 6900-BACK-OUT
               MOVE WS-LY-RETURN-MSG TO WS-OUT-MESSAGE
               GO TO 5400-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'REPAIR_ORDER_LINE' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-RO-NUMBER-DISP TO WS-LOG-KEY-VALUE
           STRING 'LOYALTY REDEEMED ON RO ' WS-RO-NUMBER-DISP
                  ' POINTS ' WS-LOY-POINTS-DISP
                  ' CUSTOMER ' WS-HV-RO-CUSTOMER
                  ' BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
      *
           MOVE WS-HV-RO-NUMBER TO WS-OUT-RO-NUMBER
           MOVE WS-HV-RO-VIN TO WS-OUT-VIN
           MOVE WS-HV-RO-STATUS TO WS-OUT-RO-STATUS
           MOVE WS-LY-VALUE-AMT TO WS-OUT-LOY-DISCOUNT
           MOVE WS-LY-BALANCE TO WS-OUT-LOY-BALANCE
           MOVE 'LOYALTY POINTS APPLIED TO CUSTOMER-PAY WORK'
               TO WS-OUT-MESSAGE
           .
       5400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-READ-RO-HEADER - FETCH RO HEADER ROW                 *
      ****************************************************************
       5500-READ-RO-HEADER.
      *
           MOVE WS-IN-RO-NUMBER TO WS-HV-RO-NUMBER
      *
           EXEC SQL
               SELECT RO.RO_NUMBER
                    , RO.VIN
                    , RO.DEALER_CODE
                    , COALESCE(RO.CUSTOMER_ID, ' ')
                    , RO.RO_STATUS
                    , RO.OPEN_DATE
                    , COALESCE(CHAR(RO.CLOSE_DATE, ISO), ' ')
                    , RO.ODOMETER
                    , RO.SERVICE_ADVISOR
                    , RO.TOTAL_LABOR
                    , RO.TOTAL_PARTS
                    , RO.RO_TOTAL
                    , RO.CP_TAX_AMT
                    , RO.CP_INVOICE_AMT
                    , RO.INVOICE_STATUS
                    , RO.RECON_RO
               INTO  :WS-HV-RO-NUMBER
                    , :WS-HV-RO-VIN
                    , :WS-HV-RO-DEALER
                    , :WS-HV-RO-CUSTOMER
                    , :WS-HV-RO-STATUS
                    , :WS-HV-RO-OPEN-DATE
                    , :WS-HV-RO-CLOSE-DATE
                    , :WS-HV-RO-ODOMETER
                    , :WS-HV-RO-ADVISOR
                    , :WS-HV-RO-TOT-LABOR
                    , :WS-HV-RO-TOT-PARTS
                    , :WS-HV-RO-TOTAL
                    , :WS-HV-RO-CP-TAX
                    , :WS-HV-RO-CP-INVOICE
                    , :WS-HV-RO-INV-STATUS
                    , :WS-HV-RO-RECON-RO
               FROM  AUTOSALE.REPAIR_ORDER RO
               WHERE RO.RO_NUMBER = :WS-HV-RO-NUMBER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'REPAIR ORDER NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR READING REPAIR ORDER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5600-CLOCK-ON - START A TECHNICIAN PUNCH ON A LABOR LINE  *
      ****************************************************************
       5600-CLOCK-ON.
      *
           PERFORM 5500-READ-RO-HEADER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5600-EXIT
           END-IF
      *
           IF WS-HV-RO-STATUS NOT = 'OP'
               MOVE 'REPAIR ORDER IS NOT OPEN - CANNOT CLOCK ON'
                   TO WS-OUT-MESSAGE
               GO TO 5600-EXIT
           END-IF
      *
           PERFORM 5900-READ-LABOR-LINE
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5600-EXIT
           END-IF
      *
      *    A TECHNICIAN CAN ONLY BE CLOCKED ON TO ONE JOB AT A TIME
      *
           MOVE WS-IN-TECH-ID TO WS-HV-TP-TECH-ID
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-OPEN-PUNCH-COUNT
               FROM  AUTOSALE.TECH_TIME_PUNCH TP
               WHERE TP.TECHNICIAN_ID = :WS-HV-TP-TECH-ID
                 AND TP.PUNCH_STATUS  = 'O'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING TIME PUNCHES'
                   TO WS-OUT-MESSAGE
               GO TO 5600-EXIT
           END-IF
      *
           IF WS-OPEN-PUNCH-COUNT > +0
               MOVE 'TECHNICIAN IS ALREADY CLOCKED ON TO A JOB'
                   TO WS-OUT-MESSAGE
               GO TO 5600-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.TECH_PUNCH_SEQ
               INTO  :WS-PUNCH-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCORD00: ERROR GENERATING PUNCH ID'
                   TO WS-OUT-MESSAGE
               GO TO 5600-EXIT
           END-IF
      *
           MOVE WS-PUNCH-ID-NUM TO WS-HV-TP-PUNCH-ID
      *
           EXEC SQL
               INSERT INTO AUTOSALE.TECH_TIME_PUNCH
               ( PUNCH_ID
               , RO_NUMBER
               , LINE_NUMBER
               , TECHNICIAN_ID
               , DEALER_CODE
               , CLOCK_ON_TS
               , CLOCKED_HOURS
               , PUNCH_STATUS
               )
               VALUES
               ( :WS-HV-TP-PUNCH-ID
               , :WS-HV-RO-NUMBER
               , :WS-HV-RL-LINE-NUM
               , :WS-HV-TP-TECH-ID
               , :WS-HV-RO-DEALER
               , :WS-CURRENT-TS
               , 0
               , 'O'
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR INSERTING TIME PUNCH'
                   TO WS-OUT-MESSAGE
               GO TO 5600-EXIT
           END-IF
      *
      *    FIRST TECHNICIAN ON AN UNASSIGNED LINE OWNS ITS FLAG HOURS
      *
           IF WS-HV-RL-TECH-ID = SPACES
               EXEC SQL
                   UPDATE AUTOSALE.REPAIR_ORDER_LINE
                      SET TECHNICIAN_ID = :WS-HV-TP-TECH-ID
                   WHERE  RO_NUMBER   = :WS-HV-RO-NUMBER
                     AND  LINE_NUMBER = :WS-HV-RL-LINE-NUM
               END-EXEC
      *
               IF SQLCODE NOT = +0
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR ASSIGNING TECHNICIAN'
                       TO WS-OUT-MESSAGE
                   GO TO 5600-EXIT
               END-IF
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'TECH_TIME_PUNCH' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-IN-TECH-ID TO WS-LOG-KEY-VALUE
           STRING 'CLOCK ON RO=' WS-IN-RO-NUMBER
                  ' LINE=' WS-IN-LINE-NUMBER
                  ' BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
      *
           MOVE WS-HV-RO-NUMBER TO WS-OUT-RO-NUMBER
           MOVE WS-HV-RO-VIN TO WS-OUT-VIN
           MOVE WS-HV-RO-STATUS TO WS-OUT-RO-STATUS
           MOVE 'TECHNICIAN CLOCKED ON TO LABOR LINE'
               TO WS-OUT-MESSAGE
           .
       5600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5700-CLOCK-OFF - CLOSE THE PUNCH AND ACCUMULATE HOURS     *
      ****************************************************************
       5700-CLOCK-OFF.
      *
           PERFORM 5500-READ-RO-HEADER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5700-EXIT
           END-IF
      *
           PERFORM 5900-READ-LABOR-LINE
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5700-EXIT
           END-IF
      *
      *    LOCATE THE OPEN PUNCH AND ITS ELAPSED SECONDS
      *
           MOVE WS-IN-TECH-ID TO WS-HV-TP-TECH-ID
      *
           EXEC SQL
               SELECT TP.PUNCH_ID
                    , CHAR(TP.CLOCK_ON_TS)
                    , (DAYS(TIMESTAMP(:WS-CURRENT-TS))
                         - DAYS(TP.CLOCK_ON_TS)) * 86400
                      + MIDNIGHT_SECONDS(TIMESTAMP(:WS-CURRENT-TS))
                      - MIDNIGHT_SECONDS(TP.CLOCK_ON_TS)
               INTO  :WS-HV-TP-PUNCH-ID
                    , :WS-HV-TP-CLOCK-ON-TS
                    , :WS-PUNCH-SECONDS
               FROM  AUTOSALE.TECH_TIME_PUNCH TP
               WHERE TP.RO_NUMBER     = :WS-HV-RO-NUMBER
                 AND TP.LINE_NUMBER   = :WS-HV-RL-LINE-NUM
                 AND TP.TECHNICIAN_ID = :WS-HV-TP-TECH-ID
                 AND TP.PUNCH_STATUS  = 'O'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'TECHNICIAN IS NOT CLOCKED ON TO THIS LINE'
                       TO WS-OUT-MESSAGE
                   GO TO 5700-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR READING TIME PUNCH'
                       TO WS-OUT-MESSAGE
                   GO TO 5700-EXIT
           END-EVALUATE
      *
           IF WS-PUNCH-SECONDS < +0
               MOVE +0 TO WS-PUNCH-SECONDS
           END-IF
           COMPUTE WS-HV-TP-HOURS ROUNDED =
               WS-PUNCH-SECONDS / 3600
      *
           EXEC SQL
               UPDATE AUTOSALE.TECH_TIME_PUNCH
                  SET CLOCK_OFF_TS  = :WS-CURRENT-TS
                    , CLOCKED_HOURS = :WS-HV-TP-HOURS
                    , PUNCH_STATUS  = 'C'
               WHERE  PUNCH_ID      = :WS-HV-TP-PUNCH-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR CLOSING TIME PUNCH'
                   TO WS-OUT-MESSAGE
               GO TO 5700-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.REPAIR_ORDER_LINE
                  SET CLOCKED_HOURS = CLOCKED_HOURS + :WS-HV-TP-HOURS
               WHERE  RO_NUMBER   = :WS-HV-RO-NUMBER
                 AND  LINE_NUMBER = :WS-HV-RL-LINE-NUM
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR POSTING CLOCKED HOURS'
                   TO WS-OUT-MESSAGE
               GO TO 5700-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'TECH_TIME_PUNCH' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-IN-TECH-ID TO WS-LOG-KEY-VALUE
           MOVE WS-HV-TP-HOURS TO WS-OUT-LN-CLK-HRS(1)
           STRING 'CLOCK OFF RO=' WS-IN-RO-NUMBER
                  ' LINE=' WS-IN-LINE-NUMBER
                  ' HOURS=' WS-OUT-LN-CLK-HRS(1)
                  ' BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
      *
           MOVE WS-HV-RO-NUMBER TO WS-OUT-RO-NUMBER
           MOVE WS-HV-RO-VIN TO WS-OUT-VIN
           MOVE WS-HV-RO-STATUS TO WS-OUT-RO-STATUS
           MOVE +1 TO WS-OUT-LINE-COUNT
           MOVE WS-HV-RL-LINE-NUM TO WS-OUT-LN-NUMBER(1)
           MOVE 'LB' TO WS-OUT-LN-TYPE(1)
           MOVE WS-HV-RL-PAY-TYPE TO WS-OUT-LN-PAY(1)
           MOVE WS-HV-RL-LABOR-OP TO WS-OUT-LN-REF(1)
           MOVE WS-IN-TECH-ID TO WS-OUT-LN-TECH(1)
           MOVE WS-HV-RL-FLAG-HRS TO WS-OUT-LN-FLAG-HRS(1)
           MOVE 'TECHNICIAN CLOCKED OFF - HOURS POSTED TO LINE'
               TO WS-OUT-MESSAGE
           .
       5700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5800-VALIDATE-TECH - TECHNICIAN MUST BE AN ACTIVE USER    *
      ****************************************************************
       5800-VALIDATE-TECH.
      *
           MOVE WS-IN-TECH-ID TO WS-HV-TP-TECH-ID
      *
           EXEC SQL
               SELECT U.ACTIVE_FLAG
               INTO  :WS-HV-TP-USER-ACTIVE
               FROM  AUTOSALE.SYSTEM_USER U
               WHERE U.USER_ID = :WS-HV-TP-TECH-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF WS-HV-TP-USER-ACTIVE NOT = 'Y'
                       MOVE 'TECHNICIAN ID IS NOT ACTIVE'
                           TO WS-OUT-MESSAGE
                   END-IF
               WHEN +100
                   MOVE 'TECHNICIAN ID NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR READING TECHNICIAN'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5900-READ-LABOR-LINE - LINE MUST EXIST AND BE LABOR       *
      ****************************************************************
       5900-READ-LABOR-LINE.
      *
           MOVE WS-IN-LINE-NUMBER TO WS-HV-RL-LINE-NUM
      *
           EXEC SQL
               SELECT RL.LINE_TYPE
                    , RL.PAY_TYPE
                    , COALESCE(RL.LABOR_OP_CODE, ' ')
                    , COALESCE(RL.TECHNICIAN_ID, ' ')
                    , RL.FLAG_HOURS
                    , RL.CLOCKED_HOURS
               INTO  :WS-HV-RL-LINE-TYPE
                    , :WS-HV-RL-PAY-TYPE
                    , :WS-HV-RL-LABOR-OP
                    , :WS-HV-RL-TECH-ID
                    , :WS-HV-RL-FLAG-HRS
                    , :WS-HV-RL-CLOCKED-HRS
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER   = :WS-HV-RO-NUMBER
                 AND RL.LINE_NUMBER = :WS-HV-RL-LINE-NUM
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF WS-HV-RL-LINE-TYPE NOT = 'LB'
                       MOVE 'TIME CAN ONLY BE CLOCKED TO LABOR LINES'
                           TO WS-OUT-MESSAGE
                   END-IF
               WHEN +100
                   MOVE 'RO LINE NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR READING RO LINE'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    6000-CLOSE-RO - TOTAL LINES, POST CLAIMS AND RECALLS      *
      ****************************************************************
       6000-CLOSE-RO.
      *
           PERFORM 5500-READ-RO-HEADER
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-HV-RO-STATUS NOT = 'OP'
               MOVE 'REPAIR ORDER IS NOT OPEN - CANNOT CLOSE'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
      *    NO TECHNICIAN MAY STILL BE CLOCKED ON TO THE RO
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-OPEN-PUNCH-COUNT
               FROM  AUTOSALE.TECH_TIME_PUNCH TP
               WHERE TP.RO_NUMBER    = :WS-HV-RO-NUMBER
                 AND TP.PUNCH_STATUS = 'O'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING TIME PUNCHES'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-OPEN-PUNCH-COUNT > +0
               MOVE 'TECHNICIAN STILL CLOCKED ON - CLOCK OFF FIRST'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
      *    TOTAL THE LINES
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'LB'
                          THEN RL.LINE_AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'PT'
                          THEN RL.LINE_AMT ELSE 0 END), 0)
               INTO  :WS-HV-RO-TOT-LABOR
                    , :WS-HV-RO-TOT-PARTS
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR TOTALLING RO LINES'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           COMPUTE WS-HV-RO-TOTAL =
               WS-HV-RO-TOT-LABOR + WS-HV-RO-TOT-PARTS
      *
      *    EVERY EDIT THAT CAN REJECT THE CLOSE RUNS BEFORE ANYTHING
      *    IS WRITTEN
      *
           PERFORM 6050-EDIT-CLOSE THRU 6050-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
      *    PRICE THE CUSTOMER-PAY INVOICE
      *
           PERFORM 6200-PRICE-CP-INVOICE THRU 6200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
      *    FROM HERE ON A FAILURE BACKS OUT EVERYTHING THE CLOSE HAS
      *    WRITTEN SO THE RO CAN SIMPLY BE CLOSED AGAIN
      *
      *    GENERATE WARRANTY CLAIM FROM WARRANTY-PAY LINES
      *
           PERFORM 6100-POST-WARRANTY-CLAIM THRU 6100-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               PERFORM 6900-BACK-OUT
               GO TO 6000-EXIT
           END-IF
      *
      *    TAG THE CLAIM'S PARTS FOR OEM RETENTION
      *
           IF WS-CLAIM-ID-NUM > +0
               PERFORM 6150-TAG-RETAINED-PARTS THRU 6150-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   PERFORM 6900-BACK-OUT
                   GO TO 6000-EXIT
               END-IF
           END-IF
      *
      *    BUILD THE PROVIDER CLAIM FROM SERVICE-CONTRACT LINES
      *
           PERFORM 6500-POST-SVC-CONTRACT-CLAIM THRU 6500-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               PERFORM 6900-BACK-OUT
               GO TO 6000-EXIT
           END-IF
      *
      *    COMPLETE RECALL VEHICLES FOR RECALL-PAY LINES
      *
           PERFORM 6300-POST-RECALL-LINES THRU 6300-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               PERFORM 6900-BACK-OUT
               GO TO 6000-EXIT
           END-IF
      *
      *    POST INTERNAL WORK AT COST TO THE VIN'S COST LEDGER
      *
           PERFORM 6600-POST-INTERNAL-COST THRU 6600-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               PERFORM 6900-BACK-OUT
               GO TO 6000-EXIT
           END-IF
      *
      *    THE RECON RO CLOSING MAKES THE UNIT FRONT-LINE READY
      *
           IF WS-HV-RO-RECON-RO = 'Y'
               PERFORM 6700-COMPLETE-RECON THRU 6700-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   PERFORM 6900-BACK-OUT
                   GO TO 6000-EXIT
               END-IF
           END-IF
      *
      *    CLOSE THE HEADER
      *
           EXEC SQL
               UPDATE AUTOSALE.REPAIR_ORDER
                  SET RO_STATUS   = 'CL'
                    , CLOSE_DATE  = :WS-CURRENT-DATE
                    , TOTAL_LABOR = :WS-HV-RO-TOT-LABOR
                    , TOTAL_PARTS = :WS-HV-RO-TOT-PARTS
                    , RO_TOTAL    = :WS-HV-RO-TOTAL
                    , CP_LABOR_AMT   = :WS-HV-RO-CP-LABOR
                    , CP_PARTS_AMT   = :WS-HV-RO-CP-PARTS
                    , CP_TAX_AMT     = :WS-HV-RO-CP-TAX
                    , CP_INVOICE_AMT = :WS-HV-RO-CP-INVOICE
                    , INVOICE_STATUS = :WS-HV-RO-INV-STATUS
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  RO_NUMBER   = :WS-HV-RO-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               PERFORM 6900-BACK-OUT
               MOVE 'SVCORD00: DB2 ERROR CLOSING REPAIR ORDER'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE WS-HV-RO-NUMBER TO WS-OUT-RO-NUMBER
           MOVE WS-HV-RO-VIN TO WS-OUT-VIN
           MOVE 'CL' TO WS-OUT-RO-STATUS
           MOVE WS-HV-RO-OPEN-DATE TO WS-OUT-OPEN-DATE
           MOVE WS-CURRENT-DATE TO WS-OUT-CLOSE-DATE
           MOVE WS-HV-RO-TOT-LABOR TO WS-OUT-TOTAL-LABOR
           MOVE WS-HV-RO-TOT-PARTS TO WS-OUT-TOTAL-PARTS
           MOVE WS-HV-RO-TOTAL TO WS-OUT-RO-TOTAL
           MOVE WS-HV-RO-CP-TAX TO WS-OUT-CP-TAX
           MOVE WS-HV-RO-CP-INVOICE TO WS-OUT-CP-INVOICE
           MOVE WS-HV-RO-INV-STATUS TO WS-OUT-INVOICE-STATUS
           MOVE WS-HV-RO-CP-LOYALTY TO WS-OUT-LOY-DISCOUNT
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'REPAIR_ORDER' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-HV-RO-VIN TO WS-LOG-KEY-VALUE
           STRING 'RO CLOSED VIN=' WS-HV-RO-VIN
                  ' BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
      *
      *    THE RO CUSTOMER EARNS LOYALTY POINTS ON NET CP WORK
      *
           PERFORM 6800-EARN-LOYALTY-POINTS THRU 6800-EXIT
      *
           EVALUATE TRUE
               WHEN WS-HV-RO-INV-STATUS = 'OP'
                   MOVE
                     'RO CLOSED - CUSTOMER-PAY INVOICE DUE AT CASHIER'
                       TO WS-OUT-MESSAGE
               WHEN WS-HV-RO-RECON-RO = 'Y'
                   MOVE 'RECON RO CLOSED - UNIT FRONT-LINE READY'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'REPAIR ORDER CLOSED SUCCESSFULLY'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6050-EDIT-CLOSE - EVERY BUSINESS EDIT ON THE CLOSE, RUN   *
      *    BEFORE ANYTHING IS WRITTEN: WR LINES NEED AN ACTIVE       *
      *    WARRANTY, SC LINES A CONTRACT STILL IN FORCE, AND EACH RC *
      *    LINE'S CAMPAIGN MUST LIST THE VIN. THE WR AND SC TOTALS   *
      *    ARE KEPT FOR 6100 AND 6500                                *
      ****************************************************************
       6050-EDIT-CLOSE.
      *
           EXEC SQL
               SELECT COUNT(*)
                    , :WS-WR-LABOR-OP
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
                 AND RL.PAY_TYPE  = 'WR'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING WARRANTY LINES'
                   TO WS-OUT-MESSAGE
               GO TO 6050-EXIT
           END-IF
      *
      *    WR LINES NEED AN ACTIVE WARRANTY ON THE VIN
      *
           IF WS-WR-LINE-COUNT > +0
               EXEC SQL
                   SELECT MIN(W.WARRANTY_ID)
                   INTO  :WS-HV-WR-ID
                   FROM  AUTOSALE.WARRANTY W
                   WHERE W.VIN = :WS-HV-RO-VIN
                     AND W.WARRANTY_STATUS = 'AC'
               END-EXEC
      *
               IF SQLCODE NOT = +0
               OR WS-HV-WR-ID = +0
                   MOVE 'NO ACTIVE WARRANTY ON VIN - WR LINES INVALID'
                       TO WS-OUT-MESSAGE
                   GO TO 6050-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'LB'
                          THEN RL.LINE_AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'PT'
                          THEN RL.LINE_AMT ELSE 0 END), 0)
               INTO  :WS-SC-LINE-COUNT
                    , :WS-HV-SC-LABOR-AMT
                    , :WS-HV-SC-PARTS-AMT
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
                 AND RL.PAY_TYPE  = 'SC'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING CONTRACT LINES'
                   TO WS-OUT-MESSAGE
               GO TO 6050-EXIT
           END-IF
      *
      *    SC LINES - THE CONTRACT IS CHECKED AGAIN IN CASE IT WAS
      *    CHARGED BACK WHILE THE RO WAS OPEN
      *
           IF WS-SC-LINE-COUNT > +0
               PERFORM 5070-CHECK-SVC-CONTRACT THRU 5070-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6050-EXIT
               END-IF
           END-IF
      *
      *    EVERY RC LINE'S CAMPAIGN MUST INCLUDE THE VIN
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-RC-MISSING-COUNT
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
                 AND RL.PAY_TYPE  = 'RC'
                 AND NOT EXISTS
                     (SELECT 1
                      FROM   AUTOSALE.RECALL_VEHICLE RV
                      WHERE  RV.CAMPAIGN_ID = RL.CAMPAIGN_ID
                        AND  RV.VIN         = :WS-HV-RO-VIN)
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING RECALL LINES'
                   TO WS-OUT-MESSAGE
               GO TO 6050-EXIT
           END-IF
      *
           IF WS-RC-MISSING-COUNT > +0
               MOVE 'VIN NOT IN RECALL CAMPAIGN ON RC LINE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6050-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-POST-WARRANTY-CLAIM - ONE CLAIM FROM ALL WR LINES    *
      ****************************************************************
       6100-POST-WARRANTY-CLAIM.
      *
           IF WS-WR-LINE-COUNT = +0
               GO TO 6100-EXIT
           END-IF
      *
           EXIT.
      *
      ****************************************************************
      *    6150-TAG-RETAINED-PARTS - ONE RETENTION TAG PER WR PARTS  *
      *    LINE ON THE CLAIM, BINNED BY MONTH TAGGED                 *
      ****************************************************************
       6150-TAG-RETAINED-PARTS.
      *
      *    RETENTION PERIOD IS WARRANTY_RETAIN_DAYS, DEFAULT 60
      *
           MOVE +60 TO WS-RETAIN-DAYS
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'WARRANTY_RETAIN_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-RETAIN-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           MOVE SPACES TO WS-RETAIN-BIN
           STRING 'WR'
                  WS-CURRENT-DATE(1:4)
                  WS-CURRENT-DATE(6:2)
                  DELIMITED BY SIZE
                  INTO WS-RETAIN-BIN
      *
           EXEC SQL
               INSERT INTO AUTOSALE.WARRANTY_PART_TAG
               ( TAG_ID
               , CLAIM_ID
               , RO_NUMBER
               , LINE_NUMBER
               , DEALER_CODE
               , PART_NUMBER
               , QUANTITY
               , RETENTION_BIN
               , TAGGED_DATE
               , RETAIN_UNTIL
               , TAG_STATUS
               , UPDATED_TS
               )
               SELECT NEXT VALUE FOR AUTOSALE.WPT_TAG_SEQ
                    , RL.CLAIM_ID
                    , RL.RO_NUMBER
                    , RL.LINE_NUMBER
                    , :WS-HV-RO-DEALER
                    , RL.PART_NUMBER
                    , RL.QUANTITY
                    , :WS-RETAIN-BIN
                    , DATE(:WS-CURRENT-DATE)
                    , DATE(:WS-CURRENT-DATE) + :WS-RETAIN-DAYS DAYS
                    , 'RT'
                    , CURRENT TIMESTAMP
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
                 AND RL.CLAIM_ID  = :WS-CLAIM-ID-NUM
                 AND RL.LINE_TYPE = 'PT'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR TAGGING RETAINED PARTS'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6150-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6200-PRICE-CP-INVOICE - CP LINES PLUS SALES TAX           *
      ****************************************************************
       6200-PRICE-CP-INVOICE.
      *
           MOVE +0 TO WS-HV-RO-CP-TAX
           MOVE +0 TO WS-HV-RO-CP-INVOICE
           MOVE 'NA' TO WS-HV-RO-INV-STATUS
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'LB'
                          THEN RL.LINE_AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'PT'
                          THEN RL.LINE_AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'LD'
                          THEN RL.LINE_AMT ELSE 0 END), 0)
               INTO  :WS-HV-RO-CP-LABOR
                    , :WS-HV-RO-CP-PARTS
                    , :WS-HV-RO-CP-LOYALTY
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
                 AND RL.PAY_TYPE  = 'CP'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING CUSTOMER-PAY LINES'
                   TO WS-OUT-MESSAGE
               GO TO 6200-EXIT
           END-IF
      *
           IF WS-HV-RO-CP-LABOR + WS-HV-RO-CP-PARTS = +0
               GO TO 6200-EXIT
           END-IF
      *
      *    SERVICE IS TAXED WHERE THE WORK IS DONE - THE DEALER
      *
           EXEC SQL
               SELECT D.STATE_CODE
               INTO  :WS-HV-DL-STATE
               FROM  AUTOSALE.DEALER D
               WHERE D.DEALER_CODE = :WS-HV-RO-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING DEALER FOR TAX'
                   TO WS-OUT-MESSAGE
               GO TO 6200-EXIT
           END-IF
      *
      *    LABOR IS TAXED UNLESS SVCORD00_TAX_LABOR = N
      *
           MOVE 'Y' TO WS-TAX-LABOR-FLAG
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'SVCORD00_TAX_LABOR'
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-CFG-VALUE(1:1) TO WS-TAX-LABOR-FLAG
           END-IF
      *
           MOVE WS-HV-DL-STATE TO WS-TAX-STATE-CODE
           MOVE '00000' TO WS-TAX-COUNTY-CODE
           MOVE '00000' TO WS-TAX-CITY-CODE
           MOVE +0 TO WS-TAX-TRADE-ALLOW
           MOVE +0 TO WS-TAX-DOC-FEE-REQ
           MOVE 'US' TO WS-TAX-VEHICLE-TYPE
           MOVE WS-CURRENT-DATE TO WS-TAX-SALE-DATE
      *
      *    A LOYALTY DISCOUNT (LD LINES, NEGATIVE) COMES OFF THE
      *    TAXABLE PARTS FIRST, ANY REMAINDER OFF THE LABOR
      *
           COMPUTE WS-LOY-TAX-PARTS =
               WS-HV-RO-CP-PARTS + WS-HV-RO-CP-LOYALTY
           MOVE WS-HV-RO-CP-LABOR TO WS-LOY-TAX-LABOR
           IF WS-LOY-TAX-PARTS < +0
               ADD WS-LOY-TAX-PARTS TO WS-LOY-TAX-LABOR
               MOVE +0 TO WS-LOY-TAX-PARTS
           END-IF
           IF WS-LOY-TAX-LABOR < +0
               MOVE +0 TO WS-LOY-TAX-LABOR
           END-IF
      *
           IF WS-LOY-TAX-PARTS > +0
               MOVE WS-LOY-TAX-PARTS TO WS-TAX-TAXABLE-AMT
               PERFORM 6250-CALL-TAX
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6200-EXIT
               END-IF
           END-IF
      *
           IF WS-LOY-TAX-LABOR > +0
           AND WS-TAX-LABOR
               MOVE WS-LOY-TAX-LABOR TO WS-TAX-TAXABLE-AMT
               PERFORM 6250-CALL-TAX
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6200-EXIT
               END-IF
           END-IF
      *
           COMPUTE WS-HV-RO-CP-INVOICE =
               WS-HV-RO-CP-LABOR + WS-HV-RO-CP-PARTS
             + WS-HV-RO-CP-LOYALTY
             + WS-HV-RO-CP-TAX
      *
      *    WORK PAID ENTIRELY WITH POINTS LEAVES NOTHING TO COLLECT
      *
           IF WS-HV-RO-CP-INVOICE > +0
               MOVE 'OP' TO WS-HV-RO-INV-STATUS
           ELSE
               MOVE +0 TO WS-HV-RO-CP-INVOICE
           END-IF
           .
       6200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6250-CALL-TAX - ONE COMTAXL0 CALL, ACCUMULATE THE TAX     *
      ****************************************************************
       6250-CALL-TAX.
      *
           CALL 'COMTAXL0' USING WS-TAX-STATE-CODE
                                 WS-TAX-COUNTY-CODE
                                 WS-TAX-CITY-CODE
                                 WS-TAX-INPUT-AREA
                                 WS-TAX-RESULT-AREA
                                 WS-TAX-RETURN-CODE
                                 WS-TAX-ERROR-MSG
      *
           IF WS-TAX-RETURN-CODE NOT = +0
               STRING 'TAX CALC ERROR: '
                      WS-TAX-ERROR-MSG
                      DELIMITED BY '  '
                   INTO WS-OUT-MESSAGE
               END-STRING
           ELSE
               ADD WS-TAX-TOTAL-TAX TO WS-HV-RO-CP-TAX
           END-IF
           .
      *
      ****************************************************************
      *    6300-POST-RECALL-LINES - COMPLETE RECALL_VEHICLE ROWS     *
      ****************************************************************
       6300-POST-RECALL-LINES.
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 6400-COMPLETE-ONE-RECALL THRU 6400-EXIT
               UNTIL WS-END-OF-DATA
               OR WS-OUT-MESSAGE NOT = SPACES
      *
           EXIT.
      *
      ****************************************************************
      *    6500-POST-SVC-CONTRACT-CLAIM - ONE CLAIM TO THE CONTRACT  *
      *    PROVIDER FROM ALL SC LINES. THE CONTRACT WAS CHECKED      *
      *    AGAIN BY 6050                                             *
      ****************************************************************
       6500-POST-SVC-CONTRACT-CLAIM.
      *
           IF WS-SC-LINE-COUNT = +0
               GO TO 6500-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.SCC_CLAIM_SEQ
               INTO  :WS-SC-CLAIM-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCORD00: ERROR GENERATING CONTRACT CLAIM ID'
                   TO WS-OUT-MESSAGE
               GO TO 6500-EXIT
           END-IF
      *
           COMPUTE WS-HV-SC-CLAIM-AMT =
               WS-HV-SC-LABOR-AMT + WS-HV-SC-PARTS-AMT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.SVC_CONTRACT_CLAIM
               ( SC_CLAIM_ID
               , RO_NUMBER
               , DEALER_CODE
               , VIN
               , DEAL_NUMBER
               , PRODUCT_SEQ
               , PROVIDER
               , ODOMETER
               , LABOR_AMT
               , PARTS_AMT
               , CLAIM_AMT
               , CLAIM_STATUS
               , CLAIM_DATE
               , UPDATED_TS
               )
               VALUES
               ( :WS-SC-CLAIM-ID-NUM
               , :WS-HV-RO-NUMBER
               , :WS-HV-RO-DEALER
               , :WS-HV-RO-VIN
               , :WS-HV-SC-DEAL-NUMBER
               , :WS-HV-SC-PRODUCT-SEQ
               , :WS-HV-SC-PROVIDER
               , :WS-HV-RO-ODOMETER
               , :WS-HV-SC-LABOR-AMT
               , :WS-HV-SC-PARTS-AMT
               , :WS-HV-SC-CLAIM-AMT
               , 'NW'
               , :WS-CURRENT-DATE
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR INSERTING CONTRACT CLAIM'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6600-POST-INTERNAL-COST - IN LINES AT COST TO THE VIN'S   *
      *    RECON BUCKET. PARTS ARE COSTED FROM PARTS_MASTER (THE     *
      *    LINE AMOUNT IF THE PART IS NOT STOCKED), LABOR AT THE     *
      *    INTERNAL LABOR RATE PER FLAGGED HOUR (THE LINE AMOUNT IF  *
      *    NO RATE IS SET). ONE LEDGER ROW EACH FOR LABOR AND PARTS  *
      ****************************************************************
       6600-POST-INTERNAL-COST.
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'LB'
                          THEN RL.LINE_AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'LB'
                          THEN RL.FLAG_HOURS ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN RL.LINE_TYPE = 'PT'
                          THEN COALESCE(RL.QUANTITY * PM.UNIT_COST,
                                        RL.LINE_AMT)
                          ELSE 0 END), 0)
               INTO  :WS-IN-LINE-COUNT
                    , :WS-HV-IN-LABOR-AMT
                    , :WS-HV-IN-FLAG-HRS
                    , :WS-HV-IN-PARTS-COST
               FROM  AUTOSALE.REPAIR_ORDER_LINE RL
                     LEFT OUTER JOIN AUTOSALE.PARTS_MASTER PM
                       ON  PM.PART_NUMBER = RL.PART_NUMBER
                       AND PM.DEALER_CODE = :WS-HV-RO-DEALER
               WHERE RL.RO_NUMBER = :WS-HV-RO-NUMBER
                 AND RL.PAY_TYPE  = 'IN'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR READING INTERNAL LINES'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
           END-IF
      *
           IF WS-IN-LINE-COUNT = +0
               GO TO 6600-EXIT
           END-IF
      *
      *    INTERNAL LABOR RATE - DEALER KEY FIRST, THEN THE DEFAULT
      *
           MOVE +0 TO WS-INT-LABOR-RATE
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY IN
                     ('SVCORD00_INT_LABOR_RATE_' CONCAT
                                               :WS-HV-RO-DEALER,
                      'SVCORD00_INT_LABOR_RATE')
               ORDER BY LENGTH(CONFIG_KEY) DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-INT-LABOR-RATE =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           IF WS-INT-LABOR-RATE > +0
               COMPUTE WS-HV-IN-LABOR-COST ROUNDED =
                   WS-HV-IN-FLAG-HRS * WS-INT-LABOR-RATE
           ELSE
               MOVE WS-HV-IN-LABOR-AMT TO WS-HV-IN-LABOR-COST
           END-IF
      *
           MOVE WS-HV-RO-NUMBER TO WS-RO-NUMBER-DISP
      *
           IF WS-HV-IN-LABOR-COST > +0
               MOVE SPACES TO WS-HV-IN-COST-DESC
               STRING 'INTERNAL RO ' WS-RO-NUMBER-DISP ' LABOR'
                      DELIMITED BY SIZE
                   INTO WS-HV-IN-COST-DESC
               END-STRING
               MOVE WS-HV-IN-LABOR-COST TO WS-HV-IN-COST-AMT
               PERFORM 6650-POST-ONE-COST
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6600-EXIT
               END-IF
           END-IF
      *
           IF WS-HV-IN-PARTS-COST > +0
               MOVE SPACES TO WS-HV-IN-COST-DESC
               STRING 'INTERNAL RO ' WS-RO-NUMBER-DISP ' PARTS'
                      DELIMITED BY SIZE
                   INTO WS-HV-IN-COST-DESC
               END-STRING
               MOVE WS-HV-IN-PARTS-COST TO WS-HV-IN-COST-AMT
               PERFORM 6650-POST-ONE-COST
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6600-EXIT
               END-IF
           END-IF
           .
       6600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6650-POST-ONE-COST - ONE VEHICLE_COST LEDGER ROW          *
      ****************************************************************
       6650-POST-ONE-COST.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.VEHICLE_COST
                    ( VIN
                    , COST_BUCKET
                    , COST_AMT
                    , COST_DESC
                    , POSTED_BY
                    , POSTED_TS
                    )
               VALUES
                    ( :WS-HV-RO-VIN
                    , 'RC'
                    , :WS-HV-IN-COST-AMT
                    , :WS-HV-IN-COST-DESC
                    , :IO-USER
                    , CURRENT TIMESTAMP
                    )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCORD00: DB2 ERROR POSTING VEHICLE COST'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    6700-COMPLETE-RECON - AI OR IR TO FL THE SAME WAY AS      *
      *    VEHRCN00 RDY. A UNIT ALREADY FRONT-LINE IS LEFT ALONE     *
      ****************************************************************
       6700-COMPLETE-RECON.
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE_RECON
                  SET RECON_STATUS = 'FL'
                    , READY_DATE   = :WS-CURRENT-DATE
                    , UPDATED_USER = :IO-USER
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  VIN = :WS-HV-RO-VIN
                 AND  RECON_STATUS IN ('AI', 'IR')
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   GO TO 6700-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCORD00: DB2 ERROR UPDATING VEHICLE RECON'
                       TO WS-OUT-MESSAGE
                   GO TO 6700-EXIT
           END-EVALUATE
      *
           MOVE WS-HV-RO-NUMBER TO WS-RO-NUMBER-DISP
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'VEHICLE_RECON' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-HV-RO-VIN TO WS-LOG-KEY-VALUE
           STRING 'RECON TO FL ON CLOSE OF RECON RO '
                  WS-RO-NUMBER-DISP
                  ' BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
           .
       6700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6800-EARN-LOYALTY-POINTS - SERVICE RATE ON THE PRE-TAX    *
      *    CUSTOMER-PAY AMOUNT NET OF ANY POINTS REDEEMED (COMLYPL0) *
      ****************************************************************
       6800-EARN-LOYALTY-POINTS.
      *
           IF WS-HV-RO-CUSTOMER = SPACES
               GO TO 6800-EXIT
           END-IF
      *
           COMPUTE WS-LOY-CP-NET =
               WS-HV-RO-CP-LABOR + WS-HV-RO-CP-PARTS
             + WS-HV-RO-CP-LOYALTY
      *
           IF WS-LOY-CP-NET NOT > +0
               GO TO 6800-EXIT
           END-IF
      *
           MOVE 'EARN' TO WS-LY-FUNCTION
           COMPUTE WS-LY-CUSTOMER-ID =
               FUNCTION NUMVAL(WS-HV-RO-CUSTOMER)
           MOVE WS-HV-RO-DEALER TO WS-LY-DEALER-CODE
           MOVE 'SV' TO WS-LY-DEPT-CODE
           MOVE WS-LOY-CP-NET TO WS-LY-BASE-AMT
           MOVE +0 TO WS-LY-POINTS
           MOVE 'RO' TO WS-LY-REF-TYPE
           MOVE WS-HV-RO-NUMBER TO WS-RO-NUMBER-DISP
           MOVE WS-RO-NUMBER-DISP TO WS-LY-REF-KEY
           MOVE IO-USER TO WS-LY-USER-ID
      *
           CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                 WS-LYP-RESULT
      *
      *    ADVISORY - THE RO STAYS CLOSED, POINTS CAN BE ADJUSTED
      *
           IF WS-LY-RETURN-CODE = +0
               MOVE WS-LY-BALANCE TO WS-OUT-LOY-BALANCE
           END-IF
           .
       6800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6900-BACK-OUT - ROLL BACK THE WHOLE UNIT OF WORK WHEN A   *
      *    CLOSE OR A REDEMPTION FAILS PART WAY THROUGH ITS POSTINGS *
      ****************************************************************
       6900-BACK-OUT.
      *
           CALL 'CBLTDLI' USING WS-ROLB
                                IO-PCB
           .
      *
      ****************************************************************
      *    7000-RO-INQUIRY - DISPLAY HEADER AND LINES                *
      ****************************************************************
       7000-RO-INQUIRY.
           MOVE WS-HV-RO-TOT-LABOR TO WS-OUT-TOTAL-LABOR
           MOVE WS-HV-RO-TOT-PARTS TO WS-OUT-TOTAL-PARTS
           MOVE WS-HV-RO-TOTAL TO WS-OUT-RO-TOTAL
           MOVE WS-HV-RO-CP-TAX TO WS-OUT-CP-TAX
           MOVE WS-HV-RO-CP-INVOICE TO WS-OUT-CP-INVOICE
           MOVE WS-HV-RO-INV-STATUS TO WS-OUT-INVOICE-STATUS
      *
           EXEC SQL OPEN CSR_RO_LINES END-EXEC
      *
                    , :WS-HV-RL-QUANTITY
                    , :WS-HV-RL-LINE-AMT
                    , :WS-HV-RL-LINE-DESC
                    , :WS-HV-RL-TECH-ID
                    , :WS-HV-RL-FLAG-HRS
                    , :WS-HV-RL-CLOCKED-HRS
           END-EXEC
      *
           EVALUATE SQLCODE
                       TO WS-OUT-LN-AMT(WS-ROW-COUNT)
                   MOVE WS-HV-RL-LINE-DESC
                       TO WS-OUT-LN-DESC(WS-ROW-COUNT)
                   MOVE WS-HV-RL-TECH-ID
                       TO WS-OUT-LN-TECH(WS-ROW-COUNT)
                   MOVE WS-HV-RL-FLAG-HRS
                       TO WS-OUT-LN-FLAG-HRS(WS-ROW-COUNT)
                   MOVE WS-HV-RL-CLOCKED-HRS
                       TO WS-OUT-LN-CLK-HRS(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
