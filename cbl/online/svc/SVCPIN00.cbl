      * PURPOSE:  PARTS MASTER MAINTENANCE KEYED BY PART NUMBER AND  *
      *           DEALER, WITH RECEIPT AND ISSUE POSTING:            *
      *           ADD - CREATE A PARTS MASTER ROW                    *
      *           UPD - CHANGE BIN LOCATION / UNIT COST / ACTIVE /   *
      *                 MIN-MAX STOCKING LEVELS / SUPPLIER /         *
      *                 LIST PRICE / ABC COUNT CLASS                 *
      *           RCP - POST A RECEIPT AGAINST A PURCHASE ORDER LINE *
      *                 (ON HAND UP, ON ORDER DOWN). THE LINE CARRIES*
      *                 RECEIVED AND BACKORDERED QUANTITIES AND THE  *
      *                 PO HEADER STATUS IS RESET FROM ITS LINES.    *
      *           ISS - POST AN ISSUE (ON HAND DOWN). WHEN A VIN IS  *
      *                 SUPPLIED THE EXTENDED COST IS POSTED TO THE  *
      *                 VEHICLE_COST LEDGER (BUCKET PD) SO PDI AND   *
      *                 ACCESSORY PARTS LAND ON THE UNIT'S LEDGER.   *
      *           INQ - DISPLAY MASTER AND RECENT TRANSACTIONS       *
      *           EVERY RCP/ISS WRITES A PARTS_TRANSACTION ROW.      *
      *           A RECEIPT FILLS OPEN CUSTOMER SPECIAL ORDERS       *
      *           (SVCPSP00) OLDEST FIRST - THE QUANTITY IS HELD IN  *
      *           QTY_RESERVED AND THE CUSTOMER IS CONTACTED THROUGH *
      *           COMCNTL0. ISSUES MAY ONLY DRAW ON STOCK NOT        *
      *           RESERVED, EXCEPT AN ISSUE TO THE RO THAT THE       *
      *           SPECIAL ORDER WAS PLACED FOR, WHICH PICKS IT UP.   *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVPI - PARTS INVENTORY                             *
      * MFS MOD:  ASSVPI00                                           *
      *           AUTOSALE.PARTS_TRANSACTION (READ/INSERT)           *
      *           AUTOSALE.VEHICLE_COST      (INSERT)                *
      *           AUTOSALE.VEHICLE           (READ)                  *
      *           AUTOSALE.PARTS_PURCH_ORDER (READ/UPDATE)           *
      *           AUTOSALE.PARTS_PO_LINE     (READ/UPDATE)           *
      *           AUTOSALE.PARTS_SPECIAL_ORDER (READ/UPDATE)         *
      *           AUTOSALE.CUSTOMER          (READ)                  *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *           COMCNTL0 - CUSTOMER CONTACT SERVICE                *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-14  MIN/MAX LEVELS AND SUPPLIER ON THE MASTER;     *
      *               RECEIPTS POSTED AGAINST A PARTS PO LINE        *
      *   2026-10-14  LIST PRICE ON THE MASTER - THE RETAIL PRICE    *
      *               LEVEL FOR PARTS COUNTER TICKETS (SVCCTR00)     *
      *   2026-10-15  ABC COUNT CLASS (DEFAULT C) MAINTAINED ON THE  *
      *               MASTER; LAST COUNT DATE SHOWN FOR CYCLE COUNTS *
      *   2026-10-15  RECEIPTS RESERVE STOCK FOR CUSTOMER SPECIAL    *
      *               ORDERS AND NOTIFY THE CUSTOMER; ISSUES HONOR   *
      *               QTY_RESERVED; RESERVED QTY SHOWN ON INQUIRY    *
      *   2026-10-15  SPECIAL ORDER NOTICE IS TEXTED TO THE CELL     *
      *               PHONE WHEN THERE IS NO EMAIL, BEFORE A CALL    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-IN-RO-NUMBER           PIC 9(09).
           05  WS-IN-REFERENCE           PIC X(20).
           05  WS-IN-ACTIVE-FLAG         PIC X(01).
           05  WS-IN-PO-NUMBER           PIC 9(09).
           05  WS-IN-PO-LINE             PIC 9(04).
           05  WS-IN-MIN-QTY             PIC 9(05).
           05  WS-IN-MAX-QTY             PIC 9(05).
           05  WS-IN-SUPPLIER-CODE       PIC X(08).
           05  WS-IN-LIST-PRICE          PIC 9(07)V99.
           05  WS-IN-ABC-CLASS           PIC X(01).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
           05  WS-OUT-QTY-ON-ORDER       PIC Z(5)9.
           05  WS-OUT-UNIT-COST          PIC Z(6)9.99.
           05  WS-OUT-ACTIVE-FLAG        PIC X(01).
           05  WS-OUT-MIN-QTY            PIC Z(4)9.
           05  WS-OUT-MAX-QTY            PIC Z(4)9.
           05  WS-OUT-SUPPLIER-CODE      PIC X(08).
           05  WS-OUT-LIST-PRICE         PIC Z(6)9.99.
           05  WS-OUT-ABC-CLASS          PIC X(01).
           05  WS-OUT-LAST-COUNT-DATE    PIC X(10).
           05  WS-OUT-QTY-RESERVED       PIC Z(5)9.
           05  WS-OUT-TRAN-COUNT         PIC S9(04) COMP.
           05  WS-OUT-TRAN-DTL OCCURS 6 TIMES.
               10  WS-OUT-TX-DATE        PIC X(10).
           05  WS-EXT-COST               PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-COST-DESC              PIC X(40)  VALUE SPACES.
           05  WS-PL-OUTSTANDING         PIC S9(09) COMP VALUE +0.
           05  WS-QTY-AVAILABLE          PIC S9(09) COMP VALUE +0.
           05  WS-QTY-TO-FILL            PIC S9(09) COMP VALUE +0.
           05  WS-SO-PICKUP-QTY          PIC S9(09) COMP VALUE +0.
           05  WS-SO-RESERVED-CNT        PIC S9(04) COMP VALUE +0.
           05  WS-SO-CNT-DSP             PIC Z(3)9.
           05  WS-SO-ID-DSP              PIC 9(09).
           05  WS-SO-EOF-FLAG            PIC X(01)  VALUE 'N'.
               88  WS-SO-END-OF-DATA                VALUE 'Y'.
               88  WS-SO-MORE-DATA                  VALUE 'N'.
      *
      *    DB2 HOST VARIABLES - PARTS MASTER
      *
           05  WS-HV-PM-ON-ORDER         PIC S9(09) COMP.
           05  WS-HV-PM-UNIT-COST        PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-ACTIVE           PIC X(01).
           05  WS-HV-PM-MIN-QTY          PIC S9(09) COMP.
           05  WS-HV-PM-MAX-QTY          PIC S9(09) COMP.
           05  WS-HV-PM-SUPPLIER         PIC X(08).
           05  WS-HV-PM-LIST-PRICE       PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-ABC-CLASS        PIC X(01).
           05  WS-HV-PM-LAST-COUNT       PIC X(10).
           05  WS-HV-PM-RESERVED         PIC S9(09) COMP.
      *
      *    DB2 HOST VARIABLES - PURCHASE ORDER LINE
      *
       01  WS-HV-PO.
           05  WS-HV-PO-NUMBER           PIC S9(09) COMP.
           05  WS-HV-PO-LINE             PIC S9(04) COMP.
           05  WS-HV-PO-DEALER           PIC X(05).
           05  WS-HV-PO-STATUS           PIC X(02).
           05  WS-HV-PL-PART             PIC X(15).
           05  WS-HV-PL-ORDERED          PIC S9(09) COMP.
           05  WS-HV-PL-RECEIVED         PIC S9(09) COMP.
           05  WS-HV-PL-UNIT-COST        PIC S9(07)V99 COMP-3.
           05  WS-HV-PL-STATUS           PIC X(02).
      *
      *    DB2 HOST VARIABLES - PARTS TRANSACTION
      *
           05  WS-HV-PT-REF              PIC X(20).
           05  WS-HV-PT-DATE             PIC X(10).
      *
      *    DB2 HOST VARIABLES - CUSTOMER SPECIAL ORDER
      *
       01  WS-HV-SO.
           05  WS-HV-SO-ID               PIC S9(09) COMP.
           05  WS-HV-SO-CUSTOMER-ID      PIC S9(09) COMP.
           05  WS-HV-SO-QTY              PIC S9(09) COMP.
           05  WS-HV-SO-RO-NUMBER        PIC S9(09) COMP.
           05  WS-HV-CU-EMAIL            PIC X(60).
           05  WS-HV-CU-CELL-PHONE       PIC X(10).
      *
      *    UNIFIED CONTACT SERVICE CALL FIELDS (COMCNTL0)
      *
       01  WS-CNT-REQUEST.
           05  WS-CN-CUSTOMER-ID   PIC S9(09) COMP.
           05  WS-CN-CHANNEL       PIC X(01).
           05  WS-CN-CONTACT-TYPE  PIC X(06).
           05  WS-CN-SOURCE        PIC X(08).
           05  WS-CN-DESC          PIC X(80).
           05  WS-CN-OVERRIDE      PIC X(01).
       01  WS-CNT-RESULT.
           05  WS-CN-RESULT        PIC X(02).
               88  WS-CN-ALLOWED             VALUE 'AL'.
               88  WS-CN-OVERRIDDEN          VALUE 'OV'.
               88  WS-CN-SUPPRESSED          VALUE 'SU'.
           05  WS-CN-RETURN-CODE   PIC S9(04) COMP.
           05  WS-CN-RETURN-MSG    PIC X(79).
      *
      *    DB2 HOST VARIABLES - VEHICLE
      *
       01  WS-HV-VEHICLE.
                 AND  PT.DEALER_CODE = :WS-IN-DEALER-CODE
               ORDER BY PT.POSTED_TS DESC
           END-EXEC
      *
      *    CURSOR - OPEN SPECIAL ORDERS A RECEIPT CAN FILL. ORDERS
      *    PLACED AGAINST THE RECEIVING PO COME FIRST, THEN ANY
      *    ORDER NOT TIED TO A PO, OLDEST FIRST
      *
           EXEC SQL DECLARE CSR_SPORD_FILL CURSOR FOR
               SELECT SO.SPECIAL_ORDER_ID
                    , SO.CUSTOMER_ID
                    , SO.QUANTITY
               FROM   AUTOSALE.PARTS_SPECIAL_ORDER SO
               WHERE  SO.PART_NUMBER  = :WS-IN-PART-NUMBER
                 AND  SO.DEALER_CODE  = :WS-IN-DEALER-CODE
                 AND  SO.ORDER_STATUS = 'OR'
                 AND (SO.PO_NUMBER    = :WS-HV-PO-NUMBER
                  OR  SO.PO_NUMBER IS NULL)
               ORDER BY CASE WHEN SO.PO_NUMBER IS NULL
                             THEN 1 ELSE 0 END
                      , SO.ORDER_DATE
                      , SO.SPECIAL_ORDER_ID
           END-EXEC
      *
       LINKAGE SECTION.
      *
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-RCP
               IF WS-IN-PO-NUMBER = ZEROS
               OR WS-IN-PO-LINE = ZEROS
                   MOVE 'PO NUMBER AND LINE ARE REQUIRED FOR A RECEIPT'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-ADD
           OR WS-IN-FN-UPD
               IF WS-IN-MAX-QTY NOT = ZEROS
               AND WS-IN-MIN-QTY > WS-IN-MAX-QTY
                   MOVE 'MINIMUM STOCK LEVEL EXCEEDS MAXIMUM'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
                    , PM.QTY_ON_ORDER
                    , PM.UNIT_COST
                    , PM.ACTIVE_FLAG
                    , PM.MIN_QTY
                    , PM.MAX_QTY
                    , COALESCE(PM.SUPPLIER_CODE, ' ')
                    , PM.LIST_PRICE
                    , PM.ABC_CLASS
                    , COALESCE(CHAR(PM.LAST_COUNT_DATE, ISO), ' ')
                    , PM.QTY_RESERVED
               INTO  :WS-HV-PM-PART
                    , :WS-HV-PM-DEALER
                    , :WS-HV-PM-DESC
                    , :WS-HV-PM-ON-ORDER
                    , :WS-HV-PM-UNIT-COST
                    , :WS-HV-PM-ACTIVE
                    , :WS-HV-PM-MIN-QTY
                    , :WS-HV-PM-MAX-QTY
                    , :WS-HV-PM-SUPPLIER
                    , :WS-HV-PM-LIST-PRICE
                    , :WS-HV-PM-ABC-CLASS
                    , :WS-HV-PM-LAST-COUNT
                    , :WS-HV-PM-RESERVED
               FROM  AUTOSALE.PARTS_MASTER PM
               WHERE PM.PART_NUMBER = :WS-IN-PART-NUMBER
                 AND PM.DEALER_CODE = :WS-IN-DEALER-CODE
           MOVE WS-IN-PART-DESC TO WS-HV-PM-DESC
           MOVE WS-IN-BIN-LOCATION TO WS-HV-PM-BIN
           MOVE WS-IN-UNIT-COST TO WS-HV-PM-UNIT-COST
           MOVE WS-IN-MIN-QTY TO WS-HV-PM-MIN-QTY
           MOVE WS-IN-MAX-QTY TO WS-HV-PM-MAX-QTY
           MOVE WS-IN-SUPPLIER-CODE TO WS-HV-PM-SUPPLIER
           MOVE WS-IN-LIST-PRICE TO WS-HV-PM-LIST-PRICE
           IF WS-IN-ABC-CLASS = 'A' OR 'B' OR 'C'
               MOVE WS-IN-ABC-CLASS TO WS-HV-PM-ABC-CLASS
           ELSE
               MOVE 'C' TO WS-HV-PM-ABC-CLASS
           END-IF
           MOVE SPACES TO WS-HV-PM-LAST-COUNT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_MASTER
               , ACTIVE_FLAG
               , CREATED_TS
               , UPDATED_TS
               , MIN_QTY
               , MAX_QTY
               , SUPPLIER_CODE
               , LIST_PRICE
               , ABC_CLASS
               , QTY_RESERVED
               )
               VALUES
               ( :WS-HV-PM-PART
               , 'Y'
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               , :WS-HV-PM-MIN-QTY
               , :WS-HV-PM-MAX-QTY
               , NULLIF(:WS-HV-PM-SUPPLIER, ' ')
               , :WS-HV-PM-LIST-PRICE
               , :WS-HV-PM-ABC-CLASS
               , 0
               )
           END-EXEC
      *
           IF WS-IN-PART-DESC NOT = SPACES
               MOVE WS-IN-PART-DESC TO WS-HV-PM-DESC
           END-IF
           IF WS-IN-MAX-QTY NOT = ZEROS
               MOVE WS-IN-MIN-QTY TO WS-HV-PM-MIN-QTY
               MOVE WS-IN-MAX-QTY TO WS-HV-PM-MAX-QTY
           END-IF
           IF WS-IN-SUPPLIER-CODE NOT = SPACES
               MOVE WS-IN-SUPPLIER-CODE TO WS-HV-PM-SUPPLIER
           END-IF
           IF WS-IN-LIST-PRICE NOT = ZEROS
               MOVE WS-IN-LIST-PRICE TO WS-HV-PM-LIST-PRICE
           END-IF
           IF WS-IN-ABC-CLASS = 'A' OR 'B' OR 'C'
               MOVE WS-IN-ABC-CLASS TO WS-HV-PM-ABC-CLASS
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                    , BIN_LOCATION = :WS-HV-PM-BIN
                    , UNIT_COST    = :WS-HV-PM-UNIT-COST
                    , ACTIVE_FLAG  = :WS-HV-PM-ACTIVE
                    , MIN_QTY      = :WS-HV-PM-MIN-QTY
                    , MAX_QTY      = :WS-HV-PM-MAX-QTY
                    , SUPPLIER_CODE = NULLIF(:WS-HV-PM-SUPPLIER, ' ')
                    , LIST_PRICE   = :WS-HV-PM-LIST-PRICE
                    , ABC_CLASS    = :WS-HV-PM-ABC-CLASS
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-IN-PART-NUMBER
                 AND  DEALER_CODE = :WS-IN-DEALER-CODE
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
               END-IF
               PERFORM 5700-CHECK-AVAILABLE THRU 5700-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
      *    RECEIPTS ARE POSTED AGAINST AN OPEN PO LINE
      *
           IF WS-IN-FN-RCP
               PERFORM 5200-READ-PO-LINE THRU 5200-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
      *    RECEIPT MAY CARRY A NEW UNIT COST
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-IN-FN-RCP
               PERFORM 5300-UPDATE-PO-LINE THRU 5300-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
               MOVE SPACES TO WS-HV-PT-REF
               STRING 'PO ' WS-IN-PO-NUMBER
                      '-' WS-IN-PO-LINE
                      DELIMITED BY SIZE
                   INTO WS-HV-PT-REF
               END-STRING
           END-IF
      *
      *    WRITE THE TRANSACTION ROW
      *
      *
           MOVE WS-IN-VIN TO WS-HV-PT-VIN
           MOVE WS-IN-RO-NUMBER TO WS-HV-PT-RO-NUM
           IF NOT WS-IN-FN-RCP
               MOVE WS-IN-REFERENCE TO WS-HV-PT-REF
           END-IF
           MOVE WS-IN-QUANTITY TO WS-HV-PT-QTY
           MOVE WS-HV-PM-UNIT-COST TO WS-HV-PT-COST
      *
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
      *    AN ISSUE TO THE RO PICKS UP ITS SPECIAL ORDERS; A RECEIPT
      *    RESERVES STOCK FOR OPEN ONES
      *
           IF WS-IN-FN-ISS
           AND WS-SO-PICKUP-QTY > +0
               PERFORM 5750-PICKUP-RO-ORDERS THRU 5750-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-FN-RCP
               PERFORM 5800-FILL-SPECIAL-ORDERS THRU 5800-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           PERFORM 7500-FORMAT-MASTER
      *
           IF WS-IN-FN-RCP
               IF WS-SO-RESERVED-CNT > +0
                   MOVE WS-SO-RESERVED-CNT TO WS-SO-CNT-DSP
                   STRING 'RECEIPT POSTED - ' WS-SO-CNT-DSP
                          ' SPECIAL ORDER(S) RESERVED'
                          DELIMITED BY SIZE
                       INTO WS-OUT-MESSAGE
                   END-STRING
               ELSE
                   MOVE 'RECEIPT POSTED TO PARTS MASTER'
                       TO WS-OUT-MESSAGE
               END-IF
           ELSE
               MOVE 'ISSUE POSTED TO PARTS MASTER'
                   TO WS-OUT-MESSAGE
           EXIT.
      *
      ****************************************************************
      *    5200-READ-PO-LINE - PO LINE MUST BE OPEN FOR THIS PART    *
      ****************************************************************
       5200-READ-PO-LINE.
      *
           MOVE WS-IN-PO-NUMBER TO WS-HV-PO-NUMBER
           MOVE WS-IN-PO-LINE TO WS-HV-PO-LINE
      *
           EXEC SQL
               SELECT P.DEALER_CODE
                    , P.PO_STATUS
                    , L.PART_NUMBER
                    , L.QTY_ORDERED
                    , L.QTY_RECEIVED
                    , L.UNIT_COST
                    , L.LINE_STATUS
               INTO  :WS-HV-PO-DEALER
                    , :WS-HV-PO-STATUS
                    , :WS-HV-PL-PART
                    , :WS-HV-PL-ORDERED
                    , :WS-HV-PL-RECEIVED
                    , :WS-HV-PL-UNIT-COST
                    , :WS-HV-PL-STATUS
               FROM  AUTOSALE.PARTS_PURCH_ORDER P
                   , AUTOSALE.PARTS_PO_LINE     L
               WHERE P.PO_NUMBER   = :WS-HV-PO-NUMBER
                 AND L.PO_NUMBER   = P.PO_NUMBER
                 AND L.LINE_NUMBER = :WS-HV-PO-LINE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'PURCHASE ORDER LINE NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 5200-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPIN00: DB2 ERROR READING PO LINE'
                       TO WS-OUT-MESSAGE
                   GO TO 5200-EXIT
           END-EVALUATE
      *
           IF WS-HV-PO-DEALER NOT = WS-IN-DEALER-CODE
           OR WS-HV-PL-PART NOT = WS-IN-PART-NUMBER
               MOVE 'PO LINE IS NOT FOR THIS PART AND DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 5200-EXIT
           END-IF
      *
           IF WS-HV-PL-STATUS NOT = 'OP'
           AND WS-HV-PL-STATUS NOT = 'BO'
               MOVE 'PO LINE IS CLOSED - NOTHING LEFT TO RECEIVE'
                   TO WS-OUT-MESSAGE
               GO TO 5200-EXIT
           END-IF
      *
           COMPUTE WS-PL-OUTSTANDING =
               WS-HV-PL-ORDERED - WS-HV-PL-RECEIVED
           IF WS-IN-QUANTITY > WS-PL-OUTSTANDING
               MOVE 'RECEIPT EXCEEDS QUANTITY OUTSTANDING ON PO LINE'
                   TO WS-OUT-MESSAGE
               GO TO 5200-EXIT
           END-IF
      *
      *    NO COST KEYED - RECEIVE AT THE PO LINE COST
      *
           IF WS-IN-UNIT-COST = ZEROS
               MOVE WS-HV-PL-UNIT-COST TO WS-HV-PM-UNIT-COST
           END-IF
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5300-UPDATE-PO-LINE - RECEIVED/BACKORDER, HEADER STATUS   *
      ****************************************************************
       5300-UPDATE-PO-LINE.
      *
           ADD WS-IN-QUANTITY TO WS-HV-PL-RECEIVED
           COMPUTE WS-PL-OUTSTANDING =
               WS-HV-PL-ORDERED - WS-HV-PL-RECEIVED
           IF WS-PL-OUTSTANDING > +0
               MOVE 'BO' TO WS-HV-PL-STATUS
           ELSE
               MOVE 'RC' TO WS-HV-PL-STATUS
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_PO_LINE
                  SET QTY_RECEIVED      = :WS-HV-PL-RECEIVED
                    , QTY_BACKORDERED   = :WS-PL-OUTSTANDING
                    , LINE_STATUS       = :WS-HV-PL-STATUS
                    , LAST_RECEIPT_DATE = :WS-CURRENT-DATE
                    , UPDATED_TS        = CURRENT TIMESTAMP
               WHERE  PO_NUMBER   = :WS-HV-PO-NUMBER
                 AND  LINE_NUMBER = :WS-HV-PO-LINE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPIN00: DB2 ERROR UPDATING PO LINE'
                   TO WS-OUT-MESSAGE
               GO TO 5300-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_PURCH_ORDER P
                  SET PO_STATUS =
                      CASE
                      WHEN EXISTS
                           (SELECT 1
                            FROM   AUTOSALE.PARTS_PO_LINE L
                            WHERE  L.PO_NUMBER = P.PO_NUMBER
                              AND  L.LINE_STATUS IN ('OP', 'BO'))
                      THEN 'PR'
                      ELSE 'RC'
                      END
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  P.PO_NUMBER = :WS-HV-PO-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPIN00: DB2 ERROR UPDATING PO STATUS'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5600-POST-VEHICLE-COST - PDI/ACCESSORY PARTS TO LEDGER    *
      ****************************************************************
       5600-POST-VEHICLE-COST.
           EXIT.
      *
      ****************************************************************
      *    5700-CHECK-AVAILABLE - AN ISSUE MAY NOT DRAW DOWN STOCK   *
      *    HELD FOR A CUSTOMER SPECIAL ORDER. AN ISSUE TO THE RO THE *
      *    ORDERS WERE PLACED FOR, LARGE ENOUGH TO COVER THEM, IS    *
      *    THE PICKUP AND MAY USE THE RESERVED QUANTITY.             *
      ****************************************************************
       5700-CHECK-AVAILABLE.
      *
           MOVE +0 TO WS-SO-PICKUP-QTY
           COMPUTE WS-QTY-AVAILABLE =
               WS-HV-PM-ON-HAND - WS-HV-PM-RESERVED
      *
           IF WS-IN-RO-NUMBER NOT = ZEROS
               MOVE WS-IN-RO-NUMBER TO WS-HV-SO-RO-NUMBER
               EXEC SQL
                   SELECT COALESCE(SUM(SO.QUANTITY), 0)
                   INTO  :WS-SO-PICKUP-QTY
                   FROM  AUTOSALE.PARTS_SPECIAL_ORDER SO
                   WHERE SO.PART_NUMBER  = :WS-IN-PART-NUMBER
                     AND SO.DEALER_CODE  = :WS-IN-DEALER-CODE
                     AND SO.RO_NUMBER    = :WS-HV-SO-RO-NUMBER
                     AND SO.ORDER_STATUS IN ('RV', 'NS')
               END-EXEC
               IF SQLCODE NOT = +0
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPIN00: DB2 ERROR READING SPECIAL ORDERS'
                       TO WS-OUT-MESSAGE
                   GO TO 5700-EXIT
               END-IF
               IF WS-IN-QUANTITY < WS-SO-PICKUP-QTY
                   MOVE +0 TO WS-SO-PICKUP-QTY
               END-IF
               ADD WS-SO-PICKUP-QTY TO WS-QTY-AVAILABLE
           END-IF
      *
           IF WS-IN-QUANTITY > WS-QTY-AVAILABLE
               MOVE 'ISSUE EXCEEDS STOCK NOT RESERVED FOR SPECIAL ORDER'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5750-PICKUP-RO-ORDERS - RELEASE THE RESERVATION AND CLOSE *
      *    THE RO'S SPECIAL ORDERS AS PICKED UP                      *
      ****************************************************************
       5750-PICKUP-RO-ORDERS.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_RESERVED = CASE
                          WHEN QTY_RESERVED >= :WS-SO-PICKUP-QTY
                          THEN QTY_RESERVED - :WS-SO-PICKUP-QTY
                          ELSE 0 END
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-IN-PART-NUMBER
                 AND  DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPIN00: DB2 ERROR RELEASING RESERVED QUANTITY'
                   TO WS-OUT-MESSAGE
               GO TO 5750-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_SPECIAL_ORDER
                  SET ORDER_STATUS   = 'PU'
                    , DEPOSIT_STATUS = CASE
                          WHEN DEPOSIT_STATUS = 'HD'
                          THEN 'AP' ELSE DEPOSIT_STATUS END
                    , CLOSED_DATE    = :WS-CURRENT-DATE
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  PART_NUMBER  = :WS-IN-PART-NUMBER
                 AND  DEALER_CODE  = :WS-IN-DEALER-CODE
                 AND  RO_NUMBER    = :WS-HV-SO-RO-NUMBER
                 AND  ORDER_STATUS IN ('RV', 'NS')
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPIN00: DB2 ERROR UPDATING SPECIAL ORDERS'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5750-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5800-FILL-SPECIAL-ORDERS - RESERVE THE RECEIVED QUANTITY  *
      *    FOR OPEN SPECIAL ORDERS IN TURN UNTIL AN ORDER WILL NOT   *
      *    FIT. THE NEXT RECEIPT PICKS UP WHERE THIS ONE LEFT OFF.   *
      ****************************************************************
       5800-FILL-SPECIAL-ORDERS.
      *
           MOVE +0 TO WS-SO-RESERVED-CNT
           MOVE WS-IN-QUANTITY TO WS-QTY-TO-FILL
      *
           EXEC SQL OPEN CSR_SPORD_FILL END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPIN00: DB2 ERROR OPENING SPECIAL ORDERS'
                   TO WS-OUT-MESSAGE
               GO TO 5800-EXIT
           END-IF
      *
           SET WS-SO-MORE-DATA TO TRUE
      *
           PERFORM 5810-FETCH-ORDER
               UNTIL WS-SO-END-OF-DATA
      *
           EXEC SQL CLOSE CSR_SPORD_FILL END-EXEC
           .
       5800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5810-FETCH-ORDER - FETCH AND RESERVE ONE SPECIAL ORDER    *
      ****************************************************************
       5810-FETCH-ORDER.
      *
           EXEC SQL FETCH CSR_SPORD_FILL
               INTO  :WS-HV-SO-ID
                    , :WS-HV-SO-CUSTOMER-ID
                    , :WS-HV-SO-QTY
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   SET WS-SO-END-OF-DATA TO TRUE
               WHEN SQLCODE NOT = +0
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPIN00: DB2 ERROR READING SPECIAL ORDERS'
                       TO WS-OUT-MESSAGE
                   SET WS-SO-END-OF-DATA TO TRUE
               WHEN WS-HV-SO-QTY > WS-QTY-TO-FILL
                   SET WS-SO-END-OF-DATA TO TRUE
               WHEN OTHER
                   PERFORM 5850-RESERVE-ORDER THRU 5850-EXIT
                   IF WS-OUT-MESSAGE NOT = SPACES
                       SET WS-SO-END-OF-DATA TO TRUE
                   END-IF
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5850-RESERVE-ORDER - HOLD ONE ORDER'S QUANTITY AND TELL   *
      *    THE CUSTOMER THE PART IS IN                               *
      ****************************************************************
       5850-RESERVE-ORDER.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_RESERVED = QTY_RESERVED + :WS-HV-SO-QTY
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-IN-PART-NUMBER
                 AND  DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPIN00: DB2 ERROR RESERVING QUANTITY'
                   TO WS-OUT-MESSAGE
               GO TO 5850-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_SPECIAL_ORDER
                  SET ORDER_STATUS  = 'RV'
                    , RECEIVED_DATE = :WS-CURRENT-DATE
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  SPECIAL_ORDER_ID = :WS-HV-SO-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPIN00: DB2 ERROR UPDATING SPECIAL ORDER'
                   TO WS-OUT-MESSAGE
               GO TO 5850-EXIT
           END-IF
      *
           SUBTRACT WS-HV-SO-QTY FROM WS-QTY-TO-FILL
           ADD +1 TO WS-SO-RESERVED-CNT
      *
      *    E-MAIL WHEN WE HAVE ONE, THEN A TEXT TO THE CELL PHONE,
      *    OTHERWISE A CALL. THE CUSTOMER'S SUPPRESSION FLAGS ARE
      *    HONORED - AN ORDER NOT NOTIFIED IS LEFT WITH NO NOTIFIED
      *    DATE FOR THE COUNTER TO FOLLOW UP
      *
           MOVE SPACES TO WS-HV-CU-EMAIL
           MOVE SPACES TO WS-HV-CU-CELL-PHONE
           EXEC SQL
               SELECT COALESCE(C.EMAIL, ' ')
                    , COALESCE(C.CELL_PHONE, ' ')
               INTO  :WS-HV-CU-EMAIL
                    , :WS-HV-CU-CELL-PHONE
               FROM  AUTOSALE.CUSTOMER C
               WHERE C.CUSTOMER_ID = :WS-HV-SO-CUSTOMER-ID
           END-EXEC
      *
           MOVE WS-HV-SO-CUSTOMER-ID TO WS-CN-CUSTOMER-ID
           EVALUATE TRUE
               WHEN WS-HV-CU-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-CN-CHANNEL
               WHEN WS-HV-CU-CELL-PHONE NOT = SPACES
                   MOVE 'T' TO WS-CN-CHANNEL
               WHEN OTHER
                   MOVE 'C' TO WS-CN-CHANNEL
           END-EVALUATE
           MOVE 'SPORD ' TO WS-CN-CONTACT-TYPE
           MOVE 'SVCPIN00' TO WS-CN-SOURCE
           MOVE 'N' TO WS-CN-OVERRIDE
           MOVE WS-HV-SO-ID TO WS-SO-ID-DSP
           MOVE SPACES TO WS-CN-DESC
           STRING 'SPECIAL ORDER ' WS-SO-ID-DSP
                  ' PART ' WS-IN-PART-NUMBER
                  ' IS IN - READY FOR PICKUP'
                  DELIMITED BY SIZE
                  INTO WS-CN-DESC
           CALL 'COMCNTL0' USING WS-CNT-REQUEST
                                 WS-CNT-RESULT
      *
           IF WS-CN-RETURN-CODE = +0
           AND NOT WS-CN-SUPPRESSED
               EXEC SQL
                   UPDATE AUTOSALE.PARTS_SPECIAL_ORDER
                      SET NOTIFIED_DATE = :WS-CURRENT-DATE
                   WHERE  SPECIAL_ORDER_ID = :WS-HV-SO-ID
               END-EXEC
               IF SQLCODE NOT = +0
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPIN00: DB2 ERROR UPDATING SPECIAL ORDER'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       5850-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PART-INQUIRY - MASTER AND RECENT TRANSACTIONS        *
      ****************************************************************
       7000-PART-INQUIRY.
           MOVE WS-HV-PM-ON-ORDER TO WS-OUT-QTY-ON-ORDER
           MOVE WS-HV-PM-UNIT-COST TO WS-OUT-UNIT-COST
           MOVE WS-HV-PM-ACTIVE TO WS-OUT-ACTIVE-FLAG
           MOVE WS-HV-PM-MIN-QTY TO WS-OUT-MIN-QTY
           MOVE WS-HV-PM-MAX-QTY TO WS-OUT-MAX-QTY
           MOVE WS-HV-PM-SUPPLIER TO WS-OUT-SUPPLIER-CODE
           MOVE WS-HV-PM-LIST-PRICE TO WS-OUT-LIST-PRICE
           MOVE WS-HV-PM-ABC-CLASS TO WS-OUT-ABC-CLASS
           MOVE WS-HV-PM-LAST-COUNT TO WS-OUT-LAST-COUNT-DATE
           MOVE WS-HV-PM-RESERVED TO WS-OUT-QTY-RESERVED
           .
      *
      ****************************************************************
