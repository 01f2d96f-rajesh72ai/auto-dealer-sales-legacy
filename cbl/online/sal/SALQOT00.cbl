      *             COMFMTL0 - CURRENCY FORMATTING                   *
      *             COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *             COMLYPL0 - LOYALTY POINTS (BALANCE/REDEEM)       *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_DEAL       (INSERT)               *
      *             AUTOSALE.DEAL_LINE_ITEM   (INSERT)               *
      *             AUTOSALE.TAX_RATE          (READ VIA COMTAXL0)   *
      *             AUTOSALE.TRADE_IN          (READ)                *
      *             AUTOSALE.INCENTIVE_APPLIED (READ)                *
      *             AUTOSALE.NMVTIS_CHECK      (READ)                *
      *             AUTOSALE.LISTING_SYNC      (READ)                *
      *             AUTOSALE.SALES_APPROVAL    (INSERT)              *
      *             AUTOSALE.LOYALTY_LEDGER    (VIA COMLYPL0)        *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *               COMTXRL0 (STATE_TAX_RULE TABLE, ADMSTR00)      *
      *               INSTEAD OF ALWAYS SUBTRACTING THE FULL TRADE   *
      *               ALLOWANCE                                       *
      *   2026-10-15  A VIN WITH AN NMVTIS BRAND OR THEFT HIT IS NOT *
      *               QUOTED UNTIL A MANAGER DISPOSITIONS IT IN      *
      *               VEHNMV00 (WH UNITS ON TYPE-W DEALS ONLY)       *
      *   2026-10-15  VEHICLE PRICE ABOVE THE LAST PRICE SYNDICATED  *
      *               TO THE MARKETPLACES (LISTING_SYNC) NEEDS A     *
      *               MANAGER OVERRIDE AND REASON, KEPT ON           *
      *               SALES_APPROVAL AS TYPE AO                      *
      *   2026-10-15  LOYALTY POINTS MAY BE REDEEMED AS A DISCOUNT   *
      *               ON A RETAIL OR LEASE QUOTE (COMLYPL0, HOUSEHOLD*
      *               POOLED BALANCE); KEPT AS AN LP LINE ITEM AND   *
      *               SHOWN WITH THE REMAINING BALANCE               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-QI-SECONDARY       PIC X(08).
           05  WS-QI-SPLIT-PCT       PIC 9(03)V99.
           05  WS-QI-OFFER-ID        PIC 9(09).
           05  WS-QI-OVR-MGR-ID      PIC X(08).
           05  WS-QI-OVR-REASON      PIC X(60).
           05  WS-QI-LOY-POINTS      PIC 9(07).
      *
      *    OUTPUT LAYOUT - DEAL WORKSHEET
      *
                   VALUE 'VEHICLE PRICE (MSRP): '.
               10  WS-QO-VEH-PRICE  PIC $$$,$$$,$$9.99.
               10  FILLER            PIC X(43) VALUE SPACES.
           05  WS-QO-ADV-LINE.
               10  FILLER            PIC X(22)
                   VALUE 'ADVERTISED PRICE:     '.
               10  WS-QO-ADV-PRICE  PIC $$$,$$$,$$9.99.
               10  FILLER            PIC X(12)
                   VALUE '  OVERRIDE: '.
               10  WS-QO-ADV-OVR-BY PIC X(08).
               10  FILLER            PIC X(23) VALUE SPACES.
           05  WS-QO-OPTS-LINE.
               10  FILLER            PIC X(22)
                   VALUE 'OPTIONS TOTAL:        '.
                   VALUE 'FRONT GROSS:          '.
               10  WS-QO-FRONT-GRSS PIC $$$,$$$,$$9.99-.
               10  FILLER            PIC X(42) VALUE SPACES.
           05  WS-QO-LOYALTY-LINE.
               10  FILLER            PIC X(24)
                   VALUE 'LOYALTY POINTS REDEEMED:'.
               10  WS-QO-LOY-REDEEM PIC ZZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(12)
                   VALUE '  BALANCE:  '.
               10  WS-QO-LOY-BAL    PIC ZZZ,ZZZ,ZZ9-.
               10  FILLER            PIC X(20) VALUE SPACES.
           05  WS-QO-FILLER         PIC X(475) VALUE SPACES.
      *
      *    WORK FIELDS
      *
           05  WS-DC-FRONT-GROSS    PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DC-TAXABLE-AMT    PIC S9(09)V99 COMP-3 VALUE +0.
      *
      *    LOYALTY POINTS CALL FIELDS (COMLYPL0)
      *
       01  WS-LYP-REQUEST.
           05  WS-LY-FUNCTION       PIC X(04).
           05  WS-LY-CUSTOMER-ID    PIC S9(09) COMP.
           05  WS-LY-DEALER-CODE    PIC X(05).
           05  WS-LY-DEPT-CODE      PIC X(02).
           05  WS-LY-BASE-AMT       PIC S9(09)V99 COMP-3.
           05  WS-LY-POINTS         PIC S9(09) COMP.
           05  WS-LY-REF-TYPE       PIC X(02).
           05  WS-LY-REF-KEY        PIC X(12).
           05  WS-LY-USER-ID        PIC X(08).
       01  WS-LYP-RESULT.
           05  WS-LY-RETURN-CODE    PIC S9(04) COMP.
           05  WS-LY-BALANCE        PIC S9(09) COMP.
           05  WS-LY-POINTS-POSTED  PIC S9(09) COMP.
           05  WS-LY-VALUE-AMT      PIC S9(09)V99 COMP-3.
           05  WS-LY-POINT-VALUE    PIC S9(01)V9(04) COMP-3.
           05  WS-LY-RETURN-MSG     PIC X(50).
      *
       01  WS-LOY-FIELDS.
           05  WS-LOY-VALUE         PIC S9(07)V99 COMP-3 VALUE +0.
           05  WS-LOY-LINE-AMT      PIC S9(07)V99 COMP-3 VALUE +0.
           05  WS-LOY-BALANCE       PIC S9(09) COMP VALUE +0.
      *
      *    DEAL LINE ITEM COUNTER
      *
       01  WS-LINE-SEQ              PIC S9(04) COMP VALUE +0.
      *
      *
       01  WS-SOLD-ORDER-CT        PIC S9(04) COMP VALUE +0.
       01  WS-NMVTIS-HOLD-CT       PIC S9(04) COMP VALUE +0.
      *
      *    SALESPERSON STATE LICENSE CHECK (USER_LICENSE / ADMLIC00)
      *
      *
       01  WS-ICO-OFFER-ID         PIC S9(09) COMP VALUE +0.
       01  WS-ICO-OFFER-AMT        PIC S9(07)V99 COMP-3 VALUE +0.
      *
      *    ADVERTISED PRICE HONOR CHECK (LISTING_SYNC / BATLST00)
      *
       01  WS-ADV-PRICE            PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-NI-ADV-PRICE         PIC S9(04) COMP VALUE -1.
       01  WS-ADV-SELL-PRICE       PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-ADV-PRICE-EDIT       PIC $$$,$$$,$$9.99.
       01  WS-ADV-MGR-ID           PIC X(08) VALUE SPACES.
       01  WS-ADV-OVERRIDE         PIC X(01) VALUE 'N'.
           88  WS-ADV-OVERRIDDEN             VALUE 'Y'.
           88  WS-ADV-NOT-OVERRIDDEN         VALUE 'N'.
      *
       LINKAGE SECTION.
      *
           IF WS-RETURN-CODE = +0
               PERFORM 4000-GET-PRICING
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 4200-CHECK-ADVERTISED-PRICE THRU 4200-EXIT
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 4300-CHECK-LOYALTY-REDEEM THRU 4300-EXIT
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 5000-CALCULATE-TAXES
           AND WS-ICO-OFFER-AMT > +0
               PERFORM 7650-APPLY-CASH-OFFER
           END-IF
      *
           IF WS-RETURN-CODE = +0
           AND WS-ADV-OVERRIDDEN
               PERFORM 7695-RECORD-ADV-OVERRIDE
           END-IF
      *
           IF WS-RETURN-CODE = +0
           AND WS-LOY-VALUE > +0
               PERFORM 7697-POST-LOYALTY-REDEEM
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 7700-WRITE-AUDIT-LOG
               ELSE
                   MOVE ZEROS TO WS-QI-OFFER-ID
               END-IF
               MOVE WS-INP-BODY(84:8) TO WS-QI-OVR-MGR-ID
               MOVE WS-INP-BODY(92:60) TO WS-QI-OVR-REASON
               IF WS-INP-BODY(152:7) IS NUMERIC
                   MOVE WS-INP-BODY(152:7) TO WS-QI-LOY-POINTS
               ELSE
                   MOVE ZEROS TO WS-QI-LOY-POINTS
               END-IF
           END-IF
           .
      *
               GO TO 3000-EXIT
           END-IF
      *
      *    AN NMVTIS SALVAGE/JUNK/FLOOD BRAND OR THEFT HIT HOLDS
      *    THE VIN UNTIL A MANAGER DISPOSITIONS IT (VEHNMV00). A
      *    WHOLESALE-ONLY DISPOSITION MAY GO OUT ON A TYPE-W DEAL
      *
           MOVE +0 TO WS-NMVTIS-HOLD-CT
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-NMVTIS-HOLD-CT
               FROM   AUTOSALE.NMVTIS_CHECK N
               WHERE  N.VIN = :WS-QI-VIN
                 AND  N.CHECK_STATUS = 'HT'
                 AND  ( N.DISPOSITION IS NULL
                     OR N.DISPOSITION = 'RS'
                     OR ( N.DISPOSITION = 'WH'
                          AND :WS-QI-DEAL-TYPE <> 'W' ) )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 3900-DB2-ERROR
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-NMVTIS-HOLD-CT > +0
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'NMVTIS TITLE HOLD ON VIN - MANAGER MUST DISPOSITION
      -            ' IN VEHNMV00'
                   TO WS-ERROR-MSG
               GO TO 3000-EXIT
           END-IF
      *
      *    VALIDATE SALESPERSON
      *
           IF WS-QI-SALESPERSON-ID = SPACES
           EXIT.
      *
      ****************************************************************
      *    4200-CHECK-ADVERTISED-PRICE - THE CUSTOMER MAY HAVE SEEN  *
      *    THIS UNIT ONLINE. A VEHICLE PRICE ABOVE THE LAST PRICE    *
      *    BATLST00 SYNDICATED FOR THE VIN NEEDS A MANAGER OVERRIDE  *
      *    (KEYED MANAGER ID, OR THE SIGNED-ON USER WHEN A MANAGER)  *
      *    AND A REASON. A VIN NEVER LISTED HAS NOTHING TO HONOR.    *
      ****************************************************************
       4200-CHECK-ADVERTISED-PRICE.
      *
           SET WS-ADV-NOT-OVERRIDDEN TO TRUE
           MOVE +0 TO WS-ADV-PRICE
           MOVE -1 TO WS-NI-ADV-PRICE
      *
           EXEC SQL
               SELECT ADVERTISED_PRICE
               INTO   :WS-ADV-PRICE :WS-NI-ADV-PRICE
               FROM   AUTOSALE.LISTING_SYNC
               WHERE  VIN = :WS-QI-VIN
           END-EXEC
      *
           IF SQLCODE = +100
               MOVE -1 TO WS-NI-ADV-PRICE
               GO TO 4200-EXIT
           END-IF
           IF SQLCODE NOT = +0
               PERFORM 3900-DB2-ERROR
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-NI-ADV-PRICE < +0
               GO TO 4200-EXIT
           END-IF
      *
           COMPUTE WS-ADV-SELL-PRICE =
               WS-DC-VEHICLE-PRICE - WS-DC-DISCOUNT
      *
           IF WS-ADV-SELL-PRICE NOT > WS-ADV-PRICE
               GO TO 4200-EXIT
           END-IF
      *
           MOVE WS-ADV-PRICE TO WS-ADV-PRICE-EDIT
      *
           IF WS-QI-OVR-REASON = SPACES
               MOVE +8 TO WS-RETURN-CODE
               STRING 'PRICE ABOVE ADVERTISED ' WS-ADV-PRICE-EDIT
                      ' - MGR OVERRIDE AND REASON REQUIRED'
                      DELIMITED BY SIZE
                      INTO WS-ERROR-MSG
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-QI-OVR-MGR-ID = SPACES
               MOVE IO-PCB-USER-ID TO WS-ADV-MGR-ID
           ELSE
               MOVE WS-QI-OVR-MGR-ID TO WS-ADV-MGR-ID
           END-IF
      *
           EXEC SQL
               SELECT USER_TYPE
               INTO   :USER-TYPE
               FROM   AUTOSALE.SYSTEM_USER
               WHERE  USER_ID = :WS-ADV-MGR-ID
                 AND  ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               PERFORM 3900-DB2-ERROR
               GO TO 4200-EXIT
           END-IF
      *
           IF SQLCODE = +100
           OR (USER-TYPE NOT = 'M' AND USER-TYPE NOT = 'G'
               AND USER-TYPE NOT = 'A')
               MOVE +8 TO WS-RETURN-CODE
               STRING 'PRICE ABOVE ADVERTISED ' WS-ADV-PRICE-EDIT
                      ' - OVERRIDE ID IS NOT A MANAGER'
                      DELIMITED BY SIZE
                      INTO WS-ERROR-MSG
               GO TO 4200-EXIT
           END-IF
      *
           SET WS-ADV-OVERRIDDEN TO TRUE
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4300-CHECK-LOYALTY-REDEEM - POINTS KEYED FOR REDEMPTION   *
      *    MUST BE COVERED BY THE HOUSEHOLD-POOLED BALANCE; THEIR    *
      *    VALUE AT THE REDEMPTION RATE IS TAKEN AS A DISCOUNT.      *
      *    WITH NOTHING KEYED THE BALANCE IS SHOWN FOR THE DESK.     *
      ****************************************************************
       4300-CHECK-LOYALTY-REDEEM.
      *
           MOVE +0 TO WS-LOY-VALUE
           MOVE +0 TO WS-LOY-BALANCE
      *
           MOVE WS-CUST-ID-NUM TO WS-LY-CUSTOMER-ID
           MOVE WS-DEALER-CODE TO WS-LY-DEALER-CODE
           MOVE 'SA' TO WS-LY-DEPT-CODE
           MOVE +0 TO WS-LY-BASE-AMT
           MOVE WS-QI-LOY-POINTS TO WS-LY-POINTS
           MOVE 'QT' TO WS-LY-REF-TYPE
           MOVE SPACES TO WS-LY-REF-KEY
           MOVE IO-PCB-USER-ID TO WS-LY-USER-ID
      *
           IF WS-QI-LOY-POINTS = ZEROS
               MOVE 'BAL ' TO WS-LY-FUNCTION
               CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                     WS-LYP-RESULT
               IF WS-LY-RETURN-CODE = +0
                   MOVE WS-LY-BALANCE TO WS-LOY-BALANCE
               END-IF
               GO TO 4300-EXIT
           END-IF
      *
           IF WS-QI-WHOLESALE OR WS-QI-FLEET
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'NO LOYALTY REDEMPTION ON FLEET OR WHOLESALE DEALS'
                   TO WS-ERROR-MSG
               GO TO 4300-EXIT
           END-IF
      *
           MOVE 'CHEK' TO WS-LY-FUNCTION
           CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                 WS-LYP-RESULT
      *
           IF WS-LY-RETURN-CODE NOT = +0
               MOVE +8 TO WS-RETURN-CODE
               MOVE WS-LY-RETURN-MSG TO WS-ERROR-MSG
               GO TO 4300-EXIT
           END-IF
      *
           IF WS-LY-VALUE-AMT > WS-DC-VEHICLE-PRICE
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'LOYALTY REDEMPTION EXCEEDS THE VEHICLE PRICE'
                   TO WS-ERROR-MSG
               GO TO 4300-EXIT
           END-IF
      *
           MOVE WS-LY-VALUE-AMT TO WS-LOY-VALUE
           ADD WS-LOY-VALUE TO WS-DC-DISCOUNT
           COMPUTE WS-LOY-BALANCE =
               WS-LY-BALANCE - WS-QI-LOY-POINTS
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CALCULATE-TAXES - CALL COMTAXL0                      *
      ****************************************************************
       5000-CALCULATE-TAXES.
               MOVE WS-DC-TRADE-ALLOW TO WS-TR-TRADE-CREDIT
               MOVE +0 TO WS-TR-REBATE-DEDUCT
           END-IF
      *
      *    A DEALER DISCOUNT (LOYALTY REDEMPTION) LOWERS THE
      *    SELLING PRICE AND SO THE TAXABLE AMOUNT
      *
           COMPUTE WS-DC-TAXABLE-AMT =
               WS-DC-SUBTOTAL - WS-TR-TRADE-CREDIT
                              - WS-TR-REBATE-DEDUCT
                              - WS-DC-DISCOUNT
      *
           IF WS-DC-TAXABLE-AMT < +0
               MOVE +0 TO WS-DC-TAXABLE-AMT
               ADD +1 TO WS-LINE-SEQ
               PERFORM 7690-INSERT-ONE-LINE-REG
           END-IF
      *
      *    LINE 10: LOYALTY POINTS DISCOUNT
      *
           IF WS-LOY-VALUE > +0
               ADD +1 TO WS-LINE-SEQ
               PERFORM 7692-INSERT-ONE-LINE-LOY
           END-IF
           .
      *
       7610-INSERT-ONE-LINE-VP.
                0, 'N')
           END-EXEC
           .
       7692-INSERT-ONE-LINE-LOY.
           COMPUTE WS-LOY-LINE-AMT = 0 - WS-LOY-VALUE
           EXEC SQL
               INSERT INTO AUTOSALE.DEAL_LINE_ITEM
               (DEAL_NUMBER, LINE_SEQ, LINE_TYPE,
                DESCRIPTION, AMOUNT, COST, TAXABLE_FLAG)
               VALUES
               (:WS-DEAL-NUMBER, :WS-LINE-SEQ, 'LP',
                'LOYALTY POINTS DISCOUNT', :WS-LOY-LINE-AMT,
                0, 'Y')
           END-EXEC
           .
      *
      ****************************************************************
      *    7700-WRITE-AUDIT-LOG - LOG DEAL CREATION                  *
           END-IF
           .
      *
      ****************************************************************
      *    7695-RECORD-ADV-OVERRIDE - MANAGER OVERRIDE OF THE        *
      *    ADVERTISED PRICE, KEPT WITH THE DEAL'S APPROVALS          *
      ****************************************************************
       7695-RECORD-ADV-OVERRIDE.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.SALES_APPROVAL
               ( APPROVAL_ID
               , DEAL_NUMBER
               , APPROVAL_TYPE
               , APPROVER_ID
               , APPROVAL_STATUS
               , COMMENTS
               , APPROVAL_TS
               )
               VALUES
               ( DEFAULT
               , :WS-DEAL-NUMBER
               , 'AO'
               , :WS-ADV-MGR-ID
               , 'A'
               , :WS-QI-OVR-REASON
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE WS-MODULE-ID TO WS-DBE-PROGRAM
               MOVE '7695-RECORD-ADV-OVERRIDE' TO WS-DBE-PARAGRAPH
               MOVE SQLCODE TO WS-DBE-SQLCODE
               MOVE SQLERRMC TO WS-DBE-SQLERRM
               MOVE 'SALES_APPROVAL' TO WS-DBE-TABLE-NAME
               MOVE 'INSERT' TO WS-DBE-OPERATION
               CALL 'COMDBEL0' USING WS-DBE-REQUEST
                                     WS-DBE-RESULT
               MOVE WS-DBE-RETURN-MSG TO WS-ERROR-MSG
           END-IF
           .
      *
      ****************************************************************
      *    7697-POST-LOYALTY-REDEEM - RD ENTRY AGAINST THE NEW DEAL  *
      *    SO THE POINTS ARE HELD FOR THE QUOTED DISCOUNT. A DEAL    *
      *    THAT IS CANCELLED OR EXPIRES GETS THEM BACK THROUGH       *
      *    COMLYPL0 RVRS (SALCAN00, BATDLY00)                        *
      ****************************************************************
       7697-POST-LOYALTY-REDEEM.
      *
           MOVE 'REDM' TO WS-LY-FUNCTION
           MOVE 'DL' TO WS-LY-REF-TYPE
           MOVE WS-DEAL-NUMBER TO WS-LY-REF-KEY
      *
           CALL 'COMLYPL0' USING WS-LYP-REQUEST
                                 WS-LYP-RESULT
      *
           IF WS-LY-RETURN-CODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE WS-LY-RETURN-MSG TO WS-ERROR-MSG
           ELSE
               MOVE WS-LY-BALANCE TO WS-LOY-BALANCE
           END-IF
           .
      *
      ****************************************************************
       7700-WRITE-AUDIT-LOG.
      *
      *    FINANCIAL DETAILS
      *
           MOVE WS-DC-VEHICLE-PRICE TO WS-QO-VEH-PRICE
      *
           IF WS-NI-ADV-PRICE < +0
               MOVE SPACES TO WS-QO-ADV-LINE
               MOVE 'ADVERTISED PRICE:     NOT LISTED'
                   TO WS-QO-ADV-LINE
           ELSE
               MOVE WS-ADV-PRICE TO WS-QO-ADV-PRICE
               IF WS-ADV-OVERRIDDEN
                   MOVE WS-ADV-MGR-ID TO WS-QO-ADV-OVR-BY
               ELSE
                   MOVE 'NONE' TO WS-QO-ADV-OVR-BY
               END-IF
           END-IF
           MOVE WS-DC-OPTIONS-TOTAL TO WS-QO-OPTIONS
           MOVE WS-DC-DEST-FEE      TO WS-QO-DEST-FEE
           MOVE WS-DC-SUBTOTAL      TO WS-QO-SUBTOTAL
           MOVE WS-DC-DOWN-PAYMENT  TO WS-QO-DOWN-PMT
           MOVE WS-DC-AMT-FINANCED  TO WS-QO-AMT-FIN
           MOVE WS-DC-FRONT-GROSS   TO WS-QO-FRONT-GRSS
           MOVE WS-QI-LOY-POINTS    TO WS-QO-LOY-REDEEM
           MOVE WS-LOY-BALANCE      TO WS-QO-LOY-BAL
      *
           MOVE WS-QUOTE-OUTPUT TO WS-OUT-BODY
           .
