      *             AUTOSALE.TAX_RATE          (READ VIA COMTAXL0)   *
      *             AUTOSALE.FLOOR_PLAN_VEHICLE (READ)               *
      *             AUTOSALE.CUSTOMER_DEPOSIT  (READ)                *
      *             AUTOSALE.LISTING_SYNC      (READ)                *
      *             AUTOSALE.SALES_APPROVAL    (READ/INSERT)         *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *               THRESHOLD FPLINT00 USES                       *
      *   2026-08-22  SHOW OUTSTANDING CUSTOMER DEPOSITS (SALDEP00   *
      *               LEDGER) ON THE DESKING SCREEN                  *
      *   2026-10-15  SHOW THE LAST PRICE SYNDICATED TO THE          *
      *               MARKETPLACES (LISTING_SYNC); A COUNTER OR      *
      *               DISCOUNT LEAVING THE PRICE ABOVE IT NEEDS A    *
      *               MANAGER OVERRIDE AND REASON (SALES_APPROVAL    *
      *               TYPE AO)                                       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-NI-DISCOUNT-AMT   PIC X(12).
           05  WS-NI-DISCOUNT-PCT   PIC X(06).
           05  WS-NI-DESK-NOTE      PIC X(200).
           05  WS-NI-OVR-MGR-ID     PIC X(08).
           05  WS-NI-OVR-REASON     PIC X(60).
           05  WS-NI-ACTION         PIC X(02).
               88  WS-NI-ACT-VIEW              VALUE 'VW'.
               88  WS-NI-ACT-COUNTER           VALUE 'CO'.
                   VALUE 'CURRENT OFFER:        '.
               10  WS-NO-CURRENT   PIC $$$,$$$,$$9.99.
               10  FILLER           PIC X(43) VALUE SPACES.
           05  WS-NO-ADV-LINE.
               10  FILLER           PIC X(22)
                   VALUE 'ADVERTISED PRICE:     '.
               10  WS-NO-ADV-PRICE PIC $$$,$$$,$$9.99.
               10  FILLER           PIC X(12)
                   VALUE '  OVERRIDE: '.
               10  WS-NO-ADV-OVR-BY PIC X(08).
               10  FILLER           PIC X(23) VALUE SPACES.
           05  WS-NO-DISC-LINE.
               10  FILLER           PIC X(22)
                   VALUE 'DISCOUNT APPLIED:     '.
               10  FILLER           PIC X(12)
                   VALUE 'DESK NOTES: '.
               10  WS-NO-DESK-NOTE PIC X(67).
           05  WS-NO-FILLER        PIC X(395) VALUE SPACES.
      *
      *    WORK FIELDS
      *
           05  WS-TRUE-COST        PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-TRUE-GROSS       PIC S9(09)V99 COMP-3 VALUE +0.
      *
      *    ADVERTISED PRICE HONOR CHECK (LISTING_SYNC / BATLST00)
      *
           05  WS-ADV-PRICE        PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-ADV-SELL-PRICE   PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-ADV-PRICE-EDIT   PIC $$$,$$$,$$9.99.
           05  WS-ADV-MGR-ID       PIC X(08) VALUE SPACES.
           05  WS-ADV-OVERRIDE     PIC X(01) VALUE 'N'.
               88  WS-ADV-OVERRIDDEN         VALUE 'Y'.
               88  WS-ADV-NOT-OVERRIDDEN     VALUE 'N'.
      *
      *    FLOOR PLAN CURTAILMENT CHECK FIELDS (SAME THRESHOLD AS
      *    FPLINT00)
      *
           05  NI-CUST-COUNTY      PIC S9(04) COMP VALUE +0.
           05  NI-CUST-CITY        PIC S9(04) COMP VALUE +0.
           05  NI-FP-CURTAIL-DATE  PIC S9(04) COMP VALUE +0.
           05  NI-ADV-PRICE        PIC S9(04) COMP VALUE -1.
           05  NI-ADV-OVR-BY       PIC S9(04) COMP VALUE -1.
      *
      *    AUTHORIZATION MATRIX CALL AREAS (COMAUTL0)
      *
           IF WS-RETURN-CODE = +0
               PERFORM 4750-GET-TRUE-COST
           END-IF
      *
           IF WS-RETURN-CODE = +0
               PERFORM 4800-GET-ADVERTISED-PRICE
           END-IF
      *
           IF WS-RETURN-CODE = +0
               EVALUATE TRUE
               MOVE WS-INP-BODY(13:12) TO WS-NI-DISCOUNT-AMT
               MOVE WS-INP-BODY(25:6) TO WS-NI-DISCOUNT-PCT
               MOVE WS-INP-BODY(31:200) TO WS-NI-DESK-NOTE
               MOVE WS-INP-BODY(231:8) TO WS-NI-OVR-MGR-ID
               MOVE WS-INP-BODY(239:60) TO WS-NI-OVR-REASON
               MOVE WS-INP-FUNCTION TO WS-NI-ACTION
           END-IF
           .
           .
      *
      ****************************************************************
      *    4800-GET-ADVERTISED-PRICE - LAST PRICE BATLST00 SENT TO   *
      *    THE MARKETPLACES FOR THE VIN, AND ANY OVERRIDE ON FILE    *
      ****************************************************************
       4800-GET-ADVERTISED-PRICE.
      *
           MOVE +0 TO WS-ADV-PRICE
           MOVE -1 TO NI-ADV-PRICE
           MOVE SPACES TO WS-ADV-MGR-ID
           MOVE -1 TO NI-ADV-OVR-BY
      *
           EXEC SQL
               SELECT ADVERTISED_PRICE
               INTO   :WS-ADV-PRICE :NI-ADV-PRICE
               FROM   AUTOSALE.LISTING_SYNC
               WHERE  VIN = :VIN OF DCLSALES-DEAL
           END-EXEC
      *
      *    A VIN NEVER LISTED HAS NO ADVERTISED PRICE TO HONOR
      *
           IF SQLCODE NOT = +0
               MOVE -1 TO NI-ADV-PRICE
           END-IF
      *
           EXEC SQL
               SELECT APPROVER_ID
               INTO   :WS-ADV-MGR-ID :NI-ADV-OVR-BY
               FROM   AUTOSALE.SALES_APPROVAL
               WHERE  DEAL_NUMBER = :WS-NI-DEAL-NUMBER
                 AND  APPROVAL_TYPE = 'AO'
               ORDER BY APPROVAL_TS DESC
               FETCH FIRST 1 ROWS ONLY
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE SPACES TO WS-ADV-MGR-ID
               MOVE -1 TO NI-ADV-OVR-BY
           END-IF
           .
      *
      ****************************************************************
      *    5000-PROCESS-COUNTER - APPLY COUNTER OFFER PRICE          *
      ****************************************************************
       5000-PROCESS-COUNTER.
      *    RECALCULATE DEAL
      *
           PERFORM 6000-RECALCULATE-DEAL
      *
           PERFORM 6500-CHECK-ADVERTISED-PRICE THRU 6500-EXIT
      *
      *    UPDATE DEAL IN DATABASE
      *
           IF WS-RETURN-CODE = +0
               PERFORM 7000-UPDATE-DEAL
           END-IF
      *
           IF WS-RETURN-CODE = +0
           AND WS-ADV-OVERRIDDEN
               PERFORM 7600-RECORD-ADV-OVERRIDE
           END-IF
      *
      *    WRITE DESK NOTE IF MANAGER
      *
      *    RECALCULATE AND UPDATE
      *
           PERFORM 6000-RECALCULATE-DEAL
      *
           PERFORM 6500-CHECK-ADVERTISED-PRICE THRU 6500-EXIT
      *
           IF WS-RETURN-CODE = +0
               PERFORM 7000-UPDATE-DEAL
           END-IF
      *
           IF WS-RETURN-CODE = +0
           AND WS-ADV-OVERRIDDEN
               PERFORM 7600-RECORD-ADV-OVERRIDE
           END-IF
      *
           IF WS-USER-IS-MGR AND WS-NI-DESK-NOTE NOT = SPACES
               PERFORM 7500-WRITE-DESK-NOTE
           .
      *
      ****************************************************************
      *    6500-CHECK-ADVERTISED-PRICE - A SELLING PRICE (MSRP LESS  *
      *    DISCOUNT) ABOVE THE ADVERTISED PRICE NEEDS A MANAGER      *
      *    OVERRIDE (KEYED MANAGER ID, OR THE SIGNED-ON USER WHEN A  *
      *    MANAGER) AND A REASON BEFORE THE DEAL IS UPDATED          *
      ****************************************************************
       6500-CHECK-ADVERTISED-PRICE.
      *
           SET WS-ADV-NOT-OVERRIDDEN TO TRUE
      *
           IF WS-RETURN-CODE NOT = +0
           OR NI-ADV-PRICE < +0
               GO TO 6500-EXIT
           END-IF
      *
           COMPUTE WS-ADV-SELL-PRICE =
               VEHICLE-PRICE - WS-DISCOUNT-NUM
      *
           IF WS-ADV-SELL-PRICE NOT > WS-ADV-PRICE
               GO TO 6500-EXIT
           END-IF
      *
           MOVE WS-ADV-PRICE TO WS-ADV-PRICE-EDIT
      *
           IF WS-NI-OVR-REASON = SPACES
               MOVE +8 TO WS-RETURN-CODE
               STRING 'PRICE ABOVE ADVERTISED ' WS-ADV-PRICE-EDIT
                      ' - MGR OVERRIDE AND REASON REQUIRED'
                      DELIMITED BY SIZE
                      INTO WS-ERROR-MSG
               GO TO 6500-EXIT
           END-IF
      *
           IF WS-NI-OVR-MGR-ID = SPACES
               MOVE IO-PCB-USER-ID TO WS-ADV-MGR-ID
           ELSE
               MOVE WS-NI-OVR-MGR-ID TO WS-ADV-MGR-ID
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
               MOVE +12 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR READING OVERRIDE MANAGER'
                   TO WS-ERROR-MSG
               GO TO 6500-EXIT
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
               GO TO 6500-EXIT
           END-IF
      *
           SET WS-ADV-OVERRIDDEN TO TRUE
           MOVE +0 TO NI-ADV-OVR-BY
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-UPDATE-DEAL - WRITE CHANGES TO SALES_DEAL            *
      ****************************************************************
       7000-UPDATE-DEAL.
           .
      *
      ****************************************************************
      *    7600-RECORD-ADV-OVERRIDE - MANAGER OVERRIDE OF THE        *
      *    ADVERTISED PRICE, KEPT WITH THE DEAL'S APPROVALS          *
      ****************************************************************
       7600-RECORD-ADV-OVERRIDE.
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
               , :WS-NI-DEAL-NUMBER
               , 'AO'
               , :WS-ADV-MGR-ID
               , 'A'
               , :WS-NI-OVR-REASON
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR RECORDING PRICE OVERRIDE'
                   TO WS-ERROR-MSG
           END-IF
           .
      *
      ****************************************************************
      *    8000-FORMAT-OUTPUT                                        *
      ****************************************************************
       8000-FORMAT-OUTPUT.
           COMPUTE WS-RC-NEW-PRICE =
               VEHICLE-PRICE - WS-DISCOUNT-NUM
           MOVE WS-RC-NEW-PRICE TO WS-NO-CURRENT
      *
           IF NI-ADV-PRICE < +0
               MOVE SPACES TO WS-NO-ADV-LINE
               MOVE 'ADVERTISED PRICE:     NOT LISTED'
                   TO WS-NO-ADV-LINE
           ELSE
               MOVE WS-ADV-PRICE TO WS-NO-ADV-PRICE
               IF NI-ADV-OVR-BY < +0
                   MOVE 'NONE' TO WS-NO-ADV-OVR-BY
               ELSE
                   MOVE WS-ADV-MGR-ID TO WS-NO-ADV-OVR-BY
               END-IF
           END-IF
      *
      *    IF COUNTER/DISCOUNT WAS PROCESSED USE RECALC VALUES
      *
