       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMLYPL0.
      ****************************************************************
      * PROGRAM:   COMLYPL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   CUSTOMER LOYALTY POINTS SERVICE. ONE PLACE FOR    *
      *            THE LEDGER RULES SO SALCMP00 (EARN ON DELIVERY),  *
      *            SVCORD00 (EARN ON CUSTOMER-PAY RO CLOSE, REDEEM   *
      *            ON AN RO), SALQOT00 (REDEEM ON A QUOTE), SALCAN00 *
      *            AND BATDLY00 (BACK OUT A DEAD DEAL) AND THE       *
      *            MONTHLY BATLYP00 RUN AGREE:                       *
      *              BAL  - POINTS BALANCE FOR A CUSTOMER AND ITS    *
      *                     DOLLAR VALUE AT THE REDEMPTION RATE      *
      *              EARN - POST AN ER ENTRY: BASE AMOUNT TIMES THE  *
      *                     DEALER/DEPARTMENT EARN RATE (ADMLYR00),  *
      *                     WHOLE POINTS, ROUNDED DOWN               *
      *              CHEK - CONFIRM A REDEMPTION IS COVERED AND      *
      *                     RETURN ITS DOLLAR VALUE, NO POSTING      *
      *              REDM - AS CHEK, THEN POST THE RD ENTRY          *
      *              RVRS - BACK OUT EVERYTHING POSTED FOR A REF     *
      *                     TYPE/KEY (A CANCELLED OR UNWOUND DEAL):  *
      *                     ONE AJ ENTRY PER CUSTOMER, DEALER AND    *
      *                     DEPARTMENT OFFSETTING ITS NET POINTS     *
      *                     UNDER THE SAME REF, SO A SECOND RVRS     *
      *                     FINDS NOTHING LEFT. NO CUSTOMER NEEDED.  *
      *            BALANCES ARE HOUSEHOLD-POOLED: THE CUSTOMER'S     *
      *            OWN ENTRIES PLUS THOSE OF EVERY CONFIRMED (CF)    *
      *            MEMBER OF ITS HOUSEHOLD (CUSHHM00). POINTS ARE    *
      *            EARNED AND REDEEMED AGAINST THE CUSTOMER ON THE   *
      *            TRANSACTION; THE POOL IS WHAT IS SPENT.           *
      *            AN EARN FOR A REF TYPE/KEY ALREADY EARNED IS      *
      *            SKIPPED SO A RESUBMITTED CLOSE DOES NOT DOUBLE.   *
      *                                                              *
      *            EARN RATE LOOKUP: DEALER ROW FOR THE DEPARTMENT,  *
      *            ELSE THE '*****' ALL-DEALER ROW, ELSE NO EARN.    *
      *            REDEMPTION RATE (SYSTEM_CONFIG, ADMCFG00):        *
      *              LOYALTY_POINT_VALUE  DEFAULT 0.0100 PER POINT   *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMLYPL0' USING LS-LYP-REQUEST                       *
      *                         LS-LYP-RESULT                        *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - SUCCESS                                               *
      *   04 - REDEMPTION EXCEEDS THE POOLED BALANCE                 *
      *   08 - INVALID FUNCTION OR REQUEST                           *
      *   12 - DB2 ERROR                                             *
      *                                                              *
      * TABLES:    AUTOSALE.LOYALTY_LEDGER    (READ/INSERT)          *
      *            AUTOSALE.LOYALTY_EARN_RATE (READ)                 *
      *            AUTOSALE.HOUSEHOLD_MEMBER  (READ)                 *
      *            AUTOSALE.SYSTEM_CONFIG     (READ)                 *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      *   2026-10-15  RVRS FUNCTION - AJ ENTRIES FOR A DEAD DEAL     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID            PIC X(08) VALUE 'COMLYPL0'.
      *
           COPY WSSQLCA.
      *
           COPY DCLSYSCF.
      *
           COPY DCLLYLDG.
      *
       01  WS-WORK-FIELDS.
           05  WS-POINT-VALUE      PIC S9(01)V9(04) COMP-3 VALUE +0.
           05  WS-POOL-BALANCE     PIC S9(09) COMP VALUE +0.
           05  WS-EARN-RATE        PIC S9(03)V99 COMP-3 VALUE +0.
           05  WS-EARNED-COUNT     PIC S9(09) COMP VALUE +0.
           05  WS-RATE-FOUND       PIC X(01) VALUE 'N'.
               88  WS-RATE-ON-FILE           VALUE 'Y'.
           05  WS-ALL-DEALERS      PIC X(05) VALUE '*****'.
      *
      *    REVERSAL CURSOR FIELDS
      *
       01  WS-REVERSE-FIELDS.
           05  WS-RV-CUSTOMER-ID   PIC S9(09) COMP VALUE +0.
           05  WS-RV-DEALER-CODE   PIC X(05) VALUE SPACES.
           05  WS-RV-DEPT-CODE     PIC X(02) VALUE SPACES.
           05  WS-RV-NET-POINTS    PIC S9(09) COMP VALUE +0.
           05  WS-RV-VALUE-AMT     PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-RV-EOF           PIC X(01) VALUE 'N'.
               88  WS-RV-DONE                VALUE 'Y'.
      *
      *    NET POINTS STILL STANDING FOR ONE REF TYPE/KEY
      *
           EXEC SQL DECLARE CSR_LYP_REVERSE CURSOR FOR
               SELECT L.CUSTOMER_ID
                    , L.DEALER_CODE
                    , L.DEPT_CODE
                    , SUM(L.POINTS)
               FROM   AUTOSALE.LOYALTY_LEDGER L
               WHERE  L.REF_TYPE = :LS-LY-REF-TYPE
                 AND  L.REF_KEY  = :LS-LY-REF-KEY
               GROUP BY L.CUSTOMER_ID
                      , L.DEALER_CODE
                      , L.DEPT_CODE
               HAVING SUM(L.POINTS) <> 0
           END-EXEC
      *
       LINKAGE SECTION.
      *
      *    LOYALTY REQUEST
      *
       01  LS-LYP-REQUEST.
           05  LS-LY-FUNCTION      PIC X(04).
               88  LS-LY-FN-BAL              VALUE 'BAL '.
               88  LS-LY-FN-EARN             VALUE 'EARN'.
               88  LS-LY-FN-CHEK             VALUE 'CHEK'.
               88  LS-LY-FN-REDM             VALUE 'REDM'.
               88  LS-LY-FN-RVRS             VALUE 'RVRS'.
           05  LS-LY-CUSTOMER-ID   PIC S9(09) COMP.
           05  LS-LY-DEALER-CODE   PIC X(05).
           05  LS-LY-DEPT-CODE     PIC X(02).
               88  LS-LY-DEPT-SALES          VALUE 'SA'.
               88  LS-LY-DEPT-SERVICE        VALUE 'SV'.
           05  LS-LY-BASE-AMT      PIC S9(09)V99 COMP-3.
           05  LS-LY-POINTS        PIC S9(09) COMP.
           05  LS-LY-REF-TYPE      PIC X(02).
           05  LS-LY-REF-KEY       PIC X(12).
           05  LS-LY-USER-ID       PIC X(08).
      *
      *    LOYALTY RESULT
      *
       01  LS-LYP-RESULT.
           05  LS-LY-RETURN-CODE   PIC S9(04) COMP.
           05  LS-LY-BALANCE       PIC S9(09) COMP.
           05  LS-LY-POINTS-POSTED PIC S9(09) COMP.
           05  LS-LY-VALUE-AMT     PIC S9(09)V99 COMP-3.
           05  LS-LY-POINT-VALUE   PIC S9(01)V9(04) COMP-3.
           05  LS-LY-RETURN-MSG    PIC X(50).
      *
       PROCEDURE DIVISION USING LS-LYP-REQUEST
                                LS-LYP-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           MOVE +0 TO LS-LY-RETURN-CODE
           MOVE +0 TO LS-LY-BALANCE
           MOVE +0 TO LS-LY-POINTS-POSTED
           MOVE +0 TO LS-LY-VALUE-AMT
           MOVE +0 TO LS-LY-POINT-VALUE
           MOVE SPACES TO LS-LY-RETURN-MSG
      *
           IF NOT LS-LY-FN-BAL
           AND NOT LS-LY-FN-EARN
           AND NOT LS-LY-FN-CHEK
           AND NOT LS-LY-FN-REDM
           AND NOT LS-LY-FN-RVRS
               MOVE +8 TO LS-LY-RETURN-CODE
               MOVE 'INVALID FUNCTION - USE BAL, EARN, CHEK, REDM, RVRS'
                   TO LS-LY-RETURN-MSG
               GOBACK
           END-IF
      *
           IF LS-LY-CUSTOMER-ID NOT > +0
           AND NOT LS-LY-FN-RVRS
               MOVE +8 TO LS-LY-RETURN-CODE
               MOVE 'CUSTOMER ID IS REQUIRED'
                   TO LS-LY-RETURN-MSG
               GOBACK
           END-IF
      *
           PERFORM 1000-LOAD-POINT-VALUE THRU 1000-EXIT
      *
           IF LS-LY-RETURN-CODE = +0
           AND NOT LS-LY-FN-RVRS
               PERFORM 2000-POOL-BALANCE THRU 2000-EXIT
           END-IF
      *
           IF LS-LY-RETURN-CODE NOT = +0
               GOBACK
           END-IF
      *
           EVALUATE TRUE
               WHEN LS-LY-FN-BAL
                   COMPUTE LS-LY-VALUE-AMT =
                       LS-LY-BALANCE * WS-POINT-VALUE
               WHEN LS-LY-FN-EARN
                   PERFORM 3000-EARN-POINTS THRU 3000-EXIT
               WHEN LS-LY-FN-RVRS
                   PERFORM 6000-REVERSE-REFERENCE THRU 6000-EXIT
               WHEN OTHER
                   PERFORM 4000-REDEEM-POINTS THRU 4000-EXIT
           END-EVALUATE
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-LOAD-POINT-VALUE - REDEMPTION RATE, DEFAULT 0.0100   *
      ****************************************************************
       1000-LOAD-POINT-VALUE.
      *
           MOVE +0.0100 TO WS-POINT-VALUE
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :CONFIG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'LOYALTY_POINT_VALUE'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   COMPUTE WS-POINT-VALUE =
                       FUNCTION NUMVAL(CONFIG-VALUE-TX(
                           1:CONFIG-VALUE-LN))
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE +12 TO LS-LY-RETURN-CODE
                   MOVE 'DB2 ERROR READING SYSTEM_CONFIG'
                       TO LS-LY-RETURN-MSG
           END-EVALUATE
      *
           MOVE WS-POINT-VALUE TO LS-LY-POINT-VALUE
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-POOL-BALANCE - CUSTOMER PLUS CONFIRMED HOUSEHOLD     *
      ****************************************************************
       2000-POOL-BALANCE.
      *
           EXEC SQL
               SELECT COALESCE(SUM(L.POINTS), 0)
               INTO  :WS-POOL-BALANCE
               FROM  AUTOSALE.LOYALTY_LEDGER L
               WHERE L.CUSTOMER_ID = :LS-LY-CUSTOMER-ID
                  OR L.CUSTOMER_ID IN
                     (SELECT M2.CUSTOMER_ID
                      FROM   AUTOSALE.HOUSEHOLD_MEMBER M1
                           , AUTOSALE.HOUSEHOLD_MEMBER M2
                      WHERE  M1.CUSTOMER_ID  = :LS-LY-CUSTOMER-ID
                        AND  M1.LINK_STATUS  = 'CF'
                        AND  M2.HOUSEHOLD_ID = M1.HOUSEHOLD_ID
                        AND  M2.LINK_STATUS  = 'CF')
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-LY-RETURN-CODE
               MOVE 'DB2 ERROR READING LOYALTY_LEDGER'
                   TO LS-LY-RETURN-MSG
               GO TO 2000-EXIT
           END-IF
      *
           MOVE WS-POOL-BALANCE TO LS-LY-BALANCE
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-EARN-POINTS - RATE LOOKUP AND ER POSTING             *
      ****************************************************************
       3000-EARN-POINTS.
      *
           IF NOT LS-LY-DEPT-SALES
           AND NOT LS-LY-DEPT-SERVICE
               MOVE +8 TO LS-LY-RETURN-CODE
               MOVE 'DEPARTMENT MUST BE SA OR SV'
                   TO LS-LY-RETURN-MSG
               GO TO 3000-EXIT
           END-IF
      *
           IF LS-LY-BASE-AMT NOT > +0
               MOVE 'NO EARNING AMOUNT - NO POINTS POSTED'
                   TO LS-LY-RETURN-MSG
               GO TO 3000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EARNED-COUNT
               FROM  AUTOSALE.LOYALTY_LEDGER
               WHERE ENTRY_TYPE = 'ER'
                 AND REF_TYPE   = :LS-LY-REF-TYPE
                 AND REF_KEY    = :LS-LY-REF-KEY
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-LY-RETURN-CODE
               MOVE 'DB2 ERROR READING LOYALTY_LEDGER'
                   TO LS-LY-RETURN-MSG
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-EARNED-COUNT > +0
               MOVE 'POINTS ALREADY EARNED FOR THIS TRANSACTION'
                   TO LS-LY-RETURN-MSG
               GO TO 3000-EXIT
           END-IF
      *
           PERFORM 3100-READ-EARN-RATE THRU 3100-EXIT
      *
           IF LS-LY-RETURN-CODE NOT = +0
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-RATE-ON-FILE
               MOVE 'NO ACTIVE EARN RATE - NO POINTS POSTED'
                   TO LS-LY-RETURN-MSG
               GO TO 3000-EXIT
           END-IF
      *
           COMPUTE LS-LY-POINTS-POSTED =
               LS-LY-BASE-AMT * WS-EARN-RATE
      *
           IF LS-LY-POINTS-POSTED NOT > +0
               MOVE 'EARN ROUNDS TO ZERO - NO POINTS POSTED'
                   TO LS-LY-RETURN-MSG
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'ER' TO ENTRY-TYPE
           MOVE LS-LY-POINTS-POSTED TO POINTS
           PERFORM 5000-INSERT-LEDGER THRU 5000-EXIT
      *
           IF LS-LY-RETURN-CODE = +0
               ADD LS-LY-POINTS-POSTED TO LS-LY-BALANCE
               COMPUTE LS-LY-VALUE-AMT =
                   LS-LY-POINTS-POSTED * WS-POINT-VALUE
               MOVE 'LOYALTY POINTS EARNED'
                   TO LS-LY-RETURN-MSG
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-READ-EARN-RATE - DEALER ROW, ELSE ALL-DEALER ROW     *
      ****************************************************************
       3100-READ-EARN-RATE.
      *
           MOVE 'N' TO WS-RATE-FOUND
      *
           EXEC SQL
               SELECT R.POINTS_PER_DOLLAR
               INTO  :WS-EARN-RATE
               FROM  AUTOSALE.LOYALTY_EARN_RATE R
               WHERE R.DEALER_CODE = :LS-LY-DEALER-CODE
                 AND R.DEPT_CODE   = :LS-LY-DEPT-CODE
                 AND R.ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'Y' TO WS-RATE-FOUND
                   GO TO 3100-EXIT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE +12 TO LS-LY-RETURN-CODE
                   MOVE 'DB2 ERROR READING LOYALTY_EARN_RATE'
                       TO LS-LY-RETURN-MSG
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT R.POINTS_PER_DOLLAR
               INTO  :WS-EARN-RATE
               FROM  AUTOSALE.LOYALTY_EARN_RATE R
               WHERE R.DEALER_CODE = :WS-ALL-DEALERS
                 AND R.DEPT_CODE   = :LS-LY-DEPT-CODE
                 AND R.ACTIVE_FLAG = 'Y'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'Y' TO WS-RATE-FOUND
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE +12 TO LS-LY-RETURN-CODE
                   MOVE 'DB2 ERROR READING LOYALTY_EARN_RATE'
                       TO LS-LY-RETURN-MSG
           END-EVALUATE
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-REDEEM-POINTS - COVER CHECK, RD POSTING FOR REDM     *
      ****************************************************************
       4000-REDEEM-POINTS.
      *
           IF LS-LY-POINTS NOT > +0
               MOVE +8 TO LS-LY-RETURN-CODE
               MOVE 'POINTS TO REDEEM MUST BE GREATER THAN ZERO'
                   TO LS-LY-RETURN-MSG
               GO TO 4000-EXIT
           END-IF
      *
           IF LS-LY-POINTS > LS-LY-BALANCE
               MOVE +4 TO LS-LY-RETURN-CODE
               MOVE 'REDEMPTION EXCEEDS LOYALTY POINTS BALANCE'
                   TO LS-LY-RETURN-MSG
               GO TO 4000-EXIT
           END-IF
      *
           COMPUTE LS-LY-VALUE-AMT =
               LS-LY-POINTS * WS-POINT-VALUE
      *
           IF LS-LY-FN-CHEK
               MOVE 'REDEMPTION COVERED BY POINTS BALANCE'
                   TO LS-LY-RETURN-MSG
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'RD' TO ENTRY-TYPE
           COMPUTE POINTS = 0 - LS-LY-POINTS
           MOVE LS-LY-VALUE-AMT TO LS-LY-BASE-AMT
           PERFORM 5000-INSERT-LEDGER THRU 5000-EXIT
      *
           IF LS-LY-RETURN-CODE = +0
               MOVE POINTS
                   TO LS-LY-POINTS-POSTED
               SUBTRACT LS-LY-POINTS FROM LS-LY-BALANCE
               MOVE 'LOYALTY POINTS REDEEMED'
                   TO LS-LY-RETURN-MSG
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-INSERT-LEDGER - ONE LOYALTY_LEDGER ENTRY             *
      ****************************************************************
       5000-INSERT-LEDGER.
      *
           MOVE LS-LY-CUSTOMER-ID TO CUSTOMER-ID
           MOVE LS-LY-DEALER-CODE TO DEALER-CODE
           MOVE LS-LY-DEPT-CODE TO DEPT-CODE
           MOVE LS-LY-REF-TYPE TO REF-TYPE
           MOVE LS-LY-REF-KEY TO REF-KEY
           MOVE LS-LY-BASE-AMT TO BASE-AMT
           MOVE LS-LY-USER-ID TO CREATED-BY
      *
           PERFORM 5100-WRITE-LEDGER-ROW
      *
           IF LS-LY-RETURN-CODE NOT = +0
               MOVE +0 TO LS-LY-POINTS-POSTED
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-WRITE-LEDGER-ROW - INSERT FROM DCLLOYALTY-LEDGER     *
      ****************************************************************
       5100-WRITE-LEDGER-ROW.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.LOYALTY_LEDGER
               ( CUSTOMER_ID
               , DEALER_CODE
               , ENTRY_TYPE
               , DEPT_CODE
               , POINTS
               , REF_TYPE
               , REF_KEY
               , BASE_AMT
               , ENTRY_DATE
               , CREATED_BY
               , CREATED_TS
               )
               VALUES
               ( :CUSTOMER-ID
               , :DEALER-CODE
               , :ENTRY-TYPE
               , :DEPT-CODE
               , :POINTS
               , :REF-TYPE
               , :REF-KEY
               , :BASE-AMT
               , CURRENT DATE
               , :CREATED-BY
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-LY-RETURN-CODE
               MOVE 'DB2 ERROR POSTING LOYALTY_LEDGER'
                   TO LS-LY-RETURN-MSG
           END-IF
           .
      *
      ****************************************************************
      *    6000-REVERSE-REFERENCE - AJ ENTRIES THAT BRING EVERY      *
      *    CUSTOMER/DEALER/DEPARTMENT NET FOR THE REF BACK TO ZERO.  *
      *    BASE_AMT CARRIES THE VALUE TAKEN OFF THE LIABILITY, AS ON *
      *    THE BATLYP00 EX ENTRY                                     *
      ****************************************************************
       6000-REVERSE-REFERENCE.
      *
           IF LS-LY-REF-TYPE = SPACES
           OR LS-LY-REF-KEY = SPACES
               MOVE +8 TO LS-LY-RETURN-CODE
               MOVE 'REF TYPE AND KEY ARE REQUIRED TO REVERSE'
                   TO LS-LY-RETURN-MSG
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_LYP_REVERSE END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-LY-RETURN-CODE
               MOVE 'DB2 ERROR OPENING LOYALTY REVERSAL CURSOR'
                   TO LS-LY-RETURN-MSG
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-RV-EOF
      *
           PERFORM 6100-REVERSE-ONE-GROUP THRU 6100-EXIT
               UNTIL WS-RV-DONE
      *
           EXEC SQL CLOSE CSR_LYP_REVERSE END-EXEC
      *
           IF LS-LY-RETURN-CODE NOT = +0
               GO TO 6000-EXIT
           END-IF
      *
           IF LS-LY-POINTS-POSTED = +0
               MOVE 'NO LOYALTY POINTS TO REVERSE'
                   TO LS-LY-RETURN-MSG
           ELSE
               MOVE 'LOYALTY POINTS REVERSED'
                   TO LS-LY-RETURN-MSG
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-REVERSE-ONE-GROUP - ONE AJ ENTRY                     *
      ****************************************************************
       6100-REVERSE-ONE-GROUP.
      *
           EXEC SQL FETCH CSR_LYP_REVERSE
               INTO  :WS-RV-CUSTOMER-ID
                    , :WS-RV-DEALER-CODE
                    , :WS-RV-DEPT-CODE
                    , :WS-RV-NET-POINTS
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'Y' TO WS-RV-EOF
                   GO TO 6100-EXIT
               WHEN OTHER
                   MOVE 'Y' TO WS-RV-EOF
                   MOVE +12 TO LS-LY-RETURN-CODE
                   MOVE 'DB2 ERROR READING LOYALTY_LEDGER'
                       TO LS-LY-RETURN-MSG
                   GO TO 6100-EXIT
           END-EVALUATE
      *
           COMPUTE WS-RV-VALUE-AMT ROUNDED =
                   WS-RV-NET-POINTS * WS-POINT-VALUE
      *
           MOVE WS-RV-CUSTOMER-ID TO CUSTOMER-ID
           MOVE WS-RV-DEALER-CODE TO DEALER-CODE
           MOVE WS-RV-DEPT-CODE TO DEPT-CODE
           MOVE 'AJ' TO ENTRY-TYPE
           COMPUTE POINTS = 0 - WS-RV-NET-POINTS
           MOVE LS-LY-REF-TYPE TO REF-TYPE
           MOVE LS-LY-REF-KEY TO REF-KEY
           MOVE WS-RV-VALUE-AMT TO BASE-AMT
           MOVE LS-LY-USER-ID TO CREATED-BY
      *
           PERFORM 5100-WRITE-LEDGER-ROW
      *
           IF LS-LY-RETURN-CODE NOT = +0
               MOVE 'Y' TO WS-RV-EOF
               GO TO 6100-EXIT
           END-IF
      *
           ADD POINTS TO LS-LY-POINTS-POSTED
           SUBTRACT WS-RV-VALUE-AMT FROM LS-LY-VALUE-AMT
           .
       6100-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMLYPL0                                              *
      ****************************************************************
