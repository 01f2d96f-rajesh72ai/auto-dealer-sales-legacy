       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATGLR00.
      ****************************************************************
      * PROGRAM:    BATGLR00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTH-END SUBLEDGER-TO-GL SCHEDULE               *
      *             RECONCILIATION. BATGLINT PUSHES THE POSTINGS;    *
      *             THIS RUN PROVES THE CONTROL ACCOUNTS AGREE WITH  *
      *             THE DETAIL BEHIND THEM. THE GL TRIAL BALANCE     *
      *             FILE IS LOADED FOR THE CONTROL ACCOUNTS MAPPED   *
      *             IN GL_ACCOUNT_MAP (ADMGLA00) AND EACH DEALER'S   *
      *             BALANCE IS COMPARED WITH ITS SUBLEDGER:          *
      *               INVENTRY - VEHICLE_COST OF UNITS IN STOCK      *
      *                          (AV/DM/LN/HD/AL)                    *
      *               FP-NOTES - FLOOR_PLAN_VEHICLE ACTIVE BALANCES  *
      *               CIT-RECV - CIT_FUNDING NOT YET FULLY FUNDED    *
      *                          (SN, AND THE SHORT BALANCE OF SH)   *
      *               CUST-DEP - CUSTOMER_DEPOSIT HELD OR AWAITING   *
      *                          REFUND (OP/RF)                      *
      *               HOLDBACK - HOLDBACK_RECEIVABLE UNPAID (AC/SH)  *
      *               HSE-LOAN - HOUSE_LOAN PRINCIPAL (AC/DF)        *
      *             EACH SCHEDULE LISTS THE OPEN ITEMS MAKING UP THE *
      *             SUBLEDGER SIDE, THE GL BALANCE (SIGNED TO THE    *
      *             ACCOUNT'S NORMAL SIDE) AND THE UNEXPLAINED       *
      *             DIFFERENCE. THE RESULT IS KEPT ON                *
      *             GL_SUBLEDGER_RECON (RC RECONCILED / UN           *
      *             UNEXPLAINED) FOR THE COMCLSL0 CLOSE CHECKLIST.   *
      *             RERUNNING A PERIOD REPLACES ITS ROWS.            *
      *                                                              *
      *             THE SUBLEDGERS ARE READ AS THEY STAND, SO THE    *
      *             RUN BELONGS AFTER THE LAST NIGHTLY CYCLE OF THE  *
      *             MONTH AND BEFORE THE NEXT DAY'S BUSINESS.        *
      *                                                              *
      *             TRIAL BALANCE FILE LAYOUT (GLTBAL, FIXED 80):    *
      *               001-005  DEALER CODE                           *
      *               006-015  GL ACCOUNT                            *
      *               016-025  BALANCE AS-OF DATE (YYYY-MM-DD)       *
      *               026-038  BALANCE 9(11)V99                      *
      *               039-039  D (DEBIT) OR C (CREDIT)               *
      *                                                              *
      *             SYSTEM_CONFIG KEYS (DEFAULT):                    *
      *               GLRECON_TOLERANCE  (1.00) DIFFERENCE ALLOWED   *
      *                                  BEFORE A SCHEDULE IS UN     *
      *                                                              *
      * INPUT:      GLTBAL DD - GL TRIAL BALANCE                     *
      *                                                              *
      * TABLES:     AUTOSALE.GL_ACCOUNT_MAP      (READ)              *
      *             AUTOSALE.GL_SUBLEDGER_RECON  (DELETE/INSERT)     *
      *             AUTOSALE.DEALER              (READ)              *
      *             AUTOSALE.VEHICLE             (READ)              *
      *             AUTOSALE.VEHICLE_COST        (READ)              *
      *             AUTOSALE.FLOOR_PLAN_VEHICLE  (READ)              *
      *             AUTOSALE.CIT_FUNDING         (READ)              *
      *             AUTOSALE.CUSTOMER_DEPOSIT    (READ)              *
      *             AUTOSALE.HOLDBACK_RECEIVABLE (READ)              *
      *             AUTOSALE.HOUSE_LOAN          (READ)              *
      *             AUTOSALE.SYSTEM_CONFIG       (READ)              *
      *                                                              *
      * OUTPUT:     GLRRPT DD - RECONCILIATION SCHEDULES (132)       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-TB-FILE
               ASSIGN TO GLTBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLTBAL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO GLRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLRRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  GL-TB-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-TB-RECORD.
           05  TB-DEALER-CODE            PIC X(05).
           05  TB-GL-ACCOUNT             PIC X(10).
           05  TB-AS-OF-DATE             PIC X(10).
           05  TB-BALANCE                PIC 9(11)V99.
           05  TB-DR-CR                  PIC X(01).
               88  TB-CREDIT                       VALUE 'C'.
           05  FILLER                    PIC X(41).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATGLR00'.
      *
       01  WS-GLTBAL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-GLRRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-TB-READ-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-TB-USED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-TB-SKIP-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-DATE-MISMATCH-COUNT    PIC S9(09) COMP-3 VALUE +0.
           05  WS-SCHEDULE-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-RECONCILED-COUNT       PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNEXPLAINED-COUNT      PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-TB                 PIC X(01) VALUE 'N'.
               88  WS-TB-DONE                      VALUE 'Y'.
           05  WS-EOF-CURSOR             PIC X(01) VALUE 'N'.
               88  WS-CURSOR-DONE                  VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
       01  WS-AS-OF-DATE                 PIC X(10) VALUE SPACES.
       01  WS-TOLERANCE                  PIC S9(07)V99 COMP-3
                                                        VALUE +1.00.
      *
      *    CONTROL ACCOUNT TABLE - DEFAULT ACCOUNTS OVERLAID FROM
      *    GL_ACCOUNT_MAP. SIDE IS THE ACCOUNT'S NORMAL BALANCE.
      *
       01  WS-COMPONENT-VALUES.
           05  FILLER                    PIC X(08) VALUE 'INVENTRY'.
           05  FILLER                    PIC X(10) VALUE '1400-00-00'.
           05  FILLER                    PIC X(01) VALUE 'D'.
           05  FILLER                    PIC X(30)
               VALUE 'VEHICLE INVENTORY             '.
           05  FILLER                    PIC X(08) VALUE 'FP-NOTES'.
           05  FILLER                    PIC X(10) VALUE '2100-00-00'.
           05  FILLER                    PIC X(01) VALUE 'C'.
           05  FILLER                    PIC X(30)
               VALUE 'FLOOR PLAN NOTES PAYABLE      '.
           05  FILLER                    PIC X(08) VALUE 'CIT-RECV'.
           05  FILLER                    PIC X(10) VALUE '1210-00-00'.
           05  FILLER                    PIC X(01) VALUE 'D'.
           05  FILLER                    PIC X(30)
               VALUE 'CONTRACTS IN TRANSIT          '.
           05  FILLER                    PIC X(08) VALUE 'CUST-DEP'.
           05  FILLER                    PIC X(10) VALUE '2200-00-00'.
           05  FILLER                    PIC X(01) VALUE 'C'.
           05  FILLER                    PIC X(30)
               VALUE 'CUSTOMER DEPOSITS             '.
           05  FILLER                    PIC X(08) VALUE 'HOLDBACK'.
           05  FILLER                    PIC X(10) VALUE '1250-00-00'.
           05  FILLER                    PIC X(01) VALUE 'D'.
           05  FILLER                    PIC X(30)
               VALUE 'HOLDBACK RECEIVABLE           '.
           05  FILLER                    PIC X(08) VALUE 'HSE-LOAN'.
           05  FILLER                    PIC X(10) VALUE '1300-00-00'.
           05  FILLER                    PIC X(01) VALUE 'D'.
           05  FILLER                    PIC X(30)
               VALUE 'HOUSE LOANS RECEIVABLE        '.
       01  WS-COMPONENT-TABLE REDEFINES WS-COMPONENT-VALUES.
           05  WS-CMP-ENTRY OCCURS 6 TIMES.
               10  WS-CMP-CODE           PIC X(08).
               10  WS-CMP-ACCOUNT        PIC X(10).
               10  WS-CMP-SIDE           PIC X(01).
               10  WS-CMP-DESC           PIC X(30).
       01  WS-CMP-IDX                    PIC S9(04) COMP VALUE +0.
       01  WS-CMP-FOUND                  PIC S9(04) COMP VALUE +0.
      *
      *    DEALER TABLE - ACTIVE DEALERS PLUS ANY DEALER ON THE TRIAL
      *    BALANCE, WITH THE DEBIT-POSITIVE GL BALANCE PER COMPONENT
      *
       01  WS-DEALER-TABLE.
           05  WS-DT-COUNT               PIC S9(04) COMP VALUE +0.
           05  WS-DT-ENTRY OCCURS 200 TIMES.
               10  WS-DT-DEALER          PIC X(05).
               10  WS-DT-NAME            PIC X(40).
               10  WS-DT-GL-BAL OCCURS 6 TIMES
                                         PIC S9(13)V99 COMP-3.
       01  WS-DT-IDX                     PIC S9(04) COMP VALUE +0.
       01  WS-DT-FOUND                   PIC S9(04) COMP VALUE +0.
      *
      *    SCHEDULE WORK FIELDS
      *
       01  WS-SCHEDULE-FIELDS.
           05  WS-SCH-SUBLEDGER          PIC S9(13)V99 COMP-3.
           05  WS-SCH-GL-BALANCE         PIC S9(13)V99 COMP-3.
           05  WS-SCH-DIFFERENCE         PIC S9(13)V99 COMP-3.
           05  WS-SCH-ABS-DIFF           PIC S9(13)V99 COMP-3.
           05  WS-SCH-ITEM-COUNT         PIC S9(09) COMP.
           05  WS-SCH-ITEM-DISP          PIC Z(8)9.
           05  WS-SCH-STATUS             PIC X(02).
               88  WS-SCH-RECONCILED               VALUE 'RC'.
               88  WS-SCH-UNEXPLAINED              VALUE 'UN'.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
       01  WS-HV-MAP-COMPONENT           PIC X(08) VALUE SPACES.
       01  WS-HV-MAP-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-HV-DEALER                  PIC X(05) VALUE SPACES.
       01  WS-HV-DEALER-NAME             PIC X(40) VALUE SPACES.
      *
       01  WS-HV-ITEM.
           05  WS-HV-ITEM-KEY            PIC X(17).
           05  WS-HV-ITEM-REF            PIC X(10).
           05  WS-HV-ITEM-DATE           PIC X(10).
           05  WS-HV-ITEM-AMT            PIC S9(11)V99 COMP-3.
      *
       01  WS-HV-RECON.
           05  WS-HV-RC-PERIOD           PIC X(07).
           05  WS-HV-RC-COMPONENT        PIC X(08).
           05  WS-HV-RC-ACCOUNT          PIC X(10).
           05  WS-HV-RC-GL-BALANCE       PIC S9(11)V99 COMP-3.
           05  WS-HV-RC-SUBLEDGER        PIC S9(11)V99 COMP-3.
           05  WS-HV-RC-DIFFERENCE       PIC S9(11)V99 COMP-3.
           05  WS-HV-RC-ITEM-COUNT       PIC S9(09) COMP.
           05  WS-HV-RC-STATUS           PIC X(02).
      *
      *    REPORT CONTROL
      *
       01  WS-REPORT-CONTROL.
           05  WS-PAGE-NUM               PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +99.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +55.
      *
      *    REPORT LINES (132)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(34)
               VALUE ' SUBLEDGER TO GL RECONCILIATION   '.
           05  FILLER                    PIC X(07) VALUE 'DATE:  '.
           05  WS-RH1-DATE               PIC X(10).
           05  FILLER                    PIC X(06) VALUE '  PAGE'.
           05  WS-RH1-PAGE               PIC ZZZ9.
           05  FILLER                    PIC X(30) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-DEALER-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'DEALER: '.
           05  WS-DH-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DH-NAME                PIC X(40).
           05  FILLER                    PIC X(10) VALUE 'PERIOD:   '.
           05  WS-DH-PERIOD              PIC X(07).
           05  FILLER                    PIC X(14)
               VALUE '   GL AS OF:  '.
           05  WS-DH-AS-OF               PIC X(10).
           05  FILLER                    PIC X(35) VALUE SPACES.
      *
       01  WS-SCHEDULE-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'SCHEDULE: '.
           05  WS-SH-COMPONENT           PIC X(08).
           05  FILLER                    PIC X(03) VALUE ' - '.
           05  WS-SH-DESC                PIC X(30).
           05  FILLER                    PIC X(14)
               VALUE '  GL ACCOUNT: '.
           05  WS-SH-ACCOUNT             PIC X(10).
           05  FILLER                    PIC X(56) VALUE SPACES.
      *
       01  WS-ITEM-HDR.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(19)
               VALUE 'OPEN ITEM          '.
           05  FILLER                    PIC X(12)
               VALUE 'REFERENCE   '.
           05  FILLER                    PIC X(12)
               VALUE 'DATE        '.
           05  FILLER                    PIC X(15)
               VALUE '         AMOUNT'.
           05  FILLER                    PIC X(71) VALUE SPACES.
      *
       01  WS-ITEM-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-IL-KEY                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-REF                 PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-DATE                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-IL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(71) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(34).
           05  WS-TL-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-TL-NOTE                PIC X(40).
           05  FILLER                    PIC X(34) VALUE SPACES.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(11)
               VALUE 'SCHEDULES: '.
           05  WS-SM-SCHEDULES           PIC Z(6)9.
           05  FILLER                    PIC X(16)
               VALUE '   RECONCILED:  '.
           05  WS-SM-RECONCILED          PIC Z(6)9.
           05  FILLER                    PIC X(17)
               VALUE '   UNEXPLAINED:  '.
           05  WS-SM-UNEXPLAINED         PIC Z(6)9.
           05  FILLER                    PIC X(17)
               VALUE '   TOLERANCE:    '.
           05  WS-SM-TOLERANCE           PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(39) VALUE SPACES.
      *
      *    CONTROL ACCOUNT MAPPING
      *
           EXEC SQL DECLARE CSR_GLR_MAP CURSOR FOR
               SELECT M.MAP_COMPONENT
                    , M.GL_ACCOUNT
               FROM   AUTOSALE.GL_ACCOUNT_MAP M
               WHERE  M.GL_ACCOUNT <> ' '
                 AND  M.MAP_COMPONENT IN ('INVENTRY', 'FP-NOTES',
                                          'CIT-RECV', 'CUST-DEP',
                                          'HOLDBACK', 'HSE-LOAN')
           END-EXEC
      *
      *    ACTIVE DEALERS
      *
           EXEC SQL DECLARE CSR_GLR_DEALER CURSOR FOR
               SELECT D.DEALER_CODE
                    , SUBSTR(D.DEALER_NAME, 1, 40)
               FROM   AUTOSALE.DEALER D
               WHERE  D.ACTIVE_FLAG = 'Y'
               ORDER BY D.DEALER_CODE
           END-EXEC
      *
      *    SUBLEDGER OPEN ITEMS - ONE CURSOR PER CONTROL ACCOUNT,
      *    ALL RETURNING ITEM KEY, REFERENCE, DATE AND AMOUNT
      *
           EXEC SQL DECLARE CSR_GLR_INV CURSOR WITH HOLD FOR
               SELECT V.VIN
                    , COALESCE(V.STOCK_NUMBER, ' ')
                    , COALESCE(CHAR(V.RECEIVE_DATE, ISO), ' ')
                    , SUM(C.COST_AMT)
               FROM   AUTOSALE.VEHICLE V
               INNER JOIN AUTOSALE.VEHICLE_COST C
                 ON   C.VIN = V.VIN
               WHERE  V.DEALER_CODE = :WS-HV-DEALER
                 AND  V.VEHICLE_STATUS IN ('AV','DM','LN','HD','AL')
               GROUP BY V.VIN, V.STOCK_NUMBER, V.RECEIVE_DATE
               ORDER BY V.VIN
           END-EXEC
      *
           EXEC SQL DECLARE CSR_GLR_FPN CURSOR WITH HOLD FOR
               SELECT F.VIN
                    , F.LENDER_ID
                    , CHAR(F.FLOOR_DATE, ISO)
                    , F.CURRENT_BALANCE
               FROM   AUTOSALE.FLOOR_PLAN_VEHICLE F
               WHERE  F.DEALER_CODE = :WS-HV-DEALER
                 AND  F.FP_STATUS = 'AC'
               ORDER BY F.VIN
           END-EXEC
      *
           EXEC SQL DECLARE CSR_GLR_CIT CURSOR WITH HOLD FOR
               SELECT C.FINANCE_ID
                    , C.DEAL_NUMBER
                    , COALESCE(CHAR(C.CONTRACT_SENT_DT, ISO), ' ')
                    , C.EXPECTED_AMT - COALESCE(C.FUNDS_RECVD_AMT, 0)
               FROM   AUTOSALE.CIT_FUNDING C
               WHERE  C.DEALER_CODE = :WS-HV-DEALER
                 AND  C.FUNDING_STATUS IN ('SN', 'SH')
               ORDER BY C.FINANCE_ID
           END-EXEC
      *
           EXEC SQL DECLARE CSR_GLR_DEP CURSOR WITH HOLD FOR
               SELECT P.RECEIPT_NUMBER
                    , P.DEAL_NUMBER
                    , CHAR(P.DEPOSIT_DATE, ISO)
                    , P.DEPOSIT_AMT
               FROM   AUTOSALE.CUSTOMER_DEPOSIT P
               WHERE  P.DEALER_CODE = :WS-HV-DEALER
                 AND  P.DEPOSIT_STATUS IN ('OP', 'RF')
               ORDER BY P.DEPOSIT_DATE, P.RECEIPT_NUMBER
           END-EXEC
      *
           EXEC SQL DECLARE CSR_GLR_HBK CURSOR WITH HOLD FOR
               SELECT H.VIN
                    , H.DEAL_NUMBER
                    , CHAR(H.ACCRUED_DATE, ISO)
                    , H.HOLDBACK_AMT - COALESCE(H.PAID_AMT, 0)
               FROM   AUTOSALE.HOLDBACK_RECEIVABLE H
               WHERE  H.DEALER_CODE = :WS-HV-DEALER
                 AND  H.HB_STATUS IN ('AC', 'SH')
               ORDER BY H.ACCRUED_DATE, H.VIN
           END-EXEC
      *
           EXEC SQL DECLARE CSR_GLR_LON CURSOR WITH HOLD FOR
               SELECT L.FINANCE_ID
                    , L.DEAL_NUMBER
                    , CHAR(L.NEXT_DUE_DATE, ISO)
                    , L.PRINCIPAL_BAL
               FROM   AUTOSALE.HOUSE_LOAN L
               WHERE  L.DEALER_CODE = :WS-HV-DEALER
                 AND  L.LOAN_STATUS IN ('AC', 'DF')
               ORDER BY L.FINANCE_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATGLR00: SUBLEDGER TO GL RECONCILIATION - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-ACCOUNT-MAP THRU 1500-EXIT
           PERFORM 2000-OPEN-FILES
      *
           IF WS-GLTBAL-STATUS = '00'
           AND WS-GLRRPT-STATUS = '00'
               PERFORM 2500-LOAD-DEALERS THRU 2500-EXIT
               PERFORM 3000-LOAD-TRIAL-BALANCE
               IF WS-TB-USED-COUNT = +0
                   DISPLAY 'BATGLR00: NO CONTROL ACCOUNT BALANCES '
                           'ON GLTBAL - NOTHING RECONCILED'
                   ADD +1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM 4000-RECONCILE-DEALERS
                   PERFORM 7000-PRINT-SUMMARY
               END-IF
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATGLR00: PROCESSING COMPLETE'
           DISPLAY 'BATGLR00:   TB RECORDS READ  = ' WS-TB-READ-COUNT
           DISPLAY 'BATGLR00:   TB RECORDS USED  = ' WS-TB-USED-COUNT
           DISPLAY 'BATGLR00:   TB NOT CONTROL   = ' WS-TB-SKIP-COUNT
           DISPLAY 'BATGLR00:   SCHEDULES        = '
                   WS-SCHEDULE-COUNT
           DISPLAY 'BATGLR00:   RECONCILED       = '
                   WS-RECONCILED-COUNT
           DISPLAY 'BATGLR00:   UNEXPLAINED      = '
                   WS-UNEXPLAINED-COUNT
           DISPLAY 'BATGLR00:   ERRORS           = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-UNEXPLAINED-COUNT > +0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE                                           *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
      *
           STRING WS-CURR-YYYY '-'
                  WS-CURR-MM   '-'
                  WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
      *
           INITIALIZE WS-COUNTERS
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'GLRECON_TOLERANCE'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-TOLERANCE =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           DISPLAY 'BATGLR00: DIFFERENCE TOLERANCE  = ' WS-TOLERANCE
           .
      *
      ****************************************************************
      *    1500-LOAD-ACCOUNT-MAP - CONTROL ACCOUNTS FROM ADMGLA00    *
      ****************************************************************
       1500-LOAD-ACCOUNT-MAP.
      *
           EXEC SQL OPEN CSR_GLR_MAP END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATGLR00: GL_ACCOUNT_MAP UNAVAILABLE - '
                       'DEFAULT ACCOUNTS USED ' SQLCODE
               GO TO 1500-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_GLR_MAP
                   INTO :WS-HV-MAP-COMPONENT
                      , :WS-HV-MAP-ACCOUNT
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM VARYING WS-CMP-IDX FROM +1 BY +1
                           UNTIL WS-CMP-IDX > +6
                           IF WS-CMP-CODE(WS-CMP-IDX)
                              = WS-HV-MAP-COMPONENT
                               MOVE WS-HV-MAP-ACCOUNT
                                   TO WS-CMP-ACCOUNT(WS-CMP-IDX)
                           END-IF
                       END-PERFORM
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATGLR00: GL MAP FETCH ERROR - '
                               SQLCODE
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_GLR_MAP END-EXEC
      *
           PERFORM VARYING WS-CMP-IDX FROM +1 BY +1
               UNTIL WS-CMP-IDX > +6
               DISPLAY 'BATGLR00: ' WS-CMP-CODE(WS-CMP-IDX)
                       ' -> ' WS-CMP-ACCOUNT(WS-CMP-IDX)
           END-PERFORM
           .
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN INPUT GL-TB-FILE
           IF WS-GLTBAL-STATUS NOT = '00'
               DISPLAY 'BATGLR00: ERROR OPENING GLTBAL - '
                       WS-GLTBAL-STATUS
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-GLRRPT-STATUS NOT = '00'
               DISPLAY 'BATGLR00: ERROR OPENING GLRRPT - '
                       WS-GLRRPT-STATUS
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    2500-LOAD-DEALERS - EVERY ACTIVE DEALER GETS SCHEDULES,   *
      *    EVEN WITH NO TRIAL BALANCE ROWS                           *
      ****************************************************************
       2500-LOAD-DEALERS.
      *
           EXEC SQL OPEN CSR_GLR_DEALER END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATGLR00: ERROR OPENING DEALER CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2500-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_GLR_DEALER
                   INTO :WS-HV-DEALER
                      , :WS-HV-DEALER-NAME
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 2600-ADD-DEALER
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATGLR00: DEALER FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_GLR_DEALER END-EXEC
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2600-ADD-DEALER - NEW DEALER TABLE ENTRY, ZERO BALANCES   *
      ****************************************************************
       2600-ADD-DEALER.
      *
           IF WS-DT-COUNT >= +200
               DISPLAY 'BATGLR00: DEALER TABLE FULL - '
                       WS-HV-DEALER ' NOT RECONCILED'
               ADD +1 TO WS-ERROR-COUNT
               MOVE +0 TO WS-DT-FOUND
           ELSE
               ADD +1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT TO WS-DT-FOUND
               MOVE WS-HV-DEALER TO WS-DT-DEALER(WS-DT-FOUND)
               MOVE WS-HV-DEALER-NAME TO WS-DT-NAME(WS-DT-FOUND)
               PERFORM VARYING WS-CMP-IDX FROM +1 BY +1
                   UNTIL WS-CMP-IDX > +6
                   MOVE +0 TO WS-DT-GL-BAL(WS-DT-FOUND, WS-CMP-IDX)
               END-PERFORM
           END-IF
           .
      *
      ****************************************************************
      *    3000-LOAD-TRIAL-BALANCE - ACCUMULATE CONTROL ACCOUNT      *
      *    BALANCES BY DEALER, DEBIT POSITIVE                        *
      ****************************************************************
       3000-LOAD-TRIAL-BALANCE.
      *
           MOVE 'N' TO WS-EOF-TB
      *
           PERFORM UNTIL WS-TB-DONE
               READ GL-TB-FILE
                   AT END
                       SET WS-TB-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-TB-READ-COUNT
                       PERFORM 3100-LOAD-ONE-BALANCE THRU 3100-EXIT
               END-READ
           END-PERFORM
      *
           DISPLAY 'BATGLR00: TRIAL BALANCE AS OF   = ' WS-AS-OF-DATE
           .
      *
      ****************************************************************
      *    3100-LOAD-ONE-BALANCE                                     *
      ****************************************************************
       3100-LOAD-ONE-BALANCE.
      *
           MOVE +0 TO WS-CMP-FOUND
           PERFORM VARYING WS-CMP-IDX FROM +1 BY +1
               UNTIL WS-CMP-IDX > +6
               IF WS-CMP-ACCOUNT(WS-CMP-IDX) = TB-GL-ACCOUNT
                   MOVE WS-CMP-IDX TO WS-CMP-FOUND
               END-IF
           END-PERFORM
      *
           IF WS-CMP-FOUND = +0
           OR TB-DEALER-CODE = SPACES
               ADD +1 TO WS-TB-SKIP-COUNT
               GO TO 3100-EXIT
           END-IF
      *
      *    THE FIRST CONTROL ACCOUNT ROW FIXES THE AS-OF DATE; A
      *    ROW FOR ANY OTHER DATE IS A MIXED FILE AND IS REJECTED
      *
           IF WS-AS-OF-DATE = SPACES
               MOVE TB-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF
           IF TB-AS-OF-DATE NOT = WS-AS-OF-DATE
               DISPLAY 'BATGLR00: TB ROW DATED ' TB-AS-OF-DATE
                       ' NOT ' WS-AS-OF-DATE ' - ' TB-DEALER-CODE
                       ' ' TB-GL-ACCOUNT ' IGNORED'
               ADD +1 TO WS-DATE-MISMATCH-COUNT
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           MOVE +0 TO WS-DT-FOUND
           PERFORM VARYING WS-DT-IDX FROM +1 BY +1
               UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-DEALER(WS-DT-IDX) = TB-DEALER-CODE
                   MOVE WS-DT-IDX TO WS-DT-FOUND
               END-IF
           END-PERFORM
      *
      *    A DEALER ON THE LEDGER BUT NOT ACTIVE STILL GETS ITS
      *    SCHEDULES - A BALANCE LEFT ON A CLOSED STORE IS EXACTLY
      *    WHAT THE CLOSE NEEDS TO SEE
      *
           IF WS-DT-FOUND = +0
               MOVE TB-DEALER-CODE TO WS-HV-DEALER
               MOVE SPACES TO WS-HV-DEALER-NAME
               EXEC SQL
                   SELECT SUBSTR(D.DEALER_NAME, 1, 40)
                   INTO  :WS-HV-DEALER-NAME
                   FROM  AUTOSALE.DEALER D
                   WHERE D.DEALER_CODE = :WS-HV-DEALER
               END-EXEC
               IF SQLCODE NOT = +0
                   MOVE 'DEALER NOT ON FILE' TO WS-HV-DEALER-NAME
               END-IF
               PERFORM 2600-ADD-DEALER
               IF WS-DT-FOUND = +0
                   GO TO 3100-EXIT
               END-IF
           END-IF
      *
           IF TB-CREDIT
               SUBTRACT TB-BALANCE
                   FROM WS-DT-GL-BAL(WS-DT-FOUND, WS-CMP-FOUND)
           ELSE
               ADD TB-BALANCE
                   TO WS-DT-GL-BAL(WS-DT-FOUND, WS-CMP-FOUND)
           END-IF
           ADD +1 TO WS-TB-USED-COUNT
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-RECONCILE-DEALERS - ONE PAGE OF SCHEDULES PER        *
      *    DEALER                                                    *
      ****************************************************************
       4000-RECONCILE-DEALERS.
      *
           MOVE WS-AS-OF-DATE(1:7) TO WS-HV-RC-PERIOD
      *
           PERFORM VARYING WS-DT-IDX FROM +1 BY +1
               UNTIL WS-DT-IDX > WS-DT-COUNT
               MOVE WS-DT-DEALER(WS-DT-IDX) TO WS-HV-DEALER
               PERFORM 8000-NEW-PAGE
               MOVE WS-DT-DEALER(WS-DT-IDX) TO WS-DH-DEALER
               MOVE WS-DT-NAME(WS-DT-IDX) TO WS-DH-NAME
               MOVE WS-HV-RC-PERIOD TO WS-DH-PERIOD
               MOVE WS-AS-OF-DATE TO WS-DH-AS-OF
               WRITE REPORT-RECORD FROM WS-DEALER-LINE
                   AFTER ADVANCING 1
               ADD +1 TO WS-LINE-COUNT
      *
               PERFORM VARYING WS-CMP-IDX FROM +1 BY +1
                   UNTIL WS-CMP-IDX > +6
                   PERFORM 5000-BUILD-SCHEDULE THRU 5000-EXIT
               END-PERFORM
      *
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATGLR00: COMMIT FAILED - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM
           .
      *
      ****************************************************************
      *    5000-BUILD-SCHEDULE - OPEN ITEMS, GL BALANCE, DIFFERENCE  *
      *    AND THE CLOSE CHECKLIST ROW FOR ONE CONTROL ACCOUNT       *
      ****************************************************************
       5000-BUILD-SCHEDULE.
      *
           MOVE +0 TO WS-SCH-SUBLEDGER
           MOVE +0 TO WS-SCH-ITEM-COUNT
      *
           IF WS-LINE-COUNT + 6 >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE WS-CMP-CODE(WS-CMP-IDX) TO WS-SH-COMPONENT
           MOVE WS-CMP-DESC(WS-CMP-IDX) TO WS-SH-DESC
           MOVE WS-CMP-ACCOUNT(WS-CMP-IDX) TO WS-SH-ACCOUNT
           WRITE REPORT-RECORD FROM WS-SCHEDULE-HDR
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-ITEM-HDR
               AFTER ADVANCING 1
           ADD +3 TO WS-LINE-COUNT
      *
           PERFORM 5100-OPEN-ITEMS
           IF SQLCODE NOT = +0
               DISPLAY 'BATGLR00: ERROR OPENING '
                       WS-CMP-CODE(WS-CMP-IDX) ' ITEMS FOR '
                       WS-HV-DEALER ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               PERFORM 5200-FETCH-ITEM
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5300-PRINT-ITEM
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATGLR00: '
                               WS-CMP-CODE(WS-CMP-IDX)
                               ' FETCH ERROR - ' SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           PERFORM 5400-CLOSE-ITEMS
      *
      *    GL BALANCE ON THE ACCOUNT'S NORMAL SIDE SO IT COMPARES
      *    DIRECTLY WITH THE (POSITIVE) SUBLEDGER TOTAL
      *
           IF WS-CMP-SIDE(WS-CMP-IDX) = 'C'
               COMPUTE WS-SCH-GL-BALANCE =
                   0 - WS-DT-GL-BAL(WS-DT-IDX, WS-CMP-IDX)
           ELSE
               MOVE WS-DT-GL-BAL(WS-DT-IDX, WS-CMP-IDX)
                   TO WS-SCH-GL-BALANCE
           END-IF
      *
           COMPUTE WS-SCH-DIFFERENCE =
               WS-SCH-GL-BALANCE - WS-SCH-SUBLEDGER
           IF WS-SCH-DIFFERENCE < +0
               COMPUTE WS-SCH-ABS-DIFF = 0 - WS-SCH-DIFFERENCE
           ELSE
               MOVE WS-SCH-DIFFERENCE TO WS-SCH-ABS-DIFF
           END-IF
      *
           IF WS-SCH-ABS-DIFF > WS-TOLERANCE
               MOVE 'UN' TO WS-SCH-STATUS
               ADD +1 TO WS-UNEXPLAINED-COUNT
           ELSE
               MOVE 'RC' TO WS-SCH-STATUS
               ADD +1 TO WS-RECONCILED-COUNT
           END-IF
           ADD +1 TO WS-SCHEDULE-COUNT
      *
           PERFORM 5500-PRINT-TOTALS
           PERFORM 6000-SAVE-RESULT THRU 6000-EXIT
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-OPEN-ITEMS - OPEN THE CURSOR FOR THIS COMPONENT      *
      ****************************************************************
       5100-OPEN-ITEMS.
      *
           EVALUATE WS-CMP-IDX
               WHEN +1
                   EXEC SQL OPEN CSR_GLR_INV END-EXEC
               WHEN +2
                   EXEC SQL OPEN CSR_GLR_FPN END-EXEC
               WHEN +3
                   EXEC SQL OPEN CSR_GLR_CIT END-EXEC
               WHEN +4
                   EXEC SQL OPEN CSR_GLR_DEP END-EXEC
               WHEN +5
                   EXEC SQL OPEN CSR_GLR_HBK END-EXEC
               WHEN +6
                   EXEC SQL OPEN CSR_GLR_LON END-EXEC
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5200-FETCH-ITEM                                           *
      ****************************************************************
       5200-FETCH-ITEM.
      *
           MOVE SPACES TO WS-HV-ITEM-KEY
           EVALUATE WS-CMP-IDX
               WHEN +1
                   EXEC SQL FETCH CSR_GLR_INV
                       INTO :WS-HV-ITEM-KEY
                          , :WS-HV-ITEM-REF
                          , :WS-HV-ITEM-DATE
                          , :WS-HV-ITEM-AMT
                   END-EXEC
               WHEN +2
                   EXEC SQL FETCH CSR_GLR_FPN
                       INTO :WS-HV-ITEM-KEY
                          , :WS-HV-ITEM-REF
                          , :WS-HV-ITEM-DATE
                          , :WS-HV-ITEM-AMT
                   END-EXEC
               WHEN +3
                   EXEC SQL FETCH CSR_GLR_CIT
                       INTO :WS-HV-ITEM-KEY
                          , :WS-HV-ITEM-REF
                          , :WS-HV-ITEM-DATE
                          , :WS-HV-ITEM-AMT
                   END-EXEC
               WHEN +4
                   EXEC SQL FETCH CSR_GLR_DEP
                       INTO :WS-HV-ITEM-KEY
                          , :WS-HV-ITEM-REF
                          , :WS-HV-ITEM-DATE
                          , :WS-HV-ITEM-AMT
                   END-EXEC
               WHEN +5
                   EXEC SQL FETCH CSR_GLR_HBK
                       INTO :WS-HV-ITEM-KEY
                          , :WS-HV-ITEM-REF
                          , :WS-HV-ITEM-DATE
                          , :WS-HV-ITEM-AMT
                   END-EXEC
               WHEN +6
                   EXEC SQL FETCH CSR_GLR_LON
                       INTO :WS-HV-ITEM-KEY
                          , :WS-HV-ITEM-REF
                          , :WS-HV-ITEM-DATE
                          , :WS-HV-ITEM-AMT
                   END-EXEC
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5300-PRINT-ITEM - ONE OPEN ITEM ON THE SCHEDULE           *
      ****************************************************************
       5300-PRINT-ITEM.
      *
           ADD WS-HV-ITEM-AMT TO WS-SCH-SUBLEDGER
           ADD +1 TO WS-SCH-ITEM-COUNT
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
               WRITE REPORT-RECORD FROM WS-SCHEDULE-HDR
                   AFTER ADVANCING 1
               WRITE REPORT-RECORD FROM WS-ITEM-HDR
                   AFTER ADVANCING 1
               ADD +2 TO WS-LINE-COUNT
           END-IF
      *
           MOVE WS-HV-ITEM-KEY TO WS-IL-KEY
           MOVE WS-HV-ITEM-REF TO WS-IL-REF
           MOVE WS-HV-ITEM-DATE TO WS-IL-DATE
           MOVE WS-HV-ITEM-AMT TO WS-IL-AMOUNT
           WRITE REPORT-RECORD FROM WS-ITEM-LINE
               AFTER ADVANCING 1
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5400-CLOSE-ITEMS                                          *
      ****************************************************************
       5400-CLOSE-ITEMS.
      *
           EVALUATE WS-CMP-IDX
               WHEN +1
                   EXEC SQL CLOSE CSR_GLR_INV END-EXEC
               WHEN +2
                   EXEC SQL CLOSE CSR_GLR_FPN END-EXEC
               WHEN +3
                   EXEC SQL CLOSE CSR_GLR_CIT END-EXEC
               WHEN +4
                   EXEC SQL CLOSE CSR_GLR_DEP END-EXEC
               WHEN +5
                   EXEC SQL CLOSE CSR_GLR_HBK END-EXEC
               WHEN +6
                   EXEC SQL CLOSE CSR_GLR_LON END-EXEC
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5500-PRINT-TOTALS - SUBLEDGER, GL AND DIFFERENCE LINES    *
      ****************************************************************
       5500-PRINT-TOTALS.
      *
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE SPACES TO WS-TL-NOTE
           MOVE 'SUBLEDGER TOTAL' TO WS-TL-LABEL
           MOVE WS-SCH-SUBLEDGER TO WS-TL-AMOUNT
           MOVE WS-SCH-ITEM-COUNT TO WS-SCH-ITEM-DISP
           STRING WS-SCH-ITEM-DISP DELIMITED BY SIZE
                  ' OPEN ITEMS' DELIMITED BY SIZE
               INTO WS-TL-NOTE
           END-STRING
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
      *
           MOVE SPACES TO WS-TL-NOTE
           MOVE 'GL BALANCE (NORMAL SIDE)' TO WS-TL-LABEL
           MOVE WS-SCH-GL-BALANCE TO WS-TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
      *
           MOVE 'UNEXPLAINED DIFFERENCE (GL - SUB)' TO WS-TL-LABEL
           MOVE WS-SCH-DIFFERENCE TO WS-TL-AMOUNT
           IF WS-SCH-UNEXPLAINED
               MOVE '*** OUT OF BALANCE - RESEARCH REQUIRED'
                   TO WS-TL-NOTE
           ELSE
               MOVE 'RECONCILED' TO WS-TL-NOTE
           END-IF
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           ADD +3 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-SAVE-RESULT - REPLACE THE PERIOD'S ROW FOR THIS      *
      *    DEALER AND CONTROL ACCOUNT (READ BY COMCLSL0)             *
      ****************************************************************
       6000-SAVE-RESULT.
      *
           MOVE WS-CMP-CODE(WS-CMP-IDX) TO WS-HV-RC-COMPONENT
           MOVE WS-CMP-ACCOUNT(WS-CMP-IDX) TO WS-HV-RC-ACCOUNT
           MOVE WS-SCH-GL-BALANCE TO WS-HV-RC-GL-BALANCE
           MOVE WS-SCH-SUBLEDGER TO WS-HV-RC-SUBLEDGER
           MOVE WS-SCH-DIFFERENCE TO WS-HV-RC-DIFFERENCE
           MOVE WS-SCH-ITEM-COUNT TO WS-HV-RC-ITEM-COUNT
           MOVE WS-SCH-STATUS TO WS-HV-RC-STATUS
      *
           EXEC SQL
               DELETE FROM AUTOSALE.GL_SUBLEDGER_RECON
               WHERE  RECON_PERIOD  = :WS-HV-RC-PERIOD
                 AND  DEALER_CODE   = :WS-HV-DEALER
                 AND  MAP_COMPONENT = :WS-HV-RC-COMPONENT
           END-EXEC
      *
           IF SQLCODE NOT = +0
           AND SQLCODE NOT = +100
               DISPLAY 'BATGLR00: ERROR CLEARING PRIOR RESULT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.GL_SUBLEDGER_RECON
               ( RECON_PERIOD
               , DEALER_CODE
               , MAP_COMPONENT
               , GL_ACCOUNT
               , GL_BALANCE
               , SUBLEDGER_AMT
               , DIFFERENCE_AMT
               , OPEN_ITEM_COUNT
               , RECON_STATUS
               , RUN_DATE
               , CREATED_TS
               )
               VALUES
               ( :WS-HV-RC-PERIOD
               , :WS-HV-DEALER
               , :WS-HV-RC-COMPONENT
               , :WS-HV-RC-ACCOUNT
               , :WS-HV-RC-GL-BALANCE
               , :WS-HV-RC-SUBLEDGER
               , :WS-HV-RC-DIFFERENCE
               , :WS-HV-RC-ITEM-COUNT
               , :WS-HV-RC-STATUS
               , :WS-TODAY-DATE
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATGLR00: ERROR SAVING RESULT - '
                       WS-HV-DEALER ' ' WS-HV-RC-COMPONENT
                       ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-SUMMARY                                        *
      ****************************************************************
       7000-PRINT-SUMMARY.
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 2
      *
           MOVE WS-SCHEDULE-COUNT TO WS-SM-SCHEDULES
           MOVE WS-RECONCILED-COUNT TO WS-SM-RECONCILED
           MOVE WS-UNEXPLAINED-COUNT TO WS-SM-UNEXPLAINED
           MOVE WS-TOLERANCE TO WS-SM-TOLERANCE
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1
           .
      *
      ****************************************************************
      *    8000-NEW-PAGE                                             *
      ****************************************************************
       8000-NEW-PAGE.
      *
           ADD +1 TO WS-PAGE-NUM
           MOVE WS-TODAY-DATE TO WS-RH1-DATE
           MOVE WS-PAGE-NUM TO WS-RH1-PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
           MOVE +2 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE GL-TB-FILE
           IF WS-GLTBAL-STATUS NOT = '00'
               DISPLAY 'BATGLR00: ERROR CLOSING GLTBAL - '
                       WS-GLTBAL-STATUS
           END-IF
      *
           CLOSE REPORT-FILE
           IF WS-GLRRPT-STATUS NOT = '00'
               DISPLAY 'BATGLR00: ERROR CLOSING GLRRPT - '
                       WS-GLRRPT-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATGLR00                                              *
      ****************************************************************
