       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCSF00.
      ****************************************************************
      * PROGRAM:    BATCSF00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    WEEKLY 13-WEEK CASH REQUIREMENTS FORECAST PER    *
      *             DEALER. WEEK 1 STARTS ON THE RUN DATE; ANYTHING  *
      *             ALREADY OVERDUE IS SHOWN IN WEEK 1. OPENING CASH *
      *             IS KEYED ON THE CONTROL CARD (BOOK BALANCE, SO   *
      *             CHECKS ALREADY WRITTEN ARE NOT COUNTED AGAIN).   *
      *                                                              *
      *             CASH IN:                                         *
      *               CIT RECEIPTS   - UNFUNDED DELIVERED FINANCE    *
      *                   DEALS (SAME SET AS RPTCIT00), EXPECTED ON  *
      *                   THE CONTRACT SENT (OR DELIVERY) DATE PLUS  *
      *                   THE LENDER'S AVERAGE FUNDING DAYS OVER THE *
      *                   LAST 180 DAYS                              *
      *               HOUSE LOAN PMT - SCHEDULED HOUSE_LOAN PAYMENTS *
      *                   (AC/DF) ON EACH MONTHLY DUE DATE           *
      *             CASH OUT:                                        *
      *               CURTAILMENTS   - EACH FLOORED UNIT'S NEXT DUE  *
      *                   DATES FROM ITS LENDER'S SCHEDULE (COMCURL0) *
      *                   AT A PERCENT OF THE FLOORED INVOICE        *
      *               FP INTEREST    - WEEKLY ACCRUAL ON THE         *
      *                   PROJECTED BALANCE AT THE RATE IN EFFECT    *
      *                   EACH WEEK (LENDER_RATE_HISTORY, INCLUDING  *
      *                   FUTURE-DATED REPRICES, ELSE THE LENDER'S   *
      *                   BASE RATE + SPREAD)                        *
      *               FP PAYOFFS     - UNITS STILL FLOORED ON A      *
      *                   DELIVERED DEAL, DUE THE CONFIGURED NUMBER  *
      *                   OF DAYS AFTER DELIVERY                     *
      *               EQUITY CHECKS  - OPEN EQUITY_DISBURSEMENT      *
      *                   ROWS (SALEQD00)                            *
      *               TRADE PAYOFFS  - TRADE PAYOFFS ON DELIVERED    *
      *                   DEALS NOT YET SENT (SALTPF00)              *
      *               PROVIDER REMIT - PRODUCT_REMIT REGISTER ROWS   *
      *                   (BATREM00) AND DELIVERED PRODUCTS NOT YET  *
      *                   REGISTERED, DUE ON THE REMIT DAY OF THE    *
      *                   MONTH AFTER THE PERIOD                     *
      *                                                              *
      *             CONTROL CARDS (CSFCTL, FIXED 80, ONE PER DEALER):*
      *               001-005  DEALER CODE                           *
      *               007-019  OPENING CASH 9(11)V99                 *
      *               020-020  '-' WHEN THE OPENING CASH IS NEGATIVE *
      *                                                              *
      *             SYSTEM_CONFIG KEYS (DEFAULT):                    *
      *               CASHFCST_FUND_DAYS      (10) NO LENDER HISTORY *
      *               CASHFCST_PAYOFF_DAYS    (5)                    *
      *               CASHFCST_CURTAIL_PCT    (10)                   *
      *               CASHFCST_CURTAIL_REPEAT (30) DAYS BETWEEN      *
      *                                       CURTAILMENTS PAST THE  *
      *                                       LAST SCHEDULE TIER     *
      *               CASHFCST_REMIT_DAY      (15)                   *
      *                                                              *
      * TABLES:     AUTOSALE.FLOOR_PLAN_VEHICLE  (READ)              *
      *             AUTOSALE.FLOOR_PLAN_LENDER   (READ)              *
      *             AUTOSALE.LENDER_RATE_HISTORY (READ)              *
      *             AUTOSALE.SALES_DEAL          (READ)              *
      *             AUTOSALE.FINANCE_APP         (READ)              *
      *             AUTOSALE.CIT_FUNDING         (READ)              *
      *             AUTOSALE.HOUSE_LOAN          (READ)              *
      *             AUTOSALE.EQUITY_DISBURSEMENT (READ)              *
      *             AUTOSALE.TRADE_IN            (READ)              *
      *             AUTOSALE.TRADE_PAYOFF_TRK    (READ)              *
      *             AUTOSALE.PRODUCT_REMIT       (READ)              *
      *             AUTOSALE.FINANCE_PRODUCT     (READ)              *
      *             AUTOSALE.DEALER              (READ)              *
      *             AUTOSALE.SYSTEM_CONFIG       (READ)              *
      *                                                              *
      * OUTPUT:     CSFRPT DD - FORECAST GRID (132)                  *
      *                                                              *
      * CALLS:      COMCURL0 - CURTAILMENT SCHEDULE CALCULATION      *
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
           SELECT CONTROL-FILE
               ASSIGN TO CSFCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSFCTL-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO CSFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSFRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD                PIC X(80).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATCSF00'.
      *
       01  WS-CSFCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-CSFRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    CONTROL CARD IMAGE
      *
       01  WS-CONTROL-CARD.
           05  CTL-DEALER-CODE           PIC X(05).
           05  FILLER                    PIC X(01).
           05  CTL-OPENING-CASH          PIC 9(11)V99.
           05  CTL-OPENING-SIGN          PIC X(01).
               88  CTL-OPENING-NEGATIVE            VALUE '-'.
           05  FILLER                    PIC X(60).
      *
      *    PROCESSING COUNTERS
      *
       01  WS-COUNTERS.
           05  WS-DEALER-COUNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-UNIT-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-CIT-COUNT              PIC S9(09) COMP-3 VALUE +0.
           05  WS-LOAN-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-CARD               PIC X(01) VALUE 'N'.
               88  WS-CARDS-DONE                   VALUE 'Y'.
           05  WS-EOF-CURSOR             PIC X(01) VALUE 'N'.
               88  WS-CURSOR-DONE                  VALUE 'Y'.
      *
      *    CURRENT DATE FIELDS
      *
       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURR-YYYY          PIC 9(04).
               10  WS-CURR-MM            PIC 9(02).
               10  WS-CURR-DD            PIC 9(02).
               10  FILLER                PIC X(13).
           05  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
           05  WS-TODAY-YMD              PIC 9(08) VALUE 0.
           05  WS-TODAY-INT              PIC S9(09) COMP VALUE +0.
           05  WS-WEEK-YMD               PIC 9(08) VALUE 0.
           05  WS-WEEK-YMD-R REDEFINES WS-WEEK-YMD.
               10  WS-WEEK-YYYY          PIC 9(04).
               10  WS-WEEK-MM            PIC 9(02).
               10  WS-WEEK-DD            PIC 9(02).
      *
      *    CONFIGURATION
      *
       01  WS-HV-CONFIG.
           05  WS-HV-CFG-VALUE           PIC X(100) VALUE SPACES.
           05  WS-HV-FUND-DAYS           PIC S9(09) COMP VALUE +10.
           05  WS-HV-PAYOFF-DAYS         PIC S9(09) COMP VALUE +5.
           05  WS-HV-REMIT-DAY           PIC S9(09) COMP VALUE +15.
           05  WS-CURTAIL-PCT            PIC S9(03)V99 COMP-3
                                                     VALUE +10.
           05  WS-CURTAIL-REPEAT         PIC S9(09) COMP VALUE +30.
      *
      *    FORECAST GRID - ROWS 1-2 CASH IN, 3-8 CASH OUT
      *
       01  WS-GRID.
           05  WS-GR-ROW OCCURS 8 TIMES.
               10  WS-GR-AMT OCCURS 13 TIMES
                                         PIC S9(11)V99 COMP-3.
      *
       01  WS-ROW-NAMES.
           05  FILLER PIC X(14) VALUE 'CIT RECEIPTS  '.
           05  FILLER PIC X(14) VALUE 'HOUSE LOAN PMT'.
           05  FILLER PIC X(14) VALUE 'CURTAILMENTS  '.
           05  FILLER PIC X(14) VALUE 'FP INTEREST   '.
           05  FILLER PIC X(14) VALUE 'FP PAYOFFS    '.
           05  FILLER PIC X(14) VALUE 'EQUITY CHECKS '.
           05  FILLER PIC X(14) VALUE 'TRADE PAYOFFS '.
           05  FILLER PIC X(14) VALUE 'PROVIDER REMIT'.
       01  WS-ROW-NAMES-R REDEFINES WS-ROW-NAMES.
           05  WS-ROW-NAME OCCURS 8 TIMES PIC X(14).
      *
       01  WS-ROW-CIT                    PIC S9(04) COMP VALUE +1.
       01  WS-ROW-LOAN                   PIC S9(04) COMP VALUE +2.
       01  WS-ROW-CURTAIL                PIC S9(04) COMP VALUE +3.
       01  WS-ROW-INTEREST               PIC S9(04) COMP VALUE +4.
       01  WS-ROW-PAYOFF                 PIC S9(04) COMP VALUE +5.
       01  WS-ROW-EQUITY                 PIC S9(04) COMP VALUE +6.
       01  WS-ROW-TRADE                  PIC S9(04) COMP VALUE +7.
       01  WS-ROW-REMIT                  PIC S9(04) COMP VALUE +8.
      *
       01  WS-WEEK-TOTALS.
           05  WS-WK-ENTRY OCCURS 13 TIMES.
               10  WS-WK-IN              PIC S9(11)V99 COMP-3.
               10  WS-WK-OUT             PIC S9(11)V99 COMP-3.
               10  WS-WK-NET             PIC S9(11)V99 COMP-3.
               10  WS-WK-OPEN            PIC S9(11)V99 COMP-3.
               10  WS-WK-CLOSE           PIC S9(11)V99 COMP-3.
      *
      *    LENDER RATE TABLE - BASE RATE ROWS (OFFSET -99999) THEN
      *    RATE HISTORY BY EFFECTIVE DATE, AS DAYS FROM TODAY
      *
       01  WS-RATE-TABLE.
           05  WS-RT-COUNT               PIC S9(04) COMP VALUE +0.
           05  WS-RT-ENTRY OCCURS 500 TIMES.
               10  WS-RT-LENDER          PIC X(05).
               10  WS-RT-OFFSET          PIC S9(09) COMP.
               10  WS-RT-RATE            PIC S9(03)V9(03) COMP-3.
      *
      *    CURTAILMENT DUE DATES FOR ONE UNIT (DAYS FROM TODAY)
      *
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-DUE-OFFSET OCCURS 20 TIMES
                                         PIC S9(09) COMP.
      *
      *    SUBSCRIPTS AND WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-ROW-IDX                PIC S9(04) COMP VALUE +0.
           05  WS-WK-IDX                 PIC S9(04) COMP VALUE +0.
           05  WS-RT-IDX                 PIC S9(04) COMP VALUE +0.
           05  WS-DUE-IDX                PIC S9(04) COMP VALUE +0.
           05  WS-LOOP-CT                PIC S9(04) COMP VALUE +0.
           05  WS-BK-ROW                 PIC S9(04) COMP VALUE +0.
           05  WS-BK-OFFSET              PIC S9(09) COMP VALUE +0.
           05  WS-BK-AMOUNT              PIC S9(11)V99 COMP-3
                                                     VALUE +0.
           05  WS-BK-WEEK                PIC S9(04) COMP VALUE +0.
           05  WS-CUR-OFFSET             PIC S9(09) COMP VALUE +0.
           05  WS-DUE-AT                 PIC S9(09) COMP VALUE +0.
           05  WS-WEEK-START             PIC S9(09) COMP VALUE +0.
           05  WS-WEEK-END               PIC S9(09) COMP VALUE +0.
           05  WS-UNIT-BALANCE           PIC S9(11)V99 COMP-3
                                                     VALUE +0.
           05  WS-UNIT-RATE              PIC S9(03)V9(03) COMP-3
                                                     VALUE +0.
           05  WS-UNIT-INTEREST          PIC S9(09)V99 COMP-3
                                                     VALUE +0.
           05  WS-CURTAIL-AMT            PIC S9(11)V99 COMP-3
                                                     VALUE +0.
           05  WS-PAYOFF-WEEK            PIC S9(04) COMP VALUE +0.
           05  WS-LOAN-BALANCE           PIC S9(11)V99 COMP-3
                                                     VALUE +0.
           05  WS-LOAN-DUE               PIC S9(09)V99 COMP-3
                                                     VALUE +0.
           05  WS-LOW-CLOSE              PIC S9(11)V99 COMP-3
                                                     VALUE +0.
           05  WS-LOW-WEEK               PIC S9(04) COMP VALUE +0.
           05  WS-OPENING-CASH           PIC S9(11)V99 COMP-3
                                                     VALUE +0.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-DEALER                  PIC X(05) VALUE SPACES.
       01  WS-HV-DEALER-NAME             PIC X(40) VALUE SPACES.
      *
       01  WS-HV-RATE.
           05  WS-HV-RT-LENDER           PIC X(05).
           05  WS-HV-RT-OFFSET           PIC S9(09) COMP.
           05  WS-HV-RT-RATE             PIC S9(03)V9(03) COMP-3.
      *
       01  WS-HV-UNIT.
           05  WS-HV-FP-LENDER           PIC X(05).
           05  WS-HV-FP-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-FP-INTEREST-ACC     PIC S9(07)V99 COMP-3.
           05  WS-HV-FP-INVOICE          PIC S9(09)V99 COMP-3.
           05  WS-HV-FP-DAYS-ON-FLOOR    PIC S9(09) COMP.
           05  WS-HV-FP-DELIVERED        PIC X(01).
           05  WS-HV-FP-PAYOFF-OFFSET    PIC S9(09) COMP.
      *
       01  WS-HV-CIT.
           05  WS-HV-CIT-AMOUNT          PIC S9(09)V99 COMP-3.
           05  WS-HV-CIT-OFFSET          PIC S9(09) COMP.
      *
       01  WS-HV-LOAN.
           05  WS-HV-LN-PAYMENT          PIC S9(07)V99 COMP-3.
           05  WS-HV-LN-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-LN-DUE-1            PIC S9(09) COMP.
           05  WS-HV-LN-DUE-2            PIC S9(09) COMP.
           05  WS-HV-LN-DUE-3            PIC S9(09) COMP.
           05  WS-HV-LN-DUE-4            PIC S9(09) COMP.
       01  WS-HV-LOAN-R REDEFINES WS-HV-LOAN.
           05  FILLER                    PIC X(11).
           05  WS-HV-LN-DUE-OFFSET OCCURS 4 TIMES
                                         PIC S9(09) COMP.
      *
       01  WS-HV-SUM.
           05  WS-HV-SUM-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WS-HV-SUM-OFFSET          PIC S9(09) COMP.
      *
      *    CURTAILMENT SCHEDULE MODULE LINKAGE (COMCURL0)
      *
       01  WS-CS-REQUEST.
           05  WS-CR-LENDER-ID           PIC X(05).
           05  WS-CR-DAYS-ON-FLOOR       PIC S9(09) COMP.
       01  WS-CS-RESULT.
           05  WS-CS-RETURN-CODE         PIC S9(04) COMP.
           05  WS-CS-RETURN-MSG          PIC X(79).
           05  WS-CS-TIER-SEQ            PIC S9(04) COMP.
           05  WS-CS-TIER-DESC           PIC X(20).
           05  WS-CS-CURTAIL-FREQ-DAYS   PIC S9(09) COMP.
           05  WS-CS-DAYS-TO-NEXT        PIC S9(09) COMP.
           05  WS-CS-CURTAIL-FLAG        PIC X(01).
               88  WS-CS-CURTAIL-DUE                 VALUE 'Y'.
               88  WS-CS-CURTAIL-OK                   VALUE 'N'.
           05  WS-CS-APPROACH-FLAG       PIC X(01).
               88  WS-CS-APPROACHING                  VALUE 'Y'.
           05  WS-CS-INT-ONLY-FLAG       PIC X(01).
               88  WS-CS-IS-INTEREST-ONLY             VALUE 'Y'.
      *
      *    REPORT LINES
      *
       01  WS-PAGE-NUM                   PIC S9(04) COMP VALUE +0.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                 PIC X(34)
               VALUE '  13-WEEK CASH FORECAST           '.
           05  FILLER                 PIC X(07) VALUE 'DATE:  '.
           05  WS-RH1-DATE            PIC X(10).
           05  FILLER                 PIC X(06) VALUE '  PAGE'.
           05  WS-RH1-PAGE            PIC ZZZ9.
           05  FILLER                 PIC X(30) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(131) VALUE ALL '-'.
      *
       01  WS-DEALER-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE 'DEALER: '.
           05  WS-DH-DEALER           PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DH-NAME             PIC X(40).
           05  FILLER                 PIC X(16)
               VALUE '  OPENING CASH: '.
           05  WS-DH-OPENING          PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(41) VALUE SPACES.
      *
       01  WS-WEEK-HDR-1.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE 'WEEK'.
           05  WS-WH1-ENTRY OCCURS 13 TIMES.
               10  FILLER             PIC X(06) VALUE '  WEEK'.
               10  WS-WH1-WEEK        PIC Z9.
               10  FILLER             PIC X(01) VALUE SPACE.
      *
       01  WS-WEEK-HDR-2.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE 'STARTING'.
           05  WS-WH2-ENTRY OCCURS 13 TIMES.
               10  FILLER             PIC X(03) VALUE SPACES.
               10  WS-WH2-MM          PIC 9(02).
               10  FILLER             PIC X(01) VALUE '/'.
               10  WS-WH2-DD          PIC 9(02).
               10  FILLER             PIC X(01) VALUE SPACE.
      *
       01  WS-SECTION-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-SL-TEXT             PIC X(20).
           05  FILLER                 PIC X(111) VALUE SPACES.
      *
       01  WS-GRID-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-GL-NAME             PIC X(14).
           05  WS-GL-ENTRY OCCURS 13 TIMES.
               10  FILLER             PIC X(01) VALUE SPACE.
               10  WS-GL-AMT          PIC -(7)9.
      *
       01  WS-LOW-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(31)
               VALUE 'LOWEST PROJECTED CLOSING CASH: '.
           05  WS-LL-AMOUNT           PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(09) VALUE ' IN WEEK '.
           05  WS-LL-WEEK             PIC Z9.
           05  FILLER                 PIC X(70) VALUE SPACES.
      *
      *    LENDER RATE CURSOR - BASE RATE FALLBACK ROWS FIRST, THEN
      *    EVERY RATE HISTORY ROW (PAST AND FUTURE-DATED)
      *
           EXEC SQL DECLARE CSR_CSF_RATE CURSOR FOR
               SELECT FPL.LENDER_ID
                    , -99999
                    , FPL.BASE_RATE + FPL.SPREAD
               FROM   AUTOSALE.FLOOR_PLAN_LENDER FPL
               UNION ALL
               SELECT H.LENDER_ID
                    , DAYS(H.EFFECTIVE_DATE) - DAYS(CURRENT DATE)
                    , H.BASE_RATE + H.SPREAD
               FROM   AUTOSALE.LENDER_RATE_HISTORY H
               ORDER BY 1, 2
           END-EXEC
      *
      *    FLOORED UNITS - DELIVERED FLAG AND PAYOFF DUE OFFSET
      *
           EXEC SQL DECLARE CSR_CSF_UNIT CURSOR FOR
               SELECT FPV.LENDER_ID
                    , FPV.CURRENT_BALANCE
                    , FPV.INTEREST_ACCRUED
                    , FPV.INVOICE_AMOUNT
                    , DAYS(CURRENT DATE) - DAYS(FPV.FLOOR_DATE)
                    , CASE WHEN S.VIN IS NULL THEN 'N' ELSE 'Y' END
                    , COALESCE(DAYS(S.DELIVERY_DATE)
                               + :WS-HV-PAYOFF-DAYS
                               - DAYS(CURRENT DATE), 0)
               FROM   AUTOSALE.FLOOR_PLAN_VEHICLE FPV
               LEFT OUTER JOIN AUTOSALE.SALES_DEAL S
                 ON   S.VIN = FPV.VIN
                 AND  S.DEAL_STATUS = 'DL'
                 AND  S.DELIVERY_DATE >= FPV.FLOOR_DATE
               WHERE  FPV.FP_STATUS = 'AC'
                 AND  FPV.DEALER_CODE = :WS-HV-DEALER
               ORDER BY FPV.VIN
           END-EXEC
      *
      *    UNFUNDED CONTRACTS IN TRANSIT (RPTCIT00 DEFINITION)
      *
           EXEC SQL DECLARE CSR_CSF_CIT CURSOR FOR
               SELECT COALESCE(C.EXPECTED_AMT,
                               COALESCE(A.AMOUNT_APPROVED, 0))
                      - COALESCE(C.FUNDS_RECVD_AMT, 0)
                    , COALESCE(
                        (SELECT AVG(DAYS(F.FUNDS_RECVD_DT)
                                    - DAYS(F.CONTRACT_SENT_DT))
                         FROM   AUTOSALE.CIT_FUNDING F
                         WHERE  F.LENDER_CODE = A.LENDER_CODE
                           AND  F.CONTRACT_SENT_DT IS NOT NULL
                           AND  F.FUNDS_RECVD_DT IS NOT NULL
                           AND  F.FUNDS_RECVD_DT
                                >= CURRENT DATE - 180 DAYS)
                      , :WS-HV-FUND-DAYS)
                      - (DAYS(CURRENT DATE)
                         - DAYS(COALESCE(C.CONTRACT_SENT_DT,
                                         D.DELIVERY_DATE)))
               FROM   AUTOSALE.SALES_DEAL D
               INNER JOIN AUTOSALE.FINANCE_APP A
                 ON   D.DEAL_NUMBER = A.DEAL_NUMBER
                 AND  A.APP_STATUS = 'AP'
               LEFT JOIN AUTOSALE.CIT_FUNDING C
                 ON   A.FINANCE_ID = C.FINANCE_ID
               WHERE  D.DEAL_STATUS = 'DL'
                 AND  D.DEALER_CODE = :WS-HV-DEALER
                 AND  (C.FINANCE_ID IS NULL
                   OR  C.FUNDING_STATUS IN ('SN', 'SH'))
           END-EXEC
      *
      *    HOUSE LOANS - NEXT FOUR MONTHLY DUE DATES
      *
           EXEC SQL DECLARE CSR_CSF_LOAN CURSOR FOR
               SELECT MONTHLY_PAYMENT
                    , PRINCIPAL_BAL
                    , DAYS(NEXT_DUE_DATE) - DAYS(CURRENT DATE)
                    , DAYS(NEXT_DUE_DATE + 1 MONTH)
                      - DAYS(CURRENT DATE)
                    , DAYS(NEXT_DUE_DATE + 2 MONTHS)
                      - DAYS(CURRENT DATE)
                    , DAYS(NEXT_DUE_DATE + 3 MONTHS)
                      - DAYS(CURRENT DATE)
               FROM   AUTOSALE.HOUSE_LOAN
               WHERE  DEALER_CODE = :WS-HV-DEALER
                 AND  LOAN_STATUS IN ('AC', 'DF')
                 AND  PRINCIPAL_BAL > 0
           END-EXEC
      *
      *    PROVIDER REMITTANCE REGISTER BY PERIOD
      *
           EXEC SQL DECLARE CSR_CSF_REMIT CURSOR FOR
               SELECT SUM(R.REMIT_AMT)
                    , DAYS(DATE(R.REMIT_PERIOD || '-01')
                           + 1 MONTH
                           + (:WS-HV-REMIT-DAY - 1) DAYS)
                      - DAYS(CURRENT DATE)
               FROM   AUTOSALE.PRODUCT_REMIT R
               INNER JOIN AUTOSALE.SALES_DEAL S
                 ON   S.DEAL_NUMBER = R.DEAL_NUMBER
               WHERE  R.REMIT_STATUS = 'RG'
                 AND  S.DEALER_CODE = :WS-HV-DEALER
               GROUP BY R.REMIT_PERIOD
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATCSF00: 13-WEEK CASH FORECAST - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-CSFCTL-STATUS = '00'
           AND WS-CSFRPT-STATUS = '00'
               PERFORM 2500-LOAD-RATES THRU 2500-EXIT
               PERFORM 3000-PROCESS-CARDS
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATCSF00: PROCESSING COMPLETE'
           DISPLAY 'BATCSF00:   DEALERS FORECAST    = '
                   WS-DEALER-COUNT
           DISPLAY 'BATCSF00:   FLOORED UNITS       = '
                   WS-UNIT-COUNT
           DISPLAY 'BATCSF00:   CONTRACTS IN TRANSIT= '
                   WS-CIT-COUNT
           DISPLAY 'BATCSF00:   HOUSE LOANS         = '
                   WS-LOAN-COUNT
           DISPLAY 'BATCSF00:   ERRORS              = '
                   WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           DISPLAY 'BATCSF00: 13-WEEK CASH FORECAST - END'
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - DATES AND FORECAST ASSUMPTIONS          *
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
           MOVE WS-CURRENT-DATE-DATA(1:8) TO WS-TODAY-YMD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
      *
           INITIALIZE WS-COUNTERS
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'CASHFCST_FUND_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-HV-FUND-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'CASHFCST_PAYOFF_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-HV-PAYOFF-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'CASHFCST_CURTAIL_PCT'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-CURTAIL-PCT =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'CASHFCST_CURTAIL_REPEAT'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-CURTAIL-REPEAT =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
           IF WS-CURTAIL-REPEAT < +1
               MOVE +30 TO WS-CURTAIL-REPEAT
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'CASHFCST_REMIT_DAY'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-HV-REMIT-DAY =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           DISPLAY 'BATCSF00: FORECAST START DATE   = ' WS-TODAY-DATE
           DISPLAY 'BATCSF00: DEFAULT FUNDING DAYS  = '
                   WS-HV-FUND-DAYS
           DISPLAY 'BATCSF00: FP PAYOFF DAYS        = '
                   WS-HV-PAYOFF-DAYS
           DISPLAY 'BATCSF00: CURTAILMENT PERCENT   = '
                   WS-CURTAIL-PCT
           DISPLAY 'BATCSF00: REMITTANCE DAY        = '
                   WS-HV-REMIT-DAY
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN INPUT CONTROL-FILE
           IF WS-CSFCTL-STATUS NOT = '00'
               DISPLAY 'BATCSF00: ERROR OPENING CSFCTL - '
                       WS-CSFCTL-STATUS
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-CSFRPT-STATUS NOT = '00'
               DISPLAY 'BATCSF00: ERROR OPENING CSFRPT - '
                       WS-CSFRPT-STATUS
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    2500-LOAD-RATES - LENDER RATE TABLE FOR THE WEEKLY        *
      *    INTEREST PROJECTION                                       *
      ****************************************************************
       2500-LOAD-RATES.
      *
           EXEC SQL OPEN CSR_CSF_RATE END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: ERROR OPENING RATE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2500-EXIT
           END-IF
      *
           MOVE +0 TO WS-RT-COUNT
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_CSF_RATE
                   INTO :WS-HV-RT-LENDER
                      , :WS-HV-RT-OFFSET
                      , :WS-HV-RT-RATE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       IF WS-RT-COUNT < +500
                           ADD +1 TO WS-RT-COUNT
                           MOVE WS-HV-RT-LENDER
                               TO WS-RT-LENDER(WS-RT-COUNT)
                           MOVE WS-HV-RT-OFFSET
                               TO WS-RT-OFFSET(WS-RT-COUNT)
                           MOVE WS-HV-RT-RATE
                               TO WS-RT-RATE(WS-RT-COUNT)
                       ELSE
                           DISPLAY 'BATCSF00: RATE TABLE FULL - '
                                   'LATER RATES IGNORED'
                           SET WS-CURSOR-DONE TO TRUE
                       END-IF
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCSF00: RATE FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CSF_RATE END-EXEC
      *
           DISPLAY 'BATCSF00: LENDER RATE ROWS      = ' WS-RT-COUNT
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-PROCESS-CARDS - ONE FORECAST PER DEALER CARD         *
      ****************************************************************
       3000-PROCESS-CARDS.
      *
           MOVE 'N' TO WS-EOF-CARD
      *
           PERFORM UNTIL WS-CARDS-DONE
               READ CONTROL-FILE INTO WS-CONTROL-CARD
                   AT END
                       SET WS-CARDS-DONE TO TRUE
                   NOT AT END
                       PERFORM 3100-FORECAST-DEALER THRU 3100-EXIT
               END-READ
           END-PERFORM
      *
           IF WS-DEALER-COUNT = +0
               DISPLAY 'BATCSF00: NO DEALER CARDS ON CSFCTL'
           END-IF
           .
      *
      ****************************************************************
      *    3100-FORECAST-DEALER                                      *
      ****************************************************************
       3100-FORECAST-DEALER.
      *
           IF CTL-DEALER-CODE = SPACES
               GO TO 3100-EXIT
           END-IF
      *
           IF CTL-OPENING-CASH NOT NUMERIC
               DISPLAY 'BATCSF00: OPENING CASH NOT NUMERIC FOR '
                       CTL-DEALER-CODE ' - CARD SKIPPED'
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           MOVE CTL-DEALER-CODE TO WS-HV-DEALER
           MOVE CTL-OPENING-CASH TO WS-OPENING-CASH
           IF CTL-OPENING-NEGATIVE
               COMPUTE WS-OPENING-CASH = 0 - WS-OPENING-CASH
           END-IF
      *
           MOVE SPACES TO WS-HV-DEALER-NAME
           EXEC SQL
               SELECT SUBSTR(DEALER_NAME, 1, 40)
               INTO   :WS-HV-DEALER-NAME
               FROM   AUTOSALE.DEALER
               WHERE  DEALER_CODE = :WS-HV-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: DEALER NOT FOUND - '
                       WS-HV-DEALER ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           ADD +1 TO WS-DEALER-COUNT
           INITIALIZE WS-GRID
           INITIALIZE WS-WEEK-TOTALS
      *
           PERFORM 4000-FLOOR-PLAN THRU 4000-EXIT
           PERFORM 5000-CIT-RECEIPTS THRU 5000-EXIT
           PERFORM 5100-HOUSE-LOANS THRU 5100-EXIT
           PERFORM 5200-CHECKS-OWED THRU 5200-EXIT
           PERFORM 5300-REMITTANCES THRU 5300-EXIT
      *
           PERFORM 6000-ROLL-WEEKS
           PERFORM 7000-PRINT-FORECAST
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-FLOOR-PLAN - CURTAILMENTS, INTEREST AND PAYOFFS      *
      ****************************************************************
       4000-FLOOR-PLAN.
      *
           EXEC SQL OPEN CSR_CSF_UNIT END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: ERROR OPENING UNIT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_CSF_UNIT
                   INTO :WS-HV-FP-LENDER
                      , :WS-HV-FP-BALANCE
                      , :WS-HV-FP-INTEREST-ACC
                      , :WS-HV-FP-INVOICE
                      , :WS-HV-FP-DAYS-ON-FLOOR
                      , :WS-HV-FP-DELIVERED
                      , :WS-HV-FP-PAYOFF-OFFSET
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-UNIT-COUNT
                       PERFORM 4100-PROJECT-UNIT THRU 4100-EXIT
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCSF00: UNIT FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CSF_UNIT END-EXEC
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-PROJECT-UNIT - A SOLD UNIT IS PAID OFF AND ACCRUES   *
      *    UNTIL THEN; A UNIT IN STOCK ACCRUES ALL 13 WEEKS AND PAYS *
      *    ITS CURTAILMENTS, EACH REDUCING THE BALANCE               *
      ****************************************************************
       4100-PROJECT-UNIT.
      *
           MOVE WS-HV-FP-BALANCE TO WS-UNIT-BALANCE
           MOVE +0 TO WS-DUE-COUNT
           MOVE +99 TO WS-PAYOFF-WEEK
      *
           IF WS-HV-FP-DELIVERED = 'Y'
               MOVE WS-HV-FP-PAYOFF-OFFSET TO WS-BK-OFFSET
               PERFORM 6900-WEEK-OF-OFFSET
               MOVE WS-BK-WEEK TO WS-PAYOFF-WEEK
           ELSE
               PERFORM 4200-CURTAIL-SCHEDULE THRU 4200-EXIT
           END-IF
      *
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
                  OR WS-WK-IDX > WS-PAYOFF-WEEK
      *
               IF WS-WK-IDX = WS-PAYOFF-WEEK
                   COMPUTE WS-GR-AMT(WS-ROW-PAYOFF, WS-WK-IDX) =
                       WS-GR-AMT(WS-ROW-PAYOFF, WS-WK-IDX)
                     + WS-UNIT-BALANCE
                     + WS-HV-FP-INTEREST-ACC
               ELSE
                   COMPUTE WS-WEEK-START = (WS-WK-IDX - 1) * 7
                   PERFORM 4300-RATE-FOR-WEEK
                   COMPUTE WS-UNIT-INTEREST ROUNDED =
                       WS-UNIT-BALANCE * WS-UNIT-RATE * 7
                       / 36500
                   ADD WS-UNIT-INTEREST
                       TO WS-GR-AMT(WS-ROW-INTEREST, WS-WK-IDX)
                   PERFORM 4400-CURTAIL-IN-WEEK
               END-IF
           END-PERFORM
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-CURTAIL-SCHEDULE - DUE DATES OVER THE NEXT 91 DAYS   *
      *    FROM THE LENDER'S SCHEDULE. PAST THE LAST TIER A FLAT OR  *
      *    INTEREST-ONLY SCHEDULE REPEATS EVERY CASHFCST_CURTAIL_    *
      *    REPEAT DAYS                                               *
      ****************************************************************
       4200-CURTAIL-SCHEDULE.
      *
           MOVE +0 TO WS-CUR-OFFSET
           MOVE +0 TO WS-LOOP-CT
      *
           PERFORM UNTIL WS-CUR-OFFSET > +90
                      OR WS-DUE-COUNT >= +20
                      OR WS-LOOP-CT >= +40
               ADD +1 TO WS-LOOP-CT
               MOVE WS-HV-FP-LENDER TO WS-CR-LENDER-ID
               COMPUTE WS-CR-DAYS-ON-FLOOR =
                   WS-HV-FP-DAYS-ON-FLOOR + WS-CUR-OFFSET
               CALL 'COMCURL0' USING WS-CS-REQUEST
                                     WS-CS-RESULT
               IF WS-CS-RETURN-CODE NOT = +0
                   DISPLAY 'BATCSF00: CURTAILMENT SCHEDULE - '
                           WS-CS-RETURN-MSG
                   ADD +1 TO WS-ERROR-COUNT
                   MOVE +91 TO WS-CUR-OFFSET
               ELSE
                   PERFORM 4210-NEXT-DUE-DATE
               END-IF
           END-PERFORM
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4210-NEXT-DUE-DATE - RECORD THE DUE DATE COMCURL0 GAVE    *
      *    AND STEP PAST IT                                          *
      ****************************************************************
       4210-NEXT-DUE-DATE.
      *
           IF WS-CS-DAYS-TO-NEXT > +0
               COMPUTE WS-DUE-AT =
                   WS-CUR-OFFSET + WS-CS-DAYS-TO-NEXT
           ELSE
               MOVE WS-CUR-OFFSET TO WS-DUE-AT
           END-IF
      *
           IF WS-DUE-AT <= +90
               ADD +1 TO WS-DUE-COUNT
               MOVE WS-DUE-AT TO WS-DUE-OFFSET(WS-DUE-COUNT)
           END-IF
      *
           IF WS-CS-DAYS-TO-NEXT <= +0
           AND WS-CS-CURTAIL-FREQ-DAYS = +0
               COMPUTE WS-CUR-OFFSET =
                   WS-DUE-AT + WS-CURTAIL-REPEAT
           ELSE
               COMPUTE WS-CUR-OFFSET = WS-DUE-AT + 1
           END-IF
           .
      *
      ****************************************************************
      *    4300-RATE-FOR-WEEK - LATEST RATE ROW FOR THE LENDER IN    *
      *    EFFECT ON THE FIRST DAY OF THE WEEK                       *
      ****************************************************************
       4300-RATE-FOR-WEEK.
      *
           MOVE +0 TO WS-UNIT-RATE
      *
           PERFORM VARYING WS-RT-IDX FROM +1 BY +1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-LENDER(WS-RT-IDX) = WS-HV-FP-LENDER
               AND WS-RT-OFFSET(WS-RT-IDX) <= WS-WEEK-START
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-UNIT-RATE
               END-IF
           END-PERFORM
           .
      *
      ****************************************************************
      *    4400-CURTAIL-IN-WEEK - PAY EVERY CURTAILMENT FALLING IN   *
      *    THE WEEK, NEVER MORE THAN THE REMAINING BALANCE           *
      ****************************************************************
       4400-CURTAIL-IN-WEEK.
      *
           COMPUTE WS-WEEK-START = (WS-WK-IDX - 1) * 7
           COMPUTE WS-WEEK-END = WS-WEEK-START + 6
      *
           PERFORM VARYING WS-DUE-IDX FROM +1 BY +1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-OFFSET(WS-DUE-IDX) >= WS-WEEK-START
               AND WS-DUE-OFFSET(WS-DUE-IDX) <= WS-WEEK-END
                   COMPUTE WS-CURTAIL-AMT ROUNDED =
                       WS-HV-FP-INVOICE * WS-CURTAIL-PCT / 100
                   IF WS-CURTAIL-AMT > WS-UNIT-BALANCE
                       MOVE WS-UNIT-BALANCE TO WS-CURTAIL-AMT
                   END-IF
                   ADD WS-CURTAIL-AMT
                       TO WS-GR-AMT(WS-ROW-CURTAIL, WS-WK-IDX)
                   SUBTRACT WS-CURTAIL-AMT FROM WS-UNIT-BALANCE
               END-IF
           END-PERFORM
           .
      *
      ****************************************************************
      *    5000-CIT-RECEIPTS                                         *
      ****************************************************************
       5000-CIT-RECEIPTS.
      *
           EXEC SQL OPEN CSR_CSF_CIT END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: ERROR OPENING CIT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_CSF_CIT
                   INTO :WS-HV-CIT-AMOUNT
                      , :WS-HV-CIT-OFFSET
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-CIT-COUNT
                       MOVE WS-ROW-CIT TO WS-BK-ROW
                       MOVE WS-HV-CIT-OFFSET TO WS-BK-OFFSET
                       MOVE WS-HV-CIT-AMOUNT TO WS-BK-AMOUNT
                       PERFORM 6800-BUCKET-AMOUNT
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCSF00: CIT FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CSF_CIT END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-HOUSE-LOANS - PAYMENTS ON EACH DUE DATE UNTIL THE    *
      *    BALANCE IS COLLECTED; A PAST-DUE PAYMENT FALLS IN WEEK 1  *
      ****************************************************************
       5100-HOUSE-LOANS.
      *
           EXEC SQL OPEN CSR_CSF_LOAN END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: ERROR OPENING LOAN CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5100-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_CSF_LOAN
                   INTO :WS-HV-LN-PAYMENT
                      , :WS-HV-LN-BALANCE
                      , :WS-HV-LN-DUE-1
                      , :WS-HV-LN-DUE-2
                      , :WS-HV-LN-DUE-3
                      , :WS-HV-LN-DUE-4
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-LOAN-COUNT
                       PERFORM 5110-LOAN-PAYMENTS
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCSF00: LOAN FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CSF_LOAN END-EXEC
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5110-LOAN-PAYMENTS                                        *
      ****************************************************************
       5110-LOAN-PAYMENTS.
      *
           MOVE WS-HV-LN-BALANCE TO WS-LOAN-BALANCE
           MOVE WS-ROW-LOAN TO WS-BK-ROW
      *
           PERFORM VARYING WS-DUE-IDX FROM +1 BY +1
               UNTIL WS-DUE-IDX > +4
                  OR WS-LOAN-BALANCE NOT > +0
               MOVE WS-HV-LN-PAYMENT TO WS-LOAN-DUE
               IF WS-LOAN-DUE > WS-LOAN-BALANCE
                   MOVE WS-LOAN-BALANCE TO WS-LOAN-DUE
               END-IF
               MOVE WS-HV-LN-DUE-OFFSET(WS-DUE-IDX) TO WS-BK-OFFSET
               MOVE WS-LOAN-DUE TO WS-BK-AMOUNT
               PERFORM 6800-BUCKET-AMOUNT
               SUBTRACT WS-LOAN-DUE FROM WS-LOAN-BALANCE
           END-PERFORM
           .
      *
      ****************************************************************
      *    5200-CHECKS-OWED - OPEN EQUITY CHECKS AND UNSENT TRADE    *
      *    PAYOFFS ARE OWED NOW (WEEK 1)                             *
      ****************************************************************
       5200-CHECKS-OWED.
      *
           EXEC SQL
               SELECT COALESCE(SUM(E.EQUITY_AMT), 0)
               INTO   :WS-HV-SUM-AMOUNT
               FROM   AUTOSALE.EQUITY_DISBURSEMENT E
               INNER JOIN AUTOSALE.SALES_DEAL S
                 ON   S.DEAL_NUMBER = E.DEAL_NUMBER
               WHERE  E.DISB_STATUS = 'OP'
                 AND  S.DEALER_CODE = :WS-HV-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: EQUITY CHECK TOTAL FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-ROW-EQUITY TO WS-BK-ROW
               MOVE +0 TO WS-BK-OFFSET
               MOVE WS-HV-SUM-AMOUNT TO WS-BK-AMOUNT
               PERFORM 6800-BUCKET-AMOUNT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(SUM(T.PAYOFF_AMT), 0)
               INTO   :WS-HV-SUM-AMOUNT
               FROM   AUTOSALE.TRADE_IN T
               INNER JOIN AUTOSALE.SALES_DEAL S
                 ON   S.DEAL_NUMBER = T.DEAL_NUMBER
               WHERE  S.DEAL_STATUS = 'DL'
                 AND  S.DEALER_CODE = :WS-HV-DEALER
                 AND  T.PAYOFF_AMT > 0
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.TRADE_PAYOFF_TRK K
                       WHERE  K.TRADE_ID = T.TRADE_ID)
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: TRADE PAYOFF TOTAL FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-ROW-TRADE TO WS-BK-ROW
               MOVE +0 TO WS-BK-OFFSET
               MOVE WS-HV-SUM-AMOUNT TO WS-BK-AMOUNT
               PERFORM 6800-BUCKET-AMOUNT
           END-IF
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5300-REMITTANCES - REGISTERED PERIODS, THEN DELIVERED     *
      *    PRODUCTS NOT YET REGISTERED (THIS MONTH'S PERIOD)         *
      ****************************************************************
       5300-REMITTANCES.
      *
           MOVE WS-ROW-REMIT TO WS-BK-ROW
      *
           EXEC SQL OPEN CSR_CSF_REMIT END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: ERROR OPENING REMIT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5300-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_CSF_REMIT
                   INTO :WS-HV-SUM-AMOUNT
                      , :WS-HV-SUM-OFFSET
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       MOVE WS-HV-SUM-OFFSET TO WS-BK-OFFSET
                       MOVE WS-HV-SUM-AMOUNT TO WS-BK-AMOUNT
                       PERFORM 6800-BUCKET-AMOUNT
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCSF00: REMIT FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CSF_REMIT END-EXEC
      *
           EXEC SQL
               SELECT COALESCE(SUM(P.DEALER_COST), 0)
                    , DAYS(CURRENT DATE
                           - (DAY(CURRENT DATE) - 1) DAYS
                           + 1 MONTH
                           + (:WS-HV-REMIT-DAY - 1) DAYS)
                      - DAYS(CURRENT DATE)
               INTO   :WS-HV-SUM-AMOUNT
                    , :WS-HV-SUM-OFFSET
               FROM   AUTOSALE.FINANCE_PRODUCT P
               INNER JOIN AUTOSALE.SALES_DEAL S
                 ON   S.DEAL_NUMBER = P.DEAL_NUMBER
               WHERE  S.DEAL_STATUS = 'DL'
                 AND  S.DEALER_CODE = :WS-HV-DEALER
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.PRODUCT_REMIT R
                       WHERE  R.DEAL_NUMBER = P.DEAL_NUMBER
                         AND  R.PRODUCT_SEQ = P.PRODUCT_SEQ)
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCSF00: UNREGISTERED PRODUCT TOTAL FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-HV-SUM-OFFSET TO WS-BK-OFFSET
               MOVE WS-HV-SUM-AMOUNT TO WS-BK-AMOUNT
               PERFORM 6800-BUCKET-AMOUNT
           END-IF
           .
       5300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-ROLL-WEEKS - IN, OUT, NET AND RUNNING CASH POSITION  *
      ****************************************************************
       6000-ROLL-WEEKS.
      *
           MOVE WS-OPENING-CASH TO WS-LOW-CLOSE
           MOVE +0 TO WS-LOW-WEEK
      *
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
               COMPUTE WS-WK-IN(WS-WK-IDX) =
                   WS-GR-AMT(1, WS-WK-IDX) + WS-GR-AMT(2, WS-WK-IDX)
               MOVE +0 TO WS-WK-OUT(WS-WK-IDX)
               PERFORM VARYING WS-ROW-IDX FROM +3 BY +1
                   UNTIL WS-ROW-IDX > +8
                   ADD WS-GR-AMT(WS-ROW-IDX, WS-WK-IDX)
                       TO WS-WK-OUT(WS-WK-IDX)
               END-PERFORM
               COMPUTE WS-WK-NET(WS-WK-IDX) =
                   WS-WK-IN(WS-WK-IDX) - WS-WK-OUT(WS-WK-IDX)
               IF WS-WK-IDX = +1
                   MOVE WS-OPENING-CASH TO WS-WK-OPEN(WS-WK-IDX)
               ELSE
                   MOVE WS-WK-CLOSE(WS-WK-IDX - 1)
                       TO WS-WK-OPEN(WS-WK-IDX)
               END-IF
               COMPUTE WS-WK-CLOSE(WS-WK-IDX) =
                   WS-WK-OPEN(WS-WK-IDX) + WS-WK-NET(WS-WK-IDX)
               IF WS-LOW-WEEK = +0
               OR WS-WK-CLOSE(WS-WK-IDX) < WS-LOW-CLOSE
                   MOVE WS-WK-CLOSE(WS-WK-IDX) TO WS-LOW-CLOSE
                   MOVE WS-WK-IDX TO WS-LOW-WEEK
               END-IF
           END-PERFORM
           .
      *
      ****************************************************************
      *    6800-BUCKET-AMOUNT - ADD WS-BK-AMOUNT TO ROW WS-BK-ROW IN *
      *    THE WEEK HOLDING DAY WS-BK-OFFSET; BEYOND WEEK 13 IS OUT  *
      *    OF THE HORIZON                                            *
      ****************************************************************
       6800-BUCKET-AMOUNT.
      *
           PERFORM 6900-WEEK-OF-OFFSET
      *
           IF WS-BK-WEEK <= +13
           AND WS-BK-AMOUNT NOT = +0
               ADD WS-BK-AMOUNT TO WS-GR-AMT(WS-BK-ROW, WS-BK-WEEK)
           END-IF
           .
      *
      ****************************************************************
      *    6900-WEEK-OF-OFFSET - DAYS FROM TODAY TO WEEK NUMBER;     *
      *    ANYTHING OVERDUE IS WEEK 1                                *
      ****************************************************************
       6900-WEEK-OF-OFFSET.
      *
           IF WS-BK-OFFSET < +0
               MOVE +1 TO WS-BK-WEEK
           ELSE
               COMPUTE WS-BK-WEEK = (WS-BK-OFFSET / 7) + 1
           END-IF
           .
      *
      ****************************************************************
      *    7000-PRINT-FORECAST - ONE PAGE PER DEALER                 *
      ****************************************************************
       7000-PRINT-FORECAST.
      *
           ADD +1 TO WS-PAGE-NUM
           MOVE WS-TODAY-DATE TO WS-RH1-DATE
           MOVE WS-PAGE-NUM TO WS-RH1-PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
      *
           MOVE WS-HV-DEALER TO WS-DH-DEALER
           MOVE WS-HV-DEALER-NAME TO WS-DH-NAME
           MOVE WS-OPENING-CASH TO WS-DH-OPENING
           WRITE REPORT-RECORD FROM WS-DEALER-LINE
               AFTER ADVANCING 1
      *
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
               MOVE WS-WK-IDX TO WS-WH1-WEEK(WS-WK-IDX)
               COMPUTE WS-WEEK-YMD = FUNCTION DATE-OF-INTEGER(
                   WS-TODAY-INT + ((WS-WK-IDX - 1) * 7))
               MOVE WS-WEEK-MM TO WS-WH2-MM(WS-WK-IDX)
               MOVE WS-WEEK-DD TO WS-WH2-DD(WS-WK-IDX)
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-WEEK-HDR-1
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-WEEK-HDR-2
               AFTER ADVANCING 1
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
      *
           MOVE 'CASH IN' TO WS-SL-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 1
           PERFORM VARYING WS-ROW-IDX FROM +1 BY +1
               UNTIL WS-ROW-IDX > +2
               PERFORM 7100-PRINT-GRID-ROW
           END-PERFORM
      *
           MOVE 'CASH OUT' TO WS-SL-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2
           PERFORM VARYING WS-ROW-IDX FROM +3 BY +1
               UNTIL WS-ROW-IDX > +8
               PERFORM 7100-PRINT-GRID-ROW
           END-PERFORM
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
      *
           MOVE 'TOTAL IN' TO WS-GL-NAME
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
               MOVE WS-WK-IN(WS-WK-IDX) TO WS-GL-AMT(WS-WK-IDX)
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-GRID-LINE
               AFTER ADVANCING 1
      *
           MOVE 'TOTAL OUT' TO WS-GL-NAME
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
               MOVE WS-WK-OUT(WS-WK-IDX) TO WS-GL-AMT(WS-WK-IDX)
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-GRID-LINE
               AFTER ADVANCING 1
      *
           MOVE 'NET CASH FLOW' TO WS-GL-NAME
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
               MOVE WS-WK-NET(WS-WK-IDX) TO WS-GL-AMT(WS-WK-IDX)
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-GRID-LINE
               AFTER ADVANCING 1
      *
           MOVE 'OPENING CASH' TO WS-GL-NAME
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
               MOVE WS-WK-OPEN(WS-WK-IDX) TO WS-GL-AMT(WS-WK-IDX)
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-GRID-LINE
               AFTER ADVANCING 2
      *
           MOVE 'CLOSING CASH' TO WS-GL-NAME
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
               MOVE WS-WK-CLOSE(WS-WK-IDX) TO WS-GL-AMT(WS-WK-IDX)
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-GRID-LINE
               AFTER ADVANCING 1
      *
           MOVE WS-LOW-CLOSE TO WS-LL-AMOUNT
           MOVE WS-LOW-WEEK TO WS-LL-WEEK
           WRITE REPORT-RECORD FROM WS-LOW-LINE
               AFTER ADVANCING 2
      *
           IF WS-CSFRPT-STATUS NOT = '00'
               DISPLAY 'BATCSF00: WRITE ERROR - ' WS-CSFRPT-STATUS
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    7100-PRINT-GRID-ROW - WHOLE DOLLARS PER WEEK              *
      ****************************************************************
       7100-PRINT-GRID-ROW.
      *
           MOVE WS-ROW-NAME(WS-ROW-IDX) TO WS-GL-NAME
           PERFORM VARYING WS-WK-IDX FROM +1 BY +1
               UNTIL WS-WK-IDX > +13
               MOVE WS-GR-AMT(WS-ROW-IDX, WS-WK-IDX)
                   TO WS-GL-AMT(WS-WK-IDX)
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-GRID-LINE
               AFTER ADVANCING 1
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
      *
           IF WS-CSFRPT-STATUS NOT = '00'
               DISPLAY 'BATCSF00: ERROR CLOSING CSFRPT - '
                       WS-CSFRPT-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATCSF00                                              *
      ****************************************************************
