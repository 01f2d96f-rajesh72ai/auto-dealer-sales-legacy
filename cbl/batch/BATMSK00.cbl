       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATMSK00.
      ****************************************************************
      * PROGRAM:    BATMSK00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    PII-MASKED UNLOAD FOR REFRESHING THE TEST        *
      *             REGION. UNLOADS CUSTOMER, FINANCE_APP,           *
      *             CREDIT_CHECK, HOUSE_LOAN, SALES_DEAL AND         *
      *             SALES_DEAL_ARCHIVE TO ONE PIPE-DELIMITED FILE    *
      *             (FIRST FIELD = TABLE TAG, THEN EVERY COLUMN IN   *
      *             TABLE ORDER, NULL = EMPTY FIELD) FOR THE TEST    *
      *             REGION LOAD JOB.                                 *
      *                                                              *
      *             MASKING RULES - EVERY MASK IS DERIVED FROM THE   *
      *             CUSTOMER_ID ALONE, SO THE SAME CUSTOMER GETS THE *
      *             SAME FAKE VALUES ON EVERY RUN, AND THE SURROGATE *
      *             KEYS (CUSTOMER_ID, DEAL_NUMBER, FINANCE_ID,      *
      *             LOAN_ID, CREDIT_ID) ARE LEFT ALONE SO EVERY      *
      *             JOIN STILL WORKS:                                *
      *               FIRST/LAST NAME  FICTITIOUS NAME TABLES        *
      *               MIDDLE INITIAL   X                             *
      *               DATE OF BIRTH    YEAR KEPT, JULY 1ST           *
      *               SSN LAST 4       ARITHMETIC ON CUSTOMER_ID     *
      *               DRIVER'S LICENSE TST + CUSTOMER_ID             *
      *               ADDRESS          NNNN MASKED AVE, LINE 2 NULL  *
      *               ZIP              5-DIGIT ZIP KEPT, +4 DROPPED  *
      *               PHONES           555-01/555-02 FICTITIOUS      *
      *               EMAIL            C<ID>@EXAMPLE.INVALID         *
      *               EMPLOYER         TEST EMPLOYER NN              *
      *               ANNUAL INCOME    ROUNDED TO NEAREST 1,000      *
      *               CREDIT INCOME    ROUNDED TO NEAREST 100        *
      *               STIPULATIONS     FREE TEXT REPLACED            *
      *               EXEMPT CERT NO.  REPLACED                      *
      *             CITY/STATE, DEAL, LOAN AND CREDIT AMOUNTS AND    *
      *             SCORES ARE LEFT AS-IS SO TAX, PAYMENT AND        *
      *             UNDERWRITING LOGIC CAN STILL BE TESTED. THE      *
      *             SOUNDEX KEY IS RECOMPUTED FROM THE FAKE SURNAME. *
      *                                                              *
      *             CONTROL REPORT: EVERY MASKED CUSTOMER FIELD IS   *
      *             COMPARED WITH ITS PRODUCTION VALUE AFTER         *
      *             MASKING. ANY FIELD STILL EQUAL IS COUNTED AS A   *
      *             RESIDUAL; ONE OR MORE RESIDUALS FAILS THE RUN    *
      *             (RC=8) AND THE FILE MUST NOT BE SHIPPED.         *
      *                                                              *
      * TABLES:     AUTOSALE.CUSTOMER           (READ)               *
      *             AUTOSALE.FINANCE_APP        (READ)               *
      *             AUTOSALE.CREDIT_CHECK       (READ)               *
      *             AUTOSALE.HOUSE_LOAN         (READ)               *
      *             AUTOSALE.SALES_DEAL         (READ)               *
      *             AUTOSALE.SALES_DEAL_ARCHIVE (READ)               *
      *                                                              *
      * CALLS:      COMSNXL0 - SOUNDEX KEY FOR THE MASKED SURNAME    *
      *                                                              *
      * OUTPUT:     MSKOUT DD - MASKED UNLOAD (VB, UP TO 2000)       *
      *             MSKRPT DD - MASKING CONTROL REPORT (132 CHARS)   *
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
           SELECT OUTPUT-FILE
               ASSIGN TO MSKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTFILE-STATUS.
      *
           SELECT REPORT-FILE
               ASSIGN TO MSKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  OUTPUT-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 2000 CHARACTERS.
       01  OUTPUT-RECORD               PIC X(2000).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                PIC X(08) VALUE 'BATMSK00'.
      *
       01  WS-OUTFILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    PROCESSING COUNTERS - ONE ENTRY PER UNLOADED TABLE
      *
       01  WS-TABLE-STATS.
           05  WS-TS-ENTRY             OCCURS 6 TIMES.
               10  WS-TS-ROWS          PIC S9(09) COMP.
       01  WS-TABLE-NAMES-DATA.
           05  FILLER                  PIC X(20)
               VALUE 'CUSTOMER            '.
           05  FILLER                  PIC X(20)
               VALUE 'FINANCE_APP         '.
           05  FILLER                  PIC X(20)
               VALUE 'CREDIT_CHECK        '.
           05  FILLER                  PIC X(20)
               VALUE 'HOUSE_LOAN          '.
           05  FILLER                  PIC X(20)
               VALUE 'SALES_DEAL          '.
           05  FILLER                  PIC X(20)
               VALUE 'SALES_DEAL_ARCHIVE  '.
       01  WS-TABLE-NAMES REDEFINES WS-TABLE-NAMES-DATA.
           05  WS-TN-NAME              PIC X(20) OCCURS 6 TIMES.
       01  WS-TABLE-TAGS-DATA.
           05  FILLER                  PIC X(08) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(08) VALUE 'FINAPP  '.
           05  FILLER                  PIC X(08) VALUE 'CREDCHK '.
           05  FILLER                  PIC X(08) VALUE 'HOUSELN '.
           05  FILLER                  PIC X(08) VALUE 'SALEDEAL'.
           05  FILLER                  PIC X(08) VALUE 'DEALARC '.
       01  WS-TABLE-TAGS REDEFINES WS-TABLE-TAGS-DATA.
           05  WS-TT-TAG               PIC X(08) OCCURS 6 TIMES.
      *
      *    FIELD STATISTICS - VALUES MASKED AND VALUES STILL EQUAL
      *    TO PRODUCTION AFTER MASKING (MUST BE ZERO)
      *
       01  WS-FIELD-STATS.
           05  WS-FS-ENTRY             OCCURS 12 TIMES.
               10  WS-FS-MASKED        PIC S9(09) COMP.
               10  WS-FS-RESIDUAL      PIC S9(09) COMP.
       01  WS-FIELD-NAMES-DATA.
           05  FILLER                  PIC X(20)
               VALUE 'FIRST_NAME          '.
           05  FILLER                  PIC X(20)
               VALUE 'LAST_NAME           '.
           05  FILLER                  PIC X(20)
               VALUE 'MIDDLE_INIT         '.
           05  FILLER                  PIC X(20)
               VALUE 'DATE_OF_BIRTH       '.
           05  FILLER                  PIC X(20)
               VALUE 'SSN_LAST4           '.
           05  FILLER                  PIC X(20)
               VALUE 'DRIVERS_LICENSE     '.
           05  FILLER                  PIC X(20)
               VALUE 'ADDRESS_LINE1       '.
           05  FILLER                  PIC X(20)
               VALUE 'ADDRESS_LINE2       '.
           05  FILLER                  PIC X(20)
               VALUE 'HOME_PHONE          '.
           05  FILLER                  PIC X(20)
               VALUE 'CELL_PHONE          '.
           05  FILLER                  PIC X(20)
               VALUE 'EMAIL               '.
           05  FILLER                  PIC X(20)
               VALUE 'EMPLOYER_NAME       '.
       01  WS-FIELD-NAMES REDEFINES WS-FIELD-NAMES-DATA.
           05  WS-FN-NAME              PIC X(20) OCCURS 12 TIMES.
      *
       01  WS-OTHER-STATS.
           05  WS-INCOME-ROUNDED-CT    PIC S9(09) COMP VALUE +0.
           05  WS-ZIP4-DROPPED-CT      PIC S9(09) COMP VALUE +0.
           05  WS-STIP-MASKED-CT       PIC S9(09) COMP VALUE +0.
           05  WS-CERT-MASKED-CT       PIC S9(09) COMP VALUE +0.
           05  WS-RESIDUAL-TOTAL       PIC S9(09) COMP VALUE +0.
           05  WS-ERROR-COUNT          PIC S9(09) COMP VALUE +0.
      *
      *    FICTITIOUS NAME TABLES
      *
       01  WS-FIRST-NAME-DATA.
           05  FILLER                  PIC X(10) VALUE 'ALEX'.
           05  FILLER                  PIC X(10) VALUE 'BAILEY'.
           05  FILLER                  PIC X(10) VALUE 'CASEY'.
           05  FILLER                  PIC X(10) VALUE 'DREW'.
           05  FILLER                  PIC X(10) VALUE 'ELLIS'.
           05  FILLER                  PIC X(10) VALUE 'FINLEY'.
           05  FILLER                  PIC X(10) VALUE 'GRAY'.
           05  FILLER                  PIC X(10) VALUE 'HARPER'.
           05  FILLER                  PIC X(10) VALUE 'IRIS'.
           05  FILLER                  PIC X(10) VALUE 'JORDAN'.
           05  FILLER                  PIC X(10) VALUE 'KAI'.
           05  FILLER                  PIC X(10) VALUE 'LANE'.
           05  FILLER                  PIC X(10) VALUE 'MORGAN'.
           05  FILLER                  PIC X(10) VALUE 'NOEL'.
           05  FILLER                  PIC X(10) VALUE 'OAKLEY'.
           05  FILLER                  PIC X(10) VALUE 'PARKER'.
           05  FILLER                  PIC X(10) VALUE 'QUINN'.
           05  FILLER                  PIC X(10) VALUE 'REESE'.
           05  FILLER                  PIC X(10) VALUE 'SAGE'.
           05  FILLER                  PIC X(10) VALUE 'TATUM'.
       01  WS-FIRST-NAME-TBL REDEFINES WS-FIRST-NAME-DATA.
           05  WS-FIRST-NAME-ENT       PIC X(10) OCCURS 20 TIMES.
      *
       01  WS-LAST-NAME-DATA.
           05  FILLER                  PIC X(12) VALUE 'AMBERTON'.
           05  FILLER                  PIC X(12) VALUE 'BLACKMERE'.
           05  FILLER                  PIC X(12) VALUE 'CALDERWICK'.
           05  FILLER                  PIC X(12) VALUE 'DUNSMOOR'.
           05  FILLER                  PIC X(12) VALUE 'ELMSTEAD'.
           05  FILLER                  PIC X(12) VALUE 'FAIRLOCK'.
           05  FILLER                  PIC X(12) VALUE 'GLENBRIAR'.
           05  FILLER                  PIC X(12) VALUE 'HOLLOWMERE'.
           05  FILLER                  PIC X(12) VALUE 'IVERSDALE'.
           05  FILLER                  PIC X(12) VALUE 'JUNIPERTON'.
           05  FILLER                  PIC X(12) VALUE 'KESTRELBY'.
           05  FILLER                  PIC X(12) VALUE 'LARKSMOOR'.
           05  FILLER                  PIC X(12) VALUE 'MOSSGROVE'.
           05  FILLER                  PIC X(12) VALUE 'NETHERBY'.
           05  FILLER                  PIC X(12) VALUE 'OAKHURSTE'.
           05  FILLER                  PIC X(12) VALUE 'PEMBRIDGE'.
           05  FILLER                  PIC X(12) VALUE 'QUARRYDALE'.
           05  FILLER                  PIC X(12) VALUE 'ROOKSBURY'.
           05  FILLER                  PIC X(12) VALUE 'STONEBECK'.
           05  FILLER                  PIC X(12) VALUE 'THORNWICK'.
           05  FILLER                  PIC X(12) VALUE 'UPTONDALE'.
           05  FILLER                  PIC X(12) VALUE 'VALEMOOR'.
           05  FILLER                  PIC X(12) VALUE 'WILLOWBY'.
           05  FILLER                  PIC X(12) VALUE 'YARROWFELL'.
           05  FILLER                  PIC X(12) VALUE 'ZENNORTON'.
       01  WS-LAST-NAME-TBL REDEFINES WS-LAST-NAME-DATA.
           05  WS-LAST-NAME-ENT        PIC X(12) OCCURS 25 TIMES.
      *
      *    HOST VARIABLES - CUSTOMER (PRODUCTION VALUES)
      *
       01  WS-HV-CUST.
           05  WS-HV-CUST-ID           PIC S9(09) COMP.
           05  WS-HV-FIRST             PIC X(30).
           05  WS-HV-LAST              PIC X(30).
           05  WS-HV-MI                PIC X(01).
           05  WS-HV-DOB               PIC X(10).
           05  WS-HV-SSN4              PIC X(04).
           05  WS-HV-DL                PIC X(20).
           05  WS-HV-DL-STATE          PIC X(02).
           05  WS-HV-ADDR1             PIC X(50).
           05  WS-HV-ADDR2             PIC X(50).
           05  WS-HV-CITY              PIC X(30).
           05  WS-HV-STATE             PIC X(02).
           05  WS-HV-ZIP               PIC X(10).
           05  WS-HV-HOME              PIC X(10).
           05  WS-HV-CELL              PIC X(10).
           05  WS-HV-EMAIL             PIC X(60).
           05  WS-HV-EMPLOYER          PIC X(40).
           05  WS-HV-INCOME            PIC S9(09)V99 COMP-3.
      *
       01  WS-NULL-INDICATORS.
           05  WS-NI-MI                PIC S9(04) COMP.
           05  WS-NI-DOB               PIC S9(04) COMP.
           05  WS-NI-SSN4              PIC S9(04) COMP.
           05  WS-NI-DL                PIC S9(04) COMP.
           05  WS-NI-DL-STATE          PIC S9(04) COMP.
           05  WS-NI-ADDR2             PIC S9(04) COMP.
           05  WS-NI-HOME              PIC S9(04) COMP.
           05  WS-NI-CELL              PIC S9(04) COMP.
           05  WS-NI-EMAIL             PIC S9(04) COMP.
           05  WS-NI-EMPLOYER          PIC S9(04) COMP.
           05  WS-NI-INCOME            PIC S9(04) COMP.
      *
      *    MASKED VALUES
      *
       01  WS-MSK-CUST.
           05  WS-MSK-FIRST            PIC X(30).
           05  WS-MSK-LAST             PIC X(30).
           05  WS-MSK-MI               PIC X(01).
           05  WS-MSK-DOB              PIC X(10).
           05  WS-MSK-SSN4             PIC X(04).
           05  WS-MSK-DL               PIC X(20).
           05  WS-MSK-ADDR1            PIC X(50).
           05  WS-MSK-ADDR2            PIC X(50).
           05  WS-MSK-ZIP              PIC X(10).
           05  WS-MSK-HOME             PIC X(10).
           05  WS-MSK-CELL             PIC X(10).
           05  WS-MSK-EMAIL            PIC X(60).
           05  WS-MSK-EMPLOYER         PIC X(40).
           05  WS-MSK-INCOME           PIC S9(09)V99 COMP-3.
           05  WS-MSK-PHONETIC         PIC X(04).
      *
      *    MASK ARITHMETIC
      *
       01  WS-MASK-WORK.
           05  WS-CUST-ID-D            PIC 9(09).
           05  WS-CUST-ID-E            PIC Z(08)9.
           05  WS-WORK-NUM             PIC S9(15) COMP-3.
           05  WS-QUOT                 PIC S9(15) COMP-3.
           05  WS-REM                  PIC S9(09) COMP.
           05  WS-FIRST-IDX            PIC S9(04) COMP.
           05  WS-LAST-IDX             PIC S9(04) COMP.
           05  WS-NUM-4                PIC 9(04).
           05  WS-NUM-5                PIC 9(05).
           05  WS-NUM-2                PIC 9(02).
           05  WS-INCOME-E             PIC -(09)9.99.
           05  WS-FX                   PIC S9(04) COMP.
           05  WS-CMP-ORIG             PIC X(60).
           05  WS-CMP-MASK             PIC X(60).
           05  WS-OUT-PTR              PIC S9(04) COMP.
      *
       01  WS-SNX-FIELDS.
           05  WS-SNX-NAME             PIC X(30).
           05  WS-SNX-KEY              PIC X(04).
           05  WS-SNX-RETURN-CODE      PIC S9(04) COMP.
      *
      *    PASS-THROUGH COLUMNS, ALREADY DELIMITED BY DB2
      *
       01  WS-HV-TAIL.
           49  WS-HV-TAIL-LN           PIC S9(04) COMP.
           49  WS-HV-TAIL-TX           PIC X(1500).
       01  WS-HV-MASK-FLAG             PIC S9(04) COMP.
      *
       01  WS-OUT-BUFFER               PIC X(2000).
       01  WS-TABLE-IDX                PIC S9(04) COMP.
      *
       01  WS-EOF-FLAG                 PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
      *
      *    REPORT LINES
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC S9(04) COMP VALUE +0.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY            PIC 9(04).
           05  WS-CURR-MM              PIC 9(02).
           05  WS-CURR-DD              PIC 9(02).
           05  FILLER                  PIC X(13).
       01  WS-CURRENT-DATE             PIC X(10) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' TEST REGION MASKING CONTROL  '.
           05  FILLER                  PIC X(07) VALUE 'DATE: '.
           05  WS-RH1-DATE             PIC X(10).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE             PIC Z(4)9.
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL '-'.
      *
       01  WS-SECTION-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SH-TEXT              PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.
      *
       01  WS-TABLE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TL-NAME              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-ROWS              PIC Z(08)9.
           05  FILLER                  PIC X(16)
               VALUE ' ROWS UNLOADED  '.
           05  FILLER                  PIC X(82) VALUE SPACES.
      *
       01  WS-FIELD-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-FL-NAME              PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FL-MASKED            PIC Z(08)9.
           05  FILLER                  PIC X(10) VALUE ' MASKED   '.
           05  WS-FL-RESIDUAL          PIC Z(08)9.
           05  FILLER                  PIC X(12)
               VALUE ' RESIDUAL   '.
           05  WS-FL-STATUS            PIC X(04).
           05  FILLER                  PIC X(63) VALUE SPACES.
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-CL-TEXT              PIC X(40).
           05  WS-CL-COUNT             PIC Z(08)9.
           05  FILLER                  PIC X(80) VALUE SPACES.
      *
       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-VL-TEXT              PIC X(70).
           05  FILLER                  PIC X(61) VALUE SPACES.
      *
       01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
      *
      *    CURSORS - READ ONLY, ONE PER UNLOADED TABLE
      *
           EXEC SQL
               DECLARE CSR_MSK_CUST CURSOR FOR
               SELECT CUSTOMER_ID
                    , FIRST_NAME
                    , LAST_NAME
                    , MIDDLE_INIT
                    , CHAR(DATE_OF_BIRTH, ISO)
                    , SSN_LAST4
                    , DRIVERS_LICENSE
                    , DL_STATE
                    , ADDRESS_LINE1
                    , ADDRESS_LINE2
                    , CITY
                    , STATE_CODE
                    , ZIP_CODE
                    , HOME_PHONE
                    , CELL_PHONE
                    , EMAIL
                    , EMPLOYER_NAME
                    , ANNUAL_INCOME
                    , CUSTOMER_TYPE
                     || '|' || COALESCE(SOURCE_CODE, '')
                     || '|' || DEALER_CODE
                     || '|' || COALESCE(ASSIGNED_SALES, '')
                     || '|' || CHAR(CREATED_TS)
                     || '|' || CHAR(UPDATED_TS)
                     || '|' || COALESCE(CHAR(MERGED_INTO), '')
                     || '|' || COALESCE(DO_NOT_CALL, '')
                     || '|' || COALESCE(DO_NOT_MAIL, '')
                     || '|' || COALESCE(DO_NOT_EMAIL, '')
                     || '|' || COALESCE(RETURNED_MAIL, '')
                     || '|' || COALESCE(CHAR(REFERRED_BY), '')
               FROM   AUTOSALE.CUSTOMER
               ORDER BY CUSTOMER_ID
               FOR FETCH ONLY
           END-EXEC
      *
           EXEC SQL
               DECLARE CSR_MSK_FIN CURSOR FOR
               SELECT
                     FINANCE_ID
                     || '|' || DEAL_NUMBER
                     || '|' || CHAR(CUSTOMER_ID)
                     || '|' || FINANCE_TYPE
                     || '|' || COALESCE(LENDER_CODE, '')
                     || '|' || COALESCE(LENDER_NAME, '')
                     || '|' || APP_STATUS
                     || '|' || CHAR(AMOUNT_REQUESTED)
                     || '|' || COALESCE(CHAR(AMOUNT_APPROVED), '')
                     || '|' || COALESCE(CHAR(APR_REQUESTED), '')
                     || '|' || COALESCE(CHAR(APR_APPROVED), '')
                     || '|' || COALESCE(CHAR(TERM_MONTHS), '')
                     || '|' || COALESCE(CHAR(MONTHLY_PAYMENT), '')
                     || '|' || CHAR(DOWN_PAYMENT)
                     || '|' || COALESCE(CREDIT_TIER, '')
                     || '|' || CASE WHEN STIPULATIONS IS NULL
                             THEN '' ELSE 'STIPULATION TEXT MASKED' END
                     || '|' || COALESCE(CHAR(SUBMITTED_TS), '')
                     || '|' || COALESCE(CHAR(DECISION_TS), '')
                     || '|' || COALESCE(CHAR(FUNDED_TS), '')
                     || '|' || CHAR(CREATED_TS)
                     || '|' || CHAR(UPDATED_TS)
                     || '|' || COALESCE(CHAR(BUY_RATE), '')
                     || '|' || COALESCE(CHAR(RESERVE_AMT), '')
                     || '|' || COALESCE(CHAR(CO_CUSTOMER_ID), '')
                    , CASE WHEN STIPULATIONS IS NULL
                           THEN 0 ELSE 1 END
               FROM   AUTOSALE.FINANCE_APP
               ORDER BY FINANCE_ID
               FOR FETCH ONLY
           END-EXEC
      *
           EXEC SQL
               DECLARE CSR_MSK_CRD CURSOR FOR
               SELECT
                     CHAR(CREDIT_ID)
                     || '|' || CHAR(CUSTOMER_ID)
                     || '|' || BUREAU_CODE
                     || '|' || COALESCE(CHAR(CREDIT_SCORE), '')
                     || '|' || COALESCE(CREDIT_TIER, '')
                     || '|' || CHAR(REQUEST_TS)
                     || '|' || COALESCE(CHAR(RESPONSE_TS), '')
                     || '|' || STATUS
                     || '|' || COALESCE(CHAR(MONTHLY_DEBT), '')
                     || '|' || COALESCE(CHAR(DECIMAL(
                            ROUND(MONTHLY_INCOME, -2), 9, 2)), '')
                     || '|' || COALESCE(CHAR(DTI_RATIO), '')
                     || '|' || COALESCE(CHAR(EXPIRY_DATE, ISO), '')
                     || '|' || COALESCE(CHAR(OPEN_TRADELINES), '')
                     || '|' || COALESCE(CHAR(MONTHLY_OBLIG), '')
                     || '|' || COALESCE(CHAR(DEROG_COUNT), '')
                    , 0
               FROM   AUTOSALE.CREDIT_CHECK
               ORDER BY CREDIT_ID
               FOR FETCH ONLY
           END-EXEC
      *
           EXEC SQL
               DECLARE CSR_MSK_HLN CURSOR FOR
               SELECT
                     CHAR(LOAN_ID)
                     || '|' || FINANCE_ID
                     || '|' || DEAL_NUMBER
                     || '|' || CHAR(CUSTOMER_ID)
                     || '|' || DEALER_CODE
                     || '|' || CHAR(PRINCIPAL_AMT)
                     || '|' || CHAR(APR)
                     || '|' || CHAR(TERM_MONTHS)
                     || '|' || CHAR(MONTHLY_PAYMENT)
                     || '|' || CHAR(FIRST_DUE_DATE, ISO)
                     || '|' || CHAR(NEXT_DUE_DATE, ISO)
                     || '|' || CHAR(PRINCIPAL_BAL)
                     || '|' || CHAR(PAYMENTS_MADE)
                     || '|' || COALESCE(CHAR(LAST_PAID_DATE, ISO), '')
                     || '|' || LOAN_STATUS
                     || '|' || CHAR(CREATED_TS)
                     || '|' || CHAR(UPDATED_TS)
                    , 0
               FROM   AUTOSALE.HOUSE_LOAN
               ORDER BY LOAN_ID
               FOR FETCH ONLY
           END-EXEC
      *
           EXEC SQL
               DECLARE CSR_MSK_DEAL CURSOR FOR
               SELECT
                     DEAL_NUMBER
                     || '|' || DEALER_CODE
                     || '|' || CHAR(CUSTOMER_ID)
                     || '|' || VIN
                     || '|' || SALESPERSON_ID
                     || '|' || COALESCE(SALES_MANAGER_ID, '')
                     || '|' || DEAL_TYPE
                     || '|' || DEAL_STATUS
                     || '|' || CHAR(VEHICLE_PRICE)
                     || '|' || CHAR(TOTAL_OPTIONS)
                     || '|' || CHAR(DESTINATION_FEE)
                     || '|' || CHAR(SUBTOTAL)
                     || '|' || CHAR(TRADE_ALLOW)
                     || '|' || CHAR(TRADE_PAYOFF)
                     || '|' || CHAR(NET_TRADE)
                     || '|' || CHAR(REBATES_APPLIED)
                     || '|' || CHAR(DISCOUNT_AMT)
                     || '|' || CHAR(DOC_FEE)
                     || '|' || CHAR(STATE_TAX)
                     || '|' || CHAR(COUNTY_TAX)
                     || '|' || CHAR(CITY_TAX)
                     || '|' || CHAR(TITLE_FEE)
                     || '|' || CHAR(REG_FEE)
                     || '|' || CHAR(TOTAL_PRICE)
                     || '|' || CHAR(DOWN_PAYMENT)
                     || '|' || CHAR(AMOUNT_FINANCED)
                     || '|' || CHAR(FRONT_GROSS)
                     || '|' || CHAR(BACK_GROSS)
                     || '|' || CHAR(TOTAL_GROSS)
                     || '|' || COALESCE(CHAR(DEAL_DATE, ISO), '')
                     || '|' || COALESCE(CHAR(DELIVERY_DATE, ISO), '')
                     || '|' || CHAR(CREATED_TS)
                     || '|' || CHAR(UPDATED_TS)
                     || '|' || COALESCE(CHAR(FLEET_ID), '')
                     || '|' || COALESCE(OOS_STATE, '')
                     || '|' || CASE WHEN EXEMPT_CERT IS NULL
                             THEN '' ELSE 'EXEMPT CERT MASKED' END
                     || '|' || COALESCE(CHAR(EV_CREDIT_AMT), '')
                     || '|' || COALESCE(SECONDARY_SALES, '')
                     || '|' || COALESCE(CHAR(SPLIT_PCT), '')
                     || '|' || COALESCE(CHAR(DELIVERY_ODOM), '')
                    , CASE WHEN EXEMPT_CERT IS NULL
                           THEN 0 ELSE 1 END
               FROM   AUTOSALE.SALES_DEAL
               ORDER BY DEAL_NUMBER
               FOR FETCH ONLY
           END-EXEC
      *
           EXEC SQL
               DECLARE CSR_MSK_ARC CURSOR FOR
               SELECT
                     DEAL_NUMBER
                     || '|' || DEALER_CODE
                     || '|' || CHAR(CUSTOMER_ID)
                     || '|' || VIN
                     || '|' || SALESPERSON_ID
                     || '|' || COALESCE(SALES_MANAGER_ID, '')
                     || '|' || DEAL_TYPE
                     || '|' || DEAL_STATUS
                     || '|' || CHAR(VEHICLE_PRICE)
                     || '|' || CHAR(TOTAL_OPTIONS)
                     || '|' || CHAR(DESTINATION_FEE)
                     || '|' || CHAR(SUBTOTAL)
                     || '|' || CHAR(TRADE_ALLOW)
                     || '|' || CHAR(TRADE_PAYOFF)
                     || '|' || CHAR(NET_TRADE)
                     || '|' || CHAR(REBATES_APPLIED)
                     || '|' || CHAR(DISCOUNT_AMT)
                     || '|' || CHAR(DOC_FEE)
                     || '|' || CHAR(STATE_TAX)
                     || '|' || CHAR(COUNTY_TAX)
                     || '|' || CHAR(CITY_TAX)
                     || '|' || CHAR(TITLE_FEE)
                     || '|' || CHAR(REG_FEE)
                     || '|' || CHAR(TOTAL_PRICE)
                     || '|' || CHAR(DOWN_PAYMENT)
                     || '|' || CHAR(AMOUNT_FINANCED)
                     || '|' || CHAR(FRONT_GROSS)
                     || '|' || CHAR(BACK_GROSS)
                     || '|' || CHAR(TOTAL_GROSS)
                     || '|' || COALESCE(CHAR(DEAL_DATE, ISO), '')
                     || '|' || COALESCE(CHAR(DELIVERY_DATE, ISO), '')
                     || '|' || CHAR(CREATED_TS)
                     || '|' || CHAR(UPDATED_TS)
                     || '|' || CHAR(ARCHIVED_TS)
                     || '|' || COALESCE(CHAR(FLEET_ID), '')
                     || '|' || COALESCE(OOS_STATE, '')
                     || '|' || CASE WHEN EXEMPT_CERT IS NULL
                             THEN '' ELSE 'EXEMPT CERT MASKED' END
                    , CASE WHEN EXEMPT_CERT IS NULL
                           THEN 0 ELSE 1 END
               FROM   AUTOSALE.SALES_DEAL_ARCHIVE
               ORDER BY DEAL_NUMBER
               FOR FETCH ONLY
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATMSK00: PII-MASKED TEST REGION UNLOAD - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-OUTFILE-STATUS = '00'
           AND WS-FILE-STATUS = '00'
               PERFORM 3000-UNLOAD-CUSTOMER THRU 3000-EXIT
               PERFORM 4000-UNLOAD-FINANCE THRU 4000-EXIT
               PERFORM 4200-UNLOAD-CREDIT THRU 4200-EXIT
               PERFORM 4400-UNLOAD-HOUSE-LOAN THRU 4400-EXIT
               PERFORM 4600-UNLOAD-DEAL THRU 4600-EXIT
               PERFORM 4800-UNLOAD-DEAL-ARCHIVE THRU 4800-EXIT
               PERFORM 7000-PRINT-CONTROL-REPORT
           ELSE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATMSK00: PII-MASKED TEST REGION UNLOAD - END'
      *
           IF WS-RESIDUAL-TOTAL > +0
           OR WS-ERROR-COUNT > +0
               MOVE +8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE                                           *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-TABLE-STATS
           INITIALIZE WS-FIELD-STATS
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YYYY '-' WS-CURR-MM '-' WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-CURRENT-DATE
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT OUTPUT-FILE
           IF WS-OUTFILE-STATUS NOT = '00'
               DISPLAY 'BATMSK00: ERROR OPENING MSKOUT - '
                       WS-OUTFILE-STATUS
           END-IF
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'BATMSK00: ERROR OPENING MSKRPT - '
                       WS-FILE-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    3000-UNLOAD-CUSTOMER - MASK, VERIFY AND WRITE EACH ROW    *
      ****************************************************************
       3000-UNLOAD-CUSTOMER.
      *
           EXEC SQL
               OPEN CSR_MSK_CUST
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSK00: ERROR OPENING CUSTOMER CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_MSK_CUST
                   INTO  :WS-HV-CUST-ID
                       , :WS-HV-FIRST
                       , :WS-HV-LAST
                       , :WS-HV-MI        :WS-NI-MI
                       , :WS-HV-DOB       :WS-NI-DOB
                       , :WS-HV-SSN4      :WS-NI-SSN4
                       , :WS-HV-DL        :WS-NI-DL
                       , :WS-HV-DL-STATE  :WS-NI-DL-STATE
                       , :WS-HV-ADDR1
                       , :WS-HV-ADDR2     :WS-NI-ADDR2
                       , :WS-HV-CITY
                       , :WS-HV-STATE
                       , :WS-HV-ZIP
                       , :WS-HV-HOME      :WS-NI-HOME
                       , :WS-HV-CELL      :WS-NI-CELL
                       , :WS-HV-EMAIL     :WS-NI-EMAIL
                       , :WS-HV-EMPLOYER  :WS-NI-EMPLOYER
                       , :WS-HV-INCOME    :WS-NI-INCOME
                       , :WS-HV-TAIL
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3050-CLEAR-NULLS
                       PERFORM 3100-MASK-CUSTOMER
                       PERFORM 3200-VERIFY-CUSTOMER
                       PERFORM 3300-WRITE-CUSTOMER
                   WHEN +100
                       SET WS-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATMSK00: CUSTOMER FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-EOF TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_MSK_CUST
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3050-CLEAR-NULLS - A NULL COLUMN LEAVES THE HOST FIELD    *
      *    UNTOUCHED, SO BLANK IT BEFORE MASKING                     *
      ****************************************************************
       3050-CLEAR-NULLS.
      *
           IF WS-NI-MI < +0
               MOVE SPACES TO WS-HV-MI
           END-IF
           IF WS-NI-DOB < +0
               MOVE SPACES TO WS-HV-DOB
           END-IF
           IF WS-NI-SSN4 < +0
               MOVE SPACES TO WS-HV-SSN4
           END-IF
           IF WS-NI-DL < +0
               MOVE SPACES TO WS-HV-DL
           END-IF
           IF WS-NI-DL-STATE < +0
               MOVE SPACES TO WS-HV-DL-STATE
           END-IF
           IF WS-NI-ADDR2 < +0
               MOVE SPACES TO WS-HV-ADDR2
           END-IF
           IF WS-NI-HOME < +0
               MOVE SPACES TO WS-HV-HOME
           END-IF
           IF WS-NI-CELL < +0
               MOVE SPACES TO WS-HV-CELL
           END-IF
           IF WS-NI-EMAIL < +0
               MOVE SPACES TO WS-HV-EMAIL
           END-IF
           IF WS-NI-EMPLOYER < +0
               MOVE SPACES TO WS-HV-EMPLOYER
           END-IF
           IF WS-NI-INCOME < +0
               MOVE +0 TO WS-HV-INCOME
           END-IF
           .
      *
      ****************************************************************
      *    3100-MASK-CUSTOMER - EVERY MASK COMES FROM CUSTOMER_ID    *
      *    ONLY. WHERE A MASK HAPPENS TO EQUAL THE REAL VALUE IT IS  *
      *    STEPPED TO THE NEXT CANDIDATE.                            *
      ****************************************************************
       3100-MASK-CUSTOMER.
      *
           INITIALIZE WS-MSK-CUST
           MOVE WS-HV-CUST-ID TO WS-CUST-ID-D
           MOVE WS-HV-CUST-ID TO WS-CUST-ID-E
      *
      *    NAMES - 20 FIRST NAMES X 25 SURNAMES
      *
           DIVIDE WS-HV-CUST-ID BY 20
               GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-FIRST-IDX = WS-REM + 1
           MOVE WS-FIRST-NAME-ENT(WS-FIRST-IDX) TO WS-MSK-FIRST
           IF WS-MSK-FIRST = WS-HV-FIRST
               IF WS-FIRST-IDX = 20
                   MOVE 1 TO WS-FIRST-IDX
               ELSE
                   ADD 1 TO WS-FIRST-IDX
               END-IF
               MOVE WS-FIRST-NAME-ENT(WS-FIRST-IDX) TO WS-MSK-FIRST
           END-IF
      *
           DIVIDE WS-QUOT BY 25
               GIVING WS-QUOT REMAINDER WS-REM
           COMPUTE WS-LAST-IDX = WS-REM + 1
           MOVE WS-LAST-NAME-ENT(WS-LAST-IDX) TO WS-MSK-LAST
           IF WS-MSK-LAST = WS-HV-LAST
               IF WS-LAST-IDX = 25
                   MOVE 1 TO WS-LAST-IDX
               ELSE
                   ADD 1 TO WS-LAST-IDX
               END-IF
               MOVE WS-LAST-NAME-ENT(WS-LAST-IDX) TO WS-MSK-LAST
           END-IF
      *
           MOVE WS-MSK-LAST TO WS-SNX-NAME
           CALL 'COMSNXL0' USING WS-SNX-NAME
                                 WS-SNX-KEY
                                 WS-SNX-RETURN-CODE
           IF WS-SNX-RETURN-CODE = +0
               MOVE WS-SNX-KEY TO WS-MSK-PHONETIC
           END-IF
      *
           IF WS-HV-MI NOT = SPACES
               IF WS-HV-MI = 'X'
                   MOVE 'Y' TO WS-MSK-MI
               ELSE
                   MOVE 'X' TO WS-MSK-MI
               END-IF
           END-IF
      *
      *    DATE OF BIRTH - KEEP THE YEAR SO AGE RULES STILL TEST
      *
           IF WS-HV-DOB NOT = SPACES
               STRING WS-HV-DOB(1:4) '-07-01'
                      DELIMITED BY SIZE
                      INTO WS-MSK-DOB
               IF WS-MSK-DOB = WS-HV-DOB
                   MOVE '-01-01' TO WS-MSK-DOB(5:6)
               END-IF
           END-IF
      *
      *    SSN LAST 4 - (ID X 7919 + 1234) MOD 10000
      *
           IF WS-HV-SSN4 NOT = SPACES
               COMPUTE WS-WORK-NUM = WS-HV-CUST-ID * 7919 + 1234
               DIVIDE WS-WORK-NUM BY 10000
                   GIVING WS-QUOT REMAINDER WS-REM
               MOVE WS-REM TO WS-NUM-4
               MOVE WS-NUM-4 TO WS-MSK-SSN4
               IF WS-MSK-SSN4 = WS-HV-SSN4
                   ADD 1 TO WS-REM
                   IF WS-REM > 9999
                       MOVE 0 TO WS-REM
                   END-IF
                   MOVE WS-REM TO WS-NUM-4
                   MOVE WS-NUM-4 TO WS-MSK-SSN4
               END-IF
           END-IF
      *
           IF WS-HV-DL NOT = SPACES
               STRING 'TST' WS-CUST-ID-D
                      DELIMITED BY SIZE
                      INTO WS-MSK-DL
           END-IF
      *
      *    ADDRESS - HOUSE NUMBER FROM THE ID, FIXED STREET NAME
      *
           DIVIDE WS-HV-CUST-ID BY 9999
               GIVING WS-QUOT REMAINDER WS-REM
           ADD 1 TO WS-REM
           MOVE WS-REM TO WS-NUM-4
           STRING WS-NUM-4 ' MASKED AVE'
                  DELIMITED BY SIZE
                  INTO WS-MSK-ADDR1
           MOVE SPACES TO WS-MSK-ADDR2
      *
           MOVE WS-HV-ZIP(1:5) TO WS-MSK-ZIP
           IF WS-HV-ZIP(6:5) NOT = SPACES
               ADD +1 TO WS-ZIP4-DROPPED-CT
           END-IF
      *
      *    PHONES - 555-01XX/555-02XX ARE RESERVED AS FICTITIOUS
      *
           DIVIDE WS-HV-CUST-ID BY 100000
               GIVING WS-QUOT REMAINDER WS-REM
           MOVE WS-REM TO WS-NUM-5
           IF WS-HV-HOME NOT = SPACES
               STRING '55501' WS-NUM-5
                      DELIMITED BY SIZE
                      INTO WS-MSK-HOME
           END-IF
           IF WS-HV-CELL NOT = SPACES
               STRING '55502' WS-NUM-5
                      DELIMITED BY SIZE
                      INTO WS-MSK-CELL
           END-IF
      *
           IF WS-HV-EMAIL NOT = SPACES
               STRING 'C' WS-CUST-ID-D '@EXAMPLE.INVALID'
                      DELIMITED BY SIZE
                      INTO WS-MSK-EMAIL
           END-IF
      *
           IF WS-HV-EMPLOYER NOT = SPACES
               DIVIDE WS-HV-CUST-ID BY 50
                   GIVING WS-QUOT REMAINDER WS-REM
               MOVE WS-REM TO WS-NUM-2
               STRING 'TEST EMPLOYER ' WS-NUM-2
                      DELIMITED BY SIZE
                      INTO WS-MSK-EMPLOYER
           END-IF
      *
      *    INCOME - NEAREST 1,000 KEEPS IT USABLE FOR UNDERWRITING
      *
           IF WS-NI-INCOME >= +0
               COMPUTE WS-WORK-NUM ROUNDED = WS-HV-INCOME / 1000
               COMPUTE WS-MSK-INCOME = WS-WORK-NUM * 1000
               ADD +1 TO WS-INCOME-ROUNDED-CT
           END-IF
           .
      *
      ****************************************************************
      *    3200-VERIFY-CUSTOMER - COMPARE EVERY MASKED FIELD WITH    *
      *    ITS PRODUCTION VALUE                                      *
      ****************************************************************
       3200-VERIFY-CUSTOMER.
      *
           MOVE 1 TO WS-FX
           MOVE WS-HV-FIRST TO WS-CMP-ORIG
           MOVE WS-MSK-FIRST TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 2 TO WS-FX
           MOVE WS-HV-LAST TO WS-CMP-ORIG
           MOVE WS-MSK-LAST TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 3 TO WS-FX
           MOVE WS-HV-MI TO WS-CMP-ORIG
           MOVE WS-MSK-MI TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 4 TO WS-FX
           MOVE WS-HV-DOB TO WS-CMP-ORIG
           MOVE WS-MSK-DOB TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 5 TO WS-FX
           MOVE WS-HV-SSN4 TO WS-CMP-ORIG
           MOVE WS-MSK-SSN4 TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 6 TO WS-FX
           MOVE WS-HV-DL TO WS-CMP-ORIG
           MOVE WS-MSK-DL TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 7 TO WS-FX
           MOVE WS-HV-ADDR1 TO WS-CMP-ORIG
           MOVE WS-MSK-ADDR1 TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 8 TO WS-FX
           MOVE WS-HV-ADDR2 TO WS-CMP-ORIG
           MOVE WS-MSK-ADDR2 TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 9 TO WS-FX
           MOVE WS-HV-HOME TO WS-CMP-ORIG
           MOVE WS-MSK-HOME TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 10 TO WS-FX
           MOVE WS-HV-CELL TO WS-CMP-ORIG
           MOVE WS-MSK-CELL TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 11 TO WS-FX
           MOVE WS-HV-EMAIL TO WS-CMP-ORIG
           MOVE WS-MSK-EMAIL TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
      *
           MOVE 12 TO WS-FX
           MOVE WS-HV-EMPLOYER TO WS-CMP-ORIG
           MOVE WS-MSK-EMPLOYER TO WS-CMP-MASK
           PERFORM 3250-TALLY-FIELD
           .
      *
      ****************************************************************
      *    3250-TALLY-FIELD - COUNT ONE FIELD (NULL/BLANK SKIPPED)   *
      ****************************************************************
       3250-TALLY-FIELD.
      *
           IF WS-CMP-ORIG NOT = SPACES
               ADD +1 TO WS-FS-MASKED(WS-FX)
               IF WS-CMP-MASK = WS-CMP-ORIG
                   ADD +1 TO WS-FS-RESIDUAL(WS-FX)
                   ADD +1 TO WS-RESIDUAL-TOTAL
                   DISPLAY 'BATMSK00: RESIDUAL ' WS-FN-NAME(WS-FX)
                           ' CUSTOMER ' WS-CUST-ID-D
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    3300-WRITE-CUSTOMER - MASKED ROW IN TABLE COLUMN ORDER    *
      ****************************************************************
       3300-WRITE-CUSTOMER.
      *
           MOVE SPACES TO WS-OUT-BUFFER
           MOVE 1 TO WS-OUT-PTR
      *
           IF WS-NI-INCOME >= +0
               MOVE WS-MSK-INCOME TO WS-INCOME-E
           END-IF
      *
           STRING WS-TT-TAG(1)                        DELIMITED BY ' '
                  '|' FUNCTION TRIM(WS-CUST-ID-E)     DELIMITED BY SIZE
                  '|' FUNCTION TRIM(WS-MSK-FIRST)     DELIMITED BY SIZE
                  '|' FUNCTION TRIM(WS-MSK-LAST)      DELIMITED BY SIZE
                  '|' WS-MSK-MI                       DELIMITED BY ' '
                  '|' WS-MSK-DOB                      DELIMITED BY ' '
                  '|' WS-MSK-SSN4                     DELIMITED BY ' '
                  '|' WS-MSK-DL                       DELIMITED BY ' '
                  '|' WS-HV-DL-STATE                  DELIMITED BY ' '
                  '|' FUNCTION TRIM(WS-MSK-ADDR1)     DELIMITED BY SIZE
                  '|'                                 DELIMITED BY SIZE
                  '|' FUNCTION TRIM(WS-HV-CITY)       DELIMITED BY SIZE
                  '|' WS-HV-STATE                     DELIMITED BY SIZE
                  '|' WS-MSK-ZIP                      DELIMITED BY ' '
                  '|' WS-MSK-HOME                     DELIMITED BY ' '
                  '|' WS-MSK-CELL                     DELIMITED BY ' '
                  '|' WS-MSK-EMAIL                    DELIMITED BY ' '
                  '|' FUNCTION TRIM(WS-MSK-EMPLOYER)  DELIMITED BY SIZE
                  '|'                                 DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
      *
           IF WS-NI-INCOME >= +0
               STRING FUNCTION TRIM(WS-INCOME-E)      DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
                   WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF
      *
           STRING '|' WS-HV-TAIL-TX(1:WS-HV-TAIL-LN)  DELIMITED BY SIZE
                  '|' WS-MSK-PHONETIC                 DELIMITED BY ' '
               INTO WS-OUT-BUFFER
               WITH POINTER WS-OUT-PTR
           END-STRING
      *
           MOVE 1 TO WS-TABLE-IDX
           PERFORM 5000-WRITE-OUTPUT
           .
      *
      ****************************************************************
      *    4000-UNLOAD-FINANCE - STIPULATION TEXT MASKED IN SQL      *
      ****************************************************************
       4000-UNLOAD-FINANCE.
      *
           EXEC SQL
               OPEN CSR_MSK_FIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSK00: ERROR OPENING FINANCE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 2 TO WS-TABLE-IDX
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_MSK_FIN
                   INTO  :WS-HV-TAIL
                       , :WS-HV-MASK-FLAG
               END-EXEC
               PERFORM 4900-HANDLE-TAIL-FETCH
               IF SQLCODE = +0
                   ADD WS-HV-MASK-FLAG TO WS-STIP-MASKED-CT
               END-IF
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_MSK_FIN
           END-EXEC
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-UNLOAD-CREDIT - MONTHLY INCOME ROUNDED IN SQL        *
      ****************************************************************
       4200-UNLOAD-CREDIT.
      *
           EXEC SQL
               OPEN CSR_MSK_CRD
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSK00: ERROR OPENING CREDIT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
      *
           MOVE 3 TO WS-TABLE-IDX
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_MSK_CRD
                   INTO  :WS-HV-TAIL
                       , :WS-HV-MASK-FLAG
               END-EXEC
               PERFORM 4900-HANDLE-TAIL-FETCH
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_MSK_CRD
           END-EXEC
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4400-UNLOAD-HOUSE-LOAN - NO PII, KEYS AND AMOUNTS ONLY    *
      ****************************************************************
       4400-UNLOAD-HOUSE-LOAN.
      *
           EXEC SQL
               OPEN CSR_MSK_HLN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSK00: ERROR OPENING LOAN CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4400-EXIT
           END-IF
      *
           MOVE 4 TO WS-TABLE-IDX
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_MSK_HLN
                   INTO  :WS-HV-TAIL
                       , :WS-HV-MASK-FLAG
               END-EXEC
               PERFORM 4900-HANDLE-TAIL-FETCH
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_MSK_HLN
           END-EXEC
           .
       4400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4600-UNLOAD-DEAL - EXEMPTION CERTIFICATE MASKED IN SQL    *
      ****************************************************************
       4600-UNLOAD-DEAL.
      *
           EXEC SQL
               OPEN CSR_MSK_DEAL
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSK00: ERROR OPENING DEAL CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4600-EXIT
           END-IF
      *
           MOVE 5 TO WS-TABLE-IDX
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_MSK_DEAL
                   INTO  :WS-HV-TAIL
                       , :WS-HV-MASK-FLAG
               END-EXEC
               PERFORM 4900-HANDLE-TAIL-FETCH
               IF SQLCODE = +0
                   ADD WS-HV-MASK-FLAG TO WS-CERT-MASKED-CT
               END-IF
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_MSK_DEAL
           END-EXEC
           .
       4600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4800-UNLOAD-DEAL-ARCHIVE                                  *
      ****************************************************************
       4800-UNLOAD-DEAL-ARCHIVE.
      *
           EXEC SQL
               OPEN CSR_MSK_ARC
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATMSK00: ERROR OPENING ARCHIVE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4800-EXIT
           END-IF
      *
           MOVE 6 TO WS-TABLE-IDX
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH CSR_MSK_ARC
                   INTO  :WS-HV-TAIL
                       , :WS-HV-MASK-FLAG
               END-EXEC
               PERFORM 4900-HANDLE-TAIL-FETCH
               IF SQLCODE = +0
                   ADD WS-HV-MASK-FLAG TO WS-CERT-MASKED-CT
               END-IF
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_MSK_ARC
           END-EXEC
           .
       4800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4900-HANDLE-TAIL-FETCH - WRITE A ROW DB2 ALREADY BUILT,   *
      *    OR END THE LOOP ON +100 / ERROR                           *
      ****************************************************************
       4900-HANDLE-TAIL-FETCH.
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE SPACES TO WS-OUT-BUFFER
                   MOVE 1 TO WS-OUT-PTR
                   STRING WS-TT-TAG(WS-TABLE-IDX)   DELIMITED BY ' '
                          '|'                       DELIMITED BY SIZE
                          WS-HV-TAIL-TX(1:WS-HV-TAIL-LN)
                                                    DELIMITED BY SIZE
                       INTO WS-OUT-BUFFER
                       WITH POINTER WS-OUT-PTR
                   END-STRING
                   PERFORM 5000-WRITE-OUTPUT
               WHEN +100
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'BATMSK00: ' WS-TN-NAME(WS-TABLE-IDX)
                           ' FETCH ERROR - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   SET WS-EOF TO TRUE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-WRITE-OUTPUT                                         *
      ****************************************************************
       5000-WRITE-OUTPUT.
      *
           WRITE OUTPUT-RECORD FROM WS-OUT-BUFFER
           IF WS-OUTFILE-STATUS = '00'
               ADD +1 TO WS-TS-ROWS(WS-TABLE-IDX)
           ELSE
               DISPLAY 'BATMSK00: WRITE ERROR ON MSKOUT - '
                       WS-OUTFILE-STATUS
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    7000-PRINT-CONTROL-REPORT                                 *
      ****************************************************************
       7000-PRINT-CONTROL-REPORT.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
           MOVE WS-CURRENT-DATE TO WS-RH1-DATE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
      *
           MOVE 'ROWS UNLOADED BY TABLE' TO WS-SH-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > 6
               MOVE WS-TN-NAME(WS-TABLE-IDX) TO WS-TL-NAME
               MOVE WS-TS-ROWS(WS-TABLE-IDX) TO WS-TL-ROWS
               WRITE REPORT-RECORD FROM WS-TABLE-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
      *
           MOVE 'CUSTOMER FIELDS - MASKED VS STILL EQUAL TO PRODUCTION'
               TO WS-SH-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > 12
               MOVE WS-FN-NAME(WS-FX)     TO WS-FL-NAME
               MOVE WS-FS-MASKED(WS-FX)   TO WS-FL-MASKED
               MOVE WS-FS-RESIDUAL(WS-FX) TO WS-FL-RESIDUAL
               IF WS-FS-RESIDUAL(WS-FX) = +0
                   MOVE 'OK  ' TO WS-FL-STATUS
               ELSE
                   MOVE 'FAIL' TO WS-FL-STATUS
               END-IF
               WRITE REPORT-RECORD FROM WS-FIELD-LINE
           END-PERFORM
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
      *
           MOVE 'OTHER PROTECTIVE CHANGES' TO WS-SH-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
           MOVE 'ANNUAL INCOME ROUNDED TO 1,000' TO WS-CL-TEXT
           MOVE WS-INCOME-ROUNDED-CT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'ZIP+4 SUFFIXES DROPPED' TO WS-CL-TEXT
           MOVE WS-ZIP4-DROPPED-CT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'FINANCE STIPULATION TEXTS REPLACED' TO WS-CL-TEXT
           MOVE WS-STIP-MASKED-CT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'TAX EXEMPTION CERTIFICATES REPLACED' TO WS-CL-TEXT
           MOVE WS-CERT-MASKED-CT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'UNLOAD ERRORS' TO WS-CL-TEXT
           MOVE WS-ERROR-COUNT TO WS-CL-COUNT
           WRITE REPORT-RECORD FROM WS-COUNT-LINE
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
      *
           IF WS-RESIDUAL-TOTAL = +0
           AND WS-ERROR-COUNT = +0
               MOVE 'CONTROL PASSED - NO UNMASKED VALUE IN MSKOUT'
                   TO WS-VL-TEXT
           ELSE
               MOVE 'CONTROL FAILED - DO NOT LOAD MSKOUT TO TEST'
                   TO WS-VL-TEXT
           END-IF
           WRITE REPORT-RECORD FROM WS-VERDICT-LINE
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE OUTPUT-FILE
           CLOSE REPORT-FILE
      *
           DISPLAY 'BATMSK00: CUSTOMERS     = ' WS-TS-ROWS(1)
           DISPLAY 'BATMSK00: FINANCE APPS  = ' WS-TS-ROWS(2)
           DISPLAY 'BATMSK00: CREDIT CHECKS = ' WS-TS-ROWS(3)
           DISPLAY 'BATMSK00: HOUSE LOANS   = ' WS-TS-ROWS(4)
           DISPLAY 'BATMSK00: DEALS         = ' WS-TS-ROWS(5)
           DISPLAY 'BATMSK00: ARCHIVED DEALS= ' WS-TS-ROWS(6)
           DISPLAY 'BATMSK00: RESIDUALS     = ' WS-RESIDUAL-TOTAL
           DISPLAY 'BATMSK00: ERRORS        = ' WS-ERROR-COUNT
           .
      ****************************************************************
      * END OF BATMSK00                                              *
      ****************************************************************
