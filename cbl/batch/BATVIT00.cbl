       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATVIT00.
      ****************************************************************
      * PROGRAM:    BATVIT00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTHLY DEALER MOTOR VEHICLE INVENTORY TAX       *
      *             STATEMENT. THE STATE PREPAYS THE DEALER'S        *
      *             INVENTORY PROPERTY TAX AS A UNIT PROPERTY TAX ON *
      *             EVERY RETAIL SALE: SALES PRICE (SUBTOTAL LESS    *
      *             DISCOUNT, TRADE NOT DEDUCTED) TIMES THE COUNTY   *
      *             UNIT TAX FACTOR FOR THE DEALER AND YEAR          *
      *             (DEALER_VIT_RATE). RUN EARLY EACH MONTH FOR THE  *
      *             PRIOR MONTH:                                     *
      *               1. SALES   - EVERY DEAL DELIVERED IN THE MONTH *
      *                  IS POSTED TO THE VIT_UNIT_TAX LEDGER (TYPE  *
      *                  S). FLEET (TYPE F OR A FLEET ACCOUNT),      *
      *                  WHOLESALE (TYPE W) AND DEALER-TRADE DEALS   *
      *                  ARE NOT RETAIL SALES AND ARE SKIPPED. A     *
      *                  DEALER-TRADE DEAL IS ONE WHOSE UNIT LEFT    *
      *                  THE SELLING STORE ON A COMPLETED STOCK      *
      *                  TRANSFER (VEHTRN00/VEHSWP00) ON OR AFTER    *
      *                  THE DELIVERY DATE.                          *
      *               2. CREDITS - EVERY POSTED SALE UNWOUND IN      *
      *                  SALCAN00 (STATUS UW) BY MONTH END IS POSTED *
      *                  BACK AS A CREDIT (TYPE C) FOR THE TAX       *
      *                  ORIGINALLY PREPAID.                         *
      *               3. STATEMENT - THE MONTH'S LEDGER ROWS PRINTED *
      *                  BY DEALER AND COUNTY WITH NET TAX DUE.      *
      *               4. DECLARATION - IN THE DECEMBER STATEMENT RUN *
      *                  (JANUARY), THE ANNUAL DECLARATION FOR THE   *
      *                  APPRAISAL DISTRICT: THE YEAR'S RETAIL,      *
      *                  FLEET, DEALER (WHOLESALE) SALES AND DEALER  *
      *                  TRADES BY DEALER, WITH THE TAX PREPAID.     *
      *             LEDGER POSTING SKIPS DEALS ALREADY POSTED, SO A  *
      *             RERUN REPRINTS THE SAME STATEMENT.               *
      *                                                              *
      * INPUT:      STATEMENT MONTH (DEFAULTS TO PRIOR MONTH)        *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_DEAL      (READ)                  *
      *             AUTOSALE.DEALER_VIT_RATE (READ)                  *
      *             AUTOSALE.STOCK_TRANSFER  (READ)                  *
      *             AUTOSALE.VIT_UNIT_TAX    (READ/INSERT)           *
      *                                                              *
      * OUTPUT:     VITRPT DD - STATEMENT / DECLARATION (132 CHARS)  *
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
           SELECT REPORT-FILE
               ASSIGN TO VITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATVIT00'.
      *
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLVITUT.
      *
      *    INPUT PARAMETERS
      *
       01  WS-PARM-AREA.
           05  WS-STMT-MONTH             PIC X(07) VALUE SPACES.
           05  WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
               10  WS-STMT-YYYY          PIC 9(04).
               10  FILLER                PIC X(01).
               10  WS-STMT-MM            PIC X(02).
           05  WS-MONTH-START            PIC X(10) VALUE SPACES.
           05  WS-MONTH-END              PIC X(10) VALUE SPACES.
      *
       01  WS-TAX-YEAR                   PIC S9(04) COMP VALUE +0.
       01  WS-TAX-YEAR-X                 PIC X(04) VALUE SPACES.
      *
       01  WS-COUNTERS.
           05  WS-SALE-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-CREDIT-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-NO-RATE-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-DECL-COUNT             PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +56.
      *
       01  WS-FLAGS.
           05  WS-EOF-SALE               PIC X(01) VALUE 'N'.
               88  WS-SALE-DONE                    VALUE 'Y'.
           05  WS-EOF-UNW                PIC X(01) VALUE 'N'.
               88  WS-UNW-DONE                     VALUE 'Y'.
           05  WS-EOF-STM                PIC X(01) VALUE 'N'.
               88  WS-STM-DONE                     VALUE 'Y'.
           05  WS-EOF-DCL                PIC X(01) VALUE 'N'.
               88  WS-DCL-DONE                     VALUE 'Y'.
           05  WS-FIRST-GROUP            PIC X(01) VALUE 'Y'.
               88  WS-IS-FIRST-GROUP               VALUE 'Y'.
      *
      *    HOST VARIABLES - SALES / CREDITS TO POST
      *
       01  WS-HV-POST.
           05  WS-HV-RATE-FOUND          PIC X(01).
               88  WS-HV-RATE-ON-FILE              VALUE 'Y'.
           05  WS-HV-ORIG-PRICE          PIC S9(09)V99 COMP-3.
           05  WS-HV-ORIG-TAX            PIC S9(07)V99 COMP-3.
      *
      *    HOST VARIABLES - STATEMENT
      *
       01  WS-HV-STMT.
           05  WS-HV-ST-DEALER           PIC X(05).
           05  WS-HV-ST-COUNTY           PIC X(05).
           05  WS-HV-ST-COUNTY-NAME      PIC X(30).
           05  WS-HV-ST-DISTRICT         PIC X(40).
           05  WS-HV-ST-FACTOR           PIC S9(02)V9(07) COMP-3.
           05  WS-HV-ST-DEAL             PIC X(10).
           05  WS-HV-ST-VIN              PIC X(17).
           05  WS-HV-ST-SALE-DATE        PIC X(10).
           05  WS-HV-ST-TYPE             PIC X(01).
               88  WS-HV-ST-CREDIT                 VALUE 'C'.
           05  WS-HV-ST-PRICE            PIC S9(09)V99 COMP-3.
           05  WS-HV-ST-TAX              PIC S9(07)V99 COMP-3.
      *
       01  WS-BREAK-KEY.
           05  WS-BRK-DEALER             PIC X(05) VALUE SPACES.
           05  WS-BRK-COUNTY             PIC X(05) VALUE SPACES.
      *
       01  WS-GROUP-ACCUM.
           05  WS-GA-SALE-UNITS          PIC S9(07) COMP-3 VALUE +0.
           05  WS-GA-CREDIT-UNITS        PIC S9(07) COMP-3 VALUE +0.
           05  WS-GA-PRICE               PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  WS-GA-TAX                 PIC S9(09)V99 COMP-3
                                                   VALUE +0.
      *
       01  WS-GRAND-ACCUM.
           05  WS-GT-SALE-UNITS          PIC S9(07) COMP-3 VALUE +0.
           05  WS-GT-CREDIT-UNITS        PIC S9(07) COMP-3 VALUE +0.
           05  WS-GT-PRICE               PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  WS-GT-TAX                 PIC S9(09)V99 COMP-3
                                                   VALUE +0.
      *
      *    HOST VARIABLES - ANNUAL DECLARATION
      *
       01  WS-HV-DECL.
           05  WS-HV-DC-DEALER           PIC X(05).
           05  WS-HV-DC-COUNTY           PIC X(05).
           05  WS-HV-DC-COUNTY-NAME      PIC X(30).
           05  WS-HV-DC-DISTRICT         PIC X(40).
           05  WS-HV-DC-RTL-UNITS        PIC S9(09) COMP.
           05  WS-HV-DC-RTL-SALES        PIC S9(11)V99 COMP-3.
           05  WS-HV-DC-RTL-TAX          PIC S9(09)V99 COMP-3.
           05  WS-HV-DC-FLT-UNITS        PIC S9(09) COMP.
           05  WS-HV-DC-FLT-SALES        PIC S9(11)V99 COMP-3.
           05  WS-HV-DC-WHS-UNITS        PIC S9(09) COMP.
           05  WS-HV-DC-WHS-SALES        PIC S9(11)V99 COMP-3.
           05  WS-HV-DC-TRD-UNITS        PIC S9(09) COMP.
      *
      *    REPORT LINES - STATEMENT
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  WS-RH1-TITLE              PIC X(45)
               VALUE 'DEALER MOTOR VEHICLE INVENTORY TAX STATEMENT '.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(35) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RH2-LABEL              PIC X(17)
               VALUE 'STATEMENT MONTH: '.
           05  WS-RH2-PERIOD             PIC X(07).
           05  FILLER                    PIC X(107) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-GROUP-HEADER.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'DEALER: '.
           05  WS-GH-DEALER              PIC X(05).
           05  FILLER                    PIC X(10)
               VALUE '  COUNTY: '.
           05  WS-GH-COUNTY              PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-GH-COUNTY-NAME         PIC X(30).
           05  FILLER                    PIC X(12)
               VALUE '  DISTRICT: '.
           05  WS-GH-DISTRICT            PIC X(40).
           05  FILLER                    PIC X(10)
               VALUE '  FACTOR: '.
           05  WS-GH-FACTOR              PIC 9.9(07).
           05  FILLER                    PIC X(01) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'DEAL        '.
           05  FILLER                    PIC X(19)
               VALUE 'VIN                '.
           05  FILLER                    PIC X(12)
               VALUE 'SALE DATE   '.
           05  FILLER                    PIC X(08) VALUE 'ENTRY   '.
           05  FILLER                    PIC X(16)
               VALUE '     SALES PRICE'.
           05  FILLER                    PIC X(13)
               VALUE '     UNIT TAX'.
           05  FILLER                    PIC X(51) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEAL                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-SALE-DATE           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-ENTRY               PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-PRICE               PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-TAX                 PIC ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(53) VALUE SPACES.
      *
       01  WS-GROUP-TOTAL.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-GT-LABEL               PIC X(14)
               VALUE '  COUNTY TOTAL'.
           05  FILLER                    PIC X(08) VALUE '  SALES '.
           05  WS-GTL-SALES              PIC Z(05)9.
           05  FILLER                    PIC X(10)
               VALUE '  CREDITS '.
           05  WS-GTL-CREDITS            PIC Z(05)9.
           05  FILLER                    PIC X(13)
               VALUE '  NET PRICE  '.
           05  WS-GTL-PRICE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(20)
               VALUE '  NET UNIT TAX DUE  '.
           05  WS-GTL-TAX                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(25) VALUE SPACES.
      *
      *    REPORT LINES - ANNUAL DECLARATION
      *
       01  WS-DECL-HEADER.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'DEALER: '.
           05  WS-DH-DEALER              PIC X(05).
           05  FILLER                    PIC X(10)
               VALUE '  COUNTY: '.
           05  WS-DH-COUNTY              PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DH-COUNTY-NAME         PIC X(30).
           05  FILLER                    PIC X(22)
               VALUE '  APPRAISAL DISTRICT: '.
           05  WS-DH-DISTRICT            PIC X(40).
           05  FILLER                    PIC X(10) VALUE SPACES.
      *
       01  WS-DECL-LINE.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-DCL-LABEL              PIC X(36).
           05  FILLER                    PIC X(07) VALUE 'UNITS: '.
           05  WS-DCL-UNITS              PIC Z(05)9-.
           05  FILLER                    PIC X(09) VALUE '  SALES: '.
           05  WS-DCL-SALES              PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DCL-TAX-LABEL          PIC X(15).
           05  WS-DCL-TAX                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(24) VALUE SPACES.
      *
       01  WS-DECL-TOTAL-UNITS           PIC S9(09) COMP VALUE +0.
       01  WS-DECL-TOTAL-SALES           PIC S9(11)V99 COMP-3
                                                   VALUE +0.
      *
       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-ML-TEXT                PIC X(131).
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - RETAIL DEALS DELIVERED IN THE MONTH NOT YET
      *    POSTED, WITH THE DEALER'S UNIT TAX FACTOR FOR THE YEAR
      *
           EXEC SQL DECLARE CSR_VIT_SALES CURSOR WITH HOLD FOR
               SELECT S.DEAL_NUMBER
                    , S.DEALER_CODE
                    , S.VIN
                    , CHAR(S.DELIVERY_DATE, ISO)
                    , S.SUBTOTAL - S.DISCOUNT_AMT
                    , COALESCE(R.COUNTY_CODE, ' ')
                    , COALESCE(R.UNIT_TAX_FACTOR, 0)
                    , CASE WHEN R.DEALER_CODE IS NULL
                           THEN 'N' ELSE 'Y' END
               FROM   AUTOSALE.SALES_DEAL S
               LEFT OUTER JOIN AUTOSALE.DEALER_VIT_RATE R
                 ON   R.DEALER_CODE = S.DEALER_CODE
                AND   R.TAX_YEAR    = YEAR(S.DELIVERY_DATE)
               WHERE  S.DEAL_STATUS IN ('DL', 'UW')
                 AND  S.DELIVERY_DATE BETWEEN :WS-MONTH-START
                                          AND :WS-MONTH-END
                 AND  S.DEAL_TYPE NOT IN ('F', 'W')
                 AND  S.FLEET_ID IS NULL
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.STOCK_TRANSFER X
                       WHERE  X.VIN             = S.VIN
                         AND  X.FROM_DEALER     = S.DEALER_CODE
                         AND  X.TRANSFER_STATUS = 'CM'
                         AND  DATE(X.COMPLETED_TS)
                                             >= S.DELIVERY_DATE)
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.VIT_UNIT_TAX T
                       WHERE  T.DEAL_NUMBER = S.DEAL_NUMBER
                         AND  T.ENTRY_TYPE  = 'S')
               ORDER BY S.DEALER_CODE
                    , S.DEAL_NUMBER
           END-EXEC
      *
      *    CURSOR - POSTED SALES UNWOUND BY MONTH END, NOT YET
      *    CREDITED
      *
           EXEC SQL DECLARE CSR_VIT_UNWINDS CURSOR WITH HOLD FOR
               SELECT T.DEAL_NUMBER
                    , T.DEALER_CODE
                    , T.COUNTY_CODE
                    , T.VIN
                    , CHAR(T.SALE_DATE, ISO)
                    , T.SALES_PRICE
                    , T.UNIT_TAX_FACTOR
                    , T.UNIT_TAX
               FROM   AUTOSALE.VIT_UNIT_TAX T
               INNER JOIN AUTOSALE.SALES_DEAL S
                 ON   S.DEAL_NUMBER = T.DEAL_NUMBER
               WHERE  T.ENTRY_TYPE  = 'S'
                 AND  S.DEAL_STATUS = 'UW'
                 AND  DATE(S.UPDATED_TS) <= :WS-MONTH-END
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.VIT_UNIT_TAX C
                       WHERE  C.DEAL_NUMBER = T.DEAL_NUMBER
                         AND  C.ENTRY_TYPE  = 'C')
               ORDER BY T.DEAL_NUMBER
           END-EXEC
      *
      *    CURSOR - THE MONTH'S LEDGER BY DEALER AND COUNTY, SALES
      *    BEFORE CREDITS
      *
           EXEC SQL DECLARE CSR_VIT_STMT CURSOR FOR
               SELECT T.DEALER_CODE
                    , T.COUNTY_CODE
                    , COALESCE(R.COUNTY_NAME, ' ')
                    , COALESCE(R.APPRAISAL_DIST, ' ')
                    , COALESCE(R.UNIT_TAX_FACTOR, 0)
                    , T.DEAL_NUMBER
                    , T.VIN
                    , CHAR(T.SALE_DATE, ISO)
                    , T.ENTRY_TYPE
                    , T.SALES_PRICE
                    , T.UNIT_TAX
               FROM   AUTOSALE.VIT_UNIT_TAX T
               LEFT OUTER JOIN AUTOSALE.DEALER_VIT_RATE R
                 ON   R.DEALER_CODE = T.DEALER_CODE
                AND   R.TAX_YEAR    = :WS-TAX-YEAR
               WHERE  T.STMT_MONTH = :WS-STMT-MONTH
               ORDER BY T.DEALER_CODE
                    , T.COUNTY_CODE
                    , T.ENTRY_TYPE DESC
                    , T.DEAL_NUMBER
           END-EXEC
      *
      *    CURSOR - ANNUAL DECLARATION BY DEALER FOR THE YEAR
      *
           EXEC SQL DECLARE CSR_VIT_DECL CURSOR FOR
               SELECT R.DEALER_CODE
                    , R.COUNTY_CODE
                    , R.COUNTY_NAME
                    , R.APPRAISAL_DIST
                    , (SELECT COALESCE(SUM(CASE
                                WHEN T.ENTRY_TYPE = 'S' THEN 1
                                ELSE -1 END), 0)
                       FROM   AUTOSALE.VIT_UNIT_TAX T
                       WHERE  T.DEALER_CODE = R.DEALER_CODE
                         AND  SUBSTR(T.STMT_MONTH, 1, 4)
                                            = :WS-TAX-YEAR-X)
                    , (SELECT COALESCE(SUM(T.SALES_PRICE), 0)
                       FROM   AUTOSALE.VIT_UNIT_TAX T
                       WHERE  T.DEALER_CODE = R.DEALER_CODE
                         AND  SUBSTR(T.STMT_MONTH, 1, 4)
                                            = :WS-TAX-YEAR-X)
                    , (SELECT COALESCE(SUM(T.UNIT_TAX), 0)
                       FROM   AUTOSALE.VIT_UNIT_TAX T
                       WHERE  T.DEALER_CODE = R.DEALER_CODE
                         AND  SUBSTR(T.STMT_MONTH, 1, 4)
                                            = :WS-TAX-YEAR-X)
                    , (SELECT COUNT(*)
                       FROM   AUTOSALE.SALES_DEAL S
                       WHERE  S.DEALER_CODE = R.DEALER_CODE
                         AND  S.DEAL_STATUS = 'DL'
                         AND  YEAR(S.DELIVERY_DATE) = R.TAX_YEAR
                         AND  (S.DEAL_TYPE = 'F'
                          OR   S.FLEET_ID IS NOT NULL))
                    , (SELECT COALESCE(SUM(S.SUBTOTAL
                                         - S.DISCOUNT_AMT), 0)
                       FROM   AUTOSALE.SALES_DEAL S
                       WHERE  S.DEALER_CODE = R.DEALER_CODE
                         AND  S.DEAL_STATUS = 'DL'
                         AND  YEAR(S.DELIVERY_DATE) = R.TAX_YEAR
                         AND  (S.DEAL_TYPE = 'F'
                          OR   S.FLEET_ID IS NOT NULL))
                    , (SELECT COUNT(*)
                       FROM   AUTOSALE.SALES_DEAL S
                       WHERE  S.DEALER_CODE = R.DEALER_CODE
                         AND  S.DEAL_STATUS = 'DL'
                         AND  YEAR(S.DELIVERY_DATE) = R.TAX_YEAR
                         AND  S.DEAL_TYPE   = 'W'
                         AND  S.FLEET_ID IS NULL)
                    , (SELECT COALESCE(SUM(S.SUBTOTAL
                                         - S.DISCOUNT_AMT), 0)
                       FROM   AUTOSALE.SALES_DEAL S
                       WHERE  S.DEALER_CODE = R.DEALER_CODE
                         AND  S.DEAL_STATUS = 'DL'
                         AND  YEAR(S.DELIVERY_DATE) = R.TAX_YEAR
                         AND  S.DEAL_TYPE   = 'W'
                         AND  S.FLEET_ID IS NULL)
                    , (SELECT COUNT(*)
                       FROM   AUTOSALE.STOCK_TRANSFER X
                       WHERE  X.FROM_DEALER     = R.DEALER_CODE
                         AND  X.TRANSFER_STATUS = 'CM'
                         AND  YEAR(X.COMPLETED_TS) = R.TAX_YEAR)
               FROM   AUTOSALE.DEALER_VIT_RATE R
               WHERE  R.TAX_YEAR = :WS-TAX-YEAR
               ORDER BY R.DEALER_CODE
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATVIT00: INVENTORY TAX STATEMENT - START'
      *
           PERFORM 1000-INITIALIZE
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'BATVIT00: ERROR OPENING VITRPT - '
                       WS-FILE-STATUS
               MOVE +12 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           PERFORM 3000-POST-SALES THRU 3000-EXIT
           PERFORM 4000-POST-CREDITS THRU 4000-EXIT
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATVIT00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT
      *
           IF WS-STMT-MM = '12'
               PERFORM 7000-ANNUAL-DECLARATION THRU 7000-EXIT
           END-IF
      *
           CLOSE REPORT-FILE
      *
           DISPLAY 'BATVIT00: PROCESSING COMPLETE'
           DISPLAY 'BATVIT00:   SALES POSTED   = ' WS-SALE-COUNT
           DISPLAY 'BATVIT00:   CREDITS POSTED = ' WS-CREDIT-COUNT
           DISPLAY 'BATVIT00:   NO RATE ON FILE= ' WS-NO-RATE-COUNT
           DISPLAY 'BATVIT00:   DECLARATIONS   = ' WS-DECL-COUNT
           DISPLAY 'BATVIT00:   ERRORS         = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
           OR WS-NO-RATE-COUNT > +0
               MOVE +4 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - STATEMENT MONTH DEFAULTS TO LAST MONTH  *
      ****************************************************************
       1000-INITIALIZE.
      *
           IF WS-STMT-MONTH = SPACES
               EXEC SQL
                   SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO),
                                 1, 7)
                   INTO   :WS-STMT-MONTH
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
      *
           STRING WS-STMT-MONTH '-01'
                  DELIMITED BY SIZE
                  INTO WS-MONTH-START
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-MONTH-START)
                      + 1 MONTH - 1 DAY, ISO)
               INTO   :WS-MONTH-END
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           MOVE WS-STMT-YYYY TO WS-TAX-YEAR
           MOVE WS-STMT-MONTH(1:4) TO WS-TAX-YEAR-X
      *
           DISPLAY 'BATVIT00: STATEMENT MONTH = ' WS-STMT-MONTH
           .
      *
      ****************************************************************
      *    3000-POST-SALES - LEDGER ROW PER RETAIL SALE DELIVERED    *
      ****************************************************************
       3000-POST-SALES.
      *
           EXEC SQL OPEN CSR_VIT_SALES END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATVIT00: ERROR OPENING SALES CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-SALE
      *
           PERFORM UNTIL WS-SALE-DONE
               EXEC SQL FETCH CSR_VIT_SALES
                   INTO :DEAL-NUMBER
                      , :DEALER-CODE
                      , :VIN
                      , :SALE-DATE
                      , :SALES-PRICE
                      , :COUNTY-CODE
                      , :UNIT-TAX-FACTOR
                      , :WS-HV-RATE-FOUND
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3100-POST-ONE-SALE THRU 3100-EXIT
                   WHEN +100
                       SET WS-SALE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATVIT00: SALES FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-SALE-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_VIT_SALES END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-POST-ONE-SALE                                        *
      ****************************************************************
       3100-POST-ONE-SALE.
      *
      *    NO FACTOR FOR THE DEALER AND YEAR - LEFT UNPOSTED SO THE
      *    NEXT RUN PICKS IT UP ONCE THE RATE IS LOADED
      *
           IF NOT WS-HV-RATE-ON-FILE
               DISPLAY 'BATVIT00: NO DEALER_VIT_RATE FOR DEALER '
                       DEALER-CODE ' - DEAL ' DEAL-NUMBER
                       ' NOT POSTED'
               ADD +1 TO WS-NO-RATE-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           COMPUTE UNIT-TAX ROUNDED =
               SALES-PRICE * UNIT-TAX-FACTOR
      *
           EXEC SQL
               INSERT INTO AUTOSALE.VIT_UNIT_TAX
               ( DEAL_NUMBER
               , ENTRY_TYPE
               , STMT_MONTH
               , DEALER_CODE
               , COUNTY_CODE
               , VIN
               , SALE_DATE
               , SALES_PRICE
               , UNIT_TAX_FACTOR
               , UNIT_TAX
               , CREATED_TS
               )
               VALUES
               ( :DEAL-NUMBER
               , 'S'
               , :WS-STMT-MONTH
               , :DEALER-CODE
               , :COUNTY-CODE
               , :VIN
               , :SALE-DATE
               , :SALES-PRICE
               , :UNIT-TAX-FACTOR
               , :UNIT-TAX
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATVIT00: ERROR POSTING SALE ' DEAL-NUMBER
                       ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-SALE-COUNT
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-POST-CREDITS - UNWOUND SALES CREDITED BACK           *
      ****************************************************************
       4000-POST-CREDITS.
      *
           EXEC SQL OPEN CSR_VIT_UNWINDS END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATVIT00: ERROR OPENING UNWIND CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-UNW
      *
           PERFORM UNTIL WS-UNW-DONE
               EXEC SQL FETCH CSR_VIT_UNWINDS
                   INTO :DEAL-NUMBER
                      , :DEALER-CODE
                      , :COUNTY-CODE
                      , :VIN
                      , :SALE-DATE
                      , :WS-HV-ORIG-PRICE
                      , :UNIT-TAX-FACTOR
                      , :WS-HV-ORIG-TAX
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4100-POST-ONE-CREDIT
                   WHEN +100
                       SET WS-UNW-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATVIT00: UNWIND FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-UNW-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_VIT_UNWINDS END-EXEC
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-POST-ONE-CREDIT - REVERSE THE TAX ORIGINALLY PREPAID *
      ****************************************************************
       4100-POST-ONE-CREDIT.
      *
           COMPUTE SALES-PRICE = 0 - WS-HV-ORIG-PRICE
           COMPUTE UNIT-TAX    = 0 - WS-HV-ORIG-TAX
      *
           EXEC SQL
               INSERT INTO AUTOSALE.VIT_UNIT_TAX
               ( DEAL_NUMBER
               , ENTRY_TYPE
               , STMT_MONTH
               , DEALER_CODE
               , COUNTY_CODE
               , VIN
               , SALE_DATE
               , SALES_PRICE
               , UNIT_TAX_FACTOR
               , UNIT_TAX
               , CREATED_TS
               )
               VALUES
               ( :DEAL-NUMBER
               , 'C'
               , :WS-STMT-MONTH
               , :DEALER-CODE
               , :COUNTY-CODE
               , :VIN
               , :SALE-DATE
               , :SALES-PRICE
               , :UNIT-TAX-FACTOR
               , :UNIT-TAX
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATVIT00: ERROR POSTING CREDIT ' DEAL-NUMBER
                       ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-CREDIT-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    5000-PRINT-STATEMENT - MONTH'S LEDGER BY DEALER/COUNTY    *
      ****************************************************************
       5000-PRINT-STATEMENT.
      *
           MOVE WS-STMT-MONTH TO WS-RH2-PERIOD
           PERFORM 6000-PAGE-HEADER
      *
           EXEC SQL OPEN CSR_VIT_STMT END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATVIT00: ERROR OPENING STATEMENT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-STM
           MOVE 'Y' TO WS-FIRST-GROUP
           INITIALIZE WS-GRAND-ACCUM
      *
           PERFORM UNTIL WS-STM-DONE
               EXEC SQL FETCH CSR_VIT_STMT
                   INTO :WS-HV-ST-DEALER
                      , :WS-HV-ST-COUNTY
                      , :WS-HV-ST-COUNTY-NAME
                      , :WS-HV-ST-DISTRICT
                      , :WS-HV-ST-FACTOR
                      , :WS-HV-ST-DEAL
                      , :WS-HV-ST-VIN
                      , :WS-HV-ST-SALE-DATE
                      , :WS-HV-ST-TYPE
                      , :WS-HV-ST-PRICE
                      , :WS-HV-ST-TAX
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-STATEMENT-DETAIL
                   WHEN +100
                       SET WS-STM-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATVIT00: STATEMENT FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-STM-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_VIT_STMT END-EXEC
      *
           IF WS-IS-FIRST-GROUP
               MOVE 'NO RETAIL SALES OR UNWINDS FOR THE MONTH'
                   TO WS-ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 5200-GROUP-TOTAL
      *
      *    STATEMENT GRAND TOTAL
      *
           MOVE '  MONTH TOTAL ' TO WS-GT-LABEL
           MOVE WS-GT-SALE-UNITS   TO WS-GTL-SALES
           MOVE WS-GT-CREDIT-UNITS TO WS-GTL-CREDITS
           MOVE WS-GT-PRICE        TO WS-GTL-PRICE
           MOVE WS-GT-TAX          TO WS-GTL-TAX
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-GROUP-TOTAL
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-STATEMENT-DETAIL - CONTROL BREAK ON DEALER/COUNTY    *
      ****************************************************************
       5100-STATEMENT-DETAIL.
      *
           IF WS-IS-FIRST-GROUP
           OR WS-HV-ST-DEALER NOT = WS-BRK-DEALER
           OR WS-HV-ST-COUNTY NOT = WS-BRK-COUNTY
               IF NOT WS-IS-FIRST-GROUP
                   PERFORM 5200-GROUP-TOTAL
               END-IF
               MOVE 'N' TO WS-FIRST-GROUP
               MOVE WS-HV-ST-DEALER TO WS-BRK-DEALER
               MOVE WS-HV-ST-COUNTY TO WS-BRK-COUNTY
               INITIALIZE WS-GROUP-ACCUM
               IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 6
                   PERFORM 6000-PAGE-HEADER
               END-IF
               MOVE WS-HV-ST-DEALER      TO WS-GH-DEALER
               MOVE WS-HV-ST-COUNTY      TO WS-GH-COUNTY
               MOVE WS-HV-ST-COUNTY-NAME TO WS-GH-COUNTY-NAME
               MOVE WS-HV-ST-DISTRICT    TO WS-GH-DISTRICT
               MOVE WS-HV-ST-FACTOR      TO WS-GH-FACTOR
               WRITE REPORT-RECORD FROM WS-BLANK-LINE
               WRITE REPORT-RECORD FROM WS-GROUP-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               ADD +3 TO WS-LINE-COUNT
           END-IF
      *
           MOVE WS-HV-ST-DEAL      TO WS-DL-DEAL
           MOVE WS-HV-ST-VIN       TO WS-DL-VIN
           MOVE WS-HV-ST-SALE-DATE TO WS-DL-SALE-DATE
           MOVE WS-HV-ST-PRICE     TO WS-DL-PRICE
           MOVE WS-HV-ST-TAX       TO WS-DL-TAX
      *
           IF WS-HV-ST-CREDIT
               MOVE 'UNWIND' TO WS-DL-ENTRY
               ADD +1 TO WS-GA-CREDIT-UNITS
               ADD +1 TO WS-GT-CREDIT-UNITS
           ELSE
               MOVE 'SALE  ' TO WS-DL-ENTRY
               ADD +1 TO WS-GA-SALE-UNITS
               ADD +1 TO WS-GT-SALE-UNITS
           END-IF
      *
           ADD WS-HV-ST-PRICE TO WS-GA-PRICE
           ADD WS-HV-ST-PRICE TO WS-GT-PRICE
           ADD WS-HV-ST-TAX   TO WS-GA-TAX
           ADD WS-HV-ST-TAX   TO WS-GT-TAX
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
               WRITE REPORT-RECORD FROM WS-GROUP-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               ADD +2 TO WS-LINE-COUNT
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5200-GROUP-TOTAL - DEALER/COUNTY NET TAX DUE              *
      ****************************************************************
       5200-GROUP-TOTAL.
      *
           MOVE '  COUNTY TOTAL' TO WS-GT-LABEL
           MOVE WS-GA-SALE-UNITS   TO WS-GTL-SALES
           MOVE WS-GA-CREDIT-UNITS TO WS-GTL-CREDITS
           MOVE WS-GA-PRICE        TO WS-GTL-PRICE
           MOVE WS-GA-TAX          TO WS-GTL-TAX
           WRITE REPORT-RECORD FROM WS-GROUP-TOTAL
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PAGE-HEADER                                          *
      ****************************************************************
       6000-PAGE-HEADER.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3
           MOVE +3 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    7000-ANNUAL-DECLARATION - THE YEAR'S SALES BY DEALER FOR  *
      *    THE APPRAISAL DISTRICT                                    *
      ****************************************************************
       7000-ANNUAL-DECLARATION.
      *
           MOVE 'DEALER MOTOR VEHICLE INVENTORY ANNUAL DECLARATION'
               TO WS-RH1-TITLE
           MOVE 'DECLARATION YEAR:' TO WS-RH2-LABEL
           MOVE SPACES TO WS-RH2-PERIOD
           MOVE WS-TAX-YEAR-X TO WS-RH2-PERIOD
           PERFORM 6000-PAGE-HEADER
      *
           EXEC SQL OPEN CSR_VIT_DECL END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATVIT00: ERROR OPENING DECLARATION CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 7000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-DCL
      *
           PERFORM UNTIL WS-DCL-DONE
               EXEC SQL FETCH CSR_VIT_DECL
                   INTO :WS-HV-DC-DEALER
                      , :WS-HV-DC-COUNTY
                      , :WS-HV-DC-COUNTY-NAME
                      , :WS-HV-DC-DISTRICT
                      , :WS-HV-DC-RTL-UNITS
                      , :WS-HV-DC-RTL-SALES
                      , :WS-HV-DC-RTL-TAX
                      , :WS-HV-DC-FLT-UNITS
                      , :WS-HV-DC-FLT-SALES
                      , :WS-HV-DC-WHS-UNITS
                      , :WS-HV-DC-WHS-SALES
                      , :WS-HV-DC-TRD-UNITS
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 7100-DECLARATION-DEALER
                   WHEN +100
                       SET WS-DCL-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATVIT00: DECLARATION FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-DCL-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_VIT_DECL END-EXEC
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-DECLARATION-DEALER - ONE DEALER'S DECLARATION BLOCK  *
      ****************************************************************
       7100-DECLARATION-DEALER.
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 8
               PERFORM 6000-PAGE-HEADER
           END-IF
      *
           MOVE WS-HV-DC-DEALER      TO WS-DH-DEALER
           MOVE WS-HV-DC-COUNTY      TO WS-DH-COUNTY
           MOVE WS-HV-DC-COUNTY-NAME TO WS-DH-COUNTY-NAME
           MOVE WS-HV-DC-DISTRICT    TO WS-DH-DISTRICT
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-DECL-HEADER
      *
           MOVE 'RETAIL SALES (UNIT PROPERTY TAX)'  TO WS-DCL-LABEL
           MOVE WS-HV-DC-RTL-UNITS  TO WS-DCL-UNITS
           MOVE WS-HV-DC-RTL-SALES  TO WS-DCL-SALES
           MOVE '  TAX PREPAID: ' TO WS-DCL-TAX-LABEL
           MOVE WS-HV-DC-RTL-TAX    TO WS-DCL-TAX
           WRITE REPORT-RECORD FROM WS-DECL-LINE
      *
           MOVE 'FLEET SALES'       TO WS-DCL-LABEL
           MOVE WS-HV-DC-FLT-UNITS  TO WS-DCL-UNITS
           MOVE WS-HV-DC-FLT-SALES  TO WS-DCL-SALES
           MOVE SPACES TO WS-DCL-TAX-LABEL
           MOVE +0 TO WS-DCL-TAX
           WRITE REPORT-RECORD FROM WS-DECL-LINE
      *
           MOVE 'DEALER SALES (WHOLESALE)' TO WS-DCL-LABEL
           MOVE WS-HV-DC-WHS-UNITS  TO WS-DCL-UNITS
           MOVE WS-HV-DC-WHS-SALES  TO WS-DCL-SALES
           WRITE REPORT-RECORD FROM WS-DECL-LINE
      *
           MOVE 'DEALER TRADES OUT' TO WS-DCL-LABEL
           MOVE WS-HV-DC-TRD-UNITS  TO WS-DCL-UNITS
           MOVE +0 TO WS-DCL-SALES
           WRITE REPORT-RECORD FROM WS-DECL-LINE
      *
           COMPUTE WS-DECL-TOTAL-UNITS =
               WS-HV-DC-RTL-UNITS + WS-HV-DC-FLT-UNITS
             + WS-HV-DC-WHS-UNITS + WS-HV-DC-TRD-UNITS
           COMPUTE WS-DECL-TOTAL-SALES =
               WS-HV-DC-RTL-SALES + WS-HV-DC-FLT-SALES
             + WS-HV-DC-WHS-SALES
           MOVE 'TOTAL FOR THE YEAR' TO WS-DCL-LABEL
           MOVE WS-DECL-TOTAL-UNITS TO WS-DCL-UNITS
           MOVE WS-DECL-TOTAL-SALES TO WS-DCL-SALES
           MOVE '  TAX PREPAID: ' TO WS-DCL-TAX-LABEL
           MOVE WS-HV-DC-RTL-TAX    TO WS-DCL-TAX
           WRITE REPORT-RECORD FROM WS-DECL-LINE
      *
           ADD +7 TO WS-LINE-COUNT
           ADD +1 TO WS-DECL-COUNT
           .
      ****************************************************************
      * END OF BATVIT00                                              *
      ****************************************************************
