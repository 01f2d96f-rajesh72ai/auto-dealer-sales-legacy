       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATOIV00.
      ****************************************************************
      * PROGRAM:    BATOIV00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    OEM VEHICLE INVOICE (EDI 810) LOAD AND COST      *
      *             RECONCILIATION. THE FACTORY BILLS EACH VIN AT    *
      *             ITS OWN INVOICE - BASE, OPTIONS, FREIGHT AND     *
      *             ADVERTISING ASSESSMENT, WITH THE HOLDBACK SHOWN  *
      *             SEPARATELY - WHERE FPLADD00, VEHRCV00 AND        *
      *             COMPRCL0 HAVE ONLY THE PRICE_MASTER MODEL        *
      *             INVOICE.                                         *
      *               1. LOAD - EACH INVOICE IS HELD BY VIN ON       *
      *                  OEM_VEH_INVOICE (A REVISED INVOICE FOR THE  *
      *                  SAME VIN REPLACES THE EARLIER ONE) AND IS   *
      *                  PENDING (PN) UNTIL RECONCILED. A RECORD     *
      *                  WHOSE COMPONENTS DO NOT FOOT TO ITS TOTAL   *
      *                  IS REJECTED.                                *
      *               2. RECONCILE - EVERY PENDING INVOICE IS        *
      *                  COMPARED WITH THE PRICE_MASTER COST AND THE *
      *                  FLOOR PLAN ADVANCE AND THE FIGURES ARE      *
      *                  CORRECTED TO THE TRUE INVOICE:              *
      *                  - FLOOR_PLAN_VEHICLE (ACTIVE) INVOICE AND   *
      *                    BALANCE MOVE BY THE DIFFERENCE            *
      *                  - VEHICLE_COST IS TRUED UP: IN TO BASE PLUS *
      *                    OPTIONS, FR AND AD TO THE OEM FREIGHT AND *
      *                    ADVERTISING (ONCE THE UNIT IS RECEIVED -  *
      *                    UNTIL THEN THE INVOICE STAYS PENDING)     *
      *                  - AN ACCRUED HOLDBACK_RECEIVABLE TAKES THE  *
      *                    INVOICE HOLDBACK                          *
      *                  - A BASE INVOICE THAT DIFFERS FROM THE      *
      *                    PRICE_MASTER BY MORE THAN THE TOLERANCE   *
      *                    IS STAGED AS A PRICE_APPROVAL CHANGE FOR  *
      *                    SECOND-USER APPROVAL IN ADMPRC00 - THE    *
      *                    LIVE PRICE IS NEVER CHANGED FROM HERE     *
      *               3. REPORT - VARIANCES OVER TOLERANCE BETWEEN   *
      *                  THE OEM INVOICE AND THE MODEL COST OR THE   *
      *                  FLOOR PLAN ADVANCE, AND REJECTED RECORDS.   *
      *                                                              *
      *             SYSTEM_CONFIG:                                   *
      *               OEMINV_TOLERANCE  (50.00) VARIANCE ALLOWED     *
      *                                                              *
      *             INVOICE FILE LAYOUT (FIXED 120, FROM THE EDI     *
      *             810 TRANSLATION):                                *
      *               001-017  VIN                                   *
      *               018-029  OEM INVOICE NUMBER                    *
      *               030-039  INVOICE DATE (YYYY-MM-DD)             *
      *               040-044  SHIP-TO DEALER CODE                   *
      *               045-055  BASE INVOICE      9(9)V99             *
      *               056-064  OPTIONS           9(7)V99             *
      *               065-071  FREIGHT           9(5)V99             *
      *               072-078  ADVERTISING       9(5)V99             *
      *               079-087  HOLDBACK          9(7)V99             *
      *               088-098  TOTAL INVOICE     9(9)V99             *
      *                                                              *
      * INPUT:      OEMINV DD - OEM VEHICLE INVOICE FILE             *
      *                                                              *
      * TABLES:     AUTOSALE.OEM_VEH_INVOICE     (READ/INSERT/UPD)   *
      *             AUTOSALE.VEHICLE             (READ)              *
      *             AUTOSALE.PRICE_MASTER        (READ)              *
      *             AUTOSALE.PRICE_APPROVAL      (READ/INSERT)       *
      *             AUTOSALE.FLOOR_PLAN_VEHICLE  (READ/UPDATE)       *
      *             AUTOSALE.VEHICLE_COST        (READ/INSERT)       *
      *             AUTOSALE.HOLDBACK_RECEIVABLE (UPDATE)            *
      *             AUTOSALE.SYSTEM_CONFIG       (READ)              *
      *                                                              *
      * OUTPUT:     OIVRPT DD - INVOICE VARIANCE REPORT (132 CHARS)  *
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
           SELECT OIV-INVOICE-FILE
               ASSIGN TO OEMINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OEMINV-STATUS.
           SELECT OIV-REPORT-FILE
               ASSIGN TO OIVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OIVRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  OIV-INVOICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS.
       01  OIV-INVOICE-RECORD.
           05  INV-VIN                   PIC X(17).
           05  INV-NUMBER                PIC X(12).
           05  INV-DATE                  PIC X(10).
           05  INV-DEALER-CODE           PIC X(05).
           05  INV-BASE-AMT              PIC 9(09)V99.
           05  INV-OPTIONS-AMT           PIC 9(07)V99.
           05  INV-FREIGHT-AMT           PIC 9(05)V99.
           05  INV-ADVERTISING-AMT       PIC 9(05)V99.
           05  INV-HOLDBACK-AMT          PIC 9(07)V99.
           05  INV-TOTAL-AMT             PIC 9(09)V99.
           05  FILLER                    PIC X(22).
      *
       FD  OIV-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  OIV-REPORT-RECORD             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATOIV00'.
      *
       01  WS-OEMINV-STATUS              PIC X(02) VALUE SPACES.
       01  WS-OIVRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-LOADED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-REJECT-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-RECONCILED-COUNT       PIC S9(09) COMP-3 VALUE +0.
           05  WS-AWAITING-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-VARIANCE-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-FP-FIXED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-LEDGER-FIXED-COUNT     PIC S9(09) COMP-3 VALUE +0.
           05  WS-HB-FIXED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-PRICE-STAGED-COUNT     PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-TOTALS.
           05  WS-INV-VARIANCE-TOTAL     PIC S9(11)V99 COMP-3
                                                       VALUE +0.
           05  WS-FP-VARIANCE-TOTAL      PIC S9(11)V99 COMP-3
                                                       VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-INV                PIC X(01) VALUE 'N'.
               88  WS-INV-DONE                     VALUE 'Y'.
           05  WS-EOF-PND                PIC X(01) VALUE 'N'.
               88  WS-PND-DONE                     VALUE 'Y'.
           05  WS-RECEIVED-FLAG          PIC X(01) VALUE 'N'.
               88  WS-UNIT-RECEIVED                VALUE 'Y'.
           05  WS-PRICE-FOUND-FLAG       PIC X(01) VALUE 'N'.
               88  WS-PRICE-FOUND                  VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
       01  WS-TOLERANCE                  PIC S9(07)V99 COMP-3
                                                        VALUE +50.00.
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
      *
      *    HOST VARIABLES - INVOICE AS LOADED
      *
       01  WS-HV-INVOICE.
           05  WS-HV-VIN                 PIC X(17).
           05  WS-HV-INV-NUMBER          PIC X(12).
           05  WS-HV-INV-DATE            PIC X(10).
           05  WS-HV-DEALER-CODE         PIC X(05).
           05  WS-HV-BASE-AMT            PIC S9(09)V99 COMP-3.
           05  WS-HV-OPTIONS-AMT         PIC S9(07)V99 COMP-3.
           05  WS-HV-FREIGHT-AMT         PIC S9(05)V99 COMP-3.
           05  WS-HV-ADVERTISING-AMT     PIC S9(05)V99 COMP-3.
           05  WS-HV-HOLDBACK-AMT        PIC S9(07)V99 COMP-3.
           05  WS-HV-TOTAL-AMT           PIC S9(09)V99 COMP-3.
           05  WS-HV-FIRST-PASS          PIC X(01).
               88  WS-FIRST-PASS                   VALUE 'Y'.
           05  WS-HV-VEH-FOUND           PIC X(01).
               88  WS-VEHICLE-ON-FILE              VALUE 'Y'.
           05  WS-HV-MODEL-YEAR          PIC S9(04) COMP.
           05  WS-HV-MAKE-CODE           PIC X(03).
           05  WS-HV-MODEL-CODE          PIC X(06).
      *
      *    HOST VARIABLES - PRICE MASTER
      *
       01  WS-HV-PRICE.
           05  WS-HV-PM-MSRP             PIC S9(09)V99 COMP-3.
           05  WS-HV-PM-INVOICE          PIC S9(09)V99 COMP-3.
           05  WS-HV-PM-MODEL-TOTAL      PIC S9(09)V99 COMP-3.
           05  WS-HV-PM-HOLDBACK-AMT     PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-HOLDBACK-PCT     PIC S9(02)V999 COMP-3.
           05  WS-HV-PM-DEST-FEE         PIC S9(05)V99 COMP-3.
           05  WS-HV-PM-ADV-FEE          PIC S9(05)V99 COMP-3.
           05  WS-HV-PM-EFF-DATE         PIC X(10).
           05  WS-HV-PM-EXP-DATE         PIC X(10).
           05  WS-HV-APV-ID              PIC S9(09) COMP.
           05  WS-HV-APV-DELTA-PCT       PIC S9(03)V99 COMP-3.
           05  WS-HV-APV-COUNT           PIC S9(09) COMP.
      *
      *    HOST VARIABLES - FLOOR PLAN AND COST LEDGER
      *
       01  WS-HV-LEDGER.
           05  WS-HV-FP-ID               PIC S9(09) COMP.
           05  WS-HV-FP-ADVANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-IN-COUNT            PIC S9(09) COMP.
           05  WS-HV-BKT-SUM             PIC S9(09)V99 COMP-3.
           05  WS-HV-CST-BUCKET          PIC X(02).
           05  WS-HV-CST-AMT             PIC S9(07)V99 COMP-3.
           05  WS-HV-CST-DESC            PIC X(40).
           05  WS-HV-RECON-STATUS        PIC X(02).
      *
       01  WS-NULL-INDICATORS.
           05  NI-PM-EXP-DATE            PIC S9(04) COMP VALUE +0.
           05  NI-FP-ADVANCE             PIC S9(04) COMP VALUE +0.
      *
      *    RECONCILIATION WORK FIELDS
      *
       01  WS-RECON-WORK.
           05  WS-INV-VARIANCE           PIC S9(09)V99 COMP-3.
           05  WS-BASE-VARIANCE          PIC S9(09)V99 COMP-3.
           05  WS-FP-VARIANCE            PIC S9(09)V99 COMP-3.
           05  WS-ABS-AMT                PIC S9(09)V99 COMP-3.
           05  WS-TARGET-AMT             PIC S9(09)V99 COMP-3.
           05  WS-FOOT-AMT               PIC S9(09)V99 COMP-3.
           05  WS-ACTION-TEXT            PIC X(21).
           05  WS-REJECT-REASON          PIC X(40).
      *
      *    REPORT LINES (132)
      *
       01  WS-RPT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(34)
               VALUE ' OEM INVOICE COST RECONCILIATION  '.
           05  FILLER                    PIC X(07) VALUE 'DATE: '.
           05  WS-RH1-DATE               PIC X(10).
           05  FILLER                    PIC X(40) VALUE SPACES.
      *
       01  WS-RPT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-SECTION-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SH-TEXT                PIC X(60).
           05  FILLER                    PIC X(71) VALUE SPACES.
      *
       01  WS-VARIANCE-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(19)
               VALUE 'VIN                '.
           05  FILLER                    PIC X(07) VALUE 'DEALER '.
           05  FILLER                    PIC X(14)
               VALUE 'OEM INVOICE   '.
           05  FILLER                    PIC X(16)
               VALUE '    OEM TOTAL   '.
           05  FILLER                    PIC X(16)
               VALUE '   MODEL COST   '.
           05  FILLER                    PIC X(16)
               VALUE '     VARIANCE   '.
           05  FILLER                    PIC X(16)
               VALUE '   FP ADVANCE   '.
           05  FILLER                    PIC X(16)
               VALUE '  FP VARIANCE   '.
           05  FILLER                    PIC X(11) VALUE 'ACTION'.
      *
       01  WS-VARIANCE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-VL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-INV-NUMBER          PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-OEM-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-MODEL-COST          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-INV-VARIANCE        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-FP-ADVANCE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-FP-VARIANCE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-ACTION              PIC X(21).
      *
       01  WS-REJECT-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-INV-NUMBER          PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-REASON              PIC X(40).
           05  FILLER                    PIC X(58) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(92) VALUE SPACES.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-AL-LABEL               PIC X(30).
           05  WS-AL-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(80) VALUE SPACES.
      *
      *    INVOICES AWAITING RECONCILIATION
      *
           EXEC SQL DECLARE CSR_OIV_PND CURSOR WITH HOLD FOR
               SELECT I.VIN
                    , I.INVOICE_NUMBER
                    , I.DEALER_CODE
                    , I.BASE_INVOICE
                    , I.OPTIONS_AMT
                    , I.FREIGHT_AMT
                    , I.ADVERTISING_AMT
                    , I.HOLDBACK_AMT
                    , I.TOTAL_INVOICE
                    , CASE WHEN I.MODEL_INVOICE IS NULL
                           THEN 'Y' ELSE 'N' END
                    , CASE WHEN V.VIN IS NULL
                           THEN 'N' ELSE 'Y' END
                    , COALESCE(V.MODEL_YEAR, 0)
                    , COALESCE(V.MAKE_CODE, ' ')
                    , COALESCE(V.MODEL_CODE, ' ')
               FROM   AUTOSALE.OEM_VEH_INVOICE I
               LEFT OUTER JOIN AUTOSALE.VEHICLE V
                 ON   V.VIN = I.VIN
               WHERE  I.RECON_STATUS = 'PN'
               ORDER BY I.DEALER_CODE, I.VIN
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATOIV00: OEM INVOICE LOAD AND RECONCILE - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-OEMINV-STATUS = '00'
           AND WS-OIVRPT-STATUS = '00'
               PERFORM 3000-LOAD-INVOICES
               PERFORM 4000-RECONCILE-PENDING THRU 4000-EXIT
               PERFORM 7000-PRINT-TOTALS
           ELSE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATOIV00: PROCESSING COMPLETE'
           DISPLAY 'BATOIV00:   RECORDS READ    = ' WS-READ-COUNT
           DISPLAY 'BATOIV00:   LOADED          = ' WS-LOADED-COUNT
           DISPLAY 'BATOIV00:   REJECTED        = ' WS-REJECT-COUNT
           DISPLAY 'BATOIV00:   RECONCILED      = ' WS-RECONCILED-COUNT
           DISPLAY 'BATOIV00:   NOT YET RECEIVED= ' WS-AWAITING-COUNT
           DISPLAY 'BATOIV00:   OVER TOLERANCE  = ' WS-VARIANCE-COUNT
           DISPLAY 'BATOIV00:   FP CORRECTED    = ' WS-FP-FIXED-COUNT
           DISPLAY 'BATOIV00:   LEDGER TRUED UP = '
                   WS-LEDGER-FIXED-COUNT
           DISPLAY 'BATOIV00:   HOLDBACK FIXED  = ' WS-HB-FIXED-COUNT
           DISPLAY 'BATOIV00:   PRICES STAGED   = '
                   WS-PRICE-STAGED-COUNT
           DISPLAY 'BATOIV00:   ERRORS          = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > +0
               OR WS-VARIANCE-COUNT > +0
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
           INITIALIZE WS-TOTALS
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'OEMINV_TOLERANCE'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-TOLERANCE =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           DISPLAY 'BATOIV00: VARIANCE TOLERANCE    = ' WS-TOLERANCE
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN INPUT OIV-INVOICE-FILE
           IF WS-OEMINV-STATUS NOT = '00'
               DISPLAY 'BATOIV00: ERROR OPENING OEMINV - '
                       WS-OEMINV-STATUS
           END-IF
      *
           OPEN OUTPUT OIV-REPORT-FILE
           IF WS-OIVRPT-STATUS NOT = '00'
               DISPLAY 'BATOIV00: ERROR OPENING OIVRPT - '
                       WS-OIVRPT-STATUS
           END-IF
      *
           MOVE WS-TODAY-DATE TO WS-RH1-DATE
           WRITE OIV-REPORT-RECORD FROM WS-RPT-HEADER-1
           WRITE OIV-REPORT-RECORD FROM WS-RPT-HEADER-2
           .
      *
      ****************************************************************
      *    3000-LOAD-INVOICES                                        *
      ****************************************************************
       3000-LOAD-INVOICES.
      *
           MOVE 'REJECTED INVOICE RECORDS' TO WS-SH-TEXT
           WRITE OIV-REPORT-RECORD FROM WS-SECTION-HDR
      *
           MOVE 'N' TO WS-EOF-INV
      *
           PERFORM UNTIL WS-INV-DONE
               READ OIV-INVOICE-FILE
                   AT END
                       SET WS-INV-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 3100-LOAD-ONE THRU 3100-EXIT
               END-READ
           END-PERFORM
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    3100-LOAD-ONE - VALIDATE AND HOLD ONE INVOICE BY VIN      *
      ****************************************************************
       3100-LOAD-ONE.
      *
           MOVE SPACES TO WS-REJECT-REASON
      *
           EVALUATE TRUE
               WHEN INV-VIN = SPACES
                   MOVE 'VIN MISSING' TO WS-REJECT-REASON
               WHEN INV-BASE-AMT NOT NUMERIC
               OR   INV-OPTIONS-AMT NOT NUMERIC
               OR   INV-FREIGHT-AMT NOT NUMERIC
               OR   INV-ADVERTISING-AMT NOT NUMERIC
               OR   INV-HOLDBACK-AMT NOT NUMERIC
               OR   INV-TOTAL-AMT NOT NUMERIC
                   MOVE 'AMOUNT FIELD NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   COMPUTE WS-FOOT-AMT =
                       INV-BASE-AMT + INV-OPTIONS-AMT
                     + INV-FREIGHT-AMT + INV-ADVERTISING-AMT
                   IF WS-FOOT-AMT NOT = INV-TOTAL-AMT
                       MOVE 'COMPONENTS DO NOT FOOT TO TOTAL'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
      *
           IF WS-REJECT-REASON NOT = SPACES
               ADD +1 TO WS-REJECT-COUNT
               MOVE INV-VIN TO WS-RL-VIN
               MOVE INV-NUMBER TO WS-RL-INV-NUMBER
               MOVE WS-REJECT-REASON TO WS-RL-REASON
               WRITE OIV-REPORT-RECORD FROM WS-REJECT-LINE
               GO TO 3100-EXIT
           END-IF
      *
           MOVE INV-VIN TO WS-HV-VIN
           MOVE INV-NUMBER TO WS-HV-INV-NUMBER
           MOVE INV-DEALER-CODE TO WS-HV-DEALER-CODE
           MOVE INV-BASE-AMT TO WS-HV-BASE-AMT
           MOVE INV-OPTIONS-AMT TO WS-HV-OPTIONS-AMT
           MOVE INV-FREIGHT-AMT TO WS-HV-FREIGHT-AMT
           MOVE INV-ADVERTISING-AMT TO WS-HV-ADVERTISING-AMT
           MOVE INV-HOLDBACK-AMT TO WS-HV-HOLDBACK-AMT
           MOVE INV-TOTAL-AMT TO WS-HV-TOTAL-AMT
           IF INV-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-HV-INV-DATE
           ELSE
               MOVE INV-DATE TO WS-HV-INV-DATE
           END-IF
      *
      *    A REVISED INVOICE REPLACES THE EARLIER ONE AND IS
      *    RECONCILED AGAIN FROM SCRATCH
      *
           EXEC SQL
               UPDATE AUTOSALE.OEM_VEH_INVOICE
                  SET INVOICE_NUMBER  = :WS-HV-INV-NUMBER
                    , INVOICE_DATE    = :WS-HV-INV-DATE
                    , DEALER_CODE     = :WS-HV-DEALER-CODE
                    , BASE_INVOICE    = :WS-HV-BASE-AMT
                    , OPTIONS_AMT     = :WS-HV-OPTIONS-AMT
                    , FREIGHT_AMT     = :WS-HV-FREIGHT-AMT
                    , ADVERTISING_AMT = :WS-HV-ADVERTISING-AMT
                    , HOLDBACK_AMT    = :WS-HV-HOLDBACK-AMT
                    , TOTAL_INVOICE   = :WS-HV-TOTAL-AMT
                    , MODEL_INVOICE   = NULL
                    , FP_ADVANCE_AMT  = NULL
                    , RECON_STATUS    = 'PN'
                    , LOADED_TS       = CURRENT TIMESTAMP
                    , RECONCILED_TS   = NULL
               WHERE  VIN = :WS-HV-VIN
           END-EXEC
      *
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO AUTOSALE.OEM_VEH_INVOICE
                   ( VIN
                   , INVOICE_NUMBER
                   , INVOICE_DATE
                   , DEALER_CODE
                   , BASE_INVOICE
                   , OPTIONS_AMT
                   , FREIGHT_AMT
                   , ADVERTISING_AMT
                   , HOLDBACK_AMT
                   , TOTAL_INVOICE
                   , RECON_STATUS
                   , LOADED_TS
                   )
                   VALUES
                   ( :WS-HV-VIN
                   , :WS-HV-INV-NUMBER
                   , :WS-HV-INV-DATE
                   , :WS-HV-DEALER-CODE
                   , :WS-HV-BASE-AMT
                   , :WS-HV-OPTIONS-AMT
                   , :WS-HV-FREIGHT-AMT
                   , :WS-HV-ADVERTISING-AMT
                   , :WS-HV-HOLDBACK-AMT
                   , :WS-HV-TOTAL-AMT
                   , 'PN'
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: ERROR LOADING INVOICE FOR '
                       INV-VIN ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-LOADED-COUNT
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-RECONCILE-PENDING                                    *
      ****************************************************************
       4000-RECONCILE-PENDING.
      *
           MOVE SPACES TO OIV-REPORT-RECORD
           WRITE OIV-REPORT-RECORD
           MOVE 'OEM INVOICE VARIANCES OVER TOLERANCE' TO WS-SH-TEXT
           WRITE OIV-REPORT-RECORD FROM WS-SECTION-HDR
           WRITE OIV-REPORT-RECORD FROM WS-VARIANCE-HDR
      *
           EXEC SQL OPEN CSR_OIV_PND END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: ERROR OPENING PENDING CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-PND
      *
           PERFORM UNTIL WS-PND-DONE
               EXEC SQL FETCH CSR_OIV_PND
                   INTO :WS-HV-VIN
                      , :WS-HV-INV-NUMBER
                      , :WS-HV-DEALER-CODE
                      , :WS-HV-BASE-AMT
                      , :WS-HV-OPTIONS-AMT
                      , :WS-HV-FREIGHT-AMT
                      , :WS-HV-ADVERTISING-AMT
                      , :WS-HV-HOLDBACK-AMT
                      , :WS-HV-TOTAL-AMT
                      , :WS-HV-FIRST-PASS
                      , :WS-HV-VEH-FOUND
                      , :WS-HV-MODEL-YEAR
                      , :WS-HV-MAKE-CODE
                      , :WS-HV-MODEL-CODE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4100-RECONCILE-ONE THRU 4100-EXIT
                   WHEN +100
                       SET WS-PND-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATOIV00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-PND-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_OIV_PND END-EXEC
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-RECONCILE-ONE                                        *
      ****************************************************************
       4100-RECONCILE-ONE.
      *
      *    THE 810 CAN ARRIVE BEFORE THE UNIT IS ON FILE - IT WAITS
      *
           IF NOT WS-VEHICLE-ON-FILE
               ADD +1 TO WS-AWAITING-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           MOVE SPACES TO WS-ACTION-TEXT
           MOVE +0 TO WS-INV-VARIANCE
                      WS-BASE-VARIANCE
                      WS-FP-VARIANCE
      *
           PERFORM 4200-CHECK-PRICE-MASTER THRU 4200-EXIT
           PERFORM 4300-CORRECT-FLOOR-PLAN THRU 4300-EXIT
           PERFORM 4400-TRUE-UP-LEDGER THRU 4400-EXIT
           PERFORM 4500-CORRECT-HOLDBACK
      *
           IF WS-UNIT-RECEIVED
               MOVE 'RC' TO WS-HV-RECON-STATUS
               ADD +1 TO WS-RECONCILED-COUNT
           ELSE
               MOVE 'PN' TO WS-HV-RECON-STATUS
               ADD +1 TO WS-AWAITING-COUNT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.OEM_VEH_INVOICE
                  SET MODEL_INVOICE  = :WS-HV-PM-MODEL-TOTAL
                    , FP_ADVANCE_AMT = :WS-HV-FP-ADVANCE
                                       :NI-FP-ADVANCE
                    , RECON_STATUS   = :WS-HV-RECON-STATUS
                    , RECONCILED_TS  =
                          CASE WHEN :WS-HV-RECON-STATUS = 'RC'
                               THEN CURRENT TIMESTAMP
                               ELSE NULL END
               WHERE  VIN = :WS-HV-VIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: ERROR UPDATING INVOICE '
                       WS-HV-VIN ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
      *    VARIANCES ARE REPORTED THE FIRST TIME AN INVOICE IS SEEN
      *
           IF WS-FIRST-PASS
               PERFORM 6000-PRINT-VARIANCE THRU 6000-EXIT
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-CHECK-PRICE-MASTER - MODEL COST AGAINST THE INVOICE; *
      *    A STALE BASE INVOICE IS STAGED FOR APPROVAL               *
      ****************************************************************
       4200-CHECK-PRICE-MASTER.
      *
           MOVE 'N' TO WS-PRICE-FOUND-FLAG
           MOVE +0 TO WS-HV-PM-MODEL-TOTAL
                      WS-HV-PM-INVOICE
      *
           EXEC SQL
               SELECT MSRP
                    , INVOICE_PRICE
                    , INVOICE_PRICE + DESTINATION_FEE
                                    + ADVERTISING_FEE
                    , HOLDBACK_AMT
                    , HOLDBACK_PCT
                    , DESTINATION_FEE
                    , ADVERTISING_FEE
                    , CHAR(EFFECTIVE_DATE, ISO)
                    , CHAR(EXPIRY_DATE, ISO)
               INTO   :WS-HV-PM-MSRP
                    , :WS-HV-PM-INVOICE
                    , :WS-HV-PM-MODEL-TOTAL
                    , :WS-HV-PM-HOLDBACK-AMT
                    , :WS-HV-PM-HOLDBACK-PCT
                    , :WS-HV-PM-DEST-FEE
                    , :WS-HV-PM-ADV-FEE
                    , :WS-HV-PM-EFF-DATE
                    , :WS-HV-PM-EXP-DATE
                           :NI-PM-EXP-DATE
               FROM   AUTOSALE.PRICE_MASTER
               WHERE  MODEL_YEAR = :WS-HV-MODEL-YEAR
                 AND  MAKE_CODE  = :WS-HV-MAKE-CODE
                 AND  MODEL_CODE = :WS-HV-MODEL-CODE
                 AND  EFFECTIVE_DATE <= CURRENT DATE
                 AND  PRICE_STATUS = 'A'
               ORDER BY EFFECTIVE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'Y' TO WS-PRICE-FOUND-FLAG
               WHEN +100
                   MOVE 'NO PRICE MASTER' TO WS-ACTION-TEXT
               WHEN OTHER
                   DISPLAY 'BATOIV00: PRICE_MASTER ERROR - '
                           WS-HV-VIN ' ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
      *
           COMPUTE WS-INV-VARIANCE =
               WS-HV-TOTAL-AMT - WS-HV-PM-MODEL-TOTAL
      *
           IF NOT WS-PRICE-FOUND
               GO TO 4200-EXIT
           END-IF
      *
           COMPUTE WS-BASE-VARIANCE =
               WS-HV-BASE-AMT - WS-HV-PM-INVOICE
           IF WS-BASE-VARIANCE < +0
               COMPUTE WS-ABS-AMT = WS-BASE-VARIANCE * -1
           ELSE
               MOVE WS-BASE-VARIANCE TO WS-ABS-AMT
           END-IF
      *
           IF WS-ABS-AMT NOT > WS-TOLERANCE
               GO TO 4200-EXIT
           END-IF
      *
      *    ONE PENDING CHANGE PER MODEL, AND THE SAME OEM BASE IS
      *    NEVER OFFERED AGAIN ONCE AN APPROVER HAS RULED ON IT
      *
           MOVE +0 TO WS-HV-APV-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-APV-COUNT
               FROM   AUTOSALE.PRICE_APPROVAL
               WHERE  MODEL_YEAR = :WS-HV-MODEL-YEAR
                 AND  MAKE_CODE  = :WS-HV-MAKE-CODE
                 AND  MODEL_CODE = :WS-HV-MODEL-CODE
                 AND  ( APPROVAL_STATUS = 'P'
                     OR ( REQUESTED_BY = 'BATOIV00'
                      AND NEW_INVOICE_PRICE = :WS-HV-BASE-AMT ) )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: PRICE_APPROVAL ERROR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-HV-APV-COUNT > +0
               GO TO 4200-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(MAX(PRICE_APPROVAL_ID), 0) + 1
               INTO   :WS-HV-APV-ID
               FROM   AUTOSALE.PRICE_APPROVAL
           END-EXEC
      *
           COMPUTE WS-HV-APV-DELTA-PCT ROUNDED =
               WS-BASE-VARIANCE * 100 / WS-HV-PM-INVOICE
               ON SIZE ERROR
                   MOVE 999.99 TO WS-HV-APV-DELTA-PCT
           END-COMPUTE
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PRICE_APPROVAL
               ( PRICE_APPROVAL_ID, MODEL_YEAR, MAKE_CODE,
                 MODEL_CODE, EFFECTIVE_DATE, OLD_MSRP, NEW_MSRP,
                 NEW_INVOICE_PRICE, NEW_HOLDBACK_AMT,
                 NEW_HOLDBACK_PCT, NEW_DESTINATION_FEE,
                 NEW_ADVERTISING_FEE, NEW_EXPIRY_DATE,
                 DELTA_PCT, REQUESTED_BY, REQUESTED_TS,
                 APPROVAL_STATUS, ACTION_TYPE )
               VALUES
               ( :WS-HV-APV-ID,
                 :WS-HV-MODEL-YEAR,
                 :WS-HV-MAKE-CODE,
                 :WS-HV-MODEL-CODE,
                 :WS-HV-PM-EFF-DATE,
                 :WS-HV-PM-MSRP,
                 :WS-HV-PM-MSRP,
                 :WS-HV-BASE-AMT,
                 :WS-HV-PM-HOLDBACK-AMT,
                 :WS-HV-PM-HOLDBACK-PCT,
                 :WS-HV-PM-DEST-FEE,
                 :WS-HV-PM-ADV-FEE,
                 :WS-HV-PM-EXP-DATE :NI-PM-EXP-DATE,
                 :WS-HV-APV-DELTA-PCT,
                 'BATOIV00',
                 CURRENT TIMESTAMP,
                 'P',
                 'UPD' )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: ERROR STAGING PRICE CHANGE - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-PRICE-STAGED-COUNT
               MOVE 'PRICE STAGED' TO WS-ACTION-TEXT
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4300-CORRECT-FLOOR-PLAN - ADVANCE TO THE TRUE INVOICE     *
      ****************************************************************
       4300-CORRECT-FLOOR-PLAN.
      *
           MOVE +0 TO WS-HV-FP-ADVANCE
           MOVE -1 TO NI-FP-ADVANCE
      *
           EXEC SQL
               SELECT FLOOR_PLAN_ID
                    , INVOICE_AMOUNT
               INTO   :WS-HV-FP-ID
                    , :WS-HV-FP-ADVANCE
               FROM   AUTOSALE.FLOOR_PLAN_VEHICLE
               WHERE  VIN = :WS-HV-VIN
                 AND  FP_STATUS = 'AC'
               ORDER BY FLOOR_PLAN_ID DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE +0 TO NI-FP-ADVANCE
               WHEN +100
                   GO TO 4300-EXIT
               WHEN OTHER
                   DISPLAY 'BATOIV00: FLOOR PLAN ERROR - '
                           WS-HV-VIN ' ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 4300-EXIT
           END-EVALUATE
      *
           COMPUTE WS-FP-VARIANCE =
               WS-HV-TOTAL-AMT - WS-HV-FP-ADVANCE
      *
           IF WS-FP-VARIANCE = +0
               GO TO 4300-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.FLOOR_PLAN_VEHICLE
                  SET INVOICE_AMOUNT  = :WS-HV-TOTAL-AMT
                    , CURRENT_BALANCE = CURRENT_BALANCE
                                      + :WS-FP-VARIANCE
               WHERE  FLOOR_PLAN_ID = :WS-HV-FP-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: ERROR CORRECTING FLOOR PLAN '
                       WS-HV-VIN ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-FP-FIXED-COUNT
           END-IF
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4400-TRUE-UP-LEDGER - VIN COST LEDGER TO THE INVOICE      *
      ****************************************************************
       4400-TRUE-UP-LEDGER.
      *
           MOVE 'N' TO WS-RECEIVED-FLAG
           MOVE +0 TO WS-HV-IN-COUNT
                      WS-HV-BKT-SUM
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(SUM(COST_AMT), 0)
               INTO   :WS-HV-IN-COUNT
                    , :WS-HV-BKT-SUM
               FROM   AUTOSALE.VEHICLE_COST
               WHERE  VIN = :WS-HV-VIN
                 AND  COST_BUCKET = 'IN'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: COST LEDGER ERROR - '
                       WS-HV-VIN ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4400-EXIT
           END-IF
      *
      *    NO INVOICE LINE YET - VEHRCV00 SEEDS IT FROM THIS INVOICE
      *    AT RECEIVING AND THE REST IS TRUED UP ON A LATER RUN
      *
           IF WS-HV-IN-COUNT = +0
               GO TO 4400-EXIT
           END-IF
      *
           MOVE 'Y' TO WS-RECEIVED-FLAG
      *
           COMPUTE WS-TARGET-AMT =
               WS-HV-BASE-AMT + WS-HV-OPTIONS-AMT
           COMPUTE WS-HV-CST-AMT = WS-TARGET-AMT - WS-HV-BKT-SUM
           MOVE 'IN' TO WS-HV-CST-BUCKET
           MOVE SPACES TO WS-HV-CST-DESC
           STRING 'OEM INVOICE TRUE-UP ' WS-HV-INV-NUMBER
                  DELIMITED BY SIZE
                  INTO WS-HV-CST-DESC
           PERFORM 4450-POST-COST-LINE THRU 4450-EXIT
      *
           MOVE 'FR' TO WS-HV-CST-BUCKET
           MOVE WS-HV-FREIGHT-AMT TO WS-TARGET-AMT
           MOVE 'OEM INVOICE FREIGHT' TO WS-HV-CST-DESC
           PERFORM 4420-BUCKET-DIFFERENCE
           PERFORM 4450-POST-COST-LINE THRU 4450-EXIT
      *
           MOVE 'AD' TO WS-HV-CST-BUCKET
           MOVE WS-HV-ADVERTISING-AMT TO WS-TARGET-AMT
           MOVE 'OEM ADVERTISING ASSESSMENT' TO WS-HV-CST-DESC
           PERFORM 4420-BUCKET-DIFFERENCE
           PERFORM 4450-POST-COST-LINE THRU 4450-EXIT
           .
       4400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4420-BUCKET-DIFFERENCE - WHAT THIS PROGRAM HAS ALREADY    *
      *    POSTED TO THE BUCKET AGAINST THE INVOICE FIGURE. MANUAL   *
      *    VEHCST00 LINES IN THE SAME BUCKET ARE LEFT ALONE.         *
      ****************************************************************
       4420-BUCKET-DIFFERENCE.
      *
           MOVE +0 TO WS-HV-BKT-SUM
           EXEC SQL
               SELECT COALESCE(SUM(COST_AMT), 0)
               INTO   :WS-HV-BKT-SUM
               FROM   AUTOSALE.VEHICLE_COST
               WHERE  VIN = :WS-HV-VIN
                 AND  COST_BUCKET = :WS-HV-CST-BUCKET
                 AND  POSTED_BY = 'BATOIV00'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: COST LEDGER ERROR - '
                       WS-HV-VIN ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               MOVE +0 TO WS-HV-CST-AMT
           ELSE
               COMPUTE WS-HV-CST-AMT = WS-TARGET-AMT - WS-HV-BKT-SUM
           END-IF
           .
      *
      ****************************************************************
      *    4450-POST-COST-LINE                                       *
      ****************************************************************
       4450-POST-COST-LINE.
      *
           IF WS-HV-CST-AMT = +0
               GO TO 4450-EXIT
           END-IF
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
                    ( :WS-HV-VIN
                    , :WS-HV-CST-BUCKET
                    , :WS-HV-CST-AMT
                    , :WS-HV-CST-DESC
                    , 'BATOIV00'
                    , CURRENT TIMESTAMP
                    )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATOIV00: ERROR POSTING COST LINE '
                       WS-HV-VIN ' ' WS-HV-CST-BUCKET ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-LEDGER-FIXED-COUNT
           END-IF
           .
       4450-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4500-CORRECT-HOLDBACK - AN ACCRUED, UNPAID HOLDBACK TAKES *
      *    THE INVOICE HOLDBACK                                      *
      ****************************************************************
       4500-CORRECT-HOLDBACK.
      *
           EXEC SQL
               UPDATE AUTOSALE.HOLDBACK_RECEIVABLE
                  SET HOLDBACK_AMT = :WS-HV-HOLDBACK-AMT
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  VIN = :WS-HV-VIN
                 AND  HB_STATUS = 'AC'
                 AND  HOLDBACK_AMT <> :WS-HV-HOLDBACK-AMT
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD SQLERRD(3) TO WS-HB-FIXED-COUNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BATOIV00: ERROR CORRECTING HOLDBACK '
                           WS-HV-VIN ' - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
           .
      *
      ****************************************************************
      *    6000-PRINT-VARIANCE - OVER TOLERANCE ONLY                 *
      ****************************************************************
       6000-PRINT-VARIANCE.
      *
           IF WS-INV-VARIANCE < +0
               COMPUTE WS-ABS-AMT = WS-INV-VARIANCE * -1
           ELSE
               MOVE WS-INV-VARIANCE TO WS-ABS-AMT
           END-IF
      *
           IF WS-ABS-AMT NOT > WS-TOLERANCE
               IF WS-FP-VARIANCE < +0
                   COMPUTE WS-ABS-AMT = WS-FP-VARIANCE * -1
               ELSE
                   MOVE WS-FP-VARIANCE TO WS-ABS-AMT
               END-IF
               IF WS-ABS-AMT NOT > WS-TOLERANCE
                   GO TO 6000-EXIT
               END-IF
           END-IF
      *
           ADD +1 TO WS-VARIANCE-COUNT
           ADD WS-INV-VARIANCE TO WS-INV-VARIANCE-TOTAL
           ADD WS-FP-VARIANCE TO WS-FP-VARIANCE-TOTAL
      *
           IF WS-ACTION-TEXT = SPACES
               IF WS-FP-VARIANCE NOT = +0
                   MOVE 'FP CORRECTED' TO WS-ACTION-TEXT
               ELSE
                   IF WS-UNIT-RECEIVED
                       MOVE 'LEDGER TRUED UP' TO WS-ACTION-TEXT
                   ELSE
                       MOVE 'AWAITING RECEIPT' TO WS-ACTION-TEXT
                   END-IF
               END-IF
           END-IF
      *
           MOVE WS-HV-VIN TO WS-VL-VIN
           MOVE WS-HV-DEALER-CODE TO WS-VL-DEALER
           MOVE WS-HV-INV-NUMBER TO WS-VL-INV-NUMBER
           MOVE WS-HV-TOTAL-AMT TO WS-VL-OEM-TOTAL
           MOVE WS-HV-PM-MODEL-TOTAL TO WS-VL-MODEL-COST
           MOVE WS-INV-VARIANCE TO WS-VL-INV-VARIANCE
           MOVE WS-HV-FP-ADVANCE TO WS-VL-FP-ADVANCE
           MOVE WS-FP-VARIANCE TO WS-VL-FP-VARIANCE
           MOVE WS-ACTION-TEXT TO WS-VL-ACTION
           WRITE OIV-REPORT-RECORD FROM WS-VARIANCE-LINE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-TOTALS                                         *
      ****************************************************************
       7000-PRINT-TOTALS.
      *
           MOVE SPACES TO OIV-REPORT-RECORD
           WRITE OIV-REPORT-RECORD
           WRITE OIV-REPORT-RECORD FROM WS-RPT-HEADER-2
      *
           MOVE 'INVOICE RECORDS READ' TO WS-TL-LABEL
           MOVE WS-READ-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'REJECTED' TO WS-TL-LABEL
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'RECONCILED' TO WS-TL-LABEL
           MOVE WS-RECONCILED-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'AWAITING UNIT / RECEIPT' TO WS-TL-LABEL
           MOVE WS-AWAITING-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'VARIANCES OVER TOLERANCE' TO WS-TL-LABEL
           MOVE WS-VARIANCE-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'FLOOR PLAN ADVANCES CORRECTED' TO WS-TL-LABEL
           MOVE WS-FP-FIXED-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'COST LEDGER LINES POSTED' TO WS-TL-LABEL
           MOVE WS-LEDGER-FIXED-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'HOLDBACK ACCRUALS CORRECTED' TO WS-TL-LABEL
           MOVE WS-HB-FIXED-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'PRICE CHANGES STAGED' TO WS-TL-LABEL
           MOVE WS-PRICE-STAGED-COUNT TO WS-TL-COUNT
           WRITE OIV-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'INVOICE VS MODEL VARIANCE' TO WS-AL-LABEL
           MOVE WS-INV-VARIANCE-TOTAL TO WS-AL-AMOUNT
           WRITE OIV-REPORT-RECORD FROM WS-AMOUNT-LINE
      *
           MOVE 'INVOICE VS FLOOR PLAN VARIANCE' TO WS-AL-LABEL
           MOVE WS-FP-VARIANCE-TOTAL TO WS-AL-AMOUNT
           WRITE OIV-REPORT-RECORD FROM WS-AMOUNT-LINE
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE OIV-INVOICE-FILE
           CLOSE OIV-REPORT-FILE
           .
      ****************************************************************
      * END OF BATOIV00                                              *
      ****************************************************************
