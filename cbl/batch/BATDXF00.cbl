       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATDXF00.
      ****************************************************************
      * PROGRAM:    BATDXF00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    DEALER BUY-SELL CLOSE-OUT / STORE TRANSFER.      *
      *             ADMDLR00 (FUNCTION CLS) SCHEDULES THE TRANSFER   *
      *             ON DEALER_TRANSFER: OLD AND SUCCESSOR DEALER,    *
      *             EFFECTIVE DATE, AND WHETHER THE FLOOR PLAN IS    *
      *             PAID OFF (P) OR ASSUMED BY THE NEW LENDER (A).   *
      *             PREVIEW LISTS EVERY IN-STOCK UNIT WITH ITS FLOOR *
      *             PLAN LINE AND COUNTS EVERYTHING ELSE THAT WILL   *
      *             MOVE, WITHOUT CHANGING ANY DATA. RUN MOVES THE   *
      *             STORE, ONCE THE EFFECTIVE DATE HAS ARRIVED, IN   *
      *             PHASES - EACH A UNIT OF WORK WITH A CHECKPOINT:  *
      *               10VEH  - IN-STOCK VEHICLES (AV/HD/AL), STOCK   *
      *                        POSITION COUNTS, FLOOR PLAN LINES.    *
      *                        ASSUME RE-POINTS THE LINE TO THE NEW  *
      *                        DEALER AND LENDER; PAYOFF CLOSES THE  *
      *                        OLD LINE (PD) AND REFLOORS THE UNIT   *
      *                        WITH THE NEW LENDER AT THE PAYOFF     *
      *                        BALANCE. COMMIT EVERY 100 UNITS.      *
      *               20DEAL - OPEN DEALS                            *
      *               30LEAD - OPEN LEADS                            *
      *               40CUST - CUSTOMERS, THEN THE ACTIVE SALES      *
      *                        STAFF ASSIGNED TO THEM OR TO THE      *
      *                        MOVED DEALS AND LEADS                 *
      *               50PRT  - PARTS ON HAND, MERGED INTO THE NEW    *
      *                        DEALER'S PART ROW, WITH TO/TI PARTS   *
      *                        TRANSACTIONS. COMMIT EVERY 100 PARTS. *
      *               60RO   - OPEN REPAIR ORDERS                    *
      *             DELIVERED/CANCELLED DEALS, SOLD UNITS, CLOSED    *
      *             LEADS AND ROS, PAID-OFF FLOOR PLAN LINES AND ALL *
      *             TRANSACTION HISTORY STAY UNDER THE OLD CODE.     *
      *             ON COMPLETION THE TRANSFER IS MARKED CM AND THE  *
      *             OLD DEALER'S ACTIVE_FLAG IS SET TO N.            *
      *                                                              *
      * INPUT:      SYSIN DD - CONTROL CARD                          *
      *             COL 1-8   MODE - PREVIEW (DEFAULT) OR RUN        *
      *             COL 10-14 OLD (CLOSING) DEALER CODE              *
      *                                                              *
      * CHECKPOINT: VIA COMCKPL0 AFTER EACH PHASE AND EVERY 100      *
      *             UNITS/PARTS; LAST-KEY CARRIES THE PHASE AND KEY. *
      *             EVERY PHASE SELECTS ONLY WHAT IS STILL UNDER THE *
      *             OLD CODE, SO A RESTART NEVER MOVES A ROW TWICE.  *
      *                                                              *
      * TABLES:     AUTOSALE.DEALER_TRANSFER    (READ/UPDATE)        *
      *             AUTOSALE.DEALER             (UPDATE)             *
      *             AUTOSALE.VEHICLE            (UPDATE)             *
      *             AUTOSALE.VEHICLE_STATUS_HIST (INSERT)            *
      *             AUTOSALE.STOCK_POSITION     (INSERT/UPDATE)      *
      *             AUTOSALE.FLOOR_PLAN_VEHICLE (INSERT/UPDATE)      *
      *             AUTOSALE.SALES_DEAL         (UPDATE)             *
      *             AUTOSALE.CUSTOMER_LEAD      (UPDATE)             *
      *             AUTOSALE.CUSTOMER           (UPDATE)             *
      *             AUTOSALE.SYSTEM_USER        (UPDATE)             *
      *             AUTOSALE.PARTS_MASTER       (INSERT/UPDATE)      *
      *             AUTOSALE.PARTS_TRANSACTION  (INSERT)             *
      *             AUTOSALE.REPAIR_ORDER       (UPDATE)             *
      *                                                              *
      * OUTPUT:     DXFRPT DD - PREVIEW / TRANSFER REPORT (132)      *
      *                                                              *
      * CALLS:      COMCKPL0 - CHECKPOINT/RESTART                    *
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
               ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
      *
           SELECT REPORT-FILE
               ASSIGN TO DXFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATDXF00'.
      *
       01  WS-SYSIN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
      *    CONTROL CARD
      *
       01  WS-CONTROL-CARD.
           05  WS-CC-MODE                PIC X(08) VALUE 'PREVIEW '.
               88  WS-MODE-PREVIEW                 VALUE 'PREVIEW '.
               88  WS-MODE-RUN                     VALUE 'RUN     '.
           05  FILLER                    PIC X(01).
           05  WS-CC-OLD-DEALER          PIC X(05) VALUE SPACES.
           05  FILLER                    PIC X(66).
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    CHECKPOINT CALL FIELDS
      *
       01  WS-CHKP-FUNCTION.
           05  WS-CF-FUNC-CODE        PIC X(04).
           05  WS-CF-PROGRAM-NAME     PIC X(08).
           05  WS-CF-JOB-NAME         PIC X(08).
           05  WS-CF-STEP-NAME        PIC X(08).
           05  WS-CF-CHECKPOINT-FREQ  PIC S9(07) COMP-3.
      *
       01  WS-CHKP-DATA.
           05  WS-CD-EYE-CATCHER     PIC X(08).
           05  WS-CD-PROGRAM-ID       PIC X(08).
           05  WS-CD-TIMESTAMP        PIC X(26).
           05  WS-CD-LAST-KEY         PIC X(50).
           05  WS-CD-RECORDS-PROC     PIC S9(09) COMP.
           05  WS-CD-USER-DATA        PIC X(139).
      *
       01  WS-CHKP-RESULT.
           05  WS-CR-RETURN-CODE      PIC S9(04) COMP.
           05  WS-CR-RETURN-MSG       PIC X(79).
           05  WS-CR-RESTART-FLAG     PIC X(01).
           05  WS-CR-CHECKPOINT-ID    PIC X(20).
           05  WS-CR-RECORDS-PROC     PIC S9(09) COMP.
           05  WS-CR-LAST-KEY         PIC X(50).
           05  WS-CR-IMS-STATUS       PIC X(02).
           05  WS-CR-SQLCODE          PIC S9(09) COMP.
           05  WS-CR-CHKP-COUNT       PIC S9(07) COMP-3.
      *
           COPY DCLDLRXF.
      *
      *    RUN COUNTERS
      *
       01  WS-COUNTERS.
           05  WS-VEH-COUNT              PIC S9(09) COMP-3 VALUE +0.
           05  WS-FP-COUNT               PIC S9(09) COMP-3 VALUE +0.
           05  WS-FP-BALANCE-TOTAL       PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-DEAL-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-LEAD-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-CUST-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-USER-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-PART-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-PART-QTY-TOTAL         PIC S9(09) COMP-3 VALUE +0.
           05  WS-RO-COUNT               PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-SINCE-COMMIT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-COMMIT-FREQ            PIC S9(07) COMP-3 VALUE +100.
      *
      *    COUNTS MOVED SINCE THE LAST COMMIT - POSTED TO
      *    DEALER_TRANSFER IN THE SAME UNIT OF WORK AS THE MOVE
      *
       01  WS-PENDING-COUNTS.
           05  WS-PEND-VEH               PIC S9(09) COMP VALUE +0.
           05  WS-PEND-FP                PIC S9(09) COMP VALUE +0.
           05  WS-PEND-DEAL              PIC S9(09) COMP VALUE +0.
           05  WS-PEND-LEAD              PIC S9(09) COMP VALUE +0.
           05  WS-PEND-CUST              PIC S9(09) COMP VALUE +0.
           05  WS-PEND-USER              PIC S9(09) COMP VALUE +0.
           05  WS-PEND-PART              PIC S9(09) COMP VALUE +0.
           05  WS-PEND-RO                PIC S9(09) COMP VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-RUN-FLAG               PIC X(01) VALUE 'N'.
               88  WS-RUN-IS-FAILED                VALUE 'Y'.
           05  WS-EOF-VEH                PIC X(01) VALUE 'N'.
               88  WS-VEH-DONE                     VALUE 'Y'.
           05  WS-EOF-PRT                PIC X(01) VALUE 'N'.
               88  WS-PRT-DONE                     VALUE 'Y'.
      *
       01  WS-PHASE-NAME                 PIC X(50) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
      *
      *    HOST VARIABLES - TRANSFER
      *
       01  WS-HV-XFER.
           05  WS-HV-OLD-DEALER          PIC X(05).
           05  WS-HV-NEW-DEALER          PIC X(05).
           05  WS-HV-EFF-DATE            PIC X(10).
           05  WS-HV-FP-DISP             PIC X(01).
               88  WS-FP-PAYOFF                    VALUE 'P'.
               88  WS-FP-ASSUME                    VALUE 'A'.
           05  WS-HV-NEW-LENDER          PIC X(05).
           05  WS-HV-XFER-STATUS         PIC X(02).
           05  WS-HV-DUE-FLAG            PIC X(01).
           05  WS-HV-COUNT               PIC S9(09) COMP.
           05  WS-HV-QTY-SUM             PIC S9(09) COMP.
           05  WS-HV-AMT-SUM             PIC S9(11)V99 COMP-3.
      *
      *    HOST VARIABLES - VEHICLE / FLOOR PLAN CURSOR
      *
       01  WS-HV-VEH.
           05  WS-HV-VIN                 PIC X(17).
           05  WS-HV-MODEL-YEAR          PIC S9(04) COMP.
           05  WS-HV-MAKE-CODE           PIC X(03).
           05  WS-HV-MODEL-CODE          PIC X(06).
           05  WS-HV-VEH-STATUS          PIC X(02).
           05  WS-HV-STOCK-NUM           PIC X(08).
           05  WS-HV-FP-ID               PIC S9(09) COMP.
           05  WS-HV-FP-LENDER           PIC X(05).
           05  WS-HV-FP-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-FP-INVOICE          PIC S9(09)V99 COMP-3.
           05  WS-HV-NEW-FP-ID           PIC S9(09) COMP.
           05  WS-HV-HIST-SEQ            PIC S9(09) COMP.
           05  WS-HV-HIST-REASON         PIC X(60).
      *
       01  WS-NULL-IND.
           05  NI-NEW-LENDER             PIC S9(04) COMP VALUE +0.
           05  NI-FP-ID                  PIC S9(04) COMP VALUE +0.
           05  NI-FP-LENDER              PIC S9(04) COMP VALUE +0.
           05  NI-FP-BALANCE             PIC S9(04) COMP VALUE +0.
           05  NI-FP-INVOICE             PIC S9(04) COMP VALUE +0.
      *
      *    STOCK POSITION BUCKET SHIFT FOR ONE UNIT
      *
       01  WS-STOCK-SHIFT.
           05  WS-ADJ-ON-HAND            PIC S9(04) COMP VALUE +0.
           05  WS-ADJ-ON-HOLD            PIC S9(04) COMP VALUE +0.
           05  WS-ADJ-ALLOC              PIC S9(04) COMP VALUE +0.
      *
      *    HOST VARIABLES - PARTS CURSOR
      *
       01  WS-HV-PRT.
           05  WS-HV-PART-NUMBER         PIC X(15).
           05  WS-HV-PART-QTY            PIC S9(09) COMP.
           05  WS-HV-PART-RESV           PIC S9(09) COMP.
           05  WS-HV-PART-COST           PIC S9(07)V99 COMP-3.
           05  WS-HV-PART-QTY-NEG        PIC S9(09) COMP.
           05  WS-HV-TRAN-ID             PIC S9(09) COMP.
           05  WS-HV-XFER-DLR            PIC X(05).
           05  WS-HV-TRAN-TYPE           PIC X(02).
           05  WS-HV-TRAN-QTY            PIC S9(09) COMP.
           05  WS-HV-TRAN-REF            PIC X(20)
                                   VALUE 'BUY-SELL TRANSFER'.
      *
      *    REPORT LINES (132)
      *
       01  WS-RPT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(34)
               VALUE ' DEALER BUY-SELL STORE TRANSFER   '.
           05  FILLER                    PIC X(07) VALUE 'MODE: '.
           05  WS-RH1-MODE               PIC X(08).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE 'DATE: '.
           05  WS-RH1-DATE               PIC X(10).
           05  FILLER                    PIC X(21) VALUE SPACES.
      *
       01  WS-RPT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-XFER-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(05) VALUE 'FROM '.
           05  WS-XL-OLD-DEALER          PIC X(05).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  WS-XL-NEW-DEALER          PIC X(05).
           05  FILLER                    PIC X(12) VALUE
               '  EFFECTIVE '.
           05  WS-XL-EFF-DATE            PIC X(10).
           05  FILLER                    PIC X(14) VALUE
               '  FLOOR PLAN: '.
           05  WS-XL-FP-TEXT             PIC X(24).
           05  FILLER                    PIC X(08) VALUE 'LENDER: '.
           05  WS-XL-LENDER              PIC X(05).
           05  FILLER                    PIC X(10) VALUE
               '  STATUS: '.
           05  WS-XL-STATUS              PIC X(02).
           05  FILLER                    PIC X(27) VALUE SPACES.
      *
       01  WS-SECTION-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SH-TEXT                PIC X(60).
           05  FILLER                    PIC X(71) VALUE SPACES.
      *
       01  WS-VEH-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(19) VALUE 'VIN'.
           05  FILLER                    PIC X(10) VALUE 'STOCK #'.
           05  FILLER                    PIC X(04) VALUE 'ST'.
           05  FILLER                    PIC X(06) VALUE 'YEAR'.
           05  FILLER                    PIC X(05) VALUE 'MAKE'.
           05  FILLER                    PIC X(08) VALUE 'MODEL'.
           05  FILLER                    PIC X(08) VALUE 'LENDER'.
           05  FILLER                    PIC X(17) VALUE
               '   FP BALANCE'.
           05  FILLER                    PIC X(30) VALUE 'ACTION'.
           05  FILLER                    PIC X(24) VALUE SPACES.
      *
       01  WS-VEH-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-VL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-STOCK               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-STATUS              PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-YEAR                PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-MAKE                PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-MODEL               PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-VL-LENDER              PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-VL-BALANCE             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-VL-ACTION              PIC X(30).
           05  FILLER                    PIC X(24) VALUE SPACES.
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
           05  WS-AL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(81) VALUE SPACES.
      *
      *    IN-STOCK UNITS STILL UNDER THE OLD CODE WITH THEIR OPEN
      *    FLOOR PLAN LINE (IF ANY)
      *
           EXEC SQL DECLARE CSR_DXF_VEH CURSOR WITH HOLD FOR
               SELECT V.VIN
                    , V.MODEL_YEAR
                    , V.MAKE_CODE
                    , V.MODEL_CODE
                    , V.VEHICLE_STATUS
                    , COALESCE(V.STOCK_NUMBER, ' ')
                    , F.FLOOR_PLAN_ID
                    , F.LENDER_ID
                    , F.CURRENT_BALANCE
                    , F.INVOICE_AMOUNT
               FROM   AUTOSALE.VEHICLE V
               LEFT JOIN AUTOSALE.FLOOR_PLAN_VEHICLE F
                 ON   F.VIN         = V.VIN
                AND   F.DEALER_CODE = V.DEALER_CODE
                AND   F.FP_STATUS IN ('AC', 'CT')
               WHERE  V.DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  V.VEHICLE_STATUS IN ('AV', 'HD', 'AL')
               ORDER BY V.VIN
           END-EXEC
      *
      *    PARTS STILL ON HAND UNDER THE OLD CODE
      *
           EXEC SQL DECLARE CSR_DXF_PRT CURSOR WITH HOLD FOR
               SELECT PART_NUMBER
                    , QTY_ON_HAND
                    , QTY_RESERVED
                    , UNIT_COST
               FROM   AUTOSALE.PARTS_MASTER
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  QTY_ON_HAND > 0
               ORDER BY PART_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATDXF00: DEALER BUY-SELL TRANSFER - START'
      *
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-MODE-PREVIEW
               PERFORM 2000-PREVIEW THRU 2000-EXIT
           END-IF
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-MODE-RUN
           AND WS-CD-LAST-KEY(1:8) < '10VEHCMP'
               PERFORM 3000-MOVE-VEHICLES THRU 3000-EXIT
           END-IF
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-MODE-RUN
           AND WS-CD-LAST-KEY(1:8) < '20DEAL  '
               PERFORM 4000-MOVE-DEALS THRU 4000-EXIT
           END-IF
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-MODE-RUN
           AND WS-CD-LAST-KEY(1:8) < '30LEAD  '
               PERFORM 4100-MOVE-LEADS THRU 4100-EXIT
           END-IF
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-MODE-RUN
           AND WS-CD-LAST-KEY(1:8) < '40CUST  '
               PERFORM 4200-MOVE-CUSTOMERS THRU 4200-EXIT
           END-IF
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-MODE-RUN
           AND WS-CD-LAST-KEY(1:8) < '50PRTCMP'
               PERFORM 5000-MOVE-PARTS THRU 5000-EXIT
           END-IF
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-MODE-RUN
           AND WS-CD-LAST-KEY(1:8) < '60RO    '
               PERFORM 6000-MOVE-REPAIR-ORDERS THRU 6000-EXIT
           END-IF
      *
           IF NOT WS-RUN-IS-FAILED
           AND WS-MODE-RUN
               PERFORM 6500-COMPLETE-TRANSFER THRU 6500-EXIT
           END-IF
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT
               CLOSE REPORT-FILE
           END-IF
      *
           DISPLAY 'BATDXF00: PROCESSING COMPLETE - ' WS-CC-MODE
           DISPLAY 'BATDXF00:   FROM/TO DEALER   = ' WS-HV-OLD-DEALER
                   ' / ' WS-HV-NEW-DEALER
           DISPLAY 'BATDXF00:   VEHICLES         = ' WS-VEH-COUNT
           DISPLAY 'BATDXF00:   FLOOR PLAN LINES = ' WS-FP-COUNT
           DISPLAY 'BATDXF00:   OPEN DEALS       = ' WS-DEAL-COUNT
           DISPLAY 'BATDXF00:   OPEN LEADS       = ' WS-LEAD-COUNT
           DISPLAY 'BATDXF00:   CUSTOMERS        = ' WS-CUST-COUNT
           DISPLAY 'BATDXF00:   SALES STAFF      = ' WS-USER-COUNT
           DISPLAY 'BATDXF00:   PART NUMBERS     = ' WS-PART-COUNT
           DISPLAY 'BATDXF00:   OPEN ROS         = ' WS-RO-COUNT
           DISPLAY 'BATDXF00:   ERRORS           = ' WS-ERROR-COUNT
      *
           IF WS-RUN-IS-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - CARD, TRANSFER ROW, REPORT, RESTART     *
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
           INITIALIZE WS-CHKP-DATA
      *
           PERFORM 1100-READ-CONTROL-CARD
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'BATDXF00: ERROR OPENING DXFRPT - '
                       WS-FILE-STATUS
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
      *
           MOVE WS-CC-MODE    TO WS-RH1-MODE
           MOVE WS-TODAY-DATE TO WS-RH1-DATE
           WRITE REPORT-RECORD FROM WS-RPT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-RPT-HEADER-2
               AFTER ADVANCING 1
      *
           IF WS-CC-OLD-DEALER = SPACES
               DISPLAY 'BATDXF00: NO DEALER CODE ON CONTROL CARD'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
      *
           PERFORM 1200-LOAD-TRANSFER THRU 1200-EXIT
           IF WS-RUN-IS-FAILED
           OR WS-MODE-PREVIEW
               GO TO 1000-EXIT
           END-IF
      *
      *    RUN - REGISTER WITH CHECKPOINT/RESTART
      *
           MOVE 'INIT'       TO WS-CF-FUNC-CODE
           MOVE WS-MODULE-ID TO WS-CF-PROGRAM-NAME
           MOVE WS-MODULE-ID TO WS-CF-JOB-NAME
           MOVE 'DLRXFER '   TO WS-CF-STEP-NAME
           MOVE WS-COMMIT-FREQ TO WS-CF-CHECKPOINT-FREQ
      *
           MOVE 'ASCHKP00'   TO WS-CD-EYE-CATCHER
           MOVE WS-MODULE-ID TO WS-CD-PROGRAM-ID
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE > +4
               DISPLAY 'BATDXF00: CHECKPOINT INIT FAILED - '
                       WS-CR-RETURN-MSG
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1000-EXIT
           END-IF
           DISPLAY 'BATDXF00: ' WS-CR-RETURN-MSG
      *
           IF WS-CR-RESTART-FLAG = 'Y'
               MOVE WS-CR-LAST-KEY TO WS-CD-LAST-KEY
               DISPLAY 'BATDXF00: RESTART AFTER '
                       WS-CD-LAST-KEY(1:30)
           ELSE
               MOVE SPACES TO WS-CD-LAST-KEY
           END-IF
      *
      *    MARK THE TRANSFER IN PROGRESS - ADMDLR00 CAN NO LONGER
      *    RE-KEY IT FROM HERE ON
      *
           EXEC SQL
               UPDATE AUTOSALE.DEALER_TRANSFER
               SET    XFER_STATUS     = 'IP'
               WHERE  OLD_DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  XFER_STATUS     = 'SC'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: TRANSFER STATUS UPDATE FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 1000-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1100-READ-CONTROL-CARD - COL 1-8 MODE, COL 10-14 DEALER   *
      *    MODE DEFAULTS TO PREVIEW SO NOTHING MOVES BY ACCIDENT.    *
      ****************************************************************
       1100-READ-CONTROL-CARD.
      *
           OPEN INPUT CONTROL-FILE
      *
           IF WS-SYSIN-STATUS = '00'
               READ CONTROL-FILE INTO WS-CONTROL-CARD
               IF WS-SYSIN-STATUS NOT = '00'
                   MOVE 'PREVIEW ' TO WS-CC-MODE
                   MOVE SPACES     TO WS-CC-OLD-DEALER
               END-IF
               CLOSE CONTROL-FILE
           END-IF
      *
           IF NOT WS-MODE-PREVIEW
           AND NOT WS-MODE-RUN
               MOVE 'PREVIEW ' TO WS-CC-MODE
           END-IF
      *
           MOVE WS-CC-OLD-DEALER TO WS-HV-OLD-DEALER
           DISPLAY 'BATDXF00: MODE = ' WS-CC-MODE
                   ' DEALER = ' WS-CC-OLD-DEALER
           .
      *
      ****************************************************************
      *    1200-LOAD-TRANSFER - SCHEDULED OR IN-PROGRESS TRANSFER    *
      ****************************************************************
       1200-LOAD-TRANSFER.
      *
           EXEC SQL
               SELECT NEW_DEALER_CODE
                    , CHAR(EFFECTIVE_DATE, ISO)
                    , FP_DISPOSITION
                    , NEW_LENDER_ID
                    , XFER_STATUS
                    , CASE WHEN EFFECTIVE_DATE <= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
               INTO  :WS-HV-NEW-DEALER
                    , :WS-HV-EFF-DATE
                    , :WS-HV-FP-DISP
                    , :WS-HV-NEW-LENDER :NI-NEW-LENDER
                    , :WS-HV-XFER-STATUS
                    , :WS-HV-DUE-FLAG
               FROM   AUTOSALE.DEALER_TRANSFER
               WHERE  OLD_DEALER_CODE = :WS-HV-OLD-DEALER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   DISPLAY 'BATDXF00: NO TRANSFER SCHEDULED FOR '
                           WS-HV-OLD-DEALER ' - USE ADMDLR00 CLS'
                   ADD +1 TO WS-ERROR-COUNT
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 1200-EXIT
               WHEN OTHER
                   DISPLAY 'BATDXF00: DEALER_TRANSFER READ FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   SET WS-RUN-IS-FAILED TO TRUE
                   GO TO 1200-EXIT
           END-EVALUATE
      *
           IF NI-NEW-LENDER < 0
               MOVE SPACES TO WS-HV-NEW-LENDER
           END-IF
      *
           MOVE WS-HV-OLD-DEALER  TO WS-XL-OLD-DEALER
           MOVE WS-HV-NEW-DEALER  TO WS-XL-NEW-DEALER
           MOVE WS-HV-EFF-DATE    TO WS-XL-EFF-DATE
           MOVE WS-HV-NEW-LENDER  TO WS-XL-LENDER
           MOVE WS-HV-XFER-STATUS TO WS-XL-STATUS
           IF WS-FP-ASSUME
               MOVE 'ASSUMED BY NEW LENDER' TO WS-XL-FP-TEXT
           ELSE
               MOVE 'PAID OFF AND REFLOORED' TO WS-XL-FP-TEXT
           END-IF
           WRITE REPORT-RECORD FROM WS-XFER-LINE
               AFTER ADVANCING 1
      *
           IF WS-HV-XFER-STATUS = 'CM'
               DISPLAY 'BATDXF00: TRANSFER FOR ' WS-HV-OLD-DEALER
                       ' IS ALREADY COMPLETE'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 1200-EXIT
           END-IF
      *
           IF WS-MODE-RUN
           AND WS-HV-DUE-FLAG NOT = 'Y'
               DISPLAY 'BATDXF00: EFFECTIVE DATE ' WS-HV-EFF-DATE
                       ' NOT REACHED - RUN PREVIEW UNTIL THEN'
               ADD +1 TO WS-ERROR-COUNT
               SET WS-RUN-IS-FAILED TO TRUE
           END-IF
           .
       1200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-PREVIEW - LIST THE UNITS, COUNT EVERYTHING ELSE      *
      ****************************************************************
       2000-PREVIEW.
      *
           PERFORM 2100-VEHICLE-SECTION-HDR
      *
           EXEC SQL OPEN CSR_DXF_VEH END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: ERROR OPENING VEHICLE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               SET WS-RUN-IS-FAILED TO TRUE
               GO TO 2000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-VEH
      *
           PERFORM UNTIL WS-VEH-DONE
               PERFORM 3050-FETCH-VEHICLE
               IF NOT WS-VEH-DONE
                   ADD +1 TO WS-VEH-COUNT
                   IF NI-FP-ID >= 0
                       ADD +1 TO WS-FP-COUNT
                       ADD WS-HV-FP-BALANCE TO WS-FP-BALANCE-TOTAL
                   END-IF
                   PERFORM 3900-WRITE-VEHICLE-LINE
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_DXF_VEH END-EXEC
      *
      *    OPEN DEALS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.SALES_DEAL
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  DEAL_STATUS NOT IN ('DL', 'CA', 'UW', 'CL')
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-COUNT TO WS-DEAL-COUNT
           END-IF
      *
      *    OPEN LEADS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.CUSTOMER_LEAD
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  LEAD_STATUS NOT IN ('WN', 'LS', 'DD')
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-COUNT TO WS-LEAD-COUNT
           END-IF
      *
      *    CUSTOMERS (MERGED-AWAY DUPLICATES STAY BEHIND)
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.CUSTOMER
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  MERGED_INTO IS NULL
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-COUNT TO WS-CUST-COUNT
           END-IF
      *
      *    ACTIVE SALES STAFF CARRYING CUSTOMERS, DEALS OR LEADS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.SYSTEM_USER U
               WHERE  U.DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  U.ACTIVE_FLAG = 'Y'
                 AND (U.USER_ID IN
                      ( SELECT C.ASSIGNED_SALES
                        FROM   AUTOSALE.CUSTOMER C
                        WHERE  C.DEALER_CODE = :WS-HV-OLD-DEALER
                          AND  C.MERGED_INTO IS NULL )
                  OR  U.USER_ID IN
                      ( SELECT D.SALESPERSON_ID
                        FROM   AUTOSALE.SALES_DEAL D
                        WHERE  D.DEALER_CODE = :WS-HV-OLD-DEALER
                          AND  D.DEAL_STATUS NOT IN
                               ('DL', 'CA', 'UW', 'CL') )
                  OR  U.USER_ID IN
                      ( SELECT L.ASSIGNED_SALES
                        FROM   AUTOSALE.CUSTOMER_LEAD L
                        WHERE  L.DEALER_CODE = :WS-HV-OLD-DEALER
                          AND  L.LEAD_STATUS NOT IN
                               ('WN', 'LS', 'DD') ))
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-COUNT TO WS-USER-COUNT
           END-IF
      *
      *    PARTS ON HAND
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(SUM(QTY_ON_HAND), 0)
               INTO   :WS-HV-COUNT
                    , :WS-HV-QTY-SUM
               FROM   AUTOSALE.PARTS_MASTER
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  QTY_ON_HAND > 0
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-COUNT   TO WS-PART-COUNT
               MOVE WS-HV-QTY-SUM TO WS-PART-QTY-TOTAL
           END-IF
      *
      *    OPEN REPAIR ORDERS
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-COUNT
               FROM   AUTOSALE.REPAIR_ORDER
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  RO_STATUS NOT = 'CL'
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-COUNT TO WS-RO-COUNT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2100-VEHICLE-SECTION-HDR                                  *
      ****************************************************************
       2100-VEHICLE-SECTION-HDR.
      *
           MOVE SPACES TO WS-SH-TEXT
           MOVE 'IN-STOCK VEHICLES AND FLOOR PLAN LINES'
               TO WS-SH-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-HDR
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-VEH-HDR
               AFTER ADVANCING 1
           .
      *
      ****************************************************************
      *    3000-MOVE-VEHICLES - PHASE 10VEH                          *
      ****************************************************************
       3000-MOVE-VEHICLES.
      *
           PERFORM 2100-VEHICLE-SECTION-HDR
      *
           EXEC SQL OPEN CSR_DXF_VEH END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: ERROR OPENING VEHICLE CURSOR - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-VEH
           MOVE +0  TO WS-SINCE-COMMIT
      *
           PERFORM UNTIL WS-VEH-DONE
               PERFORM 3050-FETCH-VEHICLE
               IF NOT WS-VEH-DONE
                   PERFORM 3100-MOVE-ONE-VEHICLE THRU 3100-EXIT
                   IF WS-RUN-IS-FAILED
                       SET WS-VEH-DONE TO TRUE
                   ELSE
                       ADD +1 TO WS-SINCE-COMMIT
                       IF WS-SINCE-COMMIT >= WS-COMMIT-FREQ
                           MOVE SPACES TO WS-PHASE-NAME
                           STRING '10VEH   ' WS-HV-VIN
                               DELIMITED BY SIZE
                               INTO WS-PHASE-NAME
                           PERFORM 7500-TAKE-CHECKPOINT
                               THRU 7500-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_DXF_VEH END-EXEC
      *
           IF NOT WS-RUN-IS-FAILED
               MOVE '10VEHCMP' TO WS-PHASE-NAME
               PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3050-FETCH-VEHICLE                                        *
      ****************************************************************
       3050-FETCH-VEHICLE.
      *
           EXEC SQL FETCH CSR_DXF_VEH
               INTO :WS-HV-VIN
                  , :WS-HV-MODEL-YEAR
                  , :WS-HV-MAKE-CODE
                  , :WS-HV-MODEL-CODE
                  , :WS-HV-VEH-STATUS
                  , :WS-HV-STOCK-NUM
                  , :WS-HV-FP-ID       :NI-FP-ID
                  , :WS-HV-FP-LENDER   :NI-FP-LENDER
                  , :WS-HV-FP-BALANCE  :NI-FP-BALANCE
                  , :WS-HV-FP-INVOICE  :NI-FP-INVOICE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF NI-FP-ID < 0
                       MOVE SPACES TO WS-HV-FP-LENDER
                       MOVE +0     TO WS-HV-FP-BALANCE
                       MOVE +0     TO WS-HV-FP-INVOICE
                   END-IF
               WHEN +100
                   SET WS-VEH-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'BATDXF00: DB2 ERROR ON VEHICLE CURSOR - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   SET WS-RUN-IS-FAILED TO TRUE
                   SET WS-VEH-DONE TO TRUE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    3100-MOVE-ONE-VEHICLE - STOCK COUNTS, FLOOR PLAN, VEHICLE *
      ****************************************************************
       3100-MOVE-ONE-VEHICLE.
      *
           PERFORM 3200-SHIFT-STOCK-POSITION THRU 3200-EXIT
           IF WS-RUN-IS-FAILED
               GO TO 3100-EXIT
           END-IF
      *
           IF NI-FP-ID >= 0
               PERFORM 3400-MOVE-FLOOR-PLAN THRU 3400-EXIT
               IF WS-RUN-IS-FAILED
                   GO TO 3100-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE
               SET    DEALER_CODE  = :WS-HV-NEW-DEALER
                    , LOT_LOCATION = NULL
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  VIN          = :WS-HV-VIN
                 AND  DEALER_CODE  = :WS-HV-OLD-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: VEHICLE UPDATE FAILED - '
                       WS-HV-VIN ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3100-EXIT
           END-IF
      *
      *    STATUS HISTORY - STATUS IS UNCHANGED, THE ROW RECORDS
      *    THE CHANGE OF DEALER FOR THE UNIT'S AUDIT TRAIL
      *
           EXEC SQL
               SELECT COALESCE(MAX(STATUS_SEQ), 0) + 1
               INTO   :WS-HV-HIST-SEQ
               FROM   AUTOSALE.VEHICLE_STATUS_HIST
               WHERE  VIN = :WS-HV-VIN
           END-EXEC
      *
           MOVE SPACES TO WS-HV-HIST-REASON
           STRING 'BUY-SELL TRANSFER ' WS-HV-OLD-DEALER
                  ' TO ' WS-HV-NEW-DEALER
               DELIMITED BY SIZE
               INTO WS-HV-HIST-REASON
      *
           EXEC SQL
               INSERT INTO AUTOSALE.VEHICLE_STATUS_HIST
                    ( VIN
                    , STATUS_SEQ
                    , OLD_STATUS
                    , NEW_STATUS
                    , CHANGED_BY
                    , CHANGE_REASON
                    , CHANGED_TS
                    )
               VALUES
                    ( :WS-HV-VIN
                    , :WS-HV-HIST-SEQ
                    , :WS-HV-VEH-STATUS
                    , :WS-HV-VEH-STATUS
                    , :WS-MODULE-ID
                    , :WS-HV-HIST-REASON
                    , CURRENT TIMESTAMP
                    )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: STATUS HISTORY INSERT FAILED - '
                       WS-HV-VIN ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3100-EXIT
           END-IF
      *
           ADD +1 TO WS-VEH-COUNT
           ADD +1 TO WS-PEND-VEH
           PERFORM 3900-WRITE-VEHICLE-LINE
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-SHIFT-STOCK-POSITION - TAKE THE UNIT OUT OF THE OLD  *
      *    DEALER'S BUCKETS AND INTO THE NEW DEALER'S. THIS IS A     *
      *    RE-HOMING, NOT A DEALER TRADE, SO THE UNIT NEVER PASSES   *
      *    THROUGH IN-TRANSIT (COMSTCK0 TRNO/TRNI).                  *
      *      AV - ON HAND                                            *
      *      HD - ON HOLD                                            *
      *      AL - ON HAND AND ALLOCATED                              *
      ****************************************************************
       3200-SHIFT-STOCK-POSITION.
      *
           EVALUATE WS-HV-VEH-STATUS
               WHEN 'HD'
                   MOVE +0 TO WS-ADJ-ON-HAND
                   MOVE +1 TO WS-ADJ-ON-HOLD
                   MOVE +0 TO WS-ADJ-ALLOC
               WHEN 'AL'
                   MOVE +1 TO WS-ADJ-ON-HAND
                   MOVE +0 TO WS-ADJ-ON-HOLD
                   MOVE +1 TO WS-ADJ-ALLOC
               WHEN OTHER
                   MOVE +1 TO WS-ADJ-ON-HAND
                   MOVE +0 TO WS-ADJ-ON-HOLD
                   MOVE +0 TO WS-ADJ-ALLOC
           END-EVALUATE
      *
      *    NEW DEALER POSITION ROW FOR THE MODEL IF IT HAS NONE,
      *    CARRYING OVER THE OLD STORE'S REORDER POINT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.STOCK_POSITION
                    ( DEALER_CODE, MODEL_YEAR, MAKE_CODE, MODEL_CODE
                    , ON_HAND_COUNT, IN_TRANSIT_COUNT
                    , ALLOCATED_COUNT, ON_HOLD_COUNT
                    , SOLD_MTD, SOLD_YTD, REORDER_POINT, UPDATED_TS )
               SELECT :WS-HV-NEW-DEALER, P.MODEL_YEAR
                    , P.MAKE_CODE, P.MODEL_CODE
                    , 0, 0, 0, 0, 0, 0, P.REORDER_POINT
                    , CURRENT TIMESTAMP
               FROM   AUTOSALE.STOCK_POSITION P
               WHERE  P.DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  P.MODEL_YEAR  = :WS-HV-MODEL-YEAR
                 AND  P.MAKE_CODE   = :WS-HV-MAKE-CODE
                 AND  P.MODEL_CODE  = :WS-HV-MODEL-CODE
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.STOCK_POSITION X
                        WHERE  X.DEALER_CODE = :WS-HV-NEW-DEALER
                          AND  X.MODEL_YEAR  = :WS-HV-MODEL-YEAR
                          AND  X.MAKE_CODE   = :WS-HV-MAKE-CODE
                          AND  X.MODEL_CODE  = :WS-HV-MODEL-CODE )
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: STOCK POSITION INSERT FAILED - '
                       WS-HV-VIN ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3200-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.STOCK_POSITION
               SET    ON_HAND_COUNT   =
                      CASE WHEN ON_HAND_COUNT > :WS-ADJ-ON-HAND
                           THEN ON_HAND_COUNT - :WS-ADJ-ON-HAND
                           ELSE 0 END
                    , ON_HOLD_COUNT   =
                      CASE WHEN ON_HOLD_COUNT > :WS-ADJ-ON-HOLD
                           THEN ON_HOLD_COUNT - :WS-ADJ-ON-HOLD
                           ELSE 0 END
                    , ALLOCATED_COUNT =
                      CASE WHEN ALLOCATED_COUNT > :WS-ADJ-ALLOC
                           THEN ALLOCATED_COUNT - :WS-ADJ-ALLOC
                           ELSE 0 END
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  MODEL_YEAR  = :WS-HV-MODEL-YEAR
                 AND  MAKE_CODE   = :WS-HV-MAKE-CODE
                 AND  MODEL_CODE  = :WS-HV-MODEL-CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: OLD STOCK POSITION UPDATE FAILED - '
                       WS-HV-VIN ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3200-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.STOCK_POSITION
               SET    ON_HAND_COUNT   = ON_HAND_COUNT
                                      + :WS-ADJ-ON-HAND
                    , ON_HOLD_COUNT   = ON_HOLD_COUNT
                                      + :WS-ADJ-ON-HOLD
                    , ALLOCATED_COUNT = ALLOCATED_COUNT
                                      + :WS-ADJ-ALLOC
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  DEALER_CODE = :WS-HV-NEW-DEALER
                 AND  MODEL_YEAR  = :WS-HV-MODEL-YEAR
                 AND  MAKE_CODE   = :WS-HV-MAKE-CODE
                 AND  MODEL_CODE  = :WS-HV-MODEL-CODE
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: NEW STOCK POSITION UPDATE FAILED - '
                       WS-HV-VIN ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3400-MOVE-FLOOR-PLAN - ASSUME OR PAY OFF / REFLOOR        *
      ****************************************************************
       3400-MOVE-FLOOR-PLAN.
      *
           IF WS-FP-ASSUME
               EXEC SQL
                   UPDATE AUTOSALE.FLOOR_PLAN_VEHICLE
                   SET    DEALER_CODE   = :WS-HV-NEW-DEALER
                        , LENDER_ID     = :WS-HV-NEW-LENDER
                   WHERE  FLOOR_PLAN_ID = :WS-HV-FP-ID
               END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATDXF00: FLOOR PLAN ASSUME FAILED - '
                           WS-HV-VIN ' ' SQLCODE
                   PERFORM 8000-PHASE-FAILED
                   GO TO 3400-EXIT
               END-IF
               ADD +1 TO WS-FP-COUNT
               ADD +1 TO WS-PEND-FP
               ADD WS-HV-FP-BALANCE TO WS-FP-BALANCE-TOTAL
               GO TO 3400-EXIT
           END-IF
      *
      *    PAYOFF - THE OLD LINE CLOSES UNDER THE OLD CODE AS OF THE
      *    EFFECTIVE DATE AND STAYS THERE AS HISTORY
      *
           EXEC SQL
               UPDATE AUTOSALE.FLOOR_PLAN_VEHICLE
               SET    FP_STATUS       = 'PD'
                    , PAYOFF_DATE     = :WS-HV-EFF-DATE
                    , CURRENT_BALANCE = 0
               WHERE  FLOOR_PLAN_ID   = :WS-HV-FP-ID
           END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: FLOOR PLAN PAYOFF FAILED - '
                       WS-HV-VIN ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3400-EXIT
           END-IF
      *
      *    REFLOOR WITH THE NEW LENDER AT THE PAYOFF BALANCE - IF
      *    THE SUCCESSOR HAS NO FLOOR PLAN LENDER IT CARRIES THE
      *    UNIT FOR CASH
      *
           IF WS-HV-NEW-LENDER = SPACES
               GO TO 3400-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.FPL_SEQ
               INTO  :WS-HV-NEW-FP-ID
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: FLOOR PLAN ID FAILED - '
                       WS-HV-VIN ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3400-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.FLOOR_PLAN_VEHICLE
                    ( FLOOR_PLAN_ID, VIN, DEALER_CODE, LENDER_ID
                    , INVOICE_AMOUNT, CURRENT_BALANCE
                    , INTEREST_ACCRUED, FLOOR_DATE
                    , CURTAILMENT_DATE, PAYOFF_DATE, FP_STATUS
                    , DAYS_ON_FLOOR, LAST_INTEREST_DT )
               VALUES
                    ( :WS-HV-NEW-FP-ID
                    , :WS-HV-VIN
                    , :WS-HV-NEW-DEALER
                    , :WS-HV-NEW-LENDER
                    , :WS-HV-FP-INVOICE
                    , :WS-HV-FP-BALANCE
                    , 0
                    , :WS-HV-EFF-DATE
                    , NULL
                    , NULL
                    , 'AC'
                    , 0
                    , NULL )
           END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: REFLOOR INSERT FAILED - '
                       WS-HV-VIN ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 3400-EXIT
           END-IF
      *
           ADD +1 TO WS-FP-COUNT
           ADD +1 TO WS-PEND-FP
           ADD WS-HV-FP-BALANCE TO WS-FP-BALANCE-TOTAL
           .
       3400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3900-WRITE-VEHICLE-LINE - PREVIEW AND RUN DETAIL          *
      ****************************************************************
       3900-WRITE-VEHICLE-LINE.
      *
           MOVE WS-HV-VIN         TO WS-VL-VIN
           MOVE WS-HV-STOCK-NUM   TO WS-VL-STOCK
           MOVE WS-HV-VEH-STATUS  TO WS-VL-STATUS
           MOVE WS-HV-MODEL-YEAR  TO WS-VL-YEAR
           MOVE WS-HV-MAKE-CODE   TO WS-VL-MAKE
           MOVE WS-HV-MODEL-CODE  TO WS-VL-MODEL
           MOVE WS-HV-FP-LENDER   TO WS-VL-LENDER
           MOVE WS-HV-FP-BALANCE  TO WS-VL-BALANCE
      *
           MOVE SPACES TO WS-VL-ACTION
           EVALUATE TRUE
               WHEN NI-FP-ID < 0
                   MOVE 'NOT FLOORED - UNIT ONLY' TO WS-VL-ACTION
               WHEN WS-FP-ASSUME
                   STRING 'LINE ASSUMED BY ' WS-HV-NEW-LENDER
                       DELIMITED BY SIZE
                       INTO WS-VL-ACTION
               WHEN WS-HV-NEW-LENDER = SPACES
                   MOVE 'PAID OFF - NOT REFLOORED' TO WS-VL-ACTION
               WHEN OTHER
                   STRING 'PAID OFF, REFLOORED ' WS-HV-NEW-LENDER
                       DELIMITED BY SIZE
                       INTO WS-VL-ACTION
           END-EVALUATE
      *
           WRITE REPORT-RECORD FROM WS-VEH-LINE
               AFTER ADVANCING 1
           .
      *
      ****************************************************************
      *    4000-MOVE-DEALS - PHASE 20DEAL, OPEN DEALS ONLY           *
      ****************************************************************
       4000-MOVE-DEALS.
      *
           EXEC SQL
               UPDATE AUTOSALE.SALES_DEAL
               SET    DEALER_CODE = :WS-HV-NEW-DEALER
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  DEAL_STATUS NOT IN ('DL', 'CA', 'UW', 'CL')
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: DEAL MOVE FAILED - ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 4000-EXIT
           END-IF
      *
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-PEND-DEAL
               ADD WS-PEND-DEAL TO WS-DEAL-COUNT
           END-IF
      *
           MOVE '20DEAL  ' TO WS-PHASE-NAME
           PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-MOVE-LEADS - PHASE 30LEAD, OPEN LEADS ONLY           *
      ****************************************************************
       4100-MOVE-LEADS.
      *
           EXEC SQL
               UPDATE AUTOSALE.CUSTOMER_LEAD
               SET    DEALER_CODE = :WS-HV-NEW-DEALER
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  LEAD_STATUS NOT IN ('WN', 'LS', 'DD')
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: LEAD MOVE FAILED - ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 4100-EXIT
           END-IF
      *
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-PEND-LEAD
               ADD WS-PEND-LEAD TO WS-LEAD-COUNT
           END-IF
      *
           MOVE '30LEAD  ' TO WS-PHASE-NAME
           PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-MOVE-CUSTOMERS - PHASE 40CUST, CUSTOMERS AND THE     *
      *    ACTIVE SALES STAFF WHO CARRY THEM. DEALS AND LEADS HAVE   *
      *    ALREADY MOVED, SO THE STAFF TEST LOOKS AT THE NEW CODE.   *
      ****************************************************************
       4200-MOVE-CUSTOMERS.
      *
           EXEC SQL
               UPDATE AUTOSALE.CUSTOMER
               SET    DEALER_CODE = :WS-HV-NEW-DEALER
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  MERGED_INTO IS NULL
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: CUSTOMER MOVE FAILED - ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 4200-EXIT
           END-IF
      *
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-PEND-CUST
               ADD WS-PEND-CUST TO WS-CUST-COUNT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.SYSTEM_USER U
               SET    DEALER_CODE = :WS-HV-NEW-DEALER
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  U.DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  U.ACTIVE_FLAG = 'Y'
                 AND (U.USER_ID IN
                      ( SELECT C.ASSIGNED_SALES
                        FROM   AUTOSALE.CUSTOMER C
                        WHERE  C.DEALER_CODE = :WS-HV-NEW-DEALER
                          AND  C.ASSIGNED_SALES IS NOT NULL )
                  OR  U.USER_ID IN
                      ( SELECT D.SALESPERSON_ID
                        FROM   AUTOSALE.SALES_DEAL D
                        WHERE  D.DEALER_CODE = :WS-HV-NEW-DEALER
                          AND  D.DEAL_STATUS NOT IN
                               ('DL', 'CA', 'UW', 'CL') )
                  OR  U.USER_ID IN
                      ( SELECT L.ASSIGNED_SALES
                        FROM   AUTOSALE.CUSTOMER_LEAD L
                        WHERE  L.DEALER_CODE = :WS-HV-NEW-DEALER
                          AND  L.LEAD_STATUS NOT IN
                               ('WN', 'LS', 'DD') ))
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: SALES STAFF MOVE FAILED - ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 4200-EXIT
           END-IF
      *
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-PEND-USER
               ADD WS-PEND-USER TO WS-USER-COUNT
           END-IF
      *
           MOVE '40CUST  ' TO WS-PHASE-NAME
           PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-MOVE-PARTS - PHASE 50PRT                             *
      ****************************************************************
       5000-MOVE-PARTS.
      *
           EXEC SQL OPEN CSR_DXF_PRT END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: ERROR OPENING PARTS CURSOR - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-PRT
           MOVE +0  TO WS-SINCE-COMMIT
      *
           PERFORM UNTIL WS-PRT-DONE
               EXEC SQL FETCH CSR_DXF_PRT
                   INTO :WS-HV-PART-NUMBER
                      , :WS-HV-PART-QTY
                      , :WS-HV-PART-RESV
                      , :WS-HV-PART-COST
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-MOVE-ONE-PART THRU 5100-EXIT
                       IF WS-RUN-IS-FAILED
                           SET WS-PRT-DONE TO TRUE
                       ELSE
                           ADD +1 TO WS-SINCE-COMMIT
                           IF WS-SINCE-COMMIT >= WS-COMMIT-FREQ
                               MOVE SPACES TO WS-PHASE-NAME
                               STRING '50PRT   ' WS-HV-PART-NUMBER
                                   DELIMITED BY SIZE
                                   INTO WS-PHASE-NAME
                               PERFORM 7500-TAKE-CHECKPOINT
                                   THRU 7500-EXIT
                           END-IF
                       END-IF
                   WHEN +100
                       SET WS-PRT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATDXF00: DB2 ERROR ON PARTS - '
                               SQLCODE
                       PERFORM 8000-PHASE-FAILED
                       SET WS-PRT-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_DXF_PRT END-EXEC
      *
           IF NOT WS-RUN-IS-FAILED
               MOVE '50PRTCMP' TO WS-PHASE-NAME
               PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-MOVE-ONE-PART - ADD TO THE NEW DEALER'S ROW (OR      *
      *    CREATE IT FROM THE OLD ONE), ZERO THE OLD ROW, AND POST   *
      *    A TRANSFER-OUT / TRANSFER-IN PAIR OF PARTS TRANSACTIONS   *
      ****************************************************************
       5100-MOVE-ONE-PART.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
               SET    QTY_ON_HAND  = QTY_ON_HAND  + :WS-HV-PART-QTY
                    , QTY_RESERVED = QTY_RESERVED + :WS-HV-PART-RESV
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER  = :WS-HV-PART-NUMBER
                 AND  DEALER_CODE  = :WS-HV-NEW-DEALER
           END-EXEC
      *
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO AUTOSALE.PARTS_MASTER
                        ( PART_NUMBER, DEALER_CODE, PART_DESC
                        , BIN_LOCATION, QTY_ON_HAND, QTY_ON_ORDER
                        , UNIT_COST, ACTIVE_FLAG, CREATED_TS
                        , UPDATED_TS, MIN_QTY, MAX_QTY
                        , SUPPLIER_CODE, LIST_PRICE, ABC_CLASS
                        , LAST_COUNT_DATE, QTY_RESERVED )
                   SELECT PART_NUMBER, :WS-HV-NEW-DEALER, PART_DESC
                        , NULL, QTY_ON_HAND, 0
                        , UNIT_COST, 'Y', CURRENT TIMESTAMP
                        , CURRENT TIMESTAMP, MIN_QTY, MAX_QTY
                        , SUPPLIER_CODE, LIST_PRICE, ABC_CLASS
                        , NULL, QTY_RESERVED
                   FROM   AUTOSALE.PARTS_MASTER
                   WHERE  PART_NUMBER = :WS-HV-PART-NUMBER
                     AND  DEALER_CODE = :WS-HV-OLD-DEALER
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: NEW PART ROW FAILED - '
                       WS-HV-PART-NUMBER ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 5100-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
               SET    QTY_ON_HAND  = 0
                    , QTY_RESERVED = 0
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER  = :WS-HV-PART-NUMBER
                 AND  DEALER_CODE  = :WS-HV-OLD-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: OLD PART ROW FAILED - '
                       WS-HV-PART-NUMBER ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 5100-EXIT
           END-IF
      *
      *    TRANSFER OUT OF THE OLD STORE
      *
           COMPUTE WS-HV-PART-QTY-NEG = 0 - WS-HV-PART-QTY
           MOVE WS-HV-OLD-DEALER TO WS-HV-XFER-DLR
           MOVE 'TO'             TO WS-HV-TRAN-TYPE
           MOVE WS-HV-PART-QTY-NEG TO WS-HV-TRAN-QTY
           PERFORM 5200-POST-PART-TRAN THRU 5200-EXIT
           IF WS-RUN-IS-FAILED
               GO TO 5100-EXIT
           END-IF
      *
      *    TRANSFER INTO THE NEW STORE
      *
           MOVE WS-HV-NEW-DEALER TO WS-HV-XFER-DLR
           MOVE 'TI'             TO WS-HV-TRAN-TYPE
           MOVE WS-HV-PART-QTY   TO WS-HV-TRAN-QTY
           PERFORM 5200-POST-PART-TRAN THRU 5200-EXIT
           IF WS-RUN-IS-FAILED
               GO TO 5100-EXIT
           END-IF
      *
           ADD +1 TO WS-PART-COUNT
           ADD +1 TO WS-PEND-PART
           ADD WS-HV-PART-QTY TO WS-PART-QTY-TOTAL
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-POST-PART-TRAN - ONE PARTS_TRANSACTION ROW           *
      ****************************************************************
       5200-POST-PART-TRAN.
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PART_TRAN_SEQ
               INTO  :WS-HV-TRAN-ID
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: PART TRAN ID FAILED - ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 5200-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_TRANSACTION
               ( PART_TRAN_ID
               , PART_NUMBER
               , DEALER_CODE
               , TRAN_TYPE
               , QUANTITY
               , UNIT_COST
               , VIN
               , RO_NUMBER
               , REFERENCE_NO
               , TRAN_DATE
               , POSTED_BY
               , POSTED_TS
               )
               VALUES
               ( :WS-HV-TRAN-ID
               , :WS-HV-PART-NUMBER
               , :WS-HV-XFER-DLR
               , :WS-HV-TRAN-TYPE
               , :WS-HV-TRAN-QTY
               , :WS-HV-PART-COST
               , NULL
               , NULL
               , :WS-HV-TRAN-REF
               , CURRENT DATE
               , :WS-MODULE-ID
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: PART TRAN INSERT FAILED - '
                       WS-HV-PART-NUMBER ' ' SQLCODE
               PERFORM 8000-PHASE-FAILED
           END-IF
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-MOVE-REPAIR-ORDERS - PHASE 60RO, OPEN ROS ONLY       *
      ****************************************************************
       6000-MOVE-REPAIR-ORDERS.
      *
           EXEC SQL
               UPDATE AUTOSALE.REPAIR_ORDER
               SET    DEALER_CODE = :WS-HV-NEW-DEALER
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  DEALER_CODE = :WS-HV-OLD-DEALER
                 AND  RO_STATUS NOT = 'CL'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATDXF00: RO MOVE FAILED - ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 6000-EXIT
           END-IF
      *
           IF SQLCODE = +0
               MOVE SQLERRD(3) TO WS-PEND-RO
               ADD WS-PEND-RO TO WS-RO-COUNT
           END-IF
      *
           MOVE '60RO    ' TO WS-PHASE-NAME
           PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6500-COMPLETE-TRANSFER - TRANSFER CM, OLD DEALER INACTIVE *
      ****************************************************************
       6500-COMPLETE-TRANSFER.
      *
           EXEC SQL
               UPDATE AUTOSALE.DEALER_TRANSFER
               SET    XFER_STATUS     = 'CM'
                    , COMPLETED_TS    = CURRENT TIMESTAMP
               WHERE  OLD_DEALER_CODE = :WS-HV-OLD-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: TRANSFER COMPLETE FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 6500-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.DEALER
               SET    ACTIVE_FLAG   = 'N'
                    , INACTIVE_DATE = COALESCE(INACTIVE_DATE,
                                               DATE(:WS-HV-EFF-DATE))
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  DEALER_CODE   = :WS-HV-OLD-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: DEALER INACTIVATE FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 6500-EXIT
           END-IF
      *
           MOVE '90DONE  ' TO WS-PHASE-NAME
           PERFORM 7500-TAKE-CHECKPOINT THRU 7500-EXIT
      *
           IF NOT WS-RUN-IS-FAILED
               PERFORM 7600-MARK-COMPLETE THRU 7600-EXIT
               MOVE 'CM' TO WS-HV-XFER-STATUS
           END-IF
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-WRITE-SUMMARY - PREVIEW COUNTS, OR THE TRANSFER'S    *
      *    RUNNING TOTALS FROM DEALER_TRANSFER (ACROSS RESTARTS)     *
      ****************************************************************
       7000-WRITE-SUMMARY.
      *
           MOVE SPACES TO WS-SH-TEXT
           IF WS-MODE-PREVIEW
               MOVE 'PREVIEW - WILL MOVE TO THE SUCCESSOR DEALER'
                   TO WS-SH-TEXT
           ELSE
               MOVE 'TRANSFER TOTALS - MOVED TO THE SUCCESSOR DEALER'
                   TO WS-SH-TEXT
           END-IF
           WRITE REPORT-RECORD FROM WS-SECTION-HDR
               AFTER ADVANCING 2
      *
           IF WS-MODE-RUN
           AND WS-HV-NEW-DEALER NOT = SPACES
               EXEC SQL
                   SELECT VEHICLES_MOVED, FP_LINES_MOVED
                        , DEALS_MOVED, LEADS_MOVED
                        , CUSTOMERS_MOVED, USERS_MOVED
                        , PARTS_MOVED, ROS_MOVED
                        , XFER_STATUS
                   INTO  :VEHICLES-MOVED, :FP-LINES-MOVED
                        , :DEALS-MOVED, :LEADS-MOVED
                        , :CUSTOMERS-MOVED, :USERS-MOVED
                        , :PARTS-MOVED, :ROS-MOVED
                        , :XFER-STATUS
                   FROM   AUTOSALE.DEALER_TRANSFER
                   WHERE  OLD_DEALER_CODE = :WS-HV-OLD-DEALER
               END-EXEC
               IF SQLCODE = +0
                   MOVE VEHICLES-MOVED  TO WS-VEH-COUNT
                   MOVE FP-LINES-MOVED  TO WS-FP-COUNT
                   MOVE DEALS-MOVED     TO WS-DEAL-COUNT
                   MOVE LEADS-MOVED     TO WS-LEAD-COUNT
                   MOVE CUSTOMERS-MOVED TO WS-CUST-COUNT
                   MOVE USERS-MOVED     TO WS-USER-COUNT
                   MOVE PARTS-MOVED     TO WS-PART-COUNT
                   MOVE ROS-MOVED       TO WS-RO-COUNT
                   MOVE XFER-STATUS     TO WS-HV-XFER-STATUS
               END-IF
           END-IF
      *
           MOVE 'IN-STOCK VEHICLES' TO WS-TL-LABEL
           MOVE WS-VEH-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           MOVE 'FLOOR PLAN LINES' TO WS-TL-LABEL
           MOVE WS-FP-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           MOVE 'FLOOR PLAN BALANCE THIS RUN' TO WS-AL-LABEL
           MOVE WS-FP-BALANCE-TOTAL TO WS-AL-AMOUNT
           WRITE REPORT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1
           MOVE 'OPEN DEALS' TO WS-TL-LABEL
           MOVE WS-DEAL-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           MOVE 'OPEN LEADS' TO WS-TL-LABEL
           MOVE WS-LEAD-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           MOVE 'CUSTOMERS' TO WS-TL-LABEL
           MOVE WS-CUST-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           MOVE 'ASSIGNED SALES STAFF' TO WS-TL-LABEL
           MOVE WS-USER-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           MOVE 'PART NUMBERS ON HAND' TO WS-TL-LABEL
           MOVE WS-PART-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           MOVE 'PART QUANTITY THIS RUN' TO WS-TL-LABEL
           MOVE WS-PART-QTY-TOTAL TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           MOVE 'OPEN REPAIR ORDERS' TO WS-TL-LABEL
           MOVE WS-RO-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
      *
           MOVE SPACES TO WS-SH-TEXT
           EVALUATE TRUE
               WHEN WS-RUN-IS-FAILED
                   MOVE '*** RUN STOPPED - RESTART WITH THE SAME CARD'
                       TO WS-SH-TEXT
               WHEN WS-MODE-PREVIEW
                   MOVE '*** PREVIEW ONLY - NO DATA WAS CHANGED'
                       TO WS-SH-TEXT
               WHEN OTHER
                   MOVE '*** TRANSFER COMPLETE - OLD DEALER INACTIVE'
                       TO WS-SH-TEXT
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-SECTION-HDR
               AFTER ADVANCING 2
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7400-POST-COUNTS - ADD PENDING COUNTS TO DEALER_TRANSFER  *
      ****************************************************************
       7400-POST-COUNTS.
      *
           EXEC SQL
               UPDATE AUTOSALE.DEALER_TRANSFER
               SET    VEHICLES_MOVED  = VEHICLES_MOVED
                                      + :WS-PEND-VEH
                    , FP_LINES_MOVED  = FP_LINES_MOVED
                                      + :WS-PEND-FP
                    , DEALS_MOVED     = DEALS_MOVED
                                      + :WS-PEND-DEAL
                    , LEADS_MOVED     = LEADS_MOVED
                                      + :WS-PEND-LEAD
                    , CUSTOMERS_MOVED = CUSTOMERS_MOVED
                                      + :WS-PEND-CUST
                    , USERS_MOVED     = USERS_MOVED
                                      + :WS-PEND-USER
                    , PARTS_MOVED     = PARTS_MOVED
                                      + :WS-PEND-PART
                    , ROS_MOVED       = ROS_MOVED
                                      + :WS-PEND-RO
               WHERE  OLD_DEALER_CODE = :WS-HV-OLD-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: TRANSFER COUNT UPDATE FAILED - '
                       SQLCODE
               PERFORM 8000-PHASE-FAILED
           END-IF
           .
       7400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7500-TAKE-CHECKPOINT - POST COUNTS, COMMIT, CHKP          *
      ****************************************************************
       7500-TAKE-CHECKPOINT.
      *
           PERFORM 7400-POST-COUNTS THRU 7400-EXIT
           IF WS-RUN-IS-FAILED
               GO TO 7500-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDXF00: COMMIT FAILED - ' SQLCODE
               PERFORM 8000-PHASE-FAILED
               GO TO 7500-EXIT
           END-IF
      *
           INITIALIZE WS-PENDING-COUNTS
           MOVE +0 TO WS-SINCE-COMMIT
      *
           MOVE 'CHKP' TO WS-CF-FUNC-CODE
           MOVE WS-PHASE-NAME TO WS-CD-LAST-KEY
           COMPUTE WS-CD-RECORDS-PROC =
                   WS-VEH-COUNT + WS-PART-COUNT
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           IF WS-CR-RETURN-CODE NOT = +0
               DISPLAY 'BATDXF00: CHECKPOINT FAILED - '
                       WS-CR-RETURN-MSG
           END-IF
           .
       7500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7600-MARK-COMPLETE - CLOSE OUT THE RESTART_CONTROL ROW    *
      ****************************************************************
       7600-MARK-COMPLETE.
      *
           MOVE 'DONE' TO WS-CF-FUNC-CODE
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATDXF00: ' WS-CR-RETURN-MSG
           .
       7600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-PHASE-FAILED - ROLL BACK TO THE LAST CHECKPOINT      *
      ****************************************************************
       8000-PHASE-FAILED.
      *
           ADD +1 TO WS-ERROR-COUNT
           SET WS-RUN-IS-FAILED TO TRUE
      *
           EXEC SQL ROLLBACK END-EXEC
      *
      *    MARK THE RUN ABENDED SO THE NEXT RUN'S INIT SEES A
      *    RESTART PENDING AND RESUMES AFTER THE LAST CHECKPOINT
      *
           MOVE 'FAIL' TO WS-CF-FUNC-CODE
      *
           CALL 'COMCKPL0' USING WS-CHKP-FUNCTION
                                 WS-CHKP-DATA
                                 WS-CHKP-RESULT
      *
           DISPLAY 'BATDXF00: ROLLED BACK - RESTART RESUMES AFTER '
                   WS-CD-LAST-KEY(1:30)
           .
      ****************************************************************
      * END OF BATDXF00                                              *
      ****************************************************************
