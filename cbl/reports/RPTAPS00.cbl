       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTAPS00.
      ****************************************************************
      * PROGRAM:    RPTAPS00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    APPRAISER ACCURACY SCORECARD (MONTHLY). EVERY    *
      *             TRADE SOLD THROUGH THE DISPOSITION WORKFLOW      *
      *             (SALDSP00, STATUS SD) IN THE MONTH IS LISTED BY  *
      *             DEALER AND APPRAISER (TRADE_IN.APPRAISED_BY)     *
      *             WITH ITS ACV AGAINST THE NET REALIZED VALUE -    *
      *             SALE PRICE LESS RECONDITIONING AND SELLING FEES. *
      *             NET - ACV BELOW ZERO MEANS THE TRADE WAS         *
      *             APPRAISED HIGH AND LOST MONEY ('LOSS'); ABOVE    *
      *             ZERO MEANS IT WAS APPRAISED LOW. EACH APPRAISER  *
      *             AND DEALER CLOSES WITH THE AVERAGE NET - ACV,    *
      *             THE PERCENT OF TRADES THAT LOST MONEY, AND THE   *
      *             SAME FIGURES FOR THE PRIOR QUARTER (THE THREE    *
      *             MONTHS BEFORE THE REPORT MONTH) WITH A TREND -   *
      *             IMPROVED WHEN THE AVERAGE MISS IS CLOSER TO      *
      *             ZERO THAN IN THE PRIOR QUARTER.                  *
      *                                                              *
      * INPUT:      RPTPARM DD - OPTIONAL ON-DEMAND CARD (COMRPPL0): *
      *                      DEALER NARROWS THE REPORT, THE FROM     *
      *                      DATE PICKS THE MONTH. WITHOUT A CARD    *
      *                      THE REPORT COVERS THE PRIOR MONTH FOR   *
      *                      ALL DEALERS                             *
      *                                                              *
      * TABLES:     AUTOSALE.TRADE_DISPOSITION (READ)                *
      *             AUTOSALE.TRADE_IN          (READ)                *
      *             AUTOSALE.DEALER            (READ)                *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
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
               ASSIGN TO SYSPRINT
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
       01  REPORT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTAPS00'.
      *
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY WSRPTPRM.
      *
      *    REPORT CONTROL FIELDS
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE       PIC S9(04) COMP VALUE +56.
           05  WS-EOF-APS              PIC X(01) VALUE 'N'.
               88  WS-APS-DONE                   VALUE 'Y'.
      *
      *    CURRENT DATE WORK FIELDS
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY            PIC 9(04).
           05  WS-CURR-MM              PIC 9(02).
           05  WS-CURR-DD              PIC 9(02).
           05  FILLER                  PIC X(13).
      *
      *    REPORT PERIOD - THE MONTH AND THE QUARTER BEFORE IT
      *
       01  WS-PERIOD-FIELDS.
           05  WS-REPORT-MONTH         PIC X(07) VALUE SPACES.
           05  WS-CURR-MONTH-START     PIC X(10) VALUE SPACES.
           05  WS-MONTH-START          PIC X(10) VALUE SPACES.
           05  WS-MONTH-END            PIC X(10) VALUE SPACES.
           05  WS-QTR-START            PIC X(10) VALUE SPACES.
           05  WS-QTR-END              PIC X(10) VALUE SPACES.
      *
      *    REPORT HEADER LINES (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' APPRAISER ACCURACY SCORECARD '.
           05  FILLER                  PIC X(07) VALUE 'MONTH: '.
           05  WS-RH1-MONTH           PIC X(07).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE            PIC Z(4)9.
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL '-'.
      *
       01  WS-DEALER-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'DEALER:  '.
           05  WS-DH-DEALER-CODE      PIC X(05).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  WS-DH-DEALER-NAME      PIC X(40).
           05  FILLER                  PIC X(74) VALUE SPACES.
      *
       01  WS-APPRAISER-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               'APPRAISER:  '.
           05  WS-AH-APPRAISER        PIC X(08).
           05  FILLER                  PIC X(111) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TRADE ID  '.
           05  FILLER                  PIC X(05) VALUE 'YEAR '.
           05  FILLER                  PIC X(21) VALUE
               'VEHICLE              '.
           05  FILLER                  PIC X(05) VALUE 'CHAN '.
           05  FILLER                  PIC X(11) VALUE
               'SOLD       '.
           05  FILLER                  PIC X(11) VALUE
               '       ACV '.
           05  FILLER                  PIC X(11) VALUE
               'SALE PRICE '.
           05  FILLER                  PIC X(10) VALUE
               '    RECON '.
           05  FILLER                  PIC X(10) VALUE
               '     FEES '.
           05  FILLER                  PIC X(12) VALUE
               '  NET VALUE '.
           05  FILLER                  PIC X(12) VALUE
               '  NET - ACV '.
           05  FILLER                  PIC X(08) VALUE ' VAR %  '.
           05  FILLER                  PIC X(05) VALUE 'LOSS '.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '--------- '.
           05  FILLER                  PIC X(05) VALUE '---- '.
           05  FILLER                  PIC X(21) VALUE
               '-------------------- '.
           05  FILLER                  PIC X(05) VALUE '---- '.
           05  FILLER                  PIC X(11) VALUE
               '---------- '.
           05  FILLER                  PIC X(11) VALUE
               '---------- '.
           05  FILLER                  PIC X(11) VALUE
               '---------- '.
           05  FILLER                  PIC X(10) VALUE
               '--------- '.
           05  FILLER                  PIC X(10) VALUE
               '--------- '.
           05  FILLER                  PIC X(12) VALUE
               '----------- '.
           05  FILLER                  PIC X(12) VALUE
               '----------- '.
           05  FILLER                  PIC X(08) VALUE '------  '.
           05  FILLER                  PIC X(05) VALUE '---- '.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-TRADE-ID         PIC 9(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-YEAR             PIC 9(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-VEHICLE          PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-CHANNEL          PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-SALE-DATE        PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-ACV              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-PROCEEDS         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-RECON            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-FEES             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-NET              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-VARIANCE         PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-VAR-PCT          PIC ZZ9.9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-LOSS-FLAG        PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'TRADE_ID            002009N'.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                012004N'.
           05  FILLER                  PIC X(27)
               VALUE 'VEHICLE             017020A'.
           05  FILLER                  PIC X(27)
               VALUE 'CHANNEL             038004A'.
           05  FILLER                  PIC X(27)
               VALUE 'SALE_DATE           043010A'.
           05  FILLER                  PIC X(27)
               VALUE 'ACV                 054010N'.
           05  FILLER                  PIC X(27)
               VALUE 'SALE_PRICE          065010N'.
           05  FILLER                  PIC X(27)
               VALUE 'RECON               076009N'.
           05  FILLER                  PIC X(27)
               VALUE 'FEES                086009N'.
           05  FILLER                  PIC X(27)
               VALUE 'NET_REALIZED        096011N'.
           05  FILLER                  PIC X(27)
               VALUE 'NET_LESS_ACV        108011N'.
           05  FILLER                  PIC X(27)
               VALUE 'VARIANCE_PCT        120006N'.
           05  FILLER                  PIC X(27)
               VALUE 'LOSS_FLAG           128004A'.
      *
           COPY WSDLMOUT.
      *
      *    SCORECARD LINES - THE MONTH, THEN THE PRIOR QUARTER
      *
       01  WS-SCORE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-LABEL            PIC X(22).
           05  FILLER                  PIC X(08) VALUE 'TRADES: '.
           05  WS-SL-COUNT            PIC Z(4)9.
           05  FILLER                  PIC X(07) VALUE '  ACV: '.
           05  WS-SL-ACV              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(16)
               VALUE '  NET REALIZED: '.
           05  WS-SL-NET              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(15)
               VALUE '  AVG NET-ACV: '.
           05  WS-SL-AVG              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(14)
               VALUE '  LOST MONEY: '.
           05  WS-SL-LOSS-PCT         PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
      *
       01  WS-QUARTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE 'PRIOR QUARTER         '.
           05  FILLER                  PIC X(08) VALUE 'TRADES: '.
           05  WS-QL-COUNT            PIC Z(4)9.
           05  FILLER                  PIC X(09) VALUE '  TREND: '.
           05  WS-QL-TREND            PIC X(21).
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE '  AVG NET-ACV: '.
           05  WS-QL-AVG              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(14)
               VALUE '  LOST MONEY: '.
           05  WS-QL-LOSS-PCT         PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
      *
       01  WS-NO-TRADES-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'NO TRADES SOLD THROUGH DISPOSITION IN   '.
           05  FILLER                  PIC X(10)
               VALUE 'THE MONTH '.
           05  FILLER                  PIC X(81) VALUE SPACES.
      *
      *    ACCUMULATORS - APPRAISER, DEALER, GRAND AND THE ONE BEING
      *    PRINTED. ALL FOUR SHARE ONE LAYOUT
      *
       01  WS-APPRAISER-ACCUM.
           05  WS-AA-TRADE-COUNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-AA-LOSS-COUNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-AA-TOTAL-ACV         PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-AA-TOTAL-NET         PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-AA-TOTAL-VARIANCE    PIC S9(13)V99 COMP-3
                                                      VALUE +0.
      *
       01  WS-DEALER-ACCUM.
           05  WS-DA-TRADE-COUNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-DA-LOSS-COUNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-DA-TOTAL-ACV         PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-DA-TOTAL-NET         PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-DA-TOTAL-VARIANCE    PIC S9(13)V99 COMP-3
                                                      VALUE +0.
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-TRADE-COUNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-GA-LOSS-COUNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-GA-TOTAL-ACV         PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-GA-TOTAL-NET         PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-GA-TOTAL-VARIANCE    PIC S9(13)V99 COMP-3
                                                      VALUE +0.
      *
       01  WS-SCORE-ACCUM.
           05  WS-SA-TRADE-COUNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-SA-LOSS-COUNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-SA-TOTAL-ACV         PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-SA-TOTAL-NET         PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-SA-TOTAL-VARIANCE    PIC S9(13)V99 COMP-3
                                                      VALUE +0.
      *
      *    HOST VARIABLES - SOLD TRADE CURSOR
      *
       01  WS-HV-APS.
           05  WS-HV-DEALER-CODE      PIC X(05).
           05  WS-HV-DEALER-NAME      PIC X(40).
           05  WS-HV-APPRAISER        PIC X(08).
           05  WS-HV-TRADE-ID         PIC S9(09) COMP.
           05  WS-HV-TRADE-YEAR       PIC S9(04) COMP.
           05  WS-HV-TRADE-MAKE       PIC X(20).
           05  WS-HV-TRADE-MODEL      PIC X(30).
           05  WS-HV-CHANNEL          PIC X(01).
           05  WS-HV-SALE-DATE        PIC X(10).
           05  WS-HV-ACV-AMOUNT       PIC S9(09)V99 COMP-3.
           05  WS-HV-PROCEEDS         PIC S9(09)V99 COMP-3.
           05  WS-HV-RECON-TOTAL      PIC S9(07)V99 COMP-3.
           05  WS-HV-SALE-FEES        PIC S9(07)V99 COMP-3.
      *
      *    HOST VARIABLES - PRIOR QUARTER
      *
       01  WS-HV-QTR.
           05  WS-HV-QTR-DEALER       PIC X(05).
           05  WS-HV-QTR-APPRAISER    PIC X(08).
           05  WS-HV-QTR-COUNT        PIC S9(09) COMP.
           05  WS-HV-QTR-LOSS-COUNT   PIC S9(09) COMP.
           05  WS-HV-QTR-VARIANCE     PIC S9(13)V99 COMP-3.
      *
      *    CONTROL BREAK FIELDS
      *
       01  WS-PREV-DEALER-CODE        PIC X(05) VALUE LOW-VALUES.
       01  WS-PREV-APPRAISER          PIC X(08) VALUE LOW-VALUES.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-NET-VALUE           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-VARIANCE            PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-VAR-PCT             PIC S9(05)V9 COMP-3 VALUE +0.
           05  WS-AVG-VARIANCE        PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-LOSS-PCT            PIC S9(03)V9 COMP-3 VALUE +0.
           05  WS-QTR-AVG-VARIANCE    PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-QTR-LOSS-PCT        PIC S9(03)V9 COMP-3 VALUE +0.
           05  WS-ABS-CURRENT         PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-ABS-PRIOR           PIC S9(09)V99 COMP-3 VALUE +0.
      *
      *    DB2 CURSOR - TRADES SOLD THROUGH DISPOSITION IN THE MONTH.
      *    BLANK RPTPARM DEALER = ALL DEALERS
      *
           EXEC SQL DECLARE CSR_APS_TRADES CURSOR FOR
               SELECT P.DEALER_CODE
                    , R.DEALER_NAME
                    , T.APPRAISED_BY
                    , T.TRADE_ID
                    , T.TRADE_YEAR
                    , T.TRADE_MAKE
                    , T.TRADE_MODEL
                    , P.DISP_CHANNEL
                    , CHAR(P.SALE_DATE, ISO)
                    , T.ACV_AMOUNT
                    , P.SALE_PROCEEDS
                    , P.RECON_TOTAL
                    , P.SALE_FEES
               FROM   AUTOSALE.TRADE_DISPOSITION P
               INNER JOIN AUTOSALE.TRADE_IN T
                 ON   P.TRADE_ID = T.TRADE_ID
               INNER JOIN AUTOSALE.DEALER R
                 ON   P.DEALER_CODE = R.DEALER_CODE
               WHERE  P.DISP_STATUS = 'SD'
                 AND  P.SALE_DATE BETWEEN :WS-MONTH-START
                                      AND :WS-MONTH-END
                 AND  (P.DEALER_CODE = :WS-RPP-DEALER-CODE
                  OR   :WS-RPP-DEALER-CODE = '     ')
               ORDER BY P.DEALER_CODE
                      , T.APPRAISED_BY
                      , P.SALE_DATE
                      , T.TRADE_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTAPS00: APPRAISER ACCURACY SCORECARD - START'
      *
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      *
           IF RETURN-CODE > +4
               STOP RUN
           END-IF
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-TRADES THRU 3000-EXIT
               PERFORM 7000-PRINT-GRAND-TOTALS
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTAPS00: REPORT COMPLETE - '
                   WS-GA-TRADE-COUNT ' TRADES, '
                   WS-GA-LOSS-COUNT ' LOST MONEY'
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - REPORT MONTH AND PRIOR QUARTER          *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
      *
           INITIALIZE WS-APPRAISER-ACCUM
           INITIALIZE WS-DEALER-ACCUM
           INITIALIZE WS-GRAND-ACCUM
           MOVE LOW-VALUES TO WS-PREV-DEALER-CODE
           MOVE LOW-VALUES TO WS-PREV-APPRAISER
      *
      *    ON-DEMAND RUN PARAMETERS
      *
           MOVE 'RPTAPS00' TO WS-RPP-REPORT-ID
           CALL 'COMRPPL0' USING WS-RPP-REQUEST
                                 WS-RPP-RESULT
           IF WS-RPP-RETURN-CODE > +4
               DISPLAY 'RPTAPS00: ' WS-RPP-RETURN-MSG
               MOVE +8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF WS-RPP-CARD-READ
               DISPLAY WS-RPP-RETURN-MSG
           END-IF
      *
      *    THE CARD'S FROM DATE PICKS THE MONTH - OTHERWISE THE
      *    MONTH JUST CLOSED
      *
           IF WS-RPP-FROM-DATE NOT = SPACES
               STRING WS-RPP-FROM-DATE(1:7) '-01'
                      DELIMITED BY SIZE
                      INTO WS-MONTH-START
           ELSE
               STRING WS-CURR-YYYY '-'
                      WS-CURR-MM   '-01'
                      DELIMITED BY SIZE
                      INTO WS-CURR-MONTH-START
               EXEC SQL
                   SELECT CHAR(DATE(:WS-CURR-MONTH-START)
                          - 1 MONTH, ISO)
                   INTO   :WS-MONTH-START
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'RPTAPS00: PERIOD DATE ERROR - ' SQLCODE
                   MOVE +8 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-MONTH-START)
                          + 1 MONTH - 1 DAY, ISO)
                    , CHAR(DATE(:WS-MONTH-START)
                          - 3 MONTHS, ISO)
                    , CHAR(DATE(:WS-MONTH-START)
                          - 1 DAY, ISO)
               INTO   :WS-MONTH-END
                    , :WS-QTR-START
                    , :WS-QTR-END
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTAPS00: PERIOD DATE ERROR - ' SQLCODE
               MOVE +8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
      *
           MOVE WS-MONTH-START(1:7) TO WS-REPORT-MONTH
      *
           DISPLAY 'RPTAPS00: MONTH = ' WS-REPORT-MONTH
                   '  PRIOR QUARTER = ' WS-QTR-START
                   ' TO ' WS-QTR-END
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTAPS00: ERROR OPENING SYSPRINT - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTAPS00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-TRADES                                       *
      ****************************************************************
       3000-PROCESS-TRADES.
      *
           EXEC SQL OPEN CSR_APS_TRADES END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTAPS00: ERROR OPENING TRADE CURSOR - '
                       SQLCODE
               MOVE +8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-APS
      *
           PERFORM UNTIL WS-APS-DONE
               EXEC SQL FETCH CSR_APS_TRADES
                   INTO :WS-HV-DEALER-CODE
                      , :WS-HV-DEALER-NAME
                      , :WS-HV-APPRAISER
                      , :WS-HV-TRADE-ID
                      , :WS-HV-TRADE-YEAR
                      , :WS-HV-TRADE-MAKE
                      , :WS-HV-TRADE-MODEL
                      , :WS-HV-CHANNEL
                      , :WS-HV-SALE-DATE
                      , :WS-HV-ACV-AMOUNT
                      , :WS-HV-PROCEEDS
                      , :WS-HV-RECON-TOTAL
                      , :WS-HV-SALE-FEES
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-PROCESS-ONE-TRADE
                   WHEN +100
                       SET WS-APS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTAPS00: DB2 FETCH ERROR - '
                               SQLCODE
                       MOVE +8 TO RETURN-CODE
                       SET WS-APS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_APS_TRADES END-EXEC
      *
           IF WS-PREV-DEALER-CODE NOT = LOW-VALUES
               PERFORM 6000-PRINT-APPRAISER-TOTALS
               PERFORM 6200-PRINT-DEALER-TOTALS
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PROCESS-ONE-TRADE - NET REALIZED VALUE AGAINST ACV   *
      ****************************************************************
       4000-PROCESS-ONE-TRADE.
      *
           IF WS-HV-DEALER-CODE NOT = WS-PREV-DEALER-CODE
               IF WS-PREV-DEALER-CODE NOT = LOW-VALUES
                   PERFORM 6000-PRINT-APPRAISER-TOTALS
                   PERFORM 6200-PRINT-DEALER-TOTALS
               END-IF
               PERFORM 4500-PRINT-DEALER-HEADER
               MOVE WS-HV-DEALER-CODE TO WS-PREV-DEALER-CODE
               MOVE LOW-VALUES TO WS-PREV-APPRAISER
           END-IF
      *
           IF WS-HV-APPRAISER NOT = WS-PREV-APPRAISER
               IF WS-PREV-APPRAISER NOT = LOW-VALUES
                   PERFORM 6000-PRINT-APPRAISER-TOTALS
               END-IF
               PERFORM 4600-PRINT-APPRAISER-HEADER
               MOVE WS-HV-APPRAISER TO WS-PREV-APPRAISER
           END-IF
      *
      *    NET REALIZED = SALE PRICE LESS RECON AND SELLING FEES.
      *    NET - ACV BELOW ZERO = APPRAISED HIGH, THE TRADE LOST MONEY
      *
           COMPUTE WS-NET-VALUE =
               WS-HV-PROCEEDS - WS-HV-RECON-TOTAL - WS-HV-SALE-FEES
           COMPUTE WS-VARIANCE = WS-NET-VALUE - WS-HV-ACV-AMOUNT
      *
           MOVE +0 TO WS-VAR-PCT
           IF WS-HV-ACV-AMOUNT > +0
               COMPUTE WS-VAR-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-HV-ACV-AMOUNT
                   ON SIZE ERROR
                       MOVE +0 TO WS-VAR-PCT
               END-COMPUTE
           END-IF
      *
           MOVE WS-HV-TRADE-ID      TO WS-DL-TRADE-ID
           MOVE WS-HV-TRADE-YEAR    TO WS-DL-YEAR
           MOVE SPACES              TO WS-DL-VEHICLE
           STRING WS-HV-TRADE-MAKE  DELIMITED BY '  '
                  ' '               DELIMITED BY SIZE
                  WS-HV-TRADE-MODEL DELIMITED BY '  '
                  INTO WS-DL-VEHICLE
           EVALUATE WS-HV-CHANNEL
               WHEN 'R'
                   MOVE 'RETL' TO WS-DL-CHANNEL
               WHEN 'W'
                   MOVE 'WHSL' TO WS-DL-CHANNEL
               WHEN 'A'
                   MOVE 'AUCT' TO WS-DL-CHANNEL
               WHEN OTHER
                   MOVE SPACES TO WS-DL-CHANNEL
           END-EVALUATE
           MOVE WS-HV-SALE-DATE     TO WS-DL-SALE-DATE
           MOVE WS-HV-ACV-AMOUNT    TO WS-DL-ACV
           MOVE WS-HV-PROCEEDS      TO WS-DL-PROCEEDS
           MOVE WS-HV-RECON-TOTAL   TO WS-DL-RECON
           MOVE WS-HV-SALE-FEES     TO WS-DL-FEES
           MOVE WS-NET-VALUE        TO WS-DL-NET
           MOVE WS-VARIANCE         TO WS-DL-VARIANCE
           MOVE WS-VAR-PCT          TO WS-DL-VAR-PCT
           IF WS-VARIANCE < +0
               MOVE 'LOSS' TO WS-DL-LOSS-FLAG
               ADD +1 TO WS-AA-LOSS-COUNT
               ADD +1 TO WS-DA-LOSS-COUNT
               ADD +1 TO WS-GA-LOSS-COUNT
           ELSE
               MOVE SPACES TO WS-DL-LOSS-FLAG
           END-IF
      *
           PERFORM 5500-WRITE-DETAIL-LINE
      *
           ADD +1 TO WS-AA-TRADE-COUNT
           ADD +1 TO WS-DA-TRADE-COUNT
           ADD +1 TO WS-GA-TRADE-COUNT
           ADD WS-HV-ACV-AMOUNT TO WS-AA-TOTAL-ACV
           ADD WS-HV-ACV-AMOUNT TO WS-DA-TOTAL-ACV
           ADD WS-HV-ACV-AMOUNT TO WS-GA-TOTAL-ACV
           ADD WS-NET-VALUE TO WS-AA-TOTAL-NET
           ADD WS-NET-VALUE TO WS-DA-TOTAL-NET
           ADD WS-NET-VALUE TO WS-GA-TOTAL-NET
           ADD WS-VARIANCE TO WS-AA-TOTAL-VARIANCE
           ADD WS-VARIANCE TO WS-DA-TOTAL-VARIANCE
           ADD WS-VARIANCE TO WS-GA-TOTAL-VARIANCE
           .
      *
      ****************************************************************
      *    4500-PRINT-DEALER-HEADER                                  *
      ****************************************************************
       4500-PRINT-DEALER-HEADER.
      *
           PERFORM 5000-PAGE-HEADING
      *
           MOVE WS-HV-DEALER-CODE TO WS-DH-DEALER-CODE
           MOVE WS-HV-DEALER-NAME TO WS-DH-DEALER-NAME
           WRITE REPORT-RECORD FROM WS-DEALER-HEADER
           ADD +1 TO WS-LINE-COUNT
      *
           INITIALIZE WS-DEALER-ACCUM
           .
      *
      ****************************************************************
      *    4600-PRINT-APPRAISER-HEADER                               *
      ****************************************************************
       4600-PRINT-APPRAISER-HEADER.
      *
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 5000-PAGE-HEADING
               WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               ADD +1 TO WS-LINE-COUNT
           END-IF
      *
           MOVE WS-HV-APPRAISER TO WS-AH-APPRAISER
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM WS-APPRAISER-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
           ADD +4 TO WS-LINE-COUNT
      *
           INITIALIZE WS-APPRAISER-ACCUM
           .
      *
      ****************************************************************
      *    5000-PAGE-HEADING                                         *
      ****************************************************************
       5000-PAGE-HEADING.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-REPORT-MONTH TO WS-RH1-MONTH
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
      *
           IF WS-PAGE-COUNT = +1
               WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
           ELSE
               WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
           MOVE +2 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5500-WRITE-DETAIL-LINE                                    *
      ****************************************************************
       5500-WRITE-DETAIL-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-PAGE-HEADING
               WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               WRITE REPORT-RECORD FROM WS-APPRAISER-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
               ADD +4 TO WS-LINE-COUNT
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-APPRAISER-TOTALS - THE MONTH AND THE PRIOR     *
      *    QUARTER FOR THE APPRAISER AT THIS DEALER                  *
      ****************************************************************
       6000-PRINT-APPRAISER-TOTALS.
      *
           MOVE WS-APPRAISER-ACCUM TO WS-SCORE-ACCUM
           MOVE SPACES TO WS-SL-LABEL
           STRING 'APPRAISER ' WS-PREV-APPRAISER
                  DELIMITED BY SIZE
                  INTO WS-SL-LABEL
           PERFORM 6500-PRINT-SCORE-LINE
      *
           MOVE WS-PREV-DEALER-CODE TO WS-HV-QTR-DEALER
           MOVE WS-PREV-APPRAISER   TO WS-HV-QTR-APPRAISER
           PERFORM 6600-PRINT-PRIOR-QUARTER THRU 6600-EXIT
           .
      *
      ****************************************************************
      *    6200-PRINT-DEALER-TOTALS - ALL APPRAISERS AT THE DEALER   *
      ****************************************************************
       6200-PRINT-DEALER-TOTALS.
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD +1 TO WS-LINE-COUNT
      *
           MOVE WS-DEALER-ACCUM TO WS-SCORE-ACCUM
           MOVE SPACES TO WS-SL-LABEL
           STRING 'DEALER ' WS-PREV-DEALER-CODE ' TOTAL'
                  DELIMITED BY SIZE
                  INTO WS-SL-LABEL
           PERFORM 6500-PRINT-SCORE-LINE
      *
           MOVE WS-PREV-DEALER-CODE TO WS-HV-QTR-DEALER
           MOVE SPACES              TO WS-HV-QTR-APPRAISER
           PERFORM 6600-PRINT-PRIOR-QUARTER THRU 6600-EXIT
           .
      *
      ****************************************************************
      *    6500-PRINT-SCORE-LINE - AVERAGE NET - ACV AND PERCENT     *
      *    LOST MONEY FOR THE ACCUMULATOR IN WS-SCORE-ACCUM          *
      ****************************************************************
       6500-PRINT-SCORE-LINE.
      *
           MOVE +0 TO WS-AVG-VARIANCE
           MOVE +0 TO WS-LOSS-PCT
           IF WS-SA-TRADE-COUNT > +0
               COMPUTE WS-AVG-VARIANCE ROUNDED =
                   WS-SA-TOTAL-VARIANCE / WS-SA-TRADE-COUNT
               COMPUTE WS-LOSS-PCT ROUNDED =
                   WS-SA-LOSS-COUNT * 100 / WS-SA-TRADE-COUNT
           END-IF
      *
           MOVE WS-SA-TRADE-COUNT TO WS-SL-COUNT
           MOVE WS-SA-TOTAL-ACV   TO WS-SL-ACV
           MOVE WS-SA-TOTAL-NET   TO WS-SL-NET
           MOVE WS-AVG-VARIANCE   TO WS-SL-AVG
           MOVE WS-LOSS-PCT       TO WS-SL-LOSS-PCT
      *
           WRITE REPORT-RECORD FROM WS-SCORE-LINE
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6600-PRINT-PRIOR-QUARTER - THE SAME MEASURES OVER THE     *
      *    THREE MONTHS BEFORE THE REPORT MONTH, AND THE TREND.      *
      *    BLANK APPRAISER = THE WHOLE DEALER                        *
      ****************************************************************
       6600-PRINT-PRIOR-QUARTER.
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(SUM(CASE WHEN P.SALE_PROCEEDS
                                           - P.RECON_TOTAL
                                           - P.SALE_FEES
                                           < T.ACV_AMOUNT
                                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(P.SALE_PROCEEDS
                                 - P.RECON_TOTAL
                                 - P.SALE_FEES
                                 - T.ACV_AMOUNT), 0)
               INTO   :WS-HV-QTR-COUNT
                    , :WS-HV-QTR-LOSS-COUNT
                    , :WS-HV-QTR-VARIANCE
               FROM   AUTOSALE.TRADE_DISPOSITION P
               INNER JOIN AUTOSALE.TRADE_IN T
                 ON   P.TRADE_ID = T.TRADE_ID
               WHERE  P.DISP_STATUS = 'SD'
                 AND  P.DEALER_CODE = :WS-HV-QTR-DEALER
                 AND  (T.APPRAISED_BY = :WS-HV-QTR-APPRAISER
                  OR   :WS-HV-QTR-APPRAISER = '        ')
                 AND  P.SALE_DATE BETWEEN :WS-QTR-START
                                      AND :WS-QTR-END
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTAPS00: PRIOR QUARTER SELECT ERROR - '
                       SQLCODE
               MOVE +0 TO WS-HV-QTR-COUNT
           END-IF
      *
           MOVE +0 TO WS-QTR-AVG-VARIANCE
           MOVE +0 TO WS-QTR-LOSS-PCT
           MOVE WS-HV-QTR-COUNT TO WS-QL-COUNT
      *
           IF WS-HV-QTR-COUNT = +0
               MOVE 'NO PRIOR TRADES' TO WS-QL-TREND
           ELSE
               COMPUTE WS-QTR-AVG-VARIANCE ROUNDED =
                   WS-HV-QTR-VARIANCE / WS-HV-QTR-COUNT
               COMPUTE WS-QTR-LOSS-PCT ROUNDED =
                   WS-HV-QTR-LOSS-COUNT * 100 / WS-HV-QTR-COUNT
      *
      *        CLOSER TO ZERO EITHER WAY IS THE BETTER APPRAISAL
      *
               MOVE WS-AVG-VARIANCE TO WS-ABS-CURRENT
               IF WS-ABS-CURRENT < +0
                   COMPUTE WS-ABS-CURRENT = WS-ABS-CURRENT * -1
               END-IF
               MOVE WS-QTR-AVG-VARIANCE TO WS-ABS-PRIOR
               IF WS-ABS-PRIOR < +0
                   COMPUTE WS-ABS-PRIOR = WS-ABS-PRIOR * -1
               END-IF
      *
               EVALUATE TRUE
                   WHEN WS-ABS-CURRENT < WS-ABS-PRIOR
                       MOVE 'IMPROVED' TO WS-QL-TREND
                   WHEN WS-ABS-CURRENT > WS-ABS-PRIOR
                       MOVE 'DECLINED' TO WS-QL-TREND
                   WHEN OTHER
                       MOVE 'NO CHANGE' TO WS-QL-TREND
               END-EVALUATE
           END-IF
      *
           MOVE WS-QTR-AVG-VARIANCE TO WS-QL-AVG
           MOVE WS-QTR-LOSS-PCT     TO WS-QL-LOSS-PCT
      *
           WRITE REPORT-RECORD FROM WS-QUARTER-LINE
           ADD +1 TO WS-LINE-COUNT
           .
       6600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-GRAND-TOTALS                                   *
      ****************************************************************
       7000-PRINT-GRAND-TOTALS.
      *
           IF WS-GA-TRADE-COUNT = +0
               PERFORM 5000-PAGE-HEADING
               WRITE REPORT-RECORD FROM WS-NO-TRADES-LINE
           ELSE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-GRAND-ACCUM TO WS-SCORE-ACCUM
               MOVE 'GRAND TOTAL' TO WS-SL-LABEL
               PERFORM 6500-PRINT-SCORE-LINE
           END-IF
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-DETAIL-LINE TO WS-DLM-LINE
           MOVE 'ROW ' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    8950-CALL-DLM-SERVICE - DELIMITED DATA FILE (COMDLML0)    *
      ****************************************************************
       8950-CALL-DLM-SERVICE.
      *
           CALL 'COMDLML0' USING WS-DLM-REQUEST
                                 WS-DLM-RESULT
      *
           IF WS-DLM-RETURN-CODE > +4
               DISPLAY 'RPTAPS00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTAPS00: ERROR CLOSING SYSPRINT - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTAPS00                                              *
      ****************************************************************
