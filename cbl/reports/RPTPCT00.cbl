       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPCT00.
      ****************************************************************
      * PROGRAM:    RPTPCT00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    PARTS COUNTER TICKET PRINT. ONE PAGE PER COUNTER *
      *             TICKET CLOSED ON THE REPORT DATE (SVCCTR00 CLS   *
      *             PRICES THE TICKET AND COMPUTES TAX THROUGH       *
      *             COMTAXL0). EACH TICKET SHOWS THE SOLD-TO, THE    *
      *             PART LINES AT LIST AND SELLING PRICE, PARTS,     *
      *             TAX AND TICKET TOTALS, THE TENDER, AND THE       *
      *             RESALE CERTIFICATE WHEN THE SALE WAS TAX EXEMPT. *
      *             A RUN SUMMARY FOLLOWS.                           *
      *                                                              *
      * INPUT:      TICKET CLOSE DATE (DEFAULT CURRENT DATE)         *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_COUNTER_TICKET (READ)             *
      *             AUTOSALE.PARTS_COUNTER_LINE   (READ)             *
      *             AUTOSALE.PARTS_WHSL_ACCOUNT   (READ)             *
      *             AUTOSALE.PARTS_MASTER         (READ)             *
      *             AUTOSALE.CUSTOMER             (READ)             *
      *             AUTOSALE.DEALER               (READ)             *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED TICKETS (132 CHARS)        *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-14  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTPCT00'.
      *
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    REPORT CONTROL FIELDS
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE       PIC S9(04) COMP VALUE +56.
           05  WS-EOF-TICKET           PIC X(01) VALUE 'N'.
               88  WS-TICKETS-DONE               VALUE 'Y'.
           05  WS-EOF-LINE             PIC X(01) VALUE 'N'.
               88  WS-LINES-DONE                 VALUE 'Y'.
      *
      *    INPUT PARAMETER
      *
       01  WS-PARM-AREA.
           05  WS-REPORT-DATE          PIC X(10) VALUE SPACES.
      *
      *    CURRENT DATE WORK FIELDS
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY            PIC 9(04).
           05  WS-CURR-MM              PIC 9(02).
           05  WS-CURR-DD              PIC 9(02).
           05  FILLER                  PIC X(13).
      *
       01  WS-HV-CLOSE-DATE            PIC X(10) VALUE SPACES.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE '   PARTS COUNTER SALES TICKET '.
           05  FILLER                  PIC X(07) VALUE 'DATE: '.
           05  WS-RH1-DATE            PIC X(10).
           05  FILLER                  PIC X(06) VALUE SPACES.
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
           05  FILLER                  PIC X(09) VALUE '  PHONE: '.
           05  WS-DH-PHONE            PIC X(10).
           05  FILLER                  PIC X(55) VALUE SPACES.
      *
       01  WS-TKT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'TICKET NO:   '.
           05  WS-TK1-TICKET          PIC 9(09).
           05  FILLER                  PIC X(14) VALUE '   SALE TYPE: '.
           05  WS-TK1-SALE-TYPE       PIC X(09).
           05  FILLER                  PIC X(12) VALUE '   SOLD TO: '.
           05  WS-TK1-SOLD-TO         PIC X(40).
           05  FILLER                  PIC X(34) VALUE SPACES.
      *
       01  WS-TKT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'CLOSED:      '.
           05  WS-TK2-CLOSE-DATE      PIC X(10).
           05  FILLER                  PIC X(12) VALUE '   CLERK:   '.
           05  WS-TK2-CLERK           PIC X(08).
           05  FILLER                  PIC X(12) VALUE '   ACCOUNT: '.
           05  WS-TK2-ACCOUNT         PIC Z(8)9.
           05  FILLER                  PIC X(67) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'LINE  '.
           05  FILLER                  PIC X(17) VALUE
               'PART NUMBER      '.
           05  FILLER                  PIC X(42) VALUE
               'DESCRIPTION                               '.
           05  FILLER                  PIC X(08) VALUE '     QTY'.
           05  FILLER                  PIC X(12) VALUE
               '  LIST PRICE'.
           05  FILLER                  PIC X(12) VALUE
               '  UNIT PRICE'.
           05  FILLER                  PIC X(13) VALUE
               '   LINE TOTAL'.
           05  FILLER                  PIC X(21) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE '----  '.
           05  FILLER                  PIC X(17) VALUE
               '---------------  '.
           05  FILLER                  PIC X(42) VALUE
               '----------------------------------------  '.
           05  FILLER                  PIC X(08) VALUE '   -----'.
           05  FILLER                  PIC X(12) VALUE
               '  ----------'.
           05  FILLER                  PIC X(12) VALUE
               '  ----------'.
           05  FILLER                  PIC X(13) VALUE
               '   ----------'.
           05  FILLER                  PIC X(21) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-LINE-NUM         PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PART             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DESC             PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-QTY              PIC Z(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-LIST-AMT         PIC Z(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-UNIT-AMT         PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-LINE-AMT         PIC Z(6)9.99.
           05  FILLER                  PIC X(21) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'LINE_NUM            002004N'.
           05  FILLER                  PIC X(27)
               VALUE 'PART                008015A'.
           05  FILLER                  PIC X(27)
               VALUE 'DESC                025040A'.
           05  FILLER                  PIC X(27)
               VALUE 'QTY                 067008N'.
           05  FILLER                  PIC X(27)
               VALUE 'LIST_AMT            077010N'.
           05  FILLER                  PIC X(27)
               VALUE 'UNIT_AMT            089010N'.
           05  FILLER                  PIC X(27)
               VALUE 'LINE_AMT            102010N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TICKET-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(76) VALUE SPACES.
           05  WS-TT-LABEL            PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TT-AMOUNT           PIC Z(6)9.99-.
           05  FILLER                  PIC X(24) VALUE SPACES.
      *
       01  WS-TENDER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(76) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'TENDER:           '.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TL-TENDER-DESC      PIC X(35).
      *
       01  WS-EXEMPT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(56) VALUE SPACES.
           05  FILLER                  PIC X(33)
               VALUE 'TAX EXEMPT - RESALE CERTIFICATE: '.
           05  WS-EX-CERT-NO          PIC X(20).
           05  FILLER                  PIC X(22) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE ALL '='.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'RUN SUMMARY:    '.
           05  WS-GT-TICKET-CT        PIC Z(5)9.
           05  FILLER                  PIC X(10) VALUE ' TICKETS  '.
           05  FILLER                  PIC X(10) VALUE '  TOTAL: '.
           05  WS-GT-TICKET-AMT       PIC Z(8)9.99.
           05  FILLER                  PIC X(08) VALUE '   TAX: '.
           05  WS-GT-TAX-AMT          PIC Z(8)9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.
      *
      *    GRAND ACCUMULATORS
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-TICKET-COUNT      PIC S9(06) COMP VALUE +0.
           05  WS-GA-TICKET-AMT        PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-TAX-AMT           PIC S9(09)V99 COMP-3 VALUE +0.
      *
      *    HOST VARIABLES - TICKET CURSOR
      *
       01  WS-HV-TICKET.
           05  WS-HV-TK-NUMBER        PIC S9(09) COMP.
           05  WS-HV-TK-DEALER        PIC X(05).
           05  WS-HV-TK-DEALER-NAME   PIC X(40).
           05  WS-HV-TK-PHONE         PIC X(10).
           05  WS-HV-TK-SALE-TYPE     PIC X(02).
           05  WS-HV-TK-SOLD-TO       PIC X(40).
           05  WS-HV-TK-ACCOUNT       PIC S9(09) COMP.
           05  WS-HV-TK-CLERK         PIC X(08).
           05  WS-HV-TK-TAX-EXEMPT    PIC X(01).
           05  WS-HV-TK-CERT          PIC X(20).
           05  WS-HV-TK-PARTS-AMT     PIC S9(07)V99 COMP-3.
           05  WS-HV-TK-TAX-AMT       PIC S9(07)V99 COMP-3.
           05  WS-HV-TK-TICKET-AMT    PIC S9(07)V99 COMP-3.
           05  WS-HV-TK-TENDER        PIC X(02).
      *
      *    HOST VARIABLES - LINE CURSOR
      *
       01  WS-HV-LINE.
           05  WS-HV-LN-NUMBER        PIC S9(04) COMP.
           05  WS-HV-LN-PART          PIC X(15).
           05  WS-HV-LN-DESC          PIC X(40).
           05  WS-HV-LN-QTY           PIC S9(09) COMP.
           05  WS-HV-LN-LIST-AMT      PIC S9(07)V99 COMP-3.
           05  WS-HV-LN-UNIT-AMT      PIC S9(07)V99 COMP-3.
           05  WS-HV-LN-LINE-AMT      PIC S9(07)V99 COMP-3.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_PCT_TICKET CURSOR FOR
               SELECT T.TICKET_NUMBER
                    , T.DEALER_CODE
                    , D.DEALER_NAME
                    , D.PHONE_NUMBER
                    , T.SALE_TYPE
                    , CASE WHEN T.SALE_TYPE = 'WH'
                           THEN COALESCE(A.ACCOUNT_NAME, ' ')
                           WHEN C.CUSTOMER_ID IS NOT NULL
                           THEN C.LAST_NAME || ', ' || C.FIRST_NAME
                           ELSE 'COUNTER SALE'
                      END
                    , COALESCE(T.ACCOUNT_ID, 0)
                    , T.CREATED_BY
                    , T.TAX_EXEMPT
                    , COALESCE(T.RESALE_CERT_NO, ' ')
                    , T.PARTS_AMT
                    , T.TAX_AMT
                    , T.TICKET_AMT
                    , COALESCE(T.TENDER_TYPE, ' ')
               FROM   AUTOSALE.PARTS_COUNTER_TICKET T
               INNER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = T.DEALER_CODE
               LEFT OUTER JOIN AUTOSALE.PARTS_WHSL_ACCOUNT A
                 ON   A.ACCOUNT_ID = T.ACCOUNT_ID
               LEFT OUTER JOIN AUTOSALE.CUSTOMER C
                 ON   C.CUSTOMER_ID = T.CUSTOMER_ID
               WHERE  T.TICKET_STATUS = 'CL'
                 AND  T.TICKET_DATE   = :WS-HV-CLOSE-DATE
               ORDER BY T.DEALER_CODE
                      , T.TICKET_NUMBER
           END-EXEC
      *
           EXEC SQL DECLARE CSR_PCT_LINES CURSOR FOR
               SELECT L.LINE_NUMBER
                    , L.PART_NUMBER
                    , COALESCE(PM.PART_DESC, ' ')
                    , L.QUANTITY
                    , L.LIST_PRICE
                    , L.UNIT_PRICE
                    , L.LINE_AMT
               FROM   AUTOSALE.PARTS_COUNTER_LINE L
               LEFT OUTER JOIN AUTOSALE.PARTS_MASTER PM
                 ON   PM.PART_NUMBER = L.PART_NUMBER
                AND   PM.DEALER_CODE = :WS-HV-TK-DEALER
               WHERE  L.TICKET_NUMBER = :WS-HV-TK-NUMBER
               ORDER BY L.LINE_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTPCT00: PARTS COUNTER TICKET PRINT - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-TICKETS THRU 3000-EXIT
               PERFORM 7000-PRINT-RUN-SUMMARY
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTPCT00: REPORT COMPLETE - '
                   WS-GA-TICKET-COUNT ' TICKETS PRINTED'
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
           IF WS-REPORT-DATE = SPACES
               STRING WS-CURR-YYYY '-'
                      WS-CURR-MM   '-'
                      WS-CURR-DD
                      DELIMITED BY SIZE
                      INTO WS-REPORT-DATE
           END-IF
      *
           MOVE WS-REPORT-DATE TO WS-HV-CLOSE-DATE
      *
           DISPLAY 'RPTPCT00: TICKET CLOSE DATE = ' WS-HV-CLOSE-DATE
      *
           INITIALIZE WS-GRAND-ACCUM
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTPCT00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTPCT00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-TICKETS - ONE PAGE PER CLOSED TICKET         *
      ****************************************************************
       3000-PROCESS-TICKETS.
      *
           EXEC SQL OPEN CSR_PCT_TICKET END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPCT00: ERROR OPENING TICKET CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-TICKET
      *
           PERFORM UNTIL WS-TICKETS-DONE
               EXEC SQL FETCH CSR_PCT_TICKET
                   INTO :WS-HV-TK-NUMBER
                      , :WS-HV-TK-DEALER
                      , :WS-HV-TK-DEALER-NAME
                      , :WS-HV-TK-PHONE
                      , :WS-HV-TK-SALE-TYPE
                      , :WS-HV-TK-SOLD-TO
                      , :WS-HV-TK-ACCOUNT
                      , :WS-HV-TK-CLERK
                      , :WS-HV-TK-TAX-EXEMPT
                      , :WS-HV-TK-CERT
                      , :WS-HV-TK-PARTS-AMT
                      , :WS-HV-TK-TAX-AMT
                      , :WS-HV-TK-TICKET-AMT
                      , :WS-HV-TK-TENDER
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-GA-TICKET-COUNT
                       ADD WS-HV-TK-TICKET-AMT TO WS-GA-TICKET-AMT
                       ADD WS-HV-TK-TAX-AMT TO WS-GA-TAX-AMT
                       PERFORM 4000-PRINT-TICKET-HEADER
                       PERFORM 5000-PROCESS-LINES THRU 5000-EXIT
                       PERFORM 6000-PRINT-TICKET-TOTALS
                   WHEN +100
                       SET WS-TICKETS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPCT00: DB2 ERROR ON TICKET - '
                               SQLCODE
                       SET WS-TICKETS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PCT_TICKET END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PRINT-TICKET-HEADER - NEW PAGE FOR EACH TICKET       *
      ****************************************************************
       4000-PRINT-TICKET-HEADER.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
           MOVE WS-REPORT-DATE TO WS-RH1-DATE
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
      *
           MOVE WS-HV-TK-DEALER TO WS-DH-DEALER-CODE
           MOVE WS-HV-TK-DEALER-NAME TO WS-DH-DEALER-NAME
           MOVE WS-HV-TK-PHONE TO WS-DH-PHONE
           WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               AFTER ADVANCING 2
      *
           MOVE WS-HV-TK-NUMBER TO WS-TK1-TICKET
           IF WS-HV-TK-SALE-TYPE = 'WH'
               MOVE 'WHOLESALE' TO WS-TK1-SALE-TYPE
           ELSE
               MOVE 'RETAIL' TO WS-TK1-SALE-TYPE
           END-IF
           MOVE WS-HV-TK-SOLD-TO TO WS-TK1-SOLD-TO
           WRITE REPORT-RECORD FROM WS-TKT-HEADER-1
               AFTER ADVANCING 2
      *
           MOVE WS-HV-CLOSE-DATE TO WS-TK2-CLOSE-DATE
           MOVE WS-HV-TK-CLERK TO WS-TK2-CLERK
           MOVE WS-HV-TK-ACCOUNT TO WS-TK2-ACCOUNT
           WRITE REPORT-RECORD FROM WS-TKT-HEADER-2
               AFTER ADVANCING 1
      *
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
               AFTER ADVANCING 1
      *
           MOVE 11 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5000-PROCESS-LINES - PART LINES ON THE TICKET             *
      ****************************************************************
       5000-PROCESS-LINES.
      *
           EXEC SQL OPEN CSR_PCT_LINES END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPCT00: ERROR OPENING LINE CURSOR - '
                       SQLCODE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-LINE
      *
           PERFORM UNTIL WS-LINES-DONE
               EXEC SQL FETCH CSR_PCT_LINES
                   INTO :WS-HV-LN-NUMBER
                      , :WS-HV-LN-PART
                      , :WS-HV-LN-DESC
                      , :WS-HV-LN-QTY
                      , :WS-HV-LN-LIST-AMT
                      , :WS-HV-LN-UNIT-AMT
                      , :WS-HV-LN-LINE-AMT
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-FORMAT-LINE
                   WHEN +100
                       SET WS-LINES-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPCT00: DB2 ERROR ON LINE - '
                               SQLCODE
                       SET WS-LINES-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PCT_LINES END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-FORMAT-LINE - FORMAT AND PRINT ONE TICKET LINE       *
      ****************************************************************
       5100-FORMAT-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4000-PRINT-TICKET-HEADER
           END-IF
      *
           INITIALIZE WS-DETAIL-LINE
      *
           MOVE WS-HV-LN-NUMBER     TO WS-DL-LINE-NUM
           MOVE WS-HV-LN-PART       TO WS-DL-PART
           MOVE WS-HV-LN-DESC       TO WS-DL-DESC
           MOVE WS-HV-LN-QTY        TO WS-DL-QTY
           MOVE WS-HV-LN-LIST-AMT   TO WS-DL-LIST-AMT
           MOVE WS-HV-LN-UNIT-AMT   TO WS-DL-UNIT-AMT
           MOVE WS-HV-LN-LINE-AMT   TO WS-DL-LINE-AMT
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-TICKET-TOTALS - TOTALS, TENDER, EXEMPTION      *
      ****************************************************************
       6000-PRINT-TICKET-TOTALS.
      *
           MOVE 'PARTS:'            TO WS-TT-LABEL
           MOVE WS-HV-TK-PARTS-AMT  TO WS-TT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TICKET-TOTAL-LINE
               AFTER ADVANCING 2
      *
           MOVE 'SALES TAX:'        TO WS-TT-LABEL
           MOVE WS-HV-TK-TAX-AMT    TO WS-TT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TICKET-TOTAL-LINE
               AFTER ADVANCING 1
      *
           MOVE 'TICKET TOTAL:'     TO WS-TT-LABEL
           MOVE WS-HV-TK-TICKET-AMT TO WS-TT-AMOUNT
           WRITE REPORT-RECORD FROM WS-TICKET-TOTAL-LINE
               AFTER ADVANCING 2
      *
           EVALUATE WS-HV-TK-TENDER
               WHEN 'CA'
                   MOVE 'CASH' TO WS-TL-TENDER-DESC
               WHEN 'CK'
                   MOVE 'CHECK' TO WS-TL-TENDER-DESC
               WHEN 'CC'
                   MOVE 'CREDIT CARD' TO WS-TL-TENDER-DESC
               WHEN 'CH'
                   MOVE 'CHARGED TO ACCOUNT' TO WS-TL-TENDER-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-TL-TENDER-DESC
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-TENDER-LINE
               AFTER ADVANCING 2
      *
           IF WS-HV-TK-TAX-EXEMPT = 'Y'
               MOVE WS-HV-TK-CERT TO WS-EX-CERT-NO
               WRITE REPORT-RECORD FROM WS-EXEMPT-LINE
                   AFTER ADVANCING 1
           END-IF
           .
      *
      ****************************************************************
      *    7000-PRINT-RUN-SUMMARY                                    *
      ****************************************************************
       7000-PRINT-RUN-SUMMARY.
      *
           MOVE WS-GA-TICKET-COUNT TO WS-GT-TICKET-CT
           MOVE WS-GA-TICKET-AMT TO WS-GT-TICKET-AMT
           MOVE WS-GA-TAX-AMT TO WS-GT-TAX-AMT
      *
           WRITE REPORT-RECORD FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 3
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
               DISPLAY 'RPTPCT00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTPCT00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTPCT00                                              *
      ****************************************************************
