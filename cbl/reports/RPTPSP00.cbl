       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPSP00.
      ****************************************************************
      * PROGRAM:    RPTPSP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    PARTS SPECIAL-ORDER NO-SHOW WORKLIST. LISTS THE  *
      *             SPECIAL ORDERS BATPSP00 HAS MOVED TO NO-SHOW     *
      *             (NS), BY DEALER, OLDEST FIRST, WITH THE DAYS THE *
      *             PART HAS WAITED AND ANY DEPOSIT STILL HELD. A    *
      *             PART THE DEALER STOCKS (MAX_QTY ABOVE ZERO) IS   *
      *             SUGGESTED FOR RESTOCK; ANY OTHER PART FOR RETURN *
      *             TO ITS SUPPLIER. THE PARTS MANAGER WORKS EACH    *
      *             LINE IN SVCPSP00 DSP (RS OR RT), WHICH ALSO      *
      *             APPLIES OR REFUNDS THE DEPOSIT.                  *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_SPECIAL_ORDER  (READ)             *
      *             AUTOSALE.PARTS_MASTER         (READ)             *
      *             AUTOSALE.CUSTOMER             (READ)             *
      *             AUTOSALE.DEALER               (READ)             *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - NO-SHOW WORKLIST (132 CHARS)       *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTPSP00'.
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
           05  WS-EOF-ORDER            PIC X(01) VALUE 'N'.
               88  WS-ORDERS-DONE                VALUE 'Y'.
           05  WS-PREV-DEALER          PIC X(05) VALUE SPACES.
      *
      *    CURRENT DATE WORK FIELDS
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY            PIC 9(04).
           05  WS-CURR-MM              PIC 9(02).
           05  WS-CURR-DD              PIC 9(02).
           05  FILLER                  PIC X(13).
      *
       01  WS-REPORT-DATE              PIC X(10) VALUE SPACES.
       01  WS-CUSTOMER-NAME            PIC X(40) VALUE SPACES.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE 'SPECIAL ORDER NO-SHOW WORKLIST'.
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
           05  FILLER                  PIC X(74) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'ORDER      '.
           05  FILLER                  PIC X(23) VALUE
               'CUSTOMER               '.
           05  FILLER                  PIC X(12) VALUE 'PHONE       '.
           05  FILLER                  PIC X(16) VALUE
               'PART NUMBER     '.
           05  FILLER                  PIC X(07) VALUE '    QTY'.
           05  FILLER                  PIC X(12) VALUE
               '  RECEIVED  '.
           05  FILLER                  PIC X(06) VALUE '  DAYS'.
           05  FILLER                  PIC X(12) VALUE
               '     DEPOSIT'.
           05  FILLER                  PIC X(17) VALUE
               '  SUGGESTED      '.
           05  FILLER                  PIC X(09) VALUE 'SUPPLIER '.
           05  FILLER                  PIC X(06) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '---------  '.
           05  FILLER                  PIC X(23) VALUE
               '---------------------- '.
           05  FILLER                  PIC X(12) VALUE '----------  '.
           05  FILLER                  PIC X(16) VALUE
               '--------------- '.
           05  FILLER                  PIC X(07) VALUE '  -----'.
           05  FILLER                  PIC X(12) VALUE
               '  ----------'.
           05  FILLER                  PIC X(06) VALUE '  ----'.
           05  FILLER                  PIC X(12) VALUE
               '  ----------'.
           05  FILLER                  PIC X(17) VALUE
               '  ---------------'.
           05  FILLER                  PIC X(09) VALUE ' --------'.
           05  FILLER                  PIC X(06) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-ORDER            PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUSTOMER         PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-PHONE            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PART             PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-QTY              PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RECEIVED         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS             PIC Z(3)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DEPOSIT          PIC Z(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ACTION           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-SUPPLIER         PIC X(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'ORDER               002009N'.
           05  FILLER                  PIC X(27)
               VALUE 'CUSTOMER            013022A'.
           05  FILLER                  PIC X(27)
               VALUE 'PHONE               036010A'.
           05  FILLER                  PIC X(27)
               VALUE 'PART                048015A'.
           05  FILLER                  PIC X(27)
               VALUE 'QTY                 066005N'.
           05  FILLER                  PIC X(27)
               VALUE 'RECEIVED            073010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                085004N'.
           05  FILLER                  PIC X(27)
               VALUE 'DEPOSIT             091010N'.
           05  FILLER                  PIC X(27)
               VALUE 'ACTION              103015A'.
           05  FILLER                  PIC X(27)
               VALUE 'SUPPLIER            119008A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-DEALER-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE ALL '-'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'DEALER TOTAL:   '.
           05  WS-DT-ORDER-CT         PIC Z(5)9.
           05  FILLER                  PIC X(10) VALUE ' ORDERS   '.
           05  FILLER                  PIC X(16)
               VALUE 'DEPOSITS HELD:  '.
           05  WS-DT-DEPOSIT          PIC Z(8)9.99.
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE ALL '='.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'RUN SUMMARY:    '.
           05  WS-GT-ORDER-CT         PIC Z(5)9.
           05  FILLER                  PIC X(10) VALUE ' ORDERS   '.
           05  FILLER                  PIC X(16)
               VALUE 'DEPOSITS HELD:  '.
           05  WS-GT-DEPOSIT          PIC Z(8)9.99.
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
      *    ACCUMULATORS
      *
       01  WS-DEALER-ACCUM.
           05  WS-DA-ORDER-COUNT       PIC S9(06) COMP VALUE +0.
           05  WS-DA-DEPOSIT           PIC S9(09)V99 COMP-3 VALUE +0.
       01  WS-GRAND-ACCUM.
           05  WS-GA-ORDER-COUNT       PIC S9(06) COMP VALUE +0.
           05  WS-GA-DEPOSIT           PIC S9(09)V99 COMP-3 VALUE +0.
      *
      *    HOST VARIABLES - ORDER CURSOR
      *
       01  WS-HV-ORDER.
           05  WS-HV-SO-DEALER        PIC X(05).
           05  WS-HV-SO-DEALER-NAME   PIC X(40).
           05  WS-HV-SO-ID            PIC S9(09) COMP.
           05  WS-HV-SO-LAST-NAME     PIC X(30).
           05  WS-HV-SO-FIRST-NAME    PIC X(30).
           05  WS-HV-SO-PHONE         PIC X(10).
           05  WS-HV-SO-PART          PIC X(15).
           05  WS-HV-SO-QTY           PIC S9(09) COMP.
           05  WS-HV-SO-RECEIVED      PIC X(10).
           05  WS-HV-SO-DAYS          PIC S9(09) COMP.
           05  WS-HV-SO-DEPOSIT       PIC S9(07)V99 COMP-3.
           05  WS-HV-SO-MAX-QTY       PIC S9(09) COMP.
           05  WS-HV-SO-SUPPLIER      PIC X(08).
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_PSP_NOSHOW CURSOR FOR
               SELECT SO.DEALER_CODE
                    , SUBSTR(D.DEALER_NAME, 1, 40)
                    , SO.SPECIAL_ORDER_ID
                    , SUBSTR(C.LAST_NAME, 1, 30)
                    , SUBSTR(C.FIRST_NAME, 1, 30)
                    , COALESCE(C.CELL_PHONE, ' ')
                    , SO.PART_NUMBER
                    , SO.QUANTITY
                    , CHAR(SO.RECEIVED_DATE, ISO)
                    , DAYS(CURRENT DATE) - DAYS(SO.RECEIVED_DATE)
                    , CASE WHEN SO.DEPOSIT_STATUS = 'HD'
                           THEN SO.DEPOSIT_AMT ELSE 0 END
                    , COALESCE(PM.MAX_QTY, 0)
                    , COALESCE(PM.SUPPLIER_CODE, ' ')
               FROM   AUTOSALE.PARTS_SPECIAL_ORDER SO
               INNER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = SO.DEALER_CODE
               INNER JOIN AUTOSALE.CUSTOMER C
                 ON   C.CUSTOMER_ID = SO.CUSTOMER_ID
               LEFT OUTER JOIN AUTOSALE.PARTS_MASTER PM
                 ON   PM.PART_NUMBER = SO.PART_NUMBER
                AND   PM.DEALER_CODE = SO.DEALER_CODE
               WHERE  SO.ORDER_STATUS = 'NS'
               ORDER BY SO.DEALER_CODE
                      , SO.RECEIVED_DATE
                      , SO.SPECIAL_ORDER_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTPSP00: SPECIAL ORDER NO-SHOW WORKLIST - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-ORDERS THRU 3000-EXIT
               PERFORM 7000-PRINT-RUN-SUMMARY
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTPSP00: REPORT COMPLETE - '
                   WS-GA-ORDER-COUNT ' NO-SHOW ORDERS LISTED'
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
                  INTO WS-REPORT-DATE
      *
           INITIALIZE WS-DEALER-ACCUM
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
               DISPLAY 'RPTPSP00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTPSP00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-ORDERS - NO-SHOW ORDERS WITH DEALER BREAKS   *
      ****************************************************************
       3000-PROCESS-ORDERS.
      *
           EXEC SQL OPEN CSR_PSP_NOSHOW END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPSP00: ERROR OPENING ORDER CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-ORDER
           MOVE SPACES TO WS-PREV-DEALER
      *
           PERFORM UNTIL WS-ORDERS-DONE
               EXEC SQL FETCH CSR_PSP_NOSHOW
                   INTO :WS-HV-SO-DEALER
                      , :WS-HV-SO-DEALER-NAME
                      , :WS-HV-SO-ID
                      , :WS-HV-SO-LAST-NAME
                      , :WS-HV-SO-FIRST-NAME
                      , :WS-HV-SO-PHONE
                      , :WS-HV-SO-PART
                      , :WS-HV-SO-QTY
                      , :WS-HV-SO-RECEIVED
                      , :WS-HV-SO-DAYS
                      , :WS-HV-SO-DEPOSIT
                      , :WS-HV-SO-MAX-QTY
                      , :WS-HV-SO-SUPPLIER
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       IF WS-HV-SO-DEALER NOT = WS-PREV-DEALER
                           IF WS-PREV-DEALER NOT = SPACES
                               PERFORM 5500-PRINT-DEALER-TOTAL
                           END-IF
                           MOVE WS-HV-SO-DEALER TO WS-PREV-DEALER
                           PERFORM 4000-PRINT-DEALER-HEADER
                       END-IF
                       PERFORM 5000-FORMAT-ORDER
                   WHEN +100
                       SET WS-ORDERS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPSP00: DB2 ERROR ON ORDER - '
                               SQLCODE
                       SET WS-ORDERS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           IF WS-PREV-DEALER NOT = SPACES
               PERFORM 5500-PRINT-DEALER-TOTAL
           END-IF
      *
           EXEC SQL CLOSE CSR_PSP_NOSHOW END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PRINT-DEALER-HEADER - NEW PAGE FOR EACH DEALER       *
      ****************************************************************
       4000-PRINT-DEALER-HEADER.
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
           MOVE WS-HV-SO-DEALER TO WS-DH-DEALER-CODE
           MOVE WS-HV-SO-DEALER-NAME TO WS-DH-DEALER-NAME
           WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               AFTER ADVANCING 2
      *
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
               AFTER ADVANCING 1
      *
           MOVE 7 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5000-FORMAT-ORDER - ONE NO-SHOW WITH ITS SUGGESTED ACTION *
      ****************************************************************
       5000-FORMAT-ORDER.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4000-PRINT-DEALER-HEADER
           END-IF
      *
           MOVE SPACES TO WS-CUSTOMER-NAME
           STRING WS-HV-SO-LAST-NAME  DELIMITED BY '  '
                  ', '                DELIMITED BY SIZE
                  WS-HV-SO-FIRST-NAME DELIMITED BY '  '
                  INTO WS-CUSTOMER-NAME
      *
           MOVE WS-HV-SO-ID         TO WS-DL-ORDER
           MOVE WS-CUSTOMER-NAME    TO WS-DL-CUSTOMER
           MOVE WS-HV-SO-PHONE      TO WS-DL-PHONE
           MOVE WS-HV-SO-PART       TO WS-DL-PART
           MOVE WS-HV-SO-QTY        TO WS-DL-QTY
           MOVE WS-HV-SO-RECEIVED   TO WS-DL-RECEIVED
           MOVE WS-HV-SO-DAYS       TO WS-DL-DAYS
           MOVE WS-HV-SO-DEPOSIT    TO WS-DL-DEPOSIT
      *
           IF WS-HV-SO-MAX-QTY > +0
               MOVE 'RESTOCK (RS)' TO WS-DL-ACTION
               MOVE SPACES TO WS-DL-SUPPLIER
           ELSE
               MOVE 'RETURN VNDR (RT)' TO WS-DL-ACTION
               MOVE WS-HV-SO-SUPPLIER TO WS-DL-SUPPLIER
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
      *
           ADD +1 TO WS-DA-ORDER-COUNT
           ADD +1 TO WS-GA-ORDER-COUNT
           ADD WS-HV-SO-DEPOSIT TO WS-DA-DEPOSIT
           ADD WS-HV-SO-DEPOSIT TO WS-GA-DEPOSIT
           .
      *
      ****************************************************************
      *    5500-PRINT-DEALER-TOTAL                                   *
      ****************************************************************
       5500-PRINT-DEALER-TOTAL.
      *
           MOVE WS-DA-ORDER-COUNT TO WS-DT-ORDER-CT
           MOVE WS-DA-DEPOSIT TO WS-DT-DEPOSIT
      *
           WRITE REPORT-RECORD FROM WS-DEALER-TOTAL-LINE
               AFTER ADVANCING 2
           ADD +2 TO WS-LINE-COUNT
      *
           INITIALIZE WS-DEALER-ACCUM
           .
      *
      ****************************************************************
      *    7000-PRINT-RUN-SUMMARY                                    *
      ****************************************************************
       7000-PRINT-RUN-SUMMARY.
      *
           MOVE WS-GA-ORDER-COUNT TO WS-GT-ORDER-CT
           MOVE WS-GA-DEPOSIT TO WS-GT-DEPOSIT
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
               DISPLAY 'RPTPSP00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTPSP00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTPSP00                                              *
      ****************************************************************
