       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTLYL00.
      ****************************************************************
      * PROGRAM:    RPTLYL00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    LOYALTY POINTS LIABILITY FOR ACCOUNTING. ONE     *
      *             LINE PER DEALER FROM THE LOYALTY_LEDGER: POINTS  *
      *             EARNED, REDEEMED, EXPIRED AND ADJUSTED TO DATE,  *
      *             THE OUTSTANDING POINTS AND THEIR VALUE AT THE    *
      *             CURRENT REDEMPTION RATE (SYSTEM_CONFIG KEY       *
      *             LOYALTY_POINT_VALUE, DEFAULT 0.0100 - THE SAME   *
      *             RATE COMLYPL0 REDEEMS AT). POINTS ARE CARRIED BY *
      *             THE DEALER THAT ISSUED THEM; A REDEMPTION BOOKS  *
      *             AGAINST THE DEALER WHERE IT WAS TAKEN.           *
      *                                                              *
      * TABLES:     AUTOSALE.LOYALTY_LEDGER (READ)                   *
      *             AUTOSALE.DEALER         (READ)                   *
      *             AUTOSALE.SYSTEM_CONFIG  (READ)                   *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTLYL00'.
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    CURRENT DATE
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY           PIC 9(04).
           05  WS-CURR-MM             PIC 9(02).
           05  WS-CURR-DD             PIC 9(02).
           05  FILLER                 PIC X(13).
      *
       01  WS-TODAY-DATE               PIC X(10) VALUE SPACES.
      *
      *    HOST VARIABLES - CONFIGURATION
      *
       01  WS-HV-CFG-VALUE             PIC X(100) VALUE SPACES.
      *
      *    HOST VARIABLES - DEALER LIABILITY CURSOR
      *
       01  WS-HV-LIAB.
           05  WS-HV-DEALER           PIC X(05).
           05  WS-HV-DEALER-NAME      PIC X(30).
           05  WS-HV-CUSTOMERS        PIC S9(09) COMP.
           05  WS-HV-EARNED           PIC S9(09) COMP.
           05  WS-HV-REDEEMED         PIC S9(09) COMP.
           05  WS-HV-EXPIRED          PIC S9(09) COMP.
           05  WS-HV-ADJUSTED         PIC S9(09) COMP.
           05  WS-HV-OUTSTANDING      PIC S9(09) COMP.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-POINT-VALUE         PIC S9(01)V9(04) COMP-3
                                                     VALUE +0.0100.
           05  WS-DEALER-VALUE        PIC S9(09)V99 COMP-3
                                                     VALUE +0.
           05  WS-DEALER-COUNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-CUSTOMERS       PIC S9(09) COMP-3 VALUE +0.
           05  WS-TOT-EARNED          PIC S9(11) COMP-3 VALUE +0.
           05  WS-TOT-REDEEMED        PIC S9(11) COMP-3 VALUE +0.
           05  WS-TOT-EXPIRED         PIC S9(11) COMP-3 VALUE +0.
           05  WS-TOT-ADJUSTED        PIC S9(11) COMP-3 VALUE +0.
           05  WS-TOT-OUTSTANDING     PIC S9(11) COMP-3 VALUE +0.
           05  WS-TOT-VALUE           PIC S9(11)V99 COMP-3
                                                     VALUE +0.
           05  WS-LINE-COUNT          PIC S9(04) COMP VALUE +99.
           05  WS-LINES-PER-PAGE      PIC S9(04) COMP VALUE +55.
           05  WS-PAGE-NUM            PIC S9(04) COMP VALUE +0.
           05  WS-EOF-LIAB            PIC X(01) VALUE 'N'.
               88  WS-LIAB-DONE                VALUE 'Y'.
      *
      *    REPORT LINES
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                 PIC X(34)
               VALUE '  LOYALTY POINTS LIABILITY        '.
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
       01  WS-REPORT-HEADER-3.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(28)
               VALUE 'VALUED AT REDEMPTION RATE: '.
           05  WS-RH3-POINT-VALUE     PIC $9.9999.
           05  FILLER                 PIC X(10) VALUE ' PER POINT'.
           05  FILLER                 PIC X(86) VALUE SPACES.
      *
       01  WS-COL-HDR.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(07) VALUE 'DEALER '.
           05  FILLER                 PIC X(26) VALUE
               'DEALER NAME               '.
           05  FILLER                 PIC X(09) VALUE
               'CUSTOMERS'.
           05  FILLER                 PIC X(12) VALUE
               '      EARNED'.
           05  FILLER                 PIC X(12) VALUE
               '    REDEEMED'.
           05  FILLER                 PIC X(12) VALUE
               '     EXPIRED'.
           05  FILLER                 PIC X(12) VALUE
               '    ADJUSTED'.
           05  FILLER                 PIC X(12) VALUE
               ' OUTSTANDING'.
           05  FILLER                 PIC X(17) VALUE
               '        LIABILITY'.
           05  FILLER                 PIC X(12) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DL-DEALER           PIC X(05).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-DEALER-NAME      PIC X(24).
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DL-CUSTOMERS        PIC Z(6)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-EARNED           PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-REDEEMED         PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-EXPIRED          PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-ADJUSTED         PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-OUTSTANDING      PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DL-VALUE            PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(12) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DEALER_NAME         009024A'.
           05  FILLER                  PIC X(27)
               VALUE 'CUSTOMERS           037007N'.
           05  FILLER                  PIC X(27)
               VALUE 'EARNED              046010N'.
           05  FILLER                  PIC X(27)
               VALUE 'REDEEMED            058010N'.
           05  FILLER                  PIC X(27)
               VALUE 'EXPIRED             070010N'.
           05  FILLER                  PIC X(27)
               VALUE 'ADJUSTED            082010N'.
           05  FILLER                  PIC X(27)
               VALUE 'OUTSTANDING         094010N'.
           05  FILLER                  PIC X(27)
               VALUE 'VALUE               106015N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(33) VALUE
               'ALL DEALERS                      '.
           05  WS-TL-CUSTOMERS        PIC Z(8)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-EARNED           PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-REDEEMED         PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-EXPIRED          PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-ADJUSTED         PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-OUTSTANDING      PIC -(9)9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-TL-VALUE            PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(12) VALUE SPACES.
      *
      *    LIABILITY CURSOR - LEDGER TOTALS BY ISSUING DEALER.
      *    REDEEMED AND EXPIRED ARE SHOWN AS POSITIVE POINTS
      *
           EXEC SQL DECLARE CSR_LYL_DEALER CURSOR FOR
               SELECT L.DEALER_CODE
                    , COALESCE(SUBSTR(D.DEALER_NAME, 1, 30), ' ')
                    , COUNT(DISTINCT L.CUSTOMER_ID)
                    , SUM(CASE WHEN L.ENTRY_TYPE = 'ER'
                               THEN L.POINTS ELSE 0 END)
                    , SUM(CASE WHEN L.ENTRY_TYPE = 'RD'
                               THEN 0 - L.POINTS ELSE 0 END)
                    , SUM(CASE WHEN L.ENTRY_TYPE = 'EX'
                               THEN 0 - L.POINTS ELSE 0 END)
                    , SUM(CASE WHEN L.ENTRY_TYPE = 'AJ'
                               THEN L.POINTS ELSE 0 END)
                    , SUM(L.POINTS)
               FROM   AUTOSALE.LOYALTY_LEDGER L
               LEFT OUTER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = L.DEALER_CODE
               GROUP BY L.DEALER_CODE
                      , D.DEALER_NAME
               ORDER BY L.DEALER_CODE
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTLYL00: LOYALTY LIABILITY - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-DEALERS THRU 3000-EXIT
               PERFORM 7000-PRINT-TOTALS
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTLYL00: REPORT COMPLETE - DEALERS = '
                   WS-DEALER-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - DATE AND REDEMPTION RATE                *
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
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'LOYALTY_POINT_VALUE'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-POINT-VALUE =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTLYL00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTLYL00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-DEALERS                                      *
      ****************************************************************
       3000-PROCESS-DEALERS.
      *
           PERFORM 8000-NEW-PAGE
      *
           EXEC SQL OPEN CSR_LYL_DEALER END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTLYL00: ERROR OPENING LIABILITY CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-LIAB
      *
           PERFORM UNTIL WS-LIAB-DONE
               EXEC SQL FETCH CSR_LYL_DEALER
                   INTO :WS-HV-DEALER
                      , :WS-HV-DEALER-NAME
                      , :WS-HV-CUSTOMERS
                      , :WS-HV-EARNED
                      , :WS-HV-REDEEMED
                      , :WS-HV-EXPIRED
                      , :WS-HV-ADJUSTED
                      , :WS-HV-OUTSTANDING
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-DEALER-COUNT
                       PERFORM 4000-PRINT-ONE-DEALER
                   WHEN +100
                       SET WS-LIAB-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTLYL00: DB2 FETCH ERROR - '
                               SQLCODE
                       SET WS-LIAB-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_LYL_DEALER END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PRINT-ONE-DEALER - VALUE AND PRINT ONE DEALER        *
      ****************************************************************
       4000-PRINT-ONE-DEALER.
      *
           COMPUTE WS-DEALER-VALUE ROUNDED =
                   WS-HV-OUTSTANDING * WS-POINT-VALUE
      *
           ADD WS-HV-CUSTOMERS TO WS-TOT-CUSTOMERS
           ADD WS-HV-EARNED TO WS-TOT-EARNED
           ADD WS-HV-REDEEMED TO WS-TOT-REDEEMED
           ADD WS-HV-EXPIRED TO WS-TOT-EXPIRED
           ADD WS-HV-ADJUSTED TO WS-TOT-ADJUSTED
           ADD WS-HV-OUTSTANDING TO WS-TOT-OUTSTANDING
           ADD WS-DEALER-VALUE TO WS-TOT-VALUE
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE WS-HV-DEALER TO WS-DL-DEALER
           MOVE WS-HV-DEALER-NAME(1:24) TO WS-DL-DEALER-NAME
           MOVE WS-HV-CUSTOMERS TO WS-DL-CUSTOMERS
           MOVE WS-HV-EARNED TO WS-DL-EARNED
           MOVE WS-HV-REDEEMED TO WS-DL-REDEEMED
           MOVE WS-HV-EXPIRED TO WS-DL-EXPIRED
           MOVE WS-HV-ADJUSTED TO WS-DL-ADJUSTED
           MOVE WS-HV-OUTSTANDING TO WS-DL-OUTSTANDING
           MOVE WS-DEALER-VALUE TO WS-DL-VALUE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    7000-PRINT-TOTALS                                         *
      ****************************************************************
       7000-PRINT-TOTALS.
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 2
      *
           MOVE WS-TOT-CUSTOMERS TO WS-TL-CUSTOMERS
           MOVE WS-TOT-EARNED TO WS-TL-EARNED
           MOVE WS-TOT-REDEEMED TO WS-TL-REDEEMED
           MOVE WS-TOT-EXPIRED TO WS-TL-EXPIRED
           MOVE WS-TOT-ADJUSTED TO WS-TL-ADJUSTED
           MOVE WS-TOT-OUTSTANDING TO WS-TL-OUTSTANDING
           MOVE WS-TOT-VALUE TO WS-TL-VALUE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
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
           MOVE WS-POINT-VALUE TO WS-RH3-POINT-VALUE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3
               AFTER ADVANCING 1
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
           WRITE REPORT-RECORD FROM WS-COL-HDR
               AFTER ADVANCING 1
           MOVE +4 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DL-DEALER TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTLYL00: DATA FILE - ' WS-DLM-RETURN-MSG
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
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTLYL00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTLYL00                                              *
      ****************************************************************
