       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATNEC00.
      ****************************************************************
      * PROGRAM:    BATNEC00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    YEAR-END 1099-NEC EXTRACT. TOTALS THE AP         *
      *             PAYMENTS ISSUED (PAY_STATUS IS) IN THE TAX YEAR  *
      *             TO EVERY VENDOR FLAGGED FOR 1099, ACROSS ALL     *
      *             DEALERS, AND WRITES ONE NEC RECORD PER VENDOR AT *
      *             OR OVER THE REPORTING THRESHOLD. VOIDED PAYMENTS *
      *             DO NOT COUNT.                                    *
      *             A VENDOR WHOSE TAX ID IS MISSING OR INVALID (NOT *
      *             NINE DIGITS, ALL ONE DIGIT, OR AN EIN STARTING   *
      *             00) IS LEFT OFF THE EXTRACT AND LISTED FOR       *
      *             CORRECTION ON ADMVND00 BEFORE THE FILE IS SENT.  *
      *                                                              *
      *             CONTROL CARD LAYOUT (NECCTL, FIXED 80):          *
      *               01-04  TAX YEAR (YYYY)                         *
      *                                                              *
      *             SYSTEM_CONFIG KEYS (DEFAULT):                    *
      *               AP_1099_THRESHOLD  (600.00) MINIMUM TO REPORT  *
      *               AP_PAYER_TIN       (NONE)   PAYER EIN          *
      *               AP_PAYER_NAME      (AUTOSALES)                 *
      *                                                              *
      * INPUT:      NECCTL DD - CONTROL CARD                         *
      *                                                              *
      * TABLES:     AUTOSALE.AP_PAYMENT    (READ)                    *
      *             AUTOSALE.AP_VENDOR     (READ)                    *
      *             AUTOSALE.SYSTEM_CONFIG (READ)                    *
      *                                                              *
      * OUTPUT:     NECOUT DD - 1099-NEC EXTRACT (PIPE-DELIM)        *
      *             NECRPT DD - 1099 REGISTER / TIN EXCEPTIONS (132) *
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
               ASSIGN TO NECCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NECCTL-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO NECOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NECOUT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO NECRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NECRPT-STATUS.
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
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  EXTRACT-RECORD                PIC X(200).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATNEC00'.
      *
       01  WS-NECCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-NECOUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-NECRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-CONTROL-CARD.
           05  CTL-TAX-YEAR              PIC X(04).
           05  FILLER                    PIC X(76).
      *
       01  WS-COUNTERS.
           05  WS-VENDOR-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXTRACT-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-TIN-ERROR-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXTRACT-TOTAL          PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-EXCEPTION-TOTAL        PIC S9(11)V99 COMP-3
                                                        VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-CURSOR             PIC X(01) VALUE 'N'.
               88  WS-CURSOR-DONE                  VALUE 'Y'.
           05  WS-TIN-FLAG               PIC X(01) VALUE 'Y'.
               88  WS-TIN-VALID                    VALUE 'Y'.
               88  WS-TIN-INVALID                  VALUE 'N'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
       01  WS-THRESHOLD                  PIC S9(07)V99 COMP-3
                                                        VALUE +600.00.
       01  WS-PAYER-TIN                  PIC X(09) VALUE SPACES.
       01  WS-PAYER-NAME                 PIC X(40)
                                          VALUE 'AUTOSALES'.
       01  WS-TIN-NOTE                   PIC X(30) VALUE SPACES.
       01  WS-TIN-SAME-COUNT             PIC S9(04) COMP VALUE +0.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
       01  WS-HV-TAX-YEAR                PIC S9(04) COMP VALUE +0.
       01  WS-HV-THRESHOLD               PIC S9(07)V99 COMP-3
                                                        VALUE +0.
      *
       01  WS-HV-NEC.
           05  WS-HV-NC-VENDOR           PIC X(08).
           05  WS-HV-NC-NAME             PIC X(40).
           05  WS-HV-NC-TIN              PIC X(09).
           05  WS-HV-NC-TIN-TYPE         PIC X(01).
           05  WS-HV-NC-ADDRESS          PIC X(50).
           05  WS-HV-NC-CITY             PIC X(30).
           05  WS-HV-NC-STATE            PIC X(02).
           05  WS-HV-NC-ZIP              PIC X(10).
           05  WS-HV-NC-PAY-COUNT        PIC S9(09) COMP.
           05  WS-HV-NC-TOTAL            PIC S9(11)V99 COMP-3.
      *
      *    OUTPUT FILE WORK FIELDS
      *
       01  WS-OUT-BUFFER                 PIC X(200) VALUE SPACES.
       01  WS-AMT-DISPLAY                PIC 9(11).99.
       01  WS-CNT-DISPLAY                PIC 9(07).
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
               VALUE ' 1099-NEC VENDOR REGISTER         '.
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
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'TAX YEAR:  '.
           05  WS-RH3-YEAR               PIC X(04).
           05  FILLER                    PIC X(15)
               VALUE '   THRESHOLD:  '.
           05  WS-RH3-THRESHOLD          PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(15)
               VALUE '   PAYER TIN:  '.
           05  WS-RH3-PAYER-TIN          PIC X(09).
           05  FILLER                    PIC X(67) VALUE SPACES.
      *
       01  WS-COLUMN-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'VENDOR    '.
           05  FILLER                    PIC X(42)
               VALUE 'VENDOR NAME'.
           05  FILLER                    PIC X(05) VALUE 'TYPE '.
           05  FILLER                    PIC X(11) VALUE 'TAX ID     '.
           05  FILLER                    PIC X(06) VALUE ' PMTS '.
           05  FILLER                    PIC X(20)
               VALUE '     BOX 1 NEC TOTAL'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(35)
               VALUE 'STATUS'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-VENDOR              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-NAME                PIC X(40).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-TIN-TYPE            PIC X(01).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-TIN                 PIC X(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-PAY-COUNT           PIC ZZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-AMOUNT              PIC $$,$$$,$$$,$$9.99.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-DL-STATUS              PIC X(35).
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TL-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(69) VALUE SPACES.
      *
      *    1099 VENDORS PAID AT OR OVER THE THRESHOLD IN THE YEAR
      *
           EXEC SQL DECLARE CSR_NEC_VND CURSOR FOR
               SELECT V.VENDOR_ID
                    , V.VENDOR_NAME
                    , V.TAX_ID
                    , V.TAX_ID_TYPE
                    , V.ADDRESS_LINE1
                    , V.CITY
                    , V.STATE_CODE
                    , V.ZIP_CODE
                    , COUNT(*)
                    , SUM(P.PAY_AMT)
               FROM   AUTOSALE.AP_PAYMENT P
               INNER JOIN AUTOSALE.AP_VENDOR V
                 ON   V.VENDOR_ID = P.VENDOR_ID
               WHERE  V.FLAG_1099 = 'Y'
                 AND  P.PAY_STATUS = 'IS'
                 AND  YEAR(P.PAY_DATE) = :WS-HV-TAX-YEAR
               GROUP BY V.VENDOR_ID, V.VENDOR_NAME, V.TAX_ID,
                        V.TAX_ID_TYPE, V.ADDRESS_LINE1, V.CITY,
                        V.STATE_CODE, V.ZIP_CODE
               HAVING SUM(P.PAY_AMT) >= :WS-HV-THRESHOLD
               ORDER BY V.VENDOR_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATNEC00: 1099-NEC EXTRACT - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
      *
           IF WS-ERROR-COUNT = +0
               PERFORM 2000-OPEN-FILES
               IF WS-NECOUT-STATUS = '00'
               AND WS-NECRPT-STATUS = '00'
                   PERFORM 3000-EXTRACT-VENDORS THRU 3000-EXIT
                   PERFORM 7000-PRINT-TOTALS
               ELSE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
               PERFORM 9000-CLOSE-FILES
           END-IF
      *
           DISPLAY 'BATNEC00: PROCESSING COMPLETE'
           DISPLAY 'BATNEC00:   VENDORS OVER THRESHOLD = '
                   WS-VENDOR-COUNT
           DISPLAY 'BATNEC00:   NEC RECORDS WRITTEN    = '
                   WS-EXTRACT-COUNT
           DISPLAY 'BATNEC00:   NEC TOTAL              = '
                   WS-EXTRACT-TOTAL
           DISPLAY 'BATNEC00:   TIN EXCEPTIONS         = '
                   WS-TIN-ERROR-COUNT
           DISPLAY 'BATNEC00:   ERRORS                 = '
                   WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TIN-ERROR-COUNT > +0
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
               WHERE CONFIG_KEY = 'AP_1099_THRESHOLD'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-THRESHOLD =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'AP_PAYER_TIN'
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-CFG-VALUE(1:9) TO WS-PAYER-TIN
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'AP_PAYER_NAME'
           END-EXEC
           IF SQLCODE = +0
               MOVE WS-HV-CFG-VALUE(1:40) TO WS-PAYER-NAME
           END-IF
      *
           MOVE WS-THRESHOLD TO WS-HV-THRESHOLD
           DISPLAY 'BATNEC00: REPORTING THRESHOLD  = ' WS-THRESHOLD
           .
      *
      ****************************************************************
      *    1500-READ-CONTROL-CARD - TAX YEAR                         *
      ****************************************************************
       1500-READ-CONTROL-CARD.
      *
           OPEN INPUT CONTROL-FILE
           IF WS-NECCTL-STATUS NOT = '00'
               DISPLAY 'BATNEC00: ERROR OPENING NECCTL - '
                       WS-NECCTL-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 1500-EXIT
           END-IF
      *
           READ CONTROL-FILE INTO WS-CONTROL-CARD
           IF WS-NECCTL-STATUS NOT = '00'
               DISPLAY 'BATNEC00: NO CONTROL CARD ON NECCTL'
               ADD +1 TO WS-ERROR-COUNT
               CLOSE CONTROL-FILE
               GO TO 1500-EXIT
           END-IF
           CLOSE CONTROL-FILE
      *
           IF CTL-TAX-YEAR NOT NUMERIC
               DISPLAY 'BATNEC00: TAX YEAR ON NECCTL NOT NUMERIC - '
                       CTL-TAX-YEAR
               ADD +1 TO WS-ERROR-COUNT
               GO TO 1500-EXIT
           END-IF
      *
           IF WS-PAYER-TIN NOT NUMERIC
               DISPLAY 'BATNEC00: AP_PAYER_TIN MISSING OR NOT NINE '
                       'DIGITS ON SYSTEM_CONFIG'
               ADD +1 TO WS-ERROR-COUNT
               GO TO 1500-EXIT
           END-IF
      *
           MOVE CTL-TAX-YEAR TO WS-HV-TAX-YEAR
           DISPLAY 'BATNEC00: TAX YEAR             = ' CTL-TAX-YEAR
           .
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT EXTRACT-FILE
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-NECOUT-STATUS NOT = '00'
           OR WS-NECRPT-STATUS NOT = '00'
               DISPLAY 'BATNEC00: ERROR OPENING OUTPUT - '
                       WS-NECOUT-STATUS ' ' WS-NECRPT-STATUS
           ELSE
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'PY|' CTL-TAX-YEAR '|' WS-PAYER-TIN '|'
                   WS-PAYER-NAME '|' WS-TODAY-DATE
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE EXTRACT-RECORD FROM WS-OUT-BUFFER
           END-IF
           .
      *
      ****************************************************************
      *    3000-EXTRACT-VENDORS                                      *
      ****************************************************************
       3000-EXTRACT-VENDORS.
      *
           EXEC SQL OPEN CSR_NEC_VND END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATNEC00: ERROR OPENING VENDOR CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_NEC_VND
                   INTO :WS-HV-NC-VENDOR
                      , :WS-HV-NC-NAME
                      , :WS-HV-NC-TIN
                      , :WS-HV-NC-TIN-TYPE
                      , :WS-HV-NC-ADDRESS
                      , :WS-HV-NC-CITY
                      , :WS-HV-NC-STATE
                      , :WS-HV-NC-ZIP
                      , :WS-HV-NC-PAY-COUNT
                      , :WS-HV-NC-TOTAL
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-VENDOR-COUNT
                       PERFORM 4000-PROCESS-VENDOR
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATNEC00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_NEC_VND END-EXEC
      *
           MOVE WS-EXTRACT-COUNT TO WS-CNT-DISPLAY
           MOVE WS-EXTRACT-TOTAL TO WS-AMT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'TR|' WS-CNT-DISPLAY '|' WS-AMT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE EXTRACT-RECORD FROM WS-OUT-BUFFER
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PROCESS-VENDOR - VALIDATE THE TIN, THEN EXTRACT OR   *
      *    LIST AS AN EXCEPTION                                      *
      ****************************************************************
       4000-PROCESS-VENDOR.
      *
           PERFORM 4100-VALIDATE-TIN
      *
           IF WS-TIN-VALID
               MOVE WS-HV-NC-TOTAL TO WS-AMT-DISPLAY
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'NE|' WS-HV-NC-VENDOR     '|'
                   WS-HV-NC-TIN-TYPE         '|'
                   WS-HV-NC-TIN              '|'
                   WS-HV-NC-NAME             '|'
                   WS-HV-NC-ADDRESS          '|'
                   WS-HV-NC-CITY             '|'
                   WS-HV-NC-STATE            '|'
                   WS-HV-NC-ZIP              '|'
                   WS-AMT-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE EXTRACT-RECORD FROM WS-OUT-BUFFER
               ADD +1 TO WS-EXTRACT-COUNT
               ADD WS-HV-NC-TOTAL TO WS-EXTRACT-TOTAL
               MOVE 'EXTRACTED' TO WS-TIN-NOTE
           ELSE
               ADD +1 TO WS-TIN-ERROR-COUNT
               ADD WS-HV-NC-TOTAL TO WS-EXCEPTION-TOTAL
           END-IF
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE WS-HV-NC-VENDOR TO WS-DL-VENDOR
           MOVE WS-HV-NC-NAME TO WS-DL-NAME
           MOVE WS-HV-NC-TIN-TYPE TO WS-DL-TIN-TYPE
           MOVE 'XXXXX' TO WS-DL-TIN(1:5)
           MOVE WS-HV-NC-TIN(6:4) TO WS-DL-TIN(6:4)
           MOVE WS-HV-NC-PAY-COUNT TO WS-DL-PAY-COUNT
           MOVE WS-HV-NC-TOTAL TO WS-DL-AMOUNT
           MOVE WS-TIN-NOTE TO WS-DL-STATUS
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    4100-VALIDATE-TIN - NINE DIGITS, NOT ONE REPEATED DIGIT,  *
      *    AN EIN MAY NOT BEGIN 00, TYPE MUST BE E OR S              *
      ****************************************************************
       4100-VALIDATE-TIN.
      *
           SET WS-TIN-VALID TO TRUE
           MOVE SPACES TO WS-TIN-NOTE
           MOVE +0 TO WS-TIN-SAME-COUNT
           INSPECT WS-HV-NC-TIN TALLYING WS-TIN-SAME-COUNT
               FOR ALL WS-HV-NC-TIN(1:1)
      *
           EVALUATE TRUE
               WHEN WS-HV-NC-TIN = SPACES
                   MOVE 'TIN MISSING - CORRECT ON ADVN'
                       TO WS-TIN-NOTE
               WHEN WS-HV-NC-TIN NOT NUMERIC
                   MOVE 'TIN NOT NINE DIGITS - ADVN'
                       TO WS-TIN-NOTE
               WHEN WS-TIN-SAME-COUNT = +9
                   MOVE 'TIN ALL ONE DIGIT - ADVN'
                       TO WS-TIN-NOTE
               WHEN WS-HV-NC-TIN-TYPE = 'E'
                AND WS-HV-NC-TIN(1:2) = '00'
                   MOVE 'EIN PREFIX 00 INVALID - ADVN'
                       TO WS-TIN-NOTE
               WHEN WS-HV-NC-TIN-TYPE NOT = 'E'
                AND WS-HV-NC-TIN-TYPE NOT = 'S'
                   MOVE 'TIN TYPE NOT E OR S - ADVN'
                       TO WS-TIN-NOTE
           END-EVALUATE
      *
           IF WS-TIN-NOTE NOT = SPACES
               SET WS-TIN-INVALID TO TRUE
           END-IF
           .
      *
      ****************************************************************
      *    7000-PRINT-TOTALS                                         *
      ****************************************************************
       7000-PRINT-TOTALS.
      *
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
      *
           MOVE 'NEC RECORDS EXTRACTED' TO WS-TL-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-TL-COUNT
           MOVE WS-EXTRACT-TOTAL TO WS-TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'TIN EXCEPTIONS NOT EXTRACTED' TO WS-TL-LABEL
           MOVE WS-TIN-ERROR-COUNT TO WS-TL-COUNT
           MOVE WS-EXCEPTION-TOTAL TO WS-TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
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
           MOVE CTL-TAX-YEAR TO WS-RH3-YEAR
           MOVE WS-THRESHOLD TO WS-RH3-THRESHOLD
           MOVE WS-PAYER-TIN TO WS-RH3-PAYER-TIN
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3
               AFTER ADVANCING 1
           WRITE REPORT-RECORD FROM WS-COLUMN-HDR
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
           MOVE +6 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE
           .
      ****************************************************************
      * END OF BATNEC00                                              *
      ****************************************************************
