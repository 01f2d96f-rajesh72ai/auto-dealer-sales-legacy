       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATAPP00.
      ****************************************************************
      * PROGRAM:    BATAPP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    ACCOUNTS PAYABLE PAYMENT RUN. EVERY APPROVED (AP)*
      *             AP_INVOICE DUE ON OR BEFORE THE PAY-THROUGH DATE *
      *             IS PAID, ONE PAYMENT PER DEALER AND VENDOR.      *
      *             APPROVED CREDIT MEMOS (NEGATIVE INVOICES) NET    *
      *             AGAINST THE PAYMENT WHATEVER THEIR DUE DATE. A   *
      *             VENDOR WHOSE NET IS ZERO OR A CREDIT IS HELD AND *
      *             LISTED - NOTHING IS PAID AND THE INVOICES STAY   *
      *             APPROVED FOR THE NEXT RUN.                       *
      *               CK VENDORS - A CHECK RECORD WITH ITS STUB      *
      *                  LINES GOES TO THE CHECK PRINT FILE. CHECK   *
      *                  NUMBERS RUN FROM SYSTEM_CONFIG              *
      *                  AP_NEXT_CHECK_NUM, WHICH MUST MATCH THE     *
      *                  FIRST CHECK ON THE PRINTER STOCK.           *
      *               AC VENDORS - AN ITEM GOES TO THE ACH FILE      *
      *                  WITH THE VENDOR ROUTING AND ACCOUNT.        *
      *             EACH PAYMENT IS AN AP_PAYMENT ROW (IS ISSUED) AND*
      *             ITS INVOICES MOVE TO PD WITH THE PAYMENT ID. THE *
      *             PAYMENT, INVOICE UPDATES AND CHECK NUMBER ARE    *
      *             COMMITTED TOGETHER, AS IS THE CHECK'S ENTRY IN   *
      *             THE ISSUED-CHECK REGISTER (COMCHKL0) THAT FEEDS  *
      *             POSITIVE PAY.                                    *
      *                                                              *
      *             CONTROL CARD LAYOUT (APPCTL, FIXED 80):          *
      *               01-05  DEALER CODE (BLANK = ALL DEALERS)       *
      *               06-15  PAY-THROUGH DUE DATE (YYYY-MM-DD)       *
      *               16-25  CHECK DATE (BLANK = TODAY)              *
      *                                                              *
      * INPUT:      APPCTL DD - CONTROL CARD                         *
      *                                                              *
      * TABLES:     AUTOSALE.AP_INVOICE    (READ/UPDATE)             *
      *             AUTOSALE.AP_VENDOR     (READ)                    *
      *             AUTOSALE.AP_PAYMENT    (INSERT)                  *
      *             AUTOSALE.SYSTEM_CONFIG (READ/UPDATE)             *
      *                                                              *
      * CALLS:      COMCHKL0 - ISSUED-CHECK REGISTER                 *
      *                                                              *
      * OUTPUT:     APCHKS DD - CHECK PRINT FILE (PIPE-DELIM)        *
      *             APACH  DD - ACH PAYMENT FILE (PIPE-DELIM)        *
      *             APPRPT DD - PAYMENT REGISTER (132 CHARS)         *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      *   2026-10-15  EACH CHECK IS REGISTERED IN THE ISSUED-CHECK   *
      *               REGISTER IN THE PAYMENT'S UNIT OF WORK         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE
               ASSIGN TO APPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPCTL-STATUS.
           SELECT CHECK-FILE
               ASSIGN TO APCHKS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APCHKS-STATUS.
           SELECT ACH-FILE
               ASSIGN TO APACH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APACH-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO APPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPRPT-STATUS.
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
       FD  CHECK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  CHECK-RECORD                  PIC X(200).
      *
       FD  ACH-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  ACH-RECORD                    PIC X(200).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATAPP00'.
      *
       01  WS-APPCTL-STATUS              PIC X(02) VALUE SPACES.
       01  WS-APCHKS-STATUS              PIC X(02) VALUE SPACES.
       01  WS-APACH-STATUS               PIC X(02) VALUE SPACES.
       01  WS-APPRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-CONTROL-CARD.
           05  CTL-DEALER-CODE           PIC X(05).
           05  CTL-PAY-THROUGH           PIC X(10).
           05  CTL-CHECK-DATE            PIC X(10).
           05  FILLER                    PIC X(55).
      *
       01  WS-COUNTERS.
           05  WS-INVOICE-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-PAID-INV-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-CHECK-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-ACH-COUNT              PIC S9(09) COMP-3 VALUE +0.
           05  WS-HELD-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-CHECK-TOTAL            PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-ACH-TOTAL              PIC S9(11)V99 COMP-3
                                                        VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-CURSOR             PIC X(01) VALUE 'N'.
               88  WS-CURSOR-DONE                  VALUE 'Y'.
           05  WS-CHECK-NUM-FLAG         PIC X(01) VALUE 'N'.
               88  WS-CHECK-NUM-LOADED             VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
       01  WS-CHECK-DATE                 PIC X(10) VALUE SPACES.
       01  WS-NEXT-CHECK-NUM             PIC 9(08) VALUE 0.
       01  WS-CHECK-NUM-NEW              PIC 9(08) VALUE 0.
      *
      *    PAYMENT GROUP - ONE DEALER / VENDOR. CREDIT MEMOS SORT
      *    FIRST SO THEY ALWAYS FALL IN THE GROUP BEING PAID.
      *
       01  WS-GROUP.
           05  WS-GRP-DEALER             PIC X(05) VALUE SPACES.
           05  WS-GRP-VENDOR             PIC X(08) VALUE SPACES.
           05  WS-GRP-NAME               PIC X(40) VALUE SPACES.
           05  WS-GRP-PAY-METHOD         PIC X(02) VALUE SPACES.
               88  WS-GRP-PAY-ACH                  VALUE 'AC'.
           05  WS-GRP-ROUTING            PIC X(09) VALUE SPACES.
           05  WS-GRP-ACCOUNT            PIC X(17) VALUE SPACES.
           05  WS-GRP-ADDRESS            PIC X(50) VALUE SPACES.
           05  WS-GRP-CITY               PIC X(30) VALUE SPACES.
           05  WS-GRP-STATE              PIC X(02) VALUE SPACES.
           05  WS-GRP-ZIP                PIC X(10) VALUE SPACES.
           05  WS-GRP-NET                PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-GRP-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-GRP-INV OCCURS 100 TIMES.
               10  WS-GI-ID              PIC S9(09) COMP.
               10  WS-GI-NUMBER          PIC X(15).
               10  WS-GI-DATE            PIC X(10).
               10  WS-GI-AMT             PIC S9(09)V99 COMP-3.
       01  WS-GI-IDX                     PIC S9(04) COMP VALUE +0.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
       01  WS-HV-CFG-NEW.
           49  WS-HV-CFG-NEW-LN          PIC S9(04) COMP.
           49  WS-HV-CFG-NEW-TX          PIC X(100).
       01  WS-HV-DEALER                  PIC X(05) VALUE SPACES.
       01  WS-HV-PAY-THROUGH             PIC X(10) VALUE SPACES.
      *
       01  WS-HV-INV.
           05  WS-HV-IN-DEALER           PIC X(05).
           05  WS-HV-IN-VENDOR           PIC X(08).
           05  WS-HV-IN-NAME             PIC X(40).
           05  WS-HV-IN-PAY-METHOD       PIC X(02).
           05  WS-HV-IN-ROUTING          PIC X(09).
           05  WS-HV-IN-ACCOUNT          PIC X(17).
           05  WS-HV-IN-ADDRESS          PIC X(50).
           05  WS-HV-IN-CITY             PIC X(30).
           05  WS-HV-IN-STATE            PIC X(02).
           05  WS-HV-IN-ZIP              PIC X(10).
           05  WS-HV-IN-ID               PIC S9(09) COMP.
           05  WS-HV-IN-NUMBER           PIC X(15).
           05  WS-HV-IN-DATE             PIC X(10).
           05  WS-HV-IN-AMT              PIC S9(09)V99 COMP-3.
      *
       01  WS-HV-PAYMENT.
           05  WS-HV-PY-ID               PIC S9(09) COMP.
           05  WS-HV-PY-CHECK            PIC X(10).
           05  WS-HV-PY-AMT              PIC S9(09)V99 COMP-3.
           05  WS-HV-PY-INV-COUNT        PIC S9(04) COMP.
           05  WS-HV-PY-INV-ID           PIC S9(09) COMP.
      *
      *    CHECK REGISTER CALL FIELDS (COMCHKL0)
      *
       01  WS-CHK-REQUEST.
           05  WS-CK-FUNCTION            PIC X(04).
           05  WS-CK-DEALER-CODE         PIC X(05).
           05  WS-CK-CHECK-NUMBER        PIC X(10).
           05  WS-CK-SOURCE              PIC X(02).
           05  WS-CK-SOURCE-REF          PIC X(20).
           05  WS-CK-PAYEE               PIC X(40).
           05  WS-CK-AMOUNT              PIC S9(09)V99 COMP-3.
           05  WS-CK-ISSUE-DATE          PIC X(10).
           05  WS-CK-NEW-CHECK-NUM       PIC X(10).
           05  WS-CK-REASON              PIC X(40).
           05  WS-CK-USER-ID             PIC X(08).
       01  WS-CHK-RESULT.
           05  WS-CK-CHECK-ID            PIC S9(09) COMP.
           05  WS-CK-NEW-CHECK-ID        PIC S9(09) COMP.
           05  WS-CK-RETURN-CODE         PIC S9(04) COMP.
           05  WS-CK-RETURN-MSG          PIC X(79).
      *
      *    OUTPUT FILE WORK FIELDS
      *
       01  WS-OUT-BUFFER                 PIC X(200) VALUE SPACES.
       01  WS-ID-DISPLAY                 PIC 9(09).
       01  WS-AMT-DISPLAY                PIC 9(09).99.
       01  WS-SAMT-DISPLAY               PIC -9(09).99.
       01  WS-TOT-DISPLAY                PIC 9(11).99.
       01  WS-CNT-DISPLAY                PIC 9(07).
       01  WS-ACH-FILE-COUNT             PIC S9(09) COMP-3 VALUE +0.
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
               VALUE ' AP PAYMENT REGISTER              '.
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
           05  FILLER                    PIC X(14)
               VALUE 'PAY THROUGH:  '.
           05  WS-RH3-THROUGH            PIC X(10).
           05  FILLER                    PIC X(16)
               VALUE '   CHECK DATE:  '.
           05  WS-RH3-CHECK-DATE         PIC X(10).
           05  FILLER                    PIC X(12)
               VALUE '   DEALER:  '.
           05  WS-RH3-DEALER             PIC X(05).
           05  FILLER                    PIC X(64) VALUE SPACES.
      *
       01  WS-COLUMN-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'DEALER  '.
           05  FILLER                    PIC X(10) VALUE 'VENDOR    '.
           05  FILLER                    PIC X(42)
               VALUE 'VENDOR NAME'.
           05  FILLER                    PIC X(05) VALUE 'MTH  '.
           05  FILLER                    PIC X(12) VALUE 'CHECK NO    '.
           05  FILLER                    PIC X(11) VALUE 'PAYMENT ID '.
           05  FILLER                    PIC X(06) VALUE '  INVS'.
           05  FILLER                    PIC X(17)
               VALUE '           AMOUNT'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(18)
               VALUE 'NOTE'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-VENDOR              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-NAME                PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-METHOD              PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-CHECK               PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-PAYMENT-ID          PIC Z(8)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-INV-COUNT           PIC ZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE                PIC X(20).
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TL-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(69) VALUE SPACES.
      *
      *    APPROVED INVOICES TO PAY - CREDIT MEMOS INCLUDED WHATEVER
      *    THEIR DUE DATE, AND SORTED FIRST WITHIN THE VENDOR
      *
           EXEC SQL DECLARE CSR_APP_INV CURSOR WITH HOLD FOR
               SELECT I.DEALER_CODE
                    , I.VENDOR_ID
                    , V.VENDOR_NAME
                    , V.PAY_METHOD
                    , COALESCE(V.BANK_ROUTING, ' ')
                    , COALESCE(V.BANK_ACCOUNT, ' ')
                    , V.ADDRESS_LINE1
                    , V.CITY
                    , V.STATE_CODE
                    , V.ZIP_CODE
                    , I.AP_INVOICE_ID
                    , I.VENDOR_INV_NUM
                    , CHAR(I.INVOICE_DATE, ISO)
                    , I.INVOICE_AMT
               FROM   AUTOSALE.AP_INVOICE I
               INNER JOIN AUTOSALE.AP_VENDOR V
                 ON   V.VENDOR_ID = I.VENDOR_ID
               WHERE  I.INV_STATUS = 'AP'
                 AND  V.ACTIVE_FLAG = 'Y'
                 AND (I.DUE_DATE <= DATE(:WS-HV-PAY-THROUGH)
                  OR  I.INVOICE_AMT < 0)
                 AND (:WS-HV-DEALER = ' '
                  OR  I.DEALER_CODE = :WS-HV-DEALER)
               ORDER BY I.DEALER_CODE, I.VENDOR_ID,
                        I.INVOICE_AMT, I.AP_INVOICE_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATAPP00: AP PAYMENT RUN - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT
      *
           IF WS-ERROR-COUNT = +0
               PERFORM 2000-OPEN-FILES
               IF WS-APCHKS-STATUS = '00'
               AND WS-APACH-STATUS = '00'
               AND WS-APPRPT-STATUS = '00'
                   PERFORM 3000-PROCESS-INVOICES THRU 3000-EXIT
                   PERFORM 7000-PRINT-TOTALS
               ELSE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
               PERFORM 9000-CLOSE-FILES
           END-IF
      *
           DISPLAY 'BATAPP00: PROCESSING COMPLETE'
           DISPLAY 'BATAPP00:   INVOICES SELECTED = ' WS-INVOICE-COUNT
           DISPLAY 'BATAPP00:   INVOICES PAID     = '
                   WS-PAID-INV-COUNT
           DISPLAY 'BATAPP00:   CHECKS ISSUED     = ' WS-CHECK-COUNT
           DISPLAY 'BATAPP00:   CHECK TOTAL       = ' WS-CHECK-TOTAL
           DISPLAY 'BATAPP00:   ACH PAYMENTS      = ' WS-ACH-COUNT
           DISPLAY 'BATAPP00:   ACH TOTAL         = ' WS-ACH-TOTAL
           DISPLAY 'BATAPP00:   VENDORS HELD      = ' WS-HELD-COUNT
           DISPLAY 'BATAPP00:   ERRORS            = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-COUNT > +0
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
           .
      *
      ****************************************************************
      *    1500-READ-CONTROL-CARD - DEALER, THROUGH DATE, CHECK DATE *
      *    AND THE STARTING CHECK NUMBER                             *
      ****************************************************************
       1500-READ-CONTROL-CARD.
      *
           OPEN INPUT CONTROL-FILE
           IF WS-APPCTL-STATUS NOT = '00'
               DISPLAY 'BATAPP00: ERROR OPENING APPCTL - '
                       WS-APPCTL-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 1500-EXIT
           END-IF
      *
           READ CONTROL-FILE INTO WS-CONTROL-CARD
           IF WS-APPCTL-STATUS NOT = '00'
               DISPLAY 'BATAPP00: NO CONTROL CARD ON APPCTL'
               ADD +1 TO WS-ERROR-COUNT
               CLOSE CONTROL-FILE
               GO TO 1500-EXIT
           END-IF
           CLOSE CONTROL-FILE
      *
           IF CTL-PAY-THROUGH = SPACES
               DISPLAY 'BATAPP00: PAY-THROUGH DATE REQUIRED ON APPCTL'
               ADD +1 TO WS-ERROR-COUNT
               GO TO 1500-EXIT
           END-IF
      *
           MOVE CTL-DEALER-CODE TO WS-HV-DEALER
           MOVE CTL-PAY-THROUGH TO WS-HV-PAY-THROUGH
           IF CTL-CHECK-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-CHECK-DATE
           ELSE
               MOVE CTL-CHECK-DATE TO WS-CHECK-DATE
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'AP_NEXT_CHECK_NUM'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-NEXT-CHECK-NUM =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
               SET WS-CHECK-NUM-LOADED TO TRUE
           ELSE
               DISPLAY 'BATAPP00: AP_NEXT_CHECK_NUM NOT ON '
                       'SYSTEM_CONFIG - CHECK VENDORS NOT PAID'
           END-IF
      *
           DISPLAY 'BATAPP00: DEALER            = ' WS-HV-DEALER
           DISPLAY 'BATAPP00: PAY THROUGH       = ' WS-HV-PAY-THROUGH
           DISPLAY 'BATAPP00: CHECK DATE        = ' WS-CHECK-DATE
           DISPLAY 'BATAPP00: FIRST CHECK NUMBER = ' WS-NEXT-CHECK-NUM
           .
       1500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT CHECK-FILE
           OPEN OUTPUT ACH-FILE
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-APCHKS-STATUS NOT = '00'
           OR WS-APACH-STATUS NOT = '00'
           OR WS-APPRPT-STATUS NOT = '00'
               DISPLAY 'BATAPP00: ERROR OPENING OUTPUT - '
                       WS-APCHKS-STATUS ' ' WS-APACH-STATUS ' '
                       WS-APPRPT-STATUS
           ELSE
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'FH|' WS-TODAY-DATE '|' WS-CHECK-DATE
                   '|AUTOSALES AP VENDOR PAYMENTS'
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE ACH-RECORD FROM WS-OUT-BUFFER
           END-IF
           .
      *
      ****************************************************************
      *    3000-PROCESS-INVOICES - GROUP BY DEALER AND VENDOR        *
      ****************************************************************
       3000-PROCESS-INVOICES.
      *
           EXEC SQL OPEN CSR_APP_INV END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATAPP00: ERROR OPENING INVOICE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
           MOVE SPACES TO WS-GRP-DEALER
           MOVE SPACES TO WS-GRP-VENDOR
           MOVE +0 TO WS-GRP-COUNT
      *
           PERFORM UNTIL WS-CURSOR-DONE
               EXEC SQL FETCH CSR_APP_INV
                   INTO :WS-HV-IN-DEALER
                      , :WS-HV-IN-VENDOR
                      , :WS-HV-IN-NAME
                      , :WS-HV-IN-PAY-METHOD
                      , :WS-HV-IN-ROUTING
                      , :WS-HV-IN-ACCOUNT
                      , :WS-HV-IN-ADDRESS
                      , :WS-HV-IN-CITY
                      , :WS-HV-IN-STATE
                      , :WS-HV-IN-ZIP
                      , :WS-HV-IN-ID
                      , :WS-HV-IN-NUMBER
                      , :WS-HV-IN-DATE
                      , :WS-HV-IN-AMT
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-INVOICE-COUNT
                       PERFORM 3100-ADD-TO-GROUP
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATAPP00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           IF WS-GRP-COUNT > +0
               PERFORM 4000-PAY-GROUP THRU 4000-EXIT
           END-IF
      *
           EXEC SQL CLOSE CSR_APP_INV END-EXEC
      *
           MOVE WS-ACH-FILE-COUNT TO WS-CNT-DISPLAY
           MOVE WS-ACH-TOTAL TO WS-TOT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'FT|' WS-CNT-DISPLAY '|' WS-TOT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE ACH-RECORD FROM WS-OUT-BUFFER
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-ADD-TO-GROUP - PAY THE PRIOR GROUP ON A DEALER OR    *
      *    VENDOR BREAK (OR A FULL TABLE) THEN ADD THIS INVOICE      *
      ****************************************************************
       3100-ADD-TO-GROUP.
      *
           IF WS-GRP-COUNT > +0
               IF WS-HV-IN-DEALER NOT = WS-GRP-DEALER
               OR WS-HV-IN-VENDOR NOT = WS-GRP-VENDOR
               OR WS-GRP-COUNT = +100
                   PERFORM 4000-PAY-GROUP THRU 4000-EXIT
                   MOVE +0 TO WS-GRP-COUNT
               END-IF
           END-IF
      *
           IF WS-GRP-COUNT = +0
               MOVE WS-HV-IN-DEALER TO WS-GRP-DEALER
               MOVE WS-HV-IN-VENDOR TO WS-GRP-VENDOR
               MOVE WS-HV-IN-NAME TO WS-GRP-NAME
               MOVE WS-HV-IN-PAY-METHOD TO WS-GRP-PAY-METHOD
               MOVE WS-HV-IN-ROUTING TO WS-GRP-ROUTING
               MOVE WS-HV-IN-ACCOUNT TO WS-GRP-ACCOUNT
               MOVE WS-HV-IN-ADDRESS TO WS-GRP-ADDRESS
               MOVE WS-HV-IN-CITY TO WS-GRP-CITY
               MOVE WS-HV-IN-STATE TO WS-GRP-STATE
               MOVE WS-HV-IN-ZIP TO WS-GRP-ZIP
               MOVE +0 TO WS-GRP-NET
           END-IF
      *
           ADD +1 TO WS-GRP-COUNT
           MOVE WS-HV-IN-ID TO WS-GI-ID(WS-GRP-COUNT)
           MOVE WS-HV-IN-NUMBER TO WS-GI-NUMBER(WS-GRP-COUNT)
           MOVE WS-HV-IN-DATE TO WS-GI-DATE(WS-GRP-COUNT)
           MOVE WS-HV-IN-AMT TO WS-GI-AMT(WS-GRP-COUNT)
           ADD WS-HV-IN-AMT TO WS-GRP-NET
           .
      *
      ****************************************************************
      *    4000-PAY-GROUP - ONE PAYMENT FOR THE DEALER / VENDOR      *
      ****************************************************************
       4000-PAY-GROUP.
      *
           MOVE SPACES TO WS-DL-NOTE
           MOVE SPACES TO WS-HV-PY-CHECK
           MOVE +0 TO WS-HV-PY-ID
      *
      *    NET CREDIT - NOTHING TO PAY, INVOICES WAIT FOR THE NEXT RUN
      *
           IF WS-GRP-NET NOT > +0
               ADD +1 TO WS-HELD-COUNT
               MOVE 'HELD - NET CREDIT' TO WS-DL-NOTE
               PERFORM 6000-PRINT-DETAIL
               GO TO 4000-EXIT
           END-IF
      *
      *    AN ACH VENDOR WITHOUT BANK DETAILS IS PAID BY CHECK
      *
           IF WS-GRP-PAY-ACH
               IF WS-GRP-ROUTING = SPACES
               OR WS-GRP-ACCOUNT = SPACES
                   MOVE 'CK' TO WS-GRP-PAY-METHOD
                   MOVE 'NO BANK - CHECK' TO WS-DL-NOTE
               END-IF
           END-IF
      *
           IF NOT WS-GRP-PAY-ACH
           AND NOT WS-CHECK-NUM-LOADED
               ADD +1 TO WS-HELD-COUNT
               MOVE 'HELD - NO CHECK NO' TO WS-DL-NOTE
               PERFORM 6000-PRINT-DETAIL
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.APPAY_SEQ
               INTO  :WS-HV-PY-ID
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATAPP00: ERROR GENERATING PAYMENT ID - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           IF NOT WS-GRP-PAY-ACH
               MOVE WS-NEXT-CHECK-NUM TO WS-HV-PY-CHECK
               PERFORM 4200-ADVANCE-CHECK-NUMBER
               IF SQLCODE NOT = +0
                   DISPLAY 'BATAPP00: ERROR UPDATING AP_NEXT_CHECK_NUM'
                           ' - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   EXEC SQL ROLLBACK END-EXEC
                   GO TO 4000-EXIT
               END-IF
           END-IF
      *
           MOVE WS-GRP-NET TO WS-HV-PY-AMT
           MOVE WS-GRP-COUNT TO WS-HV-PY-INV-COUNT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.AP_PAYMENT
               ( PAYMENT_ID
               , VENDOR_ID
               , DEALER_CODE
               , PAY_METHOD
               , CHECK_NUMBER
               , PAY_DATE
               , PAY_AMT
               , INVOICE_COUNT
               , PAY_STATUS
               , CREATED_BY
               , CREATED_TS
               )
               VALUES
               ( :WS-HV-PY-ID
               , :WS-GRP-VENDOR
               , :WS-GRP-DEALER
               , :WS-GRP-PAY-METHOD
               , :WS-HV-PY-CHECK
               , DATE(:WS-CHECK-DATE)
               , :WS-HV-PY-AMT
               , :WS-HV-PY-INV-COUNT
               , 'IS'
               , :WS-MODULE-ID
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATAPP00: ERROR INSERTING AP_PAYMENT FOR '
                       WS-GRP-VENDOR ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM VARYING WS-GI-IDX FROM +1 BY +1
                   UNTIL WS-GI-IDX > WS-GRP-COUNT
                      OR SQLCODE NOT = +0
               MOVE WS-GI-ID(WS-GI-IDX) TO WS-HV-PY-INV-ID
               EXEC SQL
                   UPDATE AUTOSALE.AP_INVOICE
                      SET INV_STATUS = 'PD'
                        , PAYMENT_ID = :WS-HV-PY-ID
                        , UPDATED_TS = CURRENT TIMESTAMP
                   WHERE  AP_INVOICE_ID = :WS-HV-PY-INV-ID
                     AND  INV_STATUS    = 'AP'
               END-EXEC
           END-PERFORM
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATAPP00: ERROR MARKING INVOICES PAID FOR '
                       WS-GRP-VENDOR ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
               GO TO 4000-EXIT
           END-IF
      *
           IF NOT WS-GRP-PAY-ACH
               PERFORM 4300-REGISTER-CHECK
               IF WS-CK-RETURN-CODE NOT = +0
                   DISPLAY 'BATAPP00: CHECK ' WS-HV-PY-CHECK
                           ' NOT REGISTERED - ' WS-CK-RETURN-MSG
                   ADD +1 TO WS-ERROR-COUNT
                   EXEC SQL ROLLBACK END-EXEC
                   GO TO 4000-EXIT
               END-IF
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATAPP00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
      *    COMMITTED - NOW THE CHECK OR ACH ITEM IS RELEASED
      *
           ADD WS-GRP-COUNT TO WS-PAID-INV-COUNT
           IF WS-GRP-PAY-ACH
               PERFORM 5200-WRITE-ACH-ITEM
               ADD +1 TO WS-ACH-COUNT
               ADD WS-GRP-NET TO WS-ACH-TOTAL
           ELSE
               PERFORM 5100-WRITE-CHECK
               ADD +1 TO WS-CHECK-COUNT
               ADD WS-GRP-NET TO WS-CHECK-TOTAL
               ADD +1 TO WS-NEXT-CHECK-NUM
           END-IF
      *
           PERFORM 6000-PRINT-DETAIL
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-ADVANCE-CHECK-NUMBER - NEXT CHECK NUMBER IS SAVED IN *
      *    THE SAME UNIT OF WORK AS THE PAYMENT                      *
      ****************************************************************
       4200-ADVANCE-CHECK-NUMBER.
      *
           MOVE SPACES TO WS-HV-CFG-NEW-TX
           COMPUTE WS-CHECK-NUM-NEW = WS-NEXT-CHECK-NUM + 1
           MOVE WS-CHECK-NUM-NEW TO WS-HV-CFG-NEW-TX
           MOVE +8 TO WS-HV-CFG-NEW-LN
      *
           EXEC SQL
               UPDATE AUTOSALE.SYSTEM_CONFIG
                  SET CONFIG_VALUE = :WS-HV-CFG-NEW
                    , UPDATED_BY   = :WS-MODULE-ID
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  CONFIG_KEY   = 'AP_NEXT_CHECK_NUM'
           END-EXEC
           .
      *
      ****************************************************************
      *    4300-REGISTER-CHECK - THE CHECK INTO THE ISSUED-CHECK     *
      *    REGISTER, SOURCE REF IS THE AP PAYMENT ID                 *
      ****************************************************************
       4300-REGISTER-CHECK.
      *
           MOVE WS-HV-PY-ID TO WS-ID-DISPLAY
      *
           MOVE 'ISSU'              TO WS-CK-FUNCTION
           MOVE WS-GRP-DEALER       TO WS-CK-DEALER-CODE
           MOVE WS-HV-PY-CHECK      TO WS-CK-CHECK-NUMBER
           MOVE 'AP'                TO WS-CK-SOURCE
           MOVE WS-ID-DISPLAY       TO WS-CK-SOURCE-REF
           MOVE WS-GRP-NAME         TO WS-CK-PAYEE
           MOVE WS-GRP-NET          TO WS-CK-AMOUNT
           MOVE WS-CHECK-DATE       TO WS-CK-ISSUE-DATE
           MOVE SPACES              TO WS-CK-NEW-CHECK-NUM
                                       WS-CK-REASON
           MOVE WS-MODULE-ID        TO WS-CK-USER-ID
      *
           CALL 'COMCHKL0' USING WS-CHK-REQUEST
                                 WS-CHK-RESULT
           .
      *
      ****************************************************************
      *    5100-WRITE-CHECK - CHECK RECORD AND ONE STUB LINE PER     *
      *    INVOICE                                                   *
      ****************************************************************
       5100-WRITE-CHECK.
      *
           MOVE WS-GRP-NET TO WS-AMT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'CK|' WS-HV-PY-CHECK      '|'
               WS-CHECK-DATE             '|'
               WS-GRP-DEALER             '|'
               WS-GRP-VENDOR             '|'
               WS-GRP-NAME               '|'
               WS-GRP-ADDRESS            '|'
               WS-GRP-CITY               '|'
               WS-GRP-STATE              '|'
               WS-GRP-ZIP                '|'
               WS-AMT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE CHECK-RECORD FROM WS-OUT-BUFFER
      *
           PERFORM VARYING WS-GI-IDX FROM +1 BY +1
                   UNTIL WS-GI-IDX > WS-GRP-COUNT
               MOVE WS-GI-AMT(WS-GI-IDX) TO WS-SAMT-DISPLAY
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'CS|' WS-HV-PY-CHECK         '|'
                   WS-GI-NUMBER(WS-GI-IDX)      '|'
                   WS-GI-DATE(WS-GI-IDX)        '|'
                   WS-SAMT-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE CHECK-RECORD FROM WS-OUT-BUFFER
           END-PERFORM
           .
      *
      ****************************************************************
      *    5200-WRITE-ACH-ITEM - ONE ACH CREDIT TO THE VENDOR        *
      ****************************************************************
       5200-WRITE-ACH-ITEM.
      *
           MOVE WS-HV-PY-ID TO WS-ID-DISPLAY
           MOVE WS-GRP-NET TO WS-AMT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'DT|' WS-ID-DISPLAY       '|'
               WS-GRP-DEALER             '|'
               WS-GRP-VENDOR             '|'
               WS-GRP-NAME               '|'
               WS-GRP-ROUTING            '|'
               WS-GRP-ACCOUNT            '|'
               WS-AMT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE ACH-RECORD FROM WS-OUT-BUFFER
           ADD +1 TO WS-ACH-FILE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-DETAIL - ONE REGISTER LINE PER VENDOR GROUP    *
      ****************************************************************
       6000-PRINT-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE WS-GRP-DEALER TO WS-DL-DEALER
           MOVE WS-GRP-VENDOR TO WS-DL-VENDOR
           MOVE WS-GRP-NAME TO WS-DL-NAME
           MOVE WS-GRP-PAY-METHOD TO WS-DL-METHOD
           MOVE WS-HV-PY-CHECK TO WS-DL-CHECK
           MOVE WS-HV-PY-ID TO WS-DL-PAYMENT-ID
           MOVE WS-GRP-COUNT TO WS-DL-INV-COUNT
           MOVE WS-GRP-NET TO WS-DL-AMOUNT
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    7000-PRINT-TOTALS                                         *
      ****************************************************************
       7000-PRINT-TOTALS.
      *
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
      *
           MOVE 'CHECKS ISSUED' TO WS-TL-LABEL
           MOVE WS-CHECK-COUNT TO WS-TL-COUNT
           MOVE WS-CHECK-TOTAL TO WS-TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'ACH PAYMENTS' TO WS-TL-LABEL
           MOVE WS-ACH-COUNT TO WS-TL-COUNT
           MOVE WS-ACH-TOTAL TO WS-TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'TOTAL DISBURSED' TO WS-TL-LABEL
           COMPUTE WS-TL-COUNT = WS-CHECK-COUNT + WS-ACH-COUNT
           COMPUTE WS-TL-AMOUNT = WS-CHECK-TOTAL + WS-ACH-TOTAL
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'VENDORS HELD' TO WS-TL-LABEL
           MOVE WS-HELD-COUNT TO WS-TL-COUNT
           MOVE +0 TO WS-TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'INVOICES PAID' TO WS-TL-LABEL
           MOVE WS-PAID-INV-COUNT TO WS-TL-COUNT
           MOVE +0 TO WS-TL-AMOUNT
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
           MOVE WS-HV-PAY-THROUGH TO WS-RH3-THROUGH
           MOVE WS-CHECK-DATE TO WS-RH3-CHECK-DATE
           IF WS-HV-DEALER = SPACES
               MOVE 'ALL' TO WS-RH3-DEALER
           ELSE
               MOVE WS-HV-DEALER TO WS-RH3-DEALER
           END-IF
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
           CLOSE CHECK-FILE
           CLOSE ACH-FILE
           CLOSE REPORT-FILE
           .
      ****************************************************************
      * END OF BATAPP00                                              *
      ****************************************************************
