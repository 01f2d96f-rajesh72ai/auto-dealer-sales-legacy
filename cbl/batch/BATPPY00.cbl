       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATPPY00.
      ****************************************************************
      * PROGRAM:    BATPPY00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    DAILY POSITIVE PAY FILE TO THE BANK FROM THE     *
      *             ISSUED-CHECK REGISTER (COMCHKL0).                *
      *               I - ISSUE RECORD FOR EVERY CHECK NOT YET SENT  *
      *               V - VOID RECORD FOR EVERY CHECK VOIDED SINCE   *
      *                   ITS ISSUE RECORD WENT TO THE BANK          *
      *             A CHECK VOIDED BEFORE ITS ISSUE WAS EVER SENT    *
      *             NEVER GOES TO THE BANK. EACH ROW SENT IS FLAGGED *
      *             (PP_ISSUE_SENT / PP_VOID_SENT) IN THE SAME UNIT  *
      *             OF WORK AS THE RUN, SO A RERUN AFTER A FAILURE   *
      *             SENDS THE SAME ITEMS AGAIN AND A CLEAN RERUN     *
      *             SENDS NOTHING TWICE.                             *
      *             THE ACCOUNT NUMBER ON THE FILE HEADER COMES FROM *
      *             SYSTEM_CONFIG POSPAY_ACCOUNT (REQUIRED).         *
      *                                                              *
      *             POSITIVE PAY FILE (PIPE-DELIMITED):              *
      *               FH|RUN DATE|ACCOUNT|AUTOSALES POSITIVE PAY     *
      *               DT|I OR V|CHECK NO|ISSUE DATE|AMOUNT|PAYEE|    *
      *                  DEALER                                      *
      *               FT|ISSUE COUNT|ISSUE TOTAL|VOID COUNT|         *
      *                  VOID TOTAL                                  *
      *                                                              *
      * TABLES:     AUTOSALE.ISSUED_CHECK  (READ/UPDATE)             *
      *             AUTOSALE.SYSTEM_CONFIG (READ)                    *
      *                                                              *
      * OUTPUT:     PPYOUT DD - POSITIVE PAY FILE (PIPE-DELIM)       *
      *             PPYRPT DD - POSITIVE PAY REGISTER (132 CHARS)    *
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
           SELECT POSPAY-FILE
               ASSIGN TO PPYOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPYOUT-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO PPYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPYRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  POSPAY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  POSPAY-RECORD                 PIC X(200).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATPPY00'.
      *
       01  WS-PPYOUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-PPYRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-ISSUE-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-VOID-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-ISSUE-TOTAL            PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-VOID-TOTAL             PIC S9(11)V99 COMP-3
                                                        VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-CURSOR             PIC X(01) VALUE 'N'.
               88  WS-CURSOR-DONE                  VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
       01  WS-PP-ACCOUNT                 PIC X(17) VALUE SPACES.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
      *
       01  WS-HV-PPY.
           05  WS-HV-PP-TYPE             PIC X(01).
               88  WS-HV-PP-ISSUE                  VALUE 'I'.
               88  WS-HV-PP-VOID                   VALUE 'V'.
           05  WS-HV-PP-CHECK-ID         PIC S9(09) COMP.
           05  WS-HV-PP-DEALER           PIC X(05).
           05  WS-HV-PP-CHECK-NUM        PIC X(10).
           05  WS-HV-PP-ISSUE-DATE       PIC X(10).
           05  WS-HV-PP-AMT              PIC S9(09)V99 COMP-3.
           05  WS-HV-PP-PAYEE            PIC X(40).
           05  WS-HV-PP-SOURCE           PIC X(02).
      *
      *    OUTPUT FILE WORK FIELDS
      *
       01  WS-OUT-BUFFER                 PIC X(200) VALUE SPACES.
       01  WS-AMT-DISPLAY                PIC 9(09).99.
       01  WS-TOT-DISPLAY                PIC 9(11).99.
       01  WS-CNT-DISPLAY                PIC 9(07).
       01  WS-VCNT-DISPLAY               PIC 9(07).
       01  WS-VTOT-DISPLAY               PIC 9(11).99.
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
               VALUE ' POSITIVE PAY ISSUE REGISTER      '.
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
           05  FILLER                    PIC X(10)
               VALUE 'ACCOUNT:  '.
           05  WS-RH3-ACCOUNT            PIC X(17).
           05  FILLER                    PIC X(104) VALUE SPACES.
      *
       01  WS-COLUMN-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'TYPE  '.
           05  FILLER                    PIC X(08) VALUE 'DEALER  '.
           05  FILLER                    PIC X(12) VALUE 'CHECK NO    '.
           05  FILLER                    PIC X(12) VALUE 'ISSUE DATE  '.
           05  FILLER                    PIC X(05) VALUE 'SRC  '.
           05  FILLER                    PIC X(42)
               VALUE 'PAYEE'.
           05  FILLER                    PIC X(15)
               VALUE '         AMOUNT'.
           05  FILLER                    PIC X(31) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-TYPE                PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-CHECK               PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-ISSUE-DATE          PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE              PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-PAYEE               PIC X(40).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(32) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TL-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(69) VALUE SPACES.
      *
      *    ISSUES NOT YET SENT, THEN VOIDS OF CHECKS THE BANK HAS
      *
           EXEC SQL DECLARE CSR_PPY CURSOR FOR
               SELECT 'I'
                    , CHECK_ID
                    , DEALER_CODE
                    , CHECK_NUMBER
                    , CHAR(ISSUE_DATE, ISO)
                    , CHECK_AMT
                    , PAYEE_NAME
                    , CHECK_SOURCE
               FROM   AUTOSALE.ISSUED_CHECK
               WHERE  CHECK_STATUS IN ('IS', 'CL')
                 AND  PP_ISSUE_SENT = 'N'
               UNION ALL
               SELECT 'V'
                    , CHECK_ID
                    , DEALER_CODE
                    , CHECK_NUMBER
                    , CHAR(ISSUE_DATE, ISO)
                    , CHECK_AMT
                    , PAYEE_NAME
                    , CHECK_SOURCE
               FROM   AUTOSALE.ISSUED_CHECK
               WHERE  CHECK_STATUS  = 'VD'
                 AND  PP_ISSUE_SENT = 'Y'
                 AND  PP_VOID_SENT  = 'N'
               ORDER BY 1, 3, 4
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATPPY00: POSITIVE PAY FILE - START'
      *
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
      *
           IF WS-ERROR-COUNT = +0
               PERFORM 2000-OPEN-FILES
               IF WS-PPYOUT-STATUS = '00'
               AND WS-PPYRPT-STATUS = '00'
                   PERFORM 3000-PROCESS-CHECKS THRU 3000-EXIT
                   PERFORM 7000-PRINT-TOTALS
               ELSE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
               PERFORM 9000-CLOSE-FILES
           END-IF
      *
      *    THE SENT FLAGS STAND ONLY IF THE WHOLE FILE WAS WRITTEN
      *
           IF WS-ERROR-COUNT = +0
               EXEC SQL COMMIT END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATPPY00: COMMIT FAILED - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATPPY00: RUN BACKED OUT - FILE NOT TO BE SENT'
           END-IF
      *
           DISPLAY 'BATPPY00: PROCESSING COMPLETE'
           DISPLAY 'BATPPY00:   ISSUES SENT   = ' WS-ISSUE-COUNT
           DISPLAY 'BATPPY00:   ISSUE TOTAL   = ' WS-ISSUE-TOTAL
           DISPLAY 'BATPPY00:   VOIDS SENT    = ' WS-VOID-COUNT
           DISPLAY 'BATPPY00:   VOID TOTAL    = ' WS-VOID-TOTAL
           DISPLAY 'BATPPY00:   ERRORS        = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
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
               WHERE CONFIG_KEY = 'POSPAY_ACCOUNT'
           END-EXEC
      *
           IF SQLCODE NOT = +0
           OR WS-HV-CFG-VALUE = SPACES
               DISPLAY 'BATPPY00: POSPAY_ACCOUNT NOT ON SYSTEM_CONFIG'
               ADD +1 TO WS-ERROR-COUNT
               GO TO 1000-EXIT
           END-IF
      *
           MOVE WS-HV-CFG-VALUE(1:17) TO WS-PP-ACCOUNT
           DISPLAY 'BATPPY00: ACCOUNT = ' WS-PP-ACCOUNT
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT POSPAY-FILE
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-PPYOUT-STATUS NOT = '00'
           OR WS-PPYRPT-STATUS NOT = '00'
               DISPLAY 'BATPPY00: ERROR OPENING OUTPUT - '
                       WS-PPYOUT-STATUS ' ' WS-PPYRPT-STATUS
           ELSE
               INITIALIZE WS-OUT-BUFFER
               STRING
                   'FH|' WS-TODAY-DATE '|' WS-PP-ACCOUNT
                   '|AUTOSALES POSITIVE PAY'
                   DELIMITED BY SIZE
                   INTO WS-OUT-BUFFER
               WRITE POSPAY-RECORD FROM WS-OUT-BUFFER
           END-IF
           .
      *
      ****************************************************************
      *    3000-PROCESS-CHECKS                                       *
      ****************************************************************
       3000-PROCESS-CHECKS.
      *
           EXEC SQL OPEN CSR_PPY END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATPPY00: ERROR OPENING CHECK CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CURSOR
      *
           PERFORM UNTIL WS-CURSOR-DONE
               MOVE SPACES TO WS-HV-PP-PAYEE
               EXEC SQL FETCH CSR_PPY
                   INTO :WS-HV-PP-TYPE
                      , :WS-HV-PP-CHECK-ID
                      , :WS-HV-PP-DEALER
                      , :WS-HV-PP-CHECK-NUM
                      , :WS-HV-PP-ISSUE-DATE
                      , :WS-HV-PP-AMT
                      , :WS-HV-PP-PAYEE
                      , :WS-HV-PP-SOURCE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-SEND-CHECK THRU 4000-EXIT
                   WHEN +100
                       SET WS-CURSOR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATPPY00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CURSOR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PPY END-EXEC
      *
           MOVE WS-ISSUE-COUNT TO WS-CNT-DISPLAY
           MOVE WS-ISSUE-TOTAL TO WS-TOT-DISPLAY
           MOVE WS-VOID-COUNT TO WS-VCNT-DISPLAY
           MOVE WS-VOID-TOTAL TO WS-VTOT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'FT|' WS-CNT-DISPLAY '|' WS-TOT-DISPLAY
               '|' WS-VCNT-DISPLAY '|' WS-VTOT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE POSPAY-RECORD FROM WS-OUT-BUFFER
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-SEND-CHECK - ONE DT RECORD AND ITS SENT FLAG         *
      ****************************************************************
       4000-SEND-CHECK.
      *
           MOVE WS-HV-PP-AMT TO WS-AMT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'DT|' WS-HV-PP-TYPE        '|'
               WS-HV-PP-CHECK-NUM         '|'
               WS-HV-PP-ISSUE-DATE        '|'
               WS-AMT-DISPLAY             '|'
               WS-HV-PP-PAYEE             '|'
               WS-HV-PP-DEALER
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE POSPAY-RECORD FROM WS-OUT-BUFFER
      *
           IF WS-PPYOUT-STATUS NOT = '00'
               DISPLAY 'BATPPY00: PPYOUT WRITE ERROR - '
                       WS-PPYOUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
               SET WS-CURSOR-DONE TO TRUE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-HV-PP-ISSUE
               EXEC SQL
                   UPDATE AUTOSALE.ISSUED_CHECK
                      SET PP_ISSUE_SENT = 'Y'
                        , UPDATED_TS    = CURRENT TIMESTAMP
                   WHERE  CHECK_ID = :WS-HV-PP-CHECK-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE AUTOSALE.ISSUED_CHECK
                      SET PP_VOID_SENT  = 'Y'
                        , UPDATED_TS    = CURRENT TIMESTAMP
                   WHERE  CHECK_ID = :WS-HV-PP-CHECK-ID
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATPPY00: ERROR FLAGGING CHECK '
                       WS-HV-PP-CHECK-NUM ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               SET WS-CURSOR-DONE TO TRUE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-HV-PP-ISSUE
               ADD +1 TO WS-ISSUE-COUNT
               ADD WS-HV-PP-AMT TO WS-ISSUE-TOTAL
               MOVE 'ISSUE' TO WS-DL-TYPE
           ELSE
               ADD +1 TO WS-VOID-COUNT
               ADD WS-HV-PP-AMT TO WS-VOID-TOTAL
               MOVE 'VOID' TO WS-DL-TYPE
           END-IF
      *
           PERFORM 6000-PRINT-DETAIL
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-PRINT-DETAIL                                         *
      ****************************************************************
       6000-PRINT-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE WS-HV-PP-DEALER TO WS-DL-DEALER
           MOVE WS-HV-PP-CHECK-NUM TO WS-DL-CHECK
           MOVE WS-HV-PP-ISSUE-DATE TO WS-DL-ISSUE-DATE
           MOVE WS-HV-PP-SOURCE TO WS-DL-SOURCE
           MOVE WS-HV-PP-PAYEE TO WS-DL-PAYEE
           MOVE WS-HV-PP-AMT TO WS-DL-AMOUNT
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
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 8000-NEW-PAGE
           END-IF
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
      *
           MOVE 'ISSUES SENT' TO WS-TL-LABEL
           MOVE WS-ISSUE-COUNT TO WS-TL-COUNT
           MOVE WS-ISSUE-TOTAL TO WS-TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'VOIDS SENT' TO WS-TL-LABEL
           MOVE WS-VOID-COUNT TO WS-TL-COUNT
           MOVE WS-VOID-TOTAL TO WS-TL-AMOUNT
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
           MOVE WS-PP-ACCOUNT TO WS-RH3-ACCOUNT
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
           CLOSE POSPAY-FILE
           CLOSE REPORT-FILE
           .
      ****************************************************************
      * END OF BATPPY00                                              *
      ****************************************************************
