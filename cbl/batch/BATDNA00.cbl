       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATDNA00.
      ****************************************************************
      * PROGRAM:    BATDNA00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTHLY DOCUMENT NUMBER SEQUENCE GAP AND VOID    *
      *             AUDIT. FOR EACH COMSEQL0 SEQUENCE (DEAL, REG,    *
      *             FIN, TRAN, SHIP) WALKS THE RANGE ISSUED SINCE    *
      *             THE LAST AUDIT - ONE PAST THE PRIOR AUDIT'S HIGH *
      *             NUMBER UP TO THE CURRENT COUNTER - AND ACCOUNTS  *
      *             FOR EVERY NUMBER AS ONE OF:                      *
      *               USED    - A SURVIVING RECORD CARRIES IT        *
      *                         (COMDNAL0 - SALES_DEAL OR ITS        *
      *                         ARCHIVE, REGISTRATION, FINANCE_APP,  *
      *                         STOCK_TRANSFER, SHIPMENT)            *
      *               VOIDED  - A VOID REASON IS ON FILE (ADMDNV00:  *
      *                         VOIDED, EXPIRED, PURGED, SKIPPED)    *
      *               GAP     - NEITHER; OPENED IN DOC_NUMBER_AUDIT  *
      *                         AND LISTED UNTIL VOIDED OR FOUND     *
      *             GAPS OPENED IN EARLIER AUDITS ARE RE-CHECKED     *
      *             EACH RUN AND CARRIED FORWARD WHILE STILL OPEN.   *
      *             THE RANGE AND COUNTS ARE KEPT IN DOC_SEQ_AUDIT;  *
      *             A RERUN FOR THE SAME MONTH REPEATS THE SAME      *
      *             STARTING NUMBER.                                 *
      *                                                              *
      * INPUT:      AUDIT MONTH (DEFAULTS TO PRIOR MONTH)            *
      *                                                              *
      * TABLES:     AUTOSALE.DOC_SEQ_AUDIT    (READ/INSERT/DELETE)   *
      *             AUTOSALE.DOC_NUMBER_AUDIT (READ/INSERT/UPDATE)   *
      *                                                              *
      * CALLS:      COMDNAL0 - DOCUMENT NUMBER ACCOUNTING            *
      *                                                              *
      * OUTPUT:     DNARPT DD - GAP AND VOID AUDIT (132 CHARS)       *
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
               ASSIGN TO DNARPT
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATDNA00'.
      *
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLDNAUD.
      *
      *    INPUT PARAMETERS
      *
       01  WS-PARM-AREA.
           05  WS-AUDIT-MONTH            PIC X(07) VALUE SPACES.
      *
      *    SEQUENCE TYPES AUDITED, IN REPORT ORDER
      *
       01  WS-SEQ-TYPE-TABLE.
           05  FILLER  PIC X(24) VALUE 'DEALDEAL NUMBERS        '.
           05  FILLER  PIC X(24) VALUE 'REG REGISTRATION IDS    '.
           05  FILLER  PIC X(24) VALUE 'FIN FINANCE APP IDS     '.
           05  FILLER  PIC X(24) VALUE 'TRANSTOCK TRANSFER IDS  '.
           05  FILLER  PIC X(24) VALUE 'SHIPSHIPMENT IDS        '.
       01  WS-SEQ-TYPE-ENTRIES REDEFINES WS-SEQ-TYPE-TABLE.
           05  WS-SEQ-TYPE-ENTRY         OCCURS 5 TIMES.
               10  WS-SEQ-TYPE-CODE      PIC X(04).
               10  WS-SEQ-TYPE-DESC      PIC X(20).
      *
       01  WS-TYPE-IDX                   PIC S9(04) COMP VALUE +0.
       01  WS-CUR-TYPE                   PIC X(04) VALUE SPACES.
      *
       01  WS-RANGE-FIELDS.
           05  WS-RANGE-FROM             PIC S9(09) COMP VALUE +0.
           05  WS-RANGE-TO               PIC S9(09) COMP VALUE +0.
           05  WS-CUR-NUMBER             PIC S9(09) COMP VALUE +0.
      *
      *    PER-SEQUENCE COUNTS (ALSO WRITTEN TO DOC_SEQ_AUDIT)
      *
       01  WS-TYPE-COUNTS.
           05  WS-TC-USED                PIC S9(09) COMP VALUE +0.
           05  WS-TC-VOID                PIC S9(09) COMP VALUE +0.
           05  WS-TC-OPEN                PIC S9(09) COMP VALUE +0.
           05  WS-TC-CARRIED             PIC S9(09) COMP VALUE +0.
           05  WS-TC-FOUND               PIC S9(09) COMP VALUE +0.
      *
       01  WS-COUNTERS.
           05  WS-TOTAL-CHECKED          PIC S9(09) COMP-3 VALUE +0.
           05  WS-TOTAL-OPEN             PIC S9(09) COMP-3 VALUE +0.
           05  WS-TOTAL-VOID             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +56.
      *
       01  WS-FLAGS.
           05  WS-EOF-CARRY              PIC X(01) VALUE 'N'.
               88  WS-CARRY-DONE                   VALUE 'Y'.
      *
      *    HOST VARIABLES - AUDIT ROW LOOKUP
      *
       01  WS-HV-AUDIT.
           05  WS-HV-STATUS              PIC X(02).
               88  WS-HV-ST-OPEN                   VALUE 'OP'.
               88  WS-HV-ST-VOIDED                 VALUE 'VD'.
               88  WS-HV-ST-FOUND                  VALUE 'FD'.
           05  WS-HV-FOUND-MONTH         PIC X(07).
           05  WS-HV-REASON              PIC X(02).
           05  WS-HV-COMMENT             PIC X(60).
           05  WS-HV-RESOLVED-BY         PIC X(08).
      *
      *    DOCUMENT NUMBER ACCOUNTING CALL (COMDNAL0)
      *
       01  WS-DNA-REQUEST.
           05  WS-DN-FUNCTION            PIC X(04).
           05  WS-DN-SEQ-TYPE            PIC X(04).
           05  WS-DN-SEQ-NUMBER          PIC S9(09) COMP.
       01  WS-DNA-RESULT.
           05  WS-DN-RETURN-CODE         PIC S9(04) COMP.
           05  WS-DN-HIGH-ISSUED         PIC S9(09) COMP.
           05  WS-DN-DOC-NUMBER          PIC X(07).
           05  WS-DN-FOUND-FLAG          PIC X(01).
               88  WS-DN-FOUND                     VALUE 'Y'.
           05  WS-DN-FOUND-TABLE         PIC X(18).
           05  WS-DN-RETURN-MSG          PIC X(50).
      *
      *    REPORT LINES
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(45)
               VALUE 'DOCUMENT NUMBER SEQUENCE GAP AND VOID AUDIT  '.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(35) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'AUDIT MONTH: '.
           05  WS-RH2-MONTH              PIC X(07).
           05  FILLER                    PIC X(111) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-SECTION-HEADER.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SH-DESC                PIC X(20).
           05  FILLER                    PIC X(18)
               VALUE '  RANGE AUDITED:  '.
           05  WS-SH-FROM                PIC Z(8)9.
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  WS-SH-TO                  PIC Z(8)9.
           05  FILLER                    PIC X(71) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'NUMBER    '.
           05  FILLER                    PIC X(16)
               VALUE 'ACCOUNTING      '.
           05  FILLER                    PIC X(10) VALUE 'OPENED    '.
           05  FILLER                    PIC X(10) VALUE 'REASON    '.
           05  FILLER                    PIC X(62)
               VALUE 'COMMENT'.
           05  FILLER                    PIC X(10) VALUE 'BY        '.
           05  FILLER                    PIC X(13) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DOC-NUMBER          PIC X(07).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-STATUS              PIC X(14).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-OPENED              PIC X(07).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-REASON              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-COMMENT             PIC X(60).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-BY                  PIC X(08).
           05  FILLER                    PIC X(15) VALUE SPACES.
      *
       01  WS-SECTION-TOTAL.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE '  USED: '.
           05  WS-ST-USED                PIC Z(8)9.
           05  FILLER                    PIC X(10)
               VALUE '  VOIDED: '.
           05  WS-ST-VOID                PIC Z(8)9.
           05  FILLER                    PIC X(12)
               VALUE '  NEW GAPS: '.
           05  WS-ST-OPEN                PIC Z(8)9.
           05  FILLER                    PIC X(16)
               VALUE '  CARRIED OPEN: '.
           05  WS-ST-CARRIED             PIC Z(8)9.
           05  FILLER                    PIC X(17)
               VALUE '  FOUND SINCE:   '.
           05  WS-ST-FOUND               PIC Z(8)9.
           05  FILLER                    PIC X(23) VALUE SPACES.
      *
       01  WS-MESSAGE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-ML-TEXT                PIC X(131).
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - GAPS STILL OPEN FROM EARLIER AUDITS
      *
           EXEC SQL DECLARE CSR_DNA_CARRY CURSOR FOR
               SELECT A.SEQ_NUMBER
                    , A.DOC_NUMBER
                    , A.FOUND_MONTH
               FROM   AUTOSALE.DOC_NUMBER_AUDIT A
               WHERE  A.SEQ_TYPE     = :WS-CUR-TYPE
                 AND  A.AUDIT_STATUS = 'OP'
                 AND  A.SEQ_NUMBER   < :WS-RANGE-FROM
               ORDER BY A.SEQ_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATDNA00: DOCUMENT NUMBER AUDIT - START'
      *
           PERFORM 1000-INITIALIZE
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'BATDNA00: ERROR OPENING DNARPT - '
                       WS-FILE-STATUS
               MOVE +12 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           PERFORM 6000-PAGE-HEADER
      *
           PERFORM VARYING WS-TYPE-IDX FROM +1 BY +1
               UNTIL WS-TYPE-IDX > +5
               MOVE WS-SEQ-TYPE-CODE(WS-TYPE-IDX) TO WS-CUR-TYPE
               PERFORM 2000-AUDIT-SEQUENCE THRU 2000-EXIT
           END-PERFORM
      *
           CLOSE REPORT-FILE
      *
           DISPLAY 'BATDNA00: PROCESSING COMPLETE'
           DISPLAY 'BATDNA00:   NUMBERS CHECKED = ' WS-TOTAL-CHECKED
           DISPLAY 'BATDNA00:   VOIDED          = ' WS-TOTAL-VOID
           DISPLAY 'BATDNA00:   OPEN GAPS       = ' WS-TOTAL-OPEN
           DISPLAY 'BATDNA00:   ERRORS          = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE +4 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - AUDIT MONTH DEFAULTS TO LAST MONTH      *
      ****************************************************************
       1000-INITIALIZE.
      *
           IF WS-AUDIT-MONTH = SPACES
               EXEC SQL
                   SELECT SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO),
                                 1, 7)
                   INTO   :WS-AUDIT-MONTH
                   FROM   SYSIBM.SYSDUMMY1
               END-EXEC
           END-IF
      *
           MOVE WS-AUDIT-MONTH TO WS-RH2-MONTH
           DISPLAY 'BATDNA00: AUDIT MONTH = ' WS-AUDIT-MONTH
           .
      *
      ****************************************************************
      *    2000-AUDIT-SEQUENCE - ONE SEQUENCE TYPE                   *
      ****************************************************************
       2000-AUDIT-SEQUENCE.
      *
           INITIALIZE WS-TYPE-COUNTS
      *
      *    START ONE PAST THE HIGH NUMBER OF THE LAST EARLIER AUDIT
      *
           EXEC SQL
               SELECT COALESCE(MAX(RANGE_TO), 0) + 1
               INTO   :WS-RANGE-FROM
               FROM   AUTOSALE.DOC_SEQ_AUDIT
               WHERE  SEQ_TYPE    = :WS-CUR-TYPE
                 AND  AUDIT_MONTH < :WS-AUDIT-MONTH
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDNA00: ERROR READING DOC_SEQ_AUDIT '
                       WS-CUR-TYPE ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
      *
           MOVE 'HIGH' TO WS-DN-FUNCTION
           MOVE WS-CUR-TYPE TO WS-DN-SEQ-TYPE
           MOVE +0 TO WS-DN-SEQ-NUMBER
           CALL 'COMDNAL0' USING WS-DNA-REQUEST
                                 WS-DNA-RESULT
      *
           IF WS-DN-RETURN-CODE NOT = +0
               DISPLAY 'BATDNA00: ' WS-CUR-TYPE ' - '
                       WS-DN-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
      *
           MOVE WS-DN-HIGH-ISSUED TO WS-RANGE-TO
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 6
               PERFORM 6000-PAGE-HEADER
           END-IF
      *
           MOVE WS-SEQ-TYPE-DESC(WS-TYPE-IDX) TO WS-SH-DESC
           MOVE WS-RANGE-FROM TO WS-SH-FROM
           MOVE WS-RANGE-TO   TO WS-SH-TO
           WRITE REPORT-RECORD FROM WS-BLANK-LINE
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           ADD +3 TO WS-LINE-COUNT
      *
           PERFORM 3000-CARRIED-GAPS THRU 3000-EXIT
      *
           IF WS-RANGE-TO < WS-RANGE-FROM
               MOVE 'NO NUMBERS ISSUED SINCE THE LAST AUDIT'
                   TO WS-ML-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
               ADD +1 TO WS-LINE-COUNT
      *        KEEP THE HIGH MARK WHERE IT WAS FOR THE NEXT AUDIT
               COMPUTE WS-RANGE-TO = WS-RANGE-FROM - 1
           ELSE
               PERFORM VARYING WS-CUR-NUMBER FROM WS-RANGE-FROM BY +1
                   UNTIL WS-CUR-NUMBER > WS-RANGE-TO
                   PERFORM 4000-ACCOUNT-NUMBER THRU 4000-EXIT
               END-PERFORM
           END-IF
      *
           PERFORM 5000-SAVE-AUDIT-RANGE
      *
           MOVE WS-TC-USED    TO WS-ST-USED
           MOVE WS-TC-VOID    TO WS-ST-VOID
           MOVE WS-TC-OPEN    TO WS-ST-OPEN
           MOVE WS-TC-CARRIED TO WS-ST-CARRIED
           MOVE WS-TC-FOUND   TO WS-ST-FOUND
           WRITE REPORT-RECORD FROM WS-SECTION-TOTAL
           ADD +1 TO WS-LINE-COUNT
      *
           ADD WS-TC-VOID TO WS-TOTAL-VOID
           ADD WS-TC-OPEN TO WS-TOTAL-OPEN
           ADD WS-TC-CARRIED TO WS-TOTAL-OPEN
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-CARRIED-GAPS - RE-CHECK GAPS FROM EARLIER AUDITS     *
      ****************************************************************
       3000-CARRIED-GAPS.
      *
           EXEC SQL OPEN CSR_DNA_CARRY END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDNA00: ERROR OPENING CARRY CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CARRY
      *
           PERFORM UNTIL WS-CARRY-DONE
               EXEC SQL FETCH CSR_DNA_CARRY
                   INTO :SEQ-NUMBER
                      , :DOC-NUMBER
                      , :FOUND-MONTH
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3100-RECHECK-GAP
                   WHEN +100
                       SET WS-CARRY-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATDNA00: CARRY FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-CARRY-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_DNA_CARRY END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-RECHECK-GAP - RECORD MAY HAVE BEEN POSTED LATE       *
      ****************************************************************
       3100-RECHECK-GAP.
      *
           MOVE 'CHEK' TO WS-DN-FUNCTION
           MOVE WS-CUR-TYPE TO WS-DN-SEQ-TYPE
           MOVE SEQ-NUMBER TO WS-DN-SEQ-NUMBER
           CALL 'COMDNAL0' USING WS-DNA-REQUEST
                                 WS-DNA-RESULT
      *
           ADD +1 TO WS-TOTAL-CHECKED
      *
           IF WS-DN-RETURN-CODE NOT = +0
               DISPLAY 'BATDNA00: ' DOC-NUMBER ' - '
                       WS-DN-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               IF WS-DN-FOUND
                   PERFORM 4200-MARK-FOUND
                   ADD +1 TO WS-TC-FOUND
                   MOVE 'FOUND - CLOSED' TO WS-DL-STATUS
                   MOVE WS-DN-FOUND-TABLE TO WS-DL-COMMENT
               ELSE
                   ADD +1 TO WS-TC-CARRIED
                   MOVE 'CARRIED OPEN' TO WS-DL-STATUS
                   MOVE SPACES TO WS-DL-COMMENT
               END-IF
               MOVE DOC-NUMBER TO WS-DL-DOC-NUMBER
               MOVE FOUND-MONTH TO WS-DL-OPENED
               MOVE SPACES TO WS-DL-REASON
               MOVE SPACES TO WS-DL-BY
               PERFORM 6100-WRITE-DETAIL
           END-IF
           .
      *
      ****************************************************************
      *    4000-ACCOUNT-NUMBER - USED, VOIDED OR GAP                 *
      ****************************************************************
       4000-ACCOUNT-NUMBER.
      *
           MOVE 'CHEK' TO WS-DN-FUNCTION
           MOVE WS-CUR-TYPE TO WS-DN-SEQ-TYPE
           MOVE WS-CUR-NUMBER TO WS-DN-SEQ-NUMBER
           CALL 'COMDNAL0' USING WS-DNA-REQUEST
                                 WS-DNA-RESULT
      *
           ADD +1 TO WS-TOTAL-CHECKED
      *
           IF WS-DN-RETURN-CODE NOT = +0
               DISPLAY 'BATDNA00: ' WS-CUR-TYPE ' '
                       WS-CUR-NUMBER ' - ' WS-DN-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-CUR-NUMBER TO SEQ-NUMBER
           MOVE WS-DN-DOC-NUMBER TO DOC-NUMBER
      *
           EXEC SQL
               SELECT AUDIT_STATUS
                    , FOUND_MONTH
                    , VOID_REASON
                    , VOID_COMMENT
                    , RESOLVED_BY
               INTO  :WS-HV-STATUS
                    , :WS-HV-FOUND-MONTH
                    , :WS-HV-REASON
                    , :WS-HV-COMMENT
                    , :WS-HV-RESOLVED-BY
               FROM  AUTOSALE.DOC_NUMBER_AUDIT
               WHERE SEQ_TYPE   = :WS-CUR-TYPE
                 AND SEQ_NUMBER = :SEQ-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
           AND SQLCODE NOT = +100
               DISPLAY 'BATDNA00: ERROR READING DOC_NUMBER_AUDIT '
                       DOC-NUMBER ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-DN-FOUND
               ADD +1 TO WS-TC-USED
      *        A GAP OPENED BY AN EARLIER RUN OF THIS MONTH
               IF SQLCODE = +0
               AND WS-HV-ST-OPEN
                   PERFORM 4200-MARK-FOUND
               END-IF
               GO TO 4000-EXIT
           END-IF
      *
           MOVE DOC-NUMBER TO WS-DL-DOC-NUMBER
           MOVE SPACES TO WS-DL-REASON
           MOVE SPACES TO WS-DL-COMMENT
           MOVE SPACES TO WS-DL-BY
      *
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   PERFORM 4100-OPEN-GAP
                   ADD +1 TO WS-TC-OPEN
                   MOVE 'NEW GAP' TO WS-DL-STATUS
                   MOVE WS-AUDIT-MONTH TO WS-DL-OPENED
               WHEN WS-HV-ST-VOIDED
                   ADD +1 TO WS-TC-VOID
                   MOVE 'VOIDED' TO WS-DL-STATUS
                   MOVE WS-HV-FOUND-MONTH TO WS-DL-OPENED
                   PERFORM 6200-REASON-TEXT
                   MOVE WS-HV-COMMENT TO WS-DL-COMMENT
                   MOVE WS-HV-RESOLVED-BY TO WS-DL-BY
               WHEN WS-HV-ST-FOUND
      *            WAS FOUND ONCE, RECORD SINCE REMOVED - REOPEN
                   PERFORM 4300-REOPEN-GAP
                   ADD +1 TO WS-TC-OPEN
                   MOVE 'RECORD REMOVED' TO WS-DL-STATUS
                   MOVE WS-AUDIT-MONTH TO WS-DL-OPENED
               WHEN OTHER
                   ADD +1 TO WS-TC-OPEN
                   MOVE 'OPEN GAP' TO WS-DL-STATUS
                   MOVE WS-HV-FOUND-MONTH TO WS-DL-OPENED
           END-EVALUATE
      *
           PERFORM 6100-WRITE-DETAIL
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-OPEN-GAP - NEW DOC_NUMBER_AUDIT ROW                  *
      ****************************************************************
       4100-OPEN-GAP.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.DOC_NUMBER_AUDIT
               ( SEQ_TYPE
               , SEQ_NUMBER
               , DOC_NUMBER
               , AUDIT_STATUS
               , FOUND_MONTH
               , VOID_REASON
               , VOID_COMMENT
               , RESOLVED_BY
               , RESOLVED_TS
               , CREATED_TS
               )
               VALUES
               ( :WS-CUR-TYPE
               , :SEQ-NUMBER
               , :DOC-NUMBER
               , 'OP'
               , :WS-AUDIT-MONTH
               , ' '
               , ' '
               , ' '
               , NULL
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDNA00: ERROR OPENING GAP ' DOC-NUMBER
                       ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    4200-MARK-FOUND - GAP NOW ACCOUNTED FOR BY A RECORD       *
      ****************************************************************
       4200-MARK-FOUND.
      *
           EXEC SQL
               UPDATE AUTOSALE.DOC_NUMBER_AUDIT
                  SET AUDIT_STATUS = 'FD'
                    , RESOLVED_BY  = :WS-MODULE-ID
                    , RESOLVED_TS  = CURRENT TIMESTAMP
               WHERE  SEQ_TYPE   = :WS-CUR-TYPE
                 AND  SEQ_NUMBER = :SEQ-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDNA00: ERROR CLOSING GAP ' DOC-NUMBER
                       ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    4300-REOPEN-GAP - FOUND RECORD NO LONGER ON FILE          *
      ****************************************************************
       4300-REOPEN-GAP.
      *
           EXEC SQL
               UPDATE AUTOSALE.DOC_NUMBER_AUDIT
                  SET AUDIT_STATUS = 'OP'
                    , FOUND_MONTH  = :WS-AUDIT-MONTH
                    , RESOLVED_BY  = ' '
                    , RESOLVED_TS  = NULL
               WHERE  SEQ_TYPE   = :WS-CUR-TYPE
                 AND  SEQ_NUMBER = :SEQ-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDNA00: ERROR REOPENING GAP ' DOC-NUMBER
                       ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    5000-SAVE-AUDIT-RANGE - HIGH MARK FOR THE NEXT AUDIT      *
      ****************************************************************
       5000-SAVE-AUDIT-RANGE.
      *
           EXEC SQL
               DELETE FROM AUTOSALE.DOC_SEQ_AUDIT
               WHERE  SEQ_TYPE    = :WS-CUR-TYPE
                 AND  AUDIT_MONTH = :WS-AUDIT-MONTH
           END-EXEC
      *
           IF SQLCODE NOT = +0
           AND SQLCODE NOT = +100
               DISPLAY 'BATDNA00: ERROR CLEARING DOC_SEQ_AUDIT '
                       WS-CUR-TYPE ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           COMPUTE WS-TC-OPEN = WS-TC-OPEN + WS-TC-CARRIED
           EXEC SQL
               INSERT INTO AUTOSALE.DOC_SEQ_AUDIT
               ( SEQ_TYPE
               , AUDIT_MONTH
               , RANGE_FROM
               , RANGE_TO
               , USED_COUNT
               , VOID_COUNT
               , OPEN_COUNT
               , RUN_TS
               )
               VALUES
               ( :WS-CUR-TYPE
               , :WS-AUDIT-MONTH
               , :WS-RANGE-FROM
               , :WS-RANGE-TO
               , :WS-TC-USED
               , :WS-TC-VOID
               , :WS-TC-OPEN
               , CURRENT TIMESTAMP
               )
           END-EXEC
           COMPUTE WS-TC-OPEN = WS-TC-OPEN - WS-TC-CARRIED
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDNA00: ERROR SAVING DOC_SEQ_AUDIT '
                       WS-CUR-TYPE ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF
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
      *    6100-WRITE-DETAIL                                         *
      ****************************************************************
       6100-WRITE-DETAIL.
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
               WRITE REPORT-RECORD FROM WS-SECTION-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               ADD +2 TO WS-LINE-COUNT
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6200-REASON-TEXT - VOID REASON CODE FOR THE LISTING       *
      ****************************************************************
       6200-REASON-TEXT.
      *
           EVALUATE WS-HV-REASON
               WHEN 'VD'
                   MOVE 'VOIDED  ' TO WS-DL-REASON
               WHEN 'EX'
                   MOVE 'EXPIRED ' TO WS-DL-REASON
               WHEN 'PU'
                   MOVE 'PURGED  ' TO WS-DL-REASON
               WHEN 'SK'
                   MOVE 'SKIPPED ' TO WS-DL-REASON
               WHEN OTHER
                   MOVE WS-HV-REASON TO WS-DL-REASON
           END-EVALUATE
           .
      ****************************************************************
      * END OF BATDNA00                                              *
      ****************************************************************
