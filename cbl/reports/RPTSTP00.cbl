       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSTP00.
      ****************************************************************
      * PROGRAM:    RPTSTP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    OUTSTANDING LENDER STIPULATION WORKLIST.         *
      *             LISTS EVERY FINANCE_STIP ROW NOT YET CLEARED     *
      *             (STATUS OS OR RC), GROUPED BY THE F&I MANAGER    *
      *             WHO RECORDED THE CONDITIONAL APPROVAL, WITH      *
      *             DAYS OPEN. RECEIVED STIPS ARE SHOWN SO THE       *
      *             MANAGER CAN CHASE THE LENDER FOR CLEARANCE.      *
      *             SUBTOTALS PER F&I MANAGER, GRAND TOTALS BY       *
      *             STATUS.                                          *
      *                                                              *
      * INPUT:      NONE (ALL UNCLEARED STIPULATIONS)                *
      *                                                              *
      * TABLES:     AUTOSALE.FINANCE_STIP   (READ)                   *
      *             AUTOSALE.FINANCE_APP    (READ)                   *
      *             AUTOSALE.SALES_DEAL     (READ)                   *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTSTP00'.
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
           05  WS-DETAIL-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-EOF-STIP             PIC X(01) VALUE 'N'.
               88  WS-STIPS-DONE                 VALUE 'Y'.
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
      *
      *    REPORT HEADER LINES (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' OUTSTANDING STIPULATIONS     '.
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
       01  WS-MANAGER-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'F&I MANAGER: '.
           05  WS-MH-FI-MGR-ID        PIC X(08).
           05  FILLER                  PIC X(110) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'FINANCE ID    '.
           05  FILLER                  PIC X(12) VALUE
               'DEAL NUMBER '.
           05  FILLER                  PIC X(07) VALUE 'DEALER '.
           05  FILLER                  PIC X(07) VALUE 'LENDER '.
           05  FILLER                  PIC X(05) VALUE 'SEQ  '.
           05  FILLER                  PIC X(05) VALUE 'CDE  '.
           05  FILLER                  PIC X(42) VALUE
               'DESCRIPTION                               '.
           05  FILLER                  PIC X(04) VALUE 'ST  '.
           05  FILLER                  PIC X(12) VALUE
               'REQUESTED   '.
           05  FILLER                  PIC X(12) VALUE
               'RECEIVED    '.
           05  FILLER                  PIC X(04) VALUE 'DAYS'.
           05  FILLER                  PIC X(07) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               '------------  '.
           05  FILLER                  PIC X(12) VALUE
               '----------  '.
           05  FILLER                  PIC X(07) VALUE '-----  '.
           05  FILLER                  PIC X(07) VALUE '-----  '.
           05  FILLER                  PIC X(05) VALUE '---  '.
           05  FILLER                  PIC X(05) VALUE '---  '.
           05  FILLER                  PIC X(42) VALUE ALL '-'.
           05  FILLER                  PIC X(04) VALUE '--  '.
           05  FILLER                  PIC X(12) VALUE
               '----------  '.
           05  FILLER                  PIC X(12) VALUE
               '----------  '.
           05  FILLER                  PIC X(04) VALUE '----'.
           05  FILLER                  PIC X(07) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-FINANCE-ID       PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DEAL-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DEALER-CODE      PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-LENDER           PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STIP-SEQ         PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STIP-CODE        PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STIP-DESC        PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STIP-STATUS      PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REQ-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RCV-DATE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS             PIC Z(3)9.
           05  FILLER                  PIC X(07) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'FINANCE_ID          002012A'.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL_NUMBER         016010A'.
           05  FILLER                  PIC X(27)
               VALUE 'LENDER              035005A'.
           05  FILLER                  PIC X(27)
               VALUE 'STIP_SEQ            042003N'.
           05  FILLER                  PIC X(27)
               VALUE 'STIP_CODE           047003A'.
           05  FILLER                  PIC X(27)
               VALUE 'STIP_DESC           052040A'.
           05  FILLER                  PIC X(27)
               VALUE 'STIP_STATUS         094002A'.
           05  FILLER                  PIC X(27)
               VALUE 'REQ_DATE            098010A'.
           05  FILLER                  PIC X(27)
               VALUE 'RCV_DATE            110010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                122004N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SUBTOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE ALL '-'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'MANAGER TOTALS:   '.
           05  WS-ST-STIP-COUNT        PIC Z(4)9.
           05  FILLER                  PIC X(14) VALUE ' STIPS  ON    '.
           05  WS-ST-APP-COUNT         PIC Z(4)9.
           05  FILLER                  PIC X(16) VALUE
               ' APPS   OLDEST: '.
           05  WS-ST-OLDEST-DAYS       PIC Z(3)9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(20) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE ALL '='.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'GRAND TOTALS:     '.
           05  WS-GT-STIP-COUNT        PIC Z(4)9.
           05  FILLER                  PIC X(14) VALUE ' STIPS  ON    '.
           05  WS-GT-APP-COUNT         PIC Z(4)9.
           05  FILLER                  PIC X(06) VALUE ' APPS '.
           05  FILLER                  PIC X(39) VALUE SPACES.
      *
       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-SL-STATUS-NAME      PIC X(24).
           05  FILLER                  PIC X(02) VALUE ': '.
           05  WS-SL-COUNT            PIC Z(4)9.
           05  FILLER                  PIC X(06) VALUE ' STIPS'.
           05  FILLER                  PIC X(89) VALUE SPACES.
      *
      *    ACCUMULATOR FIELDS - F&I MANAGER LEVEL
      *
       01  WS-MANAGER-ACCUM.
           05  WS-MA-STIP-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-MA-APP-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-MA-OLDEST-DAYS       PIC S9(09) COMP VALUE +0.
      *
      *    ACCUMULATOR FIELDS - GRAND LEVEL
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-STIP-COUNT        PIC S9(08) COMP VALUE +0.
           05  WS-GA-APP-COUNT         PIC S9(08) COMP VALUE +0.
           05  WS-GA-OUTSTANDING       PIC S9(08) COMP VALUE +0.
           05  WS-GA-RECEIVED          PIC S9(08) COMP VALUE +0.
      *
      *    HOST VARIABLES - STIP CURSOR
      *
       01  WS-HV-STIP.
           05  WS-HV-FI-MGR-ID        PIC X(08).
           05  WS-HV-FINANCE-ID       PIC X(12).
           05  WS-HV-DEAL-NUMBER      PIC X(10).
           05  WS-HV-DEALER-CODE      PIC X(05).
           05  WS-HV-LENDER-CODE      PIC X(05).
           05  WS-HV-STIP-SEQ         PIC S9(04) COMP.
           05  WS-HV-STIP-CODE        PIC X(03).
           05  WS-HV-STIP-DESC.
               49  WS-HV-STIP-DESC-LN PIC S9(04) COMP.
               49  WS-HV-STIP-DESC-TX PIC X(60).
           05  WS-HV-STIP-STATUS      PIC X(02).
           05  WS-HV-REQ-DATE         PIC X(10).
           05  WS-HV-RCV-DATE         PIC X(10).
           05  WS-HV-DAYS-OPEN        PIC S9(09) COMP.
      *
      *    CONTROL BREAK FIELDS
      *
       01  WS-PREV-FI-MGR-ID          PIC X(08) VALUE LOW-VALUES.
       01  WS-PREV-FINANCE-ID         PIC X(12) VALUE LOW-VALUES.
      *
      *    DB2 CURSOR - STIPULATIONS NOT YET CLEARED, BY F&I
      *    MANAGER AND FINANCE APP.
      *
           EXEC SQL DECLARE CSR_STP_OPEN CURSOR FOR
               SELECT S.FI_MGR_ID
                    , S.FINANCE_ID
                    , A.DEAL_NUMBER
                    , D.DEALER_CODE
                    , COALESCE(A.LENDER_CODE, ' ')
                    , S.STIP_SEQ
                    , S.STIP_CODE
                    , S.STIP_DESC
                    , S.STIP_STATUS
                    , CHAR(S.REQUESTED_DATE, ISO)
                    , COALESCE(CHAR(S.RECEIVED_DATE, ISO), ' ')
                    , DAYS(CURRENT DATE) - DAYS(S.REQUESTED_DATE)
               FROM   AUTOSALE.FINANCE_STIP S
               INNER JOIN AUTOSALE.FINANCE_APP A
                 ON   S.FINANCE_ID = A.FINANCE_ID
               INNER JOIN AUTOSALE.SALES_DEAL D
                 ON   A.DEAL_NUMBER = D.DEAL_NUMBER
               WHERE  S.STIP_STATUS <> 'CL'
               ORDER BY S.FI_MGR_ID
                      , S.FINANCE_ID
                      , S.STIP_SEQ
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTSTP00: OUTSTANDING STIP WORKLIST - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-STIPS THRU 3000-EXIT
               PERFORM 7000-PRINT-GRAND-TOTALS
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTSTP00: REPORT COMPLETE - '
                   WS-GA-STIP-COUNT ' OUTSTANDING STIPS'
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
           INITIALIZE WS-MANAGER-ACCUM
           INITIALIZE WS-GRAND-ACCUM
           MOVE LOW-VALUES TO WS-PREV-FI-MGR-ID
           MOVE LOW-VALUES TO WS-PREV-FINANCE-ID
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
               DISPLAY 'RPTSTP00: ERROR OPENING SYSPRINT - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTSTP00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-STIPS                                        *
      ****************************************************************
       3000-PROCESS-STIPS.
      *
           EXEC SQL OPEN CSR_STP_OPEN END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTSTP00: ERROR OPENING STIP CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-STIP
      *
           PERFORM UNTIL WS-STIPS-DONE
               EXEC SQL FETCH CSR_STP_OPEN
                   INTO :WS-HV-FI-MGR-ID
                      , :WS-HV-FINANCE-ID
                      , :WS-HV-DEAL-NUMBER
                      , :WS-HV-DEALER-CODE
                      , :WS-HV-LENDER-CODE
                      , :WS-HV-STIP-SEQ
                      , :WS-HV-STIP-CODE
                      , :WS-HV-STIP-DESC
                      , :WS-HV-STIP-STATUS
                      , :WS-HV-REQ-DATE
                      , :WS-HV-RCV-DATE
                      , :WS-HV-DAYS-OPEN
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-PROCESS-ONE-STIP
                   WHEN +100
                       SET WS-STIPS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTSTP00: DB2 FETCH ERROR - '
                               SQLCODE
                       SET WS-STIPS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_STP_OPEN END-EXEC
      *
           IF WS-PREV-FI-MGR-ID NOT = LOW-VALUES
               PERFORM 6000-PRINT-MANAGER-TOTALS
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PROCESS-ONE-STIP                                     *
      ****************************************************************
       4000-PROCESS-ONE-STIP.
      *
           IF WS-HV-FI-MGR-ID NOT = WS-PREV-FI-MGR-ID
               IF WS-PREV-FI-MGR-ID NOT = LOW-VALUES
                   PERFORM 6000-PRINT-MANAGER-TOTALS
               END-IF
               PERFORM 4500-PRINT-MANAGER-HEADER
               MOVE WS-HV-FI-MGR-ID TO WS-PREV-FI-MGR-ID
               MOVE LOW-VALUES TO WS-PREV-FINANCE-ID
           END-IF
      *
           IF WS-HV-FINANCE-ID NOT = WS-PREV-FINANCE-ID
               ADD +1 TO WS-MA-APP-COUNT
               ADD +1 TO WS-GA-APP-COUNT
               MOVE WS-HV-FINANCE-ID TO WS-PREV-FINANCE-ID
           END-IF
      *
           MOVE WS-HV-FINANCE-ID    TO WS-DL-FINANCE-ID
           MOVE WS-HV-DEAL-NUMBER   TO WS-DL-DEAL-NUMBER
           MOVE WS-HV-DEALER-CODE   TO WS-DL-DEALER-CODE
           MOVE WS-HV-LENDER-CODE   TO WS-DL-LENDER
           MOVE WS-HV-STIP-SEQ      TO WS-DL-STIP-SEQ
           MOVE WS-HV-STIP-CODE     TO WS-DL-STIP-CODE
           MOVE WS-HV-STIP-DESC-TX  TO WS-DL-STIP-DESC
           MOVE WS-HV-STIP-STATUS   TO WS-DL-STIP-STATUS
           MOVE WS-HV-REQ-DATE      TO WS-DL-REQ-DATE
           MOVE WS-HV-RCV-DATE      TO WS-DL-RCV-DATE
           MOVE WS-HV-DAYS-OPEN     TO WS-DL-DAYS
      *
           PERFORM 5500-WRITE-DETAIL-LINE
      *
           ADD +1 TO WS-MA-STIP-COUNT
           ADD +1 TO WS-GA-STIP-COUNT
           IF WS-HV-DAYS-OPEN > WS-MA-OLDEST-DAYS
               MOVE WS-HV-DAYS-OPEN TO WS-MA-OLDEST-DAYS
           END-IF
           IF WS-HV-STIP-STATUS = 'RC'
               ADD +1 TO WS-GA-RECEIVED
           ELSE
               ADD +1 TO WS-GA-OUTSTANDING
           END-IF
           .
      *
      ****************************************************************
      *    4500-PRINT-MANAGER-HEADER                                 *
      ****************************************************************
       4500-PRINT-MANAGER-HEADER.
      *
           PERFORM 5000-PAGE-HEADING
      *
           MOVE WS-HV-FI-MGR-ID TO WS-MH-FI-MGR-ID
           WRITE REPORT-RECORD FROM WS-MANAGER-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
           ADD +3 TO WS-LINE-COUNT
      *
           INITIALIZE WS-MANAGER-ACCUM
           .
      *
      ****************************************************************
      *    5000-PAGE-HEADING                                         *
      ****************************************************************
       5000-PAGE-HEADING.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-REPORT-DATE TO WS-RH1-DATE
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
               WRITE REPORT-RECORD FROM WS-MANAGER-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
               ADD +3 TO WS-LINE-COUNT
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-DETAIL-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-MANAGER-TOTALS                                 *
      ****************************************************************
       6000-PRINT-MANAGER-TOTALS.
      *
           MOVE WS-MA-STIP-COUNT TO WS-ST-STIP-COUNT
           MOVE WS-MA-APP-COUNT TO WS-ST-APP-COUNT
           MOVE WS-MA-OLDEST-DAYS TO WS-ST-OLDEST-DAYS
           WRITE REPORT-RECORD FROM WS-SUBTOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD +2 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    7000-PRINT-GRAND-TOTALS                                   *
      ****************************************************************
       7000-PRINT-GRAND-TOTALS.
      *
           MOVE WS-GA-STIP-COUNT TO WS-GT-STIP-COUNT
           MOVE WS-GA-APP-COUNT TO WS-GT-APP-COUNT
           WRITE REPORT-RECORD FROM WS-GRAND-TOTAL-LINE
      *
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
      *
           MOVE 'OUTSTANDING (NOT RECVD)' TO WS-SL-STATUS-NAME
           MOVE WS-GA-OUTSTANDING TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-STATUS-LINE
           MOVE 'RECEIVED, NOT CLEARED' TO WS-SL-STATUS-NAME
           MOVE WS-GA-RECEIVED TO WS-SL-COUNT
           WRITE REPORT-RECORD FROM WS-STATUS-LINE
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DL-DEALER-CODE TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTSTP00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTSTP00: ERROR CLOSING SYSPRINT - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTSTP00                                              *
      ****************************************************************
