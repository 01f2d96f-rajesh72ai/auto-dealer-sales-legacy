       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATPPX00.
      ****************************************************************
      * PROGRAM:    BATPPX00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    POSITIVE PAY EXCEPTION FILE INTAKE. THE BANK     *
      *             SENDS BACK EVERY PRESENTED CHECK IT COULD NOT    *
      *             MATCH TO THE ISSUE FILE FROM BATPPY00. EACH ITEM *
      *             IS LOOKED UP ON THE ISSUED-CHECK REGISTER AND A  *
      *             PAY/RETURN RECOMMENDATION IS WORKED OUT:         *
      *               ISSUED, AMOUNT AGREES     - PAY                *
      *               ISSUED, AMOUNT DIFFERS    - RETURN             *
      *               VOIDED                    - RETURN             *
      *               ALREADY CLEARED           - RETURN (DUPLICATE) *
      *               NOT ON THE REGISTER       - RETURN             *
      *             EVERY ITEM IS QUEUED TO EXCEPTION_QUEUE (PPYEXC) *
      *             FOR THE OFFICE TO DECISION WITH THE BANK BEFORE  *
      *             ITS CUT-OFF, AND LISTED ON THE REPORT. A RERUN   *
      *             OF THE SAME FILE DOES NOT QUEUE AN ITEM TWICE.   *
      *                                                              *
      *             EXCEPTION RECORD LAYOUT (FIXED 80):              *
      *               01-10  CHECK NUMBER                            *
      *               11-21  PRESENTED AMOUNT 9(9)V99                *
      *               22-31  PRESENTED DATE (YYYY-MM-DD)             *
      *               32-33  BANK REASON CODE                        *
      *               34-80  FILLER                                  *
      *                                                              *
      * INPUT:      PPXIN  DD - BANK POSITIVE PAY EXCEPTIONS         *
      *                                                              *
      * TABLES:     AUTOSALE.ISSUED_CHECK    (READ)                  *
      *             AUTOSALE.EXCEPTION_QUEUE (READ/INSERT)           *
      *                                                              *
      * OUTPUT:     PPXRPT DD - EXCEPTION DECISION LIST (132 CHARS)  *
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
           SELECT EXCEPTION-FILE
               ASSIGN TO PPXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPXIN-STATUS.
           SELECT REPORT-FILE
               ASSIGN TO PPXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPXRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPTION-RECORD.
           05  PX-CHECK-NUMBER           PIC X(10).
           05  PX-AMOUNT                 PIC 9(09)V99.
           05  PX-PRESENTED-DATE         PIC X(10).
           05  PX-REASON-CODE            PIC X(02).
           05  FILLER                    PIC X(47).
      *
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATPPX00'.
      *
       01  WS-PPXIN-STATUS               PIC X(02) VALUE SPACES.
       01  WS-PPXRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-PAY-COUNT              PIC S9(09) COMP-3 VALUE +0.
           05  WS-RETURN-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-QUEUED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-DUP-COUNT              PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-PAY-TOTAL              PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-RETURN-TOTAL           PIC S9(11)V99 COMP-3
                                                        VALUE +0.
      *
       01  WS-EOF-PX                     PIC X(01) VALUE 'N'.
           88  WS-PX-DONE                          VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-FIELDS.
           05  WS-HV-PX-AMT              PIC S9(09)V99 COMP-3.
           05  WS-HV-CK-DEALER           PIC X(05).
           05  WS-HV-CK-STATUS           PIC X(02).
           05  WS-HV-CK-AMT              PIC S9(09)V99 COMP-3.
           05  WS-HV-CK-ISSUE-DATE       PIC X(10).
           05  WS-HV-CK-SOURCE           PIC X(02).
      *
       01  WS-DECISION-FIELDS.
           05  WS-DECISION               PIC X(06).
               88  WS-DECISION-PAY                 VALUE 'PAY'.
           05  WS-DECISION-WHY           PIC X(30).
      *
       01  WS-EXC-FIELDS.
           05  WS-EXC-TYPE               PIC X(06) VALUE 'PPYEXC'.
           05  WS-EXC-KEY                PIC X(20).
           05  WS-EXC-DEALER             PIC X(05).
           05  WS-EXC-DESC               PIC X(80).
           05  WS-EXC-EXIST-COUNT        PIC S9(09) COMP VALUE +0.
      *
       01  WS-AMT-EDIT                   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-EDIT-2                 PIC ZZZ,ZZZ,ZZ9.99.
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
               VALUE ' POSITIVE PAY EXCEPTION DECISIONS '.
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
       01  WS-COLUMN-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(12) VALUE 'CHECK NO    '.
           05  FILLER                    PIC X(12) VALUE 'PRESENTED   '.
           05  FILLER                    PIC X(05) VALUE 'BANK '.
           05  FILLER                    PIC X(16)
               VALUE '  PRESENTED AMT '.
           05  FILLER                    PIC X(16)
               VALUE '     ISSUED AMT '.
           05  FILLER                    PIC X(08) VALUE 'DEALER  '.
           05  FILLER                    PIC X(05) VALUE 'ST   '.
           05  FILLER                    PIC X(08) VALUE 'DECIDE  '.
           05  FILLER                    PIC X(30)
               VALUE 'REASON'.
           05  FILLER                    PIC X(19) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-CHECK               PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-PRES-DATE           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-REASON-CODE         PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-PRES-AMT            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-ISS-AMT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-STATUS              PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-DECISION            PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-WHY                 PIC X(30).
           05  FILLER                    PIC X(19) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-TL-AMOUNT              PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER                    PIC X(69) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATPPX00: POSITIVE PAY EXCEPTION INTAKE - START'
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YYYY '-'
                  WS-CURR-MM   '-'
                  WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-PPXIN-STATUS = '00'
           AND WS-PPXRPT-STATUS = '00'
               PERFORM 3000-PROCESS-EXCEPTIONS
               PERFORM 7000-PRINT-TOTALS
           ELSE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATPPX00: PROCESSING COMPLETE'
           DISPLAY 'BATPPX00:   ITEMS READ     = ' WS-READ-COUNT
           DISPLAY 'BATPPX00:   PAY            = ' WS-PAY-COUNT
           DISPLAY 'BATPPX00:   RETURN         = ' WS-RETURN-COUNT
           DISPLAY 'BATPPX00:   QUEUED         = ' WS-QUEUED-COUNT
           DISPLAY 'BATPPX00:   ALREADY QUEUED = ' WS-DUP-COUNT
           DISPLAY 'BATPPX00:   ERRORS         = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-READ-COUNT > +0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN INPUT EXCEPTION-FILE
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-PPXIN-STATUS NOT = '00'
               DISPLAY 'BATPPX00: ERROR OPENING PPXIN - '
                       WS-PPXIN-STATUS
           END-IF
           IF WS-PPXRPT-STATUS NOT = '00'
               DISPLAY 'BATPPX00: ERROR OPENING PPXRPT - '
                       WS-PPXRPT-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    3000-PROCESS-EXCEPTIONS                                   *
      ****************************************************************
       3000-PROCESS-EXCEPTIONS.
      *
           MOVE 'N' TO WS-EOF-PX
      *
           PERFORM UNTIL WS-PX-DONE
               READ EXCEPTION-FILE
                   AT END
                       SET WS-PX-DONE TO TRUE
                   NOT AT END
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 4000-DECIDE-ITEM THRU 4000-EXIT
               END-READ
           END-PERFORM
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATPPX00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    4000-DECIDE-ITEM - MATCH TO REGISTER AND RECOMMEND        *
      ****************************************************************
       4000-DECIDE-ITEM.
      *
           IF PX-AMOUNT NOT NUMERIC
               MOVE +0 TO WS-HV-PX-AMT
           ELSE
               MOVE PX-AMOUNT TO WS-HV-PX-AMT
           END-IF
      *
           MOVE SPACES TO WS-HV-CK-DEALER
                          WS-HV-CK-STATUS
                          WS-HV-CK-SOURCE
           MOVE +0 TO WS-HV-CK-AMT
      *
      *    THE LIVE OR CLEARED CHECK TAKES PRECEDENCE OVER A VOIDED
      *    ONE THAT WAS REISSUED UNDER THE SAME NUMBER
      *
           EXEC SQL
               SELECT DEALER_CODE
                    , CHECK_STATUS
                    , CHECK_AMT
                    , CHAR(ISSUE_DATE, ISO)
                    , CHECK_SOURCE
               INTO   :WS-HV-CK-DEALER
                    , :WS-HV-CK-STATUS
                    , :WS-HV-CK-AMT
                    , :WS-HV-CK-ISSUE-DATE
                    , :WS-HV-CK-SOURCE
               FROM   AUTOSALE.ISSUED_CHECK
               WHERE  CHECK_NUMBER = :PX-CHECK-NUMBER
               ORDER BY CASE CHECK_STATUS WHEN 'IS' THEN 1
                                          WHEN 'CL' THEN 2
                                          ELSE 3 END
                      , CHECK_ID DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'NOT ON ISSUED-CHECK REGISTER'
                       TO WS-DECISION-WHY
               WHEN SQLCODE NOT = +0
                   DISPLAY 'BATPPX00: REGISTER LOOKUP ERROR - '
                           PX-CHECK-NUMBER ' ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 4000-EXIT
               WHEN WS-HV-CK-STATUS = 'VD'
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'CHECK WAS VOIDED'
                       TO WS-DECISION-WHY
               WHEN WS-HV-CK-STATUS = 'CL'
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'ALREADY CLEARED - DUPLICATE'
                       TO WS-DECISION-WHY
               WHEN WS-HV-CK-AMT NOT = WS-HV-PX-AMT
                   MOVE 'RETURN' TO WS-DECISION
                   MOVE 'AMOUNT DOES NOT AGREE TO ISSUE'
                       TO WS-DECISION-WHY
               WHEN OTHER
                   MOVE 'PAY' TO WS-DECISION
                   MOVE 'ISSUED - AMOUNT AGREES'
                       TO WS-DECISION-WHY
           END-EVALUATE
      *
           IF WS-DECISION-PAY
               ADD +1 TO WS-PAY-COUNT
               ADD WS-HV-PX-AMT TO WS-PAY-TOTAL
           ELSE
               ADD +1 TO WS-RETURN-COUNT
               ADD WS-HV-PX-AMT TO WS-RETURN-TOTAL
           END-IF
      *
           PERFORM 5000-QUEUE-ITEM THRU 5000-EXIT
           PERFORM 6000-PRINT-DETAIL
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-QUEUE-ITEM - ONE OPEN WORKLIST ENTRY PER PRESENTMENT *
      ****************************************************************
       5000-QUEUE-ITEM.
      *
           MOVE SPACES TO WS-EXC-KEY
           STRING PX-CHECK-NUMBER PX-PRESENTED-DATE
                  DELIMITED BY SIZE
                  INTO WS-EXC-KEY
      *
           IF WS-HV-CK-DEALER = SPACES
               MOVE '*****' TO WS-EXC-DEALER
           ELSE
               MOVE WS-HV-CK-DEALER TO WS-EXC-DEALER
           END-IF
      *
           MOVE WS-HV-PX-AMT TO WS-AMT-EDIT
           MOVE WS-HV-CK-AMT TO WS-AMT-EDIT-2
           MOVE SPACES TO WS-EXC-DESC
           STRING 'POS PAY ' WS-DECISION ' - '
                  WS-DECISION-WHY
                  ' PRES' WS-AMT-EDIT
                  ' ISS' WS-AMT-EDIT-2
                  ' BK ' PX-REASON-CODE
                  DELIMITED BY SIZE
                  INTO WS-EXC-DESC
      *
           MOVE +0 TO WS-EXC-EXIST-COUNT
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-EXC-EXIST-COUNT
               FROM   AUTOSALE.EXCEPTION_QUEUE
               WHERE  EXCEPTION_TYPE = :WS-EXC-TYPE
                 AND  KEY_VALUE      = :WS-EXC-KEY
                 AND  QUEUE_STATUS   = 'O'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATPPX00: ERROR READING QUEUE - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-EXC-EXIST-COUNT > +0
               ADD +1 TO WS-DUP-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.EXCEPTION_QUEUE
                   ( EXCEPTION_TYPE
                   , SOURCE_PROGRAM
                   , DEALER_CODE
                   , KEY_VALUE
                   , EXCEPTION_DESC
                   , DETECTED_TS
                   , QUEUE_STATUS
                   )
               VALUES
                   ( :WS-EXC-TYPE
                   , 'BATPPX00'
                   , :WS-EXC-DEALER
                   , :WS-EXC-KEY
                   , :WS-EXC-DESC
                   , CURRENT TIMESTAMP
                   , 'O'
                   )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATPPX00: ERROR QUEUEING - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD +1 TO WS-QUEUED-COUNT
           END-IF
           .
       5000-EXIT.
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
           MOVE PX-CHECK-NUMBER TO WS-DL-CHECK
           MOVE PX-PRESENTED-DATE TO WS-DL-PRES-DATE
           MOVE PX-REASON-CODE TO WS-DL-REASON-CODE
           MOVE WS-HV-PX-AMT TO WS-DL-PRES-AMT
           MOVE WS-HV-CK-AMT TO WS-DL-ISS-AMT
           MOVE WS-HV-CK-DEALER TO WS-DL-DEALER
           MOVE WS-HV-CK-STATUS TO WS-DL-STATUS
           MOVE WS-DECISION TO WS-DL-DECISION
           MOVE WS-DECISION-WHY TO WS-DL-WHY
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
           MOVE 'RECOMMEND PAY' TO WS-TL-LABEL
           MOVE WS-PAY-COUNT TO WS-TL-COUNT
           MOVE WS-PAY-TOTAL TO WS-TL-AMOUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'RECOMMEND RETURN' TO WS-TL-LABEL
           MOVE WS-RETURN-COUNT TO WS-TL-COUNT
           MOVE WS-RETURN-TOTAL TO WS-TL-AMOUNT
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
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
           WRITE REPORT-RECORD FROM WS-COLUMN-HDR
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
           MOVE +5 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE EXCEPTION-FILE
           CLOSE REPORT-FILE
           .
      ****************************************************************
      * END OF BATPPX00                                              *
      ****************************************************************
