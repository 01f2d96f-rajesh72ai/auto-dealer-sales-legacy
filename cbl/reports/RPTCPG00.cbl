       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCPG00.
      ****************************************************************
      * PROGRAM:    RPTCPG00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTING                                  *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MARKETING CAMPAIGN ROI REPORT. ONE LINE PER SENT *
      *             OR CLOSED CAMPAIGN, BY DEALER: COST, CUSTOMERS   *
      *             CONTACTED AND SUPPRESSED, AND THE LEADS, ROS AND *
      *             DEALS BATCPG00 HAS CREDITED TO IT, UNITS SOLD    *
      *             (CREDITED DEAL DELIVERED), THEIR GROSS AND THE   *
      *             COST PER SOLD UNIT. A CAMPAIGN STILL IN ITS      *
      *             RESPONSE WINDOW (STATUS SN) IS SHOWN TO DATE.    *
      *             DEALER AND GRAND TOTALS FOLLOW.                  *
      *                                                              *
      * TABLES:     AUTOSALE.MKT_CAMPAIGN     (READ)                 *
      *             AUTOSALE.CAMPAIGN_TARGET  (READ)                 *
      *                                                              *
      * OUTPUT:     CPGRPT DD - CAMPAIGN ROI REPORT (132 CHARS)      *
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
               ASSIGN TO CPGRPT
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'RPTCPG00'.
      *
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +56.
           05  WS-CAMPAIGN-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-EOF-CAMPAIGN           PIC X(01) VALUE 'N'.
               88  WS-CAMPAIGN-DONE                VALUE 'Y'.
           05  WS-SQL-ERROR-FLAG         PIC X(01) VALUE 'N'.
               88  WS-SQL-ERROR                    VALUE 'Y'.
           05  WS-RUN-DATE               PIC X(10) VALUE SPACES.
           05  WS-PREV-DEALER            PIC X(05) VALUE SPACES.
      *
       01  WS-HV-CAMPAIGN.
           05  WS-HV-DEALER              PIC X(05).
           05  WS-HV-CAMPAIGN-ID         PIC X(08).
           05  WS-HV-NAME                PIC X(22).
           05  WS-HV-CHANNEL             PIC X(01).
           05  WS-HV-STATUS              PIC X(02).
           05  WS-HV-SENT-DATE           PIC X(10).
      *
      *    ROI FIGURES - ONE SET PER CAMPAIGN, DEALER AND RUN
      *
       01  WS-ROI-CAMPAIGN.
           05  WS-RC-COST                PIC S9(09)V99 COMP-3.
           05  WS-RC-SENT                PIC S9(09) COMP.
           05  WS-RC-SUPPRESSED          PIC S9(09) COMP.
           05  WS-RC-LEADS               PIC S9(09) COMP.
           05  WS-RC-ROS                 PIC S9(09) COMP.
           05  WS-RC-DEALS               PIC S9(09) COMP.
           05  WS-RC-SOLD                PIC S9(09) COMP.
           05  WS-RC-GROSS               PIC S9(11)V99 COMP-3.
      *
       01  WS-ROI-DEALER.
           05  WS-RD-COST                PIC S9(09)V99 COMP-3.
           05  WS-RD-SENT                PIC S9(09) COMP.
           05  WS-RD-SUPPRESSED          PIC S9(09) COMP.
           05  WS-RD-LEADS               PIC S9(09) COMP.
           05  WS-RD-ROS                 PIC S9(09) COMP.
           05  WS-RD-DEALS               PIC S9(09) COMP.
           05  WS-RD-SOLD                PIC S9(09) COMP.
           05  WS-RD-GROSS               PIC S9(11)V99 COMP-3.
      *
       01  WS-ROI-GRAND.
           05  WS-RG-COST                PIC S9(09)V99 COMP-3.
           05  WS-RG-SENT                PIC S9(09) COMP.
           05  WS-RG-SUPPRESSED          PIC S9(09) COMP.
           05  WS-RG-LEADS               PIC S9(09) COMP.
           05  WS-RG-ROS                 PIC S9(09) COMP.
           05  WS-RG-DEALS               PIC S9(09) COMP.
           05  WS-RG-SOLD                PIC S9(09) COMP.
           05  WS-RG-GROSS               PIC S9(11)V99 COMP-3.
      *
       01  WS-COST-PER-SOLD              PIC S9(09)V99 COMP-3.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(36)
               VALUE 'MARKETING CAMPAIGN ROI              '.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'AS OF '.
           05  WS-RH2-DATE               PIC X(10).
           05  FILLER                    PIC X(50)
               VALUE ' - SENT AND CLOSED CAMPAIGNS, RESPONSES CREDITED'.
           05  FILLER                    PIC X(65) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'DLR   '.
           05  FILLER                    PIC X(09) VALUE 'CAMPAIGN '.
           05  FILLER                    PIC X(23)
               VALUE 'CAMPAIGN NAME          '.
           05  FILLER                    PIC X(02) VALUE 'C '.
           05  FILLER                    PIC X(03) VALUE 'ST '.
           05  FILLER                    PIC X(11) VALUE 'SENT DATE  '.
           05  FILLER                    PIC X(11) VALUE '      COST '.
           05  FILLER                    PIC X(08) VALUE '   SENT '.
           05  FILLER                    PIC X(07) VALUE ' SUPPR '.
           05  FILLER                    PIC X(07) VALUE ' LEADS '.
           05  FILLER                    PIC X(07) VALUE '   ROS '.
           05  FILLER                    PIC X(07) VALUE ' DEALS '.
           05  FILLER                    PIC X(07) VALUE '  SOLD '.
           05  FILLER                    PIC X(11) VALUE '     GROSS '.
           05  FILLER                    PIC X(11) VALUE ' COST/SOLD '.
           05  FILLER                    PIC X(01) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-CAMPAIGN-ID         PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-NAME                PIC X(22).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-CHANNEL             PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-STATUS              PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-SENT-DATE           PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-COST                PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-SENT                PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-SUPPRESSED          PIC ZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-LEADS               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-ROS                 PIC ZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEALS               PIC ZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-SOLD                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-GROSS               PIC Z,ZZZ,ZZ9-.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-COST-PER-SOLD       PIC ZZZ,ZZ9.99.
           05  WS-DL-COST-PER-SOLD-X     REDEFINES WS-DL-COST-PER-SOLD
                                         PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'CAMPAIGN_ID         008008A'.
           05  FILLER                  PIC X(27)
               VALUE 'NAME                017022A'.
           05  FILLER                  PIC X(27)
               VALUE 'CHANNEL             040001A'.
           05  FILLER                  PIC X(27)
               VALUE 'STATUS              042002A'.
           05  FILLER                  PIC X(27)
               VALUE 'SENT_DATE           045010A'.
           05  FILLER                  PIC X(27)
               VALUE 'COST                056010N'.
           05  FILLER                  PIC X(27)
               VALUE 'SENT                067007N'.
           05  FILLER                  PIC X(27)
               VALUE 'SUPPRESSED          075006N'.
           05  FILLER                  PIC X(27)
               VALUE 'LEADS               082006N'.
           05  FILLER                  PIC X(27)
               VALUE 'ROS                 089006N'.
           05  FILLER                  PIC X(27)
               VALUE 'DEALS               096006N'.
           05  FILLER                  PIC X(27)
               VALUE 'SOLD                103006N'.
           05  FILLER                  PIC X(27)
               VALUE 'GROSS               110010N'.
           05  FILLER                  PIC X(27)
               VALUE 'COST_PER_SOLD       121010N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-NONE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(50)
               VALUE 'NO CAMPAIGN HAS BEEN SENT'.
           05  FILLER                    PIC X(81) VALUE SPACES.
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - ONE ROW PER SENT OR CLOSED CAMPAIGN WITH ITS
      *    CREDITED RESPONSES
      *
           EXEC SQL
               DECLARE CSR_CPG_ROI CURSOR FOR
               SELECT C.DEALER_CODE
                    , C.CAMPAIGN_ID
                    , SUBSTR(C.CAMPAIGN_NAME, 1, 22)
                    , C.CHANNEL
                    , C.CAMPAIGN_STATUS
                    , COALESCE(CHAR(DATE(C.SENT_TS), ISO), ' ')
                    , C.CAMPAIGN_COST
                    , C.SENT_COUNT
                    , C.SUPPRESS_COUNT
                    , COUNT(T.LEAD_ID)
                    , COUNT(T.RO_NUMBER)
                    , COUNT(T.DEAL_NUMBER)
                    , COALESCE(SUM(CASE WHEN T.SOLD_FLAG = 'Y'
                                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN T.SOLD_FLAG = 'Y'
                                        THEN T.DEAL_GROSS
                                        ELSE 0 END), 0)
               FROM   AUTOSALE.MKT_CAMPAIGN C
                      LEFT OUTER JOIN AUTOSALE.CAMPAIGN_TARGET T
                        ON  T.CAMPAIGN_ID = C.CAMPAIGN_ID
               WHERE  C.CAMPAIGN_STATUS IN ('SN', 'CL')
               GROUP BY C.DEALER_CODE
                      , C.CAMPAIGN_ID
                      , C.CAMPAIGN_NAME
                      , C.CHANNEL
                      , C.CAMPAIGN_STATUS
                      , C.SENT_TS
                      , C.CAMPAIGN_COST
                      , C.SENT_COUNT
                      , C.SUPPRESS_COUNT
               ORDER BY 1, 2
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTCPG00: MARKETING CAMPAIGN ROI - START'
      *
           PERFORM 1000-INITIALIZE
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTCPG00: ERROR OPENING CPGRPT - '
                       WS-FILE-STATUS
               MOVE +8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTCPG00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 6000-PAGE-HEADER
      *
           PERFORM 3000-PROCESS-CAMPAIGNS THRU 3000-EXIT
      *
           IF WS-CAMPAIGN-COUNT = +0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           ELSE
               PERFORM 4500-DEALER-TOTAL
               PERFORM 5000-GRAND-TOTAL
           END-IF
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           IF WS-SQL-ERROR
               MOVE +8 TO RETURN-CODE
           END-IF
           .
       0000-WRAP-UP.
      *
           DISPLAY 'RPTCPG00: PROCESSING COMPLETE'
           DISPLAY 'RPTCPG00:   CAMPAIGNS REPORTED = ' WS-CAMPAIGN-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - RUN DATE                                *
      ****************************************************************
       1000-INITIALIZE.
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE, ISO)
               INTO   :WS-RUN-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           MOVE WS-RUN-DATE TO WS-RH2-DATE
      *
           INITIALIZE WS-ROI-DEALER
                      WS-ROI-GRAND
           .
      *
      ****************************************************************
      *    3000-PROCESS-CAMPAIGNS                                    *
      ****************************************************************
       3000-PROCESS-CAMPAIGNS.
      *
           EXEC SQL
               OPEN CSR_CPG_ROI
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTCPG00: ERROR OPENING CAMPAIGN CURSOR - '
                       SQLCODE
               SET WS-SQL-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CAMPAIGN
      *
           PERFORM UNTIL WS-CAMPAIGN-DONE
               EXEC SQL
                   FETCH CSR_CPG_ROI
                   INTO  :WS-HV-DEALER
                       , :WS-HV-CAMPAIGN-ID
                       , :WS-HV-NAME
                       , :WS-HV-CHANNEL
                       , :WS-HV-STATUS
                       , :WS-HV-SENT-DATE
                       , :WS-RC-COST
                       , :WS-RC-SENT
                       , :WS-RC-SUPPRESSED
                       , :WS-RC-LEADS
                       , :WS-RC-ROS
                       , :WS-RC-DEALS
                       , :WS-RC-SOLD
                       , :WS-RC-GROSS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-WRITE-CAMPAIGN
                   WHEN +100
                       SET WS-CAMPAIGN-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTCPG00: CAMPAIGN FETCH ERROR - '
                               SQLCODE
                       SET WS-SQL-ERROR TO TRUE
                       SET WS-CAMPAIGN-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_CPG_ROI
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-WRITE-CAMPAIGN - ONE CAMPAIGN; DEALER BREAK FIRST    *
      ****************************************************************
       4000-WRITE-CAMPAIGN.
      *
           IF WS-HV-DEALER NOT = WS-PREV-DEALER
           AND WS-CAMPAIGN-COUNT > +0
               PERFORM 4500-DEALER-TOTAL
           END-IF
           MOVE WS-HV-DEALER TO WS-PREV-DEALER
      *
           ADD +1 TO WS-CAMPAIGN-COUNT
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
           END-IF
      *
           MOVE WS-HV-DEALER      TO WS-DL-DEALER
           MOVE WS-HV-CAMPAIGN-ID TO WS-DL-CAMPAIGN-ID
           MOVE WS-HV-NAME        TO WS-DL-NAME
           MOVE WS-HV-CHANNEL     TO WS-DL-CHANNEL
           MOVE WS-HV-STATUS      TO WS-DL-STATUS
           MOVE WS-HV-SENT-DATE   TO WS-DL-SENT-DATE
      *
           PERFORM 4800-MOVE-FIGURES
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
      *
           ADD WS-RC-COST        TO WS-RD-COST
           ADD WS-RC-SENT        TO WS-RD-SENT
           ADD WS-RC-SUPPRESSED  TO WS-RD-SUPPRESSED
           ADD WS-RC-LEADS       TO WS-RD-LEADS
           ADD WS-RC-ROS         TO WS-RD-ROS
           ADD WS-RC-DEALS       TO WS-RD-DEALS
           ADD WS-RC-SOLD        TO WS-RD-SOLD
           ADD WS-RC-GROSS       TO WS-RD-GROSS
           .
      *
      ****************************************************************
      *    4500-DEALER-TOTAL - TOTAL LINE FOR THE DEALER JUST ENDED  *
      ****************************************************************
       4500-DEALER-TOTAL.
      *
           MOVE WS-ROI-DEALER TO WS-ROI-CAMPAIGN
      *
           MOVE SPACES TO WS-DL-DEALER
                          WS-DL-CAMPAIGN-ID
                          WS-DL-CHANNEL
                          WS-DL-STATUS
                          WS-DL-SENT-DATE
           MOVE WS-PREV-DEALER TO WS-DL-DEALER
           MOVE 'DEALER TOTAL' TO WS-DL-NAME
           PERFORM 4800-MOVE-FIGURES
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD +2 TO WS-LINE-COUNT
      *
           ADD WS-RD-COST        TO WS-RG-COST
           ADD WS-RD-SENT        TO WS-RG-SENT
           ADD WS-RD-SUPPRESSED  TO WS-RG-SUPPRESSED
           ADD WS-RD-LEADS       TO WS-RG-LEADS
           ADD WS-RD-ROS         TO WS-RG-ROS
           ADD WS-RD-DEALS       TO WS-RG-DEALS
           ADD WS-RD-SOLD        TO WS-RG-SOLD
           ADD WS-RD-GROSS       TO WS-RG-GROSS
      *
           INITIALIZE WS-ROI-DEALER
           .
      *
      ****************************************************************
      *    4800-MOVE-FIGURES - ROI FIGURES TO THE PRINT LINE         *
      ****************************************************************
       4800-MOVE-FIGURES.
      *
           MOVE WS-RC-COST        TO WS-DL-COST
           MOVE WS-RC-SENT        TO WS-DL-SENT
           MOVE WS-RC-SUPPRESSED  TO WS-DL-SUPPRESSED
           MOVE WS-RC-LEADS       TO WS-DL-LEADS
           MOVE WS-RC-ROS         TO WS-DL-ROS
           MOVE WS-RC-DEALS       TO WS-DL-DEALS
           MOVE WS-RC-SOLD        TO WS-DL-SOLD
           MOVE WS-RC-GROSS       TO WS-DL-GROSS
           PERFORM 4900-COST-PER-SOLD
           .
      *
      ****************************************************************
      *    4900-COST-PER-SOLD - N/A WHEN NOTHING HAS SOLD            *
      ****************************************************************
       4900-COST-PER-SOLD.
      *
           IF WS-RC-SOLD > +0
               COMPUTE WS-COST-PER-SOLD ROUNDED =
                   WS-RC-COST / WS-RC-SOLD
               MOVE WS-COST-PER-SOLD TO WS-DL-COST-PER-SOLD
           ELSE
               MOVE '       N/A' TO WS-DL-COST-PER-SOLD-X
           END-IF
           .
      *
      ****************************************************************
      *    5000-GRAND-TOTAL                                          *
      ****************************************************************
       5000-GRAND-TOTAL.
      *
           MOVE WS-ROI-GRAND TO WS-ROI-CAMPAIGN
      *
           MOVE SPACES TO WS-DL-DEALER
                          WS-DL-CAMPAIGN-ID
                          WS-DL-CHANNEL
                          WS-DL-STATUS
                          WS-DL-SENT-DATE
           MOVE 'ALL' TO WS-DL-DEALER
           MOVE 'GRAND TOTAL' TO WS-DL-NAME
           PERFORM 4800-MOVE-FIGURES
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
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
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
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
               DISPLAY 'RPTCPG00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTCPG00                                              *
      ****************************************************************
