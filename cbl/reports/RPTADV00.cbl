       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTADV00.
      ****************************************************************
      * PROGRAM:    RPTADV00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTING                                  *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    WEEKLY ABOVE-ADVERTISED-PRICE REPORT. EVERY DEAL *
      *             DELIVERED IN THE WEEK WHOSE SELLING PRICE        *
      *             (VEHICLE PRICE LESS DISCOUNT) IS ABOVE THE LAST  *
      *             PRICE BATLST00 SYNDICATED TO THE MARKETPLACES    *
      *             FOR THE VIN (LISTING_SYNC), WITH THE MANAGER     *
      *             WHO OVERRODE THE ADVERTISED PRICE IN SALQOT00 /  *
      *             SALNEG00 AND THE REASON GIVEN. A DEAL WITH NO    *
      *             OVERRIDE ON FILE IS FLAGGED FOR FOLLOW-UP.       *
      *             THE WEEK IS THE 7 DAYS ENDING ON THE RUN DATE.   *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_DEAL     (READ)                   *
      *             AUTOSALE.LISTING_SYNC   (READ)                   *
      *             AUTOSALE.SALES_APPROVAL (READ)                   *
      *                                                              *
      * OUTPUT:     ADVRPT DD - ABOVE-ADVERTISED DEALS (132 CHARS)   *
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
               ASSIGN TO ADVRPT
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'RPTADV00'.
      *
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +56.
           05  WS-DETAIL-COUNT           PIC S9(06) COMP VALUE +0.
           05  WS-NO-OVR-COUNT           PIC S9(06) COMP VALUE +0.
           05  WS-EXCESS-TOTAL           PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  WS-EOF-ADV                PIC X(01) VALUE 'N'.
               88  WS-ADV-DONE                     VALUE 'Y'.
      *
      *    REPORT WEEK
      *
       01  WS-PARM-AREA.
           05  WS-WEEK-END-DATE          PIC X(10) VALUE SPACES.
           05  WS-WEEK-START-DATE        PIC X(10) VALUE SPACES.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-HV-ADVERTISED.
           05  WS-HV-DEAL-NUMBER         PIC X(10).
           05  WS-HV-DEALER-CODE         PIC X(05).
           05  WS-HV-DELIVERY-DATE       PIC X(10).
           05  WS-HV-VIN                 PIC X(17).
           05  WS-HV-ADV-PRICE           PIC S9(09)V99 COMP-3.
           05  WS-HV-SOLD-PRICE          PIC S9(09)V99 COMP-3.
           05  WS-HV-OVERRIDE-BY         PIC X(08).
           05  WS-HV-REASON              PIC X(27).
      *
       01  WS-EXCESS-AMT                 PIC S9(09)V99 COMP-3
                                                   VALUE +0.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(36)
               VALUE 'DEALS CLOSED ABOVE ADVERTISED PRICE '.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(14)
               VALUE 'DELIVERED FROM'.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RH2-START              PIC X(10).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  WS-RH2-END                PIC X(10).
           05  FILLER                    PIC X(92) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'DEAL        '.
           05  FILLER                    PIC X(07) VALUE 'DEALER '.
           05  FILLER                    PIC X(12)
               VALUE 'DELIVERED   '.
           05  FILLER                    PIC X(19)
               VALUE 'VIN                '.
           05  FILLER                    PIC X(15)
               VALUE '   ADVERTISED  '.
           05  FILLER                    PIC X(15)
               VALUE '   SOLD PRICE  '.
           05  FILLER                    PIC X(14)
               VALUE '  ABOVE AD BY '.
           05  FILLER                    PIC X(10)
               VALUE 'OVERRIDE  '.
           05  FILLER                    PIC X(27)
               VALUE 'REASON                     '.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEAL                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DELIVERED           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-ADV-PRICE           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-SOLD-PRICE          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-EXCESS              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-OVERRIDE-BY         PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-REASON              PIC X(27).
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL                002010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DELIVERED           021010A'.
           05  FILLER                  PIC X(27)
               VALUE 'VIN                 033017A'.
           05  FILLER                  PIC X(27)
               VALUE 'ADV_PRICE           052013N'.
           05  FILLER                  PIC X(27)
               VALUE 'SOLD_PRICE          067013N'.
           05  FILLER                  PIC X(27)
               VALUE 'EXCESS              082012N'.
           05  FILLER                  PIC X(27)
               VALUE 'OVERRIDE_BY         096008A'.
           05  FILLER                  PIC X(27)
               VALUE 'REASON              106027A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(32)
               VALUE 'DEALS CLOSED ABOVE ADVERTISED:  '.
           05  WS-TL-COUNT               PIC Z(05)9.
           05  FILLER                    PIC X(22)
               VALUE '    TOTAL ABOVE AD BY '.
           05  WS-TL-EXCESS              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(57) VALUE SPACES.
      *
       01  WS-TOTAL-LINE-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(32)
               VALUE 'WITH NO MANAGER OVERRIDE ON FILE'.
           05  FILLER                    PIC X(02) VALUE ': '.
           05  WS-TL-NO-OVR              PIC Z(05)9.
           05  FILLER                    PIC X(91) VALUE SPACES.
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - DEALS DELIVERED IN THE WEEK ABOVE THE ADVERTISED
      *    PRICE, WITH THE LATEST OVERRIDE (SALES_APPROVAL TYPE AO)
      *
           EXEC SQL
               DECLARE CSR_ABOVE_ADV CURSOR FOR
               SELECT S.DEAL_NUMBER
                    , S.DEALER_CODE
                    , CHAR(S.DELIVERY_DATE, ISO)
                    , S.VIN
                    , L.ADVERTISED_PRICE
                    , S.VEHICLE_PRICE - S.DISCOUNT_AMT
                    , COALESCE(A.APPROVER_ID, ' ')
                    , COALESCE(SUBSTR(A.COMMENTS, 1, 27), ' ')
               FROM   AUTOSALE.SALES_DEAL S
               INNER JOIN AUTOSALE.LISTING_SYNC L
                 ON   L.VIN = S.VIN
               LEFT OUTER JOIN AUTOSALE.SALES_APPROVAL A
                 ON   A.DEAL_NUMBER   = S.DEAL_NUMBER
                AND   A.APPROVAL_TYPE = 'AO'
                AND   A.APPROVAL_TS   =
                      (SELECT MAX(A2.APPROVAL_TS)
                       FROM   AUTOSALE.SALES_APPROVAL A2
                       WHERE  A2.DEAL_NUMBER   = S.DEAL_NUMBER
                         AND  A2.APPROVAL_TYPE = 'AO')
               WHERE  S.DEAL_STATUS = 'DL'
                 AND  S.DELIVERY_DATE BETWEEN :WS-WEEK-START-DATE
                                          AND :WS-WEEK-END-DATE
                 AND  L.ADVERTISED_PRICE IS NOT NULL
                 AND  S.VEHICLE_PRICE - S.DISCOUNT_AMT
                    > L.ADVERTISED_PRICE
               ORDER BY S.DEALER_CODE
                    , S.DELIVERY_DATE
                    , S.DEAL_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTADV00: ABOVE ADVERTISED PRICE RPT - START'
      *
           PERFORM 1000-INITIALIZE
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTADV00: ERROR OPENING ADVRPT - '
                       WS-FILE-STATUS
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTADV00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 6000-PAGE-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           ADD +1 TO WS-LINE-COUNT
      *
           PERFORM 3000-PROCESS-DEALS THRU 3000-EXIT
      *
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT
           MOVE WS-EXCESS-TOTAL TO WS-TL-EXCESS
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1
           MOVE WS-NO-OVR-COUNT TO WS-TL-NO-OVR
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
       0000-WRAP-UP.
      *
           DISPLAY 'RPTADV00: PROCESSING COMPLETE'
           DISPLAY 'RPTADV00:   DEALS       = ' WS-DETAIL-COUNT
           DISPLAY 'RPTADV00:   NO OVERRIDE = ' WS-NO-OVR-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - REPORT WEEK ENDS ON THE RUN DATE        *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
      *
           IF WS-WEEK-END-DATE = SPACES
               STRING WS-CURR-YYYY '-'
                      WS-CURR-MM   '-'
                      WS-CURR-DD
                      DELIMITED BY SIZE
                      INTO WS-WEEK-END-DATE
           END-IF
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-WEEK-END-DATE) - 6 DAYS,
                           ISO)
               INTO   :WS-WEEK-START-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           DISPLAY 'RPTADV00: WEEK = ' WS-WEEK-START-DATE
                   ' TO ' WS-WEEK-END-DATE
      *
           MOVE WS-WEEK-START-DATE TO WS-RH2-START
           MOVE WS-WEEK-END-DATE   TO WS-RH2-END
           .
      *
      ****************************************************************
      *    3000-PROCESS-DEALS                                        *
      ****************************************************************
       3000-PROCESS-DEALS.
      *
           EXEC SQL
               OPEN CSR_ABOVE_ADV
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTADV00: ERROR OPENING CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-ADV
      *
           PERFORM UNTIL WS-ADV-DONE
               EXEC SQL
                   FETCH CSR_ABOVE_ADV
                   INTO  :WS-HV-DEAL-NUMBER
                       , :WS-HV-DEALER-CODE
                       , :WS-HV-DELIVERY-DATE
                       , :WS-HV-VIN
                       , :WS-HV-ADV-PRICE
                       , :WS-HV-SOLD-PRICE
                       , :WS-HV-OVERRIDE-BY
                       , :WS-HV-REASON
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-WRITE-DETAIL
                   WHEN +100
                       SET WS-ADV-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTADV00: FETCH ERROR - '
                               SQLCODE
                       SET WS-ADV-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_ABOVE_ADV
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-WRITE-DETAIL                                         *
      ****************************************************************
       4000-WRITE-DETAIL.
      *
           COMPUTE WS-EXCESS-AMT =
               WS-HV-SOLD-PRICE - WS-HV-ADV-PRICE
           ADD WS-EXCESS-AMT TO WS-EXCESS-TOTAL
      *
           MOVE WS-HV-DEAL-NUMBER   TO WS-DL-DEAL
           MOVE WS-HV-DEALER-CODE   TO WS-DL-DEALER
           MOVE WS-HV-DELIVERY-DATE TO WS-DL-DELIVERED
           MOVE WS-HV-VIN           TO WS-DL-VIN
           MOVE WS-HV-ADV-PRICE     TO WS-DL-ADV-PRICE
           MOVE WS-HV-SOLD-PRICE    TO WS-DL-SOLD-PRICE
           MOVE WS-EXCESS-AMT       TO WS-DL-EXCESS
      *
           IF WS-HV-OVERRIDE-BY = SPACES
               MOVE '*NONE*'          TO WS-DL-OVERRIDE-BY
               MOVE 'NO OVERRIDE ON FILE - REVIEW'
                                      TO WS-DL-REASON
               ADD +1 TO WS-NO-OVR-COUNT
           ELSE
               MOVE WS-HV-OVERRIDE-BY TO WS-DL-OVERRIDE-BY
               MOVE WS-HV-REASON      TO WS-DL-REASON
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-DETAIL-COUNT
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               ADD +1 TO WS-LINE-COUNT
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
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3
           MOVE +3 TO WS-LINE-COUNT
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
               DISPLAY 'RPTADV00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTADV00                                              *
      ****************************************************************
