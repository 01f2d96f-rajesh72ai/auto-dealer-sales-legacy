       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDDS00.
      ****************************************************************
      * PROGRAM:    RPTDDS00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTING                                  *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTHLY NEW-VEHICLE DAMAGE DISCLOSURE REPORT.    *
      *             EVERY NEW UNIT DELIVERED IN THE CURRENT MONTH    *
      *             WHOSE REPAIR COST WAS OVER THE STATE THRESHOLD   *
      *             AND WENT OUT WITH THE SIGNED DMGD DISCLOSURE     *
      *             (SALCMP00 CHECK 13), WITH THE TRANSIT, LOT AND   *
      *             RECON COST, THE PERCENT OF MSRP AND THE STATE    *
      *             THRESHOLD IN FORCE AT DELIVERY. RUN WITH THE     *
      *             MONTH-END CLOSE (RPTMTH00).                      *
      *                                                              *
      * TABLES:     AUTOSALE.DAMAGE_DISCLOSURE (READ)                *
      *                                                              *
      * OUTPUT:     DDSRPT DD - DISCLOSED DAMAGE SALES (132 CHARS)   *
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
               ASSIGN TO DDSRPT
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'RPTDDS00'.
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
           05  WS-EOF-DDS                PIC X(01) VALUE 'N'.
               88  WS-DDS-DONE                     VALUE 'Y'.
      *
       01  WS-PARM-AREA.
           05  WS-REPORT-MONTH           PIC X(07) VALUE SPACES.
           05  WS-MONTH-START            PIC X(10) VALUE SPACES.
           05  WS-MONTH-END              PIC X(10) VALUE SPACES.
      *
       01  WS-HV-DISCLOSURE.
           05  WS-HV-DEAL-NUMBER         PIC X(10).
           05  WS-HV-DEALER-CODE         PIC X(05).
           05  WS-HV-STATE-CODE          PIC X(02).
           05  WS-HV-DELIVERY-DATE       PIC X(10).
           05  WS-HV-VIN                 PIC X(17).
           05  WS-HV-MSRP                PIC S9(09)V99 COMP-3.
           05  WS-HV-TRANSIT-AMT         PIC S9(09)V99 COMP-3.
           05  WS-HV-LOT-AMT             PIC S9(09)V99 COMP-3.
           05  WS-HV-RECON-AMT           PIC S9(09)V99 COMP-3.
           05  WS-HV-REPAIR-TOTAL        PIC S9(09)V99 COMP-3.
           05  WS-HV-DISCLOSE-PCT        PIC S9(03)V99 COMP-3.
      *
       01  WS-PCT-OF-MSRP                PIC S9(05)V99 COMP-3
                                                       VALUE +0.
       01  WS-GRAND-REPAIR               PIC S9(11)V99 COMP-3
                                                       VALUE +0.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(36)
               VALUE 'NEW UNITS SOLD WITH DISCLOSED DAMAGE'.
           05  FILLER                    PIC X(08) VALUE ' MONTH: '.
           05  WS-RH1-MONTH              PIC X(07).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(25) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(12)
               VALUE 'DEAL        '.
           05  FILLER                    PIC X(07) VALUE 'DEALER '.
           05  FILLER                    PIC X(04) VALUE 'ST  '.
           05  FILLER                    PIC X(12)
               VALUE 'DELIVERED   '.
           05  FILLER                    PIC X(19)
               VALUE 'VIN                '.
           05  FILLER                    PIC X(12)
               VALUE '      MSRP  '.
           05  FILLER                    PIC X(11)
               VALUE '  TRANSIT  '.
           05  FILLER                    PIC X(11)
               VALUE '      LOT  '.
           05  FILLER                    PIC X(11)
               VALUE '    RECON  '.
           05  FILLER                    PIC X(12)
               VALUE '    REPAIR  '.
           05  FILLER                    PIC X(08) VALUE ' % MSRP '.
           05  FILLER                    PIC X(06) VALUE ' LIMIT'.
           05  FILLER                    PIC X(06) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEAL                PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-STATE               PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DELIVERED           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-VIN                 PIC X(17).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-MSRP                PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-TRANSIT             PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-LOT                 PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-RECON               PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-REPAIR              PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-PCT-MSRP            PIC ZZ9.99.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-LIMIT               PIC ZZ9.99.
           05  FILLER                    PIC X(06) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL                002010A'.
           05  FILLER                  PIC X(27)
               VALUE 'STATE               021002A'.
           05  FILLER                  PIC X(27)
               VALUE 'DELIVERED           025010A'.
           05  FILLER                  PIC X(27)
               VALUE 'VIN                 037017A'.
           05  FILLER                  PIC X(27)
               VALUE 'MSRP                056010N'.
           05  FILLER                  PIC X(27)
               VALUE 'TRANSIT             068009N'.
           05  FILLER                  PIC X(27)
               VALUE 'LOT                 079009N'.
           05  FILLER                  PIC X(27)
               VALUE 'RECON               090009N'.
           05  FILLER                  PIC X(27)
               VALUE 'REPAIR              101010N'.
           05  FILLER                  PIC X(27)
               VALUE 'PCT_MSRP            113006N'.
           05  FILLER                  PIC X(27)
               VALUE 'LIMIT               121006N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(28)
               VALUE 'DISCLOSED UNITS SOLD:       '.
           05  WS-TL-COUNT               PIC Z(05)9.
           05  FILLER                    PIC X(22)
               VALUE '    TOTAL REPAIR COST '.
           05  WS-TL-REPAIR              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(62) VALUE SPACES.
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - DISCLOSED DELIVERIES IN THE REPORT MONTH
      *
           EXEC SQL
               DECLARE CSR_DISCLOSED CURSOR FOR
               SELECT X.DEAL_NUMBER
                    , X.DEALER_CODE
                    , X.STATE_CODE
                    , CHAR(X.DELIVERY_DATE, ISO)
                    , X.VIN
                    , X.MSRP
                    , X.TRANSIT_AMT
                    , X.LOT_EVENT_AMT
                    , X.RECON_AMT
                    , X.REPAIR_TOTAL
                    , X.DISCLOSE_PCT
               FROM   AUTOSALE.DAMAGE_DISCLOSURE X
               WHERE  X.DELIVERY_DATE BETWEEN :WS-MONTH-START
                                          AND :WS-MONTH-END
               ORDER BY X.DEALER_CODE
                    , X.DELIVERY_DATE
                    , X.DEAL_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTDDS00: DAMAGE DISCLOSURE RPT - START'
      *
           PERFORM 1000-INITIALIZE
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTDDS00: ERROR OPENING DDSRPT - '
                       WS-FILE-STATUS
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTDDS00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 6000-PAGE-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           ADD +1 TO WS-LINE-COUNT
      *
           PERFORM 3000-PROCESS-DISCLOSURES THRU 3000-EXIT
      *
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT
           MOVE WS-GRAND-REPAIR TO WS-TL-REPAIR
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
       0000-WRAP-UP.
      *
           DISPLAY 'RPTDDS00: PROCESSING COMPLETE'
           DISPLAY 'RPTDDS00:   DISCLOSED UNITS = ' WS-DETAIL-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - REPORT MONTH BOUNDS                     *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-REPORT-MONTH(1:4)
           MOVE '-' TO WS-REPORT-MONTH(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-REPORT-MONTH(6:2)
      *
           STRING WS-REPORT-MONTH '-01'
                  DELIMITED BY SIZE
                  INTO WS-MONTH-START
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-MONTH-START)
                      + 1 MONTH - 1 DAY, ISO)
               INTO   :WS-MONTH-END
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           MOVE WS-REPORT-MONTH TO WS-RH1-MONTH
      *
           DISPLAY 'RPTDDS00: MONTH = ' WS-REPORT-MONTH
                   ' (' WS-MONTH-START ' TO ' WS-MONTH-END ')'
           .
      *
      ****************************************************************
      *    3000-PROCESS-DISCLOSURES                                  *
      ****************************************************************
       3000-PROCESS-DISCLOSURES.
      *
           EXEC SQL
               OPEN CSR_DISCLOSED
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTDDS00: ERROR OPENING CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-DDS
      *
           PERFORM UNTIL WS-DDS-DONE
               EXEC SQL
                   FETCH CSR_DISCLOSED
                   INTO  :WS-HV-DEAL-NUMBER
                       , :WS-HV-DEALER-CODE
                       , :WS-HV-STATE-CODE
                       , :WS-HV-DELIVERY-DATE
                       , :WS-HV-VIN
                       , :WS-HV-MSRP
                       , :WS-HV-TRANSIT-AMT
                       , :WS-HV-LOT-AMT
                       , :WS-HV-RECON-AMT
                       , :WS-HV-REPAIR-TOTAL
                       , :WS-HV-DISCLOSE-PCT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-WRITE-DETAIL
                   WHEN +100
                       SET WS-DDS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTDDS00: FETCH ERROR - '
                               SQLCODE
                       SET WS-DDS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_DISCLOSED
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
           IF WS-HV-MSRP > +0
               COMPUTE WS-PCT-OF-MSRP ROUNDED =
                   WS-HV-REPAIR-TOTAL * 100 / WS-HV-MSRP
           ELSE
               MOVE +0 TO WS-PCT-OF-MSRP
           END-IF
      *
           MOVE WS-HV-DEAL-NUMBER   TO WS-DL-DEAL
           MOVE WS-HV-DEALER-CODE   TO WS-DL-DEALER
           MOVE WS-HV-STATE-CODE    TO WS-DL-STATE
           MOVE WS-HV-DELIVERY-DATE TO WS-DL-DELIVERED
           MOVE WS-HV-VIN           TO WS-DL-VIN
           MOVE WS-HV-MSRP          TO WS-DL-MSRP
           MOVE WS-HV-TRANSIT-AMT   TO WS-DL-TRANSIT
           MOVE WS-HV-LOT-AMT       TO WS-DL-LOT
           MOVE WS-HV-RECON-AMT     TO WS-DL-RECON
           MOVE WS-HV-REPAIR-TOTAL  TO WS-DL-REPAIR
           MOVE WS-PCT-OF-MSRP      TO WS-DL-PCT-MSRP
           MOVE WS-HV-DISCLOSE-PCT  TO WS-DL-LIMIT
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-DETAIL-COUNT
           ADD WS-HV-REPAIR-TOTAL TO WS-GRAND-REPAIR
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
           MOVE +2 TO WS-LINE-COUNT
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
               DISPLAY 'RPTDDS00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTDDS00                                              *
      ****************************************************************
