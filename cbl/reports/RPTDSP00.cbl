      *             AUTOSALE.VEHICLE        (READ)                   *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-DL-BAND             PIC X(06).
           05  FILLER                  PIC X(58) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                002004N'.
           05  FILLER                  PIC X(27)
               VALUE 'MAKE                008003A'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL               013006A'.
           05  FILLER                  PIC X(27)
               VALUE 'ON_HAND             021004N'.
           05  FILLER                  PIC X(27)
               VALUE 'SOLD_30             030004N'.
           05  FILLER                  PIC X(27)
               VALUE 'SOLD_60             039004N'.
           05  FILLER                  PIC X(27)
               VALUE 'SOLD_90             048004N'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS_SUPPLY         057005N'.
           05  FILLER                  PIC X(27)
               VALUE 'BAND                069006A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTDSP00: ERROR OPENING SYSPRINT - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTDSP00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           MOVE WS-REPORT-DATE TO WS-RH1-DATE
           WRITE REPORT-RECORD FROM WS-RPT-HEADER-1
           MOVE WS-DAYS-SUPPLY TO WS-DL-DAYS-SUPPLY
           MOVE WS-BAND TO WS-DL-BAND
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
      *
           ADD +1 TO WS-MODEL-COUNT
           .
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER-CODE TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTDSP00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTDSP00: ERROR CLOSING SYSPRINT - '
