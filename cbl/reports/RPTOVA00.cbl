      *             AUTOSALE.TRADE_IN        (READ)                  *
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
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-APPRAISER        PIC X(08).
           05  FILLER                  PIC X(39) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL                009010A'.
           05  FILLER                  PIC X(27)
               VALUE 'FLAGGED             021010A'.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                033004N'.
           05  FILLER                  PIC X(27)
               VALUE 'MAKE_MODEL          039014A'.
           05  FILLER                  PIC X(27)
               VALUE 'ACV                 054014N'.
           05  FILLER                  PIC X(27)
               VALUE 'ALLOW               070014N'.
           05  FILLER                  PIC X(27)
               VALUE 'APPRAISER           086008A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTOVA00: ERROR OPENING SYSPRINT - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTOVA00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           MOVE WS-REPORT-DATE TO WS-RH1-DATE
           WRITE REPORT-RECORD FROM WS-RPT-HEADER-1
                       MOVE WS-HV-ALLOW-AMT TO WS-DL-ALLOW
                       MOVE WS-HV-APPRAISED-BY TO WS-DL-APPRAISER
                       WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       PERFORM 8900-WRITE-DATA-ROW
                   WHEN +100
                       SET WS-OVA-DONE TO TRUE
                   WHEN OTHER
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
               DISPLAY 'RPTOVA00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTOVA00: ERROR CLOSING SYSPRINT - '
