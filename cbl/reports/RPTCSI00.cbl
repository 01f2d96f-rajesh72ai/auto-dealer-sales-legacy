      *             AUTOSALE.SYSTEM_CONFIG (READ)                    *
      *                                                              *
      * OUTPUT:     CSIRPT DD - CSI TREND REPORT (132 CHARS)         *
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
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-DL-UNITS               PIC Z(05)9.
           05  FILLER                    PIC X(76) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'SALES               002008A'.
           05  FILLER                  PIC X(27)
               VALUE 'SURVEYS             016006N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVG                 027006N'.
           05  FILLER                  PIC X(27)
               VALUE 'LOW                 039006N'.
           05  FILLER                  PIC X(27)
               VALUE 'UNITS               051006N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
                       WS-FILE-STATUS
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTCSI00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 1000-GET-THRESHOLD
           PERFORM 3000-PROCESS-TREND THRU 3000-EXIT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
       0000-WRAP-UP.
      *
           MOVE WS-HV-UNIT-CT   TO WS-DL-UNITS
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-DETAIL-COUNT
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
           MOVE +2 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTCSI00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTCSI00                                              *
      ****************************************************************
