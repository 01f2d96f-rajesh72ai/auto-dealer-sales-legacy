      *             AUTOSALE.VEHICLE            (READ)               *
      *                                                              *
      * OUTPUT:     IVERPT DD - EXPIRING ELIGIBILITY (132 CHARS)     *
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
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS                PIC ZZ9.
           05  FILLER                    PIC X(14) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'STOCK               002008A'.
           05  FILLER                  PIC X(27)
               VALUE 'VIN                 012017A'.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                031004N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL               037006A'.
           05  FILLER                  PIC X(27)
               VALUE 'PROGRAM             045010A'.
           05  FILLER                  PIC X(27)
               VALUE 'PGM_NAME            057030A'.
           05  FILLER                  PIC X(27)
               VALUE 'AMOUNT              089013N'.
           05  FILLER                  PIC X(27)
               VALUE 'EXPIRES             104010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                116003N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
                       WS-FILE-STATUS
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTIVE00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 3000-PROCESS-EXPIRING THRU 3000-EXIT
      *
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTIVE00: ERROR CLOSING IVERPT - '
                       WS-FILE-STATUS
           MOVE WS-HV-DAYS-LEFT    TO WS-DL-DAYS
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
               DISPLAY 'RPTIVE00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTIVE00                                              *
      ****************************************************************
