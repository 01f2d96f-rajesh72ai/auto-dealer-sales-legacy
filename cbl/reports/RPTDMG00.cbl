      * TABLES:     AUTOSALE.DAMAGE_CLAIM (READ)                     *
      *                                                              *
      * OUTPUT:     DMGRPT DD - CLAIM AGING REPORT (132 CHARS)       *
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
           05  WS-DL-DAYS                PIC ZZZZ9.
           05  FILLER                    PIC X(52) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'CLAIM_ID            002009N'.
           05  FILLER                  PIC X(27)
               VALUE 'SHIPMENT            012012A'.
           05  FILLER                  PIC X(27)
               VALUE 'VIN                 026017A'.
           05  FILLER                  PIC X(27)
               VALUE 'STATUS              045002A'.
           05  FILLER                  PIC X(27)
               VALUE 'FILED               049010A'.
           05  FILLER                  PIC X(27)
               VALUE 'ESTIMATE            061013N'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                076005N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-CARRIER-TOTAL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
                       WS-FILE-STATUS
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTDMG00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 3000-PROCESS-CLAIMS THRU 3000-EXIT
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
       0000-WRAP-UP.
      *
           MOVE WS-HV-AGE-DAYS  TO WS-DL-DAYS
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-CLAIM-COUNT
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
           MOVE SPACES TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTDMG00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTDMG00                                              *
      ****************************************************************
