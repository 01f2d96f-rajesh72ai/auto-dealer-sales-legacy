      *             AUTOSALE.MONTHLY_SNAPSHOT (READ)                 *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *               ACTUAL UNITS AND GROSS AGAINST THE CURRENT     *
      *               SALES_OBJECTIVE ROW FOR THE DEALER/MONTH, AS   *
      *               AN ATTAINMENT PERCENTAGE (SEE ADMOBJ00).       *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-MD-GROSS            PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(48) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_CODE          006006A'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_DESC          014025A'.
           05  FILLER                  PIC X(27)
               VALUE 'UNITS               041005N'.
           05  FILLER                  PIC X(27)
               VALUE 'REVENUE             049015N'.
           05  FILLER                  PIC X(27)
               VALUE 'GROSS               067015N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-MODEL-COL-HDR.
           05  FILLER                  PIC X(05) VALUE SPACES.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTMTH00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTMTH00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *
                   WRITE REPORT-RECORD FROM WS-MODEL-DETAIL
                       AFTER ADVANCING 1
                   PERFORM 8900-WRITE-DATA-ROW
                   ADD +1 TO WS-LINE-COUNT
      *
                   ADD WS-HV-UNITS-SOLD TO WS-SA-TOTAL-UNITS
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-MODEL-DETAIL TO WS-DLM-LINE
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
               DISPLAY 'RPTMTH00: DATA FILE - ' WS-DLM-RETURN-MSG
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
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTMTH00: ERROR CLOSING REPORT FILE'
           END-IF
