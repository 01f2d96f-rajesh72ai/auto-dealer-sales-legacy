      *             AUTOSALE.TRANSIT_STATUS   (READ)                 *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-09  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-DL-ONTIME-PCT        PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(26) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'CARRIER_CODE        002005A'.
           05  FILLER                  PIC X(27)
               VALUE 'CARRIER_NAME        008021A'.
           05  FILLER                  PIC X(27)
               VALUE 'SHIP_COUNT          030007N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVG_TRANSIT         041007N'.
           05  FILLER                  PIC X(27)
               VALUE 'DELAY_COUNT         054007N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVG_DELAY           065007N'.
           05  FILLER                  PIC X(27)
               VALUE 'ONTIME_PCT          079005N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTCAR00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTCAR00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
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
               DISPLAY 'RPTCAR00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTCAR00: ERROR CLOSING REPORT FILE - '
