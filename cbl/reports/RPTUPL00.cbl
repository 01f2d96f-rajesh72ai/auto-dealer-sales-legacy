      *             AUTOSALE.DEALER         (READ)                   *
      *                                                              *
      * OUTPUT:     UPLRPT DD - FLOOR TRAFFIC REPORT (132 CHARS)     *
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
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DD-SOLD                PIC Z(08)9.
           05  FILLER                    PIC X(80) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DATE                002010A'.
           05  FILLER                  PIC X(27)
               VALUE 'TOTAL               014009N'.
           05  FILLER                  PIC X(27)
               VALUE 'FRESH               024009N'.
           05  FILLER                  PIC X(27)
               VALUE 'BEBACK              034009N'.
           05  FILLER                  PIC X(27)
               VALUE 'SOLD                044009N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-HOUR-COLUMN-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
                       WS-FILE-STATUS
               GO TO 1000-EXIT
           END-IF
      *
           MOVE 'RPTUPL00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
      *    PERIOD = FIRST OF CURRENT MONTH THROUGH TODAY
      *
           MOVE WS-HV-DAY-SOLD   TO WS-DD-SOLD
      *
           WRITE REPORT-RECORD FROM WS-DAY-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-DAY-DETAIL-LINE TO WS-DLM-LINE
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
               DISPLAY 'RPTUPL00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTUPL00: ERROR CLOSING UPLRPT - '
                       WS-FILE-STATUS
