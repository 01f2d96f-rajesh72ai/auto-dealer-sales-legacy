      * TABLES:     AUTOSALE.COURTESY_DELIVERY (READ/UPDATE)         *
      *                                                              *
      * OUTPUT:     CRTRPT DD - SETTLEMENT REPORT (132 CHARS)        *
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
           05  WS-DL-NET                 PIC $$$,$$$,$$9.99CR.
           05  FILLER                    PIC X(53) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DELIVERING          012005A'.
           05  FILLER                  PIC X(27)
               VALUE 'UNITS               024006N'.
           05  FILLER                  PIC X(27)
               VALUE 'FEES                032014N'.
           05  FILLER                  PIC X(27)
               VALUE 'REVERSE             048014N'.
           05  FILLER                  PIC X(27)
               VALUE 'NET                 064016N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
                       WS-FILE-STATUS
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTCRT00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 2000-GET-MONTH
           PERFORM 6000-PAGE-HEADER
           END-IF
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
       0000-WRAP-UP.
      *
           MOVE WS-NET-AMT        TO WS-DL-NET
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-PAIR-COUNT
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
           MOVE WS-DL-SELLING TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTCRT00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTCRT00                                              *
      ****************************************************************
