      *             AUTOSALE.VEHICLE_COST       (READ)               *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-08-22  TRUE NET GROSS PER DEALER AND GRAND FROM THE   *
      *               VEHICLE_COST LEDGER - ALL-IN UNIT COST, THE    *
      *               SAME FIGURE SALNEG00 SHOWS AT DESKING.         *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-PD-MARGIN           PIC -Z9.99.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(28) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DEPARTMENT          101030A'.
           05  FILLER                  PIC X(27)
               VALUE 'UNITS               010006N'.
           05  FILLER                  PIC X(27)
               VALUE 'REVENUE             018014N'.
           05  FILLER                  PIC X(27)
               VALUE 'COST                034014N'.
           05  FILLER                  PIC X(27)
               VALUE 'PROFIT              050015N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVG_PROFIT          067015N'.
           05  FILLER                  PIC X(27)
               VALUE 'MARGIN              083006N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-DEALER-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTPRF00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTPRF00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *
               WRITE REPORT-RECORD FROM WS-PROFIT-DETAIL
                   AFTER ADVANCING 1
               PERFORM 8900-WRITE-DATA-ROW
      *
               ADD WS-DP-PROFIT(WS-IDX) TO WS-NET-PROFIT
      *
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-PROFIT-DETAIL TO WS-DLM-LINE
      *
      *    THE DEPARTMENT IS PRINTED IN THE SECTION HEADER, NOT THE
      *    DETAIL LINE - CARRY IT IN THE UNUSED END OF THE LINE
      *
           MOVE WS-DEPT-NAME (WS-IDX) TO WS-DLM-LINE (101:30)
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
               DISPLAY 'RPTPRF00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTPRF00: ERROR CLOSING REPORT FILE - '
