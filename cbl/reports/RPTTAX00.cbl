      *             AUTOSALE.TAX_RECIPROCITY (READ)                  *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED EXTRACT (132 CHARS)        *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-JL-FLAG             PIC X(01).
           05  FILLER                 PIC X(40) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'STATE               003002A'.
           05  FILLER                  PIC X(27)
               VALUE 'DEALS               007007N'.
           05  FILLER                  PIC X(27)
               VALUE 'BASE                016014N'.
           05  FILLER                  PIC X(27)
               VALUE 'STATE_TAX           031013N'.
           05  FILLER                  PIC X(27)
               VALUE 'COUNTY_TAX          045013N'.
           05  FILLER                  PIC X(27)
               VALUE 'CITY_TAX            059013N'.
           05  FILLER                  PIC X(27)
               VALUE 'EFF_RATE            075006N'.
           05  FILLER                  PIC X(27)
               VALUE 'TBL_RATE            085006N'.
           05  FILLER                  PIC X(27)
               VALUE 'FLAG                092001A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-EXEMPT-SECTION-HDR.
           05  FILLER                 PIC X(01) VALUE SPACES.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTTAX00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTTAX00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
           PERFORM 8100-CHECK-PAGE
           WRITE REPORT-RECORD FROM WS-JURIS-LINE
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
           MOVE WS-JURIS-LINE TO WS-DLM-LINE
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
               DISPLAY 'RPTTAX00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTTAX00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
