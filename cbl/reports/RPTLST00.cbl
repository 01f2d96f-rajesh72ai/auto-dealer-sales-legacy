      * TABLES:     AUTOSALE.LOST_DEAL (READ)                        *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
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
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-GL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(108) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'KEY                 004010A'.
           05  FILLER                  PIC X(27)
               VALUE 'COUNT               018007N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTLST00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTLST00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           MOVE WS-REPORT-MONTH TO WS-RH1-MONTH
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
           MOVE WS-HV-GROUP-COUNT TO WS-GL-COUNT
           WRITE REPORT-RECORD FROM WS-GROUP-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           .
      *
      ****************************************************************
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE SPACES TO WS-DLM-DEALER-CODE
           MOVE WS-GROUP-LINE TO WS-DLM-LINE
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
               DISPLAY 'RPTLST00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTLST00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
