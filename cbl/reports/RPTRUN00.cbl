      * TABLES:     AUTOSALE.BATCH_RUN_HISTORY (READ)                *
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
           05  WS-DL-OVER-NORM        PIC ZZZZ9.
           05  FILLER                 PIC X(63) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'JOB                 002008A'.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                012004N'.
           05  FILLER                  PIC X(27)
               VALUE 'WEEK                017002N'.
           05  FILLER                  PIC X(27)
               VALUE 'RUNS                022005N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVG_ELAPSED         031009N'.
           05  FILLER                  PIC X(27)
               VALUE 'MAX_ELAPSED         044009N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVG_RECORDS         057009N'.
           05  FILLER                  PIC X(27)
               VALUE 'OVER_NORM           073005N'.
      *
           COPY WSDLMOUT.
      *
      *    TREND CURSOR - PER JOB PER ISO WEEK, LAST 8 WEEKS
      *
           EXEC SQL DECLARE CSR_RUN_TRD CURSOR FOR
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTRUN00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTRUN00' TO WS-DLM-REPORT-ID
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
               DISPLAY 'RPTRUN00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTRUN00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
