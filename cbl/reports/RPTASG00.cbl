      *             AUTOSALE.CUSTOMER_LEAD   (READ)                  *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-09  INITIAL CREATION                               *
      *   2026-09-02  CLOSED-DEAL COUNT CREDITS THE SECONDARY       *
      *               SALESPERSON ON SPLIT DEALS                     *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DL-REBALANCE-FLAG    PIC X(17).
           05  FILLER                  PIC X(26) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'SALES_ID            002008A'.
           05  FILLER                  PIC X(27)
               VALUE 'SALES_NAME          011021A'.
           05  FILLER                  PIC X(27)
               VALUE 'ASSIGNED_COUNT      039007N'.
           05  FILLER                  PIC X(27)
               VALUE 'CLOSED_COUNT        049007N'.
           05  FILLER                  PIC X(27)
               VALUE 'ZERO_CONTACT        059007N'.
           05  FILLER                  PIC X(27)
               VALUE 'REBALANCE_FLAG      071017A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTASG00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTASG00' TO WS-DLM-REPORT-ID
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
           MOVE WS-DL-DEALER-CODE TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTASG00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTASG00: ERROR CLOSING REPORT FILE - '
