      *             AUTOSALE.FLOOR_PLAN_PAYMENT (READ)                *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *               SALES_OBJECTIVE FOR THE MONTH, WITH THE DAILY   *
      *               RUN RATE REQUIRED OVER THE REMAINING DAYS TO    *
      *               HIT THE FULL OBJECTIVE (SEE ADMOBJ00).          *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-GROSS-PROFIT     PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL_NUMBER         002010A'.
           05  FILLER                  PIC X(27)
               VALUE 'CUST_NAME           014024A'.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                039004A'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL               045019A'.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL_TYPE           065010A'.
           05  FILLER                  PIC X(27)
               VALUE 'SALE_PRICE          077014N'.
           05  FILLER                  PIC X(27)
               VALUE 'GROSS_PROFIT        092014N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SUBTOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTDLY00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTDLY00' TO WS-DLM-REPORT-ID
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
      *
      *    ACCUMULATE
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER-CODE TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTDLY00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTDLY00: ERROR CLOSING REPORT FILE - '
