      *             AUTOSALE.COMMISSION_ADJUSTMENT (READ)            *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *               TOTAL GROSS PER FLEET_MASTER FOR THE MONTH,    *
      *               SO MULTI-UNIT PACKAGES ARE VISIBLE AS ONE      *
      *               LINE INSTEAD OF SCATTERED SINGLE DEALS.        *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(02) VALUE '% '.
           05  WS-DD-COMM-AMT         PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.
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
               VALUE 'MODEL               044020A'.
           05  FILLER                  PIC X(27)
               VALUE 'FRONT_GROSS         065014N'.
           05  FILLER                  PIC X(27)
               VALUE 'BACK_GROSS          080014N'.
           05  FILLER                  PIC X(27)
               VALUE 'COMM_RATE           095005N'.
           05  FILLER                  PIC X(27)
               VALUE 'COMM_AMT            102014N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SP-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTCOM00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTCOM00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *
           WRITE REPORT-RECORD FROM WS-DEAL-DETAIL
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
           MOVE WS-SH-DLR-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-DEAL-DETAIL TO WS-DLM-LINE
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
               DISPLAY 'RPTCOM00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTCOM00: ERROR CLOSING REPORT FILE'
           END-IF
