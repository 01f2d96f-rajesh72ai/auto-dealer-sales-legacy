      *             AUTOSALE.DEALER         (READ)                   *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
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
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS           PIC X(02).
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL_NUMBER         002010A'.
           05  FILLER                  PIC X(27)
               VALUE 'FINANCE_ID          014012A'.
           05  FILLER                  PIC X(27)
               VALUE 'LENDER              028005A'.
           05  FILLER                  PIC X(27)
               VALUE 'DELIVERY_DATE       035010A'.
           05  FILLER                  PIC X(27)
               VALUE 'SENT_DATE           047010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                059004N'.
           05  FILLER                  PIC X(27)
               VALUE 'BUCKET              065006A'.
           05  FILLER                  PIC X(27)
               VALUE 'EXPECTED            073014N'.
           05  FILLER                  PIC X(27)
               VALUE 'RECEIVED            088014N'.
           05  FILLER                  PIC X(27)
               VALUE 'STATUS              104002A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-BUCKET-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTCIT00: ERROR OPENING SYSPRINT - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTCIT00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-DETAIL-COUNT
           .
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
               DISPLAY 'RPTCIT00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTCIT00: ERROR CLOSING SYSPRINT - '
