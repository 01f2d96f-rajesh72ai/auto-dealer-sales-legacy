      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             OUTFILE  DD - FLAT FILE FOR SUBMISSION            *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *               OEM'S ACKNOWLEDGMENT OR REJECTION CAN LATER    *
      *               BE RECORDED AGAINST THE SUBMISSION VIA         *
      *               MFGACK00.                                      *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-INCENT-AMT       PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'VIN                 002017A'.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL_DATE           026010A'.
           05  FILLER                  PIC X(27)
               VALUE 'STATE               037002A'.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                040004A'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_CODE          045006A'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_DESC          052020A'.
           05  FILLER                  PIC X(27)
               VALUE 'DEAL_TYPE           073002A'.
           05  FILLER                  PIC X(27)
               VALUE 'SALE_PRICE          076014N'.
           05  FILLER                  PIC X(27)
               VALUE 'INCENT_CODE         091010A'.
           05  FILLER                  PIC X(27)
               VALUE 'INCENT_AMT          102014N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SUMMARY-HDR.
           05  FILLER                  PIC X(01) VALUE SPACES.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RPTMFG00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTMFG00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS NOT = '00'
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
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
           MOVE WS-DL-DEALER TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTMFG00: DATA FILE - ' WS-DLM-RETURN-MSG
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
           CLOSE OUT-FILE
           .
      ****************************************************************
