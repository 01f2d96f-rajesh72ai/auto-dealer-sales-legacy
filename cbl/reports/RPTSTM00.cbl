      *             AUTOSALE.SALES_DEAL        (READ)                *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED STATEMENT (132 CHARS)      *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * NOTE:       DEALER.STATEMENT_BALANCE/STATEMENT_LAST_RUN ARE  *
      *             NEW COLUMNS CARRYING THE RUNNING BALANCE FORWARD *
      *   2026-08-09  F&I CHARGEBACKS NOW SOURCED FROM THE REAL      *
      *               FI_CHARGEBACK TABLE INSTEAD OF THE STUBBED     *
      *               FI_DEAL_PRODUCT.CHARGEBACK_AMOUNT COLUMN.      *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-AMOUNT            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(71) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'LABEL               006040A'.
           05  FILLER                  PIC X(27)
               VALUE 'AMOUNT              048014N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-STM-RULE-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTSTM00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTSTM00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
           MOVE WS-HV-SNAP-UNITS TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-STM-LINE-ITEM
               AFTER ADVANCING 2
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'VEHICLE GROSS PROFIT' TO WS-SL-LABEL
           MOVE WS-HV-SNAP-GROSS TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-STM-LINE-ITEM
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'F&I GROSS PROFIT' TO WS-SL-LABEL
           MOVE WS-HV-SNAP-FNI TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-STM-LINE-ITEM
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'FLOOR PLAN INTEREST CHARGED' TO WS-SL-LABEL
           MOVE WS-HV-FP-INTEREST TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-STM-LINE-ITEM
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           IF WS-HV-FNI-CHARGEBACK > +0
               MOVE 'F&I CHARGEBACKS' TO WS-SL-LABEL
               MOVE WS-HV-FNI-CHARGEBACK TO WS-SL-AMOUNT
               WRITE REPORT-RECORD FROM WS-STM-LINE-ITEM
                   AFTER ADVANCING 1
               PERFORM 8900-WRITE-DATA-ROW
           END-IF
      *
           COMPUTE WS-TOTAL-CHARGES =
           MOVE WS-HV-BEGIN-BALANCE TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-STM-LINE-ITEM
               AFTER ADVANCING 2
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'PLUS CHARGES THIS PERIOD' TO WS-SL-LABEL
           MOVE WS-TOTAL-CHARGES TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-STM-LINE-ITEM
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           COMPUTE WS-HV-END-BALANCE =
               WS-HV-BEGIN-BALANCE + WS-TOTAL-CHARGES
           MOVE WS-HV-END-BALANCE TO WS-SL-AMOUNT
           WRITE REPORT-RECORD FROM WS-STM-LINE-ITEM
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           PERFORM 4500-UPDATE-BALANCE
           .
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-HV-DLR-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-STM-LINE-ITEM TO WS-DLM-LINE
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
               DISPLAY 'RPTSTM00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTSTM00: ERROR CLOSING REPORT FILE'
           END-IF
