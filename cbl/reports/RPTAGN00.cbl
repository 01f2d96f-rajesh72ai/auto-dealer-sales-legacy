      *             91-120, 120+ DAYS. SUBTOTALS PER DEALER PER AGE *
      *             BUCKET. GRAND TOTALS WITH AGING DISTRIBUTION.    *
      *                                                              *
      * INPUT:      RPTPARM DD - OPTIONAL DEALER CODE FROM AN ONLINE *
      *                      REPORT REQUEST (COMRPPL0); ALL IN-STOCK *
      *                      VEHICLES FOR ALL DEALERS WITHOUT ONE    *
      *                                                              *
      * TABLES:     AUTOSALE.VEHICLE        (READ)                   *
      *             AUTOSALE.DEALER         (READ)                   *
      *             AUTOSALE.FLOOR_PLAN_VEHICLE (READ)               *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      *   2026-10-15  ONE DEALER ON REQUEST - RPTPARM CARD READ VIA  *
      *               COMRPPL0                                       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-AGED-FLAG        PIC X(01).
           05  FILLER                  PIC X(18) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'VIN                 002017A'.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                021004N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL               027020A'.
           05  FILLER                  PIC X(27)
               VALUE 'COLOR               049003A'.
           05  FILLER                  PIC X(27)
               VALUE 'STOCK_DATE          055010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                067004N'.
           05  FILLER                  PIC X(27)
               VALUE 'BUCKET              073006A'.
           05  FILLER                  PIC X(27)
               VALUE 'INVOICE             081014N'.
           05  FILLER                  PIC X(27)
               VALUE 'CARRYING            096014N'.
           05  FILLER                  PIC X(27)
               VALUE 'AGED_FLAG           111001A'.
      *
           COPY WSDLMOUT.
      *
           COPY WSRPTPRM.
      *
       01  WS-BUCKET-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
               INNER JOIN AUTOSALE.VEHICLE V
                 ON   D.DEALER_CODE = V.DEALER_CODE
               WHERE  V.VEHICLE_STATUS IN ('AV', 'HD')
                 AND  (D.DEALER_CODE = :WS-RPP-DEALER-CODE
                  OR   :WS-RPP-DEALER-CODE = '     ')
               ORDER BY D.DEALER_CODE
           END-EXEC
      *
           DISPLAY 'RPTAGN00: AGED INVENTORY REPORT - START'
      *
           PERFORM 1000-INITIALIZE
      *
           IF WS-RPP-RETURN-CODE > +4
               DISPLAY 'RPTAGN00: ' WS-RPP-RETURN-MSG
               MOVE +8 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
                  INTO WS-REPORT-DATE
      *
           DISPLAY 'RPTAGN00: REPORT DATE = ' WS-REPORT-DATE
      *
      *    ON-DEMAND RUN PARAMETERS - BLANK DEALER = ALL DEALERS
      *
           MOVE 'RPTAGN00' TO WS-RPP-REPORT-ID
           CALL 'COMRPPL0' USING WS-RPP-REQUEST
                                 WS-RPP-RESULT
           IF WS-RPP-CARD-READ
               DISPLAY WS-RPP-RETURN-MSG
           END-IF
      *
           INITIALIZE WS-DEALER-ACCUM
           INITIALIZE WS-GRAND-ACCUM
               DISPLAY 'RPTAGN00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTAGN00' TO WS-DLM-REPORT-ID
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
      *    ACCUMULATE - DEALER
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
               DISPLAY 'RPTAGN00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTAGN00: ERROR CLOSING REPORT FILE - '
