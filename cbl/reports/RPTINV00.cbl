      *             BY BODY STYLE AND BY MODEL. HIGHLIGHTS AGED      *
      *             STOCK (90+ DAYS WITH ASTERISK FLAG).             *
      *                                                              *
      * INPUT:      DEALER CODE (OPTIONAL, ALL IF BLANK) - FROM THE  *
      *             RPTPARM CARD OF AN ONLINE REPORT REQUEST         *
      *             (COMRPPL0)                                       *
      *                                                              *
      * TABLES:     AUTOSALE.VEHICLE        (READ)                   *
      *             AUTOSALE.DEALER         (READ)                   *
      *             AUTOSALE.PRICE_MASTER   (READ)                   *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *                CROSS-REFERENCES AGED (90+ DAY) UNITS AGAINST *
      *                PRICE_MASTER TO FLAG UNITS WHOSE MODEL YEAR   *
      *                IS ALREADY SUPERSEDED OR IS EXPIRING SOON.    *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      *   2026-10-15  DEALER CODE NOW TAKEN FROM THE RPTPARM CARD    *
      *               VIA COMRPPL0 (WAS NEVER SET)                   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-MDD-AVG-DAYS        PIC Z(4)9.
           05  FILLER                  PIC X(42) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'CODE                006006A'.
           05  FILLER                  PIC X(27)
               VALUE 'DESC                013025A'.
           05  FILLER                  PIC X(27)
               VALUE 'COUNT               039006N'.
           05  FILLER                  PIC X(27)
               VALUE 'INVOICE             049015N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVG_DAYS            068005N'.
      *
           COPY WSDLMOUT.
      *
           COPY WSRPTPRM.
      *
       01  WS-CLEARANCE-COL-HDR.
           05  FILLER                  PIC X(05) VALUE SPACES.
           DISPLAY 'RPTINV00: INVENTORY STATUS REPORT - START'
      *
           PERFORM 1000-INITIALIZE
      *
           IF WS-RPP-RETURN-CODE > +4
               DISPLAY 'RPTINV00: ' WS-RPP-RETURN-MSG
               MOVE +8 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               TO WS-CURRENT-DATE-DATA
           STRING WS-CURR-YYYY '-' WS-CURR-MM '-' WS-CURR-DD
                  DELIMITED BY SIZE INTO WS-CURR-DATE-FMT
      *
      *    ON-DEMAND RUN PARAMETERS - BLANK DEALER = ALL DEALERS
      *
           MOVE 'RPTINV00' TO WS-RPP-REPORT-ID
           CALL 'COMRPPL0' USING WS-RPP-REQUEST
                                 WS-RPP-RESULT
           IF WS-RPP-CARD-READ
               DISPLAY WS-RPP-RETURN-MSG
               MOVE WS-RPP-DEALER-CODE TO WS-PARM-DEALER-CODE
           END-IF
      *
           INITIALIZE WS-GRAND-BUCKETS
           MOVE +0 TO WS-GRAND-TOTAL-UNITS
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTINV00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTINV00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *
                   WRITE REPORT-RECORD FROM WS-MODEL-DETAIL
                       AFTER ADVANCING 1
                   PERFORM 8900-WRITE-DATA-ROW
                   ADD +1 TO WS-LINE-COUNT
               ELSE
                   SET WS-END-OF-DATA TO TRUE
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DLR-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-MODEL-DETAIL TO WS-DLM-LINE
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
               DISPLAY 'RPTINV00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTINV00: ERROR CLOSING REPORT FILE'
           END-IF
