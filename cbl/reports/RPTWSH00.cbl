      *             AS OF THE RUN. SALRCP00 GIVES THE SAME RECAP     *
      *             ONLINE FOR A SINGLE DEAL.                         *
      *                                                              *
      * INPUT:      RPTPARM DD - OPTIONAL DELIVERY DATE RANGE AND    *
      *             DEALER FROM AN ONLINE REPORT REQUEST (COMRPPL0). *
      *             RANGE DEFAULTS TO THE CURRENT MONTH TO DATE,     *
      *             DEALER TO ALL DEALERS                            *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_DEAL        (READ)                *
      *             AUTOSALE.CUSTOMER          (READ)                *
      *             AUTOSALE.SYSTEM_CONFIG     (READ)                *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      *   2026-10-15  DATE RANGE AND DEALER FROM THE RPTPARM CARD    *
      *               VIA COMRPPL0                                   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PARM-AREA.
           05  WS-FROM-DATE           PIC X(10) VALUE SPACES.
           05  WS-TO-DATE             PIC X(10) VALUE SPACES.
           05  WS-PARM-DEALER-CODE    PIC X(05) VALUE SPACES.
      *
      *    CURRENT DATE
      *
           05  WS-RL-LABEL            PIC X(28).
           05  WS-RL-AMOUNT           PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(84) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'LABEL               006028A'.
           05  FILLER                  PIC X(27)
               VALUE 'AMOUNT              034015N'.
      *
           COPY WSDLMOUT.
      *
           COPY WSRPTPRM.
      *
       01  WS-GRAND-LINE.
           05  FILLER                 PIC X(01) VALUE SPACES.
               WHERE  S.DEAL_STATUS = 'DL'
                 AND  S.DELIVERY_DATE >= :WS-FROM-DATE
                 AND  S.DELIVERY_DATE <= :WS-TO-DATE
                 AND  (S.DEALER_CODE = :WS-PARM-DEALER-CODE
                  OR   :WS-PARM-DEALER-CODE = '     ')
               ORDER BY S.DEALER_CODE, S.DEAL_NUMBER
           END-EXEC
      *
           DISPLAY 'RPTWSH00: DEAL WASHOUT RECAP - START'
      *
           PERFORM 1000-INITIALIZE
      *
           IF WS-RPP-RETURN-CODE > +4
               DISPLAY 'RPTWSH00: ' WS-RPP-RETURN-MSG
               MOVE +8 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
      *
      *    ON-DEMAND RUN PARAMETERS
      *
           MOVE 'RPTWSH00' TO WS-RPP-REPORT-ID
           CALL 'COMRPPL0' USING WS-RPP-REQUEST
                                 WS-RPP-RESULT
           IF WS-RPP-CARD-READ
               DISPLAY WS-RPP-RETURN-MSG
               MOVE WS-RPP-FROM-DATE   TO WS-FROM-DATE
               MOVE WS-RPP-TO-DATE     TO WS-TO-DATE
               MOVE WS-RPP-DEALER-CODE TO WS-PARM-DEALER-CODE
           END-IF
      *
      *    DEFAULT RANGE = CURRENT MONTH TO DATE
      *
           IF WS-FROM-DATE = SPACES
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTWSH00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTWSH00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
           MOVE WS-HV-FRONT-GROSS TO WS-RL-AMOUNT
           WRITE REPORT-RECORD FROM WS-RECAP-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'NON-INVOICE VIN COSTS (-)' TO WS-RL-LABEL
           MOVE WS-HV-OTHER-COSTS TO WS-RL-AMOUNT
           WRITE REPORT-RECORD FROM WS-RECAP-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'F&I PRODUCT GROSS' TO WS-RL-LABEL
           MOVE WS-HV-FI-GROSS TO WS-RL-AMOUNT
           WRITE REPORT-RECORD FROM WS-RECAP-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'F&I CHARGEBACKS (-)' TO WS-RL-LABEL
           MOVE WS-HV-CHARGEBACKS TO WS-RL-AMOUNT
           WRITE REPORT-RECORD FROM WS-RECAP-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'INCENTIVES APPLIED' TO WS-RL-LABEL
           MOVE WS-HV-INCENTIVES TO WS-RL-AMOUNT
           WRITE REPORT-RECORD FROM WS-RECAP-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'COMMISSION (-)' TO WS-RL-LABEL
           MOVE WS-COMM-AMOUNT TO WS-RL-AMOUNT
           WRITE REPORT-RECORD FROM WS-RECAP-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'WASHOUT NET' TO WS-RL-LABEL
           MOVE WS-WASHOUT-NET TO WS-RL-AMOUNT
           WRITE REPORT-RECORD FROM WS-RECAP-LINE
               AFTER ADVANCING 2
           PERFORM 8900-WRITE-DATA-ROW
      *
           ADD +10 TO WS-LINE-COUNT
           .
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER TO WS-DLM-DEALER-CODE
           MOVE WS-RECAP-LINE TO WS-DLM-LINE
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
               DISPLAY 'RPTWSH00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTWSH00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
