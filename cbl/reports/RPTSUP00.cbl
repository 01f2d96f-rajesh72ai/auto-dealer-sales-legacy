      *             AUTOSALE.SALESPERSON        (READ)               *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *               A DRILL-DOWN SECTION BREAKS SALES OUT BY       *
      *               SALESPERSON AND INVENTORY/F&I OUT BY MODEL     *
      *               LINE.                                          *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-K1-LABEL2           PIC X(25).
           05  WS-K1-VALUE2           PIC X(20).
           05  FILLER                  PIC X(30) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'LABEL1              008025A'.
           05  FILLER                  PIC X(27)
               VALUE 'VALUE1              033020A'.
           05  FILLER                  PIC X(27)
               VALUE 'LABEL2              058025A'.
           05  FILLER                  PIC X(27)
               VALUE 'VALUE2              083020A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-KPI-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTSUP00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTSUP00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
           MOVE WS-FMT-AMOUNT TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    ROW 2: USED UNITS / USED REVENUE
      *
           MOVE WS-FMT-AMOUNT TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    ROW 3: LEASE UNITS / TOTAL GROSS
      *
           MOVE WS-FMT-AMOUNT TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    ROW 4: TOTAL UNITS / TOTAL REVENUE
      *
           MOVE WS-FMT-AMOUNT TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    === SECTION 2: INVENTORY ===
      *
           MOVE WS-FMT-AMOUNT TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    ROW 2: AVG DAYS / AGED COUNT
      *
           MOVE WS-FMT-UNITS TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    === SECTION 3: F&I ===
      *
           MOVE WS-FMT-AMOUNT TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    ROW 2: PENETRATION PCT / AVG PER DEAL
      *
           MOVE WS-FMT-AMOUNT TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    === SECTION 4: WARRANTY ===
      *
           MOVE WS-FMT-UNITS TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
      *    === SECTION 5: REGISTRATION ===
      *
           MOVE WS-FMT-UNITS TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
      *
           MOVE 'Rejected/Errors:     ' TO WS-K1-LABEL1
           MOVE WS-KR-REJECTED TO WS-FMT-UNITS
           MOVE SPACES TO WS-K1-VALUE2
           WRITE REPORT-RECORD FROM WS-KPI-LINE-1
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           .
      *
      ****************************************************************
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-KPI-LINE-1 TO WS-DLM-LINE
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
               DISPLAY 'RPTSUP00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTSUP00: ERROR CLOSING REPORT FILE - '
