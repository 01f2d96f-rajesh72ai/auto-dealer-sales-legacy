      *             AUTOSALE.MODEL_MASTER   (READ)                   *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-MD-CELLS             PIC X(96) VALUE SPACES.
           05  WS-MD-ROW-TOTAL         PIC Z(5)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DEALER_NAME         008020A'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_01_UNITS      028006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_02_UNITS      037006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_03_UNITS      046006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_04_UNITS      055006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_05_UNITS      064006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_06_UNITS      073006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_07_UNITS      082006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_08_UNITS      091006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_09_UNITS      100006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_10_UNITS      109006N'.
           05  FILLER                  PIC X(27)
               VALUE 'ROW_TOTAL           124006N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-MATRIX-COL-TOTALS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTWKL00: ERROR OPENING REPORT FILE'
           END-IF
      *
           MOVE 'RPTWKL00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *
               WRITE REPORT-RECORD FROM WS-MATRIX-DETAIL
                   AFTER ADVANCING 1
               PERFORM 8900-WRITE-DATA-ROW
               ADD +1 TO WS-LINE-COUNT
           END-PERFORM
      *
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-MD-DEALER-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-MATRIX-DETAIL TO WS-DLM-LINE
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
               DISPLAY 'RPTWKL00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTWKL00: ERROR CLOSING REPORT FILE'
           END-IF
