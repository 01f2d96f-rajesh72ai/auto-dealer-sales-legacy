      *             AUTOSALE.PRICE_MASTER    (READ)                  *
      *             AUTOSALE.MODEL_MASTER    (READ)                  *
      *             AUTOSALE.EXCEPTION_QUEUE (READ/UPDATE)           *
      *             AUTOSALE.USED_PRICE      (READ)                  *
      *                                                              *
      * OUTPUT:     STICKER DD - STICKER PRINT FILE (132 CHARS)      *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *               DISCLOSURE LINE FOR ANY UNIT WITH THE DAMAGE   *
      *               FLAG SET (STKDMG00 CATASTROPHE EVENTS AND      *
      *               STKADJT0 DAMAGE ADJUSTMENTS)                    *
      *   2026-10-15  USED-CAR ADDENDUM PRINTS THE CURRENT ASKING    *
      *               PRICE (USED_PRICE - SET AT FRONT-LINE READY,   *
      *               MARKED DOWN BY BATUMD00, CHANGED IN VEHUPR00)  *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-HV-PRICE.
           05  WS-HV-MSRP              PIC S9(09)V99 COMP-3.
           05  WS-HV-DEST-FEE          PIC S9(05)V99 COMP-3.
           05  WS-HV-ASKING-PRICE      PIC S9(09)V99 COMP-3.
      *
      *    OPTION HOST VARIABLES
      *
           05  FILLER                  PIC X(07) VALUE ' ODO: '.
           05  WS-SV-ODO              PIC Z(6)9.
           05  FILLER                  PIC X(57) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'YEAR                002004N'.
           05  FILLER                  PIC X(27)
               VALUE 'MAKE                007003A'.
           05  FILLER                  PIC X(27)
               VALUE 'MODEL_NAME          011040A'.
           05  FILLER                  PIC X(27)
               VALUE 'COLOR               059003A'.
           05  FILLER                  PIC X(27)
               VALUE 'ODO                 069007N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-STK-PRICE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               DISPLAY 'RPTSTK00: ERROR OPENING STICKER - '
                       WS-STICKER-STATUS
           END-IF
      *
           MOVE 'RPTSTK00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
           MOVE WS-HV-EXT-COLOR TO WS-SV-COLOR
           MOVE WS-HV-ODOMETER TO WS-SV-ODO
           WRITE STICKER-RECORD FROM WS-STK-VEH-LINE
           PERFORM 8900-WRITE-DATA-ROW
      *
           IF WS-IS-NEW-UNIT = 'Y'
               MOVE 'BASE MSRP                     '
               ADD +1 TO WS-ADDENDUM-COUNT
               PERFORM 5500-PRINT-DAMAGE-DISCLOSURE
               PERFORM 5600-PRINT-CPO-DESIGNATION
               PERFORM 5700-PRINT-ASKING-PRICE
           END-IF
      *
      *    RESOLVE THE REPRINT QUEUE ENTRY WHEN THIS PRINT CAME
           .
      *
      ****************************************************************
      *    5700-PRINT-ASKING-PRICE - A PRICED USED UNIT CARRIES ITS  *
      *    CURRENT ASKING PRICE ON THE ADDENDUM                      *
      ****************************************************************
       5700-PRINT-ASKING-PRICE.
      *
           MOVE +0 TO WS-HV-ASKING-PRICE
      *
           EXEC SQL
               SELECT ASKING_PRICE
               INTO  :WS-HV-ASKING-PRICE
               FROM  AUTOSALE.USED_PRICE
               WHERE VIN = :WS-HV-VIN
           END-EXEC
      *
           IF SQLCODE = +0
               MOVE 'ASKING PRICE                  '
                   TO WS-SP-LABEL
               MOVE WS-HV-ASKING-PRICE TO WS-SP-AMOUNT
               WRITE STICKER-RECORD FROM WS-STK-PRICE-LINE
           END-IF
           .
      *
      ****************************************************************
      *    6000-RESOLVE-REPRINT                                      *
      ****************************************************************
       6000-RESOLVE-REPRINT.
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-HV-DEALER-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-STK-VEH-LINE TO WS-DLM-LINE
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
               DISPLAY 'RPTSTK00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE STICKER-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           IF WS-STICKER-STATUS NOT = '00'
               DISPLAY 'RPTSTK00: ERROR CLOSING STICKER - '
