      *            CALCULATES ALL PRICING COMPONENTS FOR A VEHICLE   *
      *            INCLUDING MSRP, INVOICE, HOLDBACK, GROSS PROFIT   *
      *            AND COMPLETE DEAL PRICING WITH TAX.                *
      *            WHEN A VIN IS PASSED AND THE OEM INVOICE FOR IT   *
      *            HAS BEEN LOADED (OEM_VEH_INVOICE), THE VIN'S OWN  *
      *            INVOICE AND HOLDBACK REPLACE THE MODEL FIGURES.   *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMPRCL0' USING LK-PRC-INPUT-AREA                   *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-10-15  USE OEM VIN INVOICE AND HOLDBACK WHEN LOADED   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-MARGIN-PCT      PIC S9(03)V99 COMP-3 VALUE 0.
           05  WS-CALC-HOLDBACK   PIC S9(07)V99 COMP-3 VALUE 0.
      *
      *    OEM INVOICE FOR THE VIN (FROM THE EDI 810 LOAD)
      *
       01  WS-OEM-INVOICE-WORK.
           05  WS-OEM-TOTAL-INV   PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-OEM-HOLDBACK    PIC S9(07)V99 COMP-3 VALUE 0.
      *
      *    VEHICLE LOOKUP WORK FIELDS
      *
       01  WS-VEHICLE-WORK.
           COMPUTE WS-DEALER-COST =
               WS-TOTAL-INVOICE - WS-CALC-HOLDBACK
      *
      *    THE FACTORY INVOICE FOR THIS VIN OVERRIDES THE MODEL COST
      *
           IF LK-PRC-VIN NOT = SPACES
               PERFORM 4100-APPLY-OEM-INVOICE
           END-IF
      *
      *    POPULATE RESULT FIELDS COMMON TO ALL FUNCTIONS
      *
           MOVE WS-VEH-MODEL-YEAR TO LK-RES-MODEL-YEAR
           EXIT.
      *
      *---------------------------------------------------------------*
      * 4100 - APPLY THE OEM INVOICE LOADED FOR THE VIN, IF ANY        *
      *---------------------------------------------------------------*
       4100-APPLY-OEM-INVOICE.
      *
           EXEC SQL
                SELECT TOTAL_INVOICE
                     , HOLDBACK_AMT
                INTO  :WS-OEM-TOTAL-INV
                     , :WS-OEM-HOLDBACK
                FROM   AUTOSALE.OEM_VEH_INVOICE
                WHERE  VIN = :LK-PRC-VIN
           END-EXEC
      *
           IF SQLCODE = +0
               MOVE WS-OEM-TOTAL-INV TO WS-TOTAL-INVOICE
               MOVE WS-OEM-HOLDBACK  TO WS-HOLDBACK-AMT
               MOVE WS-OEM-HOLDBACK  TO WS-CALC-HOLDBACK
               COMPUTE WS-DEALER-COST =
                   WS-TOTAL-INVOICE - WS-CALC-HOLDBACK
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 5000 - MSRP: RETURN TOTAL STICKER PRICE                       *
      *---------------------------------------------------------------*
       5000-CALCULATE-MSRP.
