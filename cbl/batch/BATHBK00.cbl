      *                  HOLDBACK FOR ITS MODEL (STATUS AC) - THE    *
      *                  FIXED AMOUNT WHEN SET, OTHERWISE INVOICE    *
      *                  TIMES HOLDBACK_PCT, THE SAME RULE COMPRCL0  *
      *                  USES. WHEN THE OEM INVOICE FOR THE VIN HAS  *
      *                  BEEN LOADED, ITS HOLDBACK IS USED INSTEAD.  *
      *               2. STATEMENT - THE OEM'S QUARTERLY HOLDBACK    *
      *                  STATEMENT FILE IS AUTO-MATCHED BY VIN:      *
      *                  PAID IN FULL GOES PD, UNDERPAID GOES SH     *
      *             AUTOSALE.SALES_DEAL          (READ)              *
      *             AUTOSALE.VEHICLE             (READ)              *
      *             AUTOSALE.PRICE_MASTER        (READ)              *
      *             AUTOSALE.OEM_VEH_INVOICE     (READ)              *
      *                                                              *
      * OUTPUT:     HBKRPT DD - RECONCILIATION REPORT (132 CHARS)    *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  ACCRUE THE OEM VIN INVOICE HOLDBACK WHEN IT    *
      *               HAS BEEN LOADED                                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               SELECT S.VIN
                    , S.DEAL_NUMBER
                    , S.DEALER_CODE
                    , COALESCE(
                          ( SELECT I.HOLDBACK_AMT
                            FROM   AUTOSALE.OEM_VEH_INVOICE I
                            WHERE  I.VIN = S.VIN )
                        , CASE WHEN P.HOLDBACK_AMT > 0
                               THEN P.HOLDBACK_AMT
                               ELSE P.INVOICE_PRICE
                                    * P.HOLDBACK_PCT END)
                    , CURRENT DATE
                    , 'AC'
                    , CURRENT TIMESTAMP
