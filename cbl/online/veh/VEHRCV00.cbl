      *               QUEUED AS VINMIS (ADVISORY - RECEIVING IS NOT  *
      *               BLOCKED) AND A MISSING ENGINE_NUM IS FILLED    *
      *               FROM THE DECODE.                               *
      *   2026-10-15  RECEIPT INVOICE COST TAKEN FROM THE OEM VIN    *
      *               INVOICE (OEM_VEH_INVOICE) WHEN IT IS LOADED    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
      ****************************************************************
      *    7400-POST-RECEIPT-COSTS - SEED THE VIN COST LEDGER        *
      *                (INVOICE FROM THE OEM VIN INVOICE WHEN        *
      *                LOADED, ELSE PRICE_MASTER; PACK FROM          *
      *                SYSTEM_CONFIG VEHCST_PACK_AMT)                *
      ****************************************************************
       7400-POST-RECEIPT-COSTS.
                    )
               SELECT V.VIN
                    , 'IN'
                    , COALESCE(
                          ( SELECT I.BASE_INVOICE + I.OPTIONS_AMT
                            FROM   AUTOSALE.OEM_VEH_INVOICE I
                            WHERE  I.VIN = V.VIN )
                        , P.INVOICE_PRICE)
                    , 'FACTORY INVOICE AT RECEIVING'
                    , 'VEHRCV00'
                    , CURRENT TIMESTAMP
