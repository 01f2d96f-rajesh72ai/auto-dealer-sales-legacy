      * MFS MOD:  ASFPLA00                                           *
      * TABLES:   AUTOSALE.FLOOR_PLAN_VEHICLE (INSERT)               *
      *           AUTOSALE.VEHICLE            (READ)                  *
      *           AUTOSALE.OEM_VEH_INVOICE    (READ)                 *
      *           AUTOSALE.DEALER             (READ)                  *
      *           AUTOSALE.LENDER             (READ)                  *
      * CALLS:    COMVALD0 - VIN VALIDATION                          *
      *               (FLOOR_PLAN_LENDER.CREDIT_LINE_AMT) IS BLOCKED  *
      *               UNLESS A LOGGED MANAGER OVERRIDE ACCOMPANIES    *
      *               THE ADD (SEE 4700)                              *
      *   2026-10-15  ADVANCE IS THE OEM VIN INVOICE                 *
      *               (OEM_VEH_INVOICE) WHEN LOADED, ELSE THE        *
      *               VEHICLE INVOICE PRICE                          *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-HV-VEHICLE.
           05  WS-HV-VEH-VIN            PIC X(17).
           05  WS-HV-VEH-MODEL-YEAR     PIC S9(04) COMP.
           05  WS-HV-VEH-YEAR-DSP       PIC 9(04).
           05  WS-HV-VEH-MAKE           PIC X(03).
           05  WS-HV-VEH-MODEL          PIC X(06).
           05  WS-HV-VEH-INVOICE-PRICE  PIC S9(09)V99 COMP-3.
      *
      ****************************************************************
      *    4000-LOOKUP-VEHICLE - READ VEHICLE AND INVOICE PRICE      *
      *    (THE OEM INVOICE FOR THE VIN WHEN IT HAS BEEN LOADED)     *
      ****************************************************************
       4000-LOOKUP-VEHICLE.
      *
                    , V.MODEL_YEAR
                    , V.MAKE_CODE
                    , V.MODEL_CODE
                    , COALESCE(
                          ( SELECT I.TOTAL_INVOICE
                            FROM   AUTOSALE.OEM_VEH_INVOICE I
                            WHERE  I.VIN = V.VIN )
                        , V.INVOICE_PRICE)
                    , V.VEHICLE_STATUS
                    , V.DEALER_CODE
               INTO  :WS-HV-VEH-VIN
      *
      *    FORMAT VEHICLE DESCRIPTION
      *
           MOVE WS-HV-VEH-MODEL-YEAR TO WS-HV-VEH-YEAR-DSP
           STRING WS-HV-VEH-YEAR-DSP   ' '
                  WS-HV-VEH-MAKE       ' '
                  WS-HV-VEH-MODEL
                  DELIMITED BY SIZE
