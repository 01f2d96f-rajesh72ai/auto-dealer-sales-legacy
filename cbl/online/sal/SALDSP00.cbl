      *               UP - BODY ACTION CODE SELECTS:                 *
      *                    C = ADD A RECONDITIONING COST LINE AND    *
      *                        ROLL IT INTO RECON_TOTAL.             *
      *                    S = RECORD THE SALE: BUYER, DATE,         *
      *                        PROCEEDS AND ANY SELLING FEES         *
      *                        (AUCTION/WHOLESALE, BODY POS 125,     *
      *                        OPTIONAL). COMPUTES REALIZED          *
      *                        GAIN/LOSS = PROCEEDS - FEES - ACV -   *
      *                        RECON TOTAL AND CLOSES THE RECORD     *
      *                        (SD).                                 *
      *               IQ - INQUIRE ON A TRADE DISPOSITION.           *
      *                                                              *
      * CALLS:      COMLGEL0 - AUDIT LOG ENTRY                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-10-15  SELLING FEES CAPTURED ON THE SALE AND NETTED    *
      *               OUT OF GAIN/LOSS (SALE_FEES)                   *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-DI-SALE-DATE     PIC X(10).
           05  WS-DI-AMOUNT        PIC X(12).
           05  WS-DI-COST-DESC     PIC X(60).
           05  WS-DI-SALE-FEES     PIC X(12).
      *
      *    OUTPUT LAYOUT
      *
               10  FILLER           PIC X(13)
                   VALUE '  PROCEEDS:  '.
               10  WS-DO-PROCEEDS  PIC $$$,$$$,$$9.99.
               10  FILLER           PIC X(08)
                   VALUE '  FEES: '.
               10  WS-DO-FEES      PIC $$$,$$9.99.
               10  FILLER           PIC X(04) VALUE SPACES.
           05  WS-DO-GAIN-LINE.
               10  FILLER           PIC X(16)
                   VALUE 'GAIN/LOSS:      '.
           05  WS-RETURN-CODE      PIC S9(04) COMP VALUE +0.
           05  WS-TRADE-ID-NUM     PIC S9(09) COMP VALUE +0.
           05  WS-AMOUNT-NUM       PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-FEES-NUM         PIC S9(07)V99 COMP-3 VALUE +0.
           05  WS-DSP-EXISTS       PIC X(01) VALUE 'N'.
               88  WS-DSP-FOUND              VALUE 'Y'.
               88  WS-DSP-NOT-FOUND          VALUE 'N'.
               MOVE WS-INP-BODY(43:10) TO WS-DI-SALE-DATE
               MOVE WS-INP-BODY(53:12) TO WS-DI-AMOUNT
               MOVE WS-INP-BODY(65:60) TO WS-DI-COST-DESC
               MOVE WS-INP-BODY(125:12) TO WS-DI-SALE-FEES
           END-IF
      *
           IF WS-RETURN-CODE = +0
                    , COALESCE(SALE_PROCEEDS, 0)
                    , RECON_TOTAL
                    , COALESCE(GAIN_LOSS, 0)
                    , SALE_FEES
               INTO   :TRADE-ID      OF DCLTRADE-DISPOSITION
                    , :DISP-CHANNEL
                    , :DISP-STATUS
                    , :SALE-PROCEEDS
                    , :RECON-TOTAL
                    , :GAIN-LOSS
                    , :SALE-FEES
               FROM   AUTOSALE.TRADE_DISPOSITION
               WHERE  TRADE_ID = :WS-TRADE-ID-NUM
           END-EXEC
                   TO WS-ERROR-MSG
               GO TO 6000-EXIT
           END-IF
      *
           MOVE +0 TO WS-FEES-NUM
           IF WS-DI-SALE-FEES NOT = SPACES
               COMPUTE WS-FEES-NUM =
                   FUNCTION NUMVAL(WS-DI-SALE-FEES)
           END-IF
      *
           IF WS-FEES-NUM < +0
           OR WS-FEES-NUM NOT < WS-AMOUNT-NUM
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'SELLING FEES MUST BE 0 OR MORE AND BELOW PROCEEDS'
                   TO WS-ERROR-MSG
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-DI-SALE-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-DI-SALE-DATE
           END-IF
      *
      *    REALIZED GAIN/LOSS - PROCEEDS NET OF SELLING FEES VERSUS
      *    ACV PLUS RECONDITIONING
      *
           COMPUTE GAIN-LOSS =
               WS-AMOUNT-NUM - WS-FEES-NUM - ACV-AMOUNT - RECON-TOTAL
      *
           IF WS-DI-BUYER-NAME = SPACES
               MOVE SPACES TO BUYER-NAME-TX
                    , BUYER_NAME    = :BUYER-NAME
                    , SALE_DATE     = :WS-DI-SALE-DATE
                    , SALE_PROCEEDS = :WS-AMOUNT-NUM
                    , SALE_FEES     = :WS-FEES-NUM
                    , GAIN_LOSS     = :GAIN-LOSS
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  TRADE_ID = :WS-TRADE-ID-NUM
      *
           MOVE 'SD' TO DISP-STATUS
           MOVE WS-AMOUNT-NUM TO SALE-PROCEEDS
           MOVE WS-FEES-NUM TO SALE-FEES
           MOVE WS-DI-SALE-DATE TO SALE-DATE
      *
           PERFORM 7000-WRITE-AUDIT-LOG
           MOVE ACV-AMOUNT TO WS-DO-ACV
           MOVE RECON-TOTAL TO WS-DO-RECON
           MOVE SALE-PROCEEDS TO WS-DO-PROCEEDS
           MOVE SALE-FEES TO WS-DO-FEES
           MOVE GAIN-LOSS TO WS-DO-GAIN-LOSS
           MOVE BUYER-NAME-TX(1:39) TO WS-DO-BUYER
      *
