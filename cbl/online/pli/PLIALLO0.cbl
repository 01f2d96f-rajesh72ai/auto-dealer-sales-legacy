      *           REGION MATCHING, CURRENT INVENTORY VS MAX.         *
      *           UPDATES PRODUCTION_ORDER.ALLOCATED_DEALER AND      *
      *           VEHICLE.DEALER_CODE. SETS STATUS TO AL (ALLOCATED).*
      *           WHEN BATTAE00 HAS EARNED TURN-AND-EARN QUOTAS FOR  *
      *           THE MONTH (ALLOC_QUOTA), AUTO-ALLOCATION FILLS     *
      *           THOSE QUOTAS FIRST, LOWEST DAYS SUPPLY FIRST, AND  *
      *           REPORTS ANY SHORTFALL.                             *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    PLAL - ALLOCATION ENGINE                           *
      * CALLS:    COMSTCK0 - STOCK UPDATE (ALOC FUNCTION)            *
      *           AUTOSALE.SYSTEM_CONFIG                              *
      *           AUTOSALE.DEALER                                     *
      *           AUTOSALE.STOCK_POSITION                             *
      *           AUTOSALE.ALLOC_QUOTA                               *
      * CHANGE LOG:                                                  *
      *   2026-08-09  WHEN AUTO-ALLOCATION'S BEST-MATCH DEALER IS AT  *
      *               MAX INVENTORY, NOW LOOKS FOR AN UNDER-CAPACITY  *
      *               ISN'T YET SITTING AT ANY DEALER FOR STKTRN00 TO *
      *               TRANSFER OUT OF. A HUMAN STILL HAS TO ACT ON IT *
      *               VIA A MANUAL (MA) ALLOCATION.                   *
      *   2026-10-15  TURN-AND-EARN - AUTO-ALLOCATION FILLS THE      *
      *               MONTH'S EARNED QUOTAS (ALLOC_QUOTA, BUILT BY   *
      *               BATTAE00) ONE VIN AT A TIME IN DAYS-SUPPLY     *
      *               ORDER AND REPORTS THE UNITS SHORT. UNITS LEFT  *
      *               OVER ONCE EVERY QUOTA IS FILLED GO TO THE      *
      *               PRIORITY ALLOCATION ON THE NEXT AU REQUEST.    *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  FILLER               PIC X(05) VALUE 'MAX: '.
               10  WS-AO-XFER-MAX-INV   PIC Z(04)9.
               10  FILLER               PIC X(18) VALUE SPACES.
           05  WS-AO-TAE-LINE.
               10  FILLER               PIC X(15)
                   VALUE 'QUOTA DEALERS: '.
               10  WS-AO-TAE-DEALERS    PIC Z(03)9.
               10  FILLER               PIC X(04) VALUE SPACES.
               10  FILLER               PIC X(12)
                   VALUE 'UNITS SHORT '.
               10  WS-AO-TAE-SHORT      PIC Z(03)9.
               10  FILLER               PIC X(04) VALUE ' AT '.
               10  WS-AO-TAE-SHORT-DLRS PIC Z(03)9.
               10  FILLER               PIC X(09) VALUE ' DEALERS '.
               10  FILLER               PIC X(06) VALUE 'LEFT: '.
               10  WS-AO-TAE-LEFT       PIC Z(03)9.
               10  FILLER               PIC X(13) VALUE SPACES.
           05  WS-AO-FILLER             PIC X(1090) VALUE SPACES.
      *
      *    STOCK UPDATE CALL FIELDS
      *
           05  WS-DEALER-ON-HAND        PIC S9(04) COMP VALUE +0.
           05  WS-DEALER-MAX-INV        PIC S9(04) COMP VALUE +0.
           05  WS-AUTO-ALLOC-COUNT      PIC S9(04) COMP VALUE +0.
           05  WS-AUTO-COUNT-DSP        PIC 9(04) VALUE ZEROS.
           05  WS-BEST-DEALER           PIC X(05) VALUE SPACES.
           05  WS-BEST-PRIORITY         PIC S9(04) COMP VALUE +9999.
           05  WS-EOF-FLAG              PIC X(01) VALUE 'N'.
           05  WS-XFER-FOUND            PIC X(01) VALUE 'N'.
               88  WS-XFER-SUGGESTED               VALUE 'Y'.
      *
      *    TURN-AND-EARN QUOTA FILL
      *
       01  WS-TAE-FIELDS.
           05  WS-TAE-MONTH             PIC X(07) VALUE SPACES.
           05  WS-TAE-OPEN-QUOTAS       PIC S9(09) COMP VALUE +0.
           05  WS-TAE-REMAIN            PIC S9(04) COMP VALUE +0.
           05  WS-TAE-DLR-FILLED        PIC S9(04) COMP VALUE +0.
           05  WS-TAE-ALLOC-COUNT       PIC S9(04) COMP VALUE +0.
           05  WS-TAE-DEALERS-FILLED    PIC S9(04) COMP VALUE +0.
           05  WS-TAE-SHORT-UNITS       PIC S9(04) COMP VALUE +0.
           05  WS-TAE-SHORT-DEALERS     PIC S9(04) COMP VALUE +0.
           05  WS-TAE-LEFT-OVER         PIC S9(09) COMP VALUE +0.
           05  WS-TAE-COUNT-DSP         PIC 9(04) VALUE ZEROS.
           05  WS-TAE-QTA-EOF           PIC X(01) VALUE 'N'.
               88  WS-TAE-QTA-DONE                 VALUE 'Y'.
           05  WS-TAE-VIN-EOF           PIC X(01) VALUE 'N'.
               88  WS-TAE-VIN-DONE                 VALUE 'Y'.
      *
      *    CURSOR FOR AUTO-ALLOCATION CANDIDATE DEALERS
      *
           EXEC SQL DECLARE CSR_ALLOC_DLR CURSOR FOR
                      , ON_HAND ASC
           END-EXEC
      *
      *    TURN-AND-EARN QUOTAS STILL OPEN THIS MONTH, FASTEST
      *    TURNING STORE FIRST
      *
           EXEC SQL DECLARE CSR_TAE_QUOTA CURSOR FOR
               SELECT Q.DEALER_CODE
                    , Q.EARNED_UNITS - Q.ALLOCATED_UNITS
               FROM   AUTOSALE.ALLOC_QUOTA Q
               INNER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = Q.DEALER_CODE
               WHERE  Q.ALLOC_MONTH = :WS-TAE-MONTH
                 AND  Q.MODEL_YEAR  = :WS-AI-MODEL-YEAR
                 AND  Q.MAKE_CODE   = :WS-AI-MAKE-CODE
                 AND  Q.MODEL_CODE  = :WS-AI-MODEL-CODE
                 AND  Q.EARNED_UNITS > Q.ALLOCATED_UNITS
                 AND  D.DEALER_STATUS = 'A'
                 AND  (D.REGION_CODE = :WS-AI-REGION-CODE
                       OR :WS-AI-REGION-CODE = '    ')
               ORDER BY Q.DAYS_SUPPLY ASC
                      , Q.DAILY_RATE DESC
                      , Q.DEALER_CODE
           END-EXEC
      *
      *    UNALLOCATED PRODUCED UNITS OF THE MODEL
      *
           EXEC SQL DECLARE CSR_TAE_VIN CURSOR FOR
               SELECT VIN
               FROM   AUTOSALE.VEHICLE
               WHERE  VEHICLE_STATUS = 'PR'
                 AND  MODEL_YEAR     = :WS-AI-MODEL-YEAR
                 AND  MAKE_CODE      = :WS-AI-MAKE-CODE
                 AND  MODEL_CODE     = :WS-AI-MODEL-CODE
                 AND  DEALER_CODE    IS NULL
               ORDER BY VIN
           END-EXEC
      *
      *    HOST VARIABLES FOR CURSOR FETCH
      *
       01  WS-HV-ALLOC.
           05  WS-HV-XFER-DEALER        PIC X(05).
           05  WS-HV-XFER-ON-HAND       PIC S9(04) COMP.
           05  WS-HV-XFER-MAX-INV       PIC S9(04) COMP.
      *
       01  WS-HV-TAE.
           05  WS-HV-TAE-DEALER         PIC X(05).
           05  WS-HV-TAE-REMAIN         PIC S9(04) COMP.
           05  WS-HV-TAE-VIN            PIC X(17).
      *
       LINKAGE SECTION.
      *
       5000-AUTO-ALLOCATE.
      *
           MOVE +0 TO WS-AUTO-ALLOC-COUNT
      *
      *    EARNED TURN-AND-EARN QUOTAS ARE FILLED BEFORE PRIORITY
      *
           PERFORM 5100-CHECK-TAE-QUOTA
           IF WS-TAE-OPEN-QUOTAS > +0
               PERFORM 5200-FILL-TAE-QUOTAS THRU 5200-EXIT
               GO TO 5000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_ALLOC_DLR END-EXEC
      *
           MOVE IO-PCB-USER-ID  TO WS-LR-USER-ID
           MOVE 'VEHICLE '      TO WS-LR-ENTITY-TYPE
           MOVE WS-AI-MODEL-CODE TO WS-LR-ENTITY-KEY
           MOVE WS-AUTO-ALLOC-COUNT TO WS-AUTO-COUNT-DSP
           STRING 'AUTO-ALLOCATED '
                  WS-AUTO-COUNT-DSP
                  ' VEHICLES TO DEALER '
                  WS-HV-DEALER-CODE
                  DELIMITED BY SIZE
           MOVE WS-AUTO-ALLOC-COUNT TO WS-AO-AUTO-COUNT
           MOVE WS-HV-DEALER-CODE   TO WS-AO-DEALER
           STRING 'AUTO-ALLOCATED '
                  WS-AUTO-COUNT-DSP
                  ' VEHICLES TO DEALER '
                  WS-HV-DEALER-CODE
                  DELIMITED BY SIZE
           EXIT.
      *
      ****************************************************************
      *    5100-CHECK-TAE-QUOTA - ANY QUOTA STILL OPEN THIS MONTH    *
      ****************************************************************
       5100-CHECK-TAE-QUOTA.
      *
           MOVE +0 TO WS-TAE-OPEN-QUOTAS
           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2)
                  DELIMITED BY SIZE
                  INTO WS-TAE-MONTH
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-TAE-OPEN-QUOTAS
               FROM   AUTOSALE.ALLOC_QUOTA Q
               INNER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = Q.DEALER_CODE
               WHERE  Q.ALLOC_MONTH = :WS-TAE-MONTH
                 AND  Q.MODEL_YEAR  = :WS-AI-MODEL-YEAR
                 AND  Q.MAKE_CODE   = :WS-AI-MAKE-CODE
                 AND  Q.MODEL_CODE  = :WS-AI-MODEL-CODE
                 AND  Q.EARNED_UNITS > Q.ALLOCATED_UNITS
                 AND  D.DEALER_STATUS = 'A'
                 AND  (D.REGION_CODE = :WS-AI-REGION-CODE
                       OR :WS-AI-REGION-CODE = '    ')
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +0 TO WS-TAE-OPEN-QUOTAS
           END-IF
           .
      *
      ****************************************************************
      *    5200-FILL-TAE-QUOTAS - ONE VIN AT A TIME TO EACH OPEN     *
      *    QUOTA IN ORDER UNTIL THE QUOTAS OR THE UNITS RUN OUT      *
      ****************************************************************
       5200-FILL-TAE-QUOTAS.
      *
           MOVE +0 TO WS-TAE-ALLOC-COUNT
                      WS-TAE-DEALERS-FILLED
                      WS-TAE-SHORT-UNITS
                      WS-TAE-SHORT-DEALERS
                      WS-TAE-LEFT-OVER
      *
           EXEC SQL OPEN CSR_TAE_QUOTA END-EXEC
           IF SQLCODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR OPENING ALLOCATION QUOTA CURSOR'
                   TO WS-AO-MSG-TEXT
               GO TO 5200-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_TAE_VIN END-EXEC
           IF SQLCODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR OPENING UNALLOCATED VEHICLE CURSOR'
                   TO WS-AO-MSG-TEXT
               EXEC SQL CLOSE CSR_TAE_QUOTA END-EXEC
               GO TO 5200-EXIT
           END-IF
      *
           MOVE 'N' TO WS-TAE-QTA-EOF
           MOVE 'N' TO WS-TAE-VIN-EOF
      *
           PERFORM UNTIL WS-TAE-QTA-DONE
               EXEC SQL FETCH CSR_TAE_QUOTA
                   INTO  :WS-HV-TAE-DEALER
                        , :WS-HV-TAE-REMAIN
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5210-FILL-DEALER-QUOTA
                   WHEN +100
                       SET WS-TAE-QTA-DONE TO TRUE
                   WHEN OTHER
                       MOVE +12 TO WS-RETURN-CODE
                       MOVE 'DB2 ERROR FETCHING ALLOCATION QUOTAS'
                           TO WS-AO-MSG-TEXT
                       SET WS-TAE-QTA-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_TAE_VIN END-EXEC
           EXEC SQL CLOSE CSR_TAE_QUOTA END-EXEC
      *
           IF WS-RETURN-CODE NOT = +0
               GO TO 5200-EXIT
           END-IF
      *
      *    WHAT IS LEFT WHEN EVERY QUOTA IS FULL GOES BY PRIORITY
      *
           IF WS-TAE-SHORT-UNITS = +0
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-TAE-LEFT-OVER
                   FROM   AUTOSALE.VEHICLE
                   WHERE  VEHICLE_STATUS = 'PR'
                     AND  MODEL_YEAR     = :WS-AI-MODEL-YEAR
                     AND  MAKE_CODE      = :WS-AI-MAKE-CODE
                     AND  MODEL_CODE     = :WS-AI-MODEL-CODE
                     AND  DEALER_CODE    IS NULL
               END-EXEC
           END-IF
      *
           MOVE WS-TAE-ALLOC-COUNT    TO WS-AO-AUTO-COUNT
           MOVE WS-TAE-DEALERS-FILLED TO WS-AO-TAE-DEALERS
           MOVE WS-TAE-SHORT-UNITS    TO WS-AO-TAE-SHORT
           MOVE WS-TAE-SHORT-DEALERS  TO WS-AO-TAE-SHORT-DLRS
           MOVE WS-TAE-LEFT-OVER      TO WS-AO-TAE-LEFT
      *
           IF WS-TAE-ALLOC-COUNT = +0
               MOVE +8 TO WS-RETURN-CODE
               MOVE 'NO UNALLOCATED VEHICLES FOUND FOR MODEL'
                   TO WS-AO-MSG-TEXT
               GO TO 5200-EXIT
           END-IF
      *
           MOVE WS-TAE-ALLOC-COUNT TO WS-TAE-COUNT-DSP
           IF WS-TAE-SHORT-UNITS > +0
               MOVE +4 TO WS-RETURN-CODE
               STRING 'TURN-AND-EARN: ALLOCATED '
                      WS-TAE-COUNT-DSP
                      ' - QUOTA SHORTFALL, SEE BELOW'
                      DELIMITED BY SIZE
                      INTO WS-AO-MSG-TEXT
           ELSE
               STRING 'TURN-AND-EARN: ALLOCATED '
                      WS-TAE-COUNT-DSP
                      ' - ALL EARNED QUOTAS FILLED'
                      DELIMITED BY SIZE
                      INTO WS-AO-MSG-TEXT
           END-IF
      *
           MOVE 'PLIALLO0'      TO WS-LR-PROGRAM
           MOVE 'TAEALLOC'      TO WS-LR-FUNCTION
           MOVE IO-PCB-USER-ID  TO WS-LR-USER-ID
           MOVE 'VEHICLE '      TO WS-LR-ENTITY-TYPE
           MOVE WS-AI-MODEL-CODE TO WS-LR-ENTITY-KEY
           MOVE WS-TAE-SHORT-UNITS TO WS-TAE-COUNT-DSP
           STRING WS-AO-MSG-TEXT(1:50)
                  ' SHORT '
                  WS-TAE-COUNT-DSP
                  DELIMITED BY SIZE
                  INTO WS-LR-DESCRIPTION
      *
           CALL 'COMLGEL0' USING WS-LOG-REQUEST
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5210-FILL-DEALER-QUOTA - UNITS FOR ONE DEALER'S QUOTA     *
      ****************************************************************
       5210-FILL-DEALER-QUOTA.
      *
           MOVE WS-HV-TAE-REMAIN TO WS-TAE-REMAIN
           MOVE +0 TO WS-TAE-DLR-FILLED
      *
           PERFORM UNTIL WS-TAE-REMAIN NOT > +0
                      OR WS-TAE-VIN-DONE
               EXEC SQL FETCH CSR_TAE_VIN
                   INTO  :WS-HV-TAE-VIN
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5220-ALLOCATE-QUOTA-VIN THRU 5220-EXIT
                   WHEN +100
                       SET WS-TAE-VIN-DONE TO TRUE
                   WHEN OTHER
                       MOVE +12 TO WS-RETURN-CODE
                       MOVE 'DB2 ERROR FETCHING UNALLOCATED VEHICLES'
                           TO WS-AO-MSG-TEXT
                       SET WS-TAE-VIN-DONE TO TRUE
                       SET WS-TAE-QTA-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           IF WS-TAE-REMAIN > +0
               ADD WS-TAE-REMAIN TO WS-TAE-SHORT-UNITS
               ADD +1 TO WS-TAE-SHORT-DEALERS
           END-IF
      *
           IF WS-TAE-DLR-FILLED > +0
               ADD +1 TO WS-TAE-DEALERS-FILLED
               EXEC SQL
                   UPDATE AUTOSALE.ALLOC_QUOTA
                      SET ALLOCATED_UNITS = ALLOCATED_UNITS
                                          + :WS-TAE-DLR-FILLED
                        , UPDATED_TS      = CURRENT TIMESTAMP
                   WHERE  ALLOC_MONTH = :WS-TAE-MONTH
                     AND  DEALER_CODE = :WS-HV-TAE-DEALER
                     AND  MODEL_YEAR  = :WS-AI-MODEL-YEAR
                     AND  MAKE_CODE   = :WS-AI-MAKE-CODE
                     AND  MODEL_CODE  = :WS-AI-MODEL-CODE
               END-EXEC
               IF SQLCODE NOT = +0
                   MOVE +12 TO WS-RETURN-CODE
                   MOVE 'DB2 ERROR UPDATING ALLOCATION QUOTA'
                       TO WS-AO-MSG-TEXT
                   SET WS-TAE-QTA-DONE TO TRUE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    5220-ALLOCATE-QUOTA-VIN                                   *
      ****************************************************************
       5220-ALLOCATE-QUOTA-VIN.
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE
                  SET DEALER_CODE    = :WS-HV-TAE-DEALER
                    , VEHICLE_STATUS = 'AL'
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  VIN = :WS-HV-TAE-VIN
                 AND  VEHICLE_STATUS = 'PR'
                 AND  DEALER_CODE    IS NULL
           END-EXEC
      *
      *    A UNIT TAKEN BY ANOTHER ALLOCATION SINCE THE FETCH IS
      *    SIMPLY PASSED OVER
      *
           IF SQLCODE = +100
               GO TO 5220-EXIT
           END-IF
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR UPDATING VEHICLE ALLOCATION'
                   TO WS-AO-MSG-TEXT
               SET WS-TAE-VIN-DONE TO TRUE
               SET WS-TAE-QTA-DONE TO TRUE
               GO TO 5220-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PRODUCTION_ORDER
                  SET ALLOCATED_DEALER = :WS-HV-TAE-DEALER
                    , PROD_STATUS      = 'AL'
                    , UPDATED_TS       = CURRENT TIMESTAMP
               WHERE  VIN = :WS-HV-TAE-VIN
                 AND  PROD_STATUS = 'PR'
           END-EXEC
      *
           MOVE 'ALOC'              TO WS-SR-FUNCTION
           MOVE WS-HV-TAE-DEALER    TO WS-SR-DEALER-CODE
           MOVE WS-HV-TAE-VIN       TO WS-SR-VIN
           MOVE IO-PCB-USER-ID      TO WS-SR-USER-ID
           MOVE 'TURN-AND-EARN QUOTA ALLOCATION'
                                    TO WS-SR-REASON
      *
           CALL 'COMSTCK0' USING WS-STK-REQUEST
                                 WS-STK-RESULT
      *
           ADD +1 TO WS-TAE-ALLOC-COUNT
           ADD +1 TO WS-TAE-DLR-FILLED
           SUBTRACT 1 FROM WS-TAE-REMAIN
           .
       5220-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-SUGGEST-TRANSFER - BEST DEALER IS AT MAX INVENTORY,  *
      *    SO LOOK FOR AN UNDER-CAPACITY SISTER DEALER IN THE SAME   *
      *    REGION AND PROPOSE IT AS A TRANSFER-IN-LIEU-OF-ALLOCATION *
