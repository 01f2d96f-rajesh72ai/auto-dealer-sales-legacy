      *           TTL - RECORD TITLE RECEIPT AND RELEASE THE HOLD    *
      *           INQ - DISPLAY ACQUISITION DETAIL FOR A VIN         *
      *           ACQ SOURCES: AU=AUCTION, ST=STREET, LR=LEASE RET   *
      *                 RP=REPOSSESSION - A BHPH UNIT RECOVERED IN   *
      *                 FINCOL00 (REPO STATUS RC). IT RETURNS ON ITS *
      *                 ORIGINAL VEHICLE ROW WITH A NEW STOCK NUMBER;*
      *                 COST LEFT FROM THE PRIOR SALE IS REVERSED    *
      *                 SO THE LEDGER STARTS AGAIN FROM THE INTAKE   *
      *                 VALUE, AND THE REPO MOVES TO IN STOCK (IN).  *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    VHPU - VEHICLE PURCHASE INTAKE                     *
      * MFS MOD:  ASVHPU00                                           *
      *           AUTOSALE.VEHICLE_ACQUISITION (READ/INSERT/UPDATE)  *
      *           AUTOSALE.VEHICLE_COST        (INSERT)              *
      *           AUTOSALE.VEHICLE_STATUS_HIST (INSERT)              *
      *           AUTOSALE.VEHICLE_RECON       (INSERT/UPDATE)       *
      *           AUTOSALE.HOUSE_LOAN_REPO     (READ/UPDATE)         *
      * CALLS:    COMVALD0 - VIN VALIDATION                          *
      *           COMSEQL0 - STOCK NUMBER GENERATION                 *
      *           COMSTCK0 - STOCK POSITION UPDATE (RECV)            *
      *           COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  ACQ SOURCE RP - REPOSSESSED BHPH UNITS BACK    *
      *               INTO STOCK                                     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               88  WS-IN-AS-AUCTION                  VALUE 'AU'.
               88  WS-IN-AS-STREET                   VALUE 'ST'.
               88  WS-IN-AS-LEASE-RET                VALUE 'LR'.
               88  WS-IN-AS-REPO                     VALUE 'RP'.
           05  WS-IN-MODEL-YEAR          PIC 9(04).
           05  WS-IN-MAKE-CODE           PIC X(03).
           05  WS-IN-MODEL-CODE          PIC X(06).
           05  WS-TOTAL-ACQ-COST         PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-COST-DESC              PIC X(40)  VALUE SPACES.
           05  WS-RECON-RESET            PIC X(01)  VALUE 'N'.
               88  WS-RECON-WAS-RESET               VALUE 'Y'.
      *
      *    DB2 HOST VARIABLES - REPOSSESSION BEING RESTOCKED
      *
       01  WS-HV-REPO.
           05  WS-HV-RP-LOAN-ID          PIC S9(09) COMP.
           05  WS-HV-RP-DEALER           PIC X(05).
      *
      *    DB2 HOST VARIABLES - VEHICLE
      *
           IF NOT WS-IN-AS-AUCTION
           AND NOT WS-IN-AS-STREET
           AND NOT WS-IN-AS-LEASE-RET
           AND NOT WS-IN-AS-REPO
               MOVE 'ACQ SOURCE MUST BE AU, ST, LR, OR RP'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      ****************************************************************
       4000-ADD-PURCHASE.
      *
      *    REJECT A VIN ALREADY IN INVENTORY. A REPOSSESSION COMES
      *    BACK ON ITS ORIGINAL VEHICLE ROW
      *
           EXEC SQL
               SELECT COUNT(*)
           END-EXEC
      *
           IF WS-EXIST-COUNT > +0
           AND NOT WS-IN-AS-REPO
               MOVE 'VIN ALREADY EXISTS IN VEHICLE TABLE'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-IN-AS-REPO
               PERFORM 4100-CHECK-REPO THRU 4100-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 4000-EXIT
               END-IF
           ELSE
               MOVE '  ' TO WS-HV-VH-STATUS
               MOVE +1 TO WS-HIST-SEQ
           END-IF
      *
      *    GENERATE STOCK NUMBER
      *
      *
           MOVE WS-IN-MODEL-YEAR TO WS-HV-VH-MODEL-YEAR
           MOVE WS-IN-ODOMETER TO WS-HV-VH-ODOMETER
           MOVE WS-IN-ACQ-SOURCE TO WS-HV-AQ-SOURCE
           MOVE WS-IN-SELLER-NAME TO WS-HV-AQ-SELLER
           MOVE WS-IN-PURCHASE-PRICE TO WS-HV-AQ-PRICE
           MOVE WS-IN-TRANSPORT TO WS-HV-AQ-TRANSPORT
           MOVE WS-IN-TITLE-RECVD TO WS-HV-AQ-TITLE
      *
           IF WS-IN-AS-REPO
               PERFORM 4200-RESTOCK-REPO THRU 4200-EXIT
           ELSE
               PERFORM 4300-INSERT-VEHICLE THRU 4300-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
                      CHANGED_BY, CHANGE_REASON, CHANGED_TS )
               VALUES
                    ( :WS-IN-VIN
                    , :WS-HIST-SEQ
                    , :WS-HV-VH-STATUS
                    , :WS-NEW-STATUS
                    , :IO-USER
                    , 'USED VEHICLE PURCHASE INTAKE'
      *    STAYS OUT OF THE DEFAULT RETAIL AVAILABILITY VIEW UNTIL
      *    INSPECTION AND RECON MARK IT FRONT-LINE READY
      *
           IF NOT WS-RECON-WAS-RESET
               EXEC SQL
                   INSERT INTO AUTOSALE.VEHICLE_RECON
                   ( VIN
                   , RECON_STATUS
                   , ACQUIRED_DATE
                   , RECON_NOTES
                   , UPDATED_USER
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-IN-VIN
                   , 'AI'
                   , :WS-CURRENT-DATE
                   , 'OPENED AT PURCHASE INTAKE'
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
      *
               IF SQLCODE NOT = +0
                   PERFORM 9100-DB2-ERROR
               END-IF
           END-IF
      *
      *    THE CONVERTED CASH OFFER IS CLOSED OUT AS PURCHASED
               + WS-IN-TRANSPORT
           MOVE WS-TOTAL-ACQ-COST TO WS-OUT-TOTAL-COST
           MOVE WS-IN-TITLE-RECVD TO WS-OUT-TITLE-RECVD
      *
           IF WS-IN-AS-REPO
               MOVE 'REPOSSESSION RESTOCKED - APPLY SALE IN FINCOL00'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-IN-TITLE-RECVD = 'Y'
               MOVE 'VEHICLE PURCHASED INTO STOCK - AVAILABLE'
           EXIT.
      *
      ****************************************************************
      *    4100-CHECK-REPO - THE VIN MUST BE A RECOVERED BHPH REPO   *
      ****************************************************************
       4100-CHECK-REPO.
      *
           EXEC SQL
               SELECT R.LOAN_ID
                    , R.DEALER_CODE
                    , V.VEHICLE_STATUS
               INTO  :WS-HV-RP-LOAN-ID
                    , :WS-HV-RP-DEALER
                    , :WS-HV-VH-STATUS
               FROM  AUTOSALE.HOUSE_LOAN_REPO R
               JOIN  AUTOSALE.VEHICLE V
                 ON  V.VIN = R.VIN
               WHERE R.VIN = :WS-IN-VIN
                 AND R.REPO_STATUS = 'RC'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'NO RECOVERED REPOSSESSION ON FILE FOR THIS VIN'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'VEHPUR00: DB2 ERROR READING REPOSSESSION'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4100-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COALESCE(MAX(STATUS_SEQ), 0) + 1
               INTO  :WS-HIST-SEQ
               FROM  AUTOSALE.VEHICLE_STATUS_HIST
               WHERE VIN = :WS-IN-VIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHPUR00: DB2 ERROR READING STATUS HISTORY'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-RESTOCK-REPO - BRING A REPOSSESSED UNIT BACK ON ITS  *
      *    ORIGINAL VEHICLE, ACQUISITION AND RECON ROWS              *
      ****************************************************************
       4200-RESTOCK-REPO.
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE
                  SET RECEIVE_DATE   = :WS-CURRENT-DATE
                    , VEHICLE_STATUS = :WS-NEW-STATUS
                    , DEALER_CODE    = :WS-IN-DEALER-CODE
                    , LOT_LOCATION   = :WS-IN-LOT-LOCATION
                    , STOCK_NUMBER   = :WS-GENERATED-STOCK
                    , DAYS_IN_STOCK  = 0
                    , ODOMETER       = :WS-HV-VH-ODOMETER
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  VIN = :WS-IN-VIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHPUR00: DB2 ERROR UPDATING VEHICLE'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
      *    THE ACQUISITION ROW FROM THE ORIGINAL PURCHASE, IF ANY,
      *    IS REPLACED BY THE REPOSSESSION
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE_ACQUISITION
                  SET ACQ_SOURCE      = :WS-HV-AQ-SOURCE
                    , SELLER_NAME     = :WS-HV-AQ-SELLER
                    , PURCHASE_PRICE  = :WS-HV-AQ-PRICE
                    , BUY_FEE         = :WS-HV-AQ-BUY-FEE
                    , TRANSPORT_COST  = :WS-HV-AQ-TRANSPORT
                    , TITLE_RECEIVED  = :WS-HV-AQ-TITLE
                    , TITLE_RECV_DATE =
                          CASE WHEN :WS-HV-AQ-TITLE = 'Y'
                               THEN DATE(:WS-CURRENT-DATE)
                               ELSE NULL
                          END
                    , PURCHASE_DATE   = :WS-CURRENT-DATE
                    , CREATED_BY      = :IO-USER
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  VIN = :WS-IN-VIN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   PERFORM 4400-INSERT-ACQUISITION
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'VEHPUR00: DB2 ERROR UPDATING ACQUISITION'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4200-EXIT
           END-IF
      *
      *    REVERSE WHATEVER COST IS LEFT FROM THE UNIT'S LAST TIME
      *    IN STOCK, BUCKET BY BUCKET, SO GROSS ON THE RESALE IS
      *    MEASURED FROM THE INTAKE VALUE POSTED NEXT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.VEHICLE_COST
                    ( VIN
                    , COST_BUCKET
                    , COST_AMT
                    , COST_DESC
                    , POSTED_BY
                    , POSTED_TS
                    )
               SELECT C.VIN
                    , C.COST_BUCKET
                    , 0 - SUM(C.COST_AMT)
                    , 'PRIOR COST CLEARED AT REPO RESTOCK'
                    , :IO-USER
                    , CURRENT TIMESTAMP
               FROM   AUTOSALE.VEHICLE_COST C
               WHERE  C.VIN = :WS-IN-VIN
               GROUP BY C.VIN
                      , C.COST_BUCKET
               HAVING SUM(C.COST_AMT) <> 0
           END-EXEC
      *
           IF SQLCODE NOT = +0
           AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHPUR00: DB2 ERROR REVERSING PRIOR COST'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
      *    RE-OPEN THE RECON GATE ON THE EXISTING RECON ROW
      *
           EXEC SQL
               UPDATE AUTOSALE.VEHICLE_RECON
                  SET RECON_STATUS  = 'AI'
                    , ACQUIRED_DATE = :WS-CURRENT-DATE
                    , INSPECT_DATE  = NULL
                    , READY_DATE    = NULL
                    , RECON_NOTES   = 'REOPENED AT REPO RESTOCK'
                    , UPDATED_USER  = :IO-USER
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  VIN = :WS-IN-VIN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'Y' TO WS-RECON-RESET
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
           END-EVALUATE
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_REPO
                  SET REPO_STATUS  = 'IN'
                    , UPDATED_USER = :IO-USER
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  LOAN_ID     = :WS-HV-RP-LOAN-ID
                 AND  REPO_STATUS = 'RC'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHPUR00: DB2 ERROR UPDATING REPOSSESSION'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4300-INSERT-VEHICLE - NEW VEHICLE AND ACQUISITION ROWS    *
      ****************************************************************
       4300-INSERT-VEHICLE.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.VEHICLE
                    ( VIN
                    , MODEL_YEAR
                    , MAKE_CODE
                    , MODEL_CODE
                    , EXTERIOR_COLOR
                    , INTERIOR_COLOR
                    , RECEIVE_DATE
                    , VEHICLE_STATUS
                    , DEALER_CODE
                    , LOT_LOCATION
                    , STOCK_NUMBER
                    , DAYS_IN_STOCK
                    , PDI_COMPLETE
                    , DAMAGE_FLAG
                    , ODOMETER
                    , CREATED_TS
                    , UPDATED_TS
                    )
               VALUES
                    ( :WS-IN-VIN
                    , :WS-HV-VH-MODEL-YEAR
                    , :WS-IN-MAKE-CODE
                    , :WS-IN-MODEL-CODE
                    , :WS-IN-EXT-COLOR
                    , :WS-IN-INT-COLOR
                    , :WS-CURRENT-DATE
                    , :WS-NEW-STATUS
                    , :WS-IN-DEALER-CODE
                    , :WS-IN-LOT-LOCATION
                    , :WS-GENERATED-STOCK
                    , 0
                    , 'N'
                    , 'N'
                    , :WS-HV-VH-ODOMETER
                    , CURRENT TIMESTAMP
                    , CURRENT TIMESTAMP
                    )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHPUR00: DB2 ERROR INSERTING VEHICLE'
                   TO WS-OUT-MESSAGE
               GO TO 4300-EXIT
           END-IF
      *
           PERFORM 4400-INSERT-ACQUISITION
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4400-INSERT-ACQUISITION - WRITE THE ACQUISITION RECORD    *
      ****************************************************************
       4400-INSERT-ACQUISITION.
      *
           IF WS-IN-TITLE-RECVD = 'Y'
               EXEC SQL
                   INSERT INTO AUTOSALE.VEHICLE_ACQUISITION
                   ( VIN
                   , ACQ_SOURCE
                   , SELLER_NAME
                   , PURCHASE_PRICE
                   , BUY_FEE
                   , TRANSPORT_COST
                   , TITLE_RECEIVED
                   , TITLE_RECV_DATE
                   , PURCHASE_DATE
                   , CREATED_BY
                   , CREATED_TS
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-IN-VIN
                   , :WS-HV-AQ-SOURCE
                   , :WS-HV-AQ-SELLER
                   , :WS-HV-AQ-PRICE
                   , :WS-HV-AQ-BUY-FEE
                   , :WS-HV-AQ-TRANSPORT
                   , 'Y'
                   , :WS-CURRENT-DATE
                   , :WS-CURRENT-DATE
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.VEHICLE_ACQUISITION
                   ( VIN
                   , ACQ_SOURCE
                   , SELLER_NAME
                   , PURCHASE_PRICE
                   , BUY_FEE
                   , TRANSPORT_COST
                   , TITLE_RECEIVED
                   , TITLE_RECV_DATE
                   , PURCHASE_DATE
                   , CREATED_BY
                   , CREATED_TS
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-IN-VIN
                   , :WS-HV-AQ-SOURCE
                   , :WS-HV-AQ-SELLER
                   , :WS-HV-AQ-PRICE
                   , :WS-HV-AQ-BUY-FEE
                   , :WS-HV-AQ-TRANSPORT
                   , 'N'
                   , NULL
                   , :WS-CURRENT-DATE
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'VEHPUR00: DB2 ERROR INSERTING ACQUISITION'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    4500-POST-ONE-COST - ONE VEHICLE_COST LEDGER ROW          *
      ****************************************************************
       4500-POST-ONE-COST.
