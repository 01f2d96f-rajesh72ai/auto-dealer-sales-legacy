       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCPSP00.
      ****************************************************************
      * PROGRAM:  SVCPSP00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   SVC - CUSTOMER SPECIAL-ORDER PARTS                 *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  A PART ORDERED IN FOR ONE CUSTOMER, EITHER OVER    *
      *           THE COUNTER OR AGAINST AN OPEN REPAIR ORDER.       *
      *           ORD - RECORD THE ORDER AT THE MASTER LIST PRICE.   *
      *                 A COUNTER ORDER TAKES A DEPOSIT OF AT LEAST  *
      *                 SVCPSP00_DEPOSIT_PCT (DEFAULT 50) PERCENT OF *
      *                 THE EXTENDED PRICE BY CA/CK/CC, STAMPED WITH *
      *                 THE CASHIER'S OPEN SALCSH00 SESSION THE SAME *
      *                 WAY SALDEP00 RECEIPTS ARE. AN RO ORDER TAKES *
      *                 NO DEPOSIT - THE RO SECURES IT.              *
      *           CAN - CANCEL AN ORDER NOT YET PICKED UP; A HELD    *
      *                 DEPOSIT IS APPLIED (AP) OR REFUNDED (RF).    *
      *           DSP - WORK A NO-SHOW ORDER OFF THE BATPSP00 /      *
      *                 RPTPSP00 WORKLIST: RT RETURNS THE PART TO    *
      *                 THE VENDOR (ON HAND DOWN), RS RESTOCKS IT;   *
      *                 THE DEPOSIT IS APPLIED OR REFUNDED.          *
      *           INQ - DISPLAY AN ORDER                             *
      *           SVCPIN00 RCP RESERVES THE PART (QTY_RESERVED) AND  *
      *           CONTACTS THE CUSTOMER WHEN IT ARRIVES. A COUNTER   *
      *           ORDER IS PICKED UP ON A SVCCTR00 TICKET, WHICH     *
      *           APPLIES THE DEPOSIT; AN RO ORDER IS PICKED UP BY   *
      *           THE SVCPIN00 ISSUE TO THE RO.                      *
      *           ORDER STATUS: OR=ORDERED, RV=RECEIVED/RESERVED,    *
      *                         NS=NO-SHOW (WORKLIST), PU=PICKED UP, *
      *                         CA=CANCELLED, RT=RETURNED TO VENDOR, *
      *                         RS=RESTOCKED                         *
      *           DEPOSIT STATUS: NO=NONE, HD=HELD, AP=APPLIED,      *
      *                           RD=REFUNDED                        *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVSP - PARTS SPECIAL ORDER                         *
      * MFS MOD:  ASSVSP00                                           *
      * TABLES:   AUTOSALE.PARTS_SPECIAL_ORDER (READ/INSERT/UPDATE)  *
      *           AUTOSALE.PARTS_MASTER       (READ/UPDATE)          *
      *           AUTOSALE.PARTS_TRANSACTION  (INSERT - TYPE RT)     *
      *           AUTOSALE.PARTS_PURCH_ORDER  (READ)                 *
      *           AUTOSALE.PARTS_PO_LINE      (READ)                 *
      *           AUTOSALE.REPAIR_ORDER       (READ)                 *
      *           AUTOSALE.CUSTOMER           (READ)                 *
      *           AUTOSALE.CASHIER_SESSION    (READ)                 *
      *           AUTOSALE.SYSTEM_CONFIG      (READ)                 *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01  WS-PROGRAM-FIELDS.
           05  WS-PROGRAM-NAME           PIC X(08)
                                          VALUE 'SVCPSP00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASSVSP00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-ORD                      VALUE 'ORD'.
               88  WS-IN-FN-CAN                      VALUE 'CAN'.
               88  WS-IN-FN-DSP                      VALUE 'DSP'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
           05  WS-IN-ORDER-ID            PIC 9(09).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-CUSTOMER-ID         PIC 9(09).
           05  WS-IN-RO-NUMBER           PIC 9(09).
           05  WS-IN-PART-NUMBER         PIC X(15).
           05  WS-IN-QUANTITY            PIC 9(05).
           05  WS-IN-PO-NUMBER           PIC 9(09).
           05  WS-IN-DEPOSIT-AMT         PIC 9(07)V99.
           05  WS-IN-DEPOSIT-METHOD      PIC X(02).
               88  WS-IN-DM-VALID                    VALUE 'CA'
                                                           'CK'
                                                           'CC'.
           05  WS-IN-RECEIPT-NUMBER      PIC X(10).
           05  WS-IN-DEPOSIT-ACTION      PIC X(02).
               88  WS-IN-DA-APPLY                    VALUE 'AP'.
               88  WS-IN-DA-REFUND                   VALUE 'RF'.
           05  WS-IN-DISPOSITION         PIC X(02).
               88  WS-IN-DS-RETURN                   VALUE 'RT'.
               88  WS-IN-DS-RESTOCK                  VALUE 'RS'.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-ORDER-ID           PIC 9(09).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-CUSTOMER-ID        PIC 9(09).
           05  WS-OUT-RO-NUMBER          PIC 9(09).
           05  WS-OUT-PART-NUMBER        PIC X(15).
           05  WS-OUT-PART-DESC          PIC X(40).
           05  WS-OUT-QUANTITY           PIC Z(4)9.
           05  WS-OUT-UNIT-PRICE         PIC Z(6)9.99.
           05  WS-OUT-EXT-PRICE          PIC Z(6)9.99.
           05  WS-OUT-PO-NUMBER          PIC 9(09).
           05  WS-OUT-STATUS             PIC X(02).
           05  WS-OUT-DEPOSIT-AMT        PIC Z(6)9.99.
           05  WS-OUT-DEPOSIT-METHOD     PIC X(02).
           05  WS-OUT-RECEIPT-NUMBER     PIC X(10).
           05  WS-OUT-DEPOSIT-STATUS     PIC X(02).
           05  WS-OUT-REFUND-AMT         PIC Z(6)9.99.
           05  WS-OUT-ORDER-DATE         PIC X(10).
           05  WS-OUT-RECEIVED-DATE      PIC X(10).
           05  WS-OUT-NOTIFIED-DATE      PIC X(10).
           05  WS-OUT-CLOSED-DATE        PIC X(10).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE           PIC X(10).
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-ORDER-NUM              PIC S9(09) COMP VALUE +0.
           05  WS-TRAN-ID-NUM            PIC S9(09) COMP VALUE +0.
           05  WS-ROW-COUNT              PIC S9(09) COMP VALUE +0.
           05  WS-DEPOSIT-PCT            PIC S9(03)V99 COMP-3
                                                     VALUE +0.
           05  WS-EXT-PRICE              PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-MIN-DEPOSIT            PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-AMOUNT-DSP             PIC Z(6)9.99.
           05  WS-REFERENCE              PIC X(20).
           05  WS-HV-CFG-VALUE           PIC X(100).
      *
      *    DB2 HOST VARIABLES - SPECIAL ORDER
      *
       01  WS-HV-SO.
           05  WS-HV-SO-ID               PIC S9(09) COMP.
           05  WS-HV-SO-DEALER           PIC X(05).
           05  WS-HV-SO-CUSTOMER-ID      PIC S9(09) COMP.
           05  WS-HV-SO-RO-NUMBER        PIC S9(09) COMP.
           05  WS-HV-SO-PART             PIC X(15).
           05  WS-HV-SO-QTY              PIC S9(09) COMP.
           05  WS-HV-SO-UNIT-PRICE       PIC S9(07)V99 COMP-3.
           05  WS-HV-SO-PO-NUMBER        PIC S9(09) COMP.
           05  WS-HV-SO-STATUS           PIC X(02).
           05  WS-HV-SO-DEPOSIT-AMT      PIC S9(07)V99 COMP-3.
           05  WS-HV-SO-DEPOSIT-METHOD   PIC X(02).
           05  WS-HV-SO-RECEIPT          PIC X(10).
           05  WS-HV-SO-DEP-SESSION      PIC S9(09) COMP.
           05  WS-HV-SO-DEPOSIT-STATUS   PIC X(02).
           05  WS-HV-SO-REFUND-AMT       PIC S9(07)V99 COMP-3.
           05  WS-HV-SO-RFD-SESSION      PIC S9(09) COMP.
           05  WS-HV-SO-ORDER-DATE       PIC X(10).
           05  WS-HV-SO-RECEIVED-DATE    PIC X(10).
           05  WS-HV-SO-NOTIFIED-DATE    PIC X(10).
           05  WS-HV-SO-CLOSED-DATE      PIC X(10).
      *
      *    DB2 HOST VARIABLES - MASTER / RO / CUSTOMER / DRAWER
      *
       01  WS-HV-PM.
           05  WS-HV-PM-DESC             PIC X(40).
           05  WS-HV-PM-ON-HAND          PIC S9(09) COMP.
           05  WS-HV-PM-UNIT-COST        PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-LIST-PRICE       PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-ACTIVE           PIC X(01).
           05  WS-HV-RO-DEALER           PIC X(05).
           05  WS-HV-RO-STATUS           PIC X(02).
           05  WS-HV-CU-ID               PIC S9(09) COMP.
           05  WS-HV-CS-CASHIER          PIC X(08).
           05  WS-HV-CS-SESSION-ID       PIC S9(09) COMP.
      *
      *    LOG MODULE LINKAGE
      *
       01  WS-LOG-FUNCTION               PIC X(04).
       01  WS-LOG-PROGRAM                PIC X(08).
       01  WS-LOG-TABLE-NAME             PIC X(18).
       01  WS-LOG-ACTION                 PIC X(08).
       01  WS-LOG-KEY-VALUE              PIC X(40).
       01  WS-LOG-DETAILS                PIC X(200).
       01  WS-LOG-RETURN-CODE            PIC S9(04) COMP.
      *
      *    DB ERROR MODULE LINKAGE
      *
       01  WS-DBE-SQLCODE                PIC S9(09) COMP.
       01  WS-DBE-PROGRAM                PIC X(08).
       01  WS-DBE-PARAGRAPH              PIC X(30).
       01  WS-DBE-TABLE-NAME             PIC X(18).
       01  WS-DBE-RETURN-CODE            PIC S9(04) COMP.
      *
       LINKAGE SECTION.
      *
       01  IO-PCB.
           05  FILLER                    PIC X(10).
           05  IO-STATUS                 PIC X(02).
           05  FILLER                    PIC X(20).
           05  IO-USER                   PIC X(08).
      *
       01  DB-PCB-1.
           05  DB-1-DBD-NAME            PIC X(08).
           05  DB-1-SEG-LEVEL           PIC X(02).
           05  DB-1-STATUS              PIC X(02).
           05  FILLER                   PIC X(20).
      *
       PROCEDURE DIVISION.
      *
       ENTRY 'DLITCBL' USING IO-PCB, DB-PCB-1.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 1000-INITIALIZE
      *
           PERFORM 2000-RECEIVE-INPUT
      *
           IF IO-STATUS = '  '
               PERFORM 3000-VALIDATE-INPUT THRU 3000-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-IN-FN-ORD
                       PERFORM 4000-CREATE-ORDER THRU 4000-EXIT
                   WHEN WS-IN-FN-CAN
                       PERFORM 6000-CANCEL-ORDER THRU 6000-EXIT
                   WHEN WS-IN-FN-DSP
                       PERFORM 6500-DISPOSE-ORDER THRU 6500-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 7000-ORDER-INQUIRY THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE ORD/CAN/DSP/INQ'
                           TO WS-OUT-MESSAGE
               END-EVALUATE
           END-IF
      *
           PERFORM 8000-SEND-OUTPUT
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-INITIALIZE - CLEAR WORK AREAS                        *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-INPUT-MSG
           INITIALIZE WS-OUTPUT-MSG
           INITIALIZE WS-WORK-FIELDS
           INITIALIZE WS-HV-SO
           INITIALIZE WS-HV-PM
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'PARTS SPECIAL ORDER' TO WS-OUT-TITLE
      *
           EXEC SQL
               SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC
           MOVE WS-CURRENT-TS(1:10) TO WS-CURRENT-DATE
           .
      *
      ****************************************************************
      *    2000-RECEIVE-INPUT - GU CALL ON IO-PCB                    *
      ****************************************************************
       2000-RECEIVE-INPUT.
      *
           CALL 'CBLTDLI' USING WS-GU
                                IO-PCB
                                WS-INPUT-MSG
      *
           IF IO-STATUS NOT = '  '
               MOVE 'SVCPSP00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-FN-ORD
               IF WS-IN-DEALER-CODE = SPACES
               OR WS-IN-PART-NUMBER = SPACES
                   MOVE 'DEALER CODE AND PART NUMBER ARE REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-CUSTOMER-ID = ZEROS
                   MOVE 'CUSTOMER ID IS REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-QUANTITY = ZEROS
                   MOVE 'QUANTITY MUST BE GREATER THAN ZERO'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-RO-NUMBER NOT = ZEROS
               AND WS-IN-DEPOSIT-AMT NOT = ZEROS
                   MOVE 'NO DEPOSIT ON AN RO ORDER - THE RO SECURES IT'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-DEPOSIT-AMT NOT = ZEROS
                   IF NOT WS-IN-DM-VALID
                       MOVE 'INVALID DEPOSIT METHOD - USE CA, CK, OR CC'
                           TO WS-OUT-MESSAGE
                       GO TO 3000-EXIT
                   END-IF
                   IF WS-IN-RECEIPT-NUMBER = SPACES
                       MOVE 'RECEIPT NUMBER IS REQUIRED FOR A DEPOSIT'
                           TO WS-OUT-MESSAGE
                   END-IF
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-ORDER-ID = ZEROS
               MOVE 'SPECIAL ORDER ID IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-DSP
               IF NOT WS-IN-DS-RETURN
               AND NOT WS-IN-DS-RESTOCK
                   MOVE 'INVALID DISPOSITION - USE RT OR RS'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-CREATE-ORDER - RECORD THE ORDER AND ITS DEPOSIT      *
      ****************************************************************
       4000-CREATE-ORDER.
      *
           MOVE WS-IN-PART-NUMBER TO WS-HV-SO-PART
           MOVE WS-IN-DEALER-CODE TO WS-HV-SO-DEALER
           PERFORM 5200-READ-PART THRU 5200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-HV-PM-ACTIVE NOT = 'Y'
               MOVE 'PART IS NOT ACTIVE'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-HV-PM-LIST-PRICE NOT > +0
               MOVE 'PART HAS NO LIST PRICE - SET IT IN SVPI FIRST'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-IN-CUSTOMER-ID TO WS-HV-CU-ID
           EXEC SQL
               SELECT C.CUSTOMER_ID
               INTO  :WS-HV-CU-ID
               FROM  AUTOSALE.CUSTOMER C
               WHERE C.CUSTOMER_ID = :WS-HV-CU-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'CUSTOMER NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPSP00: DB2 ERROR READING CUSTOMER'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           IF WS-IN-RO-NUMBER NOT = ZEROS
               PERFORM 4100-CHECK-RO THRU 4100-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 4000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-PO-NUMBER NOT = ZEROS
               PERFORM 4200-CHECK-PO THRU 4200-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 4000-EXIT
               END-IF
           END-IF
      *
           MOVE WS-HV-PM-LIST-PRICE TO WS-HV-SO-UNIT-PRICE
           MOVE WS-IN-QUANTITY TO WS-HV-SO-QTY
           COMPUTE WS-EXT-PRICE =
               WS-HV-SO-UNIT-PRICE * WS-HV-SO-QTY
      *
      *    COUNTER ORDERS MUST CARRY THE MINIMUM DEPOSIT
      *
           MOVE +0 TO WS-HV-CS-SESSION-ID
           IF WS-IN-RO-NUMBER = ZEROS
               PERFORM 4300-GET-DEPOSIT-PCT THRU 4300-EXIT
               COMPUTE WS-MIN-DEPOSIT ROUNDED =
                   WS-EXT-PRICE * WS-DEPOSIT-PCT / 100
               IF WS-IN-DEPOSIT-AMT < WS-MIN-DEPOSIT
                   MOVE WS-MIN-DEPOSIT TO WS-AMOUNT-DSP
                   STRING 'DEPOSIT OF AT LEAST ' WS-AMOUNT-DSP
                          ' IS REQUIRED'
                          DELIMITED BY SIZE
                       INTO WS-OUT-MESSAGE
                   END-STRING
                   GO TO 4000-EXIT
               END-IF
               IF WS-IN-DEPOSIT-AMT > WS-EXT-PRICE
                   MOVE 'DEPOSIT EXCEEDS THE EXTENDED PRICE'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
               END-IF
               IF WS-IN-DEPOSIT-AMT > ZEROS
                   PERFORM 6400-FIND-SESSION THRU 6400-EXIT
                   IF WS-OUT-MESSAGE NOT = SPACES
                       GO TO 4000-EXIT
                   END-IF
               END-IF
           END-IF
      *
           MOVE WS-IN-DEPOSIT-AMT TO WS-HV-SO-DEPOSIT-AMT
           IF WS-HV-SO-DEPOSIT-AMT > +0
               MOVE 'HD' TO WS-HV-SO-DEPOSIT-STATUS
               MOVE WS-IN-DEPOSIT-METHOD TO WS-HV-SO-DEPOSIT-METHOD
               MOVE WS-IN-RECEIPT-NUMBER TO WS-HV-SO-RECEIPT
           ELSE
               MOVE 'NO' TO WS-HV-SO-DEPOSIT-STATUS
               MOVE SPACES TO WS-HV-SO-DEPOSIT-METHOD
               MOVE SPACES TO WS-HV-SO-RECEIPT
           END-IF
           MOVE WS-IN-CUSTOMER-ID TO WS-HV-SO-CUSTOMER-ID
           MOVE WS-IN-RO-NUMBER TO WS-HV-SO-RO-NUMBER
           MOVE WS-IN-PO-NUMBER TO WS-HV-SO-PO-NUMBER
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PARTS_SPORD_SEQ
               INTO  :WS-ORDER-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPSP00: ERROR GENERATING SPECIAL ORDER ID'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_SPECIAL_ORDER
               ( SPECIAL_ORDER_ID
               , DEALER_CODE
               , CUSTOMER_ID
               , RO_NUMBER
               , PART_NUMBER
               , QUANTITY
               , UNIT_PRICE
               , PO_NUMBER
               , ORDER_STATUS
               , DEPOSIT_AMT
               , DEPOSIT_METHOD
               , RECEIPT_NUMBER
               , DEP_SESSION_ID
               , DEPOSIT_STATUS
               , REFUND_AMT
               , RFD_SESSION_ID
               , ORDER_DATE
               , RECEIVED_DATE
               , NOTIFIED_DATE
               , CLOSED_DATE
               , CREATED_BY
               , CREATED_TS
               , UPDATED_TS
               )
               VALUES
               ( :WS-ORDER-NUM
               , :WS-HV-SO-DEALER
               , :WS-HV-SO-CUSTOMER-ID
               , NULLIF(:WS-HV-SO-RO-NUMBER, 0)
               , :WS-HV-SO-PART
               , :WS-HV-SO-QTY
               , :WS-HV-SO-UNIT-PRICE
               , NULLIF(:WS-HV-SO-PO-NUMBER, 0)
               , 'OR'
               , :WS-HV-SO-DEPOSIT-AMT
               , NULLIF(:WS-HV-SO-DEPOSIT-METHOD, ' ')
               , NULLIF(:WS-HV-SO-RECEIPT, ' ')
               , NULLIF(:WS-HV-CS-SESSION-ID, 0)
               , :WS-HV-SO-DEPOSIT-STATUS
               , 0
               , NULL
               , :WS-CURRENT-DATE
               , NULL
               , NULL
               , NULL
               , :IO-USER
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPSP00: DB2 ERROR INSERTING SPECIAL ORDER'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_SPECIAL_ORD' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-ORDER-NUM TO WS-OUT-ORDER-ID
           MOVE WS-OUT-ORDER-ID TO WS-LOG-KEY-VALUE
           MOVE WS-HV-SO-DEPOSIT-AMT TO WS-AMOUNT-DSP
           STRING 'SPECIAL ORDER ' WS-IN-PART-NUMBER
                  ' CUST ' WS-IN-CUSTOMER-ID
                  ' DEPOSIT ' WS-AMOUNT-DSP
                  ' BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
      *
           MOVE WS-ORDER-NUM TO WS-IN-ORDER-ID
           PERFORM 7000-ORDER-INQUIRY THRU 7000-EXIT
           IF WS-HV-SO-DEPOSIT-AMT > +0
               MOVE 'SPECIAL ORDER RECORDED - DEPOSIT IN CASHIER DRAWER'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'SPECIAL ORDER RECORDED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-CHECK-RO - RO MUST BE OPEN AT THE ORDERING DEALER    *
      ****************************************************************
       4100-CHECK-RO.
      *
           MOVE WS-IN-RO-NUMBER TO WS-HV-SO-RO-NUMBER
      *
           EXEC SQL
               SELECT RO.DEALER_CODE
                    , RO.RO_STATUS
               INTO  :WS-HV-RO-DEALER
                    , :WS-HV-RO-STATUS
               FROM  AUTOSALE.REPAIR_ORDER RO
               WHERE RO.RO_NUMBER = :WS-HV-SO-RO-NUMBER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'REPAIR ORDER NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPSP00: DB2 ERROR READING REPAIR ORDER'
                       TO WS-OUT-MESSAGE
                   GO TO 4100-EXIT
           END-EVALUATE
      *
           IF WS-HV-RO-DEALER NOT = WS-IN-DEALER-CODE
               MOVE 'REPAIR ORDER BELONGS TO ANOTHER DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
           IF WS-HV-RO-STATUS NOT = 'OP'
               MOVE 'REPAIR ORDER IS NOT OPEN'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-CHECK-PO - THE PO THE PART IS COMING IN ON MUST HAVE *
      *    AN OPEN LINE FOR IT. RECEIPTS ON THAT PO FILL THIS ORDER  *
      *    AHEAD OF ANY ORDER NOT TIED TO A PO.                      *
      ****************************************************************
       4200-CHECK-PO.
      *
           MOVE WS-IN-PO-NUMBER TO WS-HV-SO-PO-NUMBER
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-ROW-COUNT
               FROM  AUTOSALE.PARTS_PURCH_ORDER P
                   , AUTOSALE.PARTS_PO_LINE     L
               WHERE P.PO_NUMBER   = :WS-HV-SO-PO-NUMBER
                 AND P.DEALER_CODE = :WS-IN-DEALER-CODE
                 AND L.PO_NUMBER   = P.PO_NUMBER
                 AND L.PART_NUMBER = :WS-IN-PART-NUMBER
                 AND L.LINE_STATUS IN ('OP', 'BO')
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPSP00: DB2 ERROR READING PO LINE'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-ROW-COUNT = +0
               MOVE 'PO HAS NO OPEN LINE FOR THIS PART AT THIS DEALER'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4300-GET-DEPOSIT-PCT - MINIMUM DEPOSIT PERCENT            *
      ****************************************************************
       4300-GET-DEPOSIT-PCT.
      *
           MOVE +50 TO WS-DEPOSIT-PCT
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'SVCPSP00_DEPOSIT_PCT'
           END-EXEC
      *
           IF SQLCODE = +0
               COMPUTE WS-DEPOSIT-PCT =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
           .
       4300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-READ-ORDER - LOAD THE SPECIAL ORDER                  *
      ****************************************************************
       5000-READ-ORDER.
      *
           MOVE WS-IN-ORDER-ID TO WS-HV-SO-ID
      *
           EXEC SQL
               SELECT S.DEALER_CODE
                    , S.CUSTOMER_ID
                    , COALESCE(S.RO_NUMBER, 0)
                    , S.PART_NUMBER
                    , S.QUANTITY
                    , S.UNIT_PRICE
                    , COALESCE(S.PO_NUMBER, 0)
                    , S.ORDER_STATUS
                    , S.DEPOSIT_AMT
                    , COALESCE(S.DEPOSIT_METHOD, ' ')
                    , COALESCE(S.RECEIPT_NUMBER, ' ')
                    , COALESCE(S.DEP_SESSION_ID, 0)
                    , S.DEPOSIT_STATUS
                    , S.REFUND_AMT
                    , COALESCE(S.RFD_SESSION_ID, 0)
                    , CHAR(S.ORDER_DATE, ISO)
                    , COALESCE(CHAR(S.RECEIVED_DATE, ISO), ' ')
                    , COALESCE(CHAR(S.NOTIFIED_DATE, ISO), ' ')
                    , COALESCE(CHAR(S.CLOSED_DATE, ISO), ' ')
               INTO  :WS-HV-SO-DEALER
                    , :WS-HV-SO-CUSTOMER-ID
                    , :WS-HV-SO-RO-NUMBER
                    , :WS-HV-SO-PART
                    , :WS-HV-SO-QTY
                    , :WS-HV-SO-UNIT-PRICE
                    , :WS-HV-SO-PO-NUMBER
                    , :WS-HV-SO-STATUS
                    , :WS-HV-SO-DEPOSIT-AMT
                    , :WS-HV-SO-DEPOSIT-METHOD
                    , :WS-HV-SO-RECEIPT
                    , :WS-HV-SO-DEP-SESSION
                    , :WS-HV-SO-DEPOSIT-STATUS
                    , :WS-HV-SO-REFUND-AMT
                    , :WS-HV-SO-RFD-SESSION
                    , :WS-HV-SO-ORDER-DATE
                    , :WS-HV-SO-RECEIVED-DATE
                    , :WS-HV-SO-NOTIFIED-DATE
                    , :WS-HV-SO-CLOSED-DATE
               FROM  AUTOSALE.PARTS_SPECIAL_ORDER S
               WHERE S.SPECIAL_ORDER_ID = :WS-HV-SO-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'SPECIAL ORDER NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPSP00: DB2 ERROR READING SPECIAL ORDER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-READ-PART - PARTS MASTER FOR THE ORDER'S PART        *
      ****************************************************************
       5200-READ-PART.
      *
           EXEC SQL
               SELECT COALESCE(PM.PART_DESC, ' ')
                    , PM.QTY_ON_HAND
                    , PM.UNIT_COST
                    , PM.LIST_PRICE
                    , PM.ACTIVE_FLAG
               INTO  :WS-HV-PM-DESC
                    , :WS-HV-PM-ON-HAND
                    , :WS-HV-PM-UNIT-COST
                    , :WS-HV-PM-LIST-PRICE
                    , :WS-HV-PM-ACTIVE
               FROM  AUTOSALE.PARTS_MASTER PM
               WHERE PM.PART_NUMBER = :WS-HV-SO-PART
                 AND PM.DEALER_CODE = :WS-HV-SO-DEALER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'PART NOT ON FILE FOR THIS DEALER'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPSP00: DB2 ERROR READING PARTS MASTER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-FORMAT-ORDER - MOVE ORDER FIELDS TO OUTPUT           *
      ****************************************************************
       5500-FORMAT-ORDER.
      *
           MOVE WS-HV-SO-ID TO WS-OUT-ORDER-ID
           MOVE WS-HV-SO-DEALER TO WS-OUT-DEALER-CODE
           MOVE WS-HV-SO-CUSTOMER-ID TO WS-OUT-CUSTOMER-ID
           MOVE WS-HV-SO-RO-NUMBER TO WS-OUT-RO-NUMBER
           MOVE WS-HV-SO-PART TO WS-OUT-PART-NUMBER
           MOVE WS-HV-PM-DESC TO WS-OUT-PART-DESC
           MOVE WS-HV-SO-QTY TO WS-OUT-QUANTITY
           MOVE WS-HV-SO-UNIT-PRICE TO WS-OUT-UNIT-PRICE
           COMPUTE WS-EXT-PRICE =
               WS-HV-SO-UNIT-PRICE * WS-HV-SO-QTY
           MOVE WS-EXT-PRICE TO WS-OUT-EXT-PRICE
           MOVE WS-HV-SO-PO-NUMBER TO WS-OUT-PO-NUMBER
           MOVE WS-HV-SO-STATUS TO WS-OUT-STATUS
           MOVE WS-HV-SO-DEPOSIT-AMT TO WS-OUT-DEPOSIT-AMT
           MOVE WS-HV-SO-DEPOSIT-METHOD TO WS-OUT-DEPOSIT-METHOD
           MOVE WS-HV-SO-RECEIPT TO WS-OUT-RECEIPT-NUMBER
           MOVE WS-HV-SO-DEPOSIT-STATUS TO WS-OUT-DEPOSIT-STATUS
           MOVE WS-HV-SO-REFUND-AMT TO WS-OUT-REFUND-AMT
           MOVE WS-HV-SO-ORDER-DATE TO WS-OUT-ORDER-DATE
           MOVE WS-HV-SO-RECEIVED-DATE TO WS-OUT-RECEIVED-DATE
           MOVE WS-HV-SO-NOTIFIED-DATE TO WS-OUT-NOTIFIED-DATE
           MOVE WS-HV-SO-CLOSED-DATE TO WS-OUT-CLOSED-DATE
           .
      *
      ****************************************************************
      *    6000-CANCEL-ORDER - CUSTOMER CANCELS BEFORE PICKUP. A     *
      *    RECEIVED PART IS RELEASED BACK TO STOCK.                  *
      ****************************************************************
       6000-CANCEL-ORDER.
      *
           PERFORM 5000-READ-ORDER THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-HV-SO-STATUS NOT = 'OR'
           AND WS-HV-SO-STATUS NOT = 'RV'
               MOVE 'ONLY AN ORDERED OR RECEIVED ORDER CAN BE CANCELLED'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 6700-SETTLE-DEPOSIT THRU 6700-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-HV-SO-STATUS = 'RV'
               PERFORM 6600-RELEASE-RESERVE THRU 6600-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6000-EXIT
               END-IF
           END-IF
      *
           MOVE 'CA' TO WS-HV-SO-STATUS
           PERFORM 6800-CLOSE-ORDER THRU 6800-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 7000-ORDER-INQUIRY THRU 7000-EXIT
           IF WS-HV-SO-DEPOSIT-STATUS = 'RD'
               MOVE 'ORDER CANCELLED - DEPOSIT REFUNDED FROM DRAWER'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'ORDER CANCELLED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6400-FIND-SESSION - CASHIER'S OPEN SALCSH00 DRAWER        *
      ****************************************************************
       6400-FIND-SESSION.
      *
           MOVE IO-USER TO WS-HV-CS-CASHIER
      *
           EXEC SQL
               SELECT S.SESSION_ID
               INTO  :WS-HV-CS-SESSION-ID
               FROM  AUTOSALE.CASHIER_SESSION S
               WHERE S.CASHIER_ID = :WS-HV-CS-CASHIER
                 AND S.SESSION_STATUS = 'OP'
               ORDER BY S.OPENED_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'NO OPEN CASHIER SESSION - OPEN ONE IN SACS'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPSP00: DB2 ERROR READING CASHIER SESSION'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       6400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6500-DISPOSE-ORDER - WORK A NO-SHOW OFF THE WORKLIST.     *
      *    RT SENDS THE PART BACK TO THE VENDOR; RS PUTS IT INTO     *
      *    GENERAL STOCK. EITHER WAY THE RESERVATION IS RELEASED.    *
      ****************************************************************
       6500-DISPOSE-ORDER.
      *
           PERFORM 5000-READ-ORDER THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6500-EXIT
           END-IF
      *
           IF WS-HV-SO-STATUS NOT = 'NS'
               MOVE 'ORDER IS NOT ON THE NO-SHOW WORKLIST'
                   TO WS-OUT-MESSAGE
               GO TO 6500-EXIT
           END-IF
      *
           PERFORM 5200-READ-PART THRU 5200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6500-EXIT
           END-IF
      *
           IF WS-IN-DS-RETURN
           AND WS-HV-SO-QTY > WS-HV-PM-ON-HAND
               MOVE 'QUANTITY ON HAND IS SHORT OF THE ORDER - COUNT IT'
                   TO WS-OUT-MESSAGE
               GO TO 6500-EXIT
           END-IF
      *
           PERFORM 6700-SETTLE-DEPOSIT THRU 6700-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6500-EXIT
           END-IF
      *
           PERFORM 6600-RELEASE-RESERVE THRU 6600-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6500-EXIT
           END-IF
      *
           IF WS-IN-DS-RETURN
               PERFORM 6550-POST-VENDOR-RETURN THRU 6550-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6500-EXIT
               END-IF
           END-IF
      *
           MOVE WS-IN-DISPOSITION TO WS-HV-SO-STATUS
           PERFORM 6800-CLOSE-ORDER THRU 6800-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6500-EXIT
           END-IF
      *
           PERFORM 7000-ORDER-INQUIRY THRU 7000-EXIT
           IF WS-IN-DS-RETURN
               MOVE 'NO-SHOW RETURNED TO VENDOR - ON HAND RELIEVED'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'NO-SHOW RESTOCKED - PART RELEASED TO THE COUNTER'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6550-POST-VENDOR-RETURN - RT PARTS_TRANSACTION AND ON     *
      *    HAND DOWN FOR A PART GOING BACK TO THE SUPPLIER           *
      ****************************************************************
       6550-POST-VENDOR-RETURN.
      *
           MOVE SPACES TO WS-REFERENCE
           MOVE WS-HV-SO-ID TO WS-OUT-ORDER-ID
           STRING 'SO ' WS-OUT-ORDER-ID
                  DELIMITED BY SIZE
               INTO WS-REFERENCE
           END-STRING
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PART_TRAN_SEQ
               INTO  :WS-TRAN-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPSP00: ERROR GENERATING TRANSACTION ID'
                   TO WS-OUT-MESSAGE
               GO TO 6550-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_TRANSACTION
               ( PART_TRAN_ID
               , PART_NUMBER
               , DEALER_CODE
               , TRAN_TYPE
               , QUANTITY
               , UNIT_COST
               , VIN
               , RO_NUMBER
               , REFERENCE_NO
               , TRAN_DATE
               , POSTED_BY
               , POSTED_TS
               )
               VALUES
               ( :WS-TRAN-ID-NUM
               , :WS-HV-SO-PART
               , :WS-HV-SO-DEALER
               , 'RT'
               , :WS-HV-SO-QTY
               , :WS-HV-PM-UNIT-COST
               , NULL
               , NULL
               , :WS-REFERENCE
               , :WS-CURRENT-DATE
               , :IO-USER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPSP00: DB2 ERROR WRITING TRANSACTION'
                   TO WS-OUT-MESSAGE
               GO TO 6550-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_ON_HAND = QTY_ON_HAND - :WS-HV-SO-QTY
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-HV-SO-PART
                 AND  DEALER_CODE = :WS-HV-SO-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPSP00: DB2 ERROR UPDATING ON-HAND'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6550-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6600-RELEASE-RESERVE - GIVE THE ORDER'S QUANTITY BACK TO  *
      *    THE COUNTER                                               *
      ****************************************************************
       6600-RELEASE-RESERVE.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_RESERVED = CASE
                          WHEN QTY_RESERVED >= :WS-HV-SO-QTY
                          THEN QTY_RESERVED - :WS-HV-SO-QTY
                          ELSE 0 END
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-HV-SO-PART
                 AND  DEALER_CODE = :WS-HV-SO-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPSP00: DB2 ERROR RELEASING RESERVED QUANTITY'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6700-SETTLE-DEPOSIT - A HELD DEPOSIT IS EITHER APPLIED    *
      *    (KEPT AGAINST THE RESTOCKING/RETURN COST) OR REFUNDED     *
      *    OUT OF THE CASHIER'S OPEN DRAWER                          *
      ****************************************************************
       6700-SETTLE-DEPOSIT.
      *
           IF WS-HV-SO-DEPOSIT-STATUS NOT = 'HD'
               GO TO 6700-EXIT
           END-IF
      *
           IF NOT WS-IN-DA-APPLY
           AND NOT WS-IN-DA-REFUND
               MOVE 'DEPOSIT IS HELD - DEPOSIT ACTION AP OR RF REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 6700-EXIT
           END-IF
      *
           IF WS-IN-DA-APPLY
               MOVE 'AP' TO WS-HV-SO-DEPOSIT-STATUS
               MOVE +0 TO WS-HV-SO-REFUND-AMT
               MOVE +0 TO WS-HV-CS-SESSION-ID
               GO TO 6700-EXIT
           END-IF
      *
           PERFORM 6400-FIND-SESSION THRU 6400-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6700-EXIT
           END-IF
      *
           MOVE 'RD' TO WS-HV-SO-DEPOSIT-STATUS
           MOVE WS-HV-SO-DEPOSIT-AMT TO WS-HV-SO-REFUND-AMT
           .
       6700-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6800-CLOSE-ORDER - FINAL STATUS AND DEPOSIT OUTCOME       *
      ****************************************************************
       6800-CLOSE-ORDER.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_SPECIAL_ORDER
                  SET ORDER_STATUS   = :WS-HV-SO-STATUS
                    , DEPOSIT_STATUS = :WS-HV-SO-DEPOSIT-STATUS
                    , REFUND_AMT     = :WS-HV-SO-REFUND-AMT
                    , RFD_SESSION_ID = NULLIF(:WS-HV-CS-SESSION-ID, 0)
                    , CLOSED_DATE    = :WS-CURRENT-DATE
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  SPECIAL_ORDER_ID = :WS-HV-SO-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPSP00: DB2 ERROR UPDATING SPECIAL ORDER'
                   TO WS-OUT-MESSAGE
               GO TO 6800-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_SPECIAL_ORD' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-HV-SO-ID TO WS-OUT-ORDER-ID
           MOVE WS-OUT-ORDER-ID TO WS-LOG-KEY-VALUE
           MOVE WS-HV-SO-REFUND-AMT TO WS-AMOUNT-DSP
           STRING 'SPECIAL ORDER CLOSED ' WS-HV-SO-STATUS
                  ' DEPOSIT ' WS-HV-SO-DEPOSIT-STATUS
                  ' REFUND ' WS-AMOUNT-DSP
                  ' BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
           .
       6800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-ORDER-INQUIRY - DISPLAY ONE SPECIAL ORDER            *
      ****************************************************************
       7000-ORDER-INQUIRY.
      *
           PERFORM 5000-READ-ORDER THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           PERFORM 5200-READ-PART THRU 5200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               MOVE SPACES TO WS-OUT-MESSAGE
               MOVE SPACES TO WS-HV-PM-DESC
           END-IF
      *
           PERFORM 5500-FORMAT-ORDER
           MOVE 'SPECIAL ORDER DISPLAYED' TO WS-OUT-MESSAGE
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    8000-SEND-OUTPUT - ISRT CALL ON IO-PCB                    *
      ****************************************************************
       8000-SEND-OUTPUT.
      *
           COMPUTE WS-OUT-LL =
               FUNCTION LENGTH(WS-OUTPUT-MSG)
           MOVE +0 TO WS-OUT-ZZ
      *
           CALL 'CBLTDLI' USING WS-ISRT
                                IO-PCB
                                WS-OUTPUT-MSG
      *
           IF IO-STATUS NOT = '  '
               CONTINUE
           END-IF
           .
      *
      ****************************************************************
      *    9100-DB2-ERROR - CALL COMMON DB2 ERROR HANDLER            *
      ****************************************************************
       9100-DB2-ERROR.
      *
           MOVE WS-PROGRAM-NAME TO WS-DBE-PROGRAM
           MOVE 'SVCPSP00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'PARTS_SPECIAL_ORD' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF SVCPSP00                                              *
      ****************************************************************
