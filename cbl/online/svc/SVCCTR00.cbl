       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCTR00.
      ****************************************************************
      * PROGRAM:  SVCCTR00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   SVC - PARTS COUNTER TICKETS                        *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-14                                         *
      * PURPOSE:  OVER-THE-COUNTER PARTS SALES. A TICKET IS EITHER   *
      *           RETAIL (RT - WALK-IN, OPTIONAL CUSTOMER) OR        *
      *           WHOLESALE (WH - A PARTS_WHSL_ACCOUNT FROM          *
      *           SVCPWA00). RETAIL LINES PRICE AT THE MASTER LIST   *
      *           PRICE; WHOLESALE LINES AT LIST LESS THE ACCOUNT    *
      *           DISCOUNT. A WHOLESALE ACCOUNT WITH A CURRENT       *
      *           RESALE CERTIFICATE ON FILE IS TAX EXEMPT; ALL      *
      *           OTHER TICKETS ARE TAXED THROUGH COMTAXL0.          *
      *           OPN - OPEN A TICKET                                *
      *           ADL - ADD A PART LINE TO AN OPEN TICKET            *
      *           VOD - VOID AN OPEN TICKET                          *
      *           CLS - PRICE, TAX AND TENDER THE TICKET. CA/CK/CC   *
      *                 GO IN THE CASHIER'S OPEN SALCSH00 DRAWER; CH *
      *                 CHARGES A WHOLESALE ACCOUNT WITHIN ITS       *
      *                 CREDIT LIMIT. EVERY LINE POSTS A             *
      *                 PARTS_TRANSACTION ISSUE AND RELIEVES STOCK.  *
      *           INQ - DISPLAY A TICKET AND ITS FIRST 8 LINES       *
      *           A RETAIL LINE MAY PICK UP A CUSTOMER SPECIAL ORDER *
      *           (SVCPSP00) RECEIVED AGAINST ITS RESERVATION, AT    *
      *           THE ORDER'S PRICE. ORDINARY LINES MAY ONLY DRAW ON *
      *           STOCK NOT RESERVED. AT CLOSE THE ORDER DEPOSITS    *
      *           ARE APPLIED (DEPOSIT_APPLIED) AND ONLY THE BALANCE *
      *           IS TENDERED.                                       *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVCT - PARTS COUNTER TICKET                        *
      * MFS MOD:  ASSVCT00                                           *
      * TABLES:   AUTOSALE.PARTS_COUNTER_TICKET (READ/INSERT/UPDATE) *
      *           AUTOSALE.PARTS_COUNTER_LINE   (READ/INSERT/UPDATE) *
      *           AUTOSALE.PARTS_WHSL_ACCOUNT   (READ/UPDATE)        *
      *           AUTOSALE.PARTS_MASTER         (READ/UPDATE)        *
      *           AUTOSALE.PARTS_TRANSACTION    (INSERT)             *
      *           AUTOSALE.PARTS_SPECIAL_ORDER  (READ/UPDATE)        *
      *           AUTOSALE.CASHIER_SESSION      (READ)               *
      *           AUTOSALE.CUSTOMER             (READ)               *
      *           AUTOSALE.DEALER               (READ)               *
      * CALLS:    COMTAXL0 - SALES TAX ON THE PARTS AMOUNT           *
      *           COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-14  INITIAL CREATION                               *
      *   2026-10-15  SPECIAL-ORDER PICKUP LINES; RESERVED STOCK     *
      *               HELD BACK FROM ORDINARY LINES; ORDER DEPOSITS  *
      *               APPLIED AGAINST THE TICKET AT CLOSE            *
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
                                          VALUE 'SVCCTR00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASSVCT00'.
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
               88  WS-IN-FN-OPN                      VALUE 'OPN'.
               88  WS-IN-FN-ADL                      VALUE 'ADL'.
               88  WS-IN-FN-VOD                      VALUE 'VOD'.
               88  WS-IN-FN-CLS                      VALUE 'CLS'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
           05  WS-IN-TICKET-NUMBER       PIC 9(09).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-SALE-TYPE           PIC X(02).
               88  WS-IN-ST-RETAIL                   VALUE 'RT'.
               88  WS-IN-ST-WHOLESALE                VALUE 'WH'.
           05  WS-IN-CUSTOMER-ID         PIC 9(09).
           05  WS-IN-ACCOUNT-ID          PIC 9(09).
           05  WS-IN-PART-NUMBER         PIC X(15).
           05  WS-IN-QUANTITY            PIC 9(05).
           05  WS-IN-TENDER-TYPE         PIC X(02).
               88  WS-IN-TD-CASH                     VALUE 'CA'.
               88  WS-IN-TD-CHECK                    VALUE 'CK'.
               88  WS-IN-TD-CARD                     VALUE 'CC'.
               88  WS-IN-TD-CHARGE                   VALUE 'CH'.
           05  WS-IN-SPECIAL-ORDER       PIC 9(09).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-TICKET-NUMBER      PIC 9(09).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-SALE-TYPE          PIC X(02).
           05  WS-OUT-CUSTOMER-ID        PIC 9(09).
           05  WS-OUT-ACCOUNT-ID         PIC 9(09).
           05  WS-OUT-TAX-EXEMPT         PIC X(01).
           05  WS-OUT-CERT-NO            PIC X(20).
           05  WS-OUT-STATUS             PIC X(02).
           05  WS-OUT-PARTS-AMT          PIC Z(6)9.99.
           05  WS-OUT-TAX-AMT            PIC Z(6)9.99.
           05  WS-OUT-TICKET-AMT         PIC Z(6)9.99.
           05  WS-OUT-TENDER-TYPE        PIC X(02).
           05  WS-OUT-SESSION-ID         PIC 9(09).
           05  WS-OUT-TICKET-DATE        PIC X(10).
           05  WS-OUT-DEPOSIT-APPLIED    PIC Z(6)9.99.
           05  WS-OUT-BALANCE-DUE        PIC Z(6)9.99.
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 8 TIMES.
               10  WS-OUT-LN-NUMBER      PIC Z(3)9.
               10  WS-OUT-LN-PART        PIC X(15).
               10  WS-OUT-LN-QTY         PIC Z(4)9.
               10  WS-OUT-LN-LIST        PIC Z(6)9.99.
               10  WS-OUT-LN-PRICE       PIC Z(6)9.99.
               10  WS-OUT-LN-AMOUNT      PIC Z(6)9.99.
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE           PIC X(10).
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-TICKET-NUM             PIC S9(09) COMP VALUE +0.
           05  WS-TRAN-ID-NUM            PIC S9(09) COMP VALUE +0.
           05  WS-SHORT-COUNT            PIC S9(09) COMP VALUE +0.
           05  WS-POST-COUNT             PIC S9(09) COMP VALUE +0.
           05  WS-NEW-BALANCE            PIC S9(09)V99 COMP-3.
           05  WS-AMOUNT-DSP             PIC Z(8)9.99.
           05  WS-QTY-AVAILABLE          PIC S9(09) COMP VALUE +0.
           05  WS-SO-OPEN-COUNT          PIC S9(09) COMP VALUE +0.
           05  WS-REFERENCE              PIC X(20).
      *
      *    DB2 HOST VARIABLES - TICKET HEADER
      *
       01  WS-HV-CT.
           05  WS-HV-CT-NUMBER           PIC S9(09) COMP.
           05  WS-HV-CT-DEALER           PIC X(05).
           05  WS-HV-CT-SALE-TYPE        PIC X(02).
           05  WS-HV-CT-CUSTOMER-ID      PIC S9(09) COMP.
           05  WS-HV-CT-ACCOUNT-ID       PIC S9(09) COMP.
           05  WS-HV-CT-TAX-EXEMPT       PIC X(01).
           05  WS-HV-CT-CERT             PIC X(20).
           05  WS-HV-CT-STATUS           PIC X(02).
           05  WS-HV-CT-PARTS-AMT        PIC S9(07)V99 COMP-3.
           05  WS-HV-CT-TAX-AMT          PIC S9(07)V99 COMP-3.
           05  WS-HV-CT-TICKET-AMT       PIC S9(07)V99 COMP-3.
           05  WS-HV-CT-TENDER           PIC X(02).
           05  WS-HV-CT-SESSION-ID       PIC S9(09) COMP.
           05  WS-HV-CT-DATE             PIC X(10).
           05  WS-HV-CT-DEPOSIT-APPLIED  PIC S9(07)V99 COMP-3.
      *
      *    DB2 HOST VARIABLES - TICKET LINE
      *
       01  WS-HV-CL.
           05  WS-HV-CL-LINE-NUM         PIC S9(04) COMP.
           05  WS-HV-CL-PART             PIC X(15).
           05  WS-HV-CL-QTY              PIC S9(09) COMP.
           05  WS-HV-CL-LIST             PIC S9(07)V99 COMP-3.
           05  WS-HV-CL-PRICE            PIC S9(07)V99 COMP-3.
           05  WS-HV-CL-AMOUNT           PIC S9(07)V99 COMP-3.
           05  WS-HV-CL-COST             PIC S9(07)V99 COMP-3.
           05  WS-HV-CL-SO-ID            PIC S9(09) COMP.
      *
      *    DB2 HOST VARIABLES - CUSTOMER SPECIAL ORDER
      *
       01  WS-HV-SO.
           05  WS-HV-SO-ID               PIC S9(09) COMP.
           05  WS-HV-SO-DEALER           PIC X(05).
           05  WS-HV-SO-CUSTOMER-ID      PIC S9(09) COMP.
           05  WS-HV-SO-RO-NUMBER        PIC S9(09) COMP.
           05  WS-HV-SO-PART             PIC X(15).
           05  WS-HV-SO-QTY              PIC S9(09) COMP.
           05  WS-HV-SO-UNIT-PRICE       PIC S9(07)V99 COMP-3.
           05  WS-HV-SO-STATUS           PIC X(02).
      *
      *    DB2 HOST VARIABLES - WHOLESALE ACCOUNT / MASTER / DRAWER
      *
       01  WS-HV-WA.
           05  WS-HV-WA-DEALER           PIC X(05).
           05  WS-HV-WA-DISCOUNT         PIC S9(03)V99 COMP-3.
           05  WS-HV-WA-CREDIT-LIMIT     PIC S9(07)V99 COMP-3.
           05  WS-HV-WA-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-WA-CERT             PIC X(20).
           05  WS-HV-WA-CERT-FILE        PIC X(01).
           05  WS-HV-WA-CERT-VALID       PIC X(01).
           05  WS-HV-WA-ACTIVE           PIC X(01).
       01  WS-HV-PM.
           05  WS-HV-PM-LIST-PRICE       PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-UNIT-COST        PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-ON-HAND          PIC S9(09) COMP.
           05  WS-HV-PM-RESERVED         PIC S9(09) COMP.
           05  WS-HV-PM-ACTIVE           PIC X(01).
           05  WS-HV-DL-DEALER           PIC X(05).
           05  WS-HV-DL-STATE            PIC X(02).
           05  WS-HV-CU-ID               PIC S9(09) COMP.
           05  WS-HV-CS-CASHIER          PIC X(08).
      *
      *    COMMON MODULE LINKAGE - COMTAXL0
      *
       01  WS-TAX-STATE-CODE             PIC X(02).
       01  WS-TAX-COUNTY-CODE            PIC X(05).
       01  WS-TAX-CITY-CODE              PIC X(05).
       01  WS-TAX-INPUT-AREA.
           05  WS-TAX-TAXABLE-AMT        PIC S9(09)V99 COMP-3.
           05  WS-TAX-TRADE-ALLOW        PIC S9(09)V99 COMP-3.
           05  WS-TAX-DOC-FEE-REQ        PIC S9(05)V99 COMP-3.
           05  WS-TAX-VEHICLE-TYPE       PIC X(02).
           05  WS-TAX-SALE-DATE          PIC X(10).
       01  WS-TAX-RESULT-AREA.
           05  WS-TAX-STATE-RATE         PIC S9(01)V9(04) COMP-3.
           05  WS-TAX-STATE-AMT          PIC S9(09)V99 COMP-3.
           05  WS-TAX-COUNTY-RATE        PIC S9(01)V9(04) COMP-3.
           05  WS-TAX-COUNTY-AMT         PIC S9(09)V99 COMP-3.
           05  WS-TAX-CITY-RATE          PIC S9(01)V9(04) COMP-3.
           05  WS-TAX-CITY-AMT           PIC S9(09)V99 COMP-3.
           05  WS-TAX-TOTAL-TAX          PIC S9(09)V99 COMP-3.
           05  WS-TAX-NET-TAXABLE        PIC S9(09)V99 COMP-3.
           05  WS-TAX-DOC-FEE            PIC S9(05)V99 COMP-3.
           05  WS-TAX-TITLE-FEE          PIC S9(05)V99 COMP-3.
           05  WS-TAX-REG-FEE            PIC S9(05)V99 COMP-3.
           05  WS-TAX-TOTAL-FEES         PIC S9(07)V99 COMP-3.
           05  WS-TAX-GRAND-TOTAL        PIC S9(09)V99 COMP-3.
       01  WS-TAX-RETURN-CODE            PIC S9(04) COMP.
       01  WS-TAX-ERROR-MSG              PIC X(50).
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
      *    CURSOR - LINES ON A TICKET
      *
           EXEC SQL DECLARE CSR_PCT_LINE CURSOR FOR
               SELECT L.LINE_NUMBER
                    , L.PART_NUMBER
                    , L.QUANTITY
                    , L.LIST_PRICE
                    , L.UNIT_PRICE
                    , L.LINE_AMT
               FROM   AUTOSALE.PARTS_COUNTER_LINE L
               WHERE  L.TICKET_NUMBER = :WS-HV-CT-NUMBER
               ORDER BY L.LINE_NUMBER
           END-EXEC
      *
      *    CURSOR - LINES NOT YET POSTED TO PARTS_TRANSACTION
      *
           EXEC SQL DECLARE CSR_PCT_POST CURSOR FOR
               SELECT L.LINE_NUMBER
                    , L.PART_NUMBER
                    , L.QUANTITY
                    , L.UNIT_COST
                    , COALESCE(L.SPECIAL_ORDER_ID, 0)
               FROM   AUTOSALE.PARTS_COUNTER_LINE L
               WHERE  L.TICKET_NUMBER = :WS-HV-CT-NUMBER
                 AND  L.PART_TRAN_ID IS NULL
               ORDER BY L.LINE_NUMBER
           END-EXEC
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
                   WHEN WS-IN-FN-OPN
                       PERFORM 4000-OPEN-TICKET THRU 4000-EXIT
                   WHEN WS-IN-FN-ADL
                       PERFORM 4500-ADD-LINE THRU 4500-EXIT
                   WHEN WS-IN-FN-VOD
                       PERFORM 6800-VOID-TICKET THRU 6800-EXIT
                   WHEN WS-IN-FN-CLS
                       PERFORM 6000-CLOSE-TICKET THRU 6000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 7000-TICKET-INQUIRY THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE OPN/ADL/VOD/CLS/INQ'
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
           MOVE SPACES TO WS-OUT-MESSAGE
           MOVE 'PARTS COUNTER TICKET' TO WS-OUT-TITLE
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
               MOVE 'SVCCTR00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-FN-OPN
               IF WS-IN-DEALER-CODE = SPACES
                   MOVE 'DEALER CODE IS REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF NOT WS-IN-ST-RETAIL
               AND NOT WS-IN-ST-WHOLESALE
                   MOVE 'INVALID SALE TYPE - USE RT OR WH'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-ST-WHOLESALE
               AND WS-IN-ACCOUNT-ID = ZEROS
                   MOVE 'WHOLESALE ACCOUNT ID IS REQUIRED FOR WH'
                       TO WS-OUT-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-TICKET-NUMBER = ZEROS
               MOVE 'TICKET NUMBER IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-ADL
           AND WS-IN-SPECIAL-ORDER = ZEROS
               IF WS-IN-PART-NUMBER = SPACES
               OR WS-IN-QUANTITY = ZEROS
                   MOVE 'PART NUMBER AND QUANTITY ARE REQUIRED'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
      *
           IF WS-IN-FN-CLS
               IF NOT WS-IN-TD-CASH
               AND NOT WS-IN-TD-CHECK
               AND NOT WS-IN-TD-CARD
               AND NOT WS-IN-TD-CHARGE
                   MOVE 'INVALID TENDER TYPE - USE CA, CK, CC, OR CH'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-OPEN-TICKET - NEW RETAIL OR WHOLESALE TICKET         *
      ****************************************************************
       4000-OPEN-TICKET.
      *
           EXEC SQL
               SELECT D.DEALER_CODE
               INTO  :WS-HV-DL-DEALER
               FROM  AUTOSALE.DEALER D
               WHERE D.DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'DEALER NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCTR00: DB2 ERROR READING DEALER'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           MOVE 'N' TO WS-HV-CT-TAX-EXEMPT
           MOVE SPACES TO WS-HV-CT-CERT
           MOVE WS-IN-CUSTOMER-ID TO WS-HV-CT-CUSTOMER-ID
           MOVE WS-IN-ACCOUNT-ID TO WS-HV-CT-ACCOUNT-ID
      *
           IF WS-IN-ST-RETAIL
               MOVE +0 TO WS-HV-CT-ACCOUNT-ID
               IF WS-IN-CUSTOMER-ID NOT = ZEROS
                   PERFORM 4100-CHECK-CUSTOMER THRU 4100-EXIT
               END-IF
           ELSE
               MOVE +0 TO WS-HV-CT-CUSTOMER-ID
               PERFORM 4200-CHECK-ACCOUNT THRU 4200-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PARTS_TICKET_SEQ
               INTO  :WS-TICKET-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCCTR00: ERROR GENERATING TICKET NUMBER'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_COUNTER_TICKET
               ( TICKET_NUMBER
               , DEALER_CODE
               , SALE_TYPE
               , CUSTOMER_ID
               , ACCOUNT_ID
               , TAX_EXEMPT
               , RESALE_CERT_NO
               , TICKET_STATUS
               , PARTS_AMT
               , TAX_AMT
               , TICKET_AMT
               , TENDER_TYPE
               , SESSION_ID
               , TICKET_DATE
               , CREATED_BY
               , CREATED_TS
               , UPDATED_TS
               , DEPOSIT_APPLIED
               )
               VALUES
               ( :WS-TICKET-NUM
               , :WS-IN-DEALER-CODE
               , :WS-IN-SALE-TYPE
               , NULLIF(:WS-HV-CT-CUSTOMER-ID, 0)
               , NULLIF(:WS-HV-CT-ACCOUNT-ID, 0)
               , :WS-HV-CT-TAX-EXEMPT
               , NULLIF(:WS-HV-CT-CERT, ' ')
               , 'OP'
               , 0
               , 0
               , 0
               , NULL
               , NULL
               , :WS-CURRENT-DATE
               , :IO-USER
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               , 0
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR INSERTING TICKET'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_COUNTER_TKT' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-TICKET-NUM TO WS-OUT-TICKET-NUMBER
           MOVE WS-OUT-TICKET-NUMBER TO WS-LOG-KEY-VALUE
           STRING 'COUNTER TICKET OPENED ' WS-IN-SALE-TYPE
                  ' DEALER ' WS-IN-DEALER-CODE
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
           MOVE WS-TICKET-NUM TO WS-IN-TICKET-NUMBER
           PERFORM 7000-TICKET-INQUIRY THRU 7000-EXIT
           IF WS-HV-CT-TAX-EXEMPT = 'Y'
               MOVE 'TICKET OPENED - TAX EXEMPT ON RESALE CERTIFICATE'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'TICKET OPENED' TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-CHECK-CUSTOMER - RETAIL CUSTOMER MUST EXIST          *
      ****************************************************************
       4100-CHECK-CUSTOMER.
      *
           EXEC SQL
               SELECT C.CUSTOMER_ID
               INTO  :WS-HV-CU-ID
               FROM  AUTOSALE.CUSTOMER C
               WHERE C.CUSTOMER_ID = :WS-HV-CT-CUSTOMER-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'CUSTOMER NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCTR00: DB2 ERROR READING CUSTOMER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-CHECK-ACCOUNT - ACTIVE ACCOUNT AT THIS DEALER; THE   *
      *    TICKET IS EXEMPT ONLY WITH A CURRENT CERTIFICATE ON FILE  *
      ****************************************************************
       4200-CHECK-ACCOUNT.
      *
           PERFORM 5200-READ-ACCOUNT THRU 5200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-HV-WA-ACTIVE NOT = 'Y'
               MOVE 'WHOLESALE ACCOUNT IS NOT ACTIVE'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-HV-WA-DEALER NOT = WS-IN-DEALER-CODE
               MOVE 'WHOLESALE ACCOUNT BELONGS TO ANOTHER DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 4200-EXIT
           END-IF
      *
           IF WS-HV-WA-CERT-FILE = 'Y'
           AND WS-HV-WA-CERT NOT = SPACES
           AND WS-HV-WA-CERT-VALID = 'Y'
               MOVE 'Y' TO WS-HV-CT-TAX-EXEMPT
               MOVE WS-HV-WA-CERT TO WS-HV-CT-CERT
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4500-ADD-LINE - PRICE A PART AT THE TICKET'S LEVEL        *
      ****************************************************************
       4500-ADD-LINE.
      *
           PERFORM 5000-READ-TICKET THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4500-EXIT
           END-IF
      *
           IF WS-HV-CT-STATUS NOT = 'OP'
               MOVE 'TICKET IS NOT OPEN - LINES CANNOT BE ADDED'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           MOVE +0 TO WS-HV-CL-SO-ID
           IF WS-IN-SPECIAL-ORDER NOT = ZEROS
               PERFORM 4600-CHECK-SPECIAL-ORDER THRU 4600-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 4500-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               SELECT PM.LIST_PRICE
                    , PM.UNIT_COST
                    , PM.QTY_ON_HAND
                    , PM.QTY_RESERVED
                    , PM.ACTIVE_FLAG
               INTO  :WS-HV-PM-LIST-PRICE
                    , :WS-HV-PM-UNIT-COST
                    , :WS-HV-PM-ON-HAND
                    , :WS-HV-PM-RESERVED
                    , :WS-HV-PM-ACTIVE
               FROM  AUTOSALE.PARTS_MASTER PM
               WHERE PM.PART_NUMBER = :WS-IN-PART-NUMBER
                 AND PM.DEALER_CODE = :WS-HV-CT-DEALER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'PART NOT ON FILE FOR THIS DEALER'
                       TO WS-OUT-MESSAGE
                   GO TO 4500-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCTR00: DB2 ERROR READING PARTS MASTER'
                       TO WS-OUT-MESSAGE
                   GO TO 4500-EXIT
           END-EVALUATE
      *
           IF WS-HV-PM-ACTIVE NOT = 'Y'
               MOVE 'PART IS NOT ACTIVE'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           IF WS-HV-PM-LIST-PRICE NOT > +0
               MOVE 'PART HAS NO LIST PRICE - SET IT IN SVPI FIRST'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           IF WS-IN-QUANTITY > WS-HV-PM-ON-HAND
               MOVE 'INSUFFICIENT QUANTITY ON HAND FOR THIS PART'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
      *    STOCK HELD FOR SPECIAL ORDERS IS NOT FOR SALE, EXCEPT TO
      *    THE CUSTOMER WHOSE ORDER THIS LINE PICKS UP
      *
           COMPUTE WS-QTY-AVAILABLE =
               WS-HV-PM-ON-HAND - WS-HV-PM-RESERVED
           IF WS-HV-CL-SO-ID > +0
               ADD WS-HV-SO-QTY TO WS-QTY-AVAILABLE
           END-IF
           IF WS-IN-QUANTITY > WS-QTY-AVAILABLE
               MOVE 'REMAINING STOCK IS RESERVED FOR SPECIAL ORDERS'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
      *    RETAIL PAYS LIST; WHOLESALE PAYS LIST LESS ITS DISCOUNT;
      *    A SPECIAL ORDER PAYS THE PRICE QUOTED WHEN IT WAS TAKEN
      *
           MOVE WS-HV-PM-LIST-PRICE TO WS-HV-CL-LIST
           EVALUATE TRUE
               WHEN WS-HV-CL-SO-ID > +0
                   MOVE WS-HV-SO-UNIT-PRICE TO WS-HV-CL-PRICE
               WHEN WS-HV-CT-SALE-TYPE = 'WH'
                   PERFORM 5200-READ-ACCOUNT THRU 5200-EXIT
                   IF WS-OUT-MESSAGE NOT = SPACES
                       GO TO 4500-EXIT
                   END-IF
                   COMPUTE WS-HV-CL-PRICE ROUNDED =
                       WS-HV-PM-LIST-PRICE
                     - (WS-HV-PM-LIST-PRICE * WS-HV-WA-DISCOUNT / 100)
               WHEN OTHER
                   MOVE WS-HV-PM-LIST-PRICE TO WS-HV-CL-PRICE
           END-EVALUATE
      *
           MOVE WS-IN-QUANTITY TO WS-HV-CL-QTY
           COMPUTE WS-HV-CL-AMOUNT =
               WS-HV-CL-PRICE * WS-HV-CL-QTY
           MOVE WS-HV-PM-UNIT-COST TO WS-HV-CL-COST
           MOVE WS-IN-PART-NUMBER TO WS-HV-CL-PART
      *
           EXEC SQL
               SELECT COALESCE(MAX(L.LINE_NUMBER), 0) + 1
               INTO  :WS-HV-CL-LINE-NUM
               FROM  AUTOSALE.PARTS_COUNTER_LINE L
               WHERE L.TICKET_NUMBER = :WS-HV-CT-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR NUMBERING TICKET LINE'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_COUNTER_LINE
               ( TICKET_NUMBER
               , LINE_NUMBER
               , PART_NUMBER
               , QUANTITY
               , LIST_PRICE
               , UNIT_PRICE
               , LINE_AMT
               , UNIT_COST
               , PART_TRAN_ID
               , CREATED_TS
               , SPECIAL_ORDER_ID
               )
               VALUES
               ( :WS-HV-CT-NUMBER
               , :WS-HV-CL-LINE-NUM
               , :WS-HV-CL-PART
               , :WS-HV-CL-QTY
               , :WS-HV-CL-LIST
               , :WS-HV-CL-PRICE
               , :WS-HV-CL-AMOUNT
               , :WS-HV-CL-COST
               , NULL
               , CURRENT TIMESTAMP
               , NULLIF(:WS-HV-CL-SO-ID, 0)
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR INSERTING TICKET LINE'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNTER_TICKET
                  SET PARTS_AMT  = PARTS_AMT + :WS-HV-CL-AMOUNT
                    , TICKET_AMT = PARTS_AMT + :WS-HV-CL-AMOUNT
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  TICKET_NUMBER = :WS-HV-CT-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR UPDATING TICKET TOTAL'
                   TO WS-OUT-MESSAGE
               GO TO 4500-EXIT
           END-IF
      *
           PERFORM 7000-TICKET-INQUIRY THRU 7000-EXIT
           IF WS-HV-CL-SO-ID > +0
               MOVE 'SPECIAL ORDER ADDED TO TICKET FOR PICKUP'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'LINE ADDED TO TICKET' TO WS-OUT-MESSAGE
           END-IF
           .
       4500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4600-CHECK-SPECIAL-ORDER - THE ORDER MUST BE WAITING FOR  *
      *    PICKUP AT THIS DEALER, FOR THIS TICKET'S CUSTOMER, AND    *
      *    NOT ALREADY ON ANOTHER OPEN TICKET. THE LINE TAKES THE    *
      *    ORDER'S PART AND QUANTITY. RO ORDERS ARE ISSUED TO THE RO *
      *    IN SVPI, NOT SOLD OVER THE COUNTER.                       *
      ****************************************************************
       4600-CHECK-SPECIAL-ORDER.
      *
           IF WS-HV-CT-SALE-TYPE NOT = 'RT'
               MOVE 'SPECIAL ORDERS ARE PICKED UP ON RETAIL TICKETS'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           MOVE WS-IN-SPECIAL-ORDER TO WS-HV-SO-ID
      *
           EXEC SQL
               SELECT S.DEALER_CODE
                    , S.CUSTOMER_ID
                    , COALESCE(S.RO_NUMBER, 0)
                    , S.PART_NUMBER
                    , S.QUANTITY
                    , S.UNIT_PRICE
                    , S.ORDER_STATUS
               INTO  :WS-HV-SO-DEALER
                    , :WS-HV-SO-CUSTOMER-ID
                    , :WS-HV-SO-RO-NUMBER
                    , :WS-HV-SO-PART
                    , :WS-HV-SO-QTY
                    , :WS-HV-SO-UNIT-PRICE
                    , :WS-HV-SO-STATUS
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
                   GO TO 4600-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCTR00: DB2 ERROR READING SPECIAL ORDER'
                       TO WS-OUT-MESSAGE
                   GO TO 4600-EXIT
           END-EVALUATE
      *
           IF WS-HV-SO-STATUS NOT = 'RV'
           AND WS-HV-SO-STATUS NOT = 'NS'
               MOVE 'SPECIAL ORDER IS NOT RECEIVED AND AWAITING PICKUP'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           IF WS-HV-SO-DEALER NOT = WS-HV-CT-DEALER
               MOVE 'SPECIAL ORDER BELONGS TO ANOTHER DEALER'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           IF WS-HV-SO-RO-NUMBER NOT = +0
               MOVE 'SPECIAL ORDER IS FOR AN RO - ISSUE IT TO THE RO'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           IF WS-HV-CT-CUSTOMER-ID NOT = +0
           AND WS-HV-CT-CUSTOMER-ID NOT = WS-HV-SO-CUSTOMER-ID
               MOVE 'SPECIAL ORDER IS FOR A DIFFERENT CUSTOMER'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           IF WS-IN-PART-NUMBER NOT = SPACES
           AND WS-IN-PART-NUMBER NOT = WS-HV-SO-PART
               MOVE 'PART NUMBER DOES NOT MATCH THE SPECIAL ORDER'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-SO-OPEN-COUNT
               FROM  AUTOSALE.PARTS_COUNTER_LINE   L
                   , AUTOSALE.PARTS_COUNTER_TICKET T
               WHERE L.SPECIAL_ORDER_ID = :WS-HV-SO-ID
                 AND T.TICKET_NUMBER    = L.TICKET_NUMBER
                 AND T.TICKET_STATUS    = 'OP'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR CHECKING SPECIAL ORDER LINES'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           IF WS-SO-OPEN-COUNT > +0
               MOVE 'SPECIAL ORDER IS ALREADY ON AN OPEN TICKET'
                   TO WS-OUT-MESSAGE
               GO TO 4600-EXIT
           END-IF
      *
           MOVE WS-HV-SO-PART TO WS-IN-PART-NUMBER
           MOVE WS-HV-SO-QTY TO WS-IN-QUANTITY
           MOVE WS-HV-SO-ID TO WS-HV-CL-SO-ID
           .
       4600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-READ-TICKET - LOAD THE TICKET HEADER                 *
      ****************************************************************
       5000-READ-TICKET.
      *
           MOVE WS-IN-TICKET-NUMBER TO WS-HV-CT-NUMBER
      *
           EXEC SQL
               SELECT T.DEALER_CODE
                    , T.SALE_TYPE
                    , COALESCE(T.CUSTOMER_ID, 0)
                    , COALESCE(T.ACCOUNT_ID, 0)
                    , T.TAX_EXEMPT
                    , COALESCE(T.RESALE_CERT_NO, ' ')
                    , T.TICKET_STATUS
                    , T.PARTS_AMT
                    , T.TAX_AMT
                    , T.TICKET_AMT
                    , COALESCE(T.TENDER_TYPE, ' ')
                    , COALESCE(T.SESSION_ID, 0)
                    , CHAR(T.TICKET_DATE, ISO)
                    , T.DEPOSIT_APPLIED
               INTO  :WS-HV-CT-DEALER
                    , :WS-HV-CT-SALE-TYPE
                    , :WS-HV-CT-CUSTOMER-ID
                    , :WS-HV-CT-ACCOUNT-ID
                    , :WS-HV-CT-TAX-EXEMPT
                    , :WS-HV-CT-CERT
                    , :WS-HV-CT-STATUS
                    , :WS-HV-CT-PARTS-AMT
                    , :WS-HV-CT-TAX-AMT
                    , :WS-HV-CT-TICKET-AMT
                    , :WS-HV-CT-TENDER
                    , :WS-HV-CT-SESSION-ID
                    , :WS-HV-CT-DATE
                    , :WS-HV-CT-DEPOSIT-APPLIED
               FROM  AUTOSALE.PARTS_COUNTER_TICKET T
               WHERE T.TICKET_NUMBER = :WS-HV-CT-NUMBER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'COUNTER TICKET NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCTR00: DB2 ERROR READING COUNTER TICKET'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-READ-ACCOUNT - WHOLESALE TERMS AND CERTIFICATE       *
      ****************************************************************
       5200-READ-ACCOUNT.
      *
           EXEC SQL
               SELECT A.DEALER_CODE
                    , A.DISCOUNT_PCT
                    , A.CREDIT_LIMIT
                    , A.BALANCE
                    , COALESCE(A.RESALE_CERT_NO, ' ')
                    , A.CERT_ON_FILE
                    , CASE WHEN A.CERT_EXPIRY IS NULL
                             OR A.CERT_EXPIRY >= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
                    , A.ACTIVE_FLAG
               INTO  :WS-HV-WA-DEALER
                    , :WS-HV-WA-DISCOUNT
                    , :WS-HV-WA-CREDIT-LIMIT
                    , :WS-HV-WA-BALANCE
                    , :WS-HV-WA-CERT
                    , :WS-HV-WA-CERT-FILE
                    , :WS-HV-WA-CERT-VALID
                    , :WS-HV-WA-ACTIVE
               FROM  AUTOSALE.PARTS_WHSL_ACCOUNT A
               WHERE A.ACCOUNT_ID = :WS-HV-CT-ACCOUNT-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'WHOLESALE ACCOUNT NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCTR00: DB2 ERROR READING WHOLESALE ACCOUNT'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-FORMAT-TICKET - MOVE HEADER FIELDS TO OUTPUT         *
      ****************************************************************
       5500-FORMAT-TICKET.
      *
           MOVE WS-HV-CT-NUMBER TO WS-OUT-TICKET-NUMBER
           MOVE WS-HV-CT-DEALER TO WS-OUT-DEALER-CODE
           MOVE WS-HV-CT-SALE-TYPE TO WS-OUT-SALE-TYPE
           MOVE WS-HV-CT-CUSTOMER-ID TO WS-OUT-CUSTOMER-ID
           MOVE WS-HV-CT-ACCOUNT-ID TO WS-OUT-ACCOUNT-ID
           MOVE WS-HV-CT-TAX-EXEMPT TO WS-OUT-TAX-EXEMPT
           MOVE WS-HV-CT-CERT TO WS-OUT-CERT-NO
           MOVE WS-HV-CT-STATUS TO WS-OUT-STATUS
           MOVE WS-HV-CT-PARTS-AMT TO WS-OUT-PARTS-AMT
           MOVE WS-HV-CT-TAX-AMT TO WS-OUT-TAX-AMT
           MOVE WS-HV-CT-TICKET-AMT TO WS-OUT-TICKET-AMT
           MOVE WS-HV-CT-TENDER TO WS-OUT-TENDER-TYPE
           MOVE WS-HV-CT-SESSION-ID TO WS-OUT-SESSION-ID
           MOVE WS-HV-CT-DATE TO WS-OUT-TICKET-DATE
           MOVE WS-HV-CT-DEPOSIT-APPLIED TO WS-OUT-DEPOSIT-APPLIED
           COMPUTE WS-NEW-BALANCE =
               WS-HV-CT-TICKET-AMT - WS-HV-CT-DEPOSIT-APPLIED
           MOVE WS-NEW-BALANCE TO WS-OUT-BALANCE-DUE
           .
      *
      ****************************************************************
      *    6000-CLOSE-TICKET - TAX, TENDER AND POST THE ISSUES       *
      ****************************************************************
       6000-CLOSE-TICKET.
      *
           PERFORM 5000-READ-TICKET THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-HV-CT-STATUS NOT = 'OP'
               MOVE 'TICKET IS NOT OPEN - CANNOT BE CLOSED'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
      *    RE-FOOT THE LINES RATHER THAN TRUST THE RUNNING TOTAL
      *
           EXEC SQL
               SELECT COALESCE(SUM(L.LINE_AMT), 0)
                    , COUNT(*)
               INTO  :WS-HV-CT-PARTS-AMT
                    , :WS-POST-COUNT
               FROM  AUTOSALE.PARTS_COUNTER_LINE L
               WHERE L.TICKET_NUMBER = :WS-HV-CT-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR TOTALLING TICKET LINES'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-POST-COUNT = +0
               MOVE 'TICKET HAS NO LINES - VOID IT INSTEAD'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
      *    STOCK MAY HAVE MOVED SINCE THE LINES WERE WRITTEN. LINES
      *    NOT PICKING UP A SPECIAL ORDER MAY NOT TOUCH RESERVED STOCK
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-SHORT-COUNT
               FROM  AUTOSALE.PARTS_MASTER PM
               WHERE PM.DEALER_CODE = :WS-HV-CT-DEALER
                 AND (PM.QTY_ON_HAND <
                     (SELECT SUM(L.QUANTITY)
                      FROM   AUTOSALE.PARTS_COUNTER_LINE L
                      WHERE  L.TICKET_NUMBER = :WS-HV-CT-NUMBER
                        AND  L.PART_NUMBER = PM.PART_NUMBER)
                  OR  PM.QTY_ON_HAND - PM.QTY_RESERVED <
                     (SELECT SUM(L.QUANTITY)
                      FROM   AUTOSALE.PARTS_COUNTER_LINE L
                      WHERE  L.TICKET_NUMBER = :WS-HV-CT-NUMBER
                        AND  L.PART_NUMBER = PM.PART_NUMBER
                        AND  L.SPECIAL_ORDER_ID IS NULL))
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR CHECKING STOCK ON HAND'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-SHORT-COUNT > +0
               MOVE 'INSUFFICIENT STOCK ON HAND FOR ONE OR MORE LINES'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
      *    A SPECIAL ORDER CANCELLED OR DISPOSED OF SINCE IT WAS PUT
      *    ON THE TICKET CAN NO LONGER BE PICKED UP; HELD DEPOSITS ON
      *    THE REST ARE APPLIED AGAINST THE TICKET
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN S.ORDER_STATUS
                                        NOT IN ('RV', 'NS')
                                        THEN 1 ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN S.DEPOSIT_STATUS = 'HD'
                                        THEN S.DEPOSIT_AMT
                                        ELSE 0 END), 0)
               INTO  :WS-SO-OPEN-COUNT
                    , :WS-HV-CT-DEPOSIT-APPLIED
               FROM  AUTOSALE.PARTS_COUNTER_LINE   L
                   , AUTOSALE.PARTS_SPECIAL_ORDER  S
               WHERE L.TICKET_NUMBER    = :WS-HV-CT-NUMBER
                 AND S.SPECIAL_ORDER_ID = L.SPECIAL_ORDER_ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR READING SPECIAL ORDERS'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-SO-OPEN-COUNT > +0
               MOVE 'A SPECIAL ORDER ON THIS TICKET IS NO LONGER HELD'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE +0 TO WS-HV-CT-TAX-AMT
           IF WS-HV-CT-TAX-EXEMPT NOT = 'Y'
               PERFORM 6200-CALC-TAX THRU 6200-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6000-EXIT
               END-IF
           END-IF
      *
           COMPUTE WS-HV-CT-TICKET-AMT =
               WS-HV-CT-PARTS-AMT + WS-HV-CT-TAX-AMT
           MOVE WS-IN-TENDER-TYPE TO WS-HV-CT-TENDER
           MOVE +0 TO WS-HV-CT-SESSION-ID
      *
           IF WS-IN-TD-CHARGE
               PERFORM 6300-CHECK-CHARGE THRU 6300-EXIT
           ELSE
               PERFORM 6400-FIND-SESSION THRU 6400-EXIT
           END-IF
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 6500-POST-ISSUES THRU 6500-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNTER_TICKET
                  SET TICKET_STATUS = 'CL'
                    , PARTS_AMT     = :WS-HV-CT-PARTS-AMT
                    , TAX_AMT       = :WS-HV-CT-TAX-AMT
                    , TICKET_AMT    = :WS-HV-CT-TICKET-AMT
                    , TENDER_TYPE   = :WS-HV-CT-TENDER
                    , SESSION_ID    = NULLIF(:WS-HV-CT-SESSION-ID, 0)
                    , TICKET_DATE   = :WS-CURRENT-DATE
                    , DEPOSIT_APPLIED = :WS-HV-CT-DEPOSIT-APPLIED
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  TICKET_NUMBER = :WS-HV-CT-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR CLOSING TICKET'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-IN-TD-CHARGE
               EXEC SQL
                   UPDATE AUTOSALE.PARTS_WHSL_ACCOUNT
                      SET BALANCE    = BALANCE + :WS-HV-CT-TICKET-AMT
                        , UPDATED_BY = :IO-USER
                        , UPDATED_TS = CURRENT TIMESTAMP
                   WHERE  ACCOUNT_ID = :WS-HV-CT-ACCOUNT-ID
               END-EXEC
               IF SQLCODE NOT = +0
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCTR00: DB2 ERROR CHARGING ACCOUNT'
                       TO WS-OUT-MESSAGE
                   GO TO 6000-EXIT
               END-IF
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_COUNTER_TKT' TO WS-LOG-TABLE-NAME
           MOVE 'CLOSE' TO WS-LOG-ACTION
           MOVE WS-IN-TICKET-NUMBER TO WS-LOG-KEY-VALUE
           MOVE WS-HV-CT-TICKET-AMT TO WS-AMOUNT-DSP
           STRING 'COUNTER TICKET CLOSED ' WS-HV-CT-TENDER
                  ' ' WS-AMOUNT-DSP
                  ' TAX EXEMPT=' WS-HV-CT-TAX-EXEMPT
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
           PERFORM 7000-TICKET-INQUIRY THRU 7000-EXIT
           EVALUATE TRUE
               WHEN WS-IN-TD-CHARGE
                   MOVE 'TICKET CLOSED - CHARGED TO WHOLESALE ACCOUNT'
                       TO WS-OUT-MESSAGE
               WHEN WS-HV-CT-DEPOSIT-APPLIED > +0
                   MOVE 'TICKET CLOSED - DEPOSIT APPLIED, BALANCE PAID'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'TICKET CLOSED - TENDER IN CASHIER DRAWER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6200-CALC-TAX - SALES TAX ON THE PARTS AMOUNT, TAXED AT   *
      *    THE SELLING DEALER'S LOCATION                             *
      ****************************************************************
       6200-CALC-TAX.
      *
           IF WS-HV-CT-PARTS-AMT NOT > +0
               GO TO 6200-EXIT
           END-IF
      *
           EXEC SQL
               SELECT D.STATE_CODE
               INTO  :WS-HV-DL-STATE
               FROM  AUTOSALE.DEALER D
               WHERE D.DEALER_CODE = :WS-HV-CT-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR READING DEALER FOR TAX'
                   TO WS-OUT-MESSAGE
               GO TO 6200-EXIT
           END-IF
      *
           MOVE WS-HV-DL-STATE TO WS-TAX-STATE-CODE
           MOVE '00000' TO WS-TAX-COUNTY-CODE
           MOVE '00000' TO WS-TAX-CITY-CODE
           MOVE WS-HV-CT-PARTS-AMT TO WS-TAX-TAXABLE-AMT
           MOVE +0 TO WS-TAX-TRADE-ALLOW
           MOVE +0 TO WS-TAX-DOC-FEE-REQ
           MOVE 'US' TO WS-TAX-VEHICLE-TYPE
           MOVE WS-CURRENT-DATE TO WS-TAX-SALE-DATE
      *
           CALL 'COMTAXL0' USING WS-TAX-STATE-CODE
                                 WS-TAX-COUNTY-CODE
                                 WS-TAX-CITY-CODE
                                 WS-TAX-INPUT-AREA
                                 WS-TAX-RESULT-AREA
                                 WS-TAX-RETURN-CODE
                                 WS-TAX-ERROR-MSG
      *
           IF WS-TAX-RETURN-CODE NOT = +0
               STRING 'TAX CALC ERROR: '
                      WS-TAX-ERROR-MSG
                      DELIMITED BY '  '
                   INTO WS-OUT-MESSAGE
               END-STRING
           ELSE
               MOVE WS-TAX-TOTAL-TAX TO WS-HV-CT-TAX-AMT
           END-IF
           .
       6200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6300-CHECK-CHARGE - CH IS FOR WHOLESALE ACCOUNTS ONLY,    *
      *    AND THE NEW BALANCE MUST STAY WITHIN THE CREDIT LIMIT     *
      ****************************************************************
       6300-CHECK-CHARGE.
      *
           IF WS-HV-CT-SALE-TYPE NOT = 'WH'
               MOVE 'CHARGE TENDER IS FOR WHOLESALE ACCOUNTS ONLY'
                   TO WS-OUT-MESSAGE
               GO TO 6300-EXIT
           END-IF
      *
           PERFORM 5200-READ-ACCOUNT THRU 5200-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6300-EXIT
           END-IF
      *
           IF WS-HV-WA-ACTIVE NOT = 'Y'
               MOVE 'WHOLESALE ACCOUNT IS NOT ACTIVE - CANNOT CHARGE'
                   TO WS-OUT-MESSAGE
               GO TO 6300-EXIT
           END-IF
      *
           IF WS-HV-WA-CREDIT-LIMIT NOT > +0
               MOVE 'ACCOUNT HAS NO CREDIT LIMIT - CASH TENDER ONLY'
                   TO WS-OUT-MESSAGE
               GO TO 6300-EXIT
           END-IF
      *
           COMPUTE WS-NEW-BALANCE =
               WS-HV-WA-BALANCE + WS-HV-CT-TICKET-AMT
      *
           IF WS-NEW-BALANCE > WS-HV-WA-CREDIT-LIMIT
               MOVE WS-HV-WA-CREDIT-LIMIT TO WS-AMOUNT-DSP
               STRING 'CHARGE WOULD EXCEED CREDIT LIMIT OF '
                      WS-AMOUNT-DSP
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           END-IF
           .
       6300-EXIT.
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
               INTO  :WS-HV-CT-SESSION-ID
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
                   MOVE 'SVCCTR00: DB2 ERROR READING CASHIER SESSION'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       6400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6500-POST-ISSUES - ONE PARTS_TRANSACTION ISSUE PER LINE   *
      ****************************************************************
       6500-POST-ISSUES.
      *
           STRING 'CT ' WS-IN-TICKET-NUMBER
                  DELIMITED BY SIZE
               INTO WS-REFERENCE
           END-STRING
      *
           EXEC SQL OPEN CSR_PCT_POST END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCCTR00: ERROR OPENING TICKET POST CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 6500-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 6600-POST-ONE-LINE THRU 6600-EXIT
               UNTIL WS-END-OF-DATA
      *
           EXEC SQL CLOSE CSR_PCT_POST END-EXEC
           .
       6500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6600-POST-ONE-LINE - ISSUE ROW, RELIEVE ON HAND, AND TIE  *
      *    THE TRANSACTION BACK TO THE TICKET LINE                   *
      ****************************************************************
       6600-POST-ONE-LINE.
      *
           EXEC SQL FETCH CSR_PCT_POST
               INTO  :WS-HV-CL-LINE-NUM
                    , :WS-HV-CL-PART
                    , :WS-HV-CL-QTY
                    , :WS-HV-CL-COST
                    , :WS-HV-CL-SO-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
                   GO TO 6600-EXIT
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCTR00: DB2 ERROR READING TICKET LINES'
                       TO WS-OUT-MESSAGE
                   GO TO 6600-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PART_TRAN_SEQ
               INTO  :WS-TRAN-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               MOVE 'SVCCTR00: ERROR GENERATING TRANSACTION ID'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
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
               , :WS-HV-CL-PART
               , :WS-HV-CT-DEALER
               , 'IS'
               , :WS-HV-CL-QTY
               , :WS-HV-CL-COST
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
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR WRITING TRANSACTION'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_ON_HAND = QTY_ON_HAND - :WS-HV-CL-QTY
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-HV-CL-PART
                 AND  DEALER_CODE = :WS-HV-CT-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR UPDATING PARTS MASTER'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNTER_LINE
                  SET PART_TRAN_ID = :WS-TRAN-ID-NUM
               WHERE  TICKET_NUMBER = :WS-HV-CT-NUMBER
                 AND  LINE_NUMBER = :WS-HV-CL-LINE-NUM
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR UPDATING TICKET LINE'
                   TO WS-OUT-MESSAGE
               GO TO 6600-EXIT
           END-IF
      *
           IF WS-HV-CL-SO-ID > +0
               PERFORM 6650-PICKUP-ORDER THRU 6650-EXIT
           END-IF
           .
       6600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6650-PICKUP-ORDER - THE CUSTOMER HAS THE PART: RELEASE    *
      *    THE RESERVATION AND CLOSE THE ORDER WITH ITS DEPOSIT      *
      *    APPLIED TO THIS TICKET                                    *
      ****************************************************************
       6650-PICKUP-ORDER.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET QTY_RESERVED = CASE
                          WHEN QTY_RESERVED >= :WS-HV-CL-QTY
                          THEN QTY_RESERVED - :WS-HV-CL-QTY
                          ELSE 0 END
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-HV-CL-PART
                 AND  DEALER_CODE = :WS-HV-CT-DEALER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR RELEASING RESERVED QUANTITY'
                   TO WS-OUT-MESSAGE
               GO TO 6650-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_SPECIAL_ORDER
                  SET ORDER_STATUS   = 'PU'
                    , DEPOSIT_STATUS = CASE
                          WHEN DEPOSIT_STATUS = 'HD'
                          THEN 'AP' ELSE DEPOSIT_STATUS END
                    , CLOSED_DATE    = :WS-CURRENT-DATE
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  SPECIAL_ORDER_ID = :WS-HV-CL-SO-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR UPDATING SPECIAL ORDER'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       6650-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6800-VOID-TICKET - VOID AN OPEN TICKET (NOTHING POSTED)   *
      ****************************************************************
       6800-VOID-TICKET.
      *
           PERFORM 5000-READ-TICKET THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6800-EXIT
           END-IF
      *
           IF WS-HV-CT-STATUS NOT = 'OP'
               MOVE 'ONLY AN OPEN TICKET CAN BE VOIDED'
                   TO WS-OUT-MESSAGE
               GO TO 6800-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_COUNTER_TICKET
                  SET TICKET_STATUS = 'VD'
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  TICKET_NUMBER = :WS-HV-CT-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCTR00: DB2 ERROR VOIDING TICKET'
                   TO WS-OUT-MESSAGE
               GO TO 6800-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_COUNTER_TKT' TO WS-LOG-TABLE-NAME
           MOVE 'VOID' TO WS-LOG-ACTION
           MOVE WS-IN-TICKET-NUMBER TO WS-LOG-KEY-VALUE
           STRING 'COUNTER TICKET VOIDED BY ' IO-USER
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
           PERFORM 7000-TICKET-INQUIRY THRU 7000-EXIT
           MOVE 'TICKET VOIDED' TO WS-OUT-MESSAGE
           .
       6800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-TICKET-INQUIRY - HEADER PLUS FIRST EIGHT LINES       *
      ****************************************************************
       7000-TICKET-INQUIRY.
      *
           PERFORM 5000-READ-TICKET THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           PERFORM 5500-FORMAT-TICKET
      *
           EXEC SQL OPEN CSR_PCT_LINE END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCCTR00: ERROR OPENING TICKET LINE CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 7100-FETCH-LINE
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +8
      *
           EXEC SQL CLOSE CSR_PCT_LINE END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
      *
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'COUNTER TICKET DISPLAYED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-FETCH-LINE - FETCH ONE TICKET LINE ROW               *
      ****************************************************************
       7100-FETCH-LINE.
      *
           EXEC SQL FETCH CSR_PCT_LINE
               INTO  :WS-HV-CL-LINE-NUM
                    , :WS-HV-CL-PART
                    , :WS-HV-CL-QTY
                    , :WS-HV-CL-LIST
                    , :WS-HV-CL-PRICE
                    , :WS-HV-CL-AMOUNT
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-CL-LINE-NUM
                       TO WS-OUT-LN-NUMBER(WS-ROW-COUNT)
                   MOVE WS-HV-CL-PART
                       TO WS-OUT-LN-PART(WS-ROW-COUNT)
                   MOVE WS-HV-CL-QTY
                       TO WS-OUT-LN-QTY(WS-ROW-COUNT)
                   MOVE WS-HV-CL-LIST
                       TO WS-OUT-LN-LIST(WS-ROW-COUNT)
                   MOVE WS-HV-CL-PRICE
                       TO WS-OUT-LN-PRICE(WS-ROW-COUNT)
                   MOVE WS-HV-CL-AMOUNT
                       TO WS-OUT-LN-AMOUNT(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'SVCCTR00: DB2 ERROR READING TICKET LINES'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
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
           MOVE 'SVCCTR00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'PARTS_COUNTER_TKT' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF SVCCTR00                                              *
      ****************************************************************
