       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCCSH00.
      ****************************************************************
      * PROGRAM:  SVCCSH00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   SVC - SERVICE CASHIERING                           *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-14                                         *
      * PURPOSE:  TAKES PAYMENT ON THE CUSTOMER-PAY INVOICE THAT      *
      *           SVCORD00 CLS PRICES ONTO THE REPAIR ORDER.         *
      *           FUNCTIONS:                                         *
      *           PAY - RECORD A PAYMENT BY TENDER TYPE:             *
      *                 CA/CK/CC - CASH, CHECK, CARD. THE PAYMENT    *
      *                 IS STAMPED WITH THE CASHIER'S OPEN SALCSH00  *
      *                 SESSION SO SERVICE MONEY BALANCES IN THE     *
      *                 SAME DRAWER (AND THE SAME BATBNK00 DEPOSIT   *
      *                 MATCH) AS SALES RECEIPTS.                    *
      *                 CH - CHARGE THE OPEN BALANCE TO THE          *
      *                 CUSTOMER'S ACCOUNT. THE RO STAYS OWING AS A  *
      *                 SERVICE RECEIVABLE (INVOICE STATUS CH) AND   *
      *                 AGES ON RPTSAR00 UNTIL PAID HERE.            *
      *           INQ - INVOICE BALANCE AND PAYMENTS FOR AN RO       *
      *           INVOICE STATUS: NA=NO CP, OP=OPEN, CH=CHARGED,     *
      *                           PD=PAID IN FULL                    *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVCS - SERVICE CASHIERING                          *
      * MFS MOD:  ASSVCS00                                           *
      * TABLES:   AUTOSALE.REPAIR_ORDER     (READ/UPDATE)            *
      *           AUTOSALE.SERVICE_PAYMENT  (READ/INSERT)            *
      *           AUTOSALE.CASHIER_SESSION  (READ)                   *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-14  INITIAL CREATION                               *
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
                                          VALUE 'SVCCSH00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASSVCS00'.
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
               88  WS-IN-FN-PAY                      VALUE 'PAY'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
           05  WS-IN-RO-NUMBER           PIC 9(09).
           05  WS-IN-TENDER-TYPE         PIC X(02).
               88  WS-IN-TD-CASH                     VALUE 'CA'.
               88  WS-IN-TD-CHECK                    VALUE 'CK'.
               88  WS-IN-TD-CARD                     VALUE 'CC'.
               88  WS-IN-TD-CHARGE                   VALUE 'CH'.
           05  WS-IN-PAYMENT-AMT         PIC 9(07)V99.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-RO-NUMBER          PIC 9(09).
           05  WS-OUT-CUSTOMER-ID        PIC X(10).
           05  WS-OUT-CLOSE-DATE         PIC X(10).
           05  WS-OUT-CP-LABOR           PIC Z(6)9.99.
           05  WS-OUT-CP-PARTS           PIC Z(6)9.99.
           05  WS-OUT-CP-TAX             PIC Z(6)9.99.
           05  WS-OUT-CP-INVOICE         PIC Z(6)9.99.
           05  WS-OUT-CP-PAID            PIC Z(6)9.99.
           05  WS-OUT-BALANCE            PIC Z(6)9.99.
           05  WS-OUT-INVOICE-STATUS     PIC X(02).
           05  WS-OUT-SESSION-ID         PIC 9(09).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 8 TIMES.
               10  WS-OUT-LN-TENDER      PIC X(02).
               10  WS-OUT-LN-AMOUNT      PIC Z(6)9.99.
               10  WS-OUT-LN-DATE        PIC X(10).
               10  WS-OUT-LN-CASHIER     PIC X(08).
               10  WS-OUT-LN-SESSION     PIC Z(8)9.
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-PAYMENT-ID-NUM         PIC S9(09) COMP VALUE +0.
           05  WS-BALANCE                PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-NEW-PAID               PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-NEW-STATUS             PIC X(02)  VALUE SPACES.
           05  WS-AMOUNT-DSP             PIC Z(6)9.99.
      *
      *    DB2 HOST VARIABLES - REPAIR ORDER INVOICE
      *
       01  WS-HV-RO.
           05  WS-HV-RO-NUMBER           PIC S9(09) COMP.
           05  WS-HV-RO-DEALER           PIC X(05).
           05  WS-HV-RO-CUSTOMER         PIC X(10).
           05  WS-HV-RO-STATUS           PIC X(02).
           05  WS-HV-RO-CLOSE-DATE       PIC X(10).
           05  WS-HV-RO-CP-LABOR         PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-CP-PARTS         PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-CP-TAX           PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-CP-INVOICE       PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-CP-PAID          PIC S9(07)V99 COMP-3.
           05  WS-HV-RO-INV-STATUS       PIC X(02).
      *
      *    DB2 HOST VARIABLES - SERVICE PAYMENT
      *
       01  WS-HV-PAYMENT.
           05  WS-HV-SP-TENDER           PIC X(02).
           05  WS-HV-SP-AMOUNT           PIC S9(07)V99 COMP-3.
           05  WS-HV-SP-SESSION-ID       PIC S9(09) COMP.
           05  WS-HV-SP-NI-SESSION       PIC S9(04) COMP.
           05  WS-HV-SP-CASHIER          PIC X(08).
           05  WS-HV-SP-DATE             PIC X(10).
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
      *    CURSOR - PAYMENTS ON AN RO
      *
           EXEC SQL DECLARE CSR_SVC_PAY CURSOR FOR
               SELECT P.TENDER_TYPE
                    , P.PAYMENT_AMT
                    , CHAR(DATE(P.PAYMENT_TS), ISO)
                    , P.CASHIER_ID
                    , COALESCE(P.SESSION_ID, 0)
               FROM   AUTOSALE.SERVICE_PAYMENT P
               WHERE  P.RO_NUMBER = :WS-HV-RO-NUMBER
               ORDER BY P.PAYMENT_TS
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
                   WHEN WS-IN-FN-PAY
                       PERFORM 4000-TAKE-PAYMENT THRU 4000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 7000-INVOICE-INQUIRY THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE PAY OR INQ'
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
           MOVE 'SERVICE CASHIERING' TO WS-OUT-TITLE
      *
           EXEC SQL
               SET :WS-CURRENT-TS = CURRENT TIMESTAMP
           END-EXEC
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
               MOVE 'SVCCSH00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-RO-NUMBER = ZEROS
               MOVE 'RO NUMBER IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-FN-PAY
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-TD-CASH
           AND NOT WS-IN-TD-CHECK
           AND NOT WS-IN-TD-CARD
           AND NOT WS-IN-TD-CHARGE
               MOVE 'INVALID TENDER TYPE - USE CA, CK, CC, OR CH'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-TD-CHARGE
           AND WS-IN-PAYMENT-AMT = ZEROS
               MOVE 'PAYMENT AMOUNT MUST BE GREATER THAN ZERO'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-TAKE-PAYMENT - RECORD ONE TENDER AGAINST THE RO      *
      ****************************************************************
       4000-TAKE-PAYMENT.
      *
           PERFORM 5000-READ-INVOICE THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-HV-RO-STATUS NOT = 'CL'
               MOVE 'RO MUST BE CLOSED BEFORE IT CAN BE CASHIERED'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-HV-RO-INV-STATUS NOT = 'OP'
           AND WS-HV-RO-INV-STATUS NOT = 'CH'
               MOVE 'NO CUSTOMER-PAY BALANCE OWING ON THIS RO'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           COMPUTE WS-BALANCE =
               WS-HV-RO-CP-INVOICE - WS-HV-RO-CP-PAID
      *
           MOVE WS-IN-TENDER-TYPE TO WS-HV-SP-TENDER
           MOVE IO-USER TO WS-HV-SP-CASHIER
           MOVE +0 TO WS-HV-SP-SESSION-ID
           MOVE -1 TO WS-HV-SP-NI-SESSION
      *
           IF WS-IN-TD-CHARGE
               PERFORM 4100-CHARGE-TO-ACCOUNT THRU 4100-EXIT
           ELSE
               PERFORM 4200-TENDER-TO-DRAWER THRU 4200-EXIT
           END-IF
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.SVC_PAY_SEQ
               INTO  :WS-PAYMENT-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCCSH00: ERROR GENERATING PAYMENT ID'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.SERVICE_PAYMENT
               ( PAYMENT_ID
               , RO_NUMBER
               , DEALER_CODE
               , TENDER_TYPE
               , PAYMENT_AMT
               , SESSION_ID
               , CASHIER_ID
               , PAYMENT_TS
               )
               VALUES
               ( :WS-PAYMENT-ID-NUM
               , :WS-HV-RO-NUMBER
               , :WS-HV-RO-DEALER
               , :WS-HV-SP-TENDER
               , :WS-HV-SP-AMOUNT
               , :WS-HV-SP-SESSION-ID :WS-HV-SP-NI-SESSION
               , :WS-HV-SP-CASHIER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCSH00: DB2 ERROR INSERTING PAYMENT'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.REPAIR_ORDER
                  SET CP_PAID_AMT    = :WS-NEW-PAID
                    , INVOICE_STATUS = :WS-NEW-STATUS
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  RO_NUMBER      = :WS-HV-RO-NUMBER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCCSH00: DB2 ERROR UPDATING RO INVOICE'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-HV-SP-AMOUNT TO WS-AMOUNT-DSP
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'SERVICE_PAYMENT' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-IN-RO-NUMBER TO WS-LOG-KEY-VALUE
           STRING 'RO PAYMENT ' WS-HV-SP-TENDER
                  ' AMT=' WS-AMOUNT-DSP
                  ' STATUS ' WS-HV-RO-INV-STATUS
                  ' -> ' WS-NEW-STATUS
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
           MOVE WS-NEW-PAID TO WS-HV-RO-CP-PAID
           MOVE WS-NEW-STATUS TO WS-HV-RO-INV-STATUS
           PERFORM 5500-FORMAT-INVOICE
           MOVE WS-HV-SP-SESSION-ID TO WS-OUT-SESSION-ID
      *
           EVALUATE TRUE
               WHEN WS-NEW-STATUS = 'PD'
                   MOVE 'PAYMENT RECORDED - INVOICE PAID IN FULL'
                       TO WS-OUT-MESSAGE
               WHEN WS-IN-TD-CHARGE
                   MOVE 'BALANCE CHARGED TO ACCOUNT - SERVICE A/R'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   MOVE 'PARTIAL PAYMENT RECORDED - BALANCE REMAINS'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-CHARGE-TO-ACCOUNT - WHOLE OPEN BALANCE TO A/R        *
      ****************************************************************
       4100-CHARGE-TO-ACCOUNT.
      *
           IF WS-HV-RO-INV-STATUS = 'CH'
               MOVE 'RO IS ALREADY CHARGED TO THE CUSTOMER ACCOUNT'
                   TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
           IF WS-HV-RO-CUSTOMER = SPACES
               MOVE 'RO HAS NO CUSTOMER - CANNOT CHARGE TO ACCOUNT'
                   TO WS-OUT-MESSAGE
               GO TO 4100-EXIT
           END-IF
      *
      *    THE CHARGE IS NOT MONEY IN THE DRAWER - THE PAID AMOUNT
      *    IS UNCHANGED AND THE BALANCE AGES AS A RECEIVABLE
      *
           MOVE WS-BALANCE TO WS-HV-SP-AMOUNT
           MOVE WS-HV-RO-CP-PAID TO WS-NEW-PAID
           MOVE 'CH' TO WS-NEW-STATUS
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-TENDER-TO-DRAWER - CASH/CHECK/CARD IN OPEN SESSION   *
      ****************************************************************
       4200-TENDER-TO-DRAWER.
      *
           IF WS-IN-PAYMENT-AMT > WS-BALANCE
               MOVE WS-BALANCE TO WS-AMOUNT-DSP
               STRING 'PAYMENT EXCEEDS BALANCE DUE OF '
                      WS-AMOUNT-DSP
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
               GO TO 4200-EXIT
           END-IF
      *
      *    SERVICE MONEY GOES IN THE CASHIER'S OPEN SALCSH00 DRAWER
      *
           EXEC SQL
               SELECT S.SESSION_ID
               INTO  :WS-HV-SP-SESSION-ID
               FROM  AUTOSALE.CASHIER_SESSION S
               WHERE S.CASHIER_ID = :WS-HV-SP-CASHIER
                 AND S.SESSION_STATUS = 'OP'
               ORDER BY S.OPENED_TS DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE +0 TO WS-HV-SP-NI-SESSION
               WHEN +100
                   MOVE 'NO OPEN CASHIER SESSION - OPEN ONE IN SACS'
                       TO WS-OUT-MESSAGE
                   GO TO 4200-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCSH00: DB2 ERROR READING CASHIER SESSION'
                       TO WS-OUT-MESSAGE
                   GO TO 4200-EXIT
           END-EVALUATE
      *
           MOVE WS-IN-PAYMENT-AMT TO WS-HV-SP-AMOUNT
           COMPUTE WS-NEW-PAID =
               WS-HV-RO-CP-PAID + WS-HV-SP-AMOUNT
      *
           IF WS-NEW-PAID >= WS-HV-RO-CP-INVOICE
               MOVE 'PD' TO WS-NEW-STATUS
           ELSE
               MOVE WS-HV-RO-INV-STATUS TO WS-NEW-STATUS
           END-IF
           .
       4200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-READ-INVOICE - RO HEADER INVOICE FIELDS              *
      ****************************************************************
       5000-READ-INVOICE.
      *
           MOVE WS-IN-RO-NUMBER TO WS-HV-RO-NUMBER
      *
           EXEC SQL
               SELECT RO.DEALER_CODE
                    , COALESCE(RO.CUSTOMER_ID, ' ')
                    , RO.RO_STATUS
                    , COALESCE(CHAR(RO.CLOSE_DATE, ISO), ' ')
                    , RO.CP_LABOR_AMT
                    , RO.CP_PARTS_AMT
                    , RO.CP_TAX_AMT
                    , RO.CP_INVOICE_AMT
                    , RO.CP_PAID_AMT
                    , RO.INVOICE_STATUS
               INTO  :WS-HV-RO-DEALER
                    , :WS-HV-RO-CUSTOMER
                    , :WS-HV-RO-STATUS
                    , :WS-HV-RO-CLOSE-DATE
                    , :WS-HV-RO-CP-LABOR
                    , :WS-HV-RO-CP-PARTS
                    , :WS-HV-RO-CP-TAX
                    , :WS-HV-RO-CP-INVOICE
                    , :WS-HV-RO-CP-PAID
                    , :WS-HV-RO-INV-STATUS
               FROM  AUTOSALE.REPAIR_ORDER RO
               WHERE RO.RO_NUMBER = :WS-HV-RO-NUMBER
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'REPAIR ORDER NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCCSH00: DB2 ERROR READING REPAIR ORDER'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5500-FORMAT-INVOICE - MOVE INVOICE FIELDS TO OUTPUT       *
      ****************************************************************
       5500-FORMAT-INVOICE.
      *
           MOVE WS-HV-RO-NUMBER TO WS-OUT-RO-NUMBER
           MOVE WS-HV-RO-CUSTOMER TO WS-OUT-CUSTOMER-ID
           MOVE WS-HV-RO-CLOSE-DATE TO WS-OUT-CLOSE-DATE
           MOVE WS-HV-RO-CP-LABOR TO WS-OUT-CP-LABOR
           MOVE WS-HV-RO-CP-PARTS TO WS-OUT-CP-PARTS
           MOVE WS-HV-RO-CP-TAX TO WS-OUT-CP-TAX
           MOVE WS-HV-RO-CP-INVOICE TO WS-OUT-CP-INVOICE
           MOVE WS-HV-RO-CP-PAID TO WS-OUT-CP-PAID
           COMPUTE WS-BALANCE =
               WS-HV-RO-CP-INVOICE - WS-HV-RO-CP-PAID
           MOVE WS-BALANCE TO WS-OUT-BALANCE
           MOVE WS-HV-RO-INV-STATUS TO WS-OUT-INVOICE-STATUS
           .
      *
      ****************************************************************
      *    7000-INVOICE-INQUIRY - BALANCE AND PAYMENT HISTORY        *
      ****************************************************************
       7000-INVOICE-INQUIRY.
      *
           PERFORM 5000-READ-INVOICE THRU 5000-EXIT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           PERFORM 5500-FORMAT-INVOICE
      *
           EXEC SQL OPEN CSR_SVC_PAY END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCCSH00: ERROR OPENING PAYMENT CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 7100-FETCH-PAYMENT
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +8
      *
           EXEC SQL CLOSE CSR_SVC_PAY END-EXEC
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
           IF WS-OUT-MESSAGE = SPACES
               MOVE 'SERVICE INVOICE DISPLAYED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-FETCH-PAYMENT - FETCH ONE PAYMENT ROW                *
      ****************************************************************
       7100-FETCH-PAYMENT.
      *
           EXEC SQL FETCH CSR_SVC_PAY
               INTO  :WS-HV-SP-TENDER
                    , :WS-HV-SP-AMOUNT
                    , :WS-HV-SP-DATE
                    , :WS-HV-SP-CASHIER
                    , :WS-HV-SP-SESSION-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-SP-TENDER
                       TO WS-OUT-LN-TENDER(WS-ROW-COUNT)
                   MOVE WS-HV-SP-AMOUNT
                       TO WS-OUT-LN-AMOUNT(WS-ROW-COUNT)
                   MOVE WS-HV-SP-DATE
                       TO WS-OUT-LN-DATE(WS-ROW-COUNT)
                   MOVE WS-HV-SP-CASHIER
                       TO WS-OUT-LN-CASHIER(WS-ROW-COUNT)
                   MOVE WS-HV-SP-SESSION-ID
                       TO WS-OUT-LN-SESSION(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   MOVE 'SVCCSH00: DB2 ERROR READING PAYMENTS'
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
           MOVE 'SVCCSH00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'SERVICE_PAYMENT' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF SVCCSH00                                              *
      ****************************************************************
