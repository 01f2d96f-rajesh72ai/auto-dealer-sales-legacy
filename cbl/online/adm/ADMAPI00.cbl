       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMAPI00.
      ****************************************************************
      * PROGRAM:  ADMAPI00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - ACCOUNTS PAYABLE INVOICE ENTRY / APPROVAL    *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  ENTERS AND APPROVES VENDOR INVOICES AGAINST THE    *
      *           AP VENDOR MASTER (ADMVND00).                       *
      *           INQ - DISPLAY AN INVOICE BY AP INVOICE ID          *
      *           ADD - ENTER AN INVOICE (STATUS EN). A NEGATIVE     *
      *                 AMOUNT IS A VENDOR CREDIT MEMO AND NETS      *
      *                 AGAINST THE NEXT PAYMENT. DUE DATE DEFAULTS  *
      *                 TO INVOICE DATE PLUS VENDOR TERMS.           *
      *           APV - APPROVE (AP) OR REJECT (RJ). THE PERSON WHO  *
      *                 ENTERED THE INVOICE CANNOT APPROVE IT.       *
      *           VOD - VOID AN INVOICE THAT HAS NOT BEEN PAID       *
      *           THE INVOICE MAY REFERENCE A VIN (VN), A REPAIR     *
      *           ORDER (RO) OR A DEAL (DL). WHEN A VIN INVOICE IS   *
      *           APPROVED ITS AMOUNT IS CAPITALIZED TO THE VEHICLE  *
      *           COST LEDGER IN THE FR, RC OR OT BUCKET, AND A VOID *
      *           AFTER APPROVAL POSTS THE OFFSETTING LINE.          *
      *           STATUS: EN ENTERED, AP APPROVED, RJ REJECTED,      *
      *                   PD PAID (BATAPP00), VD VOID                *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADAI - AP INVOICE ENTRY                            *
      * MFS MOD:  ASADAI00                                           *
      * TABLES:   AUTOSALE.AP_INVOICE   (READ/INSERT/UPDATE)         *
      *           AUTOSALE.AP_VENDOR    (READ)                       *
      *           AUTOSALE.VEHICLE      (READ)                       *
      *           AUTOSALE.REPAIR_ORDER (READ)                       *
      *           AUTOSALE.SALES_DEAL   (READ)                       *
      *           AUTOSALE.VEHICLE_COST (INSERT)                     *
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
                                          VALUE 'ADMAPI00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADAI00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
           05  WS-ROLB                   PIC X(04) VALUE 'ROLB'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLAPINV.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-ADD                      VALUE 'ADD'.
               88  WS-IN-FN-APV                      VALUE 'APV'.
               88  WS-IN-FN-VOD                      VALUE 'VOD'.
           05  WS-IN-INVOICE-ID          PIC X(09).
           05  WS-IN-VENDOR-ID           PIC X(08).
           05  WS-IN-VENDOR-INV-NUM      PIC X(15).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-INVOICE-DATE        PIC X(10).
           05  WS-IN-DUE-DATE            PIC X(10).
           05  WS-IN-AMOUNT              PIC X(12).
           05  WS-IN-REF-TYPE            PIC X(02).
               88  WS-IN-REF-NONE                    VALUE SPACES.
               88  WS-IN-REF-VIN                     VALUE 'VN'.
               88  WS-IN-REF-RO                      VALUE 'RO'.
               88  WS-IN-REF-DEAL                    VALUE 'DL'.
           05  WS-IN-REF-KEY             PIC X(17).
           05  WS-IN-COST-BUCKET         PIC X(02).
               88  WS-IN-BUCKET-VALID                VALUE 'FR' 'RC'
                                                           'OT'.
           05  WS-IN-DESC                PIC X(40).
           05  WS-IN-DECISION            PIC X(02).
               88  WS-IN-DC-APPROVE                  VALUE 'AP'.
               88  WS-IN-DC-REJECT                   VALUE 'RJ'.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-INVOICE-ID         PIC Z(8)9.
           05  WS-OUT-VENDOR-ID          PIC X(08).
           05  WS-OUT-VENDOR-NAME        PIC X(40).
           05  WS-OUT-VENDOR-INV-NUM     PIC X(15).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-INVOICE-DATE       PIC X(10).
           05  WS-OUT-DUE-DATE           PIC X(10).
           05  WS-OUT-AMOUNT             PIC -(7)9.99.
           05  WS-OUT-REF-TYPE           PIC X(02).
           05  WS-OUT-REF-KEY            PIC X(17).
           05  WS-OUT-COST-BUCKET        PIC X(02).
           05  WS-OUT-DESC               PIC X(40).
           05  WS-OUT-STATUS             PIC X(02).
           05  WS-OUT-COST-POSTED        PIC X(01).
           05  WS-OUT-ENTERED-BY         PIC X(08).
           05  WS-OUT-APPROVED-BY        PIC X(08).
           05  WS-OUT-PAYMENT-ID         PIC Z(8)9.
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-DUP-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-REF-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-AMOUNT-NUM             PIC S9(09)V99 COMP-3
                                                         VALUE +0.
           05  WS-POST-AMT               PIC S9(07)V99 COMP-3
                                                         VALUE +0.
           05  WS-LOG-AMT                PIC -(7)9.99.
           05  WS-LOG-ACTION-WORK        PIC X(08)  VALUE SPACES.
      *
      *    DB2 HOST VARIABLES - VENDOR
      *
       01  WS-HV-VENDOR.
           05  WS-HV-VN-NAME             PIC X(40).
           05  WS-HV-VN-TYPE             PIC X(02).
           05  WS-HV-VN-TERMS            PIC S9(04) COMP.
           05  WS-HV-VN-ACTIVE           PIC X(01).
      *
      *    DB2 HOST VARIABLES - INVOICE
      *
       01  WS-HV-INVOICE.
           05  WS-HV-AI-ID               PIC S9(09) COMP.
           05  WS-HV-AI-DESC             PIC X(40).
           05  WS-HV-AI-APPROVED-BY      PIC X(08).
           05  WS-HV-AI-PAYMENT-ID       PIC S9(09) COMP.
      *
      *    DB2 HOST VARIABLES - VEHICLE COST LINE
      *
       01  WS-HV-COST.
           05  WS-HV-CST-VIN             PIC X(17).
           05  WS-HV-CST-BUCKET          PIC X(02).
           05  WS-HV-CST-AMT             PIC S9(07)V99 COMP-3.
           05  WS-HV-CST-DESC.
               49  WS-HV-CST-DESC-LN     PIC S9(04) COMP.
               49  WS-HV-CST-DESC-TX     PIC X(40).
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
                   WHEN WS-IN-FN-INQ
                       PERFORM 4000-INVOICE-INQUIRY THRU 4000-EXIT
                   WHEN WS-IN-FN-ADD
                       PERFORM 5000-INVOICE-ADD THRU 5000-EXIT
                   WHEN WS-IN-FN-APV
                       PERFORM 6000-APPROVE-REJECT THRU 6000-EXIT
                   WHEN WS-IN-FN-VOD
                       PERFORM 7000-INVOICE-VOID THRU 7000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ ADD APV OR VOD'
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
           MOVE 'AP INVOICE ENTRY / APPROVAL' TO WS-OUT-TITLE
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
               MOVE 'ADMAPI00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF NOT WS-IN-FN-ADD
               IF WS-IN-INVOICE-ID NOT NUMERIC
                   MOVE 'AP INVOICE ID IS REQUIRED (9 DIGITS)'
                       TO WS-OUT-MESSAGE
               ELSE
                   MOVE WS-IN-INVOICE-ID TO WS-HV-AI-ID
               END-IF
               IF WS-IN-FN-APV
               AND NOT WS-IN-DC-APPROVE
               AND NOT WS-IN-DC-REJECT
                   MOVE 'DECISION MUST BE AP (APPROVE) OR RJ (REJECT)'
                       TO WS-OUT-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-VENDOR-ID = SPACES
           OR WS-IN-VENDOR-INV-NUM = SPACES
               MOVE 'VENDOR ID AND VENDOR INVOICE NUMBER REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-DEALER-CODE = SPACES
               MOVE 'DEALER CODE IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-INVOICE-DATE = SPACES
               MOVE 'INVOICE DATE IS REQUIRED (YYYY-MM-DD)'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-AMOUNT = SPACES
               MOVE 'INVOICE AMOUNT IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-AMOUNT-NUM = FUNCTION NUMVAL(WS-IN-AMOUNT)
           IF WS-AMOUNT-NUM = +0
               MOVE 'INVOICE AMOUNT CANNOT BE ZERO'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-REF-NONE
           AND NOT WS-IN-REF-VIN
           AND NOT WS-IN-REF-RO
           AND NOT WS-IN-REF-DEAL
               MOVE 'REFERENCE TYPE MUST BE VN, RO, DL OR BLANK'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-REF-NONE
           AND WS-IN-REF-KEY = SPACES
               MOVE 'REFERENCE KEY REQUIRED FOR THIS REFERENCE TYPE'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-COST-BUCKET NOT = SPACES
           AND NOT WS-IN-BUCKET-VALID
               MOVE 'COST BUCKET MUST BE FR, RC OR OT'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-READ-INVOICE - LOAD AN INVOICE BY ID                 *
      ****************************************************************
       3500-READ-INVOICE.
      *
           EXEC SQL
               SELECT I.AP_INVOICE_ID
                    , I.VENDOR_ID
                    , I.VENDOR_INV_NUM
                    , I.DEALER_CODE
                    , CHAR(I.INVOICE_DATE, ISO)
                    , CHAR(I.DUE_DATE, ISO)
                    , I.INVOICE_AMT
                    , I.REF_TYPE
                    , I.REF_KEY
                    , I.COST_BUCKET
                    , COALESCE(I.INVOICE_DESC, ' ')
                    , I.INV_STATUS
                    , I.COST_POSTED
                    , I.ENTERED_BY
                    , COALESCE(I.APPROVED_BY, ' ')
                    , COALESCE(I.PAYMENT_ID, 0)
                    , V.VENDOR_NAME
               INTO  :AP-INVOICE-ID
                    , :VENDOR-ID
                    , :VENDOR-INV-NUM
                    , :DEALER-CODE
                    , :INVOICE-DATE
                    , :DUE-DATE
                    , :INVOICE-AMT
                    , :REF-TYPE
                    , :REF-KEY
                    , :COST-BUCKET
                    , :WS-HV-AI-DESC
                    , :INV-STATUS
                    , :COST-POSTED
                    , :ENTERED-BY
                    , :WS-HV-AI-APPROVED-BY
                    , :WS-HV-AI-PAYMENT-ID
                    , :WS-HV-VN-NAME
               FROM  AUTOSALE.AP_INVOICE I
                   , AUTOSALE.AP_VENDOR V
               WHERE I.AP_INVOICE_ID = :WS-HV-AI-ID
                 AND V.VENDOR_ID     = I.VENDOR_ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'AP INVOICE NOT FOUND' TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMAPI00: DB2 ERROR READING AP INVOICE'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    3600-FORMAT-INVOICE - HOST VARIABLES TO SCREEN            *
      ****************************************************************
       3600-FORMAT-INVOICE.
      *
           MOVE AP-INVOICE-ID TO WS-OUT-INVOICE-ID
           MOVE VENDOR-ID OF DCLAP-INVOICE TO WS-OUT-VENDOR-ID
           MOVE WS-HV-VN-NAME TO WS-OUT-VENDOR-NAME
           MOVE VENDOR-INV-NUM TO WS-OUT-VENDOR-INV-NUM
           MOVE DEALER-CODE OF DCLAP-INVOICE TO WS-OUT-DEALER-CODE
           MOVE INVOICE-DATE TO WS-OUT-INVOICE-DATE
           MOVE DUE-DATE TO WS-OUT-DUE-DATE
           MOVE INVOICE-AMT TO WS-OUT-AMOUNT
           MOVE REF-TYPE TO WS-OUT-REF-TYPE
           MOVE REF-KEY TO WS-OUT-REF-KEY
           MOVE COST-BUCKET TO WS-OUT-COST-BUCKET
           MOVE WS-HV-AI-DESC TO WS-OUT-DESC
           MOVE INV-STATUS TO WS-OUT-STATUS
           MOVE COST-POSTED TO WS-OUT-COST-POSTED
           MOVE ENTERED-BY TO WS-OUT-ENTERED-BY
           MOVE WS-HV-AI-APPROVED-BY TO WS-OUT-APPROVED-BY
           MOVE WS-HV-AI-PAYMENT-ID TO WS-OUT-PAYMENT-ID
           .
      *
      ****************************************************************
      *    4000-INVOICE-INQUIRY - DISPLAY AN INVOICE                 *
      ****************************************************************
       4000-INVOICE-INQUIRY.
      *
           PERFORM 3500-READ-INVOICE
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 3600-FORMAT-INVOICE
           MOVE 'AP INVOICE DISPLAYED' TO WS-OUT-MESSAGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-INVOICE-ADD - ENTER A NEW INVOICE                    *
      ****************************************************************
       5000-INVOICE-ADD.
      *
           EXEC SQL
               SELECT V.VENDOR_NAME
                    , V.VENDOR_TYPE
                    , V.TERMS_DAYS
                    , V.ACTIVE_FLAG
               INTO  :WS-HV-VN-NAME
                    , :WS-HV-VN-TYPE
                    , :WS-HV-VN-TERMS
                    , :WS-HV-VN-ACTIVE
               FROM  AUTOSALE.AP_VENDOR V
               WHERE V.VENDOR_ID = :WS-IN-VENDOR-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'VENDOR NOT ON FILE - ADD IT ON ADVN FIRST'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMAPI00: DB2 ERROR READING VENDOR'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
           END-EVALUATE
      *
           IF WS-HV-VN-ACTIVE NOT = 'Y'
               MOVE 'VENDOR IS INACTIVE - NO NEW INVOICES'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
      *    THE SAME VENDOR INVOICE NUMBER MAY NOT BE ENTERED TWICE
      *    UNLESS THE EARLIER ONE WAS VOIDED
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-DUP-COUNT
               FROM  AUTOSALE.AP_INVOICE I
               WHERE I.VENDOR_ID      = :WS-IN-VENDOR-ID
                 AND I.VENDOR_INV_NUM = :WS-IN-VENDOR-INV-NUM
                 AND I.INV_STATUS    <> 'VD'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMAPI00: DB2 ERROR CHECKING DUPLICATES'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-DUP-COUNT > +0
               MOVE 'DUPLICATE - VENDOR INVOICE NUMBER ALREADY ENTERED'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 5100-CHECK-REFERENCE
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
      *    COST BUCKET DEFAULTS FROM THE VENDOR TYPE - TRANSPORT TO
      *    FREIGHT, RECON AND SUBLET TO RECON, ALL OTHERS TO OTHER
      *
           IF WS-IN-COST-BUCKET = SPACES
               EVALUATE WS-HV-VN-TYPE
                   WHEN 'TR'
                       MOVE 'FR' TO WS-IN-COST-BUCKET
                   WHEN 'RC'
                   WHEN 'SB'
                       MOVE 'RC' TO WS-IN-COST-BUCKET
                   WHEN OTHER
                       MOVE 'OT' TO WS-IN-COST-BUCKET
               END-EVALUATE
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.APINV_SEQ
               INTO  :WS-HV-AI-ID
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMAPI00: ERROR GENERATING AP INVOICE ID'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-IN-DESC TO WS-HV-AI-DESC
      *
           IF WS-IN-DUE-DATE = SPACES
               EXEC SQL
                   SELECT CHAR(DATE(:WS-IN-INVOICE-DATE)
                               + :WS-HV-VN-TERMS DAYS, ISO)
                   INTO  :WS-IN-DUE-DATE
                   FROM  SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = +0
                   MOVE 'INVOICE DATE IS NOT A VALID DATE (YYYY-MM-DD)'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.AP_INVOICE
               ( AP_INVOICE_ID
               , VENDOR_ID
               , VENDOR_INV_NUM
               , DEALER_CODE
               , INVOICE_DATE
               , DUE_DATE
               , INVOICE_AMT
               , REF_TYPE
               , REF_KEY
               , COST_BUCKET
               , INVOICE_DESC
               , INV_STATUS
               , COST_POSTED
               , ENTERED_BY
               , CREATED_TS
               , UPDATED_TS
               )
               VALUES
               ( :WS-HV-AI-ID
               , :WS-IN-VENDOR-ID
               , :WS-IN-VENDOR-INV-NUM
               , :WS-IN-DEALER-CODE
               , DATE(:WS-IN-INVOICE-DATE)
               , DATE(:WS-IN-DUE-DATE)
               , :WS-AMOUNT-NUM
               , :WS-IN-REF-TYPE
               , :WS-IN-REF-KEY
               , :WS-IN-COST-BUCKET
               , :WS-HV-AI-DESC
               , 'EN'
               , 'N'
               , :IO-USER
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMAPI00: DB2 ERROR ADDING AP INVOICE'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'INSERT' TO WS-LOG-ACTION-WORK
           PERFORM 7900-LOG-INVOICE
      *
           PERFORM 3500-READ-INVOICE
           IF WS-OUT-MESSAGE = SPACES
               PERFORM 3600-FORMAT-INVOICE
               MOVE 'AP INVOICE ENTERED - PENDING APPROVAL'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-CHECK-REFERENCE - THE VIN, RO OR DEAL MUST EXIST     *
      ****************************************************************
       5100-CHECK-REFERENCE.
      *
           MOVE +0 TO WS-REF-COUNT
      *
           EVALUATE TRUE
               WHEN WS-IN-REF-NONE
                   MOVE +1 TO WS-REF-COUNT
               WHEN WS-IN-REF-VIN
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-REF-COUNT
                       FROM  AUTOSALE.VEHICLE V
                       WHERE V.VIN = :WS-IN-REF-KEY
                   END-EXEC
               WHEN WS-IN-REF-RO
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-REF-COUNT
                       FROM  AUTOSALE.REPAIR_ORDER R
                       WHERE CHAR(R.RO_NUMBER) = :WS-IN-REF-KEY
                   END-EXEC
               WHEN WS-IN-REF-DEAL
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-REF-COUNT
                       FROM  AUTOSALE.SALES_DEAL D
                       WHERE D.DEAL_NUMBER = :WS-IN-REF-KEY
                   END-EXEC
           END-EVALUATE
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMAPI00: DB2 ERROR CHECKING REFERENCE'
                   TO WS-OUT-MESSAGE
           ELSE
               IF WS-REF-COUNT = +0
                   MOVE 'REFERENCED VIN, RO OR DEAL NOT ON FILE'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
      *
      ****************************************************************
      *    6000-APPROVE-REJECT - SECOND-USER DECISION                *
      ****************************************************************
       6000-APPROVE-REJECT.
      *
           PERFORM 3500-READ-INVOICE
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF INV-STATUS NOT = 'EN'
               MOVE 'ONLY AN ENTERED (EN) INVOICE CAN BE APPROVED'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF ENTERED-BY = IO-USER
               MOVE 'ENTERING USER CANNOT APPROVE OWN INVOICE'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
      *    A VIN INVOICE IS CAPITALIZED TO THE VEHICLE WHEN APPROVED
      *
           IF WS-IN-DC-APPROVE
           AND REF-TYPE = 'VN'
               MOVE INVOICE-AMT TO WS-POST-AMT
               PERFORM 6500-POST-VEHICLE-COST
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 6000-EXIT
               END-IF
               MOVE 'Y' TO COST-POSTED
           END-IF
      *
           MOVE WS-IN-DECISION TO INV-STATUS
      *
           EXEC SQL
               UPDATE AUTOSALE.AP_INVOICE
                  SET INV_STATUS  = :INV-STATUS
                    , COST_POSTED = :COST-POSTED
                    , APPROVED_BY = :IO-USER
                    , APPROVED_TS = CURRENT TIMESTAMP
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  AP_INVOICE_ID = :WS-HV-AI-ID
           END-EXEC
      *
      *    A COST LINE POSTED ABOVE IS BACKED OUT WITH THE FAILED
      *    DECISION SO A RE-APPROVAL CANNOT POST IT TWICE
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               CALL 'CBLTDLI' USING WS-ROLB
                                    IO-PCB
               MOVE 'ADMAPI00: DB2 ERROR APPLYING DECISION'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'UPDATE' TO WS-LOG-ACTION-WORK
           PERFORM 7900-LOG-INVOICE
      *
           MOVE IO-USER TO WS-HV-AI-APPROVED-BY
           PERFORM 3600-FORMAT-INVOICE
           IF WS-IN-DC-APPROVE
               MOVE 'AP INVOICE APPROVED FOR PAYMENT'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'AP INVOICE REJECTED' TO WS-OUT-MESSAGE
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6500-POST-VEHICLE-COST - WRITE A VEHICLE COST LEDGER LINE *
      *    FOR WS-POST-AMT (NEGATIVE ON A VOID)                      *
      ****************************************************************
       6500-POST-VEHICLE-COST.
      *
           MOVE REF-KEY(1:17) TO WS-HV-CST-VIN
           MOVE COST-BUCKET TO WS-HV-CST-BUCKET
           MOVE WS-POST-AMT TO WS-HV-CST-AMT
           MOVE SPACES TO WS-HV-CST-DESC-TX
           STRING 'AP ' VENDOR-ID OF DCLAP-INVOICE
                  ' INV ' VENDOR-INV-NUM
                  DELIMITED BY SIZE
               INTO WS-HV-CST-DESC-TX
           END-STRING
           MOVE +40 TO WS-HV-CST-DESC-LN
      *
      *    COST_ID IS A DB2 IDENTITY COLUMN
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
               VALUES
               ( :WS-HV-CST-VIN
               , :WS-HV-CST-BUCKET
               , :WS-HV-CST-AMT
               , :WS-HV-CST-DESC
               , :IO-USER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMAPI00: DB2 ERROR POSTING VEHICLE COST'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    7000-INVOICE-VOID - VOID AN UNPAID INVOICE, REVERSING ANY *
      *    VEHICLE COST ALREADY CAPITALIZED                          *
      ****************************************************************
       7000-INVOICE-VOID.
      *
           PERFORM 3500-READ-INVOICE
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           IF INV-STATUS = 'PD'
           OR INV-STATUS = 'VD'
               MOVE 'INVOICE IS PAID OR ALREADY VOID - CANNOT VOID'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           IF COST-POSTED = 'Y'
               COMPUTE WS-POST-AMT = +0 - INVOICE-AMT
               PERFORM 6500-POST-VEHICLE-COST
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 7000-EXIT
               END-IF
               MOVE 'N' TO COST-POSTED
           END-IF
      *
           MOVE 'VD' TO INV-STATUS
      *
           EXEC SQL
               UPDATE AUTOSALE.AP_INVOICE
                  SET INV_STATUS  = 'VD'
                    , COST_POSTED = :COST-POSTED
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  AP_INVOICE_ID = :WS-HV-AI-ID
           END-EXEC
      *
      *    THE REVERSING COST LINE GOES WITH A FAILED VOID
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               CALL 'CBLTDLI' USING WS-ROLB
                                    IO-PCB
               MOVE 'ADMAPI00: DB2 ERROR VOIDING AP INVOICE'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE 'VOID' TO WS-LOG-ACTION-WORK
           PERFORM 7900-LOG-INVOICE
      *
           PERFORM 3600-FORMAT-INVOICE
           MOVE 'AP INVOICE VOIDED' TO WS-OUT-MESSAGE
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7900-LOG-INVOICE - AUDIT TRAIL ENTRY                      *
      ****************************************************************
       7900-LOG-INVOICE.
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'AP_INVOICE' TO WS-LOG-TABLE-NAME
           MOVE WS-LOG-ACTION-WORK TO WS-LOG-ACTION
           MOVE WS-HV-AI-ID TO WS-OUT-INVOICE-ID
           MOVE WS-OUT-INVOICE-ID TO WS-LOG-KEY-VALUE
           IF WS-IN-FN-ADD
               MOVE WS-AMOUNT-NUM TO WS-LOG-AMT
               STRING 'AP INV ' WS-IN-VENDOR-ID
                      ' ' WS-IN-VENDOR-INV-NUM
                      ' AMT ' WS-LOG-AMT
                      ' REF ' WS-IN-REF-TYPE ' ' WS-IN-REF-KEY
                      ' BY ' IO-USER
                      DELIMITED BY SIZE
                   INTO WS-LOG-DETAILS
               END-STRING
           ELSE
               MOVE INVOICE-AMT TO WS-LOG-AMT
               STRING 'AP INV ' VENDOR-ID OF DCLAP-INVOICE
                      ' ' VENDOR-INV-NUM
                      ' AMT ' WS-LOG-AMT
                      ' STATUS ' INV-STATUS
                      ' COST POSTED ' COST-POSTED
                      ' BY ' IO-USER
                      DELIMITED BY SIZE
                   INTO WS-LOG-DETAILS
               END-STRING
           END-IF
           CALL 'COMLGEL0' USING WS-LOG-FUNCTION
                                 WS-LOG-PROGRAM
                                 WS-LOG-TABLE-NAME
                                 WS-LOG-ACTION
                                 WS-LOG-KEY-VALUE
                                 WS-LOG-DETAILS
                                 WS-LOG-RETURN-CODE
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
           MOVE 'ADMAPI00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'AP_INVOICE' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMAPI00                                              *
      ****************************************************************
