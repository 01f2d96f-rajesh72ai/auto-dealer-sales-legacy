       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMVND00.
      ****************************************************************
      * PROGRAM:  ADMVND00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   ADM - ACCOUNTS PAYABLE VENDOR MASTER               *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  MAINTAINS THE VENDOR MASTER (AP_VENDOR) FOR THE    *
      *           OUTSIDE PARTIES THE STORES PAY - RECON SHOPS,      *
      *           TRANSPORT CARRIERS, SUBLET SHOPS, WE-OWE           *
      *           FULFILLMENT VENDORS AND F&I PRODUCT PROVIDERS.     *
      *           ADMAPI00 ENTERS THEIR INVOICES, BATAPP00 PAYS      *
      *           THEM AND BATNEC00 REPORTS 1099 TOTALS.             *
      *           INQ - DISPLAY A VENDOR                             *
      *           ADD - ADD A VENDOR                                 *
      *           UPD - CHANGE A VENDOR (ACTIVE FLAG N RETIRES IT -  *
      *                 NO NEW INVOICES AND NO PAYMENTS)             *
      *           VENDOR TYPES: RC RECON, TR TRANSPORT, SB SUBLET,   *
      *                         WO WE-OWE, FI F&I PROVIDER, OT OTHER *
      *           TAX ID IS NINE DIGITS (E EIN / S SSN). PAY METHOD  *
      *           CK CHECK OR AC ACH; ACH NEEDS A ROUTING NUMBER     *
      *           THAT PASSES THE ABA CHECK DIGIT AND AN ACCOUNT.    *
      *           THE TAX ID IS MASKED TO ITS LAST FOUR DIGITS ON    *
      *           THE SCREEN AND IN THE AUDIT LOG.                   *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    ADVN - AP VENDOR MASTER                            *
      * MFS MOD:  ASADVN00                                           *
      * TABLES:   AUTOSALE.AP_VENDOR (READ/INSERT/UPDATE)            *
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
                                          VALUE 'ADMVND00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASADVN00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLAPVND.
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
               88  WS-IN-FN-UPD                      VALUE 'UPD'.
           05  WS-IN-VENDOR-ID           PIC X(08).
           05  WS-IN-VENDOR-NAME         PIC X(40).
           05  WS-IN-VENDOR-TYPE         PIC X(02).
               88  WS-IN-TYPE-VALID                  VALUE 'RC' 'TR'
                                                  'SB' 'WO' 'FI' 'OT'.
           05  WS-IN-TAX-ID              PIC X(09).
           05  WS-IN-TAX-ID-TYPE         PIC X(01).
               88  WS-IN-TAX-TYPE-VALID              VALUE 'E' 'S'.
           05  WS-IN-FLAG-1099           PIC X(01).
               88  WS-IN-1099-VALID                  VALUE 'Y' 'N'.
           05  WS-IN-PAY-METHOD          PIC X(02).
               88  WS-IN-PAY-CHECK                   VALUE 'CK'.
               88  WS-IN-PAY-ACH                     VALUE 'AC'.
           05  WS-IN-BANK-ROUTING        PIC X(09).
           05  WS-IN-BANK-ACCOUNT        PIC X(17).
           05  WS-IN-ADDRESS             PIC X(50).
           05  WS-IN-CITY                PIC X(30).
           05  WS-IN-STATE               PIC X(02).
           05  WS-IN-ZIP                 PIC X(10).
           05  WS-IN-TERMS-DAYS          PIC X(03).
           05  WS-IN-ACTIVE-FLAG         PIC X(01).
               88  WS-IN-ACTIVE-VALID                VALUE 'Y' 'N'.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-VENDOR-ID          PIC X(08).
           05  WS-OUT-VENDOR-NAME        PIC X(40).
           05  WS-OUT-VENDOR-TYPE        PIC X(02).
           05  WS-OUT-TAX-ID             PIC X(09).
           05  WS-OUT-TAX-ID-TYPE        PIC X(01).
           05  WS-OUT-FLAG-1099          PIC X(01).
           05  WS-OUT-PAY-METHOD         PIC X(02).
           05  WS-OUT-BANK-ROUTING       PIC X(09).
           05  WS-OUT-BANK-ACCOUNT       PIC X(17).
           05  WS-OUT-ADDRESS            PIC X(50).
           05  WS-OUT-CITY               PIC X(30).
           05  WS-OUT-STATE              PIC X(02).
           05  WS-OUT-ZIP                PIC X(10).
           05  WS-OUT-TERMS-DAYS         PIC ZZ9.
           05  WS-OUT-ACTIVE-FLAG        PIC X(01).
           05  WS-OUT-UPDATED-BY         PIC X(08).
           05  WS-OUT-UPDATED-TS         PIC X(19).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-EXIST-COUNT            PIC S9(04) COMP VALUE +0.
           05  WS-TERMS-NUM              PIC 9(03)  VALUE 0.
           05  WS-ABA-SUM                PIC S9(04) COMP VALUE +0.
           05  WS-ABA-QUOT               PIC S9(04) COMP VALUE +0.
           05  WS-ABA-REM                PIC S9(04) COMP VALUE +0.
           05  WS-MASKED-TAX-ID          PIC X(09)  VALUE SPACES.
           05  WS-LOG-ACTION-WORK        PIC X(08)  VALUE SPACES.
      *
      *    ABA ROUTING NUMBER CHECK DIGIT - WEIGHTS 3 7 1 REPEATING
      *
       01  WS-ABA-ROUTING                PIC 9(09).
       01  WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
           05  WS-ABA-D                  PIC 9(01) OCCURS 9 TIMES.
      *
      *    DB2 HOST VARIABLES - AP VENDOR
      *
       01  WS-HV-VENDOR.
           05  WS-HV-VN-ID               PIC X(08).
           05  WS-HV-VN-NAME             PIC X(40).
           05  WS-HV-VN-TYPE             PIC X(02).
           05  WS-HV-VN-TAX-ID           PIC X(09).
           05  WS-HV-VN-TAX-TYPE         PIC X(01).
           05  WS-HV-VN-1099             PIC X(01).
           05  WS-HV-VN-PAY-METHOD       PIC X(02).
           05  WS-HV-VN-ROUTING          PIC X(09).
           05  WS-HV-VN-ACCOUNT          PIC X(17).
           05  WS-HV-VN-ADDRESS          PIC X(50).
           05  WS-HV-VN-CITY             PIC X(30).
           05  WS-HV-VN-STATE            PIC X(02).
           05  WS-HV-VN-ZIP              PIC X(10).
           05  WS-HV-VN-TERMS            PIC S9(04) COMP.
           05  WS-HV-VN-ACTIVE           PIC X(01).
           05  WS-HV-VN-UPDATED-BY       PIC X(08).
           05  WS-HV-VN-UPDATED-TS       PIC X(26).
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
                       PERFORM 4000-VENDOR-INQUIRY
                   WHEN WS-IN-FN-ADD
                   WHEN WS-IN-FN-UPD
                       PERFORM 5000-VENDOR-SAVE THRU 5000-EXIT
                   WHEN OTHER
                       MOVE 'INVALID FUNCTION - USE INQ, ADD, OR UPD'
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
           MOVE 'AP VENDOR MASTER' TO WS-OUT-TITLE
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
               MOVE 'ADMVND00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-VENDOR-ID = SPACES
               MOVE 'VENDOR ID IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-INQ
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-VENDOR-NAME = SPACES
               MOVE 'VENDOR NAME IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-TYPE-VALID
               MOVE 'VENDOR TYPE MUST BE RC, TR, SB, WO, FI OR OT'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-TAX-ID NOT NUMERIC
               MOVE 'TAX ID MUST BE NINE DIGITS'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-TAX-TYPE-VALID
               MOVE 'TAX ID TYPE MUST BE E (EIN) OR S (SSN)'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-1099-VALID
               MOVE '1099 FLAG MUST BE Y OR N'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-PAY-CHECK
           AND NOT WS-IN-PAY-ACH
               MOVE 'PAY METHOD MUST BE CK (CHECK) OR AC (ACH)'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-PAY-ACH
               IF WS-IN-BANK-ROUTING NOT NUMERIC
               OR WS-IN-BANK-ACCOUNT = SPACES
                   MOVE 'ACH VENDOR NEEDS A ROUTING AND ACCOUNT NUMBER'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               PERFORM 3100-CHECK-ROUTING
               IF WS-ABA-REM NOT = +0
                   MOVE 'ROUTING NUMBER FAILS THE ABA CHECK DIGIT'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-ADDRESS = SPACES
           OR WS-IN-CITY = SPACES
           OR WS-IN-STATE = SPACES
           OR WS-IN-ZIP = SPACES
               MOVE 'REMIT-TO ADDRESS, CITY, STATE AND ZIP REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-TERMS-DAYS = SPACES
               MOVE 30 TO WS-TERMS-NUM
           ELSE
               IF WS-IN-TERMS-DAYS NOT NUMERIC
                   MOVE 'TERMS DAYS MUST BE NUMERIC (000-999)'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-IN-TERMS-DAYS TO WS-TERMS-NUM
           END-IF
      *
           IF WS-IN-ACTIVE-FLAG = SPACE
               MOVE 'Y' TO WS-IN-ACTIVE-FLAG
           END-IF
           IF NOT WS-IN-ACTIVE-VALID
               MOVE 'ACTIVE FLAG MUST BE Y OR N'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-CHECK-ROUTING - ABA CHECK DIGIT, WEIGHTED SUM OF THE *
      *    NINE DIGITS (3 7 1 3 7 1 3 7 1) MUST BE A MULTIPLE OF 10  *
      ****************************************************************
       3100-CHECK-ROUTING.
      *
           MOVE WS-IN-BANK-ROUTING TO WS-ABA-ROUTING
           COMPUTE WS-ABA-SUM =
                 3 * (WS-ABA-D(1) + WS-ABA-D(4) + WS-ABA-D(7))
               + 7 * (WS-ABA-D(2) + WS-ABA-D(5) + WS-ABA-D(8))
               +     (WS-ABA-D(3) + WS-ABA-D(6) + WS-ABA-D(9))
           DIVIDE WS-ABA-SUM BY 10
               GIVING WS-ABA-QUOT
               REMAINDER WS-ABA-REM
           .
      *
      ****************************************************************
      *    4000-VENDOR-INQUIRY - DISPLAY A VENDOR                    *
      ****************************************************************
       4000-VENDOR-INQUIRY.
      *
           EXEC SQL
               SELECT V.VENDOR_ID
                    , V.VENDOR_NAME
                    , V.VENDOR_TYPE
                    , V.TAX_ID
                    , V.TAX_ID_TYPE
                    , V.FLAG_1099
                    , V.PAY_METHOD
                    , COALESCE(V.BANK_ROUTING, ' ')
                    , COALESCE(V.BANK_ACCOUNT, ' ')
                    , V.ADDRESS_LINE1
                    , V.CITY
                    , V.STATE_CODE
                    , V.ZIP_CODE
                    , V.TERMS_DAYS
                    , V.ACTIVE_FLAG
                    , V.UPDATED_BY
                    , CHAR(V.UPDATED_TS)
               INTO  :WS-HV-VN-ID
                    , :WS-HV-VN-NAME
                    , :WS-HV-VN-TYPE
                    , :WS-HV-VN-TAX-ID
                    , :WS-HV-VN-TAX-TYPE
                    , :WS-HV-VN-1099
                    , :WS-HV-VN-PAY-METHOD
                    , :WS-HV-VN-ROUTING
                    , :WS-HV-VN-ACCOUNT
                    , :WS-HV-VN-ADDRESS
                    , :WS-HV-VN-CITY
                    , :WS-HV-VN-STATE
                    , :WS-HV-VN-ZIP
                    , :WS-HV-VN-TERMS
                    , :WS-HV-VN-ACTIVE
                    , :WS-HV-VN-UPDATED-BY
                    , :WS-HV-VN-UPDATED-TS
               FROM  AUTOSALE.AP_VENDOR V
               WHERE V.VENDOR_ID = :WS-IN-VENDOR-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   PERFORM 4100-FORMAT-VENDOR
                   MOVE 'VENDOR DISPLAYED' TO WS-OUT-MESSAGE
               WHEN +100
                   MOVE WS-IN-VENDOR-ID TO WS-OUT-VENDOR-ID
                   MOVE 'VENDOR NOT FOUND' TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'ADMVND00: DB2 ERROR READING VENDOR'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4100-FORMAT-VENDOR - HOST VARIABLES TO SCREEN, TAX ID     *
      *    MASKED TO ITS LAST FOUR                                   *
      ****************************************************************
       4100-FORMAT-VENDOR.
      *
           MOVE WS-HV-VN-ID TO WS-OUT-VENDOR-ID
           MOVE WS-HV-VN-NAME TO WS-OUT-VENDOR-NAME
           MOVE WS-HV-VN-TYPE TO WS-OUT-VENDOR-TYPE
           MOVE 'XXXXX' TO WS-OUT-TAX-ID(1:5)
           MOVE WS-HV-VN-TAX-ID(6:4) TO WS-OUT-TAX-ID(6:4)
           MOVE WS-HV-VN-TAX-TYPE TO WS-OUT-TAX-ID-TYPE
           MOVE WS-HV-VN-1099 TO WS-OUT-FLAG-1099
           MOVE WS-HV-VN-PAY-METHOD TO WS-OUT-PAY-METHOD
           MOVE WS-HV-VN-ROUTING TO WS-OUT-BANK-ROUTING
           MOVE WS-HV-VN-ACCOUNT TO WS-OUT-BANK-ACCOUNT
           MOVE WS-HV-VN-ADDRESS TO WS-OUT-ADDRESS
           MOVE WS-HV-VN-CITY TO WS-OUT-CITY
           MOVE WS-HV-VN-STATE TO WS-OUT-STATE
           MOVE WS-HV-VN-ZIP TO WS-OUT-ZIP
           MOVE WS-HV-VN-TERMS TO WS-OUT-TERMS-DAYS
           MOVE WS-HV-VN-ACTIVE TO WS-OUT-ACTIVE-FLAG
           MOVE WS-HV-VN-UPDATED-BY TO WS-OUT-UPDATED-BY
           MOVE WS-HV-VN-UPDATED-TS(1:19) TO WS-OUT-UPDATED-TS
           .
      *
      ****************************************************************
      *    5000-VENDOR-SAVE - ADD A NEW VENDOR OR CHANGE ONE         *
      ****************************************************************
       5000-VENDOR-SAVE.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-EXIST-COUNT
               FROM  AUTOSALE.AP_VENDOR V
               WHERE V.VENDOR_ID = :WS-IN-VENDOR-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMVND00: DB2 ERROR CHECKING VENDOR'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-IN-FN-ADD
           AND WS-EXIST-COUNT > +0
               MOVE 'VENDOR ID ALREADY ON FILE - USE UPD'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-IN-FN-UPD
           AND WS-EXIST-COUNT = +0
               MOVE 'VENDOR NOT FOUND - USE ADD'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-IN-VENDOR-ID TO WS-HV-VN-ID
           MOVE WS-IN-VENDOR-NAME TO WS-HV-VN-NAME
           MOVE WS-IN-VENDOR-TYPE TO WS-HV-VN-TYPE
           MOVE WS-IN-TAX-ID TO WS-HV-VN-TAX-ID
           MOVE WS-IN-TAX-ID-TYPE TO WS-HV-VN-TAX-TYPE
           MOVE WS-IN-FLAG-1099 TO WS-HV-VN-1099
           MOVE WS-IN-PAY-METHOD TO WS-HV-VN-PAY-METHOD
           MOVE WS-IN-BANK-ROUTING TO WS-HV-VN-ROUTING
           MOVE WS-IN-BANK-ACCOUNT TO WS-HV-VN-ACCOUNT
           MOVE WS-IN-ADDRESS TO WS-HV-VN-ADDRESS
           MOVE WS-IN-CITY TO WS-HV-VN-CITY
           MOVE WS-IN-STATE TO WS-HV-VN-STATE
           MOVE WS-IN-ZIP TO WS-HV-VN-ZIP
           MOVE WS-TERMS-NUM TO WS-HV-VN-TERMS
           MOVE WS-IN-ACTIVE-FLAG TO WS-HV-VN-ACTIVE
           MOVE IO-USER TO WS-HV-VN-UPDATED-BY
      *
           IF WS-IN-FN-ADD
               MOVE 'INSERT' TO WS-LOG-ACTION-WORK
               EXEC SQL
                   INSERT INTO AUTOSALE.AP_VENDOR
                   ( VENDOR_ID
                   , VENDOR_NAME
                   , VENDOR_TYPE
                   , TAX_ID
                   , TAX_ID_TYPE
                   , FLAG_1099
                   , PAY_METHOD
                   , BANK_ROUTING
                   , BANK_ACCOUNT
                   , ADDRESS_LINE1
                   , CITY
                   , STATE_CODE
                   , ZIP_CODE
                   , TERMS_DAYS
                   , ACTIVE_FLAG
                   , UPDATED_BY
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-HV-VN-ID
                   , :WS-HV-VN-NAME
                   , :WS-HV-VN-TYPE
                   , :WS-HV-VN-TAX-ID
                   , :WS-HV-VN-TAX-TYPE
                   , :WS-HV-VN-1099
                   , :WS-HV-VN-PAY-METHOD
                   , :WS-HV-VN-ROUTING
                   , :WS-HV-VN-ACCOUNT
                   , :WS-HV-VN-ADDRESS
                   , :WS-HV-VN-CITY
                   , :WS-HV-VN-STATE
                   , :WS-HV-VN-ZIP
                   , :WS-HV-VN-TERMS
                   , :WS-HV-VN-ACTIVE
                   , :WS-HV-VN-UPDATED-BY
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           ELSE
               MOVE 'UPDATE' TO WS-LOG-ACTION-WORK
               EXEC SQL
                   UPDATE AUTOSALE.AP_VENDOR
                      SET VENDOR_NAME   = :WS-HV-VN-NAME
                        , VENDOR_TYPE   = :WS-HV-VN-TYPE
                        , TAX_ID        = :WS-HV-VN-TAX-ID
                        , TAX_ID_TYPE   = :WS-HV-VN-TAX-TYPE
                        , FLAG_1099     = :WS-HV-VN-1099
                        , PAY_METHOD    = :WS-HV-VN-PAY-METHOD
                        , BANK_ROUTING  = :WS-HV-VN-ROUTING
                        , BANK_ACCOUNT  = :WS-HV-VN-ACCOUNT
                        , ADDRESS_LINE1 = :WS-HV-VN-ADDRESS
                        , CITY          = :WS-HV-VN-CITY
                        , STATE_CODE    = :WS-HV-VN-STATE
                        , ZIP_CODE      = :WS-HV-VN-ZIP
                        , TERMS_DAYS    = :WS-HV-VN-TERMS
                        , ACTIVE_FLAG   = :WS-HV-VN-ACTIVE
                        , UPDATED_BY    = :WS-HV-VN-UPDATED-BY
                        , UPDATED_TS    = CURRENT TIMESTAMP
                   WHERE  VENDOR_ID = :WS-HV-VN-ID
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'ADMVND00: DB2 ERROR SAVING VENDOR'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
      *    AUDIT - TAX ID AND BANK ACCOUNT NEVER GO TO THE LOG IN
      *    THE CLEAR
      *
           MOVE 'XXXXX' TO WS-MASKED-TAX-ID(1:5)
           MOVE WS-IN-TAX-ID(6:4) TO WS-MASKED-TAX-ID(6:4)
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'AP_VENDOR' TO WS-LOG-TABLE-NAME
           MOVE WS-LOG-ACTION-WORK TO WS-LOG-ACTION
           MOVE WS-IN-VENDOR-ID TO WS-LOG-KEY-VALUE
           STRING 'VENDOR ' WS-IN-VENDOR-ID
                  ' TYPE ' WS-IN-VENDOR-TYPE
                  ' TIN ' WS-MASKED-TAX-ID
                  ' 1099 ' WS-IN-FLAG-1099
                  ' PAY ' WS-IN-PAY-METHOD
                  ' TERMS ' WS-TERMS-NUM
                  ' ACTIVE ' WS-IN-ACTIVE-FLAG
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
           PERFORM 4000-VENDOR-INQUIRY
           IF WS-IN-FN-ADD
               MOVE 'VENDOR ADDED' TO WS-OUT-MESSAGE
           ELSE
               MOVE 'VENDOR CHANGED' TO WS-OUT-MESSAGE
           END-IF
           .
       5000-EXIT.
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
           MOVE 'ADMVND00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'AP_VENDOR' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF ADMVND00                                              *
      ****************************************************************
