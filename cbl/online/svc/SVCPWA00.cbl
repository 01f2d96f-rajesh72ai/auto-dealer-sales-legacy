       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCPWA00.
      ****************************************************************
      * PROGRAM:  SVCPWA00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   SVC - PARTS WHOLESALE ACCOUNTS                     *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-14                                         *
      * PURPOSE:  MAINTAINS THE PARTS WHOLESALE ACCOUNTS (BODY       *
      *           SHOPS, INDEPENDENT GARAGES) THAT BUY ACROSS THE    *
      *           PARTS COUNTER ON SVCCTR00 TICKETS. THE ACCOUNT     *
      *           CARRIES THE WHOLESALE DISCOUNT OFF LIST, A CREDIT  *
      *           LIMIT FOR CHARGE SALES, AND THE RESALE             *
      *           CERTIFICATE THAT MAKES ITS PURCHASES TAX EXEMPT.   *
      *           ADD - OPEN AN ACCOUNT                              *
      *           UPD - CHANGE ADDRESS / DISCOUNT / LIMIT /          *
      *                 CERTIFICATE / ACTIVE FLAG                    *
      *           INQ - DISPLAY AN ACCOUNT AND ITS BALANCE           *
      *           PAY - PAYMENT ON ACCOUNT (CA/CK/CC). THE MONEY IS  *
      *                 STAMPED WITH THE CASHIER'S OPEN SALCSH00     *
      *                 SESSION SO IT BALANCES IN THE SAME DRAWER.   *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    SVWA - PARTS WHOLESALE ACCOUNT                     *
      * MFS MOD:  ASSVWA00                                           *
      * TABLES:   AUTOSALE.PARTS_WHSL_ACCOUNT (READ/INSERT/UPDATE)   *
      *           AUTOSALE.PARTS_ACCT_PAYMENT (INSERT)               *
      *           AUTOSALE.CASHIER_SESSION    (READ)                 *
      *           AUTOSALE.DEALER             (READ)                 *
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
                                          VALUE 'SVCPWA00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASSVWA00'.
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
               88  WS-IN-FN-ADD                      VALUE 'ADD'.
               88  WS-IN-FN-UPD                      VALUE 'UPD'.
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-PAY                      VALUE 'PAY'.
           05  WS-IN-ACCOUNT-ID          PIC 9(09).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-ACCOUNT-NAME        PIC X(40).
           05  WS-IN-ADDRESS             PIC X(50).
           05  WS-IN-CITY                PIC X(30).
           05  WS-IN-STATE-CODE          PIC X(02).
           05  WS-IN-ZIP-CODE            PIC X(10).
           05  WS-IN-DISCOUNT-PCT        PIC 9(03)V99.
           05  WS-IN-CREDIT-LIMIT        PIC 9(07)V99.
           05  WS-IN-CERT-NO             PIC X(20).
           05  WS-IN-CERT-ON-FILE        PIC X(01).
           05  WS-IN-CERT-EXPIRY         PIC X(10).
           05  WS-IN-ACTIVE-FLAG         PIC X(01).
           05  WS-IN-TENDER-TYPE         PIC X(02).
               88  WS-IN-TD-CASH                     VALUE 'CA'.
               88  WS-IN-TD-CHECK                    VALUE 'CK'.
               88  WS-IN-TD-CARD                     VALUE 'CC'.
           05  WS-IN-PAYMENT-AMT         PIC 9(07)V99.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-ACCOUNT-ID         PIC 9(09).
           05  WS-OUT-DEALER-CODE        PIC X(05).
           05  WS-OUT-ACCOUNT-NAME       PIC X(40).
           05  WS-OUT-ADDRESS            PIC X(50).
           05  WS-OUT-CITY               PIC X(30).
           05  WS-OUT-STATE-CODE         PIC X(02).
           05  WS-OUT-ZIP-CODE           PIC X(10).
           05  WS-OUT-DISCOUNT-PCT       PIC ZZ9.99.
           05  WS-OUT-CREDIT-LIMIT       PIC Z(6)9.99.
           05  WS-OUT-BALANCE            PIC Z(8)9.99-.
           05  WS-OUT-CERT-NO            PIC X(20).
           05  WS-OUT-CERT-ON-FILE       PIC X(01).
           05  WS-OUT-CERT-EXPIRY        PIC X(10).
           05  WS-OUT-ACTIVE-FLAG        PIC X(01).
           05  WS-OUT-SESSION-ID         PIC 9(09).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE           PIC X(10).
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-ACCOUNT-ID-NUM         PIC S9(09) COMP VALUE +0.
           05  WS-PAYMENT-ID-NUM         PIC S9(09) COMP VALUE +0.
           05  WS-AMOUNT-DSP             PIC Z(8)9.99.
      *
      *    DB2 HOST VARIABLES - WHOLESALE ACCOUNT
      *
       01  WS-HV-ACCOUNT.
           05  WS-HV-WA-ID               PIC S9(09) COMP.
           05  WS-HV-WA-DEALER           PIC X(05).
           05  WS-HV-WA-NAME             PIC X(40).
           05  WS-HV-WA-ADDRESS          PIC X(50).
           05  WS-HV-WA-CITY             PIC X(30).
           05  WS-HV-WA-STATE            PIC X(02).
           05  WS-HV-WA-ZIP              PIC X(10).
           05  WS-HV-WA-DISCOUNT         PIC S9(03)V99 COMP-3.
           05  WS-HV-WA-CREDIT-LIMIT     PIC S9(07)V99 COMP-3.
           05  WS-HV-WA-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-WA-CERT             PIC X(20).
           05  WS-HV-WA-CERT-FILE        PIC X(01).
           05  WS-HV-WA-CERT-EXPIRY      PIC X(10).
           05  WS-HV-WA-ACTIVE           PIC X(01).
           05  WS-HV-DL-DEALER           PIC X(05).
      *
      *    DB2 HOST VARIABLES - PAYMENT ON ACCOUNT
      *
       01  WS-HV-PAYMENT.
           05  WS-HV-AP-AMOUNT           PIC S9(07)V99 COMP-3.
           05  WS-HV-AP-SESSION-ID       PIC S9(09) COMP.
           05  WS-HV-AP-CASHIER          PIC X(08).
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
                   WHEN WS-IN-FN-ADD
                       PERFORM 4000-ADD-ACCOUNT THRU 4000-EXIT
                   WHEN WS-IN-FN-UPD
                       PERFORM 5000-UPDATE-ACCOUNT THRU 5000-EXIT
                   WHEN WS-IN-FN-PAY
                       PERFORM 6000-PAY-ON-ACCOUNT THRU 6000-EXIT
                   WHEN WS-IN-FN-INQ
                       PERFORM 7000-ACCOUNT-INQUIRY THRU 7000-EXIT
                   WHEN OTHER
                       MOVE
                       'INVALID FUNCTION - USE ADD, UPD, INQ, OR PAY'
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
           MOVE 'PARTS WHOLESALE ACCOUNT' TO WS-OUT-TITLE
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
               MOVE 'SVCPWA00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-FN-ADD
               IF WS-IN-DEALER-CODE = SPACES
               OR WS-IN-ACCOUNT-NAME = SPACES
               OR WS-IN-ADDRESS = SPACES
               OR WS-IN-CITY = SPACES
               OR WS-IN-STATE-CODE = SPACES
               OR WS-IN-ZIP-CODE = SPACES
                   MOVE 'DEALER, NAME AND FULL ADDRESS ARE REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           ELSE
               IF WS-IN-ACCOUNT-ID = ZEROS
                   MOVE 'ACCOUNT ID IS REQUIRED'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
           END-IF
      *
           IF WS-IN-DISCOUNT-PCT > 100
               MOVE 'DISCOUNT PERCENT CANNOT EXCEED 100'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-PAY
               IF NOT WS-IN-TD-CASH
               AND NOT WS-IN-TD-CHECK
               AND NOT WS-IN-TD-CARD
                   MOVE 'INVALID TENDER TYPE - USE CA, CK, OR CC'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-PAYMENT-AMT = ZEROS
                   MOVE 'PAYMENT AMOUNT MUST BE GREATER THAN ZERO'
                       TO WS-OUT-MESSAGE
               END-IF
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-ADD-ACCOUNT - OPEN A WHOLESALE ACCOUNT               *
      ****************************************************************
       4000-ADD-ACCOUNT.
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
                   MOVE 'SVCPWA00: DB2 ERROR READING DEALER'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PARTS_ACCT_SEQ
               INTO  :WS-ACCOUNT-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPWA00: ERROR GENERATING ACCOUNT ID'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-ACCOUNT-ID-NUM TO WS-HV-WA-ID
           MOVE WS-IN-DEALER-CODE TO WS-HV-WA-DEALER
           MOVE WS-IN-ACCOUNT-NAME TO WS-HV-WA-NAME
           MOVE WS-IN-ADDRESS TO WS-HV-WA-ADDRESS
           MOVE WS-IN-CITY TO WS-HV-WA-CITY
           MOVE WS-IN-STATE-CODE TO WS-HV-WA-STATE
           MOVE WS-IN-ZIP-CODE TO WS-HV-WA-ZIP
           MOVE WS-IN-DISCOUNT-PCT TO WS-HV-WA-DISCOUNT
           MOVE WS-IN-CREDIT-LIMIT TO WS-HV-WA-CREDIT-LIMIT
           MOVE WS-IN-CERT-NO TO WS-HV-WA-CERT
           MOVE WS-IN-CERT-EXPIRY TO WS-HV-WA-CERT-EXPIRY
      *
           IF WS-IN-CERT-ON-FILE NOT = 'Y'
               MOVE 'N' TO WS-IN-CERT-ON-FILE
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_WHSL_ACCOUNT
               ( ACCOUNT_ID
               , DEALER_CODE
               , ACCOUNT_NAME
               , ADDRESS_LINE1
               , CITY
               , STATE_CODE
               , ZIP_CODE
               , DISCOUNT_PCT
               , CREDIT_LIMIT
               , BALANCE
               , RESALE_CERT_NO
               , CERT_ON_FILE
               , CERT_EXPIRY
               , ACTIVE_FLAG
               , UPDATED_BY
               , UPDATED_TS
               )
               VALUES
               ( :WS-HV-WA-ID
               , :WS-HV-WA-DEALER
               , :WS-HV-WA-NAME
               , :WS-HV-WA-ADDRESS
               , :WS-HV-WA-CITY
               , :WS-HV-WA-STATE
               , :WS-HV-WA-ZIP
               , :WS-HV-WA-DISCOUNT
               , :WS-HV-WA-CREDIT-LIMIT
               , 0
               , NULLIF(:WS-HV-WA-CERT, ' ')
               , :WS-IN-CERT-ON-FILE
               , CASE WHEN :WS-HV-WA-CERT-EXPIRY <> ' '
                      THEN DATE(:WS-HV-WA-CERT-EXPIRY)
                      ELSE NULL END
               , 'Y'
               , :IO-USER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPWA00: DB2 ERROR INSERTING ACCOUNT'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_WHSL_ACCOUNT' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-ACCOUNT-ID-NUM TO WS-OUT-ACCOUNT-ID
           MOVE WS-OUT-ACCOUNT-ID TO WS-LOG-KEY-VALUE
           STRING 'PARTS WHOLESALE ACCOUNT OPENED: '
                  WS-IN-ACCOUNT-NAME
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
           MOVE WS-ACCOUNT-ID-NUM TO WS-IN-ACCOUNT-ID
           PERFORM 7000-ACCOUNT-INQUIRY THRU 7000-EXIT
           MOVE 'WHOLESALE ACCOUNT OPENED'
               TO WS-OUT-MESSAGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-UPDATE-ACCOUNT - ADDRESS / TERMS / CERTIFICATE       *
      ****************************************************************
       5000-UPDATE-ACCOUNT.
      *
           MOVE WS-IN-ACCOUNT-ID TO WS-HV-WA-ID
           MOVE WS-IN-ACCOUNT-NAME TO WS-HV-WA-NAME
           MOVE WS-IN-ADDRESS TO WS-HV-WA-ADDRESS
           MOVE WS-IN-CITY TO WS-HV-WA-CITY
           MOVE WS-IN-CERT-NO TO WS-HV-WA-CERT
           MOVE WS-IN-DISCOUNT-PCT TO WS-HV-WA-DISCOUNT
           MOVE WS-IN-CREDIT-LIMIT TO WS-HV-WA-CREDIT-LIMIT
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_WHSL_ACCOUNT
                  SET ACCOUNT_NAME = CASE
                          WHEN :WS-HV-WA-NAME <> ' '
                          THEN :WS-HV-WA-NAME
                          ELSE ACCOUNT_NAME END
                    , ADDRESS_LINE1 = CASE
                          WHEN :WS-HV-WA-ADDRESS <> ' '
                          THEN :WS-HV-WA-ADDRESS
                          ELSE ADDRESS_LINE1 END
                    , CITY = CASE
                          WHEN :WS-HV-WA-CITY <> ' '
                          THEN :WS-HV-WA-CITY
                          ELSE CITY END
                    , STATE_CODE = CASE
                          WHEN :WS-IN-STATE-CODE <> ' '
                          THEN :WS-IN-STATE-CODE
                          ELSE STATE_CODE END
                    , ZIP_CODE = CASE
                          WHEN :WS-IN-ZIP-CODE <> ' '
                          THEN :WS-IN-ZIP-CODE
                          ELSE ZIP_CODE END
                    , DISCOUNT_PCT = CASE
                          WHEN :WS-HV-WA-DISCOUNT <> 0
                          THEN :WS-HV-WA-DISCOUNT
                          ELSE DISCOUNT_PCT END
                    , CREDIT_LIMIT = CASE
                          WHEN :WS-HV-WA-CREDIT-LIMIT <> 0
                          THEN :WS-HV-WA-CREDIT-LIMIT
                          ELSE CREDIT_LIMIT END
                    , RESALE_CERT_NO = CASE
                          WHEN :WS-HV-WA-CERT <> ' '
                          THEN :WS-HV-WA-CERT
                          ELSE RESALE_CERT_NO END
                    , CERT_ON_FILE = CASE
                          WHEN :WS-IN-CERT-ON-FILE <> ' '
                          THEN :WS-IN-CERT-ON-FILE
                          ELSE CERT_ON_FILE END
                    , CERT_EXPIRY = CASE
                          WHEN :WS-IN-CERT-EXPIRY <> ' '
                          THEN DATE(:WS-IN-CERT-EXPIRY)
                          ELSE CERT_EXPIRY END
                    , ACTIVE_FLAG = CASE
                          WHEN :WS-IN-ACTIVE-FLAG <> ' '
                          THEN :WS-IN-ACTIVE-FLAG
                          ELSE ACTIVE_FLAG END
                    , UPDATED_BY = :IO-USER
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  ACCOUNT_ID = :WS-HV-WA-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'WHOLESALE ACCOUNT NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPWA00: DB2 ERROR UPDATING ACCOUNT'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
           END-EVALUATE
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_WHSL_ACCOUNT' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
           MOVE WS-IN-ACCOUNT-ID TO WS-LOG-KEY-VALUE
           STRING 'PARTS WHOLESALE ACCOUNT UPDATED BY ' IO-USER
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
           PERFORM 7000-ACCOUNT-INQUIRY THRU 7000-EXIT
           MOVE 'WHOLESALE ACCOUNT UPDATED'
               TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-PAY-ON-ACCOUNT - PAYMENT AGAINST THE CHARGE BALANCE  *
      ****************************************************************
       6000-PAY-ON-ACCOUNT.
      *
           PERFORM 7000-ACCOUNT-INQUIRY THRU 7000-EXIT
           IF WS-OUT-MESSAGE NOT = 'ACCOUNT DISPLAYED'
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO WS-OUT-MESSAGE
      *
           IF WS-IN-PAYMENT-AMT > WS-HV-WA-BALANCE
               MOVE WS-HV-WA-BALANCE TO WS-AMOUNT-DSP
               STRING 'PAYMENT EXCEEDS ACCOUNT BALANCE OF '
                      WS-AMOUNT-DSP
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
               GO TO 6000-EXIT
           END-IF
      *
      *    ACCOUNT MONEY GOES IN THE CASHIER'S OPEN SALCSH00 DRAWER
      *
           MOVE IO-USER TO WS-HV-AP-CASHIER
      *
           EXEC SQL
               SELECT S.SESSION_ID
               INTO  :WS-HV-AP-SESSION-ID
               FROM  AUTOSALE.CASHIER_SESSION S
               WHERE S.CASHIER_ID = :WS-HV-AP-CASHIER
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
                   GO TO 6000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPWA00: DB2 ERROR READING CASHIER SESSION'
                       TO WS-OUT-MESSAGE
                   GO TO 6000-EXIT
           END-EVALUATE
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.PARTS_PAY_SEQ
               INTO  :WS-PAYMENT-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'SVCPWA00: ERROR GENERATING PAYMENT ID'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE WS-IN-PAYMENT-AMT TO WS-HV-AP-AMOUNT
      *
           EXEC SQL
               INSERT INTO AUTOSALE.PARTS_ACCT_PAYMENT
               ( PAYMENT_ID
               , ACCOUNT_ID
               , DEALER_CODE
               , TENDER_TYPE
               , PAYMENT_AMT
               , SESSION_ID
               , CASHIER_ID
               , PAYMENT_TS
               )
               VALUES
               ( :WS-PAYMENT-ID-NUM
               , :WS-HV-WA-ID
               , :WS-HV-WA-DEALER
               , :WS-IN-TENDER-TYPE
               , :WS-HV-AP-AMOUNT
               , :WS-HV-AP-SESSION-ID
               , :WS-HV-AP-CASHIER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPWA00: DB2 ERROR INSERTING PAYMENT'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_WHSL_ACCOUNT
                  SET BALANCE    = BALANCE - :WS-HV-AP-AMOUNT
                    , UPDATED_BY = :IO-USER
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  ACCOUNT_ID = :WS-HV-WA-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SVCPWA00: DB2 ERROR UPDATING ACCOUNT BALANCE'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'PARTS_ACCT_PAYMENT' TO WS-LOG-TABLE-NAME
           MOVE 'INSERT' TO WS-LOG-ACTION
           MOVE WS-IN-ACCOUNT-ID TO WS-LOG-KEY-VALUE
           MOVE WS-IN-PAYMENT-AMT TO WS-AMOUNT-DSP
           STRING 'PAYMENT ON ACCOUNT ' WS-IN-TENDER-TYPE
                  ' ' WS-AMOUNT-DSP
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
           PERFORM 7000-ACCOUNT-INQUIRY THRU 7000-EXIT
           MOVE WS-HV-AP-SESSION-ID TO WS-OUT-SESSION-ID
           MOVE 'PAYMENT POSTED TO WHOLESALE ACCOUNT'
               TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-ACCOUNT-INQUIRY - DISPLAY AN ACCOUNT                 *
      ****************************************************************
       7000-ACCOUNT-INQUIRY.
      *
           MOVE WS-IN-ACCOUNT-ID TO WS-HV-WA-ID
      *
           EXEC SQL
               SELECT A.DEALER_CODE
                    , A.ACCOUNT_NAME
                    , A.ADDRESS_LINE1
                    , A.CITY
                    , A.STATE_CODE
                    , A.ZIP_CODE
                    , A.DISCOUNT_PCT
                    , A.CREDIT_LIMIT
                    , A.BALANCE
                    , COALESCE(A.RESALE_CERT_NO, ' ')
                    , A.CERT_ON_FILE
                    , COALESCE(CHAR(A.CERT_EXPIRY, ISO), ' ')
                    , A.ACTIVE_FLAG
               INTO  :WS-HV-WA-DEALER
                    , :WS-HV-WA-NAME
                    , :WS-HV-WA-ADDRESS
                    , :WS-HV-WA-CITY
                    , :WS-HV-WA-STATE
                    , :WS-HV-WA-ZIP
                    , :WS-HV-WA-DISCOUNT
                    , :WS-HV-WA-CREDIT-LIMIT
                    , :WS-HV-WA-BALANCE
                    , :WS-HV-WA-CERT
                    , :WS-HV-WA-CERT-FILE
                    , :WS-HV-WA-CERT-EXPIRY
                    , :WS-HV-WA-ACTIVE
               FROM  AUTOSALE.PARTS_WHSL_ACCOUNT A
               WHERE A.ACCOUNT_ID = :WS-HV-WA-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'WHOLESALE ACCOUNT NOT FOUND'
                       TO WS-OUT-MESSAGE
                   GO TO 7000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SVCPWA00: DB2 ERROR READING ACCOUNT'
                       TO WS-OUT-MESSAGE
                   GO TO 7000-EXIT
           END-EVALUATE
      *
           MOVE WS-HV-WA-ID TO WS-OUT-ACCOUNT-ID
           MOVE WS-HV-WA-DEALER TO WS-OUT-DEALER-CODE
           MOVE WS-HV-WA-NAME TO WS-OUT-ACCOUNT-NAME
           MOVE WS-HV-WA-ADDRESS TO WS-OUT-ADDRESS
           MOVE WS-HV-WA-CITY TO WS-OUT-CITY
           MOVE WS-HV-WA-STATE TO WS-OUT-STATE-CODE
           MOVE WS-HV-WA-ZIP TO WS-OUT-ZIP-CODE
           MOVE WS-HV-WA-DISCOUNT TO WS-OUT-DISCOUNT-PCT
           MOVE WS-HV-WA-CREDIT-LIMIT TO WS-OUT-CREDIT-LIMIT
           MOVE WS-HV-WA-BALANCE TO WS-OUT-BALANCE
           MOVE WS-HV-WA-CERT TO WS-OUT-CERT-NO
           MOVE WS-HV-WA-CERT-FILE TO WS-OUT-CERT-ON-FILE
           MOVE WS-HV-WA-CERT-EXPIRY TO WS-OUT-CERT-EXPIRY
           MOVE WS-HV-WA-ACTIVE TO WS-OUT-ACTIVE-FLAG
           MOVE 'ACCOUNT DISPLAYED' TO WS-OUT-MESSAGE
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
           MOVE 'SVCPWA00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'PARTS_WHSL_ACCOUNT' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF SVCPWA00                                              *
      ****************************************************************
