       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINDRF00.
      ****************************************************************
      * PROGRAM:  FINDRF00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   FIN - IN-HOUSE (BUY-HERE-PAY-HERE) RECEIVABLES     *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  RECURRING ACH DRAFT ENROLLMENT FOR HOUSE_LOAN      *
      *           NOTES. BATDRF00 DRAFTS ACTIVE ENROLLMENTS.         *
      *           FUNCTIONS:                                         *
      *           INQ - ENROLLMENT (ACCOUNT NUMBER MASKED TO THE     *
      *                 LAST 4) AND THE MOST RECENT DRAFTS.          *
      *           ENR - ENROLL, OR CHANGE THE BANK ACCOUNT / DRAFT   *
      *                 DAY / AMOUNT. EACH ENROLLMENT RECORDS THE    *
      *                 CUSTOMER AUTHORIZATION - METHOD (WR SIGNED   *
      *                 FORM, PH RECORDED CALL, EL ELECTRONIC) AND   *
      *                 A REFERENCE - WITH THE DATE AND USER. THE    *
      *                 ROUTING NUMBER MUST PASS THE ABA CHECK       *
      *                 DIGIT. DRAFT DAY 1-28. AMOUNT ZERO DRAFTS    *
      *                 THE SCHEDULED MONTHLY PAYMENT. RE-ENROLLING  *
      *                 A SUSPENDED ACCOUNT RESETS ITS RETURN COUNT. *
      *           CAN - CANCEL THE ENROLLMENT (CN). DRAFTS ALREADY   *
      *                 SENT STILL SETTLE OR RETURN.                 *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    FIDR - BHPH ACH DRAFT ENROLLMENT                   *
      * MFS MOD:  ASFIDR00                                           *
      * TABLES:   AUTOSALE.HOUSE_LOAN          (READ)                *
      *           AUTOSALE.CUSTOMER            (READ)                *
      *           AUTOSALE.HOUSE_LOAN_ACH      (READ/INSERT/UPDATE)  *
      *           AUTOSALE.HOUSE_LOAN_DRAFT    (READ)                *
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
                                          VALUE 'FINDRF00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASFIDR00'.
      *
       01  WS-IMS-FUNCTIONS.
           05  WS-GU                     PIC X(04) VALUE 'GU  '.
           05  WS-ISRT                   PIC X(04) VALUE 'ISRT'.
      *
           COPY WSSQLCA.
      *
           COPY WSIOPCB.
      *
           COPY DCLHSACH.
      *
      *    INPUT MESSAGE AREA (FROM MFS)
      *
       01  WS-INPUT-MSG.
           05  WS-IN-LL                  PIC S9(04) COMP.
           05  WS-IN-ZZ                  PIC S9(04) COMP.
           05  WS-IN-TRAN-CODE           PIC X(08).
           05  WS-IN-FUNCTION            PIC X(03).
               88  WS-IN-FN-INQ                      VALUE 'INQ'.
               88  WS-IN-FN-ENR                      VALUE 'ENR'.
               88  WS-IN-FN-CAN                      VALUE 'CAN'.
           05  WS-IN-LOAN-ID             PIC 9(09).
           05  WS-IN-ROUTING             PIC X(09).
           05  WS-IN-ROUTING-N REDEFINES WS-IN-ROUTING.
               10  WS-IN-RT-DIGIT        PIC 9(01) OCCURS 9 TIMES.
           05  WS-IN-ACCOUNT             PIC X(17).
           05  WS-IN-ACCT-TYPE           PIC X(01).
               88  WS-IN-ACCT-VALID                  VALUE 'C' 'S'.
           05  WS-IN-DRAFT-DAY           PIC 9(02).
           05  WS-IN-DRAFT-AMT           PIC 9(07)V99.
           05  WS-IN-AUTH-METHOD         PIC X(02).
               88  WS-IN-AUTH-VALID                  VALUE 'WR' 'PH'
                                                           'EL'.
           05  WS-IN-AUTH-REF            PIC X(20).
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-LOAN-ID            PIC 9(09).
           05  WS-OUT-DEAL-NUMBER        PIC X(10).
           05  WS-OUT-CUST-NAME          PIC X(30).
           05  WS-OUT-LOAN-STATUS        PIC X(02).
           05  WS-OUT-PAYMENT            PIC Z(6)9.99.
           05  WS-OUT-NEXT-DUE           PIC X(10).
           05  WS-OUT-ENROLL-STATUS      PIC X(02).
           05  WS-OUT-ROUTING            PIC X(09).
           05  WS-OUT-ACCOUNT            PIC X(17).
           05  WS-OUT-ACCT-TYPE          PIC X(01).
           05  WS-OUT-DRAFT-DAY          PIC Z9.
           05  WS-OUT-DRAFT-AMT          PIC Z(6)9.99.
           05  WS-OUT-AUTH-DATE          PIC X(10).
           05  WS-OUT-AUTH-METHOD        PIC X(02).
           05  WS-OUT-AUTH-REF           PIC X(20).
           05  WS-OUT-AUTH-USER          PIC X(08).
           05  WS-OUT-RETURN-COUNT       PIC Z9.
           05  WS-OUT-SUSPEND-REASON     PIC X(03).
           05  WS-OUT-LAST-DRAFT         PIC X(10).
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 6 TIMES.
               10  WS-OUT-LN-DRAFT-ID    PIC 9(09).
               10  WS-OUT-LN-DUE-DATE    PIC X(10).
               10  WS-OUT-LN-FILE-DATE   PIC X(10).
               10  WS-OUT-LN-AMOUNT      PIC Z(6)9.99.
               10  WS-OUT-LN-STATUS      PIC X(02).
               10  WS-OUT-LN-REASON      PIC X(03).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE           PIC X(10).
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-ENROLL-FOUND           PIC X(01)  VALUE 'N'.
               88  WS-HAVE-ENROLL                   VALUE 'Y'.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-ABA-SUM                PIC S9(04) COMP VALUE +0.
           05  WS-ABA-QUOT               PIC S9(04) COMP VALUE +0.
           05  WS-ABA-REM                PIC S9(04) COMP VALUE +0.
           05  WS-ACCT-LEN               PIC S9(04) COMP VALUE +0.
           05  WS-LOAN-ID-DISP           PIC 9(09)  VALUE ZEROS.
           05  WS-DRAFT-DAY-DISP         PIC 9(02)  VALUE ZEROS.
      *
      *    DB2 HOST VARIABLES - HOUSE LOAN AND CUSTOMER
      *
       01  WS-HV-LOAN.
           05  WS-HV-LN-ID               PIC S9(09) COMP.
           05  WS-HV-LN-DEAL             PIC X(10).
           05  WS-HV-LN-NEXT-DUE         PIC X(10).
           05  WS-HV-LN-PAYMENT          PIC S9(07)V99 COMP-3.
           05  WS-HV-LN-STATUS           PIC X(02).
           05  WS-HV-LN-CUST-NAME        PIC X(30).
      *
      *    DB2 HOST VARIABLES - DRAFT HISTORY
      *
       01  WS-HV-DRAFT.
           05  WS-HV-DR-ID               PIC S9(09) COMP.
           05  WS-HV-DR-DUE-DATE         PIC X(10).
           05  WS-HV-DR-FILE-DATE        PIC X(10).
           05  WS-HV-DR-AMOUNT           PIC S9(07)V99 COMP-3.
           05  WS-HV-DR-STATUS           PIC X(02).
           05  WS-HV-DR-REASON           PIC X(03).
      *
      *    NULL INDICATORS - HOUSE_LOAN_ACH
      *
       01  WS-NI-LAST-DRAFT              PIC S9(04) COMP VALUE +0.
       01  WS-NI-SUSPEND-REASON          PIC S9(04) COMP VALUE +0.
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
      *    CURSOR - MOST RECENT DRAFTS FOR ONE LOAN
      *
           EXEC SQL DECLARE CSR_DRF_HIST CURSOR FOR
               SELECT D.DRAFT_ID
                    , CHAR(D.DUE_DATE, ISO)
                    , CHAR(D.FILE_DATE, ISO)
                    , D.DRAFT_AMOUNT
                    , D.DRAFT_STATUS
                    , COALESCE(D.RETURN_REASON, ' ')
               FROM   AUTOSALE.HOUSE_LOAN_DRAFT D
               WHERE  D.LOAN_ID = :WS-HV-LN-ID
               ORDER BY D.FILE_DATE DESC, D.DRAFT_ID DESC
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
                   WHEN WS-IN-FN-INQ
                       PERFORM 4000-INQUIRY THRU 4000-EXIT
                   WHEN WS-IN-FN-ENR
                       PERFORM 5000-ENROLL THRU 5000-EXIT
                   WHEN WS-IN-FN-CAN
                       PERFORM 6000-CANCEL THRU 6000-EXIT
                   WHEN OTHER
                       MOVE 'FUNCTION MUST BE INQ ENR OR CAN'
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
           MOVE 'BHPH ACH DRAFT ENROLLMENT' TO WS-OUT-TITLE
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
               MOVE 'FINDRF00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-LOAN-ID = ZEROS
               MOVE 'LOAN ID IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-FN-ENR
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-ROUTING IS NOT NUMERIC
               MOVE 'ROUTING NUMBER MUST BE 9 DIGITS'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
      *    ABA CHECK DIGIT - 3/7/1 WEIGHTS, SUM A MULTIPLE OF 10
      *
           COMPUTE WS-ABA-SUM =
               3 * (WS-IN-RT-DIGIT(1) + WS-IN-RT-DIGIT(4)
                                      + WS-IN-RT-DIGIT(7))
             + 7 * (WS-IN-RT-DIGIT(2) + WS-IN-RT-DIGIT(5)
                                      + WS-IN-RT-DIGIT(8))
             +     (WS-IN-RT-DIGIT(3) + WS-IN-RT-DIGIT(6)
                                      + WS-IN-RT-DIGIT(9))
           DIVIDE WS-ABA-SUM BY 10
               GIVING WS-ABA-QUOT REMAINDER WS-ABA-REM
           IF WS-ABA-REM NOT = +0
           OR WS-IN-ROUTING = ZEROS
               MOVE 'ROUTING NUMBER FAILS THE ABA CHECK DIGIT'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-ACCOUNT = SPACES
               MOVE 'BANK ACCOUNT NUMBER IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-ACCT-VALID
               MOVE 'ACCOUNT TYPE MUST BE C (CHECKING) OR S (SAVINGS)'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-DRAFT-DAY IS NOT NUMERIC
           OR WS-IN-DRAFT-DAY < 01
           OR WS-IN-DRAFT-DAY > 28
               MOVE 'DRAFT DAY MUST BE 1 THROUGH 28'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-DRAFT-AMT IS NOT NUMERIC
               MOVE 'DRAFT AMOUNT MUST BE NUMERIC (ZERO = PAYMENT)'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF NOT WS-IN-AUTH-VALID
               MOVE 'AUTHORIZATION METHOD MUST BE WR PH OR EL'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-AUTH-REF = SPACES
               MOVE 'AUTHORIZATION REFERENCE IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-READ-LOAN - HOUSE LOAN WITH CUSTOMER NAME            *
      ****************************************************************
       3500-READ-LOAN.
      *
           MOVE WS-IN-LOAN-ID TO WS-HV-LN-ID
      *
           EXEC SQL
               SELECT L.DEAL_NUMBER
                    , CHAR(L.NEXT_DUE_DATE, ISO)
                    , L.MONTHLY_PAYMENT
                    , L.LOAN_STATUS
                    , CAST(C.LAST_NAME CONCAT ', '
                           CONCAT C.FIRST_NAME AS CHAR(30))
               INTO  :WS-HV-LN-DEAL
                    , :WS-HV-LN-NEXT-DUE
                    , :WS-HV-LN-PAYMENT
                    , :WS-HV-LN-STATUS
                    , :WS-HV-LN-CUST-NAME
               FROM  AUTOSALE.HOUSE_LOAN L
               JOIN  AUTOSALE.CUSTOMER C
                 ON  C.CUSTOMER_ID = L.CUSTOMER_ID
               WHERE L.LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE 'HOUSE LOAN NOT FOUND'
                       TO WS-OUT-MESSAGE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINDRF00: DB2 ERROR READING LOAN'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    3600-READ-ENROLLMENT - ACH ENROLLMENT, IF ANY             *
      ****************************************************************
       3600-READ-ENROLLMENT.
      *
           MOVE 'N' TO WS-ENROLL-FOUND
           INITIALIZE DCLHOUSE-LOAN-ACH
      *
           EXEC SQL
               SELECT BANK_ROUTING
                    , BANK_ACCOUNT
                    , ACCOUNT_TYPE
                    , DRAFT_DAY
                    , DRAFT_AMOUNT
                    , ENROLL_STATUS
                    , CHAR(AUTH_DATE, ISO)
                    , AUTH_METHOD
                    , AUTH_REF
                    , AUTH_USER
                    , RETURN_COUNT
                    , CHAR(LAST_DRAFT_DATE, ISO)
                    , SUSPEND_REASON
               INTO  :BANK-ROUTING
                    , :BANK-ACCOUNT
                    , :ACCOUNT-TYPE
                    , :DRAFT-DAY
                    , :DRAFT-AMOUNT
                    , :ENROLL-STATUS
                    , :AUTH-DATE
                    , :AUTH-METHOD
                    , :AUTH-REF
                    , :AUTH-USER
                    , :RETURN-COUNT
                    , :LAST-DRAFT-DATE :WS-NI-LAST-DRAFT
                    , :SUSPEND-REASON  :WS-NI-SUSPEND-REASON
               FROM  AUTOSALE.HOUSE_LOAN_ACH
               WHERE LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'Y' TO WS-ENROLL-FOUND
                   IF WS-NI-LAST-DRAFT < +0
                       MOVE SPACES TO LAST-DRAFT-DATE
                   END-IF
                   IF WS-NI-SUSPEND-REASON < +0
                       MOVE SPACES TO SUSPEND-REASON
                   END-IF
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINDRF00: DB2 ERROR READING ENROLLMENT'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-INQUIRY - ENROLLMENT AND RECENT DRAFTS               *
      ****************************************************************
       4000-INQUIRY.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 3600-READ-ENROLLMENT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 7500-FORMAT-OUTPUT
      *
           IF NOT WS-HAVE-ENROLL
               MOVE 'LOAN IS NOT ENROLLED IN ACH DRAFTS'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_DRF_HIST END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINDRF00: ERROR OPENING DRAFT CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 4100-FETCH-DRAFT
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +6
      *
           EXEC SQL CLOSE CSR_DRF_HIST END-EXEC
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
           MOVE 'ACH ENROLLMENT DISPLAYED'
               TO WS-OUT-MESSAGE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-FETCH-DRAFT - FETCH ONE DRAFT ROW                    *
      ****************************************************************
       4100-FETCH-DRAFT.
      *
           EXEC SQL FETCH CSR_DRF_HIST
               INTO  :WS-HV-DR-ID
                    , :WS-HV-DR-DUE-DATE
                    , :WS-HV-DR-FILE-DATE
                    , :WS-HV-DR-AMOUNT
                    , :WS-HV-DR-STATUS
                    , :WS-HV-DR-REASON
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-DR-ID
                       TO WS-OUT-LN-DRAFT-ID(WS-ROW-COUNT)
                   MOVE WS-HV-DR-DUE-DATE
                       TO WS-OUT-LN-DUE-DATE(WS-ROW-COUNT)
                   MOVE WS-HV-DR-FILE-DATE
                       TO WS-OUT-LN-FILE-DATE(WS-ROW-COUNT)
                   MOVE WS-HV-DR-AMOUNT
                       TO WS-OUT-LN-AMOUNT(WS-ROW-COUNT)
                   MOVE WS-HV-DR-STATUS
                       TO WS-OUT-LN-STATUS(WS-ROW-COUNT)
                   MOVE WS-HV-DR-REASON
                       TO WS-OUT-LN-REASON(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINDRF00: DB2 ERROR READING DRAFTS'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-ENROLL - NEW ENROLLMENT OR CHANGE, WITH A NEW        *
      *    AUTHORIZATION EACH TIME                                   *
      ****************************************************************
       5000-ENROLL.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-HV-LN-STATUS NOT = 'AC'
           AND WS-HV-LN-STATUS NOT = 'DF'
               MOVE 'ONLY ACTIVE OR DEFICIENCY LOANS CAN BE DRAFTED'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 3600-READ-ENROLLMENT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-HV-LN-ID TO LOAN-ID OF DCLHOUSE-LOAN-ACH
           MOVE WS-IN-ROUTING TO BANK-ROUTING
           MOVE WS-IN-ACCOUNT TO BANK-ACCOUNT
           MOVE WS-IN-ACCT-TYPE TO ACCOUNT-TYPE
           MOVE WS-IN-DRAFT-DAY TO DRAFT-DAY
           MOVE WS-IN-DRAFT-AMT TO DRAFT-AMOUNT
           MOVE 'AC' TO ENROLL-STATUS
           MOVE WS-CURRENT-DATE TO AUTH-DATE
           MOVE WS-IN-AUTH-METHOD TO AUTH-METHOD
           MOVE WS-IN-AUTH-REF TO AUTH-REF
           MOVE IO-USER TO AUTH-USER
           MOVE +0 TO RETURN-COUNT
           MOVE SPACES TO SUSPEND-REASON
      *
           IF WS-HAVE-ENROLL
               EXEC SQL
                   UPDATE AUTOSALE.HOUSE_LOAN_ACH
                      SET BANK_ROUTING   = :BANK-ROUTING
                        , BANK_ACCOUNT   = :BANK-ACCOUNT
                        , ACCOUNT_TYPE   = :ACCOUNT-TYPE
                        , DRAFT_DAY      = :DRAFT-DAY
                        , DRAFT_AMOUNT   = :DRAFT-AMOUNT
                        , ENROLL_STATUS  = :ENROLL-STATUS
                        , AUTH_DATE      = :AUTH-DATE
                        , AUTH_METHOD    = :AUTH-METHOD
                        , AUTH_REF       = :AUTH-REF
                        , AUTH_USER      = :AUTH-USER
                        , RETURN_COUNT   = 0
                        , SUSPEND_REASON = NULL
                        , UPDATED_USER   = :IO-USER
                        , UPDATED_TS     = CURRENT TIMESTAMP
                   WHERE  LOAN_ID = :WS-HV-LN-ID
               END-EXEC
           ELSE
               MOVE SPACES TO LAST-DRAFT-DATE
               EXEC SQL
                   INSERT INTO AUTOSALE.HOUSE_LOAN_ACH
                   ( LOAN_ID
                   , BANK_ROUTING
                   , BANK_ACCOUNT
                   , ACCOUNT_TYPE
                   , DRAFT_DAY
                   , DRAFT_AMOUNT
                   , ENROLL_STATUS
                   , AUTH_DATE
                   , AUTH_METHOD
                   , AUTH_REF
                   , AUTH_USER
                   , RETURN_COUNT
                   , LAST_DRAFT_DATE
                   , SUSPEND_REASON
                   , UPDATED_USER
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-HV-LN-ID
                   , :BANK-ROUTING
                   , :BANK-ACCOUNT
                   , :ACCOUNT-TYPE
                   , :DRAFT-DAY
                   , :DRAFT-AMOUNT
                   , :ENROLL-STATUS
                   , :AUTH-DATE
                   , :AUTH-METHOD
                   , :AUTH-REF
                   , :AUTH-USER
                   , 0
                   , NULL
                   , NULL
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINDRF00: DB2 ERROR SAVING ENROLLMENT'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
      *    ONLY THE LAST 4 OF THE ACCOUNT GO TO THE AUDIT LOG
      *
           MOVE DRAFT-DAY TO WS-DRAFT-DAY-DISP
           PERFORM 7700-MASK-ACCOUNT
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'ACH ENROLLED BY ' IO-USER
                  ' RTN=' BANK-ROUTING
                  ' ACCT=' WS-OUT-ACCOUNT
                  ' TYPE=' ACCOUNT-TYPE
                  ' DAY=' WS-DRAFT-DAY-DISP
                  ' AUTH=' AUTH-METHOD ' ' AUTH-REF
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           IF WS-HAVE-ENROLL
               MOVE 'UPDATE' TO WS-LOG-ACTION
           ELSE
               MOVE 'INSERT' TO WS-LOG-ACTION
           END-IF
           PERFORM 7800-LOG-ENROLLMENT
      *
           MOVE 'Y' TO WS-ENROLL-FOUND
           PERFORM 7500-FORMAT-OUTPUT
           MOVE 'ACH ENROLLMENT SAVED - AUTHORIZATION RECORDED'
               TO WS-OUT-MESSAGE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-CANCEL - STOP FUTURE DRAFTS                          *
      ****************************************************************
       6000-CANCEL.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 3600-READ-ENROLLMENT
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF NOT WS-HAVE-ENROLL
               MOVE 'LOAN IS NOT ENROLLED IN ACH DRAFTS'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           IF ENROLL-STATUS = 'CN'
               MOVE 'ACH ENROLLMENT IS ALREADY CANCELLED'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_ACH
                  SET ENROLL_STATUS = 'CN'
                    , UPDATED_USER  = :IO-USER
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINDRF00: DB2 ERROR CANCELLING ENROLLMENT'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'ACH ENROLLMENT CANCELLED BY ' IO-USER
                  ' PRIOR STATUS=' ENROLL-STATUS
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           MOVE 'UPDATE' TO WS-LOG-ACTION
           PERFORM 7800-LOG-ENROLLMENT
      *
           MOVE 'CN' TO ENROLL-STATUS
           PERFORM 7500-FORMAT-OUTPUT
           MOVE 'ACH ENROLLMENT CANCELLED'
               TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7500-FORMAT-OUTPUT - LOAN AND ENROLLMENT FIELDS TO OUTPUT *
      ****************************************************************
       7500-FORMAT-OUTPUT.
      *
           MOVE WS-HV-LN-ID TO WS-OUT-LOAN-ID
           MOVE WS-HV-LN-DEAL TO WS-OUT-DEAL-NUMBER
           MOVE WS-HV-LN-CUST-NAME TO WS-OUT-CUST-NAME
           MOVE WS-HV-LN-STATUS TO WS-OUT-LOAN-STATUS
           MOVE WS-HV-LN-PAYMENT TO WS-OUT-PAYMENT
           MOVE WS-HV-LN-NEXT-DUE TO WS-OUT-NEXT-DUE
      *
           IF WS-HAVE-ENROLL
               MOVE ENROLL-STATUS TO WS-OUT-ENROLL-STATUS
               MOVE BANK-ROUTING TO WS-OUT-ROUTING
               PERFORM 7700-MASK-ACCOUNT
               MOVE ACCOUNT-TYPE TO WS-OUT-ACCT-TYPE
               MOVE DRAFT-DAY TO WS-OUT-DRAFT-DAY
               MOVE DRAFT-AMOUNT TO WS-OUT-DRAFT-AMT
               MOVE AUTH-DATE TO WS-OUT-AUTH-DATE
               MOVE AUTH-METHOD TO WS-OUT-AUTH-METHOD
               MOVE AUTH-REF TO WS-OUT-AUTH-REF
               MOVE AUTH-USER TO WS-OUT-AUTH-USER
               MOVE RETURN-COUNT TO WS-OUT-RETURN-COUNT
               MOVE SUSPEND-REASON TO WS-OUT-SUSPEND-REASON
               MOVE LAST-DRAFT-DATE TO WS-OUT-LAST-DRAFT
           END-IF
           .
      *
      ****************************************************************
      *    7700-MASK-ACCOUNT - SHOW ONLY THE LAST 4 ACCOUNT DIGITS   *
      ****************************************************************
       7700-MASK-ACCOUNT.
      *
           MOVE +17 TO WS-ACCT-LEN
           PERFORM 7710-TRIM-ACCOUNT
               UNTIL WS-ACCT-LEN < +1
               OR BANK-ACCOUNT(WS-ACCT-LEN:1) NOT = SPACE
      *
           MOVE SPACES TO WS-OUT-ACCOUNT
           IF WS-ACCT-LEN > +4
               MOVE ALL '*' TO WS-OUT-ACCOUNT(1:WS-ACCT-LEN - 4)
               MOVE BANK-ACCOUNT(WS-ACCT-LEN - 3:4)
                   TO WS-OUT-ACCOUNT(WS-ACCT-LEN - 3:4)
           ELSE
               MOVE BANK-ACCOUNT TO WS-OUT-ACCOUNT
           END-IF
           .
      *
      ****************************************************************
      *    7710-TRIM-ACCOUNT - BACK OFF ONE TRAILING SPACE           *
      ****************************************************************
       7710-TRIM-ACCOUNT.
      *
           SUBTRACT +1 FROM WS-ACCT-LEN
           .
      *
      ****************************************************************
      *    7800-LOG-ENROLLMENT - AUDIT AN ENROLLMENT CHANGE          *
      ****************************************************************
       7800-LOG-ENROLLMENT.
      *
           MOVE WS-HV-LN-ID TO WS-LOAN-ID-DISP
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'HOUSE_LOAN_ACH' TO WS-LOG-TABLE-NAME
           MOVE WS-LOAN-ID-DISP TO WS-LOG-KEY-VALUE
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
           MOVE 'FINDRF00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'SEE AUDIT LOG' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF FINDRF00                                              *
      ****************************************************************
