       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCOL00.
      ****************************************************************
      * PROGRAM:  FINCOL00                                           *
      * SYSTEM:   AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING    *
      * MODULE:   FIN - IN-HOUSE (BUY-HERE-PAY-HERE) RECEIVABLES     *
      * AUTHOR:   AUTOSALES DEVELOPMENT TEAM                         *
      * DATE:     2026-10-15                                         *
      * PURPOSE:  COLLECTIONS AND REPOSSESSION FOR HOUSE_LOAN NOTES  *
      *           SERVICED IN FINBHP00. FUNCTIONS:                   *
      *           QUE - COLLECTOR WORK QUEUE FOR A DEALER. ACTIVE    *
      *                 LOANS PAST THEIR NEXT DUE DATE, WORST FIRST, *
      *                 WITH LAST CALL RESULT AND BROKEN-PROMISE     *
      *                 COUNT. LOANS WITH A PROMISE TO PAY THAT IS   *
      *                 NOT YET DUE ARE LEFT OFF. OPEN PROMISES      *
      *                 PAST THEIR DATE ARE MARKED BROKEN (BR) AS    *
      *                 THE QUEUE IS BUILT; FINBHP00 PMT MARKS THEM  *
      *                 KEPT (KP). PAGE NUMBER PAGES 8 AT A TIME.    *
      *           LOG - LOG A CALL RESULT. A PROMISE TO PAY (PP)     *
      *                 NEEDS A DATE AND AMOUNT, NO LATER THAN       *
      *                 FINCOL00_PROMISE_MAX_DAYS (DEFAULT 14) OUT,  *
      *                 AND REPLACES ANY OPEN PROMISE (SU).          *
      *           HST - LOAN, REPO STATUS AND RECENT CALL HISTORY    *
      *           RPO - ASSIGN THE UNIT TO A REPO AGENT. THE LOAN    *
      *                 MUST BE AT LEAST FINCOL00_REPO_MIN_DAYS      *
      *                 (DEFAULT 30) PAST DUE. LOAN GOES TO RP.      *
      *           RCL - RECALL THE ASSIGNMENT (CUSTOMER REINSTATED)  *
      *                 BEFORE THE UNIT IS TAKEN INTO STOCK. LOAN    *
      *                 RETURNS TO AC.                               *
      *           RCV - RECORD THE RECOVERY - DATE, ODOMETER AND     *
      *                 REPO EXPENSE. THE UNIT IS THEN TAKEN INTO    *
      *                 STOCK IN VEHPUR00 WITH ACQ SOURCE RP.        *
      *           SAL - APPLY THE SALE PROCEEDS TO THE NOTE. ACCRUED *
      *                 INTEREST, THEN BALANCE PLUS REPO AND SALE    *
      *                 EXPENSE. THE SHORTFALL IS THE DEFICIENCY     *
      *                 (LOAN DF, BALANCE CARRIED); ANY EXCESS IS    *
      *                 SURPLUS OWED THE CUSTOMER (LOAN CL). BOTH    *
      *                 ARE KEPT ON HOUSE_LOAN_REPO FOR THE NOTICE.  *
      *           CALL RESULTS: PP=PROMISE TO PAY, NA=NO ANSWER,     *
      *                 LM=LEFT MESSAGE, WN=WRONG NUMBER, RF=REFUSED *
      *                 DS=DISPUTED, SK=SKIP (CANNOT LOCATE)         *
      *           PROMISE: OP=OPEN, KP=KEPT, BR=BROKEN,              *
      *                 SU=SUPERSEDED, NP=NO PROMISE                 *
      *           REPO: AS=ASSIGNED, RC=RECOVERED, IN=IN STOCK,      *
      *                 SL=SOLD, CA=RECALLED                         *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    FICL - BHPH COLLECTIONS                            *
      * MFS MOD:  ASFICL00                                           *
      * TABLES:   AUTOSALE.HOUSE_LOAN          (READ/UPDATE)         *
      *           AUTOSALE.HOUSE_LOAN_PMT      (READ/INSERT)         *
      *           AUTOSALE.HOUSE_LOAN_REPO     (READ/INSERT/UPDATE)  *
      *           AUTOSALE.COLLECTION_ACTIVITY (READ/INSERT/UPDATE)  *
      *           AUTOSALE.CUSTOMER            (READ)                *
      *           AUTOSALE.SALES_DEAL          (READ)                *
      *           AUTOSALE.SYSTEM_CONFIG       (READ)                *
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
                                          VALUE 'FINCOL00'.
           05  WS-MOD-NAME               PIC X(08)
                                          VALUE 'ASFICL00'.
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
               88  WS-IN-FN-QUE                      VALUE 'QUE'.
               88  WS-IN-FN-LOG                      VALUE 'LOG'.
               88  WS-IN-FN-HST                      VALUE 'HST'.
               88  WS-IN-FN-RPO                      VALUE 'RPO'.
               88  WS-IN-FN-RCL                      VALUE 'RCL'.
               88  WS-IN-FN-RCV                      VALUE 'RCV'.
               88  WS-IN-FN-SAL                      VALUE 'SAL'.
           05  WS-IN-LOAN-ID             PIC 9(09).
           05  WS-IN-DEALER-CODE         PIC X(05).
           05  WS-IN-PAGE                PIC 9(03).
           05  WS-IN-CALL-RESULT         PIC X(02).
               88  WS-IN-CR-PROMISE                  VALUE 'PP'.
               88  WS-IN-CR-VALID                    VALUE 'PP' 'NA'
                                                     'LM' 'WN' 'RF'
                                                     'DS' 'SK'.
           05  WS-IN-PROMISE-DATE        PIC X(10).
           05  WS-IN-PROMISE-AMT         PIC 9(07)V99.
           05  WS-IN-NOTES               PIC X(60).
           05  WS-IN-REPO-AGENT          PIC X(40).
           05  WS-IN-ODOMETER            PIC 9(06).
           05  WS-IN-EXPENSE-AMT         PIC 9(07)V99.
           05  WS-IN-SALE-AMT            PIC 9(09)V99.
      *
      *    OUTPUT MESSAGE AREA (TO MFS)
      *
       01  WS-OUTPUT-MSG.
           05  WS-OUT-LL                 PIC S9(04) COMP.
           05  WS-OUT-ZZ                 PIC S9(04) COMP.
           05  WS-OUT-TITLE              PIC X(40).
           05  WS-OUT-LOAN-ID            PIC 9(09).
           05  WS-OUT-DEAL-NUMBER        PIC X(10).
           05  WS-OUT-CUSTOMER-ID        PIC 9(09).
           05  WS-OUT-CUST-NAME          PIC X(30).
           05  WS-OUT-PHONE              PIC X(10).
           05  WS-OUT-LOAN-STATUS        PIC X(02).
           05  WS-OUT-PAYMENT            PIC Z(6)9.99.
           05  WS-OUT-BALANCE            PIC Z(8)9.99.
           05  WS-OUT-NEXT-DUE           PIC X(10).
           05  WS-OUT-DAYS-PAST          PIC ZZZZ9-.
           05  WS-OUT-BROKEN-COUNT       PIC ZZ9.
           05  WS-OUT-VIN                PIC X(17).
           05  WS-OUT-REPO-STATUS        PIC X(02).
           05  WS-OUT-REPO-AGENT         PIC X(40).
           05  WS-OUT-RECOVER-DATE       PIC X(10).
           05  WS-OUT-REPO-EXPENSE       PIC Z(6)9.99.
           05  WS-OUT-SALE-PROCEEDS      PIC Z(8)9.99.
           05  WS-OUT-SALE-EXPENSE       PIC Z(6)9.99.
           05  WS-OUT-ACCRUED-INT        PIC Z(6)9.99.
           05  WS-OUT-DEFICIENCY         PIC Z(8)9.99.
           05  WS-OUT-SURPLUS            PIC Z(8)9.99.
           05  WS-OUT-LINE-COUNT         PIC S9(04) COMP.
           05  WS-OUT-LINE-DTL OCCURS 8 TIMES.
               10  WS-OUT-LN-LOAN-ID     PIC 9(09).
               10  WS-OUT-LN-DATE        PIC X(10).
               10  WS-OUT-LN-NAME        PIC X(20).
               10  WS-OUT-LN-PHONE       PIC X(10).
               10  WS-OUT-LN-DAYS        PIC ZZZZ9-.
               10  WS-OUT-LN-AMT         PIC Z(8)9.99.
               10  WS-OUT-LN-RESULT      PIC X(02).
               10  WS-OUT-LN-PROM-DATE   PIC X(10).
               10  WS-OUT-LN-PROM-STAT   PIC X(02).
               10  WS-OUT-LN-BROKEN      PIC ZZ9.
               10  WS-OUT-LN-NOTES       PIC X(30).
           05  WS-OUT-MESSAGE            PIC X(79).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE           PIC X(10).
           05  WS-CURRENT-TS             PIC X(26).
           05  WS-ROW-COUNT              PIC S9(04) COMP VALUE +0.
           05  WS-SKIP-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-SKIP-TARGET            PIC S9(04) COMP VALUE +0.
           05  WS-EOF-FLAG               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-DATA                   VALUE 'Y'.
               88  WS-MORE-DATA                     VALUE 'N'.
           05  WS-REPO-FOUND             PIC X(01)  VALUE 'N'.
               88  WS-HAVE-REPO                     VALUE 'Y'.
           05  WS-ACTIVITY-ID-NUM        PIC S9(09) COMP VALUE +0.
           05  WS-NEXT-SEQ               PIC S9(04) COMP VALUE +0.
           05  WS-PROMISE-MAX-DAYS       PIC S9(04) COMP VALUE +14.
           05  WS-REPO-MIN-DAYS          PIC S9(04) COMP VALUE +30.
           05  WS-PROMISE-LIMIT          PIC X(10)  VALUE SPACES.
           05  WS-PROMISE-STATUS         PIC X(02)  VALUE SPACES.
           05  WS-DAYS-ACCRUED           PIC S9(05) COMP-3 VALUE +0.
           05  WS-OWED-PRINCIPAL         PIC S9(09)V99 COMP-3
                                                     VALUE +0.
           05  WS-REMAINING              PIC S9(09)V99 COMP-3
                                                     VALUE +0.
           05  WS-INT-APPLIED            PIC S9(07)V99 COMP-3
                                                     VALUE +0.
           05  WS-PRIN-APPLIED           PIC S9(09)V99 COMP-3
                                                     VALUE +0.
           05  WS-NEW-LOAN-STATUS        PIC X(02)  VALUE SPACES.
           05  WS-AMT-DISP               PIC Z(8)9.99.
           05  WS-LOAN-ID-DISP           PIC 9(09)  VALUE ZEROS.
      *
      *    DB2 HOST VARIABLES - HOUSE LOAN AND CUSTOMER
      *
       01  WS-HV-LOAN.
           05  WS-HV-LN-ID               PIC S9(09) COMP.
           05  WS-HV-LN-DEAL             PIC X(10).
           05  WS-HV-LN-CUSTOMER         PIC S9(09) COMP.
           05  WS-HV-LN-DEALER           PIC X(05).
           05  WS-HV-LN-APR              PIC S9(02)V9(03) COMP-3.
           05  WS-HV-LN-PAYMENT          PIC S9(07)V99 COMP-3.
           05  WS-HV-LN-FIRST-DUE        PIC X(10).
           05  WS-HV-LN-NEXT-DUE         PIC X(10).
           05  WS-HV-LN-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-LN-LAST-PAID        PIC X(10).
           05  WS-HV-LN-STATUS           PIC X(02).
           05  WS-HV-LN-DAYS-PAST        PIC S9(05) COMP.
           05  WS-HV-LN-CUST-NAME        PIC X(30).
           05  WS-HV-LN-PHONE            PIC X(10).
           05  WS-HV-LN-BROKEN           PIC S9(04) COMP.
           05  WS-HV-CFG-VALUE           PIC X(100).
      *
      *    DB2 HOST VARIABLES - COLLECTION ACTIVITY
      *
       01  WS-HV-ACTIVITY.
           05  WS-HV-CA-DATE             PIC X(10).
           05  WS-HV-CA-COLLECTOR        PIC X(08).
           05  WS-HV-CA-RESULT           PIC X(02).
           05  WS-HV-CA-PROM-DATE        PIC X(10).
           05  WS-HV-CA-PROM-AMT         PIC S9(07)V99 COMP-3.
           05  WS-HV-CA-PROM-STATUS      PIC X(02).
           05  WS-HV-CA-NOTES            PIC X(60).
      *
      *    DB2 HOST VARIABLES - WORK QUEUE ROW
      *
       01  WS-HV-QUEUE.
           05  WS-HV-QU-LOAN-ID          PIC S9(09) COMP.
           05  WS-HV-QU-NAME             PIC X(20).
           05  WS-HV-QU-PHONE            PIC X(10).
           05  WS-HV-QU-DAYS-PAST        PIC S9(05) COMP.
           05  WS-HV-QU-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-QU-LAST-RESULT      PIC X(02).
           05  WS-HV-QU-LAST-DATE        PIC X(10).
           05  WS-HV-QU-BROKEN           PIC S9(04) COMP.
      *
      *    DB2 HOST VARIABLES - REPOSSESSION
      *
       01  WS-HV-REPO.
           05  WS-HV-RP-VIN              PIC X(17).
           05  WS-HV-RP-STATUS           PIC X(02).
           05  WS-HV-RP-AGENT            PIC X(40).
           05  WS-HV-RP-RECOVER-DATE     PIC X(10).
           05  WS-HV-RP-EXPENSE          PIC S9(07)V99 COMP-3.
           05  WS-HV-RP-PROCEEDS         PIC S9(09)V99 COMP-3.
           05  WS-HV-RP-SALE-EXP         PIC S9(07)V99 COMP-3.
           05  WS-HV-RP-ACCRUED          PIC S9(07)V99 COMP-3.
           05  WS-HV-RP-DEFICIENCY       PIC S9(09)V99 COMP-3.
           05  WS-HV-RP-SURPLUS          PIC S9(09)V99 COMP-3.
           05  WS-HV-RP-ODOMETER         PIC S9(09) COMP.
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
      *    CURSOR - COLLECTOR WORK QUEUE
      *
           EXEC SQL DECLARE CSR_COL_QUEUE CURSOR FOR
               SELECT L.LOAN_ID
                    , CAST(C.LAST_NAME CONCAT ', '
                           CONCAT C.FIRST_NAME AS CHAR(20))
                    , COALESCE(C.CELL_PHONE, C.HOME_PHONE, ' ')
                    , DAYS(CURRENT DATE) - DAYS(L.NEXT_DUE_DATE)
                    , L.PRINCIPAL_BAL
                    , COALESCE(
                        (SELECT A.CALL_RESULT
                         FROM   AUTOSALE.COLLECTION_ACTIVITY A
                         WHERE  A.LOAN_ID = L.LOAN_ID
                         ORDER BY A.ACTIVITY_TS DESC
                         FETCH FIRST 1 ROW ONLY), ' ')
                    , COALESCE(
                        (SELECT CHAR(DATE(MAX(A.ACTIVITY_TS)), ISO)
                         FROM   AUTOSALE.COLLECTION_ACTIVITY A
                         WHERE  A.LOAN_ID = L.LOAN_ID), ' ')
                    , (SELECT COUNT(*)
                       FROM   AUTOSALE.COLLECTION_ACTIVITY A
                       WHERE  A.LOAN_ID = L.LOAN_ID
                         AND  A.PROMISE_STATUS = 'BR')
               FROM   AUTOSALE.HOUSE_LOAN L
               JOIN   AUTOSALE.CUSTOMER C
                 ON   C.CUSTOMER_ID = L.CUSTOMER_ID
               WHERE  L.DEALER_CODE   = :WS-IN-DEALER-CODE
                 AND  L.LOAN_STATUS   = 'AC'
                 AND  L.NEXT_DUE_DATE < CURRENT DATE
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.COLLECTION_ACTIVITY P
                       WHERE  P.LOAN_ID = L.LOAN_ID
                         AND  P.PROMISE_STATUS = 'OP'
                         AND  P.PROMISE_DATE >= CURRENT DATE)
               ORDER BY 4 DESC
                      , L.LOAN_ID
           END-EXEC
      *
      *    CURSOR - CALL HISTORY FOR ONE LOAN
      *
           EXEC SQL DECLARE CSR_COL_HIST CURSOR FOR
               SELECT CHAR(DATE(A.ACTIVITY_TS), ISO)
                    , A.COLLECTOR_ID
                    , A.CALL_RESULT
                    , COALESCE(CHAR(A.PROMISE_DATE, ISO), ' ')
                    , A.PROMISE_AMT
                    , A.PROMISE_STATUS
                    , COALESCE(A.CALL_NOTES, ' ')
               FROM   AUTOSALE.COLLECTION_ACTIVITY A
               WHERE  A.LOAN_ID = :WS-HV-LN-ID
               ORDER BY A.ACTIVITY_TS DESC
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
                   WHEN WS-IN-FN-QUE
                       PERFORM 4000-WORK-QUEUE THRU 4000-EXIT
                   WHEN WS-IN-FN-LOG
                       PERFORM 5000-LOG-CALL THRU 5000-EXIT
                   WHEN WS-IN-FN-HST
                       PERFORM 7000-LOAN-HISTORY THRU 7000-EXIT
                   WHEN WS-IN-FN-RPO
                       PERFORM 6000-ASSIGN-REPO THRU 6000-EXIT
                   WHEN WS-IN-FN-RCL
                       PERFORM 6100-RECALL-REPO THRU 6100-EXIT
                   WHEN WS-IN-FN-RCV
                       PERFORM 6200-RECORD-RECOVERY THRU 6200-EXIT
                   WHEN WS-IN-FN-SAL
                       PERFORM 6300-APPLY-SALE THRU 6300-EXIT
                   WHEN OTHER
                       MOVE
                       'FUNCTION MUST BE QUE LOG HST RPO RCL RCV OR SAL'
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
           MOVE 'BHPH COLLECTIONS AND REPOSSESSION' TO WS-OUT-TITLE
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
               MOVE 'FINCOL00: ERROR RECEIVING INPUT MESSAGE'
                   TO WS-OUT-MESSAGE
           END-IF
           .
      *
      ****************************************************************
      *    3000-VALIDATE-INPUT - CHECK REQUIRED FIELDS               *
      ****************************************************************
       3000-VALIDATE-INPUT.
      *
           IF WS-IN-FN-QUE
               IF WS-IN-DEALER-CODE = SPACES
                   MOVE 'DEALER CODE IS REQUIRED FOR THE WORK QUEUE'
                       TO WS-OUT-MESSAGE
               END-IF
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-LOAN-ID = ZEROS
               MOVE 'LOAN ID IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-LOG
               IF NOT WS-IN-CR-VALID
                   MOVE 'CALL RESULT MUST BE PP NA LM WN RF DS OR SK'
                       TO WS-OUT-MESSAGE
                   GO TO 3000-EXIT
               END-IF
               IF WS-IN-CR-PROMISE
                   IF WS-IN-PROMISE-DATE = SPACES
                   OR WS-IN-PROMISE-AMT = ZEROS
                       MOVE 'PROMISE TO PAY NEEDS A DATE AND AMOUNT'
                           TO WS-OUT-MESSAGE
                       GO TO 3000-EXIT
                   END-IF
               END-IF
           END-IF
      *
           IF WS-IN-FN-RPO
           AND WS-IN-REPO-AGENT = SPACES
               MOVE 'REPO AGENT IS REQUIRED TO ASSIGN A REPOSSESSION'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-RCV
           AND WS-IN-ODOMETER = ZEROS
               MOVE 'ODOMETER AT RECOVERY IS REQUIRED'
                   TO WS-OUT-MESSAGE
               GO TO 3000-EXIT
           END-IF
      *
           IF WS-IN-FN-SAL
           AND WS-IN-SALE-AMT = ZEROS
               MOVE 'SALE PROCEEDS ARE REQUIRED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-READ-LOAN - HOUSE LOAN WITH CUSTOMER AND DAYS PAST   *
      *    DUE                                                       *
      ****************************************************************
       3500-READ-LOAN.
      *
           MOVE WS-IN-LOAN-ID TO WS-HV-LN-ID
      *
           EXEC SQL
               SELECT L.DEAL_NUMBER
                    , L.CUSTOMER_ID
                    , L.DEALER_CODE
                    , L.APR
                    , L.MONTHLY_PAYMENT
                    , CHAR(L.FIRST_DUE_DATE, ISO)
                    , CHAR(L.NEXT_DUE_DATE, ISO)
                    , L.PRINCIPAL_BAL
                    , COALESCE(CHAR(L.LAST_PAID_DATE, ISO), ' ')
                    , L.LOAN_STATUS
                    , DAYS(CURRENT DATE) - DAYS(L.NEXT_DUE_DATE)
                    , CAST(C.LAST_NAME CONCAT ', '
                           CONCAT C.FIRST_NAME AS CHAR(30))
                    , COALESCE(C.CELL_PHONE, C.HOME_PHONE, ' ')
                    , (SELECT COUNT(*)
                       FROM   AUTOSALE.COLLECTION_ACTIVITY A
                       WHERE  A.LOAN_ID = L.LOAN_ID
                         AND  A.PROMISE_STATUS = 'BR')
               INTO  :WS-HV-LN-DEAL
                    , :WS-HV-LN-CUSTOMER
                    , :WS-HV-LN-DEALER
                    , :WS-HV-LN-APR
                    , :WS-HV-LN-PAYMENT
                    , :WS-HV-LN-FIRST-DUE
                    , :WS-HV-LN-NEXT-DUE
                    , :WS-HV-LN-BALANCE
                    , :WS-HV-LN-LAST-PAID
                    , :WS-HV-LN-STATUS
                    , :WS-HV-LN-DAYS-PAST
                    , :WS-HV-LN-CUST-NAME
                    , :WS-HV-LN-PHONE
                    , :WS-HV-LN-BROKEN
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
                   MOVE 'FINCOL00: DB2 ERROR READING LOAN'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    3600-READ-REPO - REPOSSESSION ROW FOR THE LOAN, IF ANY    *
      ****************************************************************
       3600-READ-REPO.
      *
           MOVE 'N' TO WS-REPO-FOUND
      *
           EXEC SQL
               SELECT R.VIN
                    , R.REPO_STATUS
                    , R.REPO_AGENT
                    , COALESCE(CHAR(R.RECOVER_DATE, ISO), ' ')
                    , R.REPO_EXPENSE
                    , R.SALE_PROCEEDS
                    , R.SALE_EXPENSE
                    , R.ACCRUED_INT
                    , R.DEFICIENCY_AMT
                    , R.SURPLUS_AMT
               INTO  :WS-HV-RP-VIN
                    , :WS-HV-RP-STATUS
                    , :WS-HV-RP-AGENT
                    , :WS-HV-RP-RECOVER-DATE
                    , :WS-HV-RP-EXPENSE
                    , :WS-HV-RP-PROCEEDS
                    , :WS-HV-RP-SALE-EXP
                    , :WS-HV-RP-ACCRUED
                    , :WS-HV-RP-DEFICIENCY
                    , :WS-HV-RP-SURPLUS
               FROM  AUTOSALE.HOUSE_LOAN_REPO R
               WHERE R.LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'Y' TO WS-REPO-FOUND
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINCOL00: DB2 ERROR READING REPOSSESSION'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    4000-WORK-QUEUE - PAST-DUE LOANS FOR THE DEALER           *
      ****************************************************************
       4000-WORK-QUEUE.
      *
      *    PROMISES THAT CAME AND WENT WITHOUT PAYMENT ARE BROKEN
      *
           EXEC SQL
               UPDATE AUTOSALE.COLLECTION_ACTIVITY
                  SET PROMISE_STATUS = 'BR'
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  DEALER_CODE    = :WS-IN-DEALER-CODE
                 AND  PROMISE_STATUS = 'OP'
                 AND  PROMISE_DATE   < CURRENT DATE
           END-EXEC
      *
           IF SQLCODE NOT = +0
           AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR MARKING BROKEN PROMISES'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL OPEN CSR_COL_QUEUE END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: ERROR OPENING QUEUE CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE +0 TO WS-SKIP-COUNT
           IF WS-IN-PAGE > 1
               COMPUTE WS-SKIP-TARGET = (WS-IN-PAGE - 1) * 8
           ELSE
               MOVE +0 TO WS-SKIP-TARGET
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 4100-FETCH-QUEUE
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +8
      *
           EXEC SQL CLOSE CSR_COL_QUEUE END-EXEC
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
           IF WS-ROW-COUNT = +0
               MOVE 'NO PAST-DUE LOANS TO WORK ON THIS PAGE'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE 'COLLECTION QUEUE DISPLAYED - WORST FIRST'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-FETCH-QUEUE - ONE QUEUE ROW, SKIPPING EARLIER PAGES  *
      ****************************************************************
       4100-FETCH-QUEUE.
      *
           EXEC SQL FETCH CSR_COL_QUEUE
               INTO  :WS-HV-QU-LOAN-ID
                    , :WS-HV-QU-NAME
                    , :WS-HV-QU-PHONE
                    , :WS-HV-QU-DAYS-PAST
                    , :WS-HV-QU-BALANCE
                    , :WS-HV-QU-LAST-RESULT
                    , :WS-HV-QU-LAST-DATE
                    , :WS-HV-QU-BROKEN
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   IF WS-SKIP-COUNT < WS-SKIP-TARGET
                       ADD +1 TO WS-SKIP-COUNT
                   ELSE
                       ADD +1 TO WS-ROW-COUNT
                       MOVE WS-HV-QU-LOAN-ID
                           TO WS-OUT-LN-LOAN-ID(WS-ROW-COUNT)
                       MOVE WS-HV-QU-LAST-DATE
                           TO WS-OUT-LN-DATE(WS-ROW-COUNT)
                       MOVE WS-HV-QU-NAME
                           TO WS-OUT-LN-NAME(WS-ROW-COUNT)
                       MOVE WS-HV-QU-PHONE
                           TO WS-OUT-LN-PHONE(WS-ROW-COUNT)
                       MOVE WS-HV-QU-DAYS-PAST
                           TO WS-OUT-LN-DAYS(WS-ROW-COUNT)
                       MOVE WS-HV-QU-BALANCE
                           TO WS-OUT-LN-AMT(WS-ROW-COUNT)
                       MOVE WS-HV-QU-LAST-RESULT
                           TO WS-OUT-LN-RESULT(WS-ROW-COUNT)
                       MOVE WS-HV-QU-BROKEN
                           TO WS-OUT-LN-BROKEN(WS-ROW-COUNT)
                   END-IF
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINCOL00: DB2 ERROR READING WORK QUEUE'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    5000-LOG-CALL - RECORD A CALL RESULT / PROMISE TO PAY     *
      ****************************************************************
       5000-LOG-CALL.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-HV-LN-STATUS NOT = 'AC'
           AND WS-HV-LN-STATUS NOT = 'RP'
           AND WS-HV-LN-STATUS NOT = 'DF'
               MOVE 'LOAN IS NOT IN COLLECTION - CALL NOT LOGGED'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'NP' TO WS-PROMISE-STATUS
           MOVE +0 TO WS-HV-CA-PROM-AMT
      *
           IF WS-IN-CR-PROMISE
               PERFORM 5100-CHECK-PROMISE THRU 5100-EXIT
               IF WS-OUT-MESSAGE NOT = SPACES
                   GO TO 5000-EXIT
               END-IF
               MOVE 'OP' TO WS-PROMISE-STATUS
               MOVE WS-IN-PROMISE-AMT TO WS-HV-CA-PROM-AMT
      *
      *        THE NEW PROMISE REPLACES ANY STILL OPEN
      *
               EXEC SQL
                   UPDATE AUTOSALE.COLLECTION_ACTIVITY
                      SET PROMISE_STATUS = 'SU'
                        , UPDATED_TS     = CURRENT TIMESTAMP
                   WHERE  LOAN_ID        = :WS-HV-LN-ID
                     AND  PROMISE_STATUS = 'OP'
               END-EXEC
               IF SQLCODE NOT = +0
               AND SQLCODE NOT = +100
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINCOL00: DB2 ERROR UPDATING OPEN PROMISE'
                       TO WS-OUT-MESSAGE
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.COLL_ACTIVITY_SEQ
               INTO  :WS-ACTIVITY-ID-NUM
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'FINCOL00: ERROR GENERATING ACTIVITY ID'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-IN-NOTES TO WS-HV-CA-NOTES
      *
           IF WS-IN-CR-PROMISE
               MOVE WS-IN-PROMISE-DATE TO WS-HV-CA-PROM-DATE
               EXEC SQL
                   INSERT INTO AUTOSALE.COLLECTION_ACTIVITY
                   ( ACTIVITY_ID
                   , LOAN_ID
                   , DEALER_CODE
                   , ACTIVITY_TS
                   , COLLECTOR_ID
                   , CALL_RESULT
                   , DAYS_PAST_DUE
                   , PROMISE_DATE
                   , PROMISE_AMT
                   , PROMISE_STATUS
                   , CALL_NOTES
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-ACTIVITY-ID-NUM
                   , :WS-HV-LN-ID
                   , :WS-HV-LN-DEALER
                   , CURRENT TIMESTAMP
                   , :IO-USER
                   , :WS-IN-CALL-RESULT
                   , :WS-HV-LN-DAYS-PAST
                   , :WS-HV-CA-PROM-DATE
                   , :WS-HV-CA-PROM-AMT
                   , :WS-PROMISE-STATUS
                   , :WS-HV-CA-NOTES
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.COLLECTION_ACTIVITY
                   ( ACTIVITY_ID
                   , LOAN_ID
                   , DEALER_CODE
                   , ACTIVITY_TS
                   , COLLECTOR_ID
                   , CALL_RESULT
                   , DAYS_PAST_DUE
                   , PROMISE_DATE
                   , PROMISE_AMT
                   , PROMISE_STATUS
                   , CALL_NOTES
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-ACTIVITY-ID-NUM
                   , :WS-HV-LN-ID
                   , :WS-HV-LN-DEALER
                   , CURRENT TIMESTAMP
                   , :IO-USER
                   , :WS-IN-CALL-RESULT
                   , :WS-HV-LN-DAYS-PAST
                   , NULL
                   , 0
                   , :WS-PROMISE-STATUS
                   , :WS-HV-CA-NOTES
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR LOGGING CALL'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           PERFORM 7500-FORMAT-LOAN
      *
           IF WS-IN-CR-PROMISE
               MOVE WS-IN-PROMISE-AMT TO WS-AMT-DISP
               STRING 'PROMISE TO PAY ' WS-AMT-DISP
                      ' BY ' WS-IN-PROMISE-DATE ' RECORDED'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           ELSE
               MOVE 'CALL RESULT LOGGED'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-CHECK-PROMISE - VALID DATE, TODAY OR LATER, WITHIN   *
      *    THE CONFIGURED MAXIMUM                                    *
      ****************************************************************
       5100-CHECK-PROMISE.
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'FINCOL00_PROMISE_MAX_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-PROMISE-MAX-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE + :WS-PROMISE-MAX-DAYS DAYS,
                           ISO)
               INTO  :WS-PROMISE-LIMIT
               FROM  SYSIBM.SYSDUMMY1
               WHERE DATE(:WS-IN-PROMISE-DATE) IS NOT NULL
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE 'PROMISE DATE IS NOT A VALID DATE (YYYY-MM-DD)'
                   TO WS-OUT-MESSAGE
               GO TO 5100-EXIT
           END-IF
      *
           IF WS-IN-PROMISE-DATE < WS-CURRENT-DATE
               MOVE 'PROMISE DATE CANNOT BE IN THE PAST'
                   TO WS-OUT-MESSAGE
               GO TO 5100-EXIT
           END-IF
      *
           IF WS-IN-PROMISE-DATE > WS-PROMISE-LIMIT
               MOVE 'PROMISE DATE IS TOO FAR OUT - SEE MANAGER'
                   TO WS-OUT-MESSAGE
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-ASSIGN-REPO - SEND THE UNIT TO A REPO AGENT          *
      ****************************************************************
       6000-ASSIGN-REPO.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-HV-LN-STATUS NOT = 'AC'
               MOVE 'ONLY AN ACTIVE LOAN CAN BE ASSIGNED FOR REPO'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'FINCOL00_REPO_MIN_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-REPO-MIN-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           IF WS-HV-LN-DAYS-PAST < WS-REPO-MIN-DAYS
               MOVE WS-REPO-MIN-DAYS TO WS-LOAN-ID-DISP
               STRING 'LOAN MUST BE ' WS-LOAN-ID-DISP(7:3)
                      ' DAYS PAST DUE TO ASSIGN FOR REPO'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
               GO TO 6000-EXIT
           END-IF
      *
           PERFORM 3600-READ-REPO
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-HAVE-REPO
           AND WS-HV-RP-STATUS NOT = 'CA'
               MOVE 'A REPOSSESSION IS ALREADY OPEN ON THIS LOAN'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
      *    THE COLLATERAL IS THE UNIT SOLD ON THE DEAL
      *
           EXEC SQL
               SELECT S.VIN
               INTO  :WS-HV-RP-VIN
               FROM  AUTOSALE.SALES_DEAL S
               WHERE S.DEAL_NUMBER = :WS-HV-LN-DEAL
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR READING DEAL FOR VIN'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE WS-IN-REPO-AGENT TO WS-HV-RP-AGENT
      *
           IF WS-HAVE-REPO
               EXEC SQL
                   UPDATE AUTOSALE.HOUSE_LOAN_REPO
                      SET REPO_STATUS     = 'AS'
                        , ASSIGN_DATE     = :WS-CURRENT-DATE
                        , REPO_AGENT      = :WS-HV-RP-AGENT
                        , BALANCE_AT_REPO = :WS-HV-LN-BALANCE
                        , RECOVER_DATE    = NULL
                        , RECOVER_ODOM    = NULL
                        , REPO_EXPENSE    = 0
                        , UPDATED_USER    = :IO-USER
                        , UPDATED_TS      = CURRENT TIMESTAMP
                   WHERE  LOAN_ID = :WS-HV-LN-ID
               END-EXEC
           ELSE
               EXEC SQL
                   INSERT INTO AUTOSALE.HOUSE_LOAN_REPO
                   ( LOAN_ID
                   , VIN
                   , DEALER_CODE
                   , REPO_STATUS
                   , ASSIGN_DATE
                   , REPO_AGENT
                   , BALANCE_AT_REPO
                   , RECOVER_DATE
                   , RECOVER_ODOM
                   , REPO_EXPENSE
                   , SALE_DATE
                   , SALE_PROCEEDS
                   , SALE_EXPENSE
                   , ACCRUED_INT
                   , DEFICIENCY_AMT
                   , SURPLUS_AMT
                   , UPDATED_USER
                   , CREATED_TS
                   , UPDATED_TS
                   )
                   VALUES
                   ( :WS-HV-LN-ID
                   , :WS-HV-RP-VIN
                   , :WS-HV-LN-DEALER
                   , 'AS'
                   , :WS-CURRENT-DATE
                   , :WS-HV-RP-AGENT
                   , :WS-HV-LN-BALANCE
                   , NULL
                   , NULL
                   , 0
                   , NULL
                   , 0
                   , 0
                   , 0
                   , 0
                   , 0
                   , :IO-USER
                   , CURRENT TIMESTAMP
                   , CURRENT TIMESTAMP
                   )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR RECORDING REPO ASSIGNMENT'
                   TO WS-OUT-MESSAGE
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'RP' TO WS-NEW-LOAN-STATUS
           PERFORM 6900-SET-LOAN-STATUS
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6000-EXIT
           END-IF
      *
           MOVE 'AS' TO WS-HV-RP-STATUS
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'REPO ASSIGNED VIN=' WS-HV-RP-VIN
                  ' AGENT=' WS-IN-REPO-AGENT
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7800-LOG-REPO
      *
           PERFORM 7500-FORMAT-LOAN
           PERFORM 7600-FORMAT-REPO
           MOVE 'UNIT ASSIGNED FOR REPOSSESSION - LOAN IN REPO'
               TO WS-OUT-MESSAGE
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-RECALL-REPO - CUSTOMER REINSTATED BEFORE THE UNIT    *
      *    WAS TAKEN INTO STOCK                                      *
      ****************************************************************
       6100-RECALL-REPO.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6100-EXIT
           END-IF
      *
           PERFORM 3600-READ-REPO
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6100-EXIT
           END-IF
      *
           IF WS-HV-LN-STATUS NOT = 'RP'
           OR NOT WS-HAVE-REPO
               MOVE 'LOAN IS NOT IN REPOSSESSION'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
           END-IF
      *
           IF WS-HV-RP-STATUS NOT = 'AS'
           AND WS-HV-RP-STATUS NOT = 'RC'
               MOVE 'UNIT IS ALREADY IN STOCK OR SOLD - CANNOT RECALL'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_REPO
                  SET REPO_STATUS  = 'CA'
                    , UPDATED_USER = :IO-USER
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR RECALLING REPOSSESSION'
                   TO WS-OUT-MESSAGE
               GO TO 6100-EXIT
           END-IF
      *
           MOVE 'AC' TO WS-NEW-LOAN-STATUS
           PERFORM 6900-SET-LOAN-STATUS
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6100-EXIT
           END-IF
      *
           MOVE 'CA' TO WS-HV-RP-STATUS
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'REPO RECALLED VIN=' WS-HV-RP-VIN
                  ' LOAN REINSTATED BY ' IO-USER
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7800-LOG-REPO
      *
           PERFORM 7500-FORMAT-LOAN
           PERFORM 7600-FORMAT-REPO
           MOVE 'REPOSSESSION RECALLED - LOAN REINSTATED'
               TO WS-OUT-MESSAGE
           .
       6100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6200-RECORD-RECOVERY - UNIT RECOVERED BY THE AGENT        *
      ****************************************************************
       6200-RECORD-RECOVERY.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6200-EXIT
           END-IF
      *
           PERFORM 3600-READ-REPO
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6200-EXIT
           END-IF
      *
           IF NOT WS-HAVE-REPO
           OR WS-HV-RP-STATUS NOT = 'AS'
               MOVE 'NO OPEN REPO ASSIGNMENT ON THIS LOAN'
                   TO WS-OUT-MESSAGE
               GO TO 6200-EXIT
           END-IF
      *
           MOVE WS-IN-ODOMETER TO WS-HV-RP-ODOMETER
           MOVE WS-IN-EXPENSE-AMT TO WS-HV-RP-EXPENSE
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_REPO
                  SET REPO_STATUS  = 'RC'
                    , RECOVER_DATE = :WS-CURRENT-DATE
                    , RECOVER_ODOM = :WS-HV-RP-ODOMETER
                    , REPO_EXPENSE = :WS-HV-RP-EXPENSE
                    , UPDATED_USER = :IO-USER
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR RECORDING RECOVERY'
                   TO WS-OUT-MESSAGE
               GO TO 6200-EXIT
           END-IF
      *
           MOVE 'RC' TO WS-HV-RP-STATUS
           MOVE WS-CURRENT-DATE TO WS-HV-RP-RECOVER-DATE
           MOVE WS-HV-RP-EXPENSE TO WS-AMT-DISP
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'UNIT RECOVERED VIN=' WS-HV-RP-VIN
                  ' ODOM=' WS-IN-ODOMETER
                  ' REPO EXPENSE=' WS-AMT-DISP
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7800-LOG-REPO
      *
           PERFORM 7500-FORMAT-LOAN
           PERFORM 7600-FORMAT-REPO
           MOVE 'RECOVERED - TAKE INTO STOCK IN VEHPUR00 WITH SOURCE RP'
               TO WS-OUT-MESSAGE
           .
       6200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6300-APPLY-SALE - SALE PROCEEDS TO THE NOTE. INTEREST     *
      *    ACCRUED SINCE THE LAST PAYMENT IS SATISFIED FIRST, THEN   *
      *    THE BALANCE PLUS REPO AND SALE EXPENSE. WHAT IS LEFT      *
      *    UNPAID IS THE DEFICIENCY; ANY EXCESS IS SURPLUS           *
      ****************************************************************
       6300-APPLY-SALE.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6300-EXIT
           END-IF
      *
           PERFORM 3600-READ-REPO
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 6300-EXIT
           END-IF
      *
           IF NOT WS-HAVE-REPO
           OR (WS-HV-RP-STATUS NOT = 'RC'
           AND WS-HV-RP-STATUS NOT = 'IN')
               MOVE 'UNIT HAS NOT BEEN RECOVERED - NO SALE TO APPLY'
                   TO WS-OUT-MESSAGE
               GO TO 6300-EXIT
           END-IF
      *
      *    PER-DIEM INTEREST SINCE THE LAST PAYMENT, AS IN THE
      *    FINBHP00 PAYOFF QUOTE
      *
           IF WS-HV-LN-LAST-PAID = SPACES
               MOVE WS-HV-LN-FIRST-DUE TO WS-HV-LN-LAST-PAID
           END-IF
      *
           EXEC SQL
               SELECT DAYS(DATE(:WS-CURRENT-DATE))
                      - DAYS(DATE(:WS-HV-LN-LAST-PAID))
               INTO  :WS-DAYS-ACCRUED
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
           OR WS-DAYS-ACCRUED < +0
               MOVE +0 TO WS-DAYS-ACCRUED
           END-IF
      *
           COMPUTE WS-HV-RP-ACCRUED ROUNDED =
               WS-HV-LN-BALANCE * WS-HV-LN-APR / 36500
             * WS-DAYS-ACCRUED
      *
           MOVE WS-IN-SALE-AMT TO WS-HV-RP-PROCEEDS
           MOVE WS-IN-EXPENSE-AMT TO WS-HV-RP-SALE-EXP
      *
           COMPUTE WS-OWED-PRINCIPAL =
               WS-HV-LN-BALANCE + WS-HV-RP-EXPENSE
             + WS-HV-RP-SALE-EXP
      *
           MOVE WS-HV-RP-PROCEEDS TO WS-REMAINING
      *
           IF WS-REMAINING > WS-HV-RP-ACCRUED
               MOVE WS-HV-RP-ACCRUED TO WS-INT-APPLIED
           ELSE
               MOVE WS-REMAINING TO WS-INT-APPLIED
           END-IF
           SUBTRACT WS-INT-APPLIED FROM WS-REMAINING
      *
           IF WS-REMAINING > WS-OWED-PRINCIPAL
               MOVE WS-OWED-PRINCIPAL TO WS-PRIN-APPLIED
           ELSE
               MOVE WS-REMAINING TO WS-PRIN-APPLIED
           END-IF
           SUBTRACT WS-PRIN-APPLIED FROM WS-REMAINING
      *
           MOVE WS-REMAINING TO WS-HV-RP-SURPLUS
           COMPUTE WS-HV-RP-DEFICIENCY =
               (WS-OWED-PRINCIPAL - WS-PRIN-APPLIED)
             + (WS-HV-RP-ACCRUED - WS-INT-APPLIED)
      *
      *    THE PROCEEDS POST AS A PAYMENT ON THE NOTE
      *
           EXEC SQL
               SELECT COALESCE(MAX(PMT_SEQ), 0) + 1
               INTO  :WS-NEXT-SEQ
               FROM  AUTOSALE.HOUSE_LOAN_PMT
               WHERE LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           EXEC SQL
               INSERT INTO AUTOSALE.HOUSE_LOAN_PMT
               ( LOAN_ID
               , PMT_SEQ
               , PMT_DATE
               , AMOUNT_PAID
               , PRINCIPAL_APPLIED
               , INTEREST_APPLIED
               , LATE_FEE
               , POSTED_BY
               , POSTED_TS
               )
               VALUES
               ( :WS-HV-LN-ID
               , :WS-NEXT-SEQ
               , :WS-CURRENT-DATE
               , :WS-HV-RP-PROCEEDS
               , :WS-PRIN-APPLIED
               , :WS-INT-APPLIED
               , 0
               , :IO-USER
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR POSTING SALE PROCEEDS'
                   TO WS-OUT-MESSAGE
               GO TO 6300-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_REPO
                  SET REPO_STATUS    = 'SL'
                    , SALE_DATE      = :WS-CURRENT-DATE
                    , SALE_PROCEEDS  = :WS-HV-RP-PROCEEDS
                    , SALE_EXPENSE   = :WS-HV-RP-SALE-EXP
                    , ACCRUED_INT    = :WS-HV-RP-ACCRUED
                    , DEFICIENCY_AMT = :WS-HV-RP-DEFICIENCY
                    , SURPLUS_AMT    = :WS-HV-RP-SURPLUS
                    , UPDATED_USER   = :IO-USER
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR UPDATING REPOSSESSION'
                   TO WS-OUT-MESSAGE
               GO TO 6300-EXIT
           END-IF
      *
      *    A DEFICIENCY STAYS ON THE NOTE FOR COLLECTION (DF)
      *
           IF WS-HV-RP-DEFICIENCY > +0
               MOVE 'DF' TO WS-HV-LN-STATUS
               MOVE WS-HV-RP-DEFICIENCY TO WS-HV-LN-BALANCE
           ELSE
               MOVE 'CL' TO WS-HV-LN-STATUS
               MOVE +0 TO WS-HV-LN-BALANCE
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN
                  SET PRINCIPAL_BAL  = :WS-HV-LN-BALANCE
                    , LAST_PAID_DATE = :WS-CURRENT-DATE
                    , LOAN_STATUS    = :WS-HV-LN-STATUS
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR UPDATING LOAN'
                   TO WS-OUT-MESSAGE
               GO TO 6300-EXIT
           END-IF
      *
           MOVE 'SL' TO WS-HV-RP-STATUS
           MOVE WS-HV-RP-PROCEEDS TO WS-AMT-DISP
           MOVE SPACES TO WS-LOG-DETAILS
           STRING 'SALE PROCEEDS ' WS-AMT-DISP
                  ' APPLIED VIN=' WS-HV-RP-VIN
                  ' LOAN STATUS=' WS-HV-LN-STATUS
                  DELIMITED BY SIZE
               INTO WS-LOG-DETAILS
           END-STRING
           PERFORM 7800-LOG-REPO
      *
           PERFORM 7500-FORMAT-LOAN
           PERFORM 7600-FORMAT-REPO
      *
           IF WS-HV-RP-DEFICIENCY > +0
               MOVE WS-HV-RP-DEFICIENCY TO WS-AMT-DISP
               STRING 'DEFICIENCY OF ' WS-AMT-DISP
                      ' - SEND DEFICIENCY NOTICE TO CUSTOMER'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           ELSE
               MOVE WS-HV-RP-SURPLUS TO WS-AMT-DISP
               STRING 'SURPLUS OF ' WS-AMT-DISP
                      ' DUE TO CUSTOMER - SEND SURPLUS NOTICE'
                      DELIMITED BY SIZE
                   INTO WS-OUT-MESSAGE
               END-STRING
           END-IF
           .
       6300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6900-SET-LOAN-STATUS - MOVE THE NOTE TO A NEW STATUS      *
      ****************************************************************
       6900-SET-LOAN-STATUS.
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN
                  SET LOAN_STATUS = :WS-NEW-LOAN-STATUS
                    , UPDATED_TS  = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :WS-HV-LN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: DB2 ERROR UPDATING LOAN STATUS'
                   TO WS-OUT-MESSAGE
           ELSE
               MOVE WS-NEW-LOAN-STATUS TO WS-HV-LN-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    7000-LOAN-HISTORY - LOAN, REPO AND RECENT CALLS           *
      ****************************************************************
       7000-LOAN-HISTORY.
      *
           PERFORM 3500-READ-LOAN
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           PERFORM 3600-READ-REPO
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           PERFORM 7500-FORMAT-LOAN
           IF WS-HAVE-REPO
               PERFORM 7600-FORMAT-REPO
           END-IF
      *
           EXEC SQL OPEN CSR_COL_HIST END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'FINCOL00: ERROR OPENING HISTORY CURSOR'
                   TO WS-OUT-MESSAGE
               GO TO 7000-EXIT
           END-IF
      *
           MOVE +0 TO WS-ROW-COUNT
           MOVE 'N' TO WS-EOF-FLAG
      *
           PERFORM 7100-FETCH-HISTORY
               UNTIL WS-END-OF-DATA
               OR WS-ROW-COUNT >= +8
      *
           EXEC SQL CLOSE CSR_COL_HIST END-EXEC
      *
           IF WS-OUT-MESSAGE NOT = SPACES
               GO TO 7000-EXIT
           END-IF
      *
           MOVE WS-ROW-COUNT TO WS-OUT-LINE-COUNT
           MOVE 'COLLECTION HISTORY DISPLAYED'
               TO WS-OUT-MESSAGE
           .
       7000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7100-FETCH-HISTORY - FETCH ONE CALL ROW                   *
      ****************************************************************
       7100-FETCH-HISTORY.
      *
           EXEC SQL FETCH CSR_COL_HIST
               INTO  :WS-HV-CA-DATE
                    , :WS-HV-CA-COLLECTOR
                    , :WS-HV-CA-RESULT
                    , :WS-HV-CA-PROM-DATE
                    , :WS-HV-CA-PROM-AMT
                    , :WS-HV-CA-PROM-STATUS
                    , :WS-HV-CA-NOTES
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-ROW-COUNT
                   MOVE WS-HV-LN-ID
                       TO WS-OUT-LN-LOAN-ID(WS-ROW-COUNT)
                   MOVE WS-HV-CA-DATE
                       TO WS-OUT-LN-DATE(WS-ROW-COUNT)
                   MOVE WS-HV-CA-COLLECTOR
                       TO WS-OUT-LN-NAME(WS-ROW-COUNT)
                   MOVE WS-HV-CA-RESULT
                       TO WS-OUT-LN-RESULT(WS-ROW-COUNT)
                   MOVE WS-HV-CA-PROM-DATE
                       TO WS-OUT-LN-PROM-DATE(WS-ROW-COUNT)
                   MOVE WS-HV-CA-PROM-AMT
                       TO WS-OUT-LN-AMT(WS-ROW-COUNT)
                   MOVE WS-HV-CA-PROM-STATUS
                       TO WS-OUT-LN-PROM-STAT(WS-ROW-COUNT)
                   MOVE WS-HV-CA-NOTES
                       TO WS-OUT-LN-NOTES(WS-ROW-COUNT)
               WHEN +100
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-EOF-FLAG
                   PERFORM 9100-DB2-ERROR
                   MOVE 'FINCOL00: DB2 ERROR READING CALL HISTORY'
                       TO WS-OUT-MESSAGE
           END-EVALUATE
           .
      *
      ****************************************************************
      *    7500-FORMAT-LOAN - LOAN FIELDS TO OUTPUT                  *
      ****************************************************************
       7500-FORMAT-LOAN.
      *
           MOVE WS-HV-LN-ID TO WS-OUT-LOAN-ID
           MOVE WS-HV-LN-DEAL TO WS-OUT-DEAL-NUMBER
           MOVE WS-HV-LN-CUSTOMER TO WS-OUT-CUSTOMER-ID
           MOVE WS-HV-LN-CUST-NAME TO WS-OUT-CUST-NAME
           MOVE WS-HV-LN-PHONE TO WS-OUT-PHONE
           MOVE WS-HV-LN-STATUS TO WS-OUT-LOAN-STATUS
           MOVE WS-HV-LN-PAYMENT TO WS-OUT-PAYMENT
           MOVE WS-HV-LN-BALANCE TO WS-OUT-BALANCE
           MOVE WS-HV-LN-NEXT-DUE TO WS-OUT-NEXT-DUE
           MOVE WS-HV-LN-DAYS-PAST TO WS-OUT-DAYS-PAST
           MOVE WS-HV-LN-BROKEN TO WS-OUT-BROKEN-COUNT
           .
      *
      ****************************************************************
      *    7600-FORMAT-REPO - REPOSSESSION FIELDS TO OUTPUT          *
      ****************************************************************
       7600-FORMAT-REPO.
      *
           MOVE WS-HV-RP-VIN TO WS-OUT-VIN
           MOVE WS-HV-RP-STATUS TO WS-OUT-REPO-STATUS
           MOVE WS-HV-RP-AGENT TO WS-OUT-REPO-AGENT
           MOVE WS-HV-RP-RECOVER-DATE TO WS-OUT-RECOVER-DATE
           MOVE WS-HV-RP-EXPENSE TO WS-OUT-REPO-EXPENSE
           MOVE WS-HV-RP-PROCEEDS TO WS-OUT-SALE-PROCEEDS
           MOVE WS-HV-RP-SALE-EXP TO WS-OUT-SALE-EXPENSE
           MOVE WS-HV-RP-ACCRUED TO WS-OUT-ACCRUED-INT
           MOVE WS-HV-RP-DEFICIENCY TO WS-OUT-DEFICIENCY
           MOVE WS-HV-RP-SURPLUS TO WS-OUT-SURPLUS
           .
      *
      ****************************************************************
      *    7800-LOG-REPO - AUDIT A REPOSSESSION STEP                 *
      ****************************************************************
       7800-LOG-REPO.
      *
           MOVE WS-HV-LN-ID TO WS-LOAN-ID-DISP
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
           MOVE 'HOUSE_LOAN_REPO' TO WS-LOG-TABLE-NAME
           MOVE 'UPDATE' TO WS-LOG-ACTION
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
           MOVE 'FINCOL00-SQL' TO WS-DBE-PARAGRAPH
           MOVE 'SEE AUDIT LOG' TO WS-DBE-TABLE-NAME
           MOVE SQLCODE TO WS-DBE-SQLCODE
           CALL 'COMDBEL0' USING WS-DBE-SQLCODE
                                WS-DBE-PROGRAM
                                WS-DBE-PARAGRAPH
                                WS-DBE-TABLE-NAME
                                WS-DBE-RETURN-CODE
           .
      ****************************************************************
      * END OF FINCOL00                                              *
      ****************************************************************
