       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATDRF00.
      ****************************************************************
      * PROGRAM:    BATDRF00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    RECURRING ACH DRAFTS FOR IN-HOUSE (BHPH) NOTES   *
      *             ENROLLED IN FINDRF00. RUN DAILY.                 *
      *               1. RETURNS - THE BANK RETURN FILE IS APPLIED   *
      *                  FIRST SO A SUSPENDED ENROLLMENT IS NOT      *
      *                  DRAFTED AGAIN IN THE SAME RUN.              *
      *                  ST SETTLED - THE DRAFT POSTS AS A           *
      *                  HOUSE_LOAN_PMT ROW (INTEREST ON THE         *
      *                  DECLINING BALANCE, THEN PRINCIPAL, AS IN    *
      *                  FINBHP00 PMT) AND THE LOAN ROLLS FORWARD.   *
      *                  RJ RETURNED - A SETTLED DRAFT IS REVERSED   *
      *                  (NEGATIVE PAYMENT ROW, BALANCE AND DUE DATE *
      *                  RESTORED, A PAID-OFF LOAN REOPENED). AN     *
      *                  ACTIVE LOAN IS ASSESSED THE BHPH_LATE_FEE,  *
      *                  ADDED TO THE BALANCE. THE ENROLLMENT IS     *
      *                  SUSPENDED (SU) AFTER BATDRF00_MAX_RETURNS   *
      *                  (DEFAULT 2) RETURNS IN A ROW, OR AT ONCE    *
      *                  FOR A CLOSED OR INVALID ACCOUNT OR A        *
      *                  REVOKED AUTHORIZATION. A SETTLED DRAFT      *
      *                  RESETS THE RETURN COUNT.                    *
      *               2. DRAFTS - EACH ACTIVE ENROLLMENT WHOSE DRAFT *
      *                  DAY HAS BEEN REACHED FOR THE NEXT DUE DATE  *
      *                  (THE LAST DRAFT DAY ON OR BEFORE THE DUE    *
      *                  DATE) AND NOT YET DRAFTED FOR THAT DUE DATE *
      *                  IS WRITTEN TO THE DEBIT FILE, GROUPED PER   *
      *                  DEALER WITH CONTROL TOTALS, THE SAME LAYOUT *
      *                  AS THE BATACH00 SETTLEMENT FILE. A RETURNED *
      *                  DUE DATE IS NOT RE-DRAFTED. THE AMOUNT IS   *
      *                  THE ENROLLED AMOUNT (OR THE SCHEDULED       *
      *                  PAYMENT), NEVER MORE THAN THE PAYOFF.       *
      *               3. REPORT - RETURNS APPLIED AND ENROLLMENTS    *
      *                  SUSPENDED.                                  *
      *                                                              *
      *             RETURN FILE LAYOUT (FIXED 80):                   *
      *               01-09  DRAFT ID (ZONED)                        *
      *               10-11  DISPOSITION (ST/RJ)                     *
      *               12-14  RETURN REASON CODE (R01 ETC)            *
      *                                                              *
      * INPUT:      DRFRET  DD - BANK RETURN FILE                    *
      *                                                              *
      * TABLES:     AUTOSALE.HOUSE_LOAN_ACH      (READ/UPDATE)       *
      *             AUTOSALE.HOUSE_LOAN_DRAFT    (READ/INSERT/UPDATE)*
      *             AUTOSALE.HOUSE_LOAN          (READ/UPDATE)       *
      *             AUTOSALE.HOUSE_LOAN_PMT      (READ/INSERT)       *
      *             AUTOSALE.COLLECTION_ACTIVITY (UPDATE)            *
      *             AUTOSALE.CUSTOMER            (READ)              *
      *             AUTOSALE.SYSTEM_CONFIG       (READ)              *
      *                                                              *
      * OUTPUT:     DRFOUT DD - DEBIT FILE (PIPE-DELIM)              *
      *             DRFRPT DD - RETURNS REPORT (132 CHARS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRF-OUT-FILE
               ASSIGN TO DRFOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRFOUT-STATUS.
           SELECT DRF-RETURN-FILE
               ASSIGN TO DRFRET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRFRET-STATUS.
           SELECT DRF-REPORT-FILE
               ASSIGN TO DRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRFRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  DRF-OUT-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 200 CHARACTERS.
       01  DRF-OUT-RECORD                PIC X(200).
      *
       FD  DRF-RETURN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01  DRF-RETURN-RECORD.
           05  RET-DRAFT-ID              PIC 9(09).
           05  RET-DISPOSITION           PIC X(02).
               88  RET-SETTLED                     VALUE 'ST'.
               88  RET-REJECTED                    VALUE 'RJ'.
           05  RET-REASON                PIC X(03).
               88  RET-HARD-RETURN                 VALUE 'R02' 'R03'
                                                   'R04' 'R07' 'R08'
                                                   'R10' 'R16' 'R20'.
           05  FILLER                    PIC X(66).
      *
       FD  DRF-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  DRF-REPORT-RECORD             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATDRF00'.
      *
       01  WS-DRFOUT-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DRFRET-STATUS              PIC X(02) VALUE SPACES.
       01  WS-DRFRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLHSACH.
      *
           COPY DCLHSDRF.
      *
       01  WS-COUNTERS.
           05  WS-DRAFT-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-SETTLED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-RETURNED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-REVERSED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-SUSPEND-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNMATCHED-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-DUE                PIC X(01) VALUE 'N'.
               88  WS-DUE-DONE                     VALUE 'Y'.
           05  WS-EOF-RET                PIC X(01) VALUE 'N'.
               88  WS-RET-DONE                     VALUE 'Y'.
           05  WS-SUSPEND-FLAG           PIC X(01) VALUE 'N'.
               88  WS-SUSPEND-ENROLL               VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
      *
      *    CONFIGURATION
      *
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
       01  WS-LATE-FEE                   PIC S9(05)V99 COMP-3
                                                        VALUE +25.00.
       01  WS-MAX-RETURNS                PIC S9(04) COMP VALUE +2.
      *
      *    HOST VARIABLES - DRAFT DUE
      *
       01  WS-HV-DUE.
           05  WS-HV-DU-LOAN-ID          PIC S9(09) COMP.
           05  WS-HV-DU-DEALER           PIC X(05).
           05  WS-HV-DU-DUE-DATE         PIC X(10).
           05  WS-HV-DU-PAYMENT          PIC S9(07)V99 COMP-3.
           05  WS-HV-DU-ENROLL-AMT       PIC S9(07)V99 COMP-3.
           05  WS-HV-DU-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-DU-APR              PIC S9(02)V9(03) COMP-3.
           05  WS-HV-DU-STATUS           PIC X(02).
           05  WS-HV-DU-ROUTING          PIC X(09).
           05  WS-HV-DU-ACCOUNT          PIC X(17).
           05  WS-HV-DU-ACCT-TYPE        PIC X(01).
           05  WS-HV-DU-NAME             PIC X(22).
      *
      *    HOST VARIABLES - LOAN BEING SETTLED OR RETURNED
      *
       01  WS-HV-LOAN.
           05  WS-HV-LN-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-HV-LN-APR              PIC S9(02)V9(03) COMP-3.
           05  WS-HV-LN-STATUS           PIC X(02).
      *
       01  WS-HV-PMT.
           05  WS-HV-PM-SEQ              PIC S9(04) COMP.
           05  WS-HV-PM-AMOUNT           PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-PRINCIPAL        PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-INTEREST         PIC S9(07)V99 COMP-3.
           05  WS-HV-PM-FEE              PIC S9(07)V99 COMP-3.
      *
       01  WS-NI-PMT-SEQ                 PIC S9(04) COMP VALUE +0.
      *
       01  WS-WORK-FIELDS.
           05  WS-INTEREST-AMT           PIC S9(07)V99 COMP-3
                                                        VALUE +0.
           05  WS-PAYOFF-AMT             PIC S9(09)V99 COMP-3
                                                        VALUE +0.
           05  WS-ACTION-TEXT            PIC X(30) VALUE SPACES.
      *
      *    PER-DEALER CONTROL TOTALS
      *
       01  WS-DEALER-BREAK.
           05  WS-PREV-DEALER            PIC X(05) VALUE SPACES.
           05  WS-DEALER-ITEM-CT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-DEALER-AMT             PIC S9(11)V99 COMP-3
                                                        VALUE +0.
           05  WS-FILE-ITEM-CT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-FILE-AMT               PIC S9(11)V99 COMP-3
                                                        VALUE +0.
      *
       01  WS-DRAFT-ID-DISPLAY           PIC 9(09).
       01  WS-LOAN-ID-DISPLAY            PIC 9(09).
       01  WS-AMT-DISPLAY                PIC 9(07).99.
       01  WS-TOT-DISPLAY                PIC 9(11).99.
       01  WS-CNT-DISPLAY                PIC 9(07).
       01  WS-OUT-BUFFER                 PIC X(200) VALUE SPACES.
      *
      *    REPORT LINES (132)
      *
       01  WS-RPT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(30)
               VALUE ' BHPH ACH DRAFT RETURNS       '.
           05  FILLER                    PIC X(07) VALUE 'DATE: '.
           05  WS-RH1-DATE               PIC X(10).
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-RPT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-RPT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(11) VALUE 'DRAFT ID'.
           05  FILLER                    PIC X(11) VALUE 'LOAN ID'.
           05  FILLER                    PIC X(12) VALUE 'DUE DATE'.
           05  FILLER                    PIC X(14) VALUE '      AMOUNT'.
           05  FILLER                    PIC X(08) VALUE 'REASON'.
           05  FILLER                    PIC X(30) VALUE 'ACTION'.
           05  FILLER                    PIC X(45) VALUE SPACES.
      *
       01  WS-RET-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-RL-DRAFT-ID            PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-LOAN-ID             PIC 9(09).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-DUE-DATE            PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-RL-REASON              PIC X(03).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-RL-ACTION              PIC X(30).
           05  FILLER                    PIC X(43) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE 'DRAFTS RETURNED:    '.
           05  WS-TL-RETURNED            PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(22)
               VALUE 'ENROLLMENTS SUSPENDED:'.
           05  WS-TL-SUSPENDED           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(71) VALUE SPACES.
      *
      *    DRAFT CURSOR - ACTIVE ENROLLMENTS WHOSE DRAFT DAY HAS
      *    COME FOR THE NEXT DUE DATE, NOT YET DRAFTED FOR IT
      *
           EXEC SQL DECLARE CSR_DRF_DUE CURSOR WITH HOLD FOR
               SELECT E.LOAN_ID
                    , L.DEALER_CODE
                    , CHAR(L.NEXT_DUE_DATE, ISO)
                    , L.MONTHLY_PAYMENT
                    , E.DRAFT_AMOUNT
                    , L.PRINCIPAL_BAL
                    , L.APR
                    , L.LOAN_STATUS
                    , E.BANK_ROUTING
                    , E.BANK_ACCOUNT
                    , E.ACCOUNT_TYPE
                    , CAST(C.LAST_NAME CONCAT ', '
                           CONCAT C.FIRST_NAME AS CHAR(22))
               FROM   AUTOSALE.HOUSE_LOAN_ACH E
               INNER JOIN AUTOSALE.HOUSE_LOAN L
                 ON   L.LOAN_ID = E.LOAN_ID
               INNER JOIN AUTOSALE.CUSTOMER C
                 ON   C.CUSTOMER_ID = L.CUSTOMER_ID
               WHERE  E.ENROLL_STATUS = 'AC'
                 AND  L.LOAN_STATUS IN ('AC', 'DF')
                 AND  L.PRINCIPAL_BAL > 0
                 AND  CURRENT DATE >=
                      CASE WHEN E.DRAFT_DAY <= DAY(L.NEXT_DUE_DATE)
                           THEN L.NEXT_DUE_DATE
                              - (DAY(L.NEXT_DUE_DATE) - E.DRAFT_DAY)
                                DAYS
                           ELSE L.NEXT_DUE_DATE - 1 MONTH
                              + (E.DRAFT_DAY - DAY(L.NEXT_DUE_DATE))
                                DAYS
                      END
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM   AUTOSALE.HOUSE_LOAN_DRAFT D
                        WHERE  D.LOAN_ID  = E.LOAN_ID
                          AND  D.DUE_DATE = L.NEXT_DUE_DATE )
               ORDER BY L.DEALER_CODE, E.LOAN_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATDRF00: BHPH ACH DRAFTS - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-DRFOUT-STATUS = '00'
           AND WS-DRFRET-STATUS = '00'
           AND WS-DRFRPT-STATUS = '00'
               PERFORM 3000-APPLY-RETURNS
               PERFORM 4000-BUILD-DRAFTS THRU 4000-EXIT
               PERFORM 6000-PRINT-TOTALS
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATDRF00: PROCESSING COMPLETE'
           DISPLAY 'BATDRF00:   SETTLED    = ' WS-SETTLED-COUNT
           DISPLAY 'BATDRF00:   RETURNED   = ' WS-RETURNED-COUNT
           DISPLAY 'BATDRF00:   REVERSED   = ' WS-REVERSED-COUNT
           DISPLAY 'BATDRF00:   SUSPENDED  = ' WS-SUSPEND-COUNT
           DISPLAY 'BATDRF00:   UNMATCHED  = ' WS-UNMATCHED-COUNT
           DISPLAY 'BATDRF00:   DRAFTED    = ' WS-DRAFT-COUNT
           DISPLAY 'BATDRF00:   ERRORS     = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - RUN DATE, LATE FEE AND RETURN LIMIT     *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
      *
           STRING WS-CURR-YYYY '-'
                  WS-CURR-MM   '-'
                  WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
      *
           INITIALIZE WS-COUNTERS
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'BHPH_LATE_FEE'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-LATE-FEE =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'BATDRF00_MAX_RETURNS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-MAX-RETURNS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           DISPLAY 'BATDRF00: RETURN FEE ' WS-LATE-FEE
                   ' SUSPEND AFTER ' WS-MAX-RETURNS ' RETURNS'
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT DRF-OUT-FILE
           IF WS-DRFOUT-STATUS NOT = '00'
               DISPLAY 'BATDRF00: ERROR OPENING DRFOUT - '
                       WS-DRFOUT-STATUS
           END-IF
      *
           OPEN INPUT DRF-RETURN-FILE
           IF WS-DRFRET-STATUS NOT = '00'
               DISPLAY 'BATDRF00: ERROR OPENING DRFRET - '
                       WS-DRFRET-STATUS
           END-IF
      *
           OPEN OUTPUT DRF-REPORT-FILE
           IF WS-DRFRPT-STATUS NOT = '00'
               DISPLAY 'BATDRF00: ERROR OPENING DRFRPT - '
                       WS-DRFRPT-STATUS
           END-IF
      *
           MOVE WS-TODAY-DATE TO WS-RH1-DATE
           WRITE DRF-REPORT-RECORD FROM WS-RPT-HEADER-1
           WRITE DRF-REPORT-RECORD FROM WS-RPT-HEADER-2
           WRITE DRF-REPORT-RECORD FROM WS-RPT-HEADER-3
           .
      *
      ****************************************************************
      *    3000-APPLY-RETURNS                                        *
      ****************************************************************
       3000-APPLY-RETURNS.
      *
           MOVE 'N' TO WS-EOF-RET
      *
           PERFORM UNTIL WS-RET-DONE
               READ DRF-RETURN-FILE
                   AT END
                       SET WS-RET-DONE TO TRUE
                   NOT AT END
                       PERFORM 3100-APPLY-ONE-RETURN THRU 3100-EXIT
               END-READ
           END-PERFORM
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    3100-APPLY-ONE-RETURN                                     *
      ****************************************************************
       3100-APPLY-ONE-RETURN.
      *
           IF NOT RET-SETTLED
           AND NOT RET-REJECTED
               ADD +1 TO WS-UNMATCHED-COUNT
               GO TO 3100-EXIT
           END-IF
      *
           MOVE RET-DRAFT-ID TO DRAFT-ID OF DCLHOUSE-LOAN-DRAFT
           MOVE +0 TO WS-NI-PMT-SEQ
      *
           EXEC SQL
               SELECT LOAN_ID
                    , CHAR(DUE_DATE, ISO)
                    , DRAFT_AMOUNT
                    , DRAFT_STATUS
                    , PMT_SEQ
               INTO  :DCLHOUSE-LOAN-DRAFT.LOAN-ID
                    , :DCLHOUSE-LOAN-DRAFT.DUE-DATE
                    , :DCLHOUSE-LOAN-DRAFT.DRAFT-AMOUNT
                    , :DCLHOUSE-LOAN-DRAFT.DRAFT-STATUS
                    , :DCLHOUSE-LOAN-DRAFT.PMT-SEQ :WS-NI-PMT-SEQ
               FROM  AUTOSALE.HOUSE_LOAN_DRAFT
               WHERE DRAFT_ID     = :DCLHOUSE-LOAN-DRAFT.DRAFT-ID
                 AND DRAFT_STATUS IN ('SN', 'ST')
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   ADD +1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'BATDRF00: NO MATCHING DRAFT '
                           RET-DRAFT-ID
                   GO TO 3100-EXIT
               WHEN OTHER
                   DISPLAY 'BATDRF00: DB2 ERROR ON RETURN - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           IF WS-NI-PMT-SEQ < +0
               MOVE +0 TO PMT-SEQ OF DCLHOUSE-LOAN-DRAFT
           END-IF
      *
      *    A SETTLEMENT FOR A DRAFT ALREADY SETTLED IS A DUPLICATE
      *
           IF RET-SETTLED
               IF DRAFT-STATUS OF DCLHOUSE-LOAN-DRAFT = 'SN'
                   PERFORM 3200-SETTLE-DRAFT THRU 3200-EXIT
               ELSE
                   ADD +1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'BATDRF00: DRAFT ALREADY SETTLED '
                           RET-DRAFT-ID
               END-IF
               GO TO 3100-EXIT
           END-IF
      *
           PERFORM 3300-RETURN-DRAFT THRU 3300-EXIT
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-SETTLE-DRAFT - POST THE PAYMENT AND ROLL THE LOAN    *
      ****************************************************************
       3200-SETTLE-DRAFT.
      *
           PERFORM 3500-READ-LOAN THRU 3500-EXIT
           IF SQLCODE NOT = +0
               GO TO 3200-EXIT
           END-IF
      *
      *    MONTHLY INTEREST ON THE DECLINING BALANCE, THEN PRINCIPAL
      *
           MOVE DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT TO WS-HV-PM-AMOUNT
           MOVE +0 TO WS-HV-PM-INTEREST
           MOVE +0 TO WS-HV-PM-FEE
           IF WS-HV-LN-STATUS = 'AC'
               COMPUTE WS-HV-PM-INTEREST ROUNDED =
                   WS-HV-LN-BALANCE * WS-HV-LN-APR / 1200
           END-IF
           IF WS-HV-PM-INTEREST > WS-HV-PM-AMOUNT
               MOVE WS-HV-PM-AMOUNT TO WS-HV-PM-INTEREST
           END-IF
           COMPUTE WS-HV-PM-PRINCIPAL =
               WS-HV-PM-AMOUNT - WS-HV-PM-INTEREST
           IF WS-HV-PM-PRINCIPAL > WS-HV-LN-BALANCE
               MOVE WS-HV-LN-BALANCE TO WS-HV-PM-PRINCIPAL
           END-IF
      *
           PERFORM 3600-INSERT-PAYMENT THRU 3600-EXIT
           IF SQLCODE NOT = +0
               GO TO 3200-EXIT
           END-IF
      *
           COMPUTE WS-HV-LN-BALANCE =
               WS-HV-LN-BALANCE - WS-HV-PM-PRINCIPAL
           IF WS-HV-LN-BALANCE = +0
               MOVE 'PD' TO WS-HV-LN-STATUS
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN
                  SET PRINCIPAL_BAL  = :WS-HV-LN-BALANCE
                    , NEXT_DUE_DATE  = NEXT_DUE_DATE + 1 MONTH
                    , PAYMENTS_MADE  = PAYMENTS_MADE + 1
                    , LAST_PAID_DATE = :WS-TODAY-DATE
                    , LOAN_STATUS    = :WS-HV-LN-STATUS
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :DCLHOUSE-LOAN-DRAFT.LOAN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: DB2 ERROR UPDATING LOAN - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3200-EXIT
           END-IF
      *
      *    AN OPEN PROMISE TO PAY THAT THIS DRAFT COVERS IS KEPT
      *
           EXEC SQL
               UPDATE AUTOSALE.COLLECTION_ACTIVITY
                  SET PROMISE_STATUS = 'KP'
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  LOAN_ID        = :DCLHOUSE-LOAN-DRAFT.LOAN-ID
                 AND  PROMISE_STATUS = 'OP'
                 AND  PROMISE_AMT   <= :WS-HV-PM-AMOUNT
           END-EXEC
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_DRAFT
                  SET DRAFT_STATUS = 'ST'
                    , RETURN_DATE  = :WS-TODAY-DATE
                    , PMT_SEQ      = :WS-HV-PM-SEQ
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  DRAFT_ID = :DCLHOUSE-LOAN-DRAFT.DRAFT-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: DB2 ERROR SETTLING DRAFT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3200-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_ACH
                  SET RETURN_COUNT = 0
                    , UPDATED_USER = 'BATDRF00'
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :DCLHOUSE-LOAN-DRAFT.LOAN-ID
           END-EXEC
      *
           ADD +1 TO WS-SETTLED-COUNT
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3300-RETURN-DRAFT - REVERSE A SETTLED DRAFT, ASSESS THE   *
      *    FEE AND COUNT THE RETURN AGAINST THE ENROLLMENT           *
      ****************************************************************
       3300-RETURN-DRAFT.
      *
           PERFORM 3500-READ-LOAN THRU 3500-EXIT
           IF SQLCODE NOT = +0
               GO TO 3300-EXIT
           END-IF
      *
           MOVE SPACES TO WS-ACTION-TEXT
      *
      *    REVERSE THE POSTED PAYMENT - BALANCE, DUE DATE AND COUNT
      *    BACK TO WHERE THEY WERE; A PAID-OFF LOAN REOPENS
      *
           IF DRAFT-STATUS OF DCLHOUSE-LOAN-DRAFT = 'ST'
           AND PMT-SEQ OF DCLHOUSE-LOAN-DRAFT > +0
               EXEC SQL
                   SELECT AMOUNT_PAID
                        , PRINCIPAL_APPLIED
                        , INTEREST_APPLIED
                   INTO  :WS-HV-PM-AMOUNT
                        , :WS-HV-PM-PRINCIPAL
                        , :WS-HV-PM-INTEREST
                   FROM  AUTOSALE.HOUSE_LOAN_PMT
                   WHERE LOAN_ID = :DCLHOUSE-LOAN-DRAFT.LOAN-ID
                     AND PMT_SEQ = :DCLHOUSE-LOAN-DRAFT.PMT-SEQ
               END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATDRF00: DRAFT PAYMENT NOT FOUND - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 3300-EXIT
               END-IF
               COMPUTE WS-HV-PM-AMOUNT = 0 - WS-HV-PM-AMOUNT
               COMPUTE WS-HV-PM-PRINCIPAL = 0 - WS-HV-PM-PRINCIPAL
               COMPUTE WS-HV-PM-INTEREST = 0 - WS-HV-PM-INTEREST
               MOVE +0 TO WS-HV-PM-FEE
               PERFORM 3600-INSERT-PAYMENT THRU 3600-EXIT
               IF SQLCODE NOT = +0
                   GO TO 3300-EXIT
               END-IF
               COMPUTE WS-HV-LN-BALANCE =
                   WS-HV-LN-BALANCE - WS-HV-PM-PRINCIPAL
               IF WS-HV-LN-STATUS = 'PD'
                   MOVE 'AC' TO WS-HV-LN-STATUS
               END-IF
               EXEC SQL
                   UPDATE AUTOSALE.HOUSE_LOAN
                      SET PRINCIPAL_BAL  = :WS-HV-LN-BALANCE
                        , NEXT_DUE_DATE  = NEXT_DUE_DATE - 1 MONTH
                        , PAYMENTS_MADE  = PAYMENTS_MADE - 1
                        , LOAN_STATUS    = :WS-HV-LN-STATUS
                        , UPDATED_TS     = CURRENT TIMESTAMP
                   WHERE  LOAN_ID = :DCLHOUSE-LOAN-DRAFT.LOAN-ID
               END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATDRF00: DB2 ERROR REVERSING LOAN - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 3300-EXIT
               END-IF
               ADD +1 TO WS-REVERSED-COUNT
               MOVE 'REVERSED' TO WS-ACTION-TEXT
           END-IF
      *
      *    RETURNED-PAYMENT FEE ON AN ACTIVE LOAN, ADDED TO THE
      *    BALANCE (NONE ON A DEFICIENCY BALANCE, AS IN FINBHP00)
      *
           IF WS-HV-LN-STATUS = 'AC'
           AND WS-LATE-FEE > +0
               MOVE +0 TO WS-HV-PM-AMOUNT
               MOVE +0 TO WS-HV-PM-INTEREST
               MOVE WS-LATE-FEE TO WS-HV-PM-FEE
               COMPUTE WS-HV-PM-PRINCIPAL = 0 - WS-LATE-FEE
               PERFORM 3600-INSERT-PAYMENT THRU 3600-EXIT
               IF SQLCODE NOT = +0
                   GO TO 3300-EXIT
               END-IF
               EXEC SQL
                   UPDATE AUTOSALE.HOUSE_LOAN
                      SET PRINCIPAL_BAL = PRINCIPAL_BAL + :WS-LATE-FEE
                        , UPDATED_TS    = CURRENT TIMESTAMP
                   WHERE  LOAN_ID = :DCLHOUSE-LOAN-DRAFT.LOAN-ID
               END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATDRF00: DB2 ERROR ASSESSING FEE - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 3300-EXIT
               END-IF
               IF WS-ACTION-TEXT = SPACES
                   MOVE 'FEE' TO WS-ACTION-TEXT
               ELSE
                   MOVE 'REVERSED + FEE' TO WS-ACTION-TEXT
               END-IF
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_DRAFT
                  SET DRAFT_STATUS  = 'RJ'
                    , RETURN_REASON = :RET-REASON
                    , RETURN_DATE   = :WS-TODAY-DATE
                    , UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  DRAFT_ID = :DCLHOUSE-LOAN-DRAFT.DRAFT-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: DB2 ERROR RETURNING DRAFT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3300-EXIT
           END-IF
      *
           PERFORM 3400-COUNT-RETURN THRU 3400-EXIT
      *
           ADD +1 TO WS-RETURNED-COUNT
           MOVE DRAFT-ID OF DCLHOUSE-LOAN-DRAFT TO WS-RL-DRAFT-ID
           MOVE LOAN-ID OF DCLHOUSE-LOAN-DRAFT TO WS-RL-LOAN-ID
           MOVE DUE-DATE OF DCLHOUSE-LOAN-DRAFT TO WS-RL-DUE-DATE
           MOVE DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT TO WS-RL-AMOUNT
           MOVE RET-REASON TO WS-RL-REASON
           MOVE WS-ACTION-TEXT TO WS-RL-ACTION
           WRITE DRF-REPORT-RECORD FROM WS-RET-LINE
           .
       3300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3400-COUNT-RETURN - SUSPEND THE ENROLLMENT AFTER REPEATED *
      *    RETURNS, OR AT ONCE WHEN THE ACCOUNT CANNOT BE DRAFTED    *
      ****************************************************************
       3400-COUNT-RETURN.
      *
           MOVE LOAN-ID OF DCLHOUSE-LOAN-DRAFT
               TO LOAN-ID OF DCLHOUSE-LOAN-ACH
      *
           EXEC SQL
               SELECT RETURN_COUNT + 1
               INTO  :DCLHOUSE-LOAN-ACH.RETURN-COUNT
               FROM  AUTOSALE.HOUSE_LOAN_ACH
               WHERE LOAN_ID = :DCLHOUSE-LOAN-ACH.LOAN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: ENROLLMENT NOT FOUND FOR LOAN '
                       LOAN-ID OF DCLHOUSE-LOAN-ACH
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3400-EXIT
           END-IF
      *
           MOVE 'N' TO WS-SUSPEND-FLAG
           IF RET-HARD-RETURN
           OR RETURN-COUNT OF DCLHOUSE-LOAN-ACH >= WS-MAX-RETURNS
               MOVE 'Y' TO WS-SUSPEND-FLAG
           END-IF
      *
           IF WS-SUSPEND-ENROLL
               EXEC SQL
                   UPDATE AUTOSALE.HOUSE_LOAN_ACH
                      SET RETURN_COUNT   =
                              :DCLHOUSE-LOAN-ACH.RETURN-COUNT
                        , ENROLL_STATUS  = 'SU'
                        , SUSPEND_REASON = :RET-REASON
                        , UPDATED_USER   = 'BATDRF00'
                        , UPDATED_TS     = CURRENT TIMESTAMP
                   WHERE  LOAN_ID = :DCLHOUSE-LOAN-ACH.LOAN-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE AUTOSALE.HOUSE_LOAN_ACH
                      SET RETURN_COUNT   =
                              :DCLHOUSE-LOAN-ACH.RETURN-COUNT
                        , UPDATED_USER   = 'BATDRF00'
                        , UPDATED_TS     = CURRENT TIMESTAMP
                   WHERE  LOAN_ID = :DCLHOUSE-LOAN-ACH.LOAN-ID
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: DB2 ERROR UPDATING ENROLLMENT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3400-EXIT
           END-IF
      *
           IF WS-SUSPEND-ENROLL
               ADD +1 TO WS-SUSPEND-COUNT
               IF WS-ACTION-TEXT = SPACES
                   MOVE 'ENROLLMENT SUSPENDED' TO WS-ACTION-TEXT
               ELSE
                   STRING WS-ACTION-TEXT DELIMITED BY '  '
                          ', SUSPENDED' DELIMITED BY SIZE
                          INTO WS-ACTION-TEXT
               END-IF
           END-IF
           .
       3400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-READ-LOAN - BALANCE, RATE AND STATUS                 *
      ****************************************************************
       3500-READ-LOAN.
      *
           EXEC SQL
               SELECT PRINCIPAL_BAL
                    , APR
                    , LOAN_STATUS
               INTO  :WS-HV-LN-BALANCE
                    , :WS-HV-LN-APR
                    , :WS-HV-LN-STATUS
               FROM  AUTOSALE.HOUSE_LOAN
               WHERE LOAN_ID = :DCLHOUSE-LOAN-DRAFT.LOAN-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: DB2 ERROR READING LOAN '
                       LOAN-ID OF DCLHOUSE-LOAN-DRAFT ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3600-INSERT-PAYMENT - HOUSE_LOAN_PMT ROW FOR A SETTLEMENT *
      *    REVERSAL OR RETURN FEE                                    *
      ****************************************************************
       3600-INSERT-PAYMENT.
      *
           EXEC SQL
               SELECT COALESCE(MAX(PMT_SEQ), 0) + 1
               INTO  :WS-HV-PM-SEQ
               FROM  AUTOSALE.HOUSE_LOAN_PMT
               WHERE LOAN_ID = :DCLHOUSE-LOAN-DRAFT.LOAN-ID
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
               ( :DCLHOUSE-LOAN-DRAFT.LOAN-ID
               , :WS-HV-PM-SEQ
               , :WS-TODAY-DATE
               , :WS-HV-PM-AMOUNT
               , :WS-HV-PM-PRINCIPAL
               , :WS-HV-PM-INTEREST
               , :WS-HV-PM-FEE
               , 'BATDRF00'
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: DB2 ERROR POSTING PAYMENT ROW - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       3600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-BUILD-DRAFTS                                         *
      ****************************************************************
       4000-BUILD-DRAFTS.
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               'FH|' WS-TODAY-DATE '|AUTOSALES BHPH ACH DEBITS'
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE DRF-OUT-RECORD FROM WS-OUT-BUFFER
      *
           EXEC SQL OPEN CSR_DRF_DUE END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: ERROR OPENING DRAFT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-DUE
           MOVE SPACES TO WS-PREV-DEALER
      *
           PERFORM UNTIL WS-DUE-DONE
               EXEC SQL FETCH CSR_DRF_DUE
                   INTO :WS-HV-DU-LOAN-ID
                      , :WS-HV-DU-DEALER
                      , :WS-HV-DU-DUE-DATE
                      , :WS-HV-DU-PAYMENT
                      , :WS-HV-DU-ENROLL-AMT
                      , :WS-HV-DU-BALANCE
                      , :WS-HV-DU-APR
                      , :WS-HV-DU-STATUS
                      , :WS-HV-DU-ROUTING
                      , :WS-HV-DU-ACCOUNT
                      , :WS-HV-DU-ACCT-TYPE
                      , :WS-HV-DU-NAME
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4100-SEND-ONE-DRAFT THRU 4100-EXIT
                   WHEN +100
                       SET WS-DUE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATDRF00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-DUE-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_DRF_DUE END-EXEC
      *
           IF WS-PREV-DEALER NOT = SPACES
               PERFORM 4300-WRITE-BATCH-TRAILER
           END-IF
      *
           MOVE WS-FILE-ITEM-CT TO WS-CNT-DISPLAY
           MOVE WS-FILE-AMT TO WS-TOT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'FT|' WS-CNT-DISPLAY '|' WS-TOT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE DRF-OUT-RECORD FROM WS-OUT-BUFFER
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-SEND-ONE-DRAFT                                       *
      ****************************************************************
       4100-SEND-ONE-DRAFT.
      *
      *    ENROLLED AMOUNT, OR THE SCHEDULED PAYMENT; NEVER MORE
      *    THAN THE BALANCE PLUS THE MONTH'S INTEREST
      *
           IF WS-HV-DU-ENROLL-AMT > +0
               MOVE WS-HV-DU-ENROLL-AMT
                   TO DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT
           ELSE
               MOVE WS-HV-DU-PAYMENT
                   TO DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT
           END-IF
      *
           MOVE +0 TO WS-INTEREST-AMT
           IF WS-HV-DU-STATUS = 'AC'
               COMPUTE WS-INTEREST-AMT ROUNDED =
                   WS-HV-DU-BALANCE * WS-HV-DU-APR / 1200
           END-IF
           COMPUTE WS-PAYOFF-AMT = WS-HV-DU-BALANCE + WS-INTEREST-AMT
           IF DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT > WS-PAYOFF-AMT
               MOVE WS-PAYOFF-AMT
                   TO DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT
           END-IF
      *
           IF WS-HV-DU-DEALER NOT = WS-PREV-DEALER
               IF WS-PREV-DEALER NOT = SPACES
                   PERFORM 4300-WRITE-BATCH-TRAILER
               END-IF
               PERFORM 4200-WRITE-BATCH-HEADER
           END-IF
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.ACH_SEQ
               INTO  :DCLHOUSE-LOAN-DRAFT.DRAFT-ID
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: ERROR GENERATING DRAFT ID - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           MOVE DRAFT-ID OF DCLHOUSE-LOAN-DRAFT TO WS-DRAFT-ID-DISPLAY
           MOVE WS-HV-DU-LOAN-ID TO WS-LOAN-ID-DISPLAY
           MOVE DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT TO WS-AMT-DISPLAY
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               'DT|' WS-DRAFT-ID-DISPLAY '|'
               WS-LOAN-ID-DISPLAY    '|'
               WS-HV-DU-ROUTING      '|'
               WS-HV-DU-ACCOUNT      '|'
               WS-HV-DU-ACCT-TYPE    '|'
               WS-AMT-DISPLAY        '|'
               WS-HV-DU-DUE-DATE     '|'
               WS-HV-DU-NAME
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE DRF-OUT-RECORD FROM WS-OUT-BUFFER
      *
           IF WS-DRFOUT-STATUS NOT = '00'
               DISPLAY 'BATDRF00: OUTPUT FILE WRITE ERROR - '
                       WS-DRFOUT-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.HOUSE_LOAN_DRAFT
               ( DRAFT_ID
               , LOAN_ID
               , DUE_DATE
               , DRAFT_AMOUNT
               , FILE_DATE
               , DRAFT_STATUS
               , RETURN_REASON
               , RETURN_DATE
               , PMT_SEQ
               , UPDATED_TS
               )
               VALUES
               ( :DCLHOUSE-LOAN-DRAFT.DRAFT-ID
               , :WS-HV-DU-LOAN-ID
               , :WS-HV-DU-DUE-DATE
               , :DCLHOUSE-LOAN-DRAFT.DRAFT-AMOUNT
               , :WS-TODAY-DATE
               , 'SN'
               , NULL
               , NULL
               , NULL
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATDRF00: ERROR INSERTING DRAFT ROW - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.HOUSE_LOAN_ACH
                  SET LAST_DRAFT_DATE = :WS-TODAY-DATE
                    , UPDATED_USER    = 'BATDRF00'
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  LOAN_ID = :WS-HV-DU-LOAN-ID
           END-EXEC
      *
           ADD +1 TO WS-DRAFT-COUNT
           ADD +1 TO WS-DEALER-ITEM-CT
           ADD +1 TO WS-FILE-ITEM-CT
           ADD DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT TO WS-DEALER-AMT
           ADD DRAFT-AMOUNT OF DCLHOUSE-LOAN-DRAFT TO WS-FILE-AMT
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-WRITE-BATCH-HEADER - ONE PER DEALER                  *
      ****************************************************************
       4200-WRITE-BATCH-HEADER.
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               'BH|' WS-HV-DU-DEALER '|BHPH PAYMENT|DEBIT'
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE DRF-OUT-RECORD FROM WS-OUT-BUFFER
      *
           MOVE WS-HV-DU-DEALER TO WS-PREV-DEALER
           MOVE +0 TO WS-DEALER-ITEM-CT
           MOVE +0 TO WS-DEALER-AMT
           .
      *
      ****************************************************************
      *    4300-WRITE-BATCH-TRAILER - DEALER CONTROL TOTAL           *
      ****************************************************************
       4300-WRITE-BATCH-TRAILER.
      *
           MOVE WS-DEALER-ITEM-CT TO WS-CNT-DISPLAY
           MOVE WS-DEALER-AMT TO WS-TOT-DISPLAY
           INITIALIZE WS-OUT-BUFFER
           STRING
               'BT|' WS-PREV-DEALER '|'
               WS-CNT-DISPLAY '|' WS-TOT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE DRF-OUT-RECORD FROM WS-OUT-BUFFER
           .
      *
      ****************************************************************
      *    6000-PRINT-TOTALS                                         *
      ****************************************************************
       6000-PRINT-TOTALS.
      *
           WRITE DRF-REPORT-RECORD FROM WS-RPT-HEADER-2
           MOVE WS-RETURNED-COUNT TO WS-TL-RETURNED
           MOVE WS-SUSPEND-COUNT TO WS-TL-SUSPENDED
           WRITE DRF-REPORT-RECORD FROM WS-TOTAL-LINE
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE DRF-OUT-FILE
                 DRF-RETURN-FILE
                 DRF-REPORT-FILE
           .
      ****************************************************************
      * END OF BATDRF00                                              *
      ****************************************************************
