       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMCHKL0.
      ****************************************************************
      * PROGRAM:   COMCHKL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   ISSUED-CHECK REGISTER. EVERY FUNCTION THAT CUTS   *
      *            A CHECK CALLS HERE SO THERE IS ONE LIST OF CHECKS *
      *            FOR POSITIVE PAY (BATPPY00) AND FOR CLEARING      *
      *            AGAINST THE BANK STATEMENT (BATBNK00).            *
      *            FUNCTIONS:                                        *
      *              ISSU - REGISTER A NEWLY CUT CHECK (STATUS IS).  *
      *                     THE SAME CHECK NUMBER MAY NOT BE LIVE    *
      *                     TWICE FOR ONE DEALER.                    *
      *              VOID - VOID A LIVE CHECK (STATUS VD). A CHECK   *
      *                     THAT HAS CLEARED CANNOT BE VOIDED.       *
      *              REIS - VOID A LIVE CHECK AND REGISTER THE NEW   *
      *                     CHECK NUMBER THAT REPLACES IT, SAME      *
      *                     PAYEE, AMOUNT AND SOURCE, LINKED BY      *
      *                     REISSUE_OF_ID.                           *
      *            ON VOID/REIS THE SOURCE RECORD FOLLOWS THE CHECK: *
      *              AP - AP_PAYMENT VOIDED AND ITS INVOICES BACK TO *
      *                   APPROVED FOR THE NEXT PAYMENT RUN (VOID),  *
      *                   OR THE NEW CHECK NUMBER CARRIED (REIS).    *
      *              EQ - EQUITY_DISBURSEMENT BACK TO OPEN (VOID),   *
      *                   OR THE NEW CHECK NUMBER CARRIED (REIS).    *
      *            DEPOSIT REFUND (DR), LENDER PAYOFF (TP) AND       *
      *            REFERRAL (RF) SOURCES ARE LEFT AS RECORDED - THE  *
      *            REGISTER ROW CARRIES THE VOID.                    *
      *            THE CALLER OWNS THE COMMIT.                       *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMCHKL0' USING LS-CHK-REQUEST                       *
      *                         LS-CHK-RESULT                        *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - DONE                                                  *
      *   08 - REJECTED (SEE MESSAGE) - NOTHING CHANGED              *
      *   12 - DB2 ERROR                                             *
      *                                                              *
      * TABLES:    AUTOSALE.ISSUED_CHECK        (READ/INSERT/UPDATE) *
      *            AUTOSALE.AP_PAYMENT          (UPDATE)             *
      *            AUTOSALE.AP_INVOICE          (UPDATE)             *
      *            AUTOSALE.EQUITY_DISBURSEMENT (UPDATE)             *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID            PIC X(08) VALUE 'COMCHKL0'.
      *
           COPY WSSQLCA.
      *
           COPY DCLISCHK.
      *
       01  WS-WORK-FIELDS.
           05  WS-LIVE-COUNT       PIC S9(09) COMP VALUE +0.
           05  WS-OLD-CHECK-ID     PIC S9(09) COMP VALUE +0.
           05  WS-OLD-STATUS       PIC X(02) VALUE SPACES.
           05  WS-SOURCE-PAY-ID    PIC S9(09) COMP VALUE +0.
           05  WS-NI-REISSUE       PIC S9(04) COMP VALUE -1.
           05  WS-ISSUE-DATE       PIC X(10) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01  LS-CHK-REQUEST.
           05  LS-CK-FUNCTION      PIC X(04).
               88  LS-CK-ISSUE                   VALUE 'ISSU'.
               88  LS-CK-VOID                    VALUE 'VOID'.
               88  LS-CK-REISSUE                 VALUE 'REIS'.
           05  LS-CK-DEALER-CODE   PIC X(05).
           05  LS-CK-CHECK-NUMBER  PIC X(10).
           05  LS-CK-SOURCE        PIC X(02).
           05  LS-CK-SOURCE-REF    PIC X(20).
           05  LS-CK-PAYEE         PIC X(40).
           05  LS-CK-AMOUNT        PIC S9(09)V99 COMP-3.
           05  LS-CK-ISSUE-DATE    PIC X(10).
           05  LS-CK-NEW-CHECK-NUM PIC X(10).
           05  LS-CK-REASON        PIC X(40).
           05  LS-CK-USER-ID       PIC X(08).
      *
       01  LS-CHK-RESULT.
           05  LS-CK-CHECK-ID      PIC S9(09) COMP.
           05  LS-CK-NEW-CHECK-ID  PIC S9(09) COMP.
           05  LS-CK-RETURN-CODE   PIC S9(04) COMP.
           05  LS-CK-RETURN-MSG    PIC X(79).
      *
       PROCEDURE DIVISION USING LS-CHK-REQUEST
                                LS-CHK-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           PERFORM 1000-INITIALIZE
      *
           EVALUATE TRUE
               WHEN LS-CK-ISSUE
                   PERFORM 2000-ISSUE-CHECK THRU 2000-EXIT
               WHEN LS-CK-VOID
                   PERFORM 3000-VOID-CHECK THRU 3000-EXIT
               WHEN LS-CK-REISSUE
                   PERFORM 4000-REISSUE-CHECK THRU 4000-EXIT
               WHEN OTHER
                   MOVE +8 TO LS-CK-RETURN-CODE
                   MOVE 'COMCHKL0: INVALID FUNCTION'
                       TO LS-CK-RETURN-MSG
           END-EVALUATE
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-INITIALIZE                                           *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE +0 TO LS-CK-RETURN-CODE
           MOVE SPACES TO LS-CK-RETURN-MSG
           MOVE +0 TO LS-CK-CHECK-ID
           MOVE +0 TO LS-CK-NEW-CHECK-ID
           MOVE -1 TO WS-NI-REISSUE
           MOVE +0 TO REISSUE-OF-ID
           .
      *
      ****************************************************************
      *    2000-ISSUE-CHECK - REGISTER A NEW CHECK                   *
      ****************************************************************
       2000-ISSUE-CHECK.
      *
           IF LS-CK-CHECK-NUMBER = SPACES
           OR LS-CK-DEALER-CODE = SPACES
               MOVE +8 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DEALER AND CHECK NUMBER ARE REQUIRED'
                   TO LS-CK-RETURN-MSG
               GO TO 2000-EXIT
           END-IF
      *
           IF LS-CK-AMOUNT NOT > +0
               MOVE +8 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: CHECK AMOUNT MUST BE GREATER THAN ZERO'
                   TO LS-CK-RETURN-MSG
               GO TO 2000-EXIT
           END-IF
      *
           PERFORM 2100-CHECK-NUMBER-FREE THRU 2100-EXIT
           IF LS-CK-RETURN-CODE NOT = +0
               GO TO 2000-EXIT
           END-IF
      *
           PERFORM 2500-INSERT-CHECK THRU 2500-EXIT
           IF LS-CK-RETURN-CODE = +0
               MOVE CHECK-ID TO LS-CK-CHECK-ID
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2100-CHECK-NUMBER-FREE - NO LIVE CHECK WITH THIS NUMBER   *
      ****************************************************************
       2100-CHECK-NUMBER-FREE.
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-LIVE-COUNT
               FROM   AUTOSALE.ISSUED_CHECK
               WHERE  DEALER_CODE  = :LS-CK-DEALER-CODE
                 AND  CHECK_NUMBER = :LS-CK-CHECK-NUMBER
                 AND  CHECK_STATUS <> 'VD'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR READING CHECK REGISTER'
                   TO LS-CK-RETURN-MSG
               GO TO 2100-EXIT
           END-IF
      *
           IF WS-LIVE-COUNT > +0
               MOVE +8 TO LS-CK-RETURN-CODE
               STRING 'COMCHKL0: CHECK ' LS-CK-CHECK-NUMBER
                      ' IS ALREADY IN THE REGISTER'
                      DELIMITED BY SIZE
                   INTO LS-CK-RETURN-MSG
               END-STRING
           END-IF
           .
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2500-INSERT-CHECK - ONE REGISTER ROW, STATUS IS           *
      ****************************************************************
       2500-INSERT-CHECK.
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.ISSCHK_SEQ
               INTO   :CHECK-ID
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR ASSIGNING CHECK ID'
                   TO LS-CK-RETURN-MSG
               GO TO 2500-EXIT
           END-IF
      *
           IF LS-CK-ISSUE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ISSUE-DATE
               STRING WS-ISSUE-DATE(1:4) '-'
                      WS-ISSUE-DATE(5:2) '-'
                      WS-ISSUE-DATE(7:2)
                      DELIMITED BY SIZE
                   INTO ISSUE-DATE
               END-STRING
           ELSE
               MOVE LS-CK-ISSUE-DATE TO ISSUE-DATE
           END-IF
      *
           MOVE LS-CK-PAYEE TO PAYEE-NAME-TX
           MOVE +40 TO PAYEE-NAME-LN
           PERFORM UNTIL PAYEE-NAME-LN = +1
                      OR PAYEE-NAME-TX(PAYEE-NAME-LN:1) NOT = SPACE
               SUBTRACT +1 FROM PAYEE-NAME-LN
           END-PERFORM
      *
           EXEC SQL
               INSERT INTO AUTOSALE.ISSUED_CHECK
               ( CHECK_ID
               , DEALER_CODE
               , CHECK_NUMBER
               , CHECK_SOURCE
               , SOURCE_REF
               , PAYEE_NAME
               , CHECK_AMT
               , ISSUE_DATE
               , CHECK_STATUS
               , REISSUE_OF_ID
               , PP_ISSUE_SENT
               , PP_VOID_SENT
               , ISSUED_BY
               , CREATED_TS
               , UPDATED_TS
               )
               VALUES
               ( :CHECK-ID
               , :LS-CK-DEALER-CODE
               , :LS-CK-CHECK-NUMBER
               , :LS-CK-SOURCE
               , :LS-CK-SOURCE-REF
               , :PAYEE-NAME
               , :LS-CK-AMOUNT
               , DATE(:ISSUE-DATE)
               , 'IS'
               , :REISSUE-OF-ID :WS-NI-REISSUE
               , 'N'
               , 'N'
               , :LS-CK-USER-ID
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR REGISTERING CHECK'
                   TO LS-CK-RETURN-MSG
           END-IF
           .
       2500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3000-VOID-CHECK                                           *
      ****************************************************************
       3000-VOID-CHECK.
      *
           PERFORM 3100-FIND-LIVE-CHECK THRU 3100-EXIT
           IF LS-CK-RETURN-CODE NOT = +0
               GO TO 3000-EXIT
           END-IF
      *
           PERFORM 3500-MARK-VOID THRU 3500-EXIT
           IF LS-CK-RETURN-CODE NOT = +0
               GO TO 3000-EXIT
           END-IF
      *
           EVALUATE CHECK-SOURCE
               WHEN 'AP'
                   PERFORM 5100-VOID-AP-PAYMENT THRU 5100-EXIT
               WHEN 'EQ'
                   PERFORM 5300-REOPEN-EQUITY THRU 5300-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           MOVE WS-OLD-CHECK-ID TO LS-CK-CHECK-ID
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-FIND-LIVE-CHECK - THE ISSUED, UNCLEARED CHECK        *
      ****************************************************************
       3100-FIND-LIVE-CHECK.
      *
           IF LS-CK-CHECK-NUMBER = SPACES
           OR LS-CK-DEALER-CODE = SPACES
               MOVE +8 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DEALER AND CHECK NUMBER ARE REQUIRED'
                   TO LS-CK-RETURN-MSG
               GO TO 3100-EXIT
           END-IF
      *
           IF LS-CK-REASON = SPACES
               MOVE +8 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: A VOID REASON IS REQUIRED'
                   TO LS-CK-RETURN-MSG
               GO TO 3100-EXIT
           END-IF
      *
           MOVE SPACES TO PAYEE-NAME-TX
           EXEC SQL
               SELECT CHECK_ID
                    , CHECK_SOURCE
                    , SOURCE_REF
                    , PAYEE_NAME
                    , CHECK_AMT
                    , CHECK_STATUS
               INTO   :CHECK-ID
                    , :CHECK-SOURCE
                    , :SOURCE-REF
                    , :PAYEE-NAME
                    , :CHECK-AMT
                    , :WS-OLD-STATUS
               FROM   AUTOSALE.ISSUED_CHECK
               WHERE  DEALER_CODE  = :LS-CK-DEALER-CODE
                 AND  CHECK_NUMBER = :LS-CK-CHECK-NUMBER
                 AND  CHECK_STATUS <> 'VD'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   CONTINUE
               WHEN +100
                   MOVE +8 TO LS-CK-RETURN-CODE
                   MOVE 'COMCHKL0: NO LIVE CHECK WITH THAT NUMBER'
                       TO LS-CK-RETURN-MSG
                   GO TO 3100-EXIT
               WHEN OTHER
                   MOVE +12 TO LS-CK-RETURN-CODE
                   MOVE 'COMCHKL0: DB2 ERROR READING CHECK REGISTER'
                       TO LS-CK-RETURN-MSG
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           IF WS-OLD-STATUS = 'CL'
               MOVE +8 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: CHECK HAS CLEARED THE BANK - NO VOID'
                   TO LS-CK-RETURN-MSG
               GO TO 3100-EXIT
           END-IF
      *
           MOVE CHECK-ID TO WS-OLD-CHECK-ID
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3500-MARK-VOID                                            *
      ****************************************************************
       3500-MARK-VOID.
      *
           MOVE LS-CK-REASON TO VOID-REASON-TX
           MOVE +40 TO VOID-REASON-LN
           PERFORM UNTIL VOID-REASON-LN = +1
                      OR VOID-REASON-TX(VOID-REASON-LN:1) NOT = SPACE
               SUBTRACT +1 FROM VOID-REASON-LN
           END-PERFORM
      *
           EXEC SQL
               UPDATE AUTOSALE.ISSUED_CHECK
                  SET CHECK_STATUS = 'VD'
                    , VOID_DATE    = CURRENT DATE
                    , VOID_REASON  = :VOID-REASON
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  CHECK_ID     = :WS-OLD-CHECK-ID
                 AND  CHECK_STATUS = 'IS'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR VOIDING CHECK'
                   TO LS-CK-RETURN-MSG
           END-IF
           .
       3500-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-REISSUE-CHECK - VOID THE OLD, REGISTER THE NEW       *
      ****************************************************************
       4000-REISSUE-CHECK.
      *
           IF LS-CK-NEW-CHECK-NUM = SPACES
           OR LS-CK-NEW-CHECK-NUM = LS-CK-CHECK-NUMBER
               MOVE +8 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: A DIFFERENT NEW CHECK NUMBER IS REQUIRED'
                   TO LS-CK-RETURN-MSG
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 3100-FIND-LIVE-CHECK THRU 3100-EXIT
           IF LS-CK-RETURN-CODE NOT = +0
               GO TO 4000-EXIT
           END-IF
      *
      *    THE REPLACEMENT INHERITS EVERYTHING BUT THE NUMBER
      *
           MOVE LS-CK-NEW-CHECK-NUM TO LS-CK-CHECK-NUMBER
           MOVE CHECK-SOURCE TO LS-CK-SOURCE
           MOVE SOURCE-REF TO LS-CK-SOURCE-REF
           MOVE PAYEE-NAME-TX TO LS-CK-PAYEE
           MOVE CHECK-AMT TO LS-CK-AMOUNT
           MOVE SPACES TO LS-CK-ISSUE-DATE
      *
           PERFORM 2100-CHECK-NUMBER-FREE THRU 2100-EXIT
           IF LS-CK-RETURN-CODE NOT = +0
               GO TO 4000-EXIT
           END-IF
      *
           PERFORM 3500-MARK-VOID THRU 3500-EXIT
           IF LS-CK-RETURN-CODE NOT = +0
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-OLD-CHECK-ID TO REISSUE-OF-ID
           MOVE +0 TO WS-NI-REISSUE
           PERFORM 2500-INSERT-CHECK THRU 2500-EXIT
           IF LS-CK-RETURN-CODE NOT = +0
               GO TO 4000-EXIT
           END-IF
      *
           MOVE WS-OLD-CHECK-ID TO LS-CK-CHECK-ID
           MOVE CHECK-ID TO LS-CK-NEW-CHECK-ID
      *
           EVALUATE CHECK-SOURCE
               WHEN 'AP'
                   PERFORM 5200-REISSUE-AP-PAYMENT THRU 5200-EXIT
               WHEN 'EQ'
                   PERFORM 5400-REISSUE-EQUITY THRU 5400-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-VOID-AP-PAYMENT - PAYMENT VOID, INVOICES BACK TO AP  *
      ****************************************************************
       5100-VOID-AP-PAYMENT.
      *
           COMPUTE WS-SOURCE-PAY-ID =
               FUNCTION NUMVAL(SOURCE-REF(1:9))
      *
           EXEC SQL
               UPDATE AUTOSALE.AP_PAYMENT
                  SET PAY_STATUS = 'VD'
               WHERE  PAYMENT_ID = :WS-SOURCE-PAY-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR VOIDING AP PAYMENT'
                   TO LS-CK-RETURN-MSG
               GO TO 5100-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.AP_INVOICE
                  SET INV_STATUS = 'AP'
                    , PAYMENT_ID = NULL
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  PAYMENT_ID = :WS-SOURCE-PAY-ID
                 AND  INV_STATUS = 'PD'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR REOPENING AP INVOICES'
                   TO LS-CK-RETURN-MSG
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-REISSUE-AP-PAYMENT - PAYMENT CARRIES THE NEW NUMBER  *
      ****************************************************************
       5200-REISSUE-AP-PAYMENT.
      *
           COMPUTE WS-SOURCE-PAY-ID =
               FUNCTION NUMVAL(SOURCE-REF(1:9))
      *
           EXEC SQL
               UPDATE AUTOSALE.AP_PAYMENT
                  SET CHECK_NUMBER = :LS-CK-NEW-CHECK-NUM
               WHERE  PAYMENT_ID   = :WS-SOURCE-PAY-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR UPDATING AP PAYMENT'
                   TO LS-CK-RETURN-MSG
           END-IF
           .
       5200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5300-REOPEN-EQUITY - DISBURSEMENT BACK ON THE AGED LIST   *
      ****************************************************************
       5300-REOPEN-EQUITY.
      *
           EXEC SQL
               UPDATE AUTOSALE.EQUITY_DISBURSEMENT
                  SET DISB_STATUS  = 'OP'
                    , CHECK_NUMBER = NULL
                    , CHECK_DATE   = NULL
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  DEAL_NUMBER  = :SOURCE-REF
                 AND  DISB_STATUS  = 'PD'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR REOPENING EQUITY'
                   TO LS-CK-RETURN-MSG
           END-IF
           .
       5300-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5400-REISSUE-EQUITY - DISBURSEMENT CARRIES THE NEW CHECK  *
      ****************************************************************
       5400-REISSUE-EQUITY.
      *
           EXEC SQL
               UPDATE AUTOSALE.EQUITY_DISBURSEMENT
                  SET CHECK_NUMBER = :LS-CK-NEW-CHECK-NUM
                    , CHECK_DATE   = CURRENT DATE
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  DEAL_NUMBER  = :SOURCE-REF
                 AND  DISB_STATUS  = 'PD'
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               MOVE +12 TO LS-CK-RETURN-CODE
               MOVE 'COMCHKL0: DB2 ERROR UPDATING EQUITY'
                   TO LS-CK-RETURN-MSG
           END-IF
           .
       5400-EXIT.
           EXIT.
      ****************************************************************
      * END OF COMCHKL0                                              *
      ****************************************************************
