      *                 25.00) IS ASSESSED WHEN PAID MORE THAN 10    *
      *                 DAYS PAST THE DUE DATE. ADVANCES THE NEXT    *
      *                 DUE DATE AND RETIRES THE LOAN (PD) AT ZERO.  *
      *                 A DEFICIENCY BALANCE LEFT AFTER A REPO SALE  *
      *                 (DF) TAKES PAYMENTS STRAIGHT TO PRINCIPAL    *
      *                 WITH NO INTEREST OR LATE FEE. AN OPEN        *
      *                 PROMISE TO PAY COVERED BY THE PAYMENT IS     *
      *                 MARKED KEPT.                                 *
      *           PAY - PAYOFF QUOTE: BALANCE PLUS PER-DIEM          *
      *                 INTEREST FROM THE LAST PAID DATE.             *
      *           SCH - UPCOMING AMORTIZATION SCHEDULE (COMLONL0     *
      *           INQ - LOAN DETAIL AND RECENT PAYMENTS.             *
      *           RPTBHP00 PRINTS THE DELINQUENCY AGING; CUSHIS00    *
      *           SHOWS THE CUSTOMER'S OPEN HOUSE LOANS.             *
      *           FINCOL00 WORKS THE COLLECTION QUEUE AND REPOS.     *
      * IMS:      ONLINE IMS DC TRANSACTION                          *
      * TRANS:    FIBH - IN-HOUSE RECEIVABLES                        *
      * MFS MOD:  ASFIBH00                                           *
      * TABLES:   AUTOSALE.HOUSE_LOAN     (READ/INSERT/UPDATE)       *
      *           AUTOSALE.HOUSE_LOAN_PMT (READ/INSERT)              *
      *           AUTOSALE.FINANCE_APP    (READ)                     *
      *           AUTOSALE.COLLECTION_ACTIVITY (UPDATE)              *
      *           AUTOSALE.SYSTEM_CONFIG  (READ)                     *
      * CALLS:    COMLONL0 - LOAN/AMORTIZATION CALCULATOR            *
      *           COMDTEL0 - DATE ARITHMETIC                         *
      *           COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  PAYMENTS ON DEFICIENCY BALANCES (DF); MARK     *
      *               OPEN PROMISES TO PAY KEPT WHEN PAID            *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-IF
      *
           IF WS-HV-LN-STATUS NOT = 'AC'
           AND WS-HV-LN-STATUS NOT = 'DF'
               MOVE 'LOAN IS NOT ACTIVE - PAYMENT NOT POSTED'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
      *    LATE FEE WHEN PAID PAST DUE DATE + 10 DAY GRACE
      *
           MOVE +0 TO WS-LATE-FEE
           MOVE +0 TO WS-INT-PORTION
           MOVE 'ADD ' TO WS-DTE-FUNCTION
           MOVE WS-HV-LN-NEXT-DUE TO WS-DTE-INPUT-DATE
           MOVE +0 TO WS-DTE-YEARS
           MOVE WS-DTE-OUTPUT-DATE TO WS-GRACE-DATE
      *
           IF WS-CURRENT-DATE > WS-GRACE-DATE
           AND WS-HV-LN-STATUS = 'AC'
               MOVE +25.00 TO WS-LATE-FEE
               EXEC SQL
                   SELECT CONFIG_VALUE
      *
      *    MONTHLY INTEREST ON THE DECLINING BALANCE
      *
           IF WS-HV-LN-STATUS = 'AC'
               COMPUTE WS-INT-PORTION ROUNDED =
                   WS-HV-LN-BALANCE * WS-HV-LN-APR / 1200
           END-IF
      *
           COMPUTE WS-PRIN-PORTION =
               WS-IN-PMT-AMOUNT - WS-INT-PORTION - WS-LATE-FEE
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
      *    AN OPEN PROMISE TO PAY THAT THIS PAYMENT COVERS IS KEPT
      *
           EXEC SQL
               UPDATE AUTOSALE.COLLECTION_ACTIVITY
                  SET PROMISE_STATUS = 'KP'
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  LOAN_ID        = :WS-HV-LN-ID
                 AND  PROMISE_STATUS = 'OP'
                 AND  PROMISE_AMT   <= :WS-HV-PM-AMOUNT
           END-EXEC
      *
           IF SQLCODE NOT = +0
           AND SQLCODE NOT = +100
               PERFORM 9100-DB2-ERROR
               MOVE 'FINBHP00: DB2 ERROR UPDATING PROMISE TO PAY'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-HV-LN-ID TO WS-OUT-LOAN-ID
           MOVE WS-HV-LN-STATUS TO WS-OUT-LOAN-STATUS
