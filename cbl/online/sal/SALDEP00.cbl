      *               AD - POST A DEPOSIT: METHOD (CA/CK/CC),        *
      *                    RECEIPT NUMBER AND AMOUNT. STATUS OP.     *
      *               UP - MARK A REFUND-DUE DEPOSIT AS REFUNDED     *
      *                    (RF -> RD) BY RECEIPT NUMBER. WHEN THE    *
      *                    REFUND IS PAID BY CHECK THE CHECK NUMBER  *
      *                    IS KEYED AND REGISTERED (COMCHKL0).       *
      *               IQ - DEPOSIT SUMMARY FOR A DEAL: OPEN,         *
      *                    APPLIED, REFUND-DUE AND REFUNDED TOTALS.  *
      *                                                              *
      * CALLS:      COMLGEL0 - AUDIT LOG ENTRY                       *
      *             COMDBEL0 - DB2 ERROR HANDLING                    *
      *             COMCSHL0 - CASH RECEIPT / IRS 8300 TRACKING      *
      *             COMCHKL0 - ISSUED-CHECK REGISTER                 *
      *                                                              *
      * TABLES:     AUTOSALE.CUSTOMER_DEPOSIT (READ/INSERT/UPDATE)   *
      *             AUTOSALE.SALES_DEAL       (READ)                 *
      *             AUTOSALE.CUSTOMER         (READ)                 *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-08-22  INITIAL CREATION                               *
      *   2026-09-02  EVERY RECEIPT IS STAMPED WITH THE CASHIER'S    *
      *               OPEN DRAWER SESSION (CASHIER_SESSION /         *
      *               SALCSH00) SO THE DRAWER BALANCES AT CLOSE      *
      *   2026-10-15  UP TAKES THE REFUND CHECK NUMBER AND REGISTERS *
      *               THE CHECK IN THE ISSUED-CHECK REGISTER         *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-PI-RECEIPT-NUM   PIC X(10).
           05  WS-PI-AMOUNT        PIC X(12).
           05  WS-PI-REASON        PIC X(60).
           05  WS-PI-REFUND-CHECK  PIC X(10).
      *
      *    OUTPUT LAYOUT
      *
           05  WS-APPL-TOTAL       PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-RFND-TOTAL       PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-RFDD-TOTAL       PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-REFUND-AMT       PIC S9(07)V99 COMP-3 VALUE +0.
           05  WS-PAYEE-NAME       PIC X(40) VALUE SPACES.
      *
      *    CASH RECEIPT CALL FIELDS (COMCSHL0)
      *
           05  WS-CS-RETURN-CODE   PIC S9(04) COMP.
           05  WS-CS-RETURN-MSG    PIC X(79).
      *
      *    CHECK REGISTER CALL FIELDS (COMCHKL0)
      *
       01  WS-CHK-REQUEST.
           05  WS-CK-FUNCTION      PIC X(04).
           05  WS-CK-DEALER-CODE   PIC X(05).
           05  WS-CK-CHECK-NUMBER  PIC X(10).
           05  WS-CK-SOURCE        PIC X(02).
           05  WS-CK-SOURCE-REF    PIC X(20).
           05  WS-CK-PAYEE         PIC X(40).
           05  WS-CK-AMOUNT        PIC S9(09)V99 COMP-3.
           05  WS-CK-ISSUE-DATE    PIC X(10).
           05  WS-CK-NEW-CHECK-NUM PIC X(10).
           05  WS-CK-REASON        PIC X(40).
           05  WS-CK-USER-ID       PIC X(08).
       01  WS-CHK-RESULT.
           05  WS-CK-CHECK-ID      PIC S9(09) COMP.
           05  WS-CK-NEW-CHECK-ID  PIC S9(09) COMP.
           05  WS-CK-RETURN-CODE   PIC S9(04) COMP.
           05  WS-CK-RETURN-MSG    PIC X(79).
      *
      *    AUDIT LOG
      *
       01  WS-LOG-REQUEST.
               MOVE WS-INP-BODY(3:10)  TO WS-PI-RECEIPT-NUM
               MOVE WS-INP-BODY(13:12) TO WS-PI-AMOUNT
               MOVE WS-INP-BODY(25:60) TO WS-PI-REASON
               MOVE WS-INP-BODY(85:10) TO WS-PI-REFUND-CHECK
           END-IF
      *
           IF WS-RETURN-CODE = +0
               MOVE WS-DBE-RETURN-MSG TO WS-ERROR-MSG
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-PI-REFUND-CHECK NOT = SPACES
               PERFORM 5100-REGISTER-REFUND-CHECK THRU 5100-EXIT
               IF WS-RETURN-CODE NOT = +0
                   CALL 'CBLTDLI' USING WS-IO-ROLB
                                        IO-PCB
                   GO TO 5000-EXIT
               END-IF
           END-IF
      *
           PERFORM 7000-WRITE-AUDIT-LOG
           .
           EXIT.
      *
      ****************************************************************
      *    5100-REGISTER-REFUND-CHECK - REFUND PAID BY CHECK GOES    *
      *    INTO THE ISSUED-CHECK REGISTER FOR POSITIVE PAY           *
      ****************************************************************
       5100-REGISTER-REFUND-CHECK.
      *
           MOVE SPACES TO WS-PAYEE-NAME
           EXEC SQL
               SELECT D.DEPOSIT_AMT
                    , SUBSTR(STRIP(C.FIRST_NAME) || ' ' ||
                             STRIP(C.LAST_NAME), 1, 40)
               INTO   :WS-REFUND-AMT
                    , :WS-PAYEE-NAME
               FROM   AUTOSALE.CUSTOMER_DEPOSIT D
               INNER JOIN AUTOSALE.CUSTOMER C
                 ON   C.CUSTOMER_ID = :CUSTOMER-ID OF DCLSALES-DEAL
               WHERE  D.DEAL_NUMBER    = :WS-PI-DEAL-NUMBER
                 AND  D.RECEIPT_NUMBER = :WS-PI-RECEIPT-NUM
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +12 TO WS-RETURN-CODE
               MOVE 'DB2 ERROR READING REFUND AMOUNT - NOT REFUNDED'
                   TO WS-ERROR-MSG
               GO TO 5100-EXIT
           END-IF
      *
           MOVE 'ISSU'              TO WS-CK-FUNCTION
           MOVE DEALER-CODE OF DCLSALES-DEAL
                                    TO WS-CK-DEALER-CODE
           MOVE WS-PI-REFUND-CHECK  TO WS-CK-CHECK-NUMBER
           MOVE 'DR'                TO WS-CK-SOURCE
           MOVE SPACES              TO WS-CK-SOURCE-REF
           MOVE WS-PI-DEAL-NUMBER   TO WS-CK-SOURCE-REF(1:10)
           MOVE WS-PI-RECEIPT-NUM   TO WS-CK-SOURCE-REF(11:10)
           MOVE WS-PAYEE-NAME       TO WS-CK-PAYEE
           MOVE WS-REFUND-AMT       TO WS-CK-AMOUNT
           MOVE WS-TODAY-DATE       TO WS-CK-ISSUE-DATE
           MOVE SPACES              TO WS-CK-NEW-CHECK-NUM
                                       WS-CK-REASON
           MOVE IO-PCB-USER-ID      TO WS-CK-USER-ID
      *
           CALL 'COMCHKL0' USING WS-CHK-REQUEST
                                 WS-CHK-RESULT
      *
           IF WS-CK-RETURN-CODE NOT = +0
               MOVE WS-CK-RETURN-CODE TO WS-RETURN-CODE
               MOVE WS-CK-RETURN-MSG TO WS-ERROR-MSG
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-SUMMARIZE-DEPOSITS                                   *
      ****************************************************************
       6000-SUMMARIZE-DEPOSITS.
               WHEN WS-INP-ADD
                   MOVE 'DEPOSIT POSTED' TO WS-OUT-MSG-TEXT
               WHEN WS-INP-UPDATE
                   IF WS-PI-REFUND-CHECK = SPACES
                       MOVE 'DEPOSIT MARKED REFUNDED'
                           TO WS-OUT-MSG-TEXT
                   ELSE
                       MOVE 'DEPOSIT MARKED REFUNDED - CHECK REGISTERED'
                           TO WS-OUT-MSG-TEXT
                   END-IF
               WHEN OTHER
                   MOVE 'DEPOSIT SUMMARY DISPLAYED'
                       TO WS-OUT-MSG-TEXT
