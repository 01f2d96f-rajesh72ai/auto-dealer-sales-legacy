      * MFS MOD:  ASSAEQ00                                           *
      * TABLES:   AUTOSALE.EQUITY_DISBURSEMENT (READ/UPDATE)         *
      *           AUTOSALE.CUSTOMER            (READ)                *
      *           AUTOSALE.SALES_DEAL          (READ)                *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *           COMCHKL0 - ISSUED-CHECK REGISTER                   *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-15  ISS REGISTERS THE EQUITY CHECK IN THE ISSUED-  *
      *               CHECK REGISTER (COMCHKL0) FOR POSITIVE PAY     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-HV-EQ-STATUS           PIC X(02).
           05  WS-HV-EQ-CHECK            PIC X(10).
           05  WS-HV-EQ-CHECK-DT         PIC X(10).
           05  WS-HV-EQ-DEALER           PIC X(05).
           05  WS-HV-EQ-PAYEE            PIC X(40).
      *
       01  WS-HV-AGE.
           05  WS-HV-AG-DEAL             PIC X(10).
       01  WS-LOG-DETAILS                PIC X(200).
       01  WS-LOG-RETURN-CODE            PIC S9(04) COMP.
      *
      *    CHECK REGISTER MODULE LINKAGE
      *
       01  WS-CHK-REQUEST.
           05  WS-CK-FUNCTION            PIC X(04).
           05  WS-CK-DEALER-CODE         PIC X(05).
           05  WS-CK-CHECK-NUMBER        PIC X(10).
           05  WS-CK-SOURCE              PIC X(02).
           05  WS-CK-SOURCE-REF          PIC X(20).
           05  WS-CK-PAYEE               PIC X(40).
           05  WS-CK-AMOUNT              PIC S9(09)V99 COMP-3.
           05  WS-CK-ISSUE-DATE          PIC X(10).
           05  WS-CK-NEW-CHECK-NUM       PIC X(10).
           05  WS-CK-REASON              PIC X(40).
           05  WS-CK-USER-ID             PIC X(08).
      *
       01  WS-CHK-RESULT.
           05  WS-CK-CHECK-ID            PIC S9(09) COMP.
           05  WS-CK-NEW-CHECK-ID        PIC S9(09) COMP.
           05  WS-CK-RETURN-CODE         PIC S9(04) COMP.
           05  WS-CK-RETURN-MSG          PIC X(79).
      *
      *    DB ERROR MODULE LINKAGE
      *
       01  WS-DBE-SQLCODE                PIC S9(09) COMP.
      *
           MOVE WS-IN-CHECK-NUMBER TO WS-HV-EQ-CHECK
      *
      *    THE CHECK GOES INTO THE REGISTER BEFORE THE DISBURSEMENT
      *    IS MARKED PAID - A NUMBER ALREADY OUT STOPS IT HERE
      *
           MOVE SPACES TO WS-HV-EQ-PAYEE
           EXEC SQL
               SELECT E.EQUITY_AMT
                    , S.DEALER_CODE
                    , SUBSTR(STRIP(C.FIRST_NAME) || ' ' ||
                             STRIP(C.LAST_NAME), 1, 40)
               INTO  :WS-HV-EQ-AMOUNT
                    , :WS-HV-EQ-DEALER
                    , :WS-HV-EQ-PAYEE
               FROM  AUTOSALE.EQUITY_DISBURSEMENT E
               INNER JOIN AUTOSALE.SALES_DEAL S
                 ON  S.DEAL_NUMBER = E.DEAL_NUMBER
               INNER JOIN AUTOSALE.CUSTOMER C
                 ON  C.CUSTOMER_ID = E.CUSTOMER_ID
               WHERE E.DEAL_NUMBER = :WS-IN-DEAL-NUMBER
                 AND E.DISB_STATUS = 'OP'
           END-EXEC
      *
           EVALUATE SQLCODE
                   GO TO 4000-EXIT
               WHEN OTHER
                   PERFORM 9100-DB2-ERROR
                   MOVE 'SALEQD00: DB2 ERROR READING DISBURSEMENT'
                       TO WS-OUT-MESSAGE
                   GO TO 4000-EXIT
           END-EVALUATE
      *
           MOVE 'ISSU' TO WS-CK-FUNCTION
           MOVE WS-HV-EQ-DEALER TO WS-CK-DEALER-CODE
           MOVE WS-IN-CHECK-NUMBER TO WS-CK-CHECK-NUMBER
           MOVE 'EQ' TO WS-CK-SOURCE
           MOVE WS-IN-DEAL-NUMBER TO WS-CK-SOURCE-REF
           MOVE WS-HV-EQ-PAYEE TO WS-CK-PAYEE
           MOVE WS-HV-EQ-AMOUNT TO WS-CK-AMOUNT
           MOVE WS-CURRENT-DATE TO WS-CK-ISSUE-DATE
           MOVE SPACES TO WS-CK-NEW-CHECK-NUM
           MOVE SPACES TO WS-CK-REASON
           MOVE IO-USER TO WS-CK-USER-ID
           CALL 'COMCHKL0' USING WS-CHK-REQUEST
                                 WS-CHK-RESULT
      *
           IF WS-CK-RETURN-CODE NOT = +0
               MOVE WS-CK-RETURN-MSG TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.EQUITY_DISBURSEMENT
                  SET DISB_STATUS  = 'PD'
                    , CHECK_NUMBER = :WS-HV-EQ-CHECK
                    , CHECK_DATE   = :WS-CURRENT-DATE
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  DEAL_NUMBER = :WS-IN-DEAL-NUMBER
                 AND  DISB_STATUS = 'OP'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               CALL 'CBLTDLI' USING WS-IO-ROLB
                                    IO-PCB
               MOVE 'SALEQD00: DB2 ERROR RECORDING CHECK'
                   TO WS-OUT-MESSAGE
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'LOG ' TO WS-LOG-FUNCTION
           MOVE WS-PROGRAM-NAME TO WS-LOG-PROGRAM
