      * TABLES:   AUTOSALE.CASHIER_SESSION  (READ/INSERT/UPDATE)     *
      *           AUTOSALE.CUSTOMER_DEPOSIT (READ)                   *
      *           AUTOSALE.CASH_TRANSACTION (READ)                   *
      *           AUTOSALE.SERVICE_PAYMENT  (READ)                   *
      *           AUTOSALE.PARTS_COUNTER_TICKET (READ)               *
      *           AUTOSALE.PARTS_ACCT_PAYMENT   (READ)               *
      *           AUTOSALE.PARTS_SPECIAL_ORDER  (READ)               *
      * CALLS:    COMLGEL0 - AUDIT LOGGING                           *
      *           COMDBEL0 - DB2 ERROR HANDLER                       *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-09-02  INITIAL CREATION                               *
      *   2026-10-14  CLS SYSTEM TOTALS INCLUDE SERVICE RO PAYMENTS  *
      *               TAKEN IN THE SESSION BY SVCCSH00, BY TENDER    *
      *   2026-10-14  CLS SYSTEM TOTALS INCLUDE PARTS COUNTER        *
      *               TICKETS (SVCCTR00) AND WHOLESALE PAYMENTS ON   *
      *               ACCOUNT (SVCPWA00) TAKEN IN THE SESSION        *
      *   2026-10-15  CLS SYSTEM TOTALS INCLUDE PARTS SPECIAL-ORDER  *
      *               DEPOSITS TAKEN AND REFUNDED IN THE SESSION     *
      *               (SVCPSP00); COUNTER TICKETS COUNT NET OF THE   *
      *               DEPOSITS APPLIED TO THEM                       *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-HV-SS-CHECK            PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-CARD             PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-CASHTX           PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-SVC-CASH         PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-SVC-CHECK        PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-SVC-CARD         PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-PRT-CASH         PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-PRT-CHECK        PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-PRT-CARD         PIC S9(07)V99 COMP-3.
           05  WS-HV-SS-OPENED           PIC X(26).
           05  WS-HV-SS-STATUS           PIC X(02).
           05  WS-HV-SS-OVER-SHORT       PIC S9(07)V99 COMP-3.
           END-IF
      *
           ADD WS-HV-SS-CASHTX TO WS-HV-SS-CASH
      *
      *    SERVICE RO PAYMENTS (SVCCSH00) GO IN THE SAME DRAWER.
      *    CHARGES TO ACCOUNT (CH) CARRY NO SESSION AND NO MONEY.
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN P.TENDER_TYPE = 'CA'
                          THEN P.PAYMENT_AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN P.TENDER_TYPE = 'CK'
                          THEN P.PAYMENT_AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN P.TENDER_TYPE = 'CC'
                          THEN P.PAYMENT_AMT ELSE 0 END), 0)
               INTO  :WS-HV-SS-SVC-CASH
                    , :WS-HV-SS-SVC-CHECK
                    , :WS-HV-SS-SVC-CARD
               FROM  AUTOSALE.SERVICE_PAYMENT P
               WHERE P.SESSION_ID = :WS-HV-SS-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SALCSH00: DB2 ERROR TOTALLING SERVICE PAYMENTS'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           ADD WS-HV-SS-SVC-CASH TO WS-HV-SS-CASH
           ADD WS-HV-SS-SVC-CHECK TO WS-HV-SS-CHECK
           ADD WS-HV-SS-SVC-CARD TO WS-HV-SS-CARD
      *
      *    PARTS COUNTER TICKETS (SVCCTR00) AND WHOLESALE PAYMENTS ON
      *    ACCOUNT (SVCPWA00) ALSO LAND HERE. CHARGED TICKETS (CH)
      *    CARRY NO SESSION; VOIDED TICKETS ARE NEVER STAMPED.
      *    SPECIAL-ORDER DEPOSITS (SVCPSP00) COUNT IN THE SESSION THAT
      *    TOOK THEM AND REFUNDS COME OUT OF THE SESSION THAT PAID
      *    THEM, IN THE ORIGINAL TENDER; A TICKET THAT PICKED UP AN
      *    ORDER COUNTS ONLY THE BALANCE OVER THE DEPOSIT APPLIED.
      *
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN X.TENDER_TYPE = 'CA'
                          THEN X.AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN X.TENDER_TYPE = 'CK'
                          THEN X.AMT ELSE 0 END), 0)
                    , COALESCE(SUM(CASE WHEN X.TENDER_TYPE = 'CC'
                          THEN X.AMT ELSE 0 END), 0)
               INTO  :WS-HV-SS-PRT-CASH
                    , :WS-HV-SS-PRT-CHECK
                    , :WS-HV-SS-PRT-CARD
               FROM (SELECT T.TENDER_TYPE
                          , T.TICKET_AMT - T.DEPOSIT_APPLIED AS AMT
                     FROM   AUTOSALE.PARTS_COUNTER_TICKET T
                     WHERE  T.SESSION_ID = :WS-HV-SS-ID
                       AND  T.TICKET_STATUS = 'CL'
                     UNION ALL
                     SELECT A.TENDER_TYPE
                          , A.PAYMENT_AMT AS AMT
                     FROM   AUTOSALE.PARTS_ACCT_PAYMENT A
                     WHERE  A.SESSION_ID = :WS-HV-SS-ID
                     UNION ALL
                     SELECT S.DEPOSIT_METHOD AS TENDER_TYPE
                          , S.DEPOSIT_AMT AS AMT
                     FROM   AUTOSALE.PARTS_SPECIAL_ORDER S
                     WHERE  S.DEP_SESSION_ID = :WS-HV-SS-ID
                     UNION ALL
                     SELECT S.DEPOSIT_METHOD AS TENDER_TYPE
                          , 0 - S.REFUND_AMT AS AMT
                     FROM   AUTOSALE.PARTS_SPECIAL_ORDER S
                     WHERE  S.RFD_SESSION_ID = :WS-HV-SS-ID) X
           END-EXEC
      *
           IF SQLCODE NOT = +0
               PERFORM 9100-DB2-ERROR
               MOVE 'SALCSH00: DB2 ERROR TOTALLING PARTS COUNTER'
                   TO WS-OUT-MESSAGE
               GO TO 5000-EXIT
           END-IF
      *
           ADD WS-HV-SS-PRT-CASH TO WS-HV-SS-CASH
           ADD WS-HV-SS-PRT-CHECK TO WS-HV-SS-CHECK
           ADD WS-HV-SS-PRT-CARD TO WS-HV-SS-CARD
      *
           COMPUTE WS-OVER-SHORT =
               (WS-IN-CNT-CASH + WS-IN-CNT-CHECK
